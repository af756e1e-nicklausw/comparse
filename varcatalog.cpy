      *>  shared record layout for VARCATALOG, the indexed catalog of
      *>  the names kept on MATHVARS (see mathvars.cpy) - what each
      *>  one is, what it's measured in, which department owns it,
      *>  and what a sane value looks like. one record per name,
      *>  whatever versions the name carries on MATHVARS.
      *>
      *>  VC-MIN-VALUE and VC-MAX-VALUE bound a new value; both zero
      *>  means the name has no range. VC-MAX-CHANGE-PCT bounds how
      *>  far a value may move from the version it follows (or, for a
      *>  change to a version, from what that version said) - zero
      *>  means any change goes. var_check.cbl applies the bounds for
      *>  mathvars_maint.cbl and for whatif_rates.cbl's MATHSHDW;
      *>  varcat_maint.cbl maintains the file and varcat_list.cbl
      *>  lists it against MATHVARS.
         01 vc-record.
           05 vc-name pic x(20).
           05 vc-description pic x(40).
           05 vc-unit pic x(10).
           05 vc-owner pic x(10).
           05 vc-min-value pic s9(9)v9(6) sign leading separate.
           05 vc-max-value pic s9(9)v9(6) sign leading separate.
           05 vc-max-change-pct pic 9(3)v9(2).
