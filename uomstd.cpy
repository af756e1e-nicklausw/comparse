      *>  the standard unit pairs and their exact defined factors -
      *>  what uom_maint.cbl's LOAD transaction puts on UOMCONV
      *>  (see uomconv.cpy), and what formula_lint.cbl checks
      *>  literals against when UOMCONV isn't there. the derived
      *>  weights (CWT, short, long and metric tons) are defined on
      *>  the unit they are counted in; UOM reaches the rest through
      *>  the shared units.
         01 uom-standard-values.
           05 filler pic x(36) value
             "LB      KG      0.45359237          ".
           05 filler pic x(40) value
             "pound (avoirdupois) - kilogram".
           05 filler pic x(36) value
             "OZ      LB      0.0625              ".
           05 filler pic x(40) value
             "ounce (avoirdupois) - pound".
           05 filler pic x(36) value
             "KG      G       1000                ".
           05 filler pic x(40) value
             "kilogram - gram".
           05 filler pic x(36) value
             "CWT     LB      100                 ".
           05 filler pic x(40) value
             "hundredweight (short) - pound".
           05 filler pic x(36) value
             "ST      LB      2000                ".
           05 filler pic x(40) value
             "short ton - pound".
           05 filler pic x(36) value
             "LT      LB      2240                ".
           05 filler pic x(40) value
             "long ton - pound".
           05 filler pic x(36) value
             "MT      KG      1000                ".
           05 filler pic x(40) value
             "metric ton - kilogram".
           05 filler pic x(36) value
             "MI      KM      1.609344            ".
           05 filler pic x(40) value
             "statute mile - kilometre".
           05 filler pic x(36) value
             "MI      FT      5280                ".
           05 filler pic x(40) value
             "statute mile - foot".
           05 filler pic x(36) value
             "FT      M       0.3048              ".
           05 filler pic x(40) value
             "foot - metre".
           05 filler pic x(36) value
             "KM      M       1000                ".
           05 filler pic x(40) value
             "kilometre - metre".
           05 filler pic x(36) value
             "GAL     L       3.785411784         ".
           05 filler pic x(40) value
             "US gallon - litre".
         01 uom-standard redefines uom-standard-values.
           05 us-entry occurs 12 times.
             10 us-from pic x(8).
             10 us-to pic x(8).
             10 us-factor pic x(20).
             10 us-description pic x(40).
         01 uom-standard-count usage binary-long value 12.
