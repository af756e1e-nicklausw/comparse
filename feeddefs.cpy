      *>  shared record layout for FEEDDEFS, the charge-feed layout
      *>  table - one FEED record per upstream feed saying which file
      *>  it arrives in and where its charge type and account sit,
      *>  then one ARG record per column that becomes a %n argument
      *>  to the charge type's @TEMPLATE, in argument order. read by
      *>  feed_layout.cbl on behalf of charge_adapter.cbl and the
      *>  suspense programs; a new feed is a few lines here, not a
      *>  program change.
      *>
      *>  FDEF-REC-TYPE "FEED":
      *>    FDEF-FILE-NAME  the file the feed arrives in
      *>    FDEF-SOURCE     the HDR source stamped when this is the
      *>                    only feed of the night
      *>    FDEF-TYPE-POS/LEN   charge type column (1-8 wide)
      *>    FDEF-ACCT-POS/LEN   account column (1-12 wide)
      *>  FDEF-REC-TYPE "ARG ":
      *>    FDEF-ARG-SEQ    the %n it feeds, 1-9, in order, no gaps
      *>    FDEF-ARG-POS/LEN    the column (1-30 wide)
      *>    FDEF-ARG-NUMERIC    'Y' - must read as a number; 'N' -
      *>                    text, passed trimmed
      *>    FDEF-ARG-DECIMALS   for a numeric column, the implied
      *>                    decimal places (0 - the column carries
      *>                    its own point, if any)
      *>  positions are 1-based and must end inside 500 columns.
      *>  lines starting '*' are comments.
         01 fdef-record.
           05 fdef-feed-id pic x(8).
           05 fdef-rec-type pic x(4).
           05 fdef-body pic x(68).
           05 fdef-feed-body redefines fdef-body.
             10 fdef-file-name pic x(30).
             10 fdef-source pic x(8).
             10 fdef-type-pos pic 9(4).
             10 fdef-type-len pic 9(2).
             10 fdef-acct-pos pic 9(4).
             10 fdef-acct-len pic 9(2).
             10 filler pic x(18).
           05 fdef-arg-body redefines fdef-body.
             10 fdef-arg-seq pic 9(1).
             10 fdef-arg-pos pic 9(4).
             10 fdef-arg-len pic 9(2).
             10 fdef-arg-numeric pic x(1).
             10 fdef-arg-decimals pic 9(1).
             10 filler pic x(59).
