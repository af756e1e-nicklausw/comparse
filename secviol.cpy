      *>  shared record layout for SECVIOL, the log of maintenance
      *>  changes entitle_check.cbl refused - appended to, one record
      *>  per refused attempt, for security to review alongside the
      *>  entitlement review report.
         01 sv-record.
           05 sv-date pic 9(8).
           05 sv-time pic 9(8).
           05 sv-user pic x(8).
           05 sv-function pic x(9).
           05 sv-program pic x(20).
           05 sv-name pic x(30).
           05 sv-reason pic x(40).
