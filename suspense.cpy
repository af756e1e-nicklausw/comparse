      *>  shared record layout for SUSPENSE, the indexed reject
      *>  suspense file - one item per rejected or failed charge, so
      *>  every reject is tracked until it is billed or written off
      *>  instead of living in a text file somebody edits.
      *>  suspense_load.cbl collects the night's rejects into it,
      *>  suspense_maint.cbl repairs and writes items off, and
      *>  suspense_aging.cbl ages and reconciles what is open.
      *>
      *>  the key is the formula id the item would bill under (for a
      *>  charge-feed reject, the account + charge type
      *>  charge_adapter.cbl would have built it as), the source and
      *>  the date the item was first seen - an item that comes back
      *>  after it was cleared is a new item.
      *>
      *>  SP-SOURCE says where the reject came from:
      *>    'E' - FORMULREJ, formula_edit.cbl's front-end edit
      *>    'A' - ADAPTREJ, charge_adapter.cbl's feed rejects
      *>    'F' - a FAIL line on the night's FORMULAOUT
      *>  SP-REASON-CODE is the MPC-* code (mpcodes.cpy) where the
      *>  reject has one, zero where it doesn't (a feed column that
      *>  won't read as a number).
      *>
      *>  SP-STATUS:
      *>    'O' - open, waiting on a repair
      *>    'Q' - repaired and queued on the supplementary FORMULAIN
      *>    'B' - billed - an OK result followed; cleared
      *>    'W' - written off, SP-WRITEOFF-REASON saying why; cleared
      *>  SP-CLEARED-DATE is set for 'B' and 'W'. SP-EST-AMOUNT is
      *>  the formula's last OK amount on RESULTHIST when the item
      *>  opened - the best guess at what it would have billed -
      *>  two implied decimals, sign leading separate.
      *>
      *>  SP-FIN-OPTIONS holds the line's decimal-places, rounding and
      *>  currency columns (formulain.cpy); SP-FEED-ID and
      *>  SP-FEED-RECORD the charge feed (feeddefs.cpy) and its record
      *>  for an 'A' item; SP-FORMULA-TEXT the formula text as
      *>  rejected, then as repaired.
         01 sp-record.
           05 sp-key.
             10 sp-item-id pic x(20).
             10 sp-source pic x(1).
             10 sp-first-seen pic 9(8).
           05 sp-group-code pic x(8).
           05 sp-reason-code pic 9(4).
           05 sp-reason-text pic x(60).
           05 sp-status pic x(1).
           05 sp-last-seen pic 9(8).
           05 sp-times-seen pic 9(4).
           05 sp-est-amount pic s9(13)v9(2)
               sign leading separate.
           05 sp-fin-options pic x(6).
           05 sp-feed-id pic x(8).
           05 sp-feed-record pic x(500).
           05 sp-formula-text pic x(1966).
           05 sp-repaired-date pic 9(8).
           05 sp-cleared-date pic 9(8).
           05 sp-writeoff-reason pic x(4).
           05 sp-analyst pic x(8).
           05 sp-note pic x(60).
