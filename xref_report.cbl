       2000-write-by-evaluation.
         move spaces to heading_line
         string "BY EVALUATION (EVAL ID / VARIABLE / VALUE / POS /"
           " SOURCE T=table C=contract F=file)" into heading_line
         write report-record from heading_line
         move spaces to prev-eval
         perform varying xref-idx from 1 by 1
