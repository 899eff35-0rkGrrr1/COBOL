      ***************************************************************
      * General-ledger account mapping record for CALC_GLMAP.DAT.
      * Maps a reference-key prefix, operation letter (A S M D P E
      * R V T) and rate code to the debit and credit accounts a
      * result is posted to. A blank prefix, operation or rate code
      * matches anything; where several lines match, the longest
      * prefix wins, then a named operation, then a named rate code.
      * A negative result is posted with the two accounts swapped.
      * Lines starting with an asterisk are comments.
      ***************************************************************
           01 GLMAP-RECORD.
               05 GLM-KEY-PREFIX PIC X(8).
               05 FILLER PIC X(1).
               05 GLM-OP PIC X(1).
               05 FILLER PIC X(1).
               05 GLM-RATE-CODE PIC X(8).
               05 FILLER PIC X(1).
               05 GLM-DEBIT-ACCT PIC X(12).
               05 FILLER PIC X(1).
               05 GLM-CREDIT-ACCT PIC X(12).
               05 FILLER PIC X(1).
               05 GLM-DESCRIPTION PIC X(30).
