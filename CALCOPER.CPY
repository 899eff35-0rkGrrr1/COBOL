      ***************************************************************
      * Operator record for CALC_OPERS.DAT, one line per user allowed
      * to sign on to the interactive programs. Authority I is
      * inquiry only, O is operator (may calculate, add rates and
      * correct master fields), S is supervisor (may also delete and
      * rename master keys and maintain this file). Status A is
      * active, R is revoked. The password is held only as a check
      * value over the user id and password, set by CALCOPER.
      * Lines starting with an asterisk are comments.
      ***************************************************************
           01 OPER-RECORD.
               05 OPER-USER-ID PIC X(8).
               05 FILLER PIC X(1).
               05 OPER-STATUS PIC X(1).
               05 FILLER PIC X(1).
               05 OPER-AUTHORITY PIC X(1).
               05 FILLER PIC X(1).
               05 OPER-NAME PIC X(30).
               05 FILLER PIC X(1).
               05 OPER-PASSWORD-CHK PIC 9(10).
               05 OPER-PASSWORD-X REDEFINES OPER-PASSWORD-CHK
                   PIC X(10).
               05 FILLER PIC X(1).
               05 OPER-CHANGED-DATE PIC 9(8).
               05 FILLER PIC X(1).
               05 OPER-CHANGED-BY PIC X(8).
