      ***************************************************************
      * Processed-transaction history for CALC_TRANHIST.IDX, one
      * record per distinct keyed detail CALCULATOR has calculated.
      * The key is the reference key, both amounts, the operation
      * codes as run (upper case, parameter default applied) and the
      * rate code. The data part holds the date, time, source and
      * file date of the latest processing and how often the detail
      * has been calculated. A later detail with the same key within
      * the look-back window is suspended as a suspected duplicate.
      ***************************************************************
           01 THST-RECORD.
               05 THST-KEY.
                   10 THST-REF-KEY PIC X(8).
                   10 THST-A PIC S9(9)V9(5) SIGN IS LEADING SEPARATE.
                   10 THST-B PIC S9(9)V9(5) SIGN IS LEADING SEPARATE.
                   10 THST-OPS PIC X(8).
                   10 THST-RATE-CODE PIC X(8).
               05 FILLER PIC X(1).
               05 THST-RUN-DATE PIC 9(8).
               05 THST-RUN-DATE-X REDEFINES THST-RUN-DATE PIC X(8).
               05 FILLER PIC X(1).
               05 THST-RUN-TIME PIC 9(8).
               05 FILLER PIC X(1).
               05 THST-SOURCE PIC X(8).
               05 FILLER PIC X(1).
               05 THST-FILE-DATE PIC 9(8).
               05 FILLER PIC X(1).
               05 THST-SEEN-COUNT PIC 9(5).
