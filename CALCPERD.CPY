      ***************************************************************
      * Closed-period control record for CALC_PERIODS.DAT, one line
      * per accounting period (calendar month YYYYMM) that has been
      * closed. Status C is closed, O is reopened. CALCCLOSE keeps
      * the file, with who closed and last reopened the period and
      * the number of master keys in the closing snapshot. Business
      * dates in a period with status C are refused by CALCULATOR,
      * CALCMAINT and CALCRETRO.
      ***************************************************************
           01 PERIOD-RECORD.
               05 PERD-PERIOD PIC 9(6).
               05 PERD-PERIOD-X REDEFINES PERD-PERIOD PIC X(6).
               05 FILLER PIC X(1).
               05 PERD-STATUS PIC X(1).
               05 FILLER PIC X(1).
               05 PERD-CLOSED-DATE PIC 9(8).
               05 FILLER PIC X(1).
               05 PERD-CLOSED-TIME PIC 9(8).
               05 FILLER PIC X(1).
               05 PERD-CLOSED-BY PIC X(8).
               05 FILLER PIC X(1).
               05 PERD-REOPEN-DATE PIC 9(8).
               05 FILLER PIC X(1).
               05 PERD-REOPEN-TIME PIC 9(8).
               05 FILLER PIC X(1).
               05 PERD-REOPEN-BY PIC X(8).
               05 FILLER PIC X(1).
               05 PERD-KEY-COUNT PIC 9(7).
               05 FILLER PIC X(1).
               05 PERD-CLOSE-COUNT PIC 9(3).
