      ***************************************************************
      * Duplicate suspense record for CALC_SUSPENSE.DAT, one line per
      * detail CALCULATOR held back as a suspected duplicate of a
      * detail already processed within the look-back window. The
      * detail is kept exactly as sent, with the source, file date
      * and record number it arrived in and the date and source of
      * the earlier processing it matched.
      * Status: S suspended, R released by an operator for the next
      * batch run, P purged by an operator, D released and processed.
      * CALCSUSP records who decided and when; CALCULATOR records
      * the date a released item was processed.
      ***************************************************************
           01 SUSP-RECORD.
               05 SUSP-ITEM PIC 9(7).
               05 SUSP-ITEM-X REDEFINES SUSP-ITEM PIC X(7).
               05 FILLER PIC X(1).
               05 SUSP-STATUS PIC X(1).
               05 FILLER PIC X(1).
               05 SUSP-DATE PIC 9(8).
               05 FILLER PIC X(1).
               05 SUSP-TIME PIC 9(8).
               05 FILLER PIC X(1).
               05 SUSP-SOURCE PIC X(8).
               05 FILLER PIC X(1).
               05 SUSP-FILE-DATE PIC 9(8).
               05 FILLER PIC X(1).
               05 SUSP-REC-NUM PIC 9(7).
               05 FILLER PIC X(1).
               05 SUSP-SEEN-DATE PIC 9(8).
               05 FILLER PIC X(1).
               05 SUSP-SEEN-SOURCE PIC X(8).
               05 FILLER PIC X(1).
               05 SUSP-DECIDED-DATE PIC 9(8).
               05 FILLER PIC X(1).
               05 SUSP-DECIDED-BY PIC X(8).
               05 FILLER PIC X(1).
               05 SUSP-DONE-DATE PIC 9(8).
               05 FILLER PIC X(1).
               05 SUSP-TRANS-DATA PIC X(60).
