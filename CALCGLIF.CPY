      ***************************************************************
      * General-ledger interface file record, one CALC_GL_yyyymmdd.DAT
      * per business date released by CALCGL. The header carries the
      * batch id and business date, each detail is one debit or one
      * credit journal line (amounts unsigned, two decimals), and the
      * trailer carries the line count and the debit and credit
      * totals, which are always equal on a released file.
      ***************************************************************
           01 GL-HEADER-RECORD.
               05 GLH-REC-TYPE PIC X(1).
               05 GLH-BATCH-ID PIC X(12).
               05 FILLER PIC X(1).
               05 GLH-BUSINESS-DATE PIC 9(8).
               05 FILLER PIC X(1).
               05 GLH-RUN-DATE PIC 9(8).
               05 FILLER PIC X(1).
               05 GLH-RUN-TIME PIC 9(8).
               05 FILLER PIC X(80).
           01 GL-LINE-RECORD.
               05 GLL-REC-TYPE PIC X(1).
               05 GLL-LINE-NO PIC 9(7).
               05 FILLER PIC X(1).
               05 GLL-ACCOUNT PIC X(12).
               05 FILLER PIC X(1).
               05 GLL-DR-CR PIC X(1).
               05 FILLER PIC X(1).
               05 GLL-AMOUNT PIC 9(13)V9(2).
               05 FILLER PIC X(1).
               05 GLL-REF-KEY PIC X(8).
               05 FILLER PIC X(1).
               05 GLL-OP PIC X(1).
               05 FILLER PIC X(1).
               05 GLL-RATE-CODE PIC X(8).
               05 FILLER PIC X(1).
               05 GLL-BUSINESS-DATE PIC 9(8).
               05 FILLER PIC X(1).
               05 GLL-DESCRIPTION PIC X(30).
               05 FILLER PIC X(21).
           01 GL-TRAILER-RECORD.
               05 GLT-REC-TYPE PIC X(1).
               05 GLT-LINE-COUNT PIC 9(7).
               05 FILLER PIC X(1).
               05 GLT-DEBIT-TOTAL PIC 9(15)V9(2).
               05 FILLER PIC X(1).
               05 GLT-CREDIT-TOTAL PIC 9(15)V9(2).
               05 FILLER PIC X(1).
               05 GLT-KEY-COUNT PIC 9(7).
               05 FILLER PIC X(68).
