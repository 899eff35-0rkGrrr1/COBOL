      ***************************************************************
      * Department return file record, one CALC_RET_ssssssss_
      * yyyymmdd.DAT per source system and file date. The header
      * repeats the file date and source of the transaction file,
      * one detail follows per detail record read, and the trailer
      * carries the record count and hash totals to balance against
      * the trailer the department sent.
      * Detail status: P processed, E processed with an operation in
      * error, C chain step (running chain value in the result of
      * the chained operation, the last step of a chain is P and
      * carries the chain result), R rejected with the reject reason
      * and the amounts exactly as sent, S suspended as a suspected
      * duplicate (reason DUPLICATE, not calculated, held in
      * CALC_SUSPENSE.DAT for an operator decision; counted with the
      * rejected in the trailer).
      * Operation status holds one byte per operation letter in the
      * order A S M D P E R V T: Y done, E in error, blank not asked.
      ***************************************************************
           01 RET-HEADER-RECORD.
               05 RET-H-REC-TYPE PIC X(1).
               05 RET-H-FILE-DATE PIC 9(8).
               05 FILLER PIC X(1).
               05 RET-H-SOURCE PIC X(8).
               05 FILLER PIC X(1).
               05 RET-H-RUN-DATE PIC 9(8).
               05 FILLER PIC X(1).
               05 RET-H-RUN-TIME PIC 9(8).
               05 FILLER PIC X(272).
           01 RET-DETAIL-RECORD.
               05 RET-D-REC-TYPE PIC X(1).
               05 RET-D-REF-KEY PIC X(8).
               05 FILLER PIC X(1).
               05 RET-D-A PIC S9(9)V9(5) SIGN IS LEADING SEPARATE.
               05 RET-D-A-X REDEFINES RET-D-A PIC X(15).
               05 FILLER PIC X(1).
               05 RET-D-B PIC S9(9)V9(5) SIGN IS LEADING SEPARATE.
               05 RET-D-B-X REDEFINES RET-D-B PIC X(15).
               05 FILLER PIC X(1).
               05 RET-D-OPS PIC X(8).
               05 FILLER PIC X(1).
               05 RET-D-RATE-CODE PIC X(8).
               05 FILLER PIC X(1).
               05 RET-D-STATUS PIC X(1).
               05 FILLER PIC X(1).
               05 RET-D-OP-STATUS PIC X(9).
               05 FILLER PIC X(1).
               05 RET-D-REASON PIC X(12).
               05 FILLER PIC X(1).
               05 RET-D-SUM PIC S9(12)V9(9) SIGN IS LEADING SEPARATE.
               05 FILLER PIC X(1).
               05 RET-D-SUB PIC S9(12)V9(9) SIGN IS LEADING SEPARATE.
               05 FILLER PIC X(1).
               05 RET-D-MUL PIC S9(12)V9(9) SIGN IS LEADING SEPARATE.
               05 FILLER PIC X(1).
               05 RET-D-DIV PIC S9(12)V9(9) SIGN IS LEADING SEPARATE.
               05 FILLER PIC X(1).
               05 RET-D-REM PIC S9(9)V9(5) SIGN IS LEADING SEPARATE.
               05 FILLER PIC X(1).
               05 RET-D-PCT PIC S9(12)V9(9) SIGN IS LEADING SEPARATE.
               05 FILLER PIC X(1).
               05 RET-D-POW PIC S9(12)V9(9) SIGN IS LEADING SEPARATE.
               05 FILLER PIC X(1).
               05 RET-D-SQR PIC S9(12)V9(9) SIGN IS LEADING SEPARATE.
               05 FILLER PIC X(1).
               05 RET-D-AVG PIC S9(12)V9(9) SIGN IS LEADING SEPARATE.
               05 FILLER PIC X(1).
               05 RET-D-RATE PIC S9(12)V9(9) SIGN IS LEADING SEPARATE.
               05 FILLER PIC X(1).
           01 RET-TRAILER-RECORD.
               05 RET-T-REC-TYPE PIC X(1).
               05 RET-T-COUNT PIC 9(7).
               05 FILLER PIC X(1).
               05 RET-T-HASH-A PIC S9(11)V9(5) SIGN IS LEADING SEPARATE.
               05 FILLER PIC X(1).
               05 RET-T-HASH-B PIC S9(11)V9(5) SIGN IS LEADING SEPARATE.
               05 FILLER PIC X(1).
               05 RET-T-PROCESSED PIC 9(7).
               05 FILLER PIC X(1).
               05 RET-T-REJECTED PIC 9(7).
               05 FILLER PIC X(1).
               05 RET-T-IN-BALANCE PIC X(1).
               05 FILLER PIC X(246).
