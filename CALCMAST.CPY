      * reference key supplied by the sending department. Holds the
      * latest and prior results for that key. Amount and result
      * fields are sized for the wide transaction type as well as
      * the classic one. The rate fields record the RATE result with
      * the code, percentage and effective date of the rate row used
      * and the date the rate was looked up for.
      ***************************************************************
           01 MASTER-RECORD.
               05 MAST-REF-KEY PIC X(8).
                       SIGN IS LEADING SEPARATE.
                   10 MAST-L-AVG PIC S9(12)V9(9)
                       SIGN IS LEADING SEPARATE.
                   10 MAST-L-RATE-CODE PIC X(8).
                   10 MAST-L-RATE-VALUE PIC S9(3)V9(5)
                       SIGN IS LEADING SEPARATE.
                   10 MAST-L-RATE-EFF-DATE PIC 9(8).
                   10 MAST-L-RATE-DATE PIC 9(8).
                   10 MAST-L-RATE PIC S9(12)V9(9)
                       SIGN IS LEADING SEPARATE.
               05 MAST-PRIOR.
                   10 MAST-P-RUN-DATE PIC 9(8).
                   10 MAST-P-A PIC S9(9)V9(5)
                       SIGN IS LEADING SEPARATE.
                   10 MAST-P-AVG PIC S9(12)V9(9)
                       SIGN IS LEADING SEPARATE.
                   10 MAST-P-RATE-CODE PIC X(8).
                   10 MAST-P-RATE-VALUE PIC S9(3)V9(5)
                       SIGN IS LEADING SEPARATE.
                   10 MAST-P-RATE-EFF-DATE PIC 9(8).
                   10 MAST-P-RATE-DATE PIC 9(8).
                   10 MAST-P-RATE PIC S9(12)V9(9)
                       SIGN IS LEADING SEPARATE.
