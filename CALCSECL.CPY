      ***************************************************************
      * Security log record for CALC_SECURITY.LOG, appended by every
      * program that signs an operator on. Event SIGNFAIL is a failed
      * sign-on (the user id is the one typed), REFUSED is a function
      * refused for want of authority, ACTION is a privileged action
      * that was carried out. CALCSEC reports from this file.
      ***************************************************************
           01 SECLOG-RECORD.
               05 SEC-DATE PIC 9(8).
               05 FILLER PIC X(1).
               05 SEC-TIME PIC 9(8).
               05 FILLER PIC X(1).
               05 SEC-PROGRAM PIC X(10).
               05 FILLER PIC X(1).
               05 SEC-USER-ID PIC X(8).
               05 FILLER PIC X(1).
               05 SEC-EVENT PIC X(8).
               05 FILLER PIC X(1).
               05 SEC-DETAIL PIC X(60).
