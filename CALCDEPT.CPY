      ***************************************************************
      * Sending-department registry record for CALC_DEPTS.DAT, one
      * line per department allowed to send CALC_TRANS.DAT files.
      * The code matches HDR-SOURCE-SYSTEM in the file header.
      * Status A is active, anything else is inactive. Blank op
      * letters, key prefix or rate codes mean no restriction.
      * Send days run Monday to Sunday, Y on an expected day. The
      * file for a date is late once it is recorded after the
      * cut-off time HHMM on the file date plus the grace days.
      * Lines starting with an asterisk are comments.
      ***************************************************************
           01 DEPT-RECORD.
               05 DEPT-CODE PIC X(8).
               05 FILLER PIC X(1).
               05 DEPT-STATUS PIC X(1).
               05 FILLER PIC X(1).
               05 DEPT-CONTACT PIC X(30).
               05 FILLER PIC X(1).
               05 DEPT-OPS PIC X(9).
               05 FILLER PIC X(1).
               05 DEPT-KEY-PREFIX PIC X(8).
               05 FILLER PIC X(1).
               05 DEPT-SEND-DAYS PIC X(7).
               05 FILLER PIC X(1).
               05 DEPT-CUTOFF-TIME PIC 9(4).
               05 DEPT-CUTOFF-X REDEFINES DEPT-CUTOFF-TIME PIC X(4).
               05 FILLER PIC X(1).
               05 DEPT-GRACE-DAYS PIC 9(1).
               05 DEPT-GRACE-X REDEFINES DEPT-GRACE-DAYS PIC X(1).
               05 FILLER PIC X(1).
               05 DEPT-RATE-ENTRY OCCURS 5 TIMES.
                   10 DEPT-RATE-CODE PIC X(8).
                   10 FILLER PIC X(1).
