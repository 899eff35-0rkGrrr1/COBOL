               05 AUD-REM PIC X(14).
               05 FILLER PIC X(5).
               05 AUD-KEY PIC X(8).
               05 FILLER PIC X(73).

           FD MASTER-FILE.
           COPY "CALCMAST.CPY".
               05 RUNLOG-REC-COUNT PIC 9(7).
               05 FILLER PIC X(1).
               05 RUNLOG-RC PIC 9(2).
               05 FILLER PIC X(1).
               05 RUNLOG-USER PIC X(8).

       WORKING-STORAGE SECTION.
           01 WS-AUDIT-FILE-STATUS PIC X(2).
           01 WS-NO-KEY-COUNT PIC 9(7) VALUE ZEROS.
           01 WS-OLD-FMT-COUNT PIC 9(7) VALUE ZEROS.
           01 WS-MAINT-COUNT PIC 9(7) VALUE ZEROS.
           01 WS-RETRO-COUNT PIC 9(7) VALUE ZEROS.
           01 WS-RETRO-SKIP-COUNT PIC 9(7) VALUE ZEROS.
           01 WS-UNRECON-COUNT PIC 9(7) VALUE ZEROS.
           01 WS-IGNORED-COUNT PIC 9(7) VALUE ZEROS.
           01 WS-KEYS-BUILT PIC 9(7) VALUE ZEROS.
           01 WS-AUD-B-VAL PIC S9(9)V9(5) COMP-3.
           01 WS-AUD-R-VAL PIC S9(12)V9(9) COMP-3.
           01 WS-AUD-REM-VAL PIC S9(9)V9(5) COMP-3.
           01 WS-AUD-RATE-VAL PIC S9(3)V9(5) COMP-3.
           01 WS-AUD-RUN-DATE PIC 9(8).
           01 WS-OP-LETTER PIC X(1).
           01 WS-OPS-IDX PIC 9(2) COMP.
           01 WS-OPS-DONE PIC X(1).
                   MOVE WS-RUN-END-TIME TO RUNLOG-END-TIME
                   MOVE WS-APPLIED-COUNT TO RUNLOG-REC-COUNT
                   MOVE RETURN-CODE TO RUNLOG-RC
                   MOVE "BATCH" TO RUNLOG-USER
                   WRITE RUNLOG-RECORD
                   CLOSE RUNLOG-FILE
               ELSE
               END-IF.

           REPLAY-ONE-ENTRY.
               IF AUDIT-IN-RECORD(19:6) = "RETRO-" THEN
                   PERFORM REPLAY-RETRO-ENTRY
                   GO TO Replay-One-Entry-Exit
               END-IF.
               IF AUDIT-IN-RECORD(19:6) = "MAINT-" THEN
                   ADD 1 TO WS-MAINT-COUNT
                   GO TO Replay-One-Entry-Exit
               END-IF.
           Replay-One-Entry-Exit.

           REPLAY-RETRO-ENTRY.
               IF AUDIT-IN-RECORD(31:8) = SPACES
                       OR AUDIT-IN-RECORD(44:8) IS NOT NUMERIC
                       OR AUDIT-IN-RECORD(71:8) IS NOT NUMERIC
                       OR FUNCTION TEST-NUMVAL(AUDIT-IN-RECORD(85:10))
                           NOT = 0
                       OR FUNCTION TEST-NUMVAL(AUDIT-IN-RECORD(118:23))
                           NOT = 0 THEN
                   ADD 1 TO WS-RETRO-SKIP-COUNT
               ELSE
                   MOVE AUDIT-IN-RECORD(44:8) TO WS-AUD-RUN-DATE
                   COMPUTE WS-AUD-RATE-VAL =
                       FUNCTION NUMVAL(AUDIT-IN-RECORD(85:10))
                   COMPUTE WS-AUD-R-VAL =
                       FUNCTION NUMVAL(AUDIT-IN-RECORD(118:23))
                   MOVE FUNCTION UPPER-CASE(AUDIT-IN-RECORD(31:8))
                       TO MAST-REF-KEY
                   READ MASTER-FILE
                       INVALID KEY
                           ADD 1 TO WS-RETRO-SKIP-COUNT
                       NOT INVALID KEY
                           PERFORM APPLY-RETRO-TO-MASTER
                   END-READ
               END-IF.

           APPLY-RETRO-TO-MASTER.
               IF MAST-L-RUN-DATE NOT = WS-AUD-RUN-DATE THEN
                   ADD 1 TO WS-RETRO-SKIP-COUNT
               ELSE
                   MOVE MAST-LATEST TO MAST-PRIOR
                   MOVE AUDIT-IN-RECORD(58:8) TO MAST-L-RATE-CODE
                   MOVE WS-AUD-RATE-VAL TO MAST-L-RATE-VALUE
                   MOVE AUDIT-IN-RECORD(71:8) TO MAST-L-RATE-EFF-DATE
                   MOVE WS-AUD-R-VAL TO MAST-L-RATE
                   REWRITE MASTER-RECORD
                       INVALID KEY
                           ADD 1 TO WS-ERROR-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-RETRO-COUNT
                   END-REWRITE
               END-IF.

           SET-OP-LETTER.
               IF AUD-OP = "ADD" THEN
                   MOVE "A" TO WS-OP-LETTER
                   MOVE "R" TO WS-OP-LETTER
               ELSE IF AUD-OP = "AVERAGE" THEN
                   MOVE "V" TO WS-OP-LETTER
               ELSE IF AUD-OP = "RATE" THEN
                   MOVE "T" TO WS-OP-LETTER
               ELSE
                   MOVE SPACES TO WS-OP-LETTER
               END-IF.
               MOVE ZEROS TO MAST-L-POW.
               MOVE ZEROS TO MAST-L-SQR.
               MOVE ZEROS TO MAST-L-AVG.
               MOVE SPACES TO MAST-L-RATE-CODE.
               MOVE ZEROS TO MAST-L-RATE-VALUE.
               MOVE ZEROS TO MAST-L-RATE-EFF-DATE.
               MOVE ZEROS TO MAST-L-RATE-DATE.
               MOVE ZEROS TO MAST-L-RATE.

           APPLY-OP-FIELDS.
               MOVE WS-AUD-A-VAL TO MAST-L-A.
                   MOVE WS-AUD-R-VAL TO MAST-L-POW
               ELSE IF WS-OP-LETTER = "R" THEN
                   MOVE WS-AUD-R-VAL TO MAST-L-SQR
               ELSE IF WS-OP-LETTER = "T" THEN
                   MOVE WS-AUD-R-VAL TO MAST-L-RATE
                   MOVE MAST-L-RUN-DATE TO MAST-L-RATE-DATE
               ELSE
                   MOVE WS-AUD-R-VAL TO MAST-L-AVG
               END-IF.
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
               WRITE REPORT-RECORD.
               MOVE WS-RETRO-COUNT TO WS-CNT-DISP.
               MOVE SPACES TO REPORT-RECORD.
               STRING "Rate adjustments applied:    " WS-CNT-DISP
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
               WRITE REPORT-RECORD.
               MOVE WS-RETRO-SKIP-COUNT TO WS-CNT-DISP.
               MOVE SPACES TO REPORT-RECORD.
               STRING "Rate adjustments superseded: " WS-CNT-DISP
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
               WRITE REPORT-RECORD.
               COMPUTE WS-UNRECON-COUNT =
                   WS-NO-KEY-COUNT + WS-OLD-FMT-COUNT.
               IF WS-UNRECON-COUNT > 0 THEN
