      ***************************************************************
      * Author: Anastasija Litvinionok nlitvinionok@gmail.com
      * Date: 2026.10.15
      * Purpose: Verify the audit trail has not been altered. Walks
      *          the archived CALC_AUDIT_YYYYMM.LOG generations for a
      *          period range and then the live CALC_AUDIT.LOG, in
      *          order, following the sequence number and chained
      *          check value sealed onto every audit line. Gaps,
      *          duplicate or out-of-order sequence numbers, lines
      *          whose timestamp runs backwards and lines whose check
      *          value no longer matches are listed with the file and
      *          line number in CALC_AUDITVFY.RPT, followed by a
      *          clean or failed verdict.
      * Tectonics: cobc
      ****************************************************************
000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. AUDITVFY.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT AUDIT-IN-FILE ASSIGN USING WS-AUDIT-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-FILE-STATUS.
               SELECT REPORT-FILE ASSIGN TO "CALC_AUDITVFY.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-FILE-STATUS.
               SELECT RUNLOG-FILE ASSIGN TO "CALC_RUNLOG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNLOG-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD AUDIT-IN-FILE.
           01 AUDIT-IN-RECORD.
               05 AUD-DATE PIC X(8).
               05 FILLER PIC X(1).
               05 AUD-TIME PIC X(8).
               05 FILLER PIC X(143).
               05 AUD-SEAL-SEQ-TAG PIC X(5).
               05 AUD-SEAL-SEQ PIC 9(9).
               05 AUD-SEAL-SEQ-X REDEFINES AUD-SEAL-SEQ PIC X(9).
               05 AUD-SEAL-CHK-TAG PIC X(5).
               05 AUD-SEAL-CHK PIC 9(10).
               05 AUD-SEAL-CHK-X REDEFINES AUD-SEAL-CHK PIC X(10).
               05 FILLER PIC X(31).

           FD REPORT-FILE.
           01 REPORT-RECORD PIC X(132).

           FD RUNLOG-FILE.
           01 RUNLOG-RECORD.
               05 RUNLOG-PROGRAM PIC X(10).
               05 FILLER PIC X(1).
               05 RUNLOG-START-DATE PIC 9(8).
               05 FILLER PIC X(1).
               05 RUNLOG-START-TIME PIC 9(8).
               05 FILLER PIC X(1).
               05 RUNLOG-END-DATE PIC 9(8).
               05 FILLER PIC X(1).
               05 RUNLOG-END-TIME PIC 9(8).
               05 FILLER PIC X(1).
               05 RUNLOG-REC-COUNT PIC 9(7).
               05 FILLER PIC X(1).
               05 RUNLOG-RC PIC 9(2).
               05 FILLER PIC X(1).
               05 RUNLOG-USER PIC X(8).

       WORKING-STORAGE SECTION.
           01 WS-AUDIT-FILE-STATUS PIC X(2).
           01 WS-REPORT-FILE-STATUS PIC X(2).
           01 WS-RUNLOG-FILE-STATUS PIC X(2).
           01 WS-RUN-START-DATE PIC 9(8) VALUE ZEROS.
           01 WS-RUN-START-TIME PIC 9(8) VALUE ZEROS.
           01 WS-RUN-END-DATE PIC 9(8).
           01 WS-RUN-END-TIME PIC 9(8).
           01 WS-RUN-DATE PIC 9(8).
           01 WS-AUDIT-NAME PIC X(64).
           01 WS-EOF-FLAG PIC X(1) VALUE "N".
               88 END-OF-AUDIT-FILE VALUE "Y".
           01 WS-DATE-RAW PIC X(8).
           01 WS-FROM-PERIOD PIC 9(6) VALUE ZEROS.
           01 WS-TO-PERIOD PIC 9(6) VALUE ZEROS.
           01 WS-CUR-PERIOD PIC 9(6) VALUE ZEROS.
           01 WS-PERIOD-MM PIC 9(2).
           01 WS-LIVE-OPENED PIC X(1) VALUE "N".
           01 WS-LINE-SEALED PIC X(1).
           01 WS-PREV-KNOWN PIC X(1) VALUE "N".
           01 WS-SEALED-SEEN PIC X(1) VALUE "N".
           01 WS-PREV-SEQ PIC 9(9) VALUE ZEROS.
           01 WS-PREV-CHK PIC 9(10) VALUE ZEROS.
           01 WS-PREV-STAMP PIC 9(16) VALUE ZEROS.
           01 WS-LINE-STAMP PIC 9(16) VALUE ZEROS.
           01 WS-SEAL-WORK PIC 9(12) COMP VALUE ZEROS.
           01 WS-SEAL-IDX PIC 9(3) COMP.
           01 WS-MISSING-LINES PIC 9(9) VALUE ZEROS.
           01 WS-FILE-LINE-NO PIC 9(7) VALUE ZEROS.
           01 WS-FILES-READ PIC 9(4) VALUE ZEROS.
           01 WS-FILES-MISSING PIC 9(4) VALUE ZEROS.
           01 WS-READ-COUNT PIC 9(7) VALUE ZEROS.
           01 WS-SEALED-COUNT PIC 9(7) VALUE ZEROS.
           01 WS-LEGACY-COUNT PIC 9(7) VALUE ZEROS.
           01 WS-CARRY-COUNT PIC 9(7) VALUE ZEROS.
           01 WS-GAP-COUNT PIC 9(7) VALUE ZEROS.
           01 WS-DUP-COUNT PIC 9(7) VALUE ZEROS.
           01 WS-TIME-COUNT PIC 9(7) VALUE ZEROS.
           01 WS-BROKEN-COUNT PIC 9(7) VALUE ZEROS.
           01 WS-INSERTED-COUNT PIC 9(7) VALUE ZEROS.
           01 WS-CARRY-BAD-COUNT PIC 9(7) VALUE ZEROS.
           01 WS-START-COUNT PIC 9(7) VALUE ZEROS.
           01 WS-FINDING-COUNT PIC 9(7) VALUE ZEROS.
           01 WS-FINDING-TEXT PIC X(60).
           01 WS-CNT-DISP PIC Z(6)9.
           01 WS-SEQ-DISP PIC Z(8)9.
           01 WS-LINE-COUNT PIC 9(3) VALUE 999.
           01 WS-PAGE-COUNT PIC 9(4) VALUE ZEROS.
           01 WS-SECTION-LINE PIC X(132).
           01 WS-HEADING-LINE.
               05 FILLER PIC X(36)
                   VALUE "AUDIT TRAIL INTEGRITY CHECK".
               05 FILLER PIC X(9) VALUE "RUN DATE ".
               05 HDG-RUN-DATE PIC 9(8).
               05 FILLER PIC X(3) VALUE SPACES.
               05 FILLER PIC X(5) VALUE "PAGE ".
               05 HDG-PAGE PIC Z(3)9.
           01 WS-FND-COLS-LINE.
               05 FILLER PIC X(26) VALUE "FILE".
               05 FILLER PIC X(9) VALUE "   LINE".
               05 FILLER PIC X(11) VALUE "      SEQ".
               05 FILLER PIC X(60) VALUE "FINDING".
           01 WS-FND-DETAIL-LINE.
               05 FND-FILE PIC X(24).
               05 FILLER PIC X(2) VALUE SPACES.
               05 FND-LINE PIC Z(6)9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 FND-SEQ PIC Z(8)9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 FND-TEXT PIC X(60).
000011
000012 PROCEDURE DIVISION.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY "Audit trail integrity check.".
           DISPLAY " ".
           DISPLAY "Enter first archived period YYYYMM, or blank to".
           DISPLAY "check only the live CALC_AUDIT.LOG.".
           MOVE SPACES TO WS-DATE-RAW.
           ACCEPT WS-DATE-RAW.
           IF WS-DATE-RAW(1:6) IS NUMERIC THEN
               MOVE WS-DATE-RAW(1:6) TO WS-FROM-PERIOD
               DISPLAY "Enter last archived period YYYYMM:"
               MOVE SPACES TO WS-DATE-RAW
               ACCEPT WS-DATE-RAW
               IF WS-DATE-RAW(1:6) IS NUMERIC THEN
                   MOVE WS-DATE-RAW(1:6) TO WS-TO-PERIOD
               ELSE
                   MOVE WS-FROM-PERIOD TO WS-TO-PERIOD
               END-IF
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "Verify: cannot open CALC_AUDITVFY.RPT, status "
                   WS-REPORT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO Exit-Program
           END-IF.
           MOVE WS-RUN-DATE TO HDG-RUN-DATE.
           PERFORM WRITE-PAGE-HEADING.
           MOVE "AUDIT TRAIL FINDINGS" TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-FND-COLS-LINE TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           IF WS-FROM-PERIOD > 0 THEN
               MOVE WS-FROM-PERIOD TO WS-CUR-PERIOD
               PERFORM UNTIL WS-CUR-PERIOD > WS-TO-PERIOD
                   MOVE SPACES TO WS-AUDIT-NAME
                   STRING "CALC_AUDIT_" WS-CUR-PERIOD ".LOG"
                       DELIMITED BY SIZE INTO WS-AUDIT-NAME
                   END-STRING
                   PERFORM VERIFY-ONE-FILE
                   PERFORM BUMP-PERIOD
               END-PERFORM
           END-IF.
           MOVE "CALC_AUDIT.LOG" TO WS-AUDIT-NAME.
           PERFORM VERIFY-ONE-FILE.
           IF WS-FINDING-COUNT = 0 THEN
               MOVE "  (no findings)" TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.
           IF WS-FINDING-COUNT > 0 OR WS-LIVE-OPENED = "N" THEN
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-VERIFY-SUMMARY.
           CLOSE REPORT-FILE.
           MOVE WS-READ-COUNT TO WS-CNT-DISP.
           DISPLAY "Audit lines read:  " WS-CNT-DISP.
           MOVE WS-FINDING-COUNT TO WS-CNT-DISP.
           DISPLAY "Findings:          " WS-CNT-DISP.
           IF RETURN-CODE = 0 THEN
               DISPLAY "AUDIT TRAIL VERDICT: CLEAN"
           ELSE
               DISPLAY "AUDIT TRAIL VERDICT: FAILED"
           END-IF.
           DISPLAY "Verification report written to CALC_AUDITVFY.RPT.".

000055 Exit-Program.
           PERFORM WRITE-RUN-CONTROL.
000056     STOP RUN.

           WRITE-RUN-CONTROL.
               ACCEPT WS-RUN-END-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-RUN-END-TIME FROM TIME.
               OPEN EXTEND RUNLOG-FILE.
               IF WS-RUNLOG-FILE-STATUS NOT = "00" THEN
                   OPEN OUTPUT RUNLOG-FILE
                   CLOSE RUNLOG-FILE
                   OPEN EXTEND RUNLOG-FILE
               END-IF.
               IF WS-RUNLOG-FILE-STATUS = "00" THEN
                   MOVE SPACES TO RUNLOG-RECORD
                   MOVE "AUDITVFY" TO RUNLOG-PROGRAM
                   MOVE WS-RUN-START-DATE TO RUNLOG-START-DATE
                   MOVE WS-RUN-START-TIME TO RUNLOG-START-TIME
                   MOVE WS-RUN-END-DATE TO RUNLOG-END-DATE
                   MOVE WS-RUN-END-TIME TO RUNLOG-END-TIME
                   MOVE WS-READ-COUNT TO RUNLOG-REC-COUNT
                   MOVE RETURN-CODE TO RUNLOG-RC
                   MOVE "BATCH" TO RUNLOG-USER
                   WRITE RUNLOG-RECORD
                   CLOSE RUNLOG-FILE
               ELSE
                   DISPLAY "Run control: cannot open CALC_RUNLOG.DAT,"
                       " status " WS-RUNLOG-FILE-STATUS
               END-IF.

           BUMP-PERIOD.
               COMPUTE WS-PERIOD-MM =
                   FUNCTION MOD(WS-CUR-PERIOD, 100).
               IF WS-PERIOD-MM >= 12 THEN
                   COMPUTE WS-CUR-PERIOD = WS-CUR-PERIOD + 89
               ELSE
                   ADD 1 TO WS-CUR-PERIOD
               END-IF.

           VERIFY-ONE-FILE.
               MOVE ZEROS TO WS-FILE-LINE-NO.
               OPEN INPUT AUDIT-IN-FILE.
               IF WS-AUDIT-FILE-STATUS = "35"
                       AND WS-AUDIT-NAME NOT = "CALC_AUDIT.LOG" THEN
                   ADD 1 TO WS-FILES-MISSING
                   MOVE SPACES TO REPORT-RECORD
                   STRING "Generation "
                       FUNCTION TRIM(WS-AUDIT-NAME)
                       " is not on disk - skipped."
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               ELSE IF WS-AUDIT-FILE-STATUS NOT = "00" THEN
                   DISPLAY "Verify: cannot open "
                       FUNCTION TRIM(WS-AUDIT-NAME) ", status "
                       WS-AUDIT-FILE-STATUS
                   MOVE SPACES TO REPORT-RECORD
                   STRING "Cannot open "
                       FUNCTION TRIM(WS-AUDIT-NAME) ", status "
                       WS-AUDIT-FILE-STATUS
                       " - the trail cannot be verified."
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   ADD 1 TO WS-FILES-READ
                   IF WS-AUDIT-NAME = "CALC_AUDIT.LOG" THEN
                       MOVE "Y" TO WS-LIVE-OPENED
                   END-IF
                   MOVE "N" TO WS-EOF-FLAG
                   READ AUDIT-IN-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   PERFORM UNTIL END-OF-AUDIT-FILE
                       ADD 1 TO WS-FILE-LINE-NO
                       ADD 1 TO WS-READ-COUNT
                       PERFORM VERIFY-ONE-LINE
                           THRU Verify-One-Line-Exit
                       READ AUDIT-IN-FILE
                           AT END MOVE "Y" TO WS-EOF-FLAG
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-IN-FILE
               END-IF.

           VERIFY-ONE-LINE.
               IF AUDIT-IN-RECORD = SPACES THEN
                   GO TO Verify-One-Line-Exit
               END-IF.
               MOVE "N" TO WS-LINE-SEALED.
               IF AUD-SEAL-SEQ-TAG = " SEQ="
                       AND AUD-SEAL-SEQ-X IS NUMERIC
                       AND AUD-SEAL-CHK-TAG = " CHK="
                       AND AUD-SEAL-CHK-X IS NUMERIC THEN
                   MOVE "Y" TO WS-LINE-SEALED
               END-IF.
               IF AUDIT-IN-RECORD(1:14) = "*CARRY-FORWARD" THEN
                   PERFORM VERIFY-CARRY-LINE
                   GO TO Verify-One-Line-Exit
               END-IF.
               IF WS-LINE-SEALED = "N" THEN
                   IF WS-SEALED-SEEN = "N" THEN
                       ADD 1 TO WS-LEGACY-COUNT
                   ELSE
                       ADD 1 TO WS-INSERTED-COUNT
                       MOVE "UNSEALED LINE INSERTED"
                           TO WS-FINDING-TEXT
                       PERFORM WRITE-FINDING-LINE
                   END-IF
                   GO TO Verify-One-Line-Exit
               END-IF.
               ADD 1 TO WS-SEALED-COUNT.
               MOVE "Y" TO WS-SEALED-SEEN.
               IF AUD-DATE IS NUMERIC AND AUD-TIME IS NUMERIC THEN
                   COMPUTE WS-LINE-STAMP =
                       FUNCTION NUMVAL(AUD-DATE) * 100000000
                       + FUNCTION NUMVAL(AUD-TIME)
                   IF WS-LINE-STAMP < WS-PREV-STAMP THEN
                       ADD 1 TO WS-TIME-COUNT
                       MOVE "TIMESTAMP EARLIER THAN THE LINE BEFORE IT"
                           TO WS-FINDING-TEXT
                       PERFORM WRITE-FINDING-LINE
                   END-IF
                   MOVE WS-LINE-STAMP TO WS-PREV-STAMP
               END-IF.
               IF WS-PREV-KNOWN = "N" AND AUD-SEAL-SEQ = 1 THEN
                   MOVE ZEROS TO WS-PREV-SEQ
                   MOVE ZEROS TO WS-PREV-CHK
                   MOVE "Y" TO WS-PREV-KNOWN
               END-IF.
               PERFORM CHECK-LINE-SEQUENCE.
               MOVE AUD-SEAL-SEQ TO WS-PREV-SEQ.
               MOVE AUD-SEAL-CHK TO WS-PREV-CHK.
               MOVE "Y" TO WS-PREV-KNOWN.
           Verify-One-Line-Exit.

           CHECK-LINE-SEQUENCE.
               IF WS-PREV-KNOWN = "N" THEN
                   ADD 1 TO WS-START-COUNT
                   MOVE "CHAIN START MISSING - NO EARLIER LINE TO CHECK"
                       TO WS-FINDING-TEXT
                   PERFORM WRITE-FINDING-LINE
               ELSE IF AUD-SEAL-SEQ = WS-PREV-SEQ + 1 THEN
                   PERFORM COMPUTE-LINE-CHECK
                   IF WS-SEAL-WORK NOT = AUD-SEAL-CHK THEN
                       ADD 1 TO WS-BROKEN-COUNT
                       MOVE "BROKEN CHAIN - CHECK VALUE DOES NOT MATCH"
                           TO WS-FINDING-TEXT
                       PERFORM WRITE-FINDING-LINE
                   END-IF
               ELSE IF AUD-SEAL-SEQ NOT > WS-PREV-SEQ THEN
                   ADD 1 TO WS-DUP-COUNT
                   MOVE WS-PREV-SEQ TO WS-SEQ-DISP
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING "DUPLICATE OR OUT-OF-ORDER SEQUENCE, AFTER "
                       FUNCTION TRIM(WS-SEQ-DISP)
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   END-STRING
                   PERFORM WRITE-FINDING-LINE
               ELSE
                   ADD 1 TO WS-GAP-COUNT
                   COMPUTE WS-MISSING-LINES =
                       AUD-SEAL-SEQ - WS-PREV-SEQ - 1
                   MOVE WS-MISSING-LINES TO WS-SEQ-DISP
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING "GAP - " FUNCTION TRIM(WS-SEQ-DISP)
                       " LINE(S) MISSING BEFORE THIS LINE"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   END-STRING
                   PERFORM WRITE-FINDING-LINE
               END-IF.

           VERIFY-CARRY-LINE.
               IF WS-LINE-SEALED = "N" THEN
                   ADD 1 TO WS-CARRY-BAD-COUNT
                   MOVE "CARRY-FORWARD LINE DAMAGED"
                       TO WS-FINDING-TEXT
                   PERFORM WRITE-FINDING-LINE
               ELSE
                   ADD 1 TO WS-CARRY-COUNT
                   IF WS-PREV-KNOWN = "Y"
                           AND (AUD-SEAL-SEQ NOT = WS-PREV-SEQ
                           OR AUD-SEAL-CHK NOT = WS-PREV-CHK) THEN
                       ADD 1 TO WS-CARRY-BAD-COUNT
                       MOVE WS-PREV-SEQ TO WS-SEQ-DISP
                       MOVE SPACES TO WS-FINDING-TEXT
                       STRING "CARRY-FORWARD MISMATCH, CHAIN WAS AT "
                           FUNCTION TRIM(WS-SEQ-DISP)
                           DELIMITED BY SIZE INTO WS-FINDING-TEXT
                       END-STRING
                       PERFORM WRITE-FINDING-LINE
                   END-IF
                   MOVE AUD-SEAL-SEQ TO WS-PREV-SEQ
                   MOVE AUD-SEAL-CHK TO WS-PREV-CHK
                   MOVE "Y" TO WS-PREV-KNOWN
                   MOVE "Y" TO WS-SEALED-SEEN
               END-IF.

           COMPUTE-LINE-CHECK.
               MOVE WS-PREV-CHK TO WS-SEAL-WORK.
               PERFORM VARYING WS-SEAL-IDX FROM 1 BY 1
                       UNTIL WS-SEAL-IDX > 220
                   IF WS-SEAL-IDX < 180 OR WS-SEAL-IDX > 189 THEN
                       COMPUTE WS-SEAL-WORK = FUNCTION MOD(
                           WS-SEAL-WORK * 31 + FUNCTION ORD(
                           AUDIT-IN-RECORD(WS-SEAL-IDX:1)),
                           9999999967)
                   END-IF
               END-PERFORM.

           WRITE-FINDING-LINE.
               ADD 1 TO WS-FINDING-COUNT.
               MOVE WS-AUDIT-NAME TO FND-FILE.
               MOVE WS-FILE-LINE-NO TO FND-LINE.
               IF WS-LINE-SEALED = "Y" THEN
                   MOVE AUD-SEAL-SEQ TO FND-SEQ
               ELSE
                   MOVE ZEROS TO FND-SEQ
               END-IF.
               MOVE WS-FINDING-TEXT TO FND-TEXT.
               MOVE WS-FND-DETAIL-LINE TO REPORT-RECORD.
               PERFORM WRITE-REPORT-LINE.

           WRITE-VERIFY-SUMMARY.
               MOVE SPACES TO REPORT-RECORD.
               PERFORM WRITE-REPORT-LINE.
               MOVE "VERIFICATION SUMMARY" TO REPORT-RECORD.
               PERFORM WRITE-REPORT-LINE.
               MOVE SPACES TO REPORT-RECORD.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-FILES-READ TO WS-CNT-DISP.
               MOVE SPACES TO REPORT-RECORD.
               STRING "Files verified:                  " WS-CNT-DISP
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-FILES-MISSING TO WS-CNT-DISP.
               MOVE SPACES TO REPORT-RECORD.
               STRING "Generations not on disk:         " WS-CNT-DISP
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-READ-COUNT TO WS-CNT-DISP.
               MOVE SPACES TO REPORT-RECORD.
               STRING "Lines read:                      " WS-CNT-DISP
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-SEALED-COUNT TO WS-CNT-DISP.
               MOVE SPACES TO REPORT-RECORD.
               STRING "Sealed lines:                    " WS-CNT-DISP
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-LEGACY-COUNT TO WS-CNT-DISP.
               MOVE SPACES TO REPORT-RECORD.
               STRING "Lines written before sealing:    " WS-CNT-DISP
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-CARRY-COUNT TO WS-CNT-DISP.
               MOVE SPACES TO REPORT-RECORD.
               STRING "Carry-forward lines:             " WS-CNT-DISP
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-PREV-SEQ TO WS-SEQ-DISP.
               MOVE SPACES TO REPORT-RECORD.
               STRING "Last sequence number:          " WS-SEQ-DISP
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               MOVE SPACES TO REPORT-RECORD.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-GAP-COUNT TO WS-CNT-DISP.
               MOVE SPACES TO REPORT-RECORD.
               STRING "Sequence gaps:                   " WS-CNT-DISP
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-DUP-COUNT TO WS-CNT-DISP.
               MOVE SPACES TO REPORT-RECORD.
               STRING "Duplicate/out-of-order sequence: " WS-CNT-DISP
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-TIME-COUNT TO WS-CNT-DISP.
               MOVE SPACES TO REPORT-RECORD.
               STRING "Timestamps out of order:         " WS-CNT-DISP
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-BROKEN-COUNT TO WS-CNT-DISP.
               MOVE SPACES TO REPORT-RECORD.
               STRING "Broken chain (line altered):     " WS-CNT-DISP
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-INSERTED-COUNT TO WS-CNT-DISP.
               MOVE SPACES TO REPORT-RECORD.
               STRING "Unsealed lines inserted:         " WS-CNT-DISP
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-CARRY-BAD-COUNT TO WS-CNT-DISP.
               MOVE SPACES TO REPORT-RECORD.
               STRING "Carry-forward mismatches:        " WS-CNT-DISP
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-START-COUNT TO WS-CNT-DISP.
               MOVE SPACES TO REPORT-RECORD.
               STRING "Chain start missing:             " WS-CNT-DISP
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               MOVE SPACES TO REPORT-RECORD.
               PERFORM WRITE-REPORT-LINE.
               IF RETURN-CODE = 0 THEN
                   MOVE "AUDIT TRAIL VERDICT: CLEAN" TO REPORT-RECORD
               ELSE IF WS-LIVE-OPENED = "N" THEN
                   MOVE "AUDIT TRAIL VERDICT: FAILED - NO LIVE LOG"
                       TO REPORT-RECORD
               ELSE
                   MOVE "AUDIT TRAIL VERDICT: FAILED" TO REPORT-RECORD
               END-IF.
               PERFORM WRITE-REPORT-LINE.

           WRITE-REPORT-LINE.
               IF WS-LINE-COUNT > 56 THEN
                   MOVE REPORT-RECORD TO WS-SECTION-LINE
                   PERFORM WRITE-PAGE-HEADING
                   MOVE WS-SECTION-LINE TO REPORT-RECORD
               END-IF.
               WRITE REPORT-RECORD.
               ADD 1 TO WS-LINE-COUNT.

           WRITE-PAGE-HEADING.
               ADD 1 TO WS-PAGE-COUNT.
               MOVE WS-PAGE-COUNT TO HDG-PAGE.
               MOVE WS-HEADING-LINE TO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE SPACES TO REPORT-RECORD.
               WRITE REPORT-RECORD.
               MOVE 2 TO WS-LINE-COUNT.

           END PROGRAM AUDITVFY.
