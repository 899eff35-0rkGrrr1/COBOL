               05 AUD-R-SIGN PIC X(2).
               05 AUD-RESULT PIC X(26).
               05 FILLER PIC X(47).
               05 AUD-SEAL-SEQ-TAG PIC X(5).
               05 AUD-SEAL-SEQ PIC 9(9).
               05 AUD-SEAL-SEQ-X REDEFINES AUD-SEAL-SEQ PIC X(9).
               05 AUD-SEAL-CHK-TAG PIC X(5).
               05 AUD-SEAL-CHK PIC 9(10).
               05 AUD-SEAL-CHK-X REDEFINES AUD-SEAL-CHK PIC X(10).
               05 FILLER PIC X(31).

           FD CSV-IN-FILE.
           01 CSV-IN-RECORD PIC X(300).
               05 RUNLOG-REC-COUNT PIC 9(7).
               05 FILLER PIC X(1).
               05 RUNLOG-RC PIC 9(2).
               05 FILLER PIC X(1).
               05 RUNLOG-USER PIC X(8).

       WORKING-STORAGE SECTION.
           01 WS-AUDIT-FILE-STATUS PIC X(2).
           01 WS-CNT-DISP-2 PIC Z(6)9.
           01 WS-TOT-DISP PIC -Z(14)9.9(5).
           01 WS-HIST-PTR PIC 9(3).
           01 WS-CARRY-KNOWN PIC X(1) VALUE "N".
           01 WS-CARRY-LINE.
               05 WS-CARRY-TEXT PIC X(160).
               05 FILLER PIC X(5) VALUE " SEQ=".
               05 WS-CARRY-SEQ PIC 9(9) VALUE ZEROS.
               05 FILLER PIC X(5) VALUE " CHK=".
               05 WS-CARRY-CHK PIC 9(10) VALUE ZEROS.
               05 FILLER PIC X(31) VALUE SPACES.
000011
000012 PROCEDURE DIVISION.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
                       WS-AUD-ARCHIVED + WS-CSV-ARCHIVED
                   MOVE WS-RUNLOG-TOTAL TO RUNLOG-REC-COUNT
                   MOVE RETURN-CODE TO RUNLOG-RC
                   MOVE "BATCH" TO RUNLOG-USER
                   WRITE RUNLOG-RECORD
                   CLOSE RUNLOG-FILE
               ELSE
                   MOVE 8 TO RETURN-CODE
                   GO TO Archive-Audit-Log-Exit
               END-IF.
               MOVE SPACES TO WS-CARRY-TEXT.
               STRING "*CARRY-FORWARD ARCHIVE RUN " WS-RUN-START-DATE
                   " " WS-RUN-START-TIME
                   DELIMITED BY SIZE INTO WS-CARRY-TEXT
               END-STRING.
               MOVE "N" TO WS-EOF-FLAG.
               READ AUDIT-LOG-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ.
               PERFORM UNTIL END-OF-INPUT-FILE
                   IF AUDIT-LOG-RECORD(1:14) = "*CARRY-FORWARD" THEN
                       PERFORM TAKE-CARRY-STATE
                   ELSE
                       PERFORM FILE-AUDIT-LINE
                   END-IF
                   READ AUDIT-LOG-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
               PERFORM REWRITE-LIVE-AUDIT.
           Archive-Audit-Log-Exit.

           FILE-AUDIT-LINE.
               IF AUD-DATE IS NUMERIC
                       AND FUNCTION NUMVAL(AUD-DATE)
                           < WS-CUTOFF-DATE THEN
                   MOVE AUD-DATE(1:6) TO WS-REC-PERIOD
                   PERFORM SWITCH-ARCHIVE-PERIOD
                   IF WS-ARCHIVE-BROKEN = "Y" THEN
                       MOVE AUDIT-LOG-RECORD TO KEEP-RECORD
                       WRITE KEEP-RECORD
                       ADD 1 TO WS-AUD-KEPT
                   ELSE
                       MOVE AUDIT-LOG-RECORD TO ARCHIVE-RECORD
                       WRITE ARCHIVE-RECORD
                       ADD 1 TO WS-AUD-ARCHIVED
                       PERFORM TALLY-PERIOD-AUDIT
                       PERFORM TAKE-CARRY-STATE
                   END-IF
               ELSE
                   MOVE AUDIT-LOG-RECORD TO KEEP-RECORD
                   WRITE KEEP-RECORD
                   ADD 1 TO WS-AUD-KEPT
               END-IF.

           TAKE-CARRY-STATE.
               IF AUD-SEAL-SEQ-TAG = " SEQ="
                       AND AUD-SEAL-SEQ-X IS NUMERIC
                       AND AUD-SEAL-CHK-TAG = " CHK="
                       AND AUD-SEAL-CHK-X IS NUMERIC THEN
                   MOVE AUD-SEAL-SEQ TO WS-CARRY-SEQ
                   MOVE AUD-SEAL-CHK TO WS-CARRY-CHK
                   MOVE "Y" TO WS-CARRY-KNOWN
               END-IF.

           REWRITE-LIVE-AUDIT.
               MOVE "CALC_AUDIT.TMP" TO WS-KEEP-NAME.
               OPEN INPUT KEEP-FILE.
                       CLOSE KEEP-FILE
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       IF WS-CARRY-KNOWN = "Y" THEN
                           MOVE WS-CARRY-LINE TO AUDIT-LOG-RECORD
                           WRITE AUDIT-LOG-RECORD
                       END-IF
                       MOVE "N" TO WS-EOF-FLAG
                       READ KEEP-FILE
                           AT END MOVE "Y" TO WS-EOF-FLAG
                   END-IF
                   IF WS-ARCHIVE-FILE-STATUS = "00" THEN
                       MOVE WS-REC-PERIOD TO WS-OPEN-PERIOD
                       IF WS-ARCHIVE-KIND = "A"
                               AND WS-CARRY-KNOWN = "Y" THEN
                           MOVE WS-CARRY-LINE TO ARCHIVE-RECORD
                           WRITE ARCHIVE-RECORD
                       END-IF
                   ELSE
                       DISPLAY "Archive: cannot open "
                           FUNCTION TRIM(WS-ARCHIVE-NAME) ", status "
