               SELECT DATES-FILE ASSIGN TO "CALC_DATES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DATES-FILE-STATUS.
               SELECT PERIOD-FILE ASSIGN TO "CALC_PERIODS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PERIOD-FILE-STATUS.
               SELECT MASTER-FILE ASSIGN TO "CALC_MASTER.IDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS MAST-REF-KEY
                   FILE STATUS IS WS-MASTER-FILE-STATUS.
               SELECT TRANHIST-FILE ASSIGN TO "CALC_TRANHIST.IDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS RANDOM
                   RECORD KEY IS THST-KEY
                   FILE STATUS IS WS-TRANHIST-FILE-STATUS.
               SELECT SUSPENSE-FILE ASSIGN TO "CALC_SUSPENSE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
               SELECT AUDIT-LOG-FILE ASSIGN TO "CALC_AUDIT.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-FILE-STATUS.
               SELECT MANIFEST-FILE ASSIGN TO "CALC_MANIFEST.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MANIFEST-FILE-STATUS.
               SELECT OPER-FILE ASSIGN TO "CALC_OPERS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPER-FILE-STATUS.
               SELECT SECLOG-FILE ASSIGN TO "CALC_SECURITY.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SECLOG-FILE-STATUS.
               SELECT RUNLOG-FILE ASSIGN TO "CALC_RUNLOG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNLOG-FILE-STATUS.
               SELECT RETAIN-FILE ASSIGN USING WS-RETAIN-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RETAIN-FILE-STATUS.
               SELECT DEPT-FILE ASSIGN TO "CALC_DEPTS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DEPT-FILE-STATUS.
               SELECT RETURN-FILE ASSIGN USING WS-RETURN-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RETURN-FILE-STATUS.

000004 DATA DIVISION.
           FILE SECTION.
           01 BATCH-OUT-RECORD PIC X(132).

           FD AUDIT-LOG-FILE.
           01 AUDIT-LOG-RECORD PIC X(220).
           01 AUDIT-SEAL-RECORD.
               05 FILLER PIC X(160).
               05 AUD-SEAL-SEQ-TAG PIC X(5).
               05 AUD-SEAL-SEQ PIC 9(9).
               05 AUD-SEAL-SEQ-X REDEFINES AUD-SEAL-SEQ PIC X(9).
               05 AUD-SEAL-CHK-TAG PIC X(5).
               05 AUD-SEAL-CHK PIC 9(10).
               05 AUD-SEAL-CHK-X REDEFINES AUD-SEAL-CHK PIC X(10).
               05 AUD-SEAL-USER-TAG PIC X(6).
               05 AUD-SEAL-USER PIC X(8).
               05 FILLER PIC X(17).

           FD CSV-OUT-FILE.
           01 CSV-OUT-RECORD PIC X(300).
           FD MANIFEST-FILE.
           01 MANIFEST-RECORD PIC X(64).

           FD OPER-FILE.
           COPY "CALCOPER.CPY".

           FD SECLOG-FILE.
           COPY "CALCSECL.CPY".

           FD RUNLOG-FILE.
           01 RUNLOG-RECORD.
               05 RUNLOG-PROGRAM PIC X(10).
               05 RUNLOG-REC-COUNT PIC 9(7).
               05 FILLER PIC X(1).
               05 RUNLOG-RC PIC 9(2).
               05 FILLER PIC X(1).
               05 RUNLOG-USER PIC X(8).

           FD PARM-FILE.
           01 PARM-RECORD PIC X(64).
               05 DATES-FILE-DATE PIC X(8).
               05 FILLER PIC X(1).
               05 DATES-SOURCE PIC X(8).
               05 FILLER PIC X(1).
               05 DATES-RUN-DATE PIC 9(8).
               05 FILLER PIC X(1).
               05 DATES-RUN-TIME PIC 9(8).

           FD PERIOD-FILE.
           COPY "CALCPERD.CPY".

           FD MASTER-FILE.
           COPY "CALCMAST.CPY".

           FD TRANHIST-FILE.
           COPY "CALCTHST.CPY".

           FD SUSPENSE-FILE.
           COPY "CALCSUSP.CPY".

           FD RATES-FILE.
           01 RATES-RECORD.
               05 RATE-IN-CODE PIC X(8).
           FD RETAIN-FILE.
           01 RETAIN-RECORD PIC X(132).

           FD DEPT-FILE.
           COPY "CALCDEPT.CPY".

           FD RETURN-FILE.
           COPY "CALCRETN.CPY".

000005 WORKING-STORAGE SECTION.
000006     01 WS-A PIC S9(3)V9(5) COMP.
000007     01 WS-B PIC S9(3)V9(5) COMP.
           01 WS-AUDIT-DATE PIC 9(8).
           01 WS-AUDIT-TIME PIC 9(8).
           01 WS-AUDIT-OPERATION PIC X(14).
           01 WS-AUDIT-SEQ PIC 9(9) VALUE ZEROS.
           01 WS-AUDIT-CHK PIC 9(10) VALUE ZEROS.
           01 WS-SEAL-WORK PIC 9(12) COMP VALUE ZEROS.
           01 WS-SEAL-IDX PIC 9(3) COMP.
           01 WS-SEAL-EOF PIC X(1).
           01 WS-AUDIT-A PIC Z(9)9.9(5).
           01 WS-AUDIT-B PIC Z(9)9.9(5).
           01 WS-A-SIGN PIC X(2).
           01 WS-MANIFEST-MODE PIC X(1) VALUE "N".
           01 WS-MANIFEST-FILES PIC 9(3) VALUE ZEROS.
           01 WS-BATCH-OPEN-OK PIC X(1) VALUE "N".
           01 WS-PREFLIGHT PIC X(1) VALUE "N".
           01 WS-LOGS-OPEN PIC X(1) VALUE "N".
           01 WS-PRE-REASON PIC X(30) VALUE SPACES.
           01 WS-PRE-VERDICT PIC X(5).
           01 WS-PRE-BAL-TEXT PIC X(24).
           01 WS-PRE-FILE-WK PIC X(40).
           01 WS-PRE-REJECTS PIC 9(7).
           01 WS-PRE-SUSPENDS PIC 9(7).
           01 WS-PRE-BASE.
               05 WS-PRE-BASE-REJ PIC 9(5).
               05 WS-PRE-BASE-BADOP PIC 9(5).
               05 WS-PRE-BASE-NONNUM PIC 9(5).
               05 WS-PRE-BASE-RANGE PIC 9(5).
               05 WS-PRE-BASE-CHAIN PIC 9(5).
               05 WS-PRE-BASE-DEPT PIC 9(5).
               05 WS-PRE-BASE-SUSP PIC 9(7).
               05 WS-PRE-BASE-ADD PIC 9(7).
               05 WS-PRE-BASE-SUB PIC 9(7).
               05 WS-PRE-BASE-MUL PIC 9(7).
               05 WS-PRE-BASE-DIV PIC 9(7).
               05 WS-PRE-BASE-PCT PIC 9(7).
               05 WS-PRE-BASE-POW PIC 9(7).
               05 WS-PRE-BASE-SQR PIC 9(7).
               05 WS-PRE-BASE-AVG PIC 9(7).
               05 WS-PRE-BASE-RATE PIC 9(7).
               05 WS-PRE-BASE-ERR PIC 9(7).
           01 WS-PRE-TABLE.
               05 WS-PRE-LINE PIC X(100) OCCURS 999 TIMES.
           01 WS-PRE-USED PIC 9(3) VALUE ZEROS.
           01 WS-PRE-IDX PIC 9(3) COMP.
           01 WS-PRE-GO-COUNT PIC 9(3) VALUE ZEROS.
           01 WS-PRE-NOGO-COUNT PIC 9(3) VALUE ZEROS.
           01 WS-PRE-COUNT-DISP PIC Z(2)9.
           01 WS-FILE-REJ-BASE PIC 9(5) VALUE ZEROS.
           01 WS-FILE-REJ-DELTA PIC 9(5) VALUE ZEROS.
           01 WS-SRC-NAME-WK PIC X(8).
           01 WS-SKIP-COUNT PIC 9(5) VALUE ZEROS.
           01 WS-RETURN-CODE PIC 9(2) VALUE ZEROS.
           01 WS-RUNLOG-FILE-STATUS PIC X(2).
           01 WS-OPER-FILE-STATUS PIC X(2).
           01 WS-SECLOG-FILE-STATUS PIC X(2).
           01 WS-RUN-START-DATE PIC 9(8) VALUE ZEROS.
           01 WS-RUN-START-TIME PIC 9(8) VALUE ZEROS.
           01 WS-RUN-END-DATE PIC 9(8).
           01 WS-REJ-NONNUM PIC 9(5) VALUE ZEROS.
           01 WS-REJ-RANGE PIC 9(5) VALUE ZEROS.
           01 WS-REJ-CHAIN PIC 9(5) VALUE ZEROS.
           01 WS-REJ-DEPT PIC 9(5) VALUE ZEROS.
           01 WS-REJ-COUNT-DISP PIC Z(4)9.
           01 WS-DATES-FILE-STATUS PIC X(2).
           01 WS-PERIOD-FILE-STATUS PIC X(2).
           01 WS-CLOSED-PERIOD PIC 9(6) VALUE ZEROS.
           01 WS-IN-A-X PIC X(9).
           01 WS-IN-B-X PIC X(9).
           01 WS-IN-OPS PIC X(8).
           01 WS-MASTER-FILE-STATUS PIC X(2).
           01 WS-MASTER-AVAILABLE PIC X(1) VALUE "N".
           01 WS-IN-REF-KEY PIC X(8).
           01 WS-TRANHIST-FILE-STATUS PIC X(2).
           01 WS-HIST-AVAILABLE PIC X(1) VALUE "N".
           01 WS-HIST-ON-FILE PIC X(1).
           01 WS-HIST-KEY-SAVE PIC X(54).
           01 WS-HIST-COUNT PIC 9(5).
           01 WS-HIST-AGE PIC S9(7).
           01 WS-DUP-WINDOW-DAYS PIC 9(3) VALUE 30.
           01 WS-DUP-FOUND PIC X(1) VALUE "N".
           01 WS-SUSPENSE-FILE-STATUS PIC X(2).
           01 WS-SUSP-EOF PIC X(1).
           01 WS-SUSP-RELEASING PIC X(1) VALUE "N".
           01 WS-SUSP-CHANGED PIC X(1) VALUE "N".
           01 WS-SUSP-OVERFLOW PIC X(1) VALUE "N".
           01 WS-SUSP-LAST-ITEM PIC 9(7) VALUE ZEROS.
           01 WS-SUSP-COUNT PIC 9(7) VALUE ZEROS.
           01 WS-SUSP-DONE-COUNT PIC 9(7) VALUE ZEROS.
           01 WS-SUSP-TABLE.
               05 WS-SUSP-LINE PIC X(159) OCCURS 999 TIMES.
           01 WS-SUSP-USED PIC 9(3) VALUE ZEROS.
           01 WS-SUSP-IDX PIC 9(3) COMP.
           01 WS-SUSP-OUT-IDX PIC 9(3) COMP.
           01 WS-SUSP-FREE PIC 9(3) COMP.
           01 WS-SUSP-NUMBER-OK PIC X(1) VALUE "N".
           01 WS-SUSP-SAVE-OK PIC X(1) VALUE "Y".
           01 WS-SUSP-KEEP PIC X(1).
           01 WS-SUSP-AGED PIC 9(5) VALUE ZEROS.
           01 WS-SUSP-AGE-DATE PIC 9(8).
           01 WS-SUSP-AGE PIC S9(7).
           01 WS-SUSP-HELD-ITEM PIC 9(7) VALUE ZEROS.
           01 WS-SUSP-HELD-LINE PIC X(159).
           01 WS-MAST-SUM-VAL PIC S9(12)V9(9) COMP-3 VALUE ZEROS.
           01 WS-MAST-SUB-VAL PIC S9(12)V9(9) COMP-3 VALUE ZEROS.
           01 WS-MAST-MUL-VAL PIC S9(12)V9(9) COMP-3 VALUE ZEROS.
           01 WS-LAST-RATE-SIGN PIC X(2).
           01 WS-RETAIN-FILE-STATUS PIC X(2).
           01 WS-RETAIN-NAME PIC X(64).
           01 WS-DEPT-FILE-STATUS PIC X(2).
           01 WS-DEPT-LOADED PIC X(1) VALUE "N".
           01 WS-DEPT-TABLE.
               05 WS-DEPT-ENTRY OCCURS 50 TIMES.
                   10 WS-DEPT-CODE PIC X(8).
                   10 WS-DEPT-STATUS PIC X(1).
                   10 WS-DEPT-OPS PIC X(9).
                   10 WS-DEPT-KEY-PREFIX PIC X(8).
                   10 WS-DEPT-PREFIX-LEN PIC 9(1).
                   10 WS-DEPT-RATE-CODES.
                       15 WS-DEPT-RATE-CODE PIC X(8) OCCURS 5 TIMES.
           01 WS-DEPT-USED PIC 9(2) VALUE ZEROS.
           01 WS-DEPT-IDX PIC 9(2) COMP.
           01 WS-DEPT-RATE-IDX PIC 9(1) COMP.
           01 WS-DEPT-CURRENT PIC 9(2) VALUE ZEROS.
           01 WS-DEPT-OVERFLOW PIC X(1) VALUE "N".
           01 WS-DEPT-SOURCE-WK PIC X(8).
           01 WS-DEPT-KEY-WK PIC X(8).
           01 WS-DEPT-RATE-WK PIC X(8).
           01 WS-DEPT-OK PIC X(1).
           01 WS-DEPT-LETTER PIC X(1).
           01 WS-DEPT-TALLY PIC 9(2).
           01 WS-RETURN-FILE-STATUS PIC X(2).
           01 WS-RETURN-NAME PIC X(64).
           01 WS-RET-OPEN PIC X(1) VALUE "N".
           01 WS-RET-SOURCE PIC X(8).
           01 WS-RET-FILE-DATE PIC 9(8).
           01 WS-RET-DETAILS PIC 9(7) VALUE ZEROS.
           01 WS-RET-REJECTS PIC 9(7) VALUE ZEROS.
           01 WS-RET-EOF PIC X(1).
           01 WS-RET-ERRORS PIC X(1).
           01 WS-RET-LETTERS PIC X(9) VALUE "ASMDPERVT".
           01 WS-RET-RUN-FLAGS.
               05 WS-RET-RUN-FLAG PIC X(1) OCCURS 9 TIMES.
           01 WS-RET-IDX PIC 9(2) COMP.
           01 WS-RET-COUNT-DISP PIC Z(6)9.
           01 WS-WIDE-MODE PIC X(1) VALUE "N".
           01 WS-WIDE-A PIC S9(9)V9(5) COMP VALUE ZEROS.
           01 WS-WIDE-B PIC S9(9)V9(5) COMP VALUE ZEROS.
           01 WS-CNT-CHAINS PIC 9(7) VALUE ZEROS.
           01 WS-CNT-OP-DISP PIC Z(6)9.
           01 WS-RPT-HEADING-LINE.
               05 RH-TITLE PIC X(32)
                   VALUE "CALCULATOR BATCH RUN REPORT".
               05 FILLER PIC X(9) VALUE "RUN DATE ".
               05 RH-RUN-DATE PIC 9(8).
               05 RD2-AVG PIC -ZZ9.9(5) BLANK WHEN ZERO.
               05 FILLER PIC X(6) VALUE " RATE=".
               05 RD2-RATE PIC -Z(8)9.9(5) BLANK WHEN ZERO.
           01 WS-OPER-ID PIC X(8) VALUE "BATCH".
           01 WS-OPER-NAME PIC X(30) VALUE SPACES.
           01 WS-OPER-AUTHORITY PIC X(1) VALUE SPACES.
               88 OPER-IS-SUPERVISOR VALUE "S".
               88 OPER-MAY-UPDATE VALUE "O" "S".
           01 WS-SIGNON-ID PIC X(8).
           01 WS-SIGNON-PASSWORD PIC X(8).
           01 WS-SIGNON-TRIES PIC 9(1) VALUE ZEROS.
           01 WS-SIGNON-OK PIC X(1) VALUE "N".
           01 WS-SIGNON-FOUND PIC X(1).
           01 WS-SIGNON-STATUS PIC X(1).
           01 WS-SIGNON-AUTHORITY PIC X(1).
           01 WS-SIGNON-NAME PIC X(30).
           01 WS-SIGNON-CHK-X PIC X(10).
           01 WS-SIGNON-REASON PIC X(30).
           01 WS-OPER-EOF PIC X(1).
           01 WS-PASSWORD-CHK PIC 9(10).
           01 WS-PASSWORD-CHK-X REDEFINES WS-PASSWORD-CHK PIC X(10).
           01 WS-HASH-TEXT PIC X(16).
           01 WS-HASH-WORK PIC 9(12) COMP.
           01 WS-HASH-IDX PIC 9(2) COMP.
           01 WS-SEC-USER PIC X(8).
           01 WS-SEC-EVENT PIC X(8).
           01 WS-SEC-DETAIL PIC X(60).
000011
000012 PROCEDURE DIVISION.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           DISPLAY "Greetings! This is a simple calculator.".
           PERFORM AUDIT-SEAL-LOAD.
           PERFORM READ-PARM-FILE.
           IF WS-PARM-MODE = "B" OR WS-PARM-MODE = "2"
                   OR WS-PARM-MODE = "E" THEN
               PERFORM CHECK-PREFLIGHT-MODE
           END-IF.
           IF WS-PREFLIGHT = "N" THEN
               PERFORM OPEN-SESSION-LOGS
           END-IF.
           IF WS-PARM-MODE = "B" OR WS-PARM-MODE = "2"
                   OR WS-PARM-MODE = "E" THEN
               MOVE 2 TO WS-MODE
           ELSE
               MOVE SPACES TO WS-OPER-ID
               PERFORM OPERATOR-SIGN-ON
               IF WS-SIGNON-OK NOT = "Y" THEN
                   DISPLAY "Sign-on failed - calculator ended."
                   MOVE 8 TO WS-RETURN-CODE
                   GO TO Exit-Program
               END-IF
               IF NOT OPER-MAY-UPDATE THEN
                   DISPLAY "User " FUNCTION TRIM(WS-OPER-ID)
                       " has inquiry authority only - calculator ended."
                   MOVE WS-OPER-ID TO WS-SEC-USER
                   MOVE "REFUSED" TO WS-SEC-EVENT
                   MOVE "CALCULATOR NEEDS OPERATOR AUTHORITY"
                       TO WS-SEC-DETAIL
                   PERFORM WRITE-SECURITY-LOG
                   MOVE 8 TO WS-RETURN-CODE
                   GO TO Exit-Program
               END-IF
               DISPLAY " "
               DISPLAY "Run interactively(1) or from a batch file(2)?"
               ACCEPT WS-MODE
           END-IF.

           BATCH-PROCEDURE.
               PERFORM CHECK-PREFLIGHT-MODE.
               IF WS-PREFLIGHT = "Y" THEN
                   DISPLAY "Pre-flight: edit-only run - nothing will be"
                       " updated, report in "
                       FUNCTION TRIM(WS-BATCH-OUT-FILE-NAME) "."
               END-IF.
               OPEN INPUT MANIFEST-FILE.
               IF WS-MANIFEST-FILE-STATUS = "00" THEN
                   MOVE "Y" TO WS-MANIFEST-MODE

           BATCH-PROCEDURE-BODY.
               PERFORM BATCH-INIT-RUN.
               IF WS-PREFLIGHT = "N" THEN
                   PERFORM READ-BATCH-CHECKPOINT
               END-IF.
               PERFORM BATCH-OPEN-OUTPUTS
                   THRU Batch-Open-Outputs-Exit.
                   CLOSE TRANS-FILE
                   GO TO Batch-Procedure-Body-Exit
               END-IF.
               IF WS-PREFLIGHT = "N" THEN
                   PERFORM PROCESS-RELEASED-ITEMS
                       THRU Process-Released-Items-Exit
               ELSE
                   PERFORM PREFLIGHT-FILE-START
               END-IF.
               PERFORM BATCH-PROCESS-ONE-FILE
                   THRU Batch-Process-One-File-Exit.
               CLOSE TRANS-FILE.
               IF WS-PREFLIGHT = "Y" THEN
                   PERFORM PREFLIGHT-FILE-VERDICT
               END-IF.
               PERFORM BATCH-CLOSE-RUN THRU Batch-Close-Run-Exit.
           Batch-Procedure-Body-Exit.

           READ-BATCH-CHECKPOINT.
               OPEN INPUT CKPT-FILE.
               IF WS-CKPT-FILE-STATUS = "00" THEN
                   READ CKPT-FILE
                       AT END CONTINUE
                   END-READ
                   MOVE CKPT-RECORD TO WS-RESTART-FROM
                   CLOSE CKPT-FILE
               END-IF.

           BATCH-MANIFEST-RUN.
               DISPLAY "Batch: manifest CALC_MANIFEST.DAT found -"
                   " processing the listed transaction files.".
                   MOVE 8 TO WS-RETURN-CODE
                   GO TO Batch-Manifest-Run-Exit
               END-IF.
               IF WS-PREFLIGHT = "N" THEN
                   PERFORM PROCESS-RELEASED-ITEMS
                       THRU Process-Released-Items-Exit
               END-IF.
               MOVE "N" TO WS-MANIFEST-EOF.
               READ MANIFEST-FILE
                   AT END MOVE "Y" TO WS-MANIFEST-EOF
               END-READ.
               PERFORM UNTIL WS-MANIFEST-EOF = "Y"
                   IF MANIFEST-RECORD NOT = SPACES
                           AND MANIFEST-RECORD(1:1) NOT = "*" THEN
                       MOVE MANIFEST-RECORD TO WS-TRANS-FILE-NAME
                       PERFORM BATCH-MANIFEST-ONE-FILE
                   END-IF
                       " files."
                   MOVE 8 TO WS-RETURN-CODE
               END-IF.
               PERFORM BATCH-CLOSE-RUN THRU Batch-Close-Run-Exit.
           Batch-Manifest-Run-Exit.

           BATCH-MANIFEST-ONE-FILE.
               ADD 1 TO WS-MANIFEST-FILES.
               DISPLAY "Batch: processing manifest file "
                   FUNCTION TRIM(WS-TRANS-FILE-NAME).
               IF WS-PREFLIGHT = "Y" THEN
                   PERFORM PREFLIGHT-FILE-START
               END-IF.
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(
                       WS-TRANS-FILE-NAME)) = "CALC_TRANS.REJ" THEN
                   DISPLAY "Batch: CALC_TRANS.REJ may not be listed in"
                       " the manifest - file skipped."
                   MOVE "REJECT FILE LISTED" TO WS-PRE-REASON
                   MOVE 8 TO WS-RETURN-CODE
               ELSE
                   OPEN INPUT TRANS-FILE
                           FUNCTION TRIM(WS-TRANS-FILE-NAME)
                           ", status " WS-TRANS-FILE-STATUS
                           " - file skipped."
                       MOVE "FILE CANNOT BE OPENED" TO WS-PRE-REASON
                       MOVE 8 TO WS-RETURN-CODE
                   ELSE
                       PERFORM BATCH-PROCESS-ONE-FILE
                       CLOSE TRANS-FILE
                   END-IF
               END-IF.
               IF WS-PREFLIGHT = "Y" THEN
                   PERFORM PREFLIGHT-FILE-VERDICT
               END-IF.

           BATCH-INIT-RUN.
               MOVE ZEROS TO WS-BATCH-REC-NUM.
               ACCEPT WS-RPT-RUN-DATE FROM DATE YYYYMMDD.
               MOVE 999 TO WS-RPT-LINE-COUNT.
               MOVE ZEROS TO WS-RPT-PAGE-COUNT.
               IF WS-PREFLIGHT = "Y" THEN
                   MOVE "CALCULATOR PRE-FLIGHT REPORT" TO RH-TITLE
               END-IF.
               PERFORM LOAD-DEPT-REGISTRY.

           BATCH-OPEN-OUTPUTS.
               MOVE "N" TO WS-BATCH-OPEN-OK.
                       WS-BATCH-OUT-FILE-STATUS
                   GO TO Batch-Open-Outputs-Exit
               END-IF.
               IF WS-PREFLIGHT = "Y" THEN
                   PERFORM PREFLIGHT-OPEN-HISTORY
                   MOVE "Y" TO WS-BATCH-OPEN-OK
                   GO TO Batch-Open-Outputs-Exit
               END-IF.
               IF WS-RESTART-FROM > 0 THEN
                   OPEN EXTEND REJECT-FILE
                   IF WS-REJECT-FILE-STATUS = "35" THEN
                   DISPLAY "Batch: results master unavailable, status "
                       WS-MASTER-FILE-STATUS " - master not updated."
               END-IF.
               MOVE "N" TO WS-HIST-AVAILABLE.
               OPEN I-O TRANHIST-FILE.
               IF WS-TRANHIST-FILE-STATUS NOT = "00" THEN
                   OPEN OUTPUT TRANHIST-FILE
                   IF WS-TRANHIST-FILE-STATUS = "00" THEN
                       CLOSE TRANHIST-FILE
                       OPEN I-O TRANHIST-FILE
                   END-IF
               END-IF.
               IF WS-TRANHIST-FILE-STATUS = "00" THEN
                   MOVE "Y" TO WS-HIST-AVAILABLE
               ELSE
                   DISPLAY "Batch: transaction history unavailable,"
                       " status " WS-TRANHIST-FILE-STATUS
                       " - no duplicate check made."
                   IF WS-RETURN-CODE < 4 THEN
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               END-IF.
               MOVE "Y" TO WS-BATCH-OPEN-OK.
           Batch-Open-Outputs-Exit.

           PREFLIGHT-OPEN-HISTORY.
               MOVE "N" TO WS-MASTER-AVAILABLE.
               MOVE "N" TO WS-HIST-AVAILABLE.
               OPEN INPUT TRANHIST-FILE.
               IF WS-TRANHIST-FILE-STATUS = "00" THEN
                   MOVE "Y" TO WS-HIST-AVAILABLE
               ELSE IF WS-TRANHIST-FILE-STATUS NOT = "35" THEN
                   DISPLAY "Pre-flight: transaction history"
                       " unavailable, status " WS-TRANHIST-FILE-STATUS
                       " - suspected duplicates not projected."
                   IF WS-RETURN-CODE < 4 THEN
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               END-IF.

           BATCH-PROCESS-ONE-FILE.
               MOVE "N" TO WS-EOF-FLAG.
               MOVE "N" TO WS-HDR-PRESENT.
               MOVE ZEROS TO WS-HDR-DATE.
               MOVE SPACES TO WS-HDR-SOURCE.
               MOVE ZEROS TO WS-SRC-CURRENT.
               MOVE ZEROS TO WS-DEPT-CURRENT.
               MOVE WS-REJ-COUNT TO WS-FILE-REJ-BASE.
               READ TRANS-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-IF.
               PERFORM CHECK-SOURCE-REGISTERED.
               IF WS-HDR-DUP = "Y" THEN
                   GO TO Batch-Process-One-File-Exit
               END-IF.
               PERFORM FIND-SOURCE-ENTRY.
               IF WS-PREFLIGHT = "N" THEN
                   PERFORM RETURN-OPEN-FILE
               END-IF.
               IF WS-MANIFEST-MODE = "N" AND WS-RESTART-FROM > 0 THEN
                   DISPLAY "Resuming batch after checkpointed record "
                       WS-RESTART-FROM
                   END-READ
               END-IF.
               PERFORM BALANCE-CONTROL-TOTALS.
               PERFORM RETURN-CLOSE-FILE.
               PERFORM TALLY-SOURCE-FILE.
           Batch-Process-One-File-Exit.

           BATCH-CLOSE-RUN.
               PERFORM WRITE-CONTROL-PAGE.
               PERFORM WRITE-REJECT-REGISTER.
               IF WS-PREFLIGHT = "Y" THEN
                   PERFORM WRITE-PREFLIGHT-SUMMARY
                   CLOSE BATCH-OUT-FILE
                   IF WS-HIST-AVAILABLE = "Y" THEN
                       CLOSE TRANHIST-FILE
                   END-IF
                   GO TO Batch-Close-Run-Exit
               END-IF.
               CLOSE BATCH-OUT-FILE.
               PERFORM RETAIN-BATCH-REPORT.
               CLOSE REJECT-FILE.
               IF WS-MASTER-AVAILABLE = "Y" THEN
                   CLOSE MASTER-FILE
               END-IF.
               IF WS-HIST-AVAILABLE = "Y" THEN
                   CLOSE TRANHIST-FILE
               END-IF.
               MOVE ZEROS TO CKPT-RECORD.
               OPEN OUTPUT CKPT-FILE.
               IF WS-CKPT-FILE-STATUS NOT = "00" THEN
                   WRITE CKPT-RECORD
                   CLOSE CKPT-FILE
               END-IF.
           Batch-Close-Run-Exit.

           RETAIN-BATCH-REPORT.
               MOVE SPACES TO WS-RETAIN-NAME.
                           " one run - source subtotals are unreliable."
                   END-IF
               END-IF.

           LOAD-DEPT-REGISTRY.
               IF WS-DEPT-LOADED = "N" THEN
                   MOVE "Y" TO WS-DEPT-LOADED
                   MOVE ZEROS TO WS-DEPT-USED
                   OPEN INPUT DEPT-FILE
                   IF WS-DEPT-FILE-STATUS NOT = "00" THEN
                       DISPLAY "Batch: cannot open CALC_DEPTS.DAT,"
                           " status " WS-DEPT-FILE-STATUS
                           " - every transaction file will be refused."
                   ELSE
                       MOVE "N" TO WS-PARM-EOF
                       PERFORM UNTIL WS-PARM-EOF = "Y"
                           READ DEPT-FILE
                               AT END MOVE "Y" TO WS-PARM-EOF
                           END-READ
                           IF WS-PARM-EOF = "N" THEN
                               PERFORM LOAD-ONE-DEPT
                           END-IF
                       END-PERFORM
                       CLOSE DEPT-FILE
                   END-IF
               END-IF.

           LOAD-ONE-DEPT.
               IF DEPT-CODE = SPACES OR DEPT-CODE(1:1) = "*" THEN
                   CONTINUE
               ELSE IF WS-DEPT-USED < 50 THEN
                   ADD 1 TO WS-DEPT-USED
                   MOVE FUNCTION UPPER-CASE(DEPT-CODE)
                       TO WS-DEPT-CODE(WS-DEPT-USED)
                   MOVE FUNCTION UPPER-CASE(DEPT-STATUS)
                       TO WS-DEPT-STATUS(WS-DEPT-USED)
                   MOVE FUNCTION UPPER-CASE(DEPT-OPS)
                       TO WS-DEPT-OPS(WS-DEPT-USED)
                   MOVE FUNCTION UPPER-CASE(DEPT-KEY-PREFIX)
                       TO WS-DEPT-KEY-PREFIX(WS-DEPT-USED)
                   MOVE ZEROS TO WS-DEPT-PREFIX-LEN(WS-DEPT-USED)
                   IF DEPT-KEY-PREFIX NOT = SPACES THEN
                       MOVE FUNCTION LENGTH(FUNCTION TRIM(
                           DEPT-KEY-PREFIX TRAILING))
                           TO WS-DEPT-PREFIX-LEN(WS-DEPT-USED)
                   END-IF
                   PERFORM VARYING WS-DEPT-RATE-IDX FROM 1 BY 1
                           UNTIL WS-DEPT-RATE-IDX > 5
                       MOVE FUNCTION UPPER-CASE(
                           DEPT-RATE-CODE(WS-DEPT-RATE-IDX))
                           TO WS-DEPT-RATE-CODE(WS-DEPT-USED,
                               WS-DEPT-RATE-IDX)
                   END-PERFORM
               ELSE
                   IF WS-DEPT-OVERFLOW = "N" THEN
                       MOVE "Y" TO WS-DEPT-OVERFLOW
                       DISPLAY "Batch: more than 50 departments in"
                           " CALC_DEPTS.DAT - excess entries ignored."
                   END-IF
               END-IF.

           CHECK-SOURCE-REGISTERED.
               MOVE WS-HDR-SOURCE TO WS-DEPT-SOURCE-WK.
               IF WS-DEPT-SOURCE-WK = SPACES THEN
                   MOVE "(NONE)" TO WS-DEPT-SOURCE-WK
               END-IF.
               MOVE FUNCTION UPPER-CASE(WS-DEPT-SOURCE-WK)
                   TO WS-DEPT-SOURCE-WK.
               MOVE ZEROS TO WS-DEPT-CURRENT.
               PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                       UNTIL WS-DEPT-IDX > WS-DEPT-USED
                       OR WS-DEPT-CURRENT > 0
                   IF WS-DEPT-CODE(WS-DEPT-IDX) = WS-DEPT-SOURCE-WK THEN
                       MOVE WS-DEPT-IDX TO WS-DEPT-CURRENT
                   END-IF
               END-PERFORM.
               IF WS-DEPT-CURRENT = 0 THEN
                   DISPLAY "Batch: source " WS-DEPT-SOURCE-WK
                       " of " FUNCTION TRIM(WS-TRANS-FILE-NAME)
                       " is not in the department registry"
                       " - file refused."
                   MOVE "SOURCE NOT REGISTERED" TO WS-PRE-REASON
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE "Y" TO WS-HDR-DUP
               ELSE IF WS-DEPT-STATUS(WS-DEPT-CURRENT) NOT = "A" THEN
                   DISPLAY "Batch: source " WS-DEPT-SOURCE-WK
                       " of " FUNCTION TRIM(WS-TRANS-FILE-NAME)
                       " is inactive in the department registry"
                       " - file refused."
                   MOVE "SOURCE INACTIVE" TO WS-PRE-REASON
                   MOVE ZEROS TO WS-DEPT-CURRENT
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE "Y" TO WS-HDR-DUP
               END-IF.

           CHECK-DEPT-PERMISSIONS.
               IF WS-DEPT-OPS(WS-DEPT-CURRENT) NOT = SPACES THEN
                   MOVE "Y" TO WS-DEPT-OK
                   IF WS-RUN-ADD = "Y" THEN
                       MOVE "A" TO WS-DEPT-LETTER
                       PERFORM CHECK-DEPT-OP-LETTER
                   END-IF
                   IF WS-RUN-SUB = "Y" THEN
                       MOVE "S" TO WS-DEPT-LETTER
                       PERFORM CHECK-DEPT-OP-LETTER
                   END-IF
                   IF WS-RUN-MUL = "Y" THEN
                       MOVE "M" TO WS-DEPT-LETTER
                       PERFORM CHECK-DEPT-OP-LETTER
                   END-IF
                   IF WS-RUN-DIV = "Y" THEN
                       MOVE "D" TO WS-DEPT-LETTER
                       PERFORM CHECK-DEPT-OP-LETTER
                   END-IF
                   IF WS-RUN-PCT = "Y" THEN
                       MOVE "P" TO WS-DEPT-LETTER
                       PERFORM CHECK-DEPT-OP-LETTER
                   END-IF
                   IF WS-RUN-POW = "Y" THEN
                       MOVE "E" TO WS-DEPT-LETTER
                       PERFORM CHECK-DEPT-OP-LETTER
                   END-IF
                   IF WS-RUN-SQR = "Y" THEN
                       MOVE "R" TO WS-DEPT-LETTER
                       PERFORM CHECK-DEPT-OP-LETTER
                   END-IF
                   IF WS-RUN-AVG = "Y" THEN
                       MOVE "V" TO WS-DEPT-LETTER
                       PERFORM CHECK-DEPT-OP-LETTER
                   END-IF
                   IF WS-RUN-RATE = "Y" THEN
                       MOVE "T" TO WS-DEPT-LETTER
                       PERFORM CHECK-DEPT-OP-LETTER
                   END-IF
                   IF WS-DEPT-OK = "N" THEN
                       MOVE "N" TO WS-TRANS-VALID
                       MOVE "DEPT OP" TO WS-REJECT-REASON
                   END-IF
               END-IF.
               IF WS-TRANS-VALID = "Y"
                       AND WS-DEPT-PREFIX-LEN(WS-DEPT-CURRENT) > 0 THEN
                   MOVE FUNCTION UPPER-CASE(WS-IN-REF-KEY)
                       TO WS-DEPT-KEY-WK
                   IF WS-DEPT-KEY-WK(1:WS-DEPT-PREFIX-LEN(
                           WS-DEPT-CURRENT))
                           NOT = WS-DEPT-KEY-PREFIX(WS-DEPT-CURRENT)
                           (1:WS-DEPT-PREFIX-LEN(WS-DEPT-CURRENT)) THEN
                       MOVE "N" TO WS-TRANS-VALID
                       MOVE "DEPT KEY" TO WS-REJECT-REASON
                   END-IF
               END-IF.
               IF WS-TRANS-VALID = "Y" AND WS-RUN-RATE = "Y"
                       AND WS-DEPT-RATE-CODES(WS-DEPT-CURRENT)
                           NOT = SPACES THEN
                   MOVE "N" TO WS-DEPT-OK
                   MOVE FUNCTION UPPER-CASE(WS-IN-RATE-CODE)
                       TO WS-DEPT-RATE-WK
                   PERFORM VARYING WS-DEPT-RATE-IDX FROM 1 BY 1
                           UNTIL WS-DEPT-RATE-IDX > 5
                       IF WS-DEPT-RATE-CODE(WS-DEPT-CURRENT,
                               WS-DEPT-RATE-IDX) NOT = SPACES
                               AND WS-DEPT-RATE-CODE(WS-DEPT-CURRENT,
                                   WS-DEPT-RATE-IDX) = WS-DEPT-RATE-WK
                               THEN
                           MOVE "Y" TO WS-DEPT-OK
                       END-IF
                   END-PERFORM
                   IF WS-DEPT-OK = "N" THEN
                       MOVE "N" TO WS-TRANS-VALID
                       MOVE "DEPT RATE" TO WS-REJECT-REASON
                   END-IF
               END-IF.

           CHECK-DEPT-OP-LETTER.
               MOVE ZERO TO WS-DEPT-TALLY.
               INSPECT WS-DEPT-OPS(WS-DEPT-CURRENT)
                   TALLYING WS-DEPT-TALLY FOR ALL WS-DEPT-LETTER.
               IF WS-DEPT-TALLY = 0 THEN
                   MOVE "N" TO WS-DEPT-OK
               END-IF.

           RETURN-OPEN-FILE.
               MOVE "N" TO WS-RET-OPEN.
               MOVE ZEROS TO WS-RET-DETAILS.
               MOVE ZEROS TO WS-RET-REJECTS.
               MOVE WS-DEPT-SOURCE-WK TO WS-RET-SOURCE.
               IF WS-RET-SOURCE = "(NONE)" THEN
                   MOVE "NONE" TO WS-RET-SOURCE
               END-IF.
               IF WS-HDR-DATE > 0 THEN
                   MOVE WS-HDR-DATE TO WS-RET-FILE-DATE
               ELSE
                   MOVE WS-RPT-RUN-DATE TO WS-RET-FILE-DATE
               END-IF.
               MOVE SPACES TO WS-RETURN-NAME.
               STRING "CALC_RET_" DELIMITED BY SIZE
                   WS-RET-SOURCE DELIMITED BY SPACE
                   "_" WS-RET-FILE-DATE ".DAT" DELIMITED BY SIZE
                   INTO WS-RETURN-NAME
               END-STRING.
               IF WS-MANIFEST-MODE = "N" AND WS-RESTART-FROM > 0 THEN
                   PERFORM RETURN-COUNT-EXISTING
                   OPEN EXTEND RETURN-FILE
                   IF WS-RETURN-FILE-STATUS = "00" THEN
                       MOVE "Y" TO WS-RET-OPEN
                   END-IF
               END-IF.
               IF WS-RET-OPEN = "N" THEN
                   MOVE ZEROS TO WS-RET-DETAILS
                   MOVE ZEROS TO WS-RET-REJECTS
                   OPEN OUTPUT RETURN-FILE
                   IF WS-RETURN-FILE-STATUS NOT = "00" THEN
                       DISPLAY "Batch: cannot open return file "
                           FUNCTION TRIM(WS-RETURN-NAME) ", status "
                           WS-RETURN-FILE-STATUS
                       IF WS-RETURN-CODE < 4 THEN
                           MOVE 4 TO WS-RETURN-CODE
                       END-IF
                   ELSE
                       MOVE "Y" TO WS-RET-OPEN
                       MOVE SPACES TO RET-HEADER-RECORD
                       MOVE "H" TO RET-H-REC-TYPE
                       MOVE WS-RET-FILE-DATE TO RET-H-FILE-DATE
                       MOVE WS-DEPT-SOURCE-WK TO RET-H-SOURCE
                       ACCEPT RET-H-RUN-DATE FROM DATE YYYYMMDD
                       ACCEPT RET-H-RUN-TIME FROM TIME
                       WRITE RET-HEADER-RECORD
                   END-IF
               END-IF.

           RETURN-COUNT-EXISTING.
               OPEN INPUT RETURN-FILE.
               IF WS-RETURN-FILE-STATUS = "00" THEN
                   MOVE "N" TO WS-RET-EOF
                   READ RETURN-FILE
                       AT END MOVE "Y" TO WS-RET-EOF
                   END-READ
                   PERFORM UNTIL WS-RET-EOF = "Y"
                       IF RET-D-REC-TYPE = "D" THEN
                           IF RET-D-STATUS = "R" OR RET-D-STATUS = "S"
                                   THEN
                               ADD 1 TO WS-RET-REJECTS
                           ELSE
                               ADD 1 TO WS-RET-DETAILS
                           END-IF
                       END-IF
                       READ RETURN-FILE
                           AT END MOVE "Y" TO WS-RET-EOF
                       END-READ
                   END-PERFORM
                   CLOSE RETURN-FILE
               END-IF.

           RETURN-CLEAR-DETAIL.
               MOVE SPACES TO RET-DETAIL-RECORD.
               MOVE "D" TO RET-D-REC-TYPE.
               MOVE ZEROS TO RET-D-SUM.
               MOVE ZEROS TO RET-D-SUB.
               MOVE ZEROS TO RET-D-MUL.
               MOVE ZEROS TO RET-D-DIV.
               MOVE ZEROS TO RET-D-REM.
               MOVE ZEROS TO RET-D-PCT.
               MOVE ZEROS TO RET-D-POW.
               MOVE ZEROS TO RET-D-SQR.
               MOVE ZEROS TO RET-D-AVG.
               MOVE ZEROS TO RET-D-RATE.

           RETURN-WRITE-RESULT.
               IF WS-RET-OPEN = "Y" THEN
                   PERFORM RETURN-CLEAR-DETAIL
                   MOVE WS-IN-REF-KEY TO RET-D-REF-KEY
                   IF WS-WIDE-MODE = "Y" THEN
                       MOVE WS-WIDE-A TO RET-D-A
                       MOVE WS-WIDE-B TO RET-D-B
                   ELSE
                       MOVE WS-A TO RET-D-A
                       MOVE WS-B TO RET-D-B
                   END-IF
                   MOVE WS-OP-CODE TO RET-D-OPS
                   MOVE WS-IN-RATE-CODE TO RET-D-RATE-CODE
                   PERFORM RETURN-SET-OP-STATUS
                   IF WS-RET-ERRORS = "Y" THEN
                       MOVE "E" TO RET-D-STATUS
                   ELSE
                       MOVE "P" TO RET-D-STATUS
                   END-IF
                   MOVE WS-MAST-SUM-VAL TO RET-D-SUM
                   MOVE WS-MAST-SUB-VAL TO RET-D-SUB
                   MOVE WS-MAST-MUL-VAL TO RET-D-MUL
                   MOVE WS-MAST-DIV-VAL TO RET-D-DIV
                   MOVE WS-MAST-REM-VAL TO RET-D-REM
                   MOVE WS-RPT-PCT-VAL TO RET-D-PCT
                   MOVE WS-RPT-POW-VAL TO RET-D-POW
                   MOVE WS-RPT-SQR-VAL TO RET-D-SQR
                   MOVE WS-RPT-AVG-VAL TO RET-D-AVG
                   MOVE WS-RPT-RATE-VAL TO RET-D-RATE
                   WRITE RET-DETAIL-RECORD
                   ADD 1 TO WS-RET-DETAILS
               END-IF.

           RETURN-SET-OP-STATUS.
               MOVE WS-RUN-ADD TO WS-RET-RUN-FLAG(1).
               MOVE WS-RUN-SUB TO WS-RET-RUN-FLAG(2).
               MOVE WS-RUN-MUL TO WS-RET-RUN-FLAG(3).
               MOVE WS-RUN-DIV TO WS-RET-RUN-FLAG(4).
               MOVE WS-RUN-PCT TO WS-RET-RUN-FLAG(5).
               MOVE WS-RUN-POW TO WS-RET-RUN-FLAG(6).
               MOVE WS-RUN-SQR TO WS-RET-RUN-FLAG(7).
               MOVE WS-RUN-AVG TO WS-RET-RUN-FLAG(8).
               MOVE WS-RUN-RATE TO WS-RET-RUN-FLAG(9).
               MOVE SPACES TO RET-D-OP-STATUS.
               MOVE "N" TO WS-RET-ERRORS.
               PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                       UNTIL WS-RET-IDX > 9
                   MOVE ZERO TO WS-OP-TALLY
                   IF WS-OP-CODE = SPACES THEN
                       IF WS-RET-IDX < 5 THEN
                           MOVE 1 TO WS-OP-TALLY
                       END-IF
                   ELSE
                       INSPECT WS-OP-CODE TALLYING WS-OP-TALLY
                           FOR ALL WS-RET-LETTERS(WS-RET-IDX:1)
                   END-IF
                   IF WS-OP-TALLY > 0 THEN
                       IF WS-RET-RUN-FLAG(WS-RET-IDX) = "Y" THEN
                           MOVE "Y" TO RET-D-OP-STATUS(WS-RET-IDX:1)
                       ELSE
                           MOVE "E" TO RET-D-OP-STATUS(WS-RET-IDX:1)
                           MOVE "Y" TO WS-RET-ERRORS
                       END-IF
                   END-IF
               END-PERFORM.

           RETURN-WRITE-CHAIN-STEP.
               IF WS-RET-OPEN = "Y" THEN
                   PERFORM RETURN-CLEAR-DETAIL
                   MOVE WS-IN-REF-KEY TO RET-D-REF-KEY
                   MOVE WS-A TO RET-D-A
                   MOVE WS-B TO RET-D-B
                   MOVE WS-OP-CODE TO RET-D-OPS
                   MOVE WS-IN-RATE-CODE TO RET-D-RATE-CODE
                   PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                           UNTIL WS-RET-IDX > 9
                       IF WS-RET-LETTERS(WS-RET-IDX:1)
                               = WS-CHAIN-OP-L THEN
                           IF WS-CHAIN-ERROR = "Y" THEN
                               MOVE "E"
                                   TO RET-D-OP-STATUS(WS-RET-IDX:1)
                           ELSE
                               MOVE "Y"
                                   TO RET-D-OP-STATUS(WS-RET-IDX:1)
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WS-CHAIN-ERROR = "Y" THEN
                       MOVE "E" TO RET-D-STATUS
                   ELSE
                       IF WS-NEXT-IS-CHAIN = "Y" THEN
                           MOVE "C" TO RET-D-STATUS
                       ELSE
                           MOVE "P" TO RET-D-STATUS
                       END-IF
                       PERFORM RETURN-SET-CHAIN-RESULT
                   END-IF
                   WRITE RET-DETAIL-RECORD
                   ADD 1 TO WS-RET-DETAILS
               END-IF.

           RETURN-SET-CHAIN-RESULT.
               IF WS-CHAIN-OP-L = "A" THEN
                   MOVE WS-CHAIN-VALUE TO RET-D-SUM
               ELSE IF WS-CHAIN-OP-L = "S" THEN
                   MOVE WS-CHAIN-VALUE TO RET-D-SUB
               ELSE IF WS-CHAIN-OP-L = "M" THEN
                   MOVE WS-CHAIN-VALUE TO RET-D-MUL
               ELSE IF WS-CHAIN-OP-L = "D" THEN
                   MOVE WS-CHAIN-VALUE TO RET-D-DIV
               ELSE IF WS-CHAIN-OP-L = "P" THEN
                   MOVE WS-CHAIN-VALUE TO RET-D-PCT
               ELSE IF WS-CHAIN-OP-L = "E" THEN
                   MOVE WS-CHAIN-VALUE TO RET-D-POW
               ELSE IF WS-CHAIN-OP-L = "R" THEN
                   MOVE WS-CHAIN-VALUE TO RET-D-SQR
               ELSE
                   MOVE WS-CHAIN-VALUE TO RET-D-AVG
               END-IF.

           RETURN-WRITE-REJECT.
               IF WS-RET-OPEN = "Y" THEN
                   PERFORM RETURN-CLEAR-DETAIL
                   IF WS-WIDE-MODE = "Y" THEN
                       MOVE TRANS-W-REF-KEY TO RET-D-REF-KEY
                       MOVE TRANS-W-A-X TO RET-D-A-X
                       MOVE TRANS-W-B-X TO RET-D-B-X
                       MOVE TRANS-W-OPS TO RET-D-OPS
                       MOVE TRANS-W-RATE-CODE TO RET-D-RATE-CODE
                   ELSE
                       MOVE WS-IN-REF-KEY TO RET-D-REF-KEY
                       MOVE WS-IN-A-X TO RET-D-A-X
                       MOVE WS-IN-B-X TO RET-D-B-X
                       MOVE WS-IN-OPS TO RET-D-OPS
                       MOVE WS-IN-RATE-CODE TO RET-D-RATE-CODE
                   END-IF
                   IF WS-DUP-FOUND = "Y" THEN
                       MOVE "S" TO RET-D-STATUS
                   ELSE
                       MOVE "R" TO RET-D-STATUS
                   END-IF
                   MOVE WS-REJECT-REASON TO RET-D-REASON
                   WRITE RET-DETAIL-RECORD
                   ADD 1 TO WS-RET-REJECTS
               END-IF.

           RETURN-CLOSE-FILE.
               IF WS-RET-OPEN = "Y" THEN
                   MOVE SPACES TO RET-TRAILER-RECORD
                   MOVE "T" TO RET-T-REC-TYPE
                   MOVE WS-ACT-COUNT TO RET-T-COUNT
                   MOVE WS-ACT-HASH-A TO RET-T-HASH-A
                   MOVE WS-ACT-HASH-B TO RET-T-HASH-B
                   MOVE WS-RET-DETAILS TO RET-T-PROCESSED
                   MOVE WS-RET-REJECTS TO RET-T-REJECTED
                   IF WS-HDR-PRESENT = "Y" AND WS-BALANCED = "Y" THEN
                       MOVE "Y" TO RET-T-IN-BALANCE
                   ELSE
                       MOVE "N" TO RET-T-IN-BALANCE
                   END-IF
                   WRITE RET-TRAILER-RECORD
                   CLOSE RETURN-FILE
                   MOVE "N" TO WS-RET-OPEN
                   COMPUTE WS-RET-COUNT-DISP =
                       WS-RET-DETAILS + WS-RET-REJECTS
                   MOVE SPACES TO BATCH-OUT-RECORD
                   STRING "Return file "
                       FUNCTION TRIM(WS-RETURN-NAME)
                       " written with " WS-RET-COUNT-DISP
                       " detail record(s)."
                       DELIMITED BY SIZE INTO BATCH-OUT-RECORD
                   END-STRING
                   PERFORM RPT-WRITE-LINE
               END-IF.

           TALLY-SOURCE-FILE.
               IF WS-SRC-CURRENT > 0 THEN
                   ADD 1 TO WS-SRC-FILES(WS-SRC-CURRENT)
                   ADD WS-ACT-COUNT TO WS-SRC-RECORDS(WS-SRC-CURRENT)
                   COMPUTE WS-FILE-REJ-DELTA =
                       WS-REJ-COUNT - WS-FILE-REJ-BASE
                   ADD WS-FILE-REJ-DELTA
                       TO WS-SRC-REJECTS(WS-SRC-CURRENT)
                   IF WS-HDR-PRESENT = "Y" AND WS-BALANCED = "Y" THEN
                       ADD 1 TO WS-SRC-IN-BAL(WS-SRC-CURRENT)
                   END-IF
               END-IF.

           PREFLIGHT-FILE-START.
               MOVE SPACES TO WS-PRE-REASON.
               MOVE "N" TO WS-HDR-PRESENT.
               MOVE "N" TO WS-HDR-DUP.
               MOVE "N" TO WS-AFTER-TRL.
               MOVE ZEROS TO WS-ACT-COUNT.
               MOVE WS-REJ-COUNT TO WS-PRE-BASE-REJ.
               MOVE WS-REJ-BADOP TO WS-PRE-BASE-BADOP.
               MOVE WS-REJ-NONNUM TO WS-PRE-BASE-NONNUM.
               MOVE WS-REJ-RANGE TO WS-PRE-BASE-RANGE.
               MOVE WS-REJ-CHAIN TO WS-PRE-BASE-CHAIN.
               MOVE WS-REJ-DEPT TO WS-PRE-BASE-DEPT.
               MOVE WS-SUSP-COUNT TO WS-PRE-BASE-SUSP.
               MOVE WS-CNT-OP-ADD TO WS-PRE-BASE-ADD.
               MOVE WS-CNT-OP-SUB TO WS-PRE-BASE-SUB.
               MOVE WS-CNT-OP-MUL TO WS-PRE-BASE-MUL.
               MOVE WS-CNT-OP-DIV TO WS-PRE-BASE-DIV.
               MOVE WS-CNT-OP-PCT TO WS-PRE-BASE-PCT.
               MOVE WS-CNT-OP-POW TO WS-PRE-BASE-POW.
               MOVE WS-CNT-OP-SQR TO WS-PRE-BASE-SQR.
               MOVE WS-CNT-OP-AVG TO WS-PRE-BASE-AVG.
               MOVE WS-CNT-OP-RATE TO WS-PRE-BASE-RATE.
               MOVE WS-CNT-OP-ERR TO WS-PRE-BASE-ERR.

           PREFLIGHT-FILE-VERDICT.
               COMPUTE WS-PRE-REJECTS = WS-REJ-COUNT - WS-PRE-BASE-REJ.
               COMPUTE WS-PRE-SUSPENDS =
                   WS-SUSP-COUNT - WS-PRE-BASE-SUSP.
               IF WS-PRE-REASON NOT = SPACES OR WS-HDR-DUP = "Y" THEN
                   MOVE "NOT CHECKED" TO WS-PRE-BAL-TEXT
               ELSE IF WS-HDR-PRESENT = "N" THEN
                   MOVE "NO HEADER - NOT CHECKED" TO WS-PRE-BAL-TEXT
               ELSE IF WS-BALANCED = "Y" THEN
                   MOVE "IN BALANCE" TO WS-PRE-BAL-TEXT
               ELSE
                   MOVE "NOT IN BALANCE" TO WS-PRE-BAL-TEXT
               END-IF.
               IF WS-PRE-REASON NOT = SPACES THEN
                   CONTINUE
               ELSE IF WS-HDR-DUP = "Y" THEN
                   MOVE "FILE REFUSED" TO WS-PRE-REASON
               ELSE IF WS-AFTER-TRL = "Y" THEN
                   MOVE "RECORDS AFTER THE TRAILER" TO WS-PRE-REASON
               ELSE IF WS-HDR-PRESENT = "Y" AND WS-BALANCED = "N" THEN
                   MOVE "CONTROL TOTALS DO NOT BALANCE"
                       TO WS-PRE-REASON
               ELSE IF WS-PRE-REJECTS > 0 THEN
                   MOVE "RECORDS WOULD BE REJECTED" TO WS-PRE-REASON
               END-IF.
               IF WS-PRE-REASON = SPACES THEN
                   MOVE "GO" TO WS-PRE-VERDICT
                   ADD 1 TO WS-PRE-GO-COUNT
                   IF WS-PRE-SUSPENDS > 0 THEN
                       MOVE "DUPLICATES WOULD BE SUSPENDED"
                           TO WS-PRE-REASON
                   END-IF
               ELSE
                   MOVE "NO-GO" TO WS-PRE-VERDICT
                   ADD 1 TO WS-PRE-NOGO-COUNT
               END-IF.
               MOVE WS-TRANS-FILE-NAME TO WS-PRE-FILE-WK.
               MOVE SPACES TO BATCH-OUT-RECORD.
               PERFORM RPT-WRITE-LINE.
               MOVE SPACES TO BATCH-OUT-RECORD.
               STRING "PRE-FLIGHT RESULT FOR "
                   FUNCTION TRIM(WS-TRANS-FILE-NAME)
                   DELIMITED BY SIZE INTO BATCH-OUT-RECORD
               END-STRING.
               PERFORM RPT-WRITE-LINE.
               MOVE WS-ACT-COUNT TO WS-CNT-OP-DISP.
               PERFORM WRITE-CONTROL-COUNT-1.
               MOVE SPACES TO BATCH-OUT-RECORD.
               STRING "Control totals:                "
                   WS-PRE-BAL-TEXT
                   DELIMITED BY SIZE INTO BATCH-OUT-RECORD
               END-STRING.
               PERFORM RPT-WRITE-LINE.
               MOVE WS-PRE-REJECTS TO WS-CNT-OP-DISP.
               MOVE SPACES TO BATCH-OUT-RECORD.
               STRING "Expected rejects:              " WS-CNT-OP-DISP
                   DELIMITED BY SIZE INTO BATCH-OUT-RECORD
               END-STRING.
               PERFORM RPT-WRITE-LINE.
               COMPUTE WS-CNT-OP-DISP =
                   WS-REJ-BADOP - WS-PRE-BASE-BADOP.
               MOVE "BAD OP CODE" TO WS-AUDIT-OPERATION.
               PERFORM WRITE-CONTROL-OP-LINE.
               COMPUTE WS-CNT-OP-DISP =
                   WS-REJ-NONNUM - WS-PRE-BASE-NONNUM.
               MOVE "NON-NUMERIC" TO WS-AUDIT-OPERATION.
               PERFORM WRITE-CONTROL-OP-LINE.
               COMPUTE WS-CNT-OP-DISP =
                   WS-REJ-RANGE - WS-PRE-BASE-RANGE.
               MOVE "OUT OF RANGE" TO WS-AUDIT-OPERATION.
               PERFORM WRITE-CONTROL-OP-LINE.
               COMPUTE WS-CNT-OP-DISP =
                   WS-REJ-CHAIN - WS-PRE-BASE-CHAIN.
               MOVE "BAD CHAIN" TO WS-AUDIT-OPERATION.
               PERFORM WRITE-CONTROL-OP-LINE.
               COMPUTE WS-CNT-OP-DISP = WS-REJ-DEPT - WS-PRE-BASE-DEPT.
               MOVE "DEPT NOT PERM." TO WS-AUDIT-OPERATION.
               PERFORM WRITE-CONTROL-OP-LINE.
               MOVE WS-PRE-SUSPENDS TO WS-CNT-OP-DISP.
               MOVE SPACES TO BATCH-OUT-RECORD.
               STRING "Suspected duplicates:          " WS-CNT-OP-DISP
                   DELIMITED BY SIZE INTO BATCH-OUT-RECORD
               END-STRING.
               PERFORM RPT-WRITE-LINE.
               MOVE "Projected operations:" TO BATCH-OUT-RECORD.
               PERFORM RPT-WRITE-LINE.
               COMPUTE WS-CNT-OP-DISP = WS-CNT-OP-ADD - WS-PRE-BASE-ADD.
               MOVE "ADD" TO WS-AUDIT-OPERATION.
               PERFORM WRITE-CONTROL-OP-LINE.
               COMPUTE WS-CNT-OP-DISP = WS-CNT-OP-SUB - WS-PRE-BASE-SUB.
               MOVE "SUBTRACT" TO WS-AUDIT-OPERATION.
               PERFORM WRITE-CONTROL-OP-LINE.
               COMPUTE WS-CNT-OP-DISP = WS-CNT-OP-MUL - WS-PRE-BASE-MUL.
               MOVE "MULTIPLY" TO WS-AUDIT-OPERATION.
               PERFORM WRITE-CONTROL-OP-LINE.
               COMPUTE WS-CNT-OP-DISP = WS-CNT-OP-DIV - WS-PRE-BASE-DIV.
               MOVE "DIVIDE" TO WS-AUDIT-OPERATION.
               PERFORM WRITE-CONTROL-OP-LINE.
               COMPUTE WS-CNT-OP-DISP = WS-CNT-OP-PCT - WS-PRE-BASE-PCT.
               MOVE "PERCENT" TO WS-AUDIT-OPERATION.
               PERFORM WRITE-CONTROL-OP-LINE.
               COMPUTE WS-CNT-OP-DISP = WS-CNT-OP-POW - WS-PRE-BASE-POW.
               MOVE "POWER" TO WS-AUDIT-OPERATION.
               PERFORM WRITE-CONTROL-OP-LINE.
               COMPUTE WS-CNT-OP-DISP = WS-CNT-OP-SQR - WS-PRE-BASE-SQR.
               MOVE "SQRT" TO WS-AUDIT-OPERATION.
               PERFORM WRITE-CONTROL-OP-LINE.
               COMPUTE WS-CNT-OP-DISP = WS-CNT-OP-AVG - WS-PRE-BASE-AVG.
               MOVE "AVERAGE" TO WS-AUDIT-OPERATION.
               PERFORM WRITE-CONTROL-OP-LINE.
               COMPUTE WS-CNT-OP-DISP =
                   WS-CNT-OP-RATE - WS-PRE-BASE-RATE.
               MOVE "RATE" TO WS-AUDIT-OPERATION.
               PERFORM WRITE-CONTROL-OP-LINE.
               COMPUTE WS-CNT-OP-DISP = WS-CNT-OP-ERR - WS-PRE-BASE-ERR.
               MOVE "ERRORS" TO WS-AUDIT-OPERATION.
               PERFORM WRITE-CONTROL-OP-LINE.
               MOVE SPACES TO BATCH-OUT-RECORD.
               IF WS-PRE-REASON = SPACES THEN
                   STRING "Verdict: " WS-PRE-VERDICT
                       DELIMITED BY SIZE INTO BATCH-OUT-RECORD
                   END-STRING
               ELSE
                   STRING "Verdict: " FUNCTION TRIM(WS-PRE-VERDICT)
                       " - " WS-PRE-REASON
                       DELIMITED BY SIZE INTO BATCH-OUT-RECORD
                   END-STRING
               END-IF.
               PERFORM RPT-WRITE-LINE.
               DISPLAY "Pre-flight: " FUNCTION TRIM(WS-TRANS-FILE-NAME)
                   " - " WS-PRE-VERDICT " " WS-PRE-REASON.
               IF WS-PRE-USED < 999 THEN
                   ADD 1 TO WS-PRE-USED
                   MOVE SPACES TO WS-PRE-LINE(WS-PRE-USED)
                   STRING "  " WS-PRE-FILE-WK " " WS-PRE-VERDICT
                       "  " WS-PRE-REASON
                       DELIMITED BY SIZE
                       INTO WS-PRE-LINE(WS-PRE-USED)
                   END-STRING
               END-IF.

           PROCESS-BATCH-DETAIL.
               ADD 1 TO WS-BATCH-REC-NUM.
               ADD 1 TO WS-ACT-COUNT.
               MOVE "N" TO WS-DUP-FOUND.
               IF TRANS-REC-TYPE = "W" THEN
                   MOVE "Y" TO WS-WIDE-MODE
                   PERFORM PROCESS-WIDE-DETAIL
                       PERFORM PROCESS-NORMAL-DETAIL
                   END-IF
               END-IF.
               IF WS-MANIFEST-MODE = "N" AND WS-PREFLIGHT = "N" THEN
                   MOVE WS-BATCH-REC-NUM TO CKPT-RECORD
                   OPEN OUTPUT CKPT-FILE
                   IF WS-CKPT-FILE-STATUS NOT = "00" THEN
               IF WS-TRANS-VALID = "N" THEN
                   PERFORM REJECT-TRANS-RECORD
               END-IF.
               IF WS-TRANS-VALID = "Y" AND WS-NEXT-IS-CHAIN = "N" THEN
                   PERFORM CHECK-DUPLICATE-TRANS
                       THRU Check-Duplicate-Trans-Exit
               END-IF.
               IF WS-TRANS-VALID = "Y" AND WS-NEXT-IS-CHAIN = "Y" THEN
                   PERFORM START-CHAIN-RECORD
               ELSE

                   IF WS-TRANS-VALID = "Y" THEN
                       PERFORM CSV-WRITE-ROW
                       PERFORM RETURN-WRITE-RESULT
                       IF WS-MASTER-AVAILABLE = "Y"
                               AND WS-IN-REF-KEY NOT = SPACES THEN
                           PERFORM UPDATE-MASTER-RECORD
               MOVE ZEROS TO WS-RPT-RATE-VAL.
               PERFORM HASH-WIDE-AMOUNTS.
               PERFORM VALIDATE-WIDE-RECORD.
               IF WS-TRANS-VALID = "Y" THEN
                   PERFORM CHECK-DUPLICATE-TRANS
                       THRU Check-Duplicate-Trans-Exit
               END-IF.
               IF WS-TRANS-VALID = "N" THEN
                   IF WS-DUP-FOUND = "N" THEN
                       PERFORM REJECT-TRANS-RECORD
                   END-IF
               ELSE
                   PERFORM RUN-WIDE-OPERATIONS
                   IF WS-TRANS-VALID = "Y" THEN
                       PERFORM CSV-WRITE-ROW
                       PERFORM RETURN-WRITE-RESULT
                       IF WS-MASTER-AVAILABLE = "Y"
                               AND WS-IN-REF-KEY NOT = SPACES THEN
                           PERFORM UPDATE-MASTER-RECORD
                       END-IF
                   END-IF
               END-IF.
               IF WS-TRANS-VALID = "Y" AND WS-DEPT-CURRENT > 0 THEN
                   PERFORM CHECK-DEPT-PERMISSIONS
               END-IF.
               IF WS-TRANS-VALID = "N" THEN
                   MOVE "N" TO WS-RUN-ADD
                   MOVE "N" TO WS-RUN-SUB
                   MOVE "N" TO WS-CHAIN-ERROR
                   MOVE WS-A TO WS-CHAIN-VALUE
                   PERFORM CHAIN-APPLY-OP
                   PERFORM RETURN-WRITE-CHAIN-STEP
                   IF WS-CHAIN-ERROR = "Y" THEN
                       PERFORM WRITE-CHAIN-ERROR
                   ELSE
                   ELSE
                       MOVE "N" TO WS-CHAIN-ERROR
                       PERFORM CHAIN-APPLY-OP
                       PERFORM RETURN-WRITE-CHAIN-STEP
                       IF WS-CHAIN-ERROR = "Y" THEN
                           PERFORM WRITE-CHAIN-ERROR
                           MOVE "N" TO WS-CHAIN-ACTIVE
                       MOVE ZEROS TO WS-B
                   END-IF
               END-IF.
               IF WS-TRANS-VALID = "Y" AND WS-DEPT-CURRENT > 0 THEN
                   PERFORM CHECK-DEPT-PERMISSIONS
               END-IF.
               IF WS-TRANS-VALID = "N" THEN
                   MOVE WS-CHAIN-OP-PREV TO WS-CHAIN-OP-L
               END-IF.

           WRITE-CONTROL-PAGE.
               PERFORM RPT-PAGE-HEADING.
               IF WS-PREFLIGHT = "Y" THEN
                   MOVE "PROJECTED CONTROL TOTALS - NOTHING UPDATED"
                       TO BATCH-OUT-RECORD
               ELSE
                   MOVE "CONTROL TOTALS" TO BATCH-OUT-RECORD
               END-IF.
               PERFORM RPT-WRITE-LINE.
               MOVE SPACES TO BATCH-OUT-RECORD.
               PERFORM RPT-WRITE-LINE.
               PERFORM WRITE-CONTROL-COUNT-3.
               MOVE WS-CNT-CHAINS TO WS-CNT-OP-DISP.
               PERFORM WRITE-CONTROL-COUNT-4.
               MOVE WS-SUSP-COUNT TO WS-CNT-OP-DISP.
               PERFORM WRITE-CONTROL-COUNT-5.
               MOVE WS-SUSP-DONE-COUNT TO WS-CNT-OP-DISP.
               PERFORM WRITE-CONTROL-COUNT-6.
               IF WS-SRC-USED > 0 THEN
                   MOVE SPACES TO BATCH-OUT-RECORD
                   PERFORM RPT-WRITE-LINE
               END-IF.
               MOVE SPACES TO BATCH-OUT-RECORD.
               PERFORM RPT-WRITE-LINE.
               IF WS-PREFLIGHT = "Y" THEN
                   MOVE "OPERATIONS PROJECTED BY TYPE"
                       TO BATCH-OUT-RECORD
               ELSE
                   MOVE "OPERATIONS PERFORMED BY TYPE"
                       TO BATCH-OUT-RECORD
               END-IF.
               PERFORM RPT-WRITE-LINE.
               MOVE WS-CNT-OP-ADD TO WS-CNT-OP-DISP.
               MOVE "ADD" TO WS-AUDIT-OPERATION.
               END-STRING.
               PERFORM RPT-WRITE-LINE.

           WRITE-CONTROL-COUNT-5.
               MOVE SPACES TO BATCH-OUT-RECORD.
               STRING "Suspected duplicates suspended:" WS-CNT-OP-DISP
                   DELIMITED BY SIZE INTO BATCH-OUT-RECORD
               END-STRING.
               PERFORM RPT-WRITE-LINE.

           WRITE-CONTROL-COUNT-6.
               MOVE SPACES TO BATCH-OUT-RECORD.
               STRING "Released suspense processed:   " WS-CNT-OP-DISP
                   DELIMITED BY SIZE INTO BATCH-OUT-RECORD
               END-STRING.
               PERFORM RPT-WRITE-LINE.

           WRITE-SOURCE-SUBTOTAL-LINE.
               MOVE SPACES TO BATCH-OUT-RECORD.
               MOVE WS-SRC-FILES(WS-SRC-IDX) TO WS-SRC-FILES-DISP.
               MOVE WS-RPT-POW-VAL TO MAST-L-POW.
               MOVE WS-RPT-SQR-VAL TO MAST-L-SQR.
               MOVE WS-RPT-AVG-VAL TO MAST-L-AVG.
               IF WS-RUN-RATE = "Y" AND WS-RATE-BEST > 0 THEN
                   MOVE FUNCTION UPPER-CASE(WS-IN-RATE-CODE)
                       TO MAST-L-RATE-CODE
                   MOVE WS-RATE-VALUE(WS-RATE-BEST)
                       TO MAST-L-RATE-VALUE
                   MOVE WS-RATE-EFF-DATE(WS-RATE-BEST)
                       TO MAST-L-RATE-EFF-DATE
                   MOVE WS-RATE-LOOKUP-DATE TO MAST-L-RATE-DATE
                   MOVE WS-RPT-RATE-VAL TO MAST-L-RATE
               ELSE
                   MOVE SPACES TO MAST-L-RATE-CODE
                   MOVE ZEROS TO MAST-L-RATE-VALUE
                   MOVE ZEROS TO MAST-L-RATE-EFF-DATE
                   MOVE ZEROS TO MAST-L-RATE-DATE
                   MOVE ZEROS TO MAST-L-RATE
               END-IF.

           BATCH-DIVIDE-ROUNDED.
               IF WS-BATCH-ROUND-MODE = 2 THEN
                       DISPLAY "Batch: file dated " WS-HDR-DATE
                           " from " WS-HDR-SOURCE
                           " was already processed - file refused."
                       MOVE "FILE DATE ALREADY PROCESSED"
                           TO WS-PRE-REASON
                       MOVE 8 TO WS-RETURN-CODE
                   ELSE
                       PERFORM CHECK-CLOSED-PERIOD
                       IF WS-CLOSED-PERIOD > 0 THEN
                           DISPLAY "Batch: file dated " WS-HDR-DATE
                               " from " WS-HDR-SOURCE
                               " falls in closed period "
                               WS-CLOSED-PERIOD " - file refused."
                           MOVE "FILE DATE IN CLOSED PERIOD"
                               TO WS-PRE-REASON
                           MOVE 8 TO WS-RETURN-CODE
                           MOVE "Y" TO WS-HDR-DUP
                       END-IF
                   END-IF
               ELSE
                   DISPLAY "Batch: header record has a bad file date"
                       " - run refused."
                   MOVE "BAD HEADER FILE DATE" TO WS-PRE-REASON
                   MOVE 8 TO WS-RETURN-CODE
                   MOVE "Y" TO WS-HDR-DUP
               END-IF.
                   CLOSE DATES-FILE
               END-IF.

           CHECK-CLOSED-PERIOD.
               MOVE ZEROS TO WS-CLOSED-PERIOD.
               OPEN INPUT PERIOD-FILE.
               IF WS-PERIOD-FILE-STATUS = "00" THEN
                   MOVE "N" TO WS-PARM-EOF
                   PERFORM UNTIL WS-PARM-EOF = "Y"
                           OR WS-CLOSED-PERIOD > 0
                       READ PERIOD-FILE
                           AT END MOVE "Y" TO WS-PARM-EOF
                       END-READ
                       IF WS-PARM-EOF = "N"
                               AND PERD-PERIOD-X = WS-HDR-DATE(1:6)
                               AND PERD-STATUS = "C" THEN
                           MOVE PERD-PERIOD TO WS-CLOSED-PERIOD
                       END-IF
                   END-PERFORM
                   CLOSE PERIOD-FILE
               END-IF.

           RECORD-PROCESSED-DATE.
               OPEN EXTEND DATES-FILE.
               IF WS-DATES-FILE-STATUS NOT = "00" THEN
                   MOVE SPACES TO DATES-RECORD
                   MOVE WS-HDR-DATE TO DATES-FILE-DATE
                   MOVE WS-HDR-SOURCE TO DATES-SOURCE
                   ACCEPT DATES-RUN-DATE FROM DATE YYYYMMDD
                   ACCEPT DATES-RUN-TIME FROM TIME
                   WRITE DATES-RECORD
                   CLOSE DATES-FILE
               ELSE
                       END-IF
                   END-IF
                   IF WS-BALANCED = "Y" THEN
                       IF WS-PREFLIGHT = "N" THEN
                           PERFORM RECORD-PROCESSED-DATE
                       END-IF
                       MOVE SPACES TO BATCH-OUT-RECORD
                       STRING "Control totals in balance: "
                           "record count and hash totals agree"
                       END-IF
                   END-IF
               END-IF.
               IF WS-TRANS-VALID = "Y" AND WS-DEPT-CURRENT > 0 THEN
                   PERFORM CHECK-DEPT-PERMISSIONS
               END-IF.
               IF WS-TRANS-VALID = "N" THEN
                   MOVE "N" TO WS-RUN-ADD
                   MOVE "N" TO WS-RUN-SUB
               MOVE SPACES TO REJECT-RECORD.
               MOVE TRANS-WIDE-RECORD TO REJ-TRANS-DATA.
               MOVE WS-REJECT-REASON TO REJ-REASON.
               IF WS-PREFLIGHT = "N" THEN
                   WRITE REJECT-RECORD
               END-IF.
               PERFORM RETURN-WRITE-REJECT.
               ADD 1 TO WS-REJ-COUNT.
               IF WS-REJECT-REASON = "BAD OP" THEN
                   ADD 1 TO WS-REJ-BADOP
                   ADD 1 TO WS-REJ-NONNUM
               ELSE IF WS-REJECT-REASON = "BAD CHAIN" THEN
                   ADD 1 TO WS-REJ-CHAIN
               ELSE IF WS-REJECT-REASON(1:5) = "DEPT " THEN
                   ADD 1 TO WS-REJ-DEPT
               ELSE
                   ADD 1 TO WS-REJ-RANGE
               END-IF.
                   MOVE 4 TO WS-RETURN-CODE
               END-IF.

           CHECK-DUPLICATE-TRANS.
               MOVE "N" TO WS-DUP-FOUND.
               IF WS-HIST-AVAILABLE = "N" OR WS-IN-REF-KEY = SPACES THEN
                   GO TO Check-Duplicate-Trans-Exit
               END-IF.
               MOVE SPACES TO THST-RECORD.
               MOVE FUNCTION UPPER-CASE(WS-IN-REF-KEY) TO THST-REF-KEY.
               IF WS-WIDE-MODE = "Y" THEN
                   MOVE WS-WIDE-A TO THST-A
                   MOVE WS-WIDE-B TO THST-B
               ELSE
                   MOVE WS-A TO THST-A
                   MOVE WS-B TO THST-B
               END-IF.
               MOVE WS-OP-CODE TO THST-OPS.
               MOVE FUNCTION UPPER-CASE(WS-IN-RATE-CODE)
                   TO THST-RATE-CODE.
               MOVE THST-KEY TO WS-HIST-KEY-SAVE.
               MOVE "N" TO WS-HIST-ON-FILE.
               MOVE ZEROS TO WS-HIST-COUNT.
               READ TRANHIST-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-HIST-ON-FILE
                       MOVE THST-SEEN-COUNT TO WS-HIST-COUNT
               END-READ.
               IF WS-HIST-ON-FILE = "Y" AND WS-SUSP-RELEASING = "N"
                       AND THST-RUN-DATE-X IS NUMERIC
                       AND THST-RUN-DATE >= 16010101 THEN
                   COMPUTE WS-HIST-AGE =
                       FUNCTION INTEGER-OF-DATE(WS-RPT-RUN-DATE)
                       - FUNCTION INTEGER-OF-DATE(THST-RUN-DATE)
                   IF WS-HIST-AGE <= WS-DUP-WINDOW-DAYS THEN
                       MOVE "Y" TO WS-DUP-FOUND
                   END-IF
               END-IF.
               IF WS-DUP-FOUND = "Y" AND WS-PREFLIGHT = "Y" THEN
                   PERFORM PREFLIGHT-SUSPEND-RECORD
                   GO TO Check-Duplicate-Trans-Exit
               END-IF.
               IF WS-DUP-FOUND = "Y" THEN
                   PERFORM SUSPEND-TRANS-RECORD
                   GO TO Check-Duplicate-Trans-Exit
               END-IF.
               IF WS-PREFLIGHT = "Y" THEN
                   GO TO Check-Duplicate-Trans-Exit
               END-IF.
               MOVE SPACES TO THST-RECORD.
               MOVE WS-HIST-KEY-SAVE TO THST-KEY.
               MOVE WS-RPT-RUN-DATE TO THST-RUN-DATE.
               ACCEPT THST-RUN-TIME FROM TIME.
               MOVE WS-HDR-SOURCE TO THST-SOURCE.
               MOVE WS-HDR-DATE TO THST-FILE-DATE.
               ADD 1 TO WS-HIST-COUNT.
               MOVE WS-HIST-COUNT TO THST-SEEN-COUNT.
               IF WS-HIST-ON-FILE = "Y" THEN
                   REWRITE THST-RECORD
                       INVALID KEY
                           DISPLAY "Batch: transaction history rewrite"
                               " failed, status "
                               WS-TRANHIST-FILE-STATUS
                   END-REWRITE
               ELSE
                   WRITE THST-RECORD
                       INVALID KEY
                           DISPLAY "Batch: transaction history write"
                               " failed, status "
                               WS-TRANHIST-FILE-STATUS
                   END-WRITE
               END-IF.
           Check-Duplicate-Trans-Exit.

           SUSPEND-TRANS-RECORD.
               ADD 1 TO WS-SUSP-LAST-ITEM.
               MOVE SPACES TO SUSP-RECORD.
               MOVE WS-SUSP-LAST-ITEM TO SUSP-ITEM.
               MOVE "S" TO SUSP-STATUS.
               MOVE WS-RPT-RUN-DATE TO SUSP-DATE.
               ACCEPT SUSP-TIME FROM TIME.
               MOVE WS-DEPT-SOURCE-WK TO SUSP-SOURCE.
               MOVE WS-HDR-DATE TO SUSP-FILE-DATE.
               MOVE WS-BATCH-REC-NUM TO SUSP-REC-NUM.
               MOVE THST-RUN-DATE TO SUSP-SEEN-DATE.
               MOVE THST-SOURCE TO SUSP-SEEN-SOURCE.
               MOVE ZEROS TO SUSP-DECIDED-DATE.
               MOVE SPACES TO SUSP-DECIDED-BY.
               MOVE ZEROS TO SUSP-DONE-DATE.
               MOVE TRANS-WIDE-RECORD TO SUSP-TRANS-DATA.
               IF WS-SUSP-NUMBER-OK = "Y" THEN
                   OPEN EXTEND SUSPENSE-FILE
                   IF WS-SUSPENSE-FILE-STATUS NOT = "00" THEN
                       OPEN OUTPUT SUSPENSE-FILE
                       CLOSE SUSPENSE-FILE
                       OPEN EXTEND SUSPENSE-FILE
                   END-IF
               END-IF.
               IF WS-SUSP-NUMBER-OK = "Y"
                       AND WS-SUSPENSE-FILE-STATUS = "00" THEN
                   WRITE SUSP-RECORD
                   CLOSE SUSPENSE-FILE
                   ADD 1 TO WS-SUSP-COUNT
                   DISPLAY "Batch: record " WS-BATCH-REC-NUM
                       " suspended as a suspected duplicate - item "
                       WS-SUSP-LAST-ITEM
                   MOVE SPACES TO BATCH-OUT-RECORD
                   STRING "Record " WS-BATCH-REC-NUM
                       ": suspected duplicate of key "
                       THST-REF-KEY " processed " THST-RUN-DATE
                       " from " THST-SOURCE
                       " - suspended as item " WS-SUSP-LAST-ITEM
                       DELIMITED BY SIZE INTO BATCH-OUT-RECORD
                   END-STRING
                   PERFORM RPT-WRITE-LINE
                   IF WS-RETURN-CODE < 4 THEN
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               ELSE
                   DISPLAY "Batch: cannot write CALC_SUSPENSE.DAT,"
                       " status " WS-SUSPENSE-FILE-STATUS " - record "
                       WS-BATCH-REC-NUM " not processed."
                   MOVE SPACES TO BATCH-OUT-RECORD
                   STRING "Record " WS-BATCH-REC-NUM
                       ": suspected duplicate not processed -"
                       " suspense file unavailable"
                       DELIMITED BY SIZE INTO BATCH-OUT-RECORD
                   END-STRING
                   PERFORM RPT-WRITE-LINE
                   MOVE 8 TO WS-RETURN-CODE
               END-IF.
               PERFORM SKIP-SUSPENDED-RECORD.

           PREFLIGHT-SUSPEND-RECORD.
               ADD 1 TO WS-SUSP-COUNT.
               DISPLAY "Batch: record " WS-BATCH-REC-NUM
                   " would be suspended as a suspected duplicate.".
               MOVE SPACES TO BATCH-OUT-RECORD.
               STRING "Record " WS-BATCH-REC-NUM
                   ": suspected duplicate of key "
                   THST-REF-KEY " processed " THST-RUN-DATE
                   " from " THST-SOURCE " - would be suspended"
                   DELIMITED BY SIZE INTO BATCH-OUT-RECORD
               END-STRING.
               PERFORM RPT-WRITE-LINE.
               IF WS-RETURN-CODE < 4 THEN
                   MOVE 4 TO WS-RETURN-CODE
               END-IF.
               PERFORM SKIP-SUSPENDED-RECORD.

           SKIP-SUSPENDED-RECORD.
               MOVE "DUPLICATE" TO WS-REJECT-REASON.
               PERFORM RETURN-WRITE-REJECT.
               MOVE "N" TO WS-TRANS-VALID.
               MOVE "N" TO WS-RUN-ADD.
               MOVE "N" TO WS-RUN-SUB.
               MOVE "N" TO WS-RUN-MUL.
               MOVE "N" TO WS-RUN-DIV.
               MOVE "N" TO WS-RUN-PCT.
               MOVE "N" TO WS-RUN-POW.
               MOVE "N" TO WS-RUN-SQR.
               MOVE "N" TO WS-RUN-AVG.
               MOVE "N" TO WS-RUN-RATE.

           PROCESS-RELEASED-ITEMS.
               MOVE ZEROS TO WS-SUSP-USED.
               MOVE ZEROS TO WS-SUSP-LAST-ITEM.
               MOVE ZEROS TO WS-SUSP-AGED.
               MOVE ZEROS TO WS-SUSP-HELD-ITEM.
               MOVE "N" TO WS-SUSP-NUMBER-OK.
               MOVE "Y" TO WS-SUSP-SAVE-OK.
               MOVE "N" TO WS-SUSP-CHANGED.
               MOVE "N" TO WS-SUSP-OVERFLOW.
               OPEN INPUT SUSPENSE-FILE.
               IF WS-SUSPENSE-FILE-STATUS = "35" THEN
                   MOVE "Y" TO WS-SUSP-NUMBER-OK
                   GO TO Process-Released-Items-Exit
               END-IF.
               IF WS-SUSPENSE-FILE-STATUS NOT = "00" THEN
                   DISPLAY "Batch: cannot read CALC_SUSPENSE.DAT,"
                       " status " WS-SUSPENSE-FILE-STATUS
                       " - released items not processed and"
                       " duplicates cannot be suspended."
                   IF WS-RETURN-CODE < 4 THEN
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
                   GO TO Process-Released-Items-Exit
               END-IF.
               MOVE "N" TO WS-SUSP-EOF.
               READ SUSPENSE-FILE
                   AT END MOVE "Y" TO WS-SUSP-EOF
               END-READ.
               PERFORM UNTIL WS-SUSP-EOF = "Y"
                   PERFORM LOAD-SUSPENSE-ITEM
                   READ SUSPENSE-FILE
                       AT END MOVE "Y" TO WS-SUSP-EOF
                   END-READ
               END-PERFORM.
               CLOSE SUSPENSE-FILE.
               MOVE "Y" TO WS-SUSP-NUMBER-OK.
               IF WS-SUSP-HELD-ITEM > 0
                       AND WS-SUSP-HELD-ITEM = WS-SUSP-LAST-ITEM THEN
                   MOVE WS-SUSP-HELD-LINE TO SUSP-RECORD
                   MOVE "Y" TO WS-SUSP-KEEP
                   PERFORM ADD-SUSPENSE-LINE
                   SUBTRACT 1 FROM WS-SUSP-AGED
               END-IF.
               IF WS-SUSP-OVERFLOW = "Y" THEN
                   DISPLAY "Batch: CALC_SUSPENSE.DAT holds more than"
                       " 999 open items - released items not"
                       " processed."
                   IF WS-RETURN-CODE < 4 THEN
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
                   GO TO Process-Released-Items-Exit
               END-IF.
               IF WS-SUSP-AGED > 0 THEN
                   MOVE "Y" TO WS-SUSP-CHANGED
               END-IF.
               IF WS-SUSP-CHANGED = "Y" THEN
                   PERFORM REWRITE-SUSPENSE-FILE
               END-IF.
               IF WS-SUSP-SAVE-OK = "N" THEN
                   DISPLAY "Batch: released items not processed."
                   GO TO Process-Released-Items-Exit
               END-IF.
               PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
                       UNTIL WS-SUSP-IDX > WS-SUSP-USED
                       OR WS-SUSP-SAVE-OK = "N"
                   MOVE WS-SUSP-LINE(WS-SUSP-IDX) TO SUSP-RECORD
                   IF SUSP-STATUS = "R" THEN
                       PERFORM PROCESS-RELEASED-ITEM
                   END-IF
               END-PERFORM.
               MOVE ZEROS TO WS-BATCH-REC-NUM.
               MOVE ZEROS TO WS-HDR-DATE.
               MOVE SPACES TO WS-HDR-SOURCE.
               MOVE ZEROS TO WS-DEPT-CURRENT.
           Process-Released-Items-Exit.

           LOAD-SUSPENSE-ITEM.
               IF SUSP-ITEM-X IS NUMERIC THEN
                   IF SUSP-ITEM > WS-SUSP-LAST-ITEM THEN
                       MOVE SUSP-ITEM TO WS-SUSP-LAST-ITEM
                   END-IF
                   MOVE ZEROS TO WS-SUSP-AGE-DATE
                   IF SUSP-STATUS = "D" THEN
                       MOVE SUSP-DONE-DATE TO WS-SUSP-AGE-DATE
                   END-IF
                   IF SUSP-STATUS = "P" THEN
                       MOVE SUSP-DECIDED-DATE TO WS-SUSP-AGE-DATE
                   END-IF
                   MOVE ZEROS TO WS-SUSP-AGE
                   IF WS-SUSP-AGE-DATE IS NUMERIC
                           AND WS-SUSP-AGE-DATE >= 16010101 THEN
                       COMPUTE WS-SUSP-AGE =
                           FUNCTION INTEGER-OF-DATE(WS-RPT-RUN-DATE)
                           - FUNCTION INTEGER-OF-DATE(WS-SUSP-AGE-DATE)
                   END-IF
                   IF WS-SUSP-AGE > WS-DUP-WINDOW-DAYS THEN
                       ADD 1 TO WS-SUSP-AGED
                       IF SUSP-ITEM > WS-SUSP-HELD-ITEM THEN
                           MOVE SUSP-ITEM TO WS-SUSP-HELD-ITEM
                           MOVE SUSP-RECORD TO WS-SUSP-HELD-LINE
                       END-IF
                   ELSE
                       IF SUSP-STATUS = "S" OR SUSP-STATUS = "R" THEN
                           MOVE "Y" TO WS-SUSP-KEEP
                       ELSE
                           MOVE "N" TO WS-SUSP-KEEP
                       END-IF
                       PERFORM ADD-SUSPENSE-LINE
                   END-IF
               END-IF.

           ADD-SUSPENSE-LINE.
               IF WS-SUSP-USED >= 999 THEN
                   MOVE ZEROS TO WS-SUSP-FREE
                   PERFORM VARYING WS-SUSP-OUT-IDX FROM 1 BY 1
                           UNTIL WS-SUSP-OUT-IDX > WS-SUSP-USED
                           OR WS-SUSP-FREE > 0
                       IF WS-SUSP-LINE(WS-SUSP-OUT-IDX)(9:1) = "D"
                               OR WS-SUSP-LINE(WS-SUSP-OUT-IDX)(9:1)
                                   = "P" THEN
                           MOVE WS-SUSP-OUT-IDX TO WS-SUSP-FREE
                       END-IF
                   END-PERFORM
                   IF WS-SUSP-FREE > 0 THEN
                       PERFORM VARYING WS-SUSP-OUT-IDX
                               FROM WS-SUSP-FREE BY 1
                               UNTIL WS-SUSP-OUT-IDX >= WS-SUSP-USED
                           MOVE WS-SUSP-LINE(WS-SUSP-OUT-IDX + 1)
                               TO WS-SUSP-LINE(WS-SUSP-OUT-IDX)
                       END-PERFORM
                       SUBTRACT 1 FROM WS-SUSP-USED
                       MOVE "Y" TO WS-SUSP-CHANGED
                   END-IF
               END-IF.
               IF WS-SUSP-USED < 999 THEN
                   ADD 1 TO WS-SUSP-USED
                   MOVE SUSP-RECORD TO WS-SUSP-LINE(WS-SUSP-USED)
               ELSE IF WS-SUSP-KEEP = "Y" THEN
                   MOVE "Y" TO WS-SUSP-OVERFLOW
               ELSE
                   MOVE "Y" TO WS-SUSP-CHANGED
               END-IF.

           PROCESS-RELEASED-ITEM.
               MOVE SUSP-SOURCE TO WS-DEPT-SOURCE-WK.
               MOVE ZEROS TO WS-DEPT-CURRENT.
               PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                       UNTIL WS-DEPT-IDX > WS-DEPT-USED
                       OR WS-DEPT-CURRENT > 0
                   IF WS-DEPT-CODE(WS-DEPT-IDX) = WS-DEPT-SOURCE-WK
                           AND WS-DEPT-STATUS(WS-DEPT-IDX) = "A" THEN
                       MOVE WS-DEPT-IDX TO WS-DEPT-CURRENT
                   END-IF
               END-PERFORM.
               MOVE ZEROS TO WS-CLOSED-PERIOD.
               IF WS-DEPT-CURRENT > 0 THEN
                   MOVE SUSP-FILE-DATE TO WS-HDR-DATE
                   PERFORM CHECK-CLOSED-PERIOD
               END-IF.
               IF WS-DEPT-CURRENT = 0 THEN
                   DISPLAY "Batch: released item " SUSP-ITEM
                       " from source " SUSP-SOURCE
                       " is not active in the department registry"
                       " - left for a later run."
                   IF WS-RETURN-CODE < 4 THEN
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               ELSE IF WS-CLOSED-PERIOD > 0 THEN
                   DISPLAY "Batch: released item " SUSP-ITEM
                       " from source " SUSP-SOURCE
                       " is dated in closed period " WS-CLOSED-PERIOD
                       " - left for a later run."
                   IF WS-RETURN-CODE < 4 THEN
                       MOVE 4 TO WS-RETURN-CODE
                   END-IF
               ELSE
                   MOVE SPACES TO BATCH-OUT-RECORD
                   STRING "Released suspense item " SUSP-ITEM
                       " - source " SUSP-SOURCE
                       " file date " SUSP-FILE-DATE
                       " record " SUSP-REC-NUM
                       DELIMITED BY SIZE INTO BATCH-OUT-RECORD
                   END-STRING
                   PERFORM RPT-WRITE-LINE
                   MOVE SUSP-SOURCE TO WS-HDR-SOURCE
                   MOVE SUSP-FILE-DATE TO WS-HDR-DATE
                   MOVE SUSP-REC-NUM TO WS-BATCH-REC-NUM
                   MOVE SUSP-TRANS-DATA TO TRANS-WIDE-RECORD
                   MOVE "N" TO WS-NEXT-IS-CHAIN
                   MOVE "N" TO WS-DUP-FOUND
                   MOVE "Y" TO WS-SUSP-RELEASING
                   IF TRANS-REC-TYPE = "W" THEN
                       MOVE "Y" TO WS-WIDE-MODE
                       PERFORM PROCESS-WIDE-DETAIL
                       MOVE "N" TO WS-WIDE-MODE
                   ELSE
                       MOVE "N" TO WS-WIDE-MODE
                       PERFORM EXTRACT-TRANS-FIELDS
                       PERFORM PROCESS-NORMAL-DETAIL
                   END-IF
                   MOVE "N" TO WS-SUSP-RELEASING
                   MOVE WS-SUSP-LINE(WS-SUSP-IDX) TO SUSP-RECORD
                   MOVE "D" TO SUSP-STATUS
                   MOVE WS-RPT-RUN-DATE TO SUSP-DONE-DATE
                   MOVE SUSP-RECORD TO WS-SUSP-LINE(WS-SUSP-IDX)
                   ADD 1 TO WS-SUSP-DONE-COUNT
                   PERFORM REWRITE-SUSPENSE-FILE
                   IF WS-SUSP-SAVE-OK = "N" THEN
                       DISPLAY "Batch: released item " SUSP-ITEM
                           " was processed but still shows as"
                           " released - purge it before the next run."
                       DISPLAY "Batch: no further released items"
                           " processed."
                   END-IF
               END-IF.

           REWRITE-SUSPENSE-FILE.
               OPEN OUTPUT SUSPENSE-FILE.
               IF WS-SUSPENSE-FILE-STATUS NOT = "00" THEN
                   DISPLAY "Batch: cannot rewrite CALC_SUSPENSE.DAT,"
                       " status " WS-SUSPENSE-FILE-STATUS
                   MOVE "N" TO WS-SUSP-SAVE-OK
                   MOVE 8 TO WS-RETURN-CODE
               ELSE
                   PERFORM VARYING WS-SUSP-OUT-IDX FROM 1 BY 1
                           UNTIL WS-SUSP-OUT-IDX > WS-SUSP-USED
                       MOVE WS-SUSP-LINE(WS-SUSP-OUT-IDX)
                           TO SUSP-RECORD
                       WRITE SUSP-RECORD
                   END-PERFORM
                   CLOSE SUSPENSE-FILE
               END-IF.

           WRITE-REJECT-REGISTER.
               MOVE SPACES TO BATCH-OUT-RECORD.
               PERFORM RPT-WRITE-LINE.
               MOVE WS-REJ-COUNT TO WS-REJ-COUNT-DISP.
               MOVE SPACES TO BATCH-OUT-RECORD.
               IF WS-PREFLIGHT = "Y" THEN
                   STRING "Reject register: " WS-REJ-COUNT-DISP
                       " record(s) would be rejected"
                       " - CALC_TRANS.REJ not written"
                       DELIMITED BY SIZE INTO BATCH-OUT-RECORD
                   END-STRING
                   DISPLAY "Pre-flight: " WS-REJ-COUNT-DISP
                       " record(s) would be rejected."
               ELSE
                   STRING "Reject register: " WS-REJ-COUNT-DISP
                       " record(s) written to CALC_TRANS.REJ"
                       DELIMITED BY SIZE INTO BATCH-OUT-RECORD
                   END-STRING
                   DISPLAY "Batch: " WS-REJ-COUNT-DISP
                       " record(s) rejected this run."
               END-IF.
               PERFORM RPT-WRITE-LINE.
               MOVE WS-REJ-BADOP TO WS-REJ-COUNT-DISP.
               MOVE SPACES TO BATCH-OUT-RECORD.
               STRING "  bad op code:  " WS-REJ-COUNT-DISP
                   DELIMITED BY SIZE INTO BATCH-OUT-RECORD
               END-STRING.
               PERFORM RPT-WRITE-LINE.
               MOVE WS-REJ-DEPT TO WS-REJ-COUNT-DISP.
               MOVE SPACES TO BATCH-OUT-RECORD.
               STRING "  not permitted for department: "
                   WS-REJ-COUNT-DISP
                   DELIMITED BY SIZE INTO BATCH-OUT-RECORD
               END-STRING.
               PERFORM RPT-WRITE-LINE.
               MOVE WS-SUSP-COUNT TO WS-REJ-COUNT-DISP.
               MOVE SPACES TO BATCH-OUT-RECORD.
               IF WS-PREFLIGHT = "Y" THEN
                   STRING "Suspense register: " WS-REJ-COUNT-DISP
                       " suspected duplicate(s) would be suspended"
                       " - CALC_SUSPENSE.DAT not written"
                       DELIMITED BY SIZE INTO BATCH-OUT-RECORD
                   END-STRING
                   DISPLAY "Pre-flight: " WS-REJ-COUNT-DISP
                       " suspected duplicate(s) would be suspended."
               ELSE
                   STRING "Suspense register: " WS-REJ-COUNT-DISP
                       " suspected duplicate(s) written to"
                       " CALC_SUSPENSE.DAT"
                       DELIMITED BY SIZE INTO BATCH-OUT-RECORD
                   END-STRING
                   DISPLAY "Batch: " WS-REJ-COUNT-DISP
                       " suspected duplicate(s) suspended this run."
               END-IF.
               PERFORM RPT-WRITE-LINE.

           WRITE-PREFLIGHT-SUMMARY.
               MOVE SPACES TO BATCH-OUT-RECORD.
               PERFORM RPT-WRITE-LINE.
               MOVE "PRE-FLIGHT VERDICT BY FILE" TO BATCH-OUT-RECORD.
               PERFORM RPT-WRITE-LINE.
               PERFORM VARYING WS-PRE-IDX FROM 1 BY 1
                       UNTIL WS-PRE-IDX > WS-PRE-USED
                   MOVE WS-PRE-LINE(WS-PRE-IDX) TO BATCH-OUT-RECORD
                   PERFORM RPT-WRITE-LINE
               END-PERFORM.
               MOVE WS-PRE-GO-COUNT TO WS-PRE-COUNT-DISP.
               MOVE WS-PRE-NOGO-COUNT TO WS-SRC-FILES-DISP.
               MOVE SPACES TO BATCH-OUT-RECORD.
               STRING "Files GO: " WS-PRE-COUNT-DISP
                   "  NO-GO: " WS-SRC-FILES-DISP
                   DELIMITED BY SIZE INTO BATCH-OUT-RECORD
               END-STRING.
               PERFORM RPT-WRITE-LINE.
               MOVE SPACES TO BATCH-OUT-RECORD.
               STRING "Edit-only run: master, audit log, results CSV,"
                   " file dates, checkpoint, rejects, suspense and"
                   " return files were not written."
                   DELIMITED BY SIZE INTO BATCH-OUT-RECORD
               END-STRING.
               PERFORM RPT-WRITE-LINE.
               DISPLAY "Pre-flight: " WS-PRE-COUNT-DISP
                   " file(s) GO, " WS-SRC-FILES-DISP
                   " file(s) NO-GO - see "
                   FUNCTION TRIM(WS-BATCH-OUT-FILE-NAME) ".".

           READ-PARM-FILE.
               MOVE SPACES TO WS-PARM-MODE.
                       IF PARM-RECORD NOT = SPACES THEN
                           MOVE PARM-RECORD TO WS-BATCH-OUT-FILE-NAME
                       END-IF
                       READ PARM-FILE
                           AT END MOVE "Y" TO WS-PARM-EOF
                       END-READ
                   END-IF
                   IF WS-PARM-EOF = "N" THEN
                       IF PARM-RECORD(1:3) NOT = SPACES
                               AND FUNCTION TEST-NUMVAL(
                                   PARM-RECORD(1:3)) = 0 THEN
                           COMPUTE WS-DUP-WINDOW-DAYS =
                               FUNCTION NUMVAL(PARM-RECORD(1:3))
                       END-IF
                   END-IF
                   CLOSE PARM-FILE
               END-IF.

           CHECK-PREFLIGHT-MODE.
               IF WS-PARM-MODE = "E" THEN
                   MOVE "Y" TO WS-PREFLIGHT
               END-IF.
               OPEN INPUT MANIFEST-FILE.
               IF WS-MANIFEST-FILE-STATUS = "00" THEN
                   MOVE "N" TO WS-MANIFEST-EOF
                   PERFORM UNTIL WS-MANIFEST-EOF = "Y"
                       READ MANIFEST-FILE
                           AT END MOVE "Y" TO WS-MANIFEST-EOF
                       END-READ
                       IF WS-MANIFEST-EOF = "N"
                               AND FUNCTION UPPER-CASE(FUNCTION TRIM(
                                   MANIFEST-RECORD)) = "*EDIT-ONLY" THEN
                           MOVE "Y" TO WS-PREFLIGHT
                       END-IF
                   END-PERFORM
                   CLOSE MANIFEST-FILE
               END-IF.
               IF WS-PREFLIGHT = "Y" THEN
                   MOVE "CALC_PREFLIGHT.RPT" TO WS-BATCH-OUT-FILE-NAME
               END-IF.

           SELECT-OPERATIONS.
               DISPLAY "Which operations do you want? Enter any of".
               DISPLAY "A S M D (Add/Subtract/Multiply/Divide) or".
                   " KEY=" WS-IN-REF-KEY
                   DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
               END-STRING.
               IF WS-PREFLIGHT = "N" THEN
                   PERFORM AUDIT-SEAL-WRITE
               END-IF.
               IF WS-MODE = 2 THEN
                   PERFORM COUNT-BATCH-OPERATION
               END-IF.

           OPEN-SESSION-LOGS.
               OPEN EXTEND AUDIT-LOG-FILE.
               IF WS-AUDIT-FILE-STATUS NOT = "00" THEN
                   OPEN OUTPUT AUDIT-LOG-FILE
                   CLOSE AUDIT-LOG-FILE
                   OPEN EXTEND AUDIT-LOG-FILE
               END-IF.
               OPEN EXTEND CSV-OUT-FILE.
               IF WS-CSV-FILE-STATUS NOT = "00" THEN
                   OPEN OUTPUT CSV-OUT-FILE
                   MOVE SPACES TO CSV-OUT-RECORD
                   STRING "A,B,Summ,Subtraction,Multiplication,"
                       "Division,Percent,Power,SquareRoot,Average,"
                       "RunDate"
                       DELIMITED BY SIZE INTO CSV-OUT-RECORD
                   END-STRING
                   WRITE CSV-OUT-RECORD
                   CLOSE CSV-OUT-FILE
                   OPEN EXTEND CSV-OUT-FILE
               END-IF.
               MOVE "Y" TO WS-LOGS-OPEN.

           AUDIT-SEAL-LOAD.
               MOVE ZEROS TO WS-AUDIT-SEQ.
               MOVE ZEROS TO WS-AUDIT-CHK.
               OPEN INPUT AUDIT-LOG-FILE.
               IF WS-AUDIT-FILE-STATUS = "00" THEN
                   MOVE "N" TO WS-SEAL-EOF
                   READ AUDIT-LOG-FILE
                       AT END MOVE "Y" TO WS-SEAL-EOF
                   END-READ
                   PERFORM UNTIL WS-SEAL-EOF = "Y"
                       IF AUD-SEAL-SEQ-TAG = " SEQ="
                               AND AUD-SEAL-SEQ-X IS NUMERIC
                               AND AUD-SEAL-CHK-TAG = " CHK="
                               AND AUD-SEAL-CHK-X IS NUMERIC THEN
                           MOVE AUD-SEAL-SEQ TO WS-AUDIT-SEQ
                           MOVE AUD-SEAL-CHK TO WS-AUDIT-CHK
                       END-IF
                       READ AUDIT-LOG-FILE
                           AT END MOVE "Y" TO WS-SEAL-EOF
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-LOG-FILE
               END-IF.

           AUDIT-SEAL-WRITE.
               MOVE SPACES TO AUDIT-LOG-RECORD(161:60).
               ADD 1 TO WS-AUDIT-SEQ.
               MOVE " SEQ=" TO AUD-SEAL-SEQ-TAG.
               MOVE WS-AUDIT-SEQ TO AUD-SEAL-SEQ.
               MOVE " CHK=" TO AUD-SEAL-CHK-TAG.
               MOVE " USER=" TO AUD-SEAL-USER-TAG.
               MOVE WS-OPER-ID TO AUD-SEAL-USER.
               MOVE WS-AUDIT-CHK TO WS-SEAL-WORK.
               PERFORM VARYING WS-SEAL-IDX FROM 1 BY 1
                       UNTIL WS-SEAL-IDX > 220
                   IF WS-SEAL-IDX < 180 OR WS-SEAL-IDX > 189 THEN
                       COMPUTE WS-SEAL-WORK = FUNCTION MOD(
                           WS-SEAL-WORK * 31 + FUNCTION ORD(
                           AUDIT-LOG-RECORD(WS-SEAL-IDX:1)),
                           9999999967)
                   END-IF
               END-PERFORM.
               MOVE WS-SEAL-WORK TO WS-AUDIT-CHK.
               MOVE WS-AUDIT-CHK TO AUD-SEAL-CHK.
               WRITE AUDIT-LOG-RECORD.

           CSV-WRITE-ROW.
               MOVE SPACES TO WS-A-SIGN.
               MOVE SPACES TO WS-B-SIGN.
               STRING "," WS-CSV-DATE DELIMITED BY SIZE
                   INTO CSV-OUT-RECORD WITH POINTER WS-CSV-PTR
               END-STRING.
               IF WS-PREFLIGHT = "N" THEN
                   WRITE CSV-OUT-RECORD
               END-IF.

000055 Exit-Program.
           DISPLAY " ".
               DISPLAY "No calculations were performed this session."
           END-IF.
           DISPLAY " ".
           IF WS-LOGS-OPEN = "Y" THEN
               CLOSE AUDIT-LOG-FILE
               CLOSE CSV-OUT-FILE
           END-IF.
           MOVE WS-RETURN-CODE TO RETURN-CODE.
           PERFORM WRITE-RUN-CONTROL.
000056       STOP RUN.
               END-IF.
               IF WS-RUNLOG-FILE-STATUS = "00" THEN
                   MOVE SPACES TO RUNLOG-RECORD
                   IF WS-PREFLIGHT = "Y" THEN
                       MOVE "CALCEDIT" TO RUNLOG-PROGRAM
                   ELSE
                       MOVE "CALCULATOR" TO RUNLOG-PROGRAM
                   END-IF
                   MOVE WS-RUN-START-DATE TO RUNLOG-START-DATE
                   MOVE WS-RUN-START-TIME TO RUNLOG-START-TIME
                   MOVE WS-RUN-END-DATE TO RUNLOG-END-DATE
                       MOVE WS-PAIR-COUNT TO RUNLOG-REC-COUNT
                   END-IF
                   MOVE WS-RETURN-CODE TO RUNLOG-RC
                   MOVE WS-OPER-ID TO RUNLOG-USER
                   WRITE RUNLOG-RECORD
                   CLOSE RUNLOG-FILE
               ELSE
                       " status " WS-RUNLOG-FILE-STATUS
               END-IF.

           OPERATOR-SIGN-ON.
               MOVE "N" TO WS-SIGNON-OK.
               MOVE ZEROS TO WS-SIGNON-TRIES.
               PERFORM UNTIL WS-SIGNON-OK = "Y" OR WS-SIGNON-TRIES >= 3
                   ADD 1 TO WS-SIGNON-TRIES
                   DISPLAY "Sign on - enter your user ID:"
                   MOVE SPACES TO WS-SIGNON-ID
                   ACCEPT WS-SIGNON-ID
                   MOVE FUNCTION UPPER-CASE(WS-SIGNON-ID)
                       TO WS-SIGNON-ID
                   DISPLAY "Enter your password:"
                   MOVE SPACES TO WS-SIGNON-PASSWORD
                   ACCEPT WS-SIGNON-PASSWORD
                   PERFORM CHECK-SIGN-ON THRU Check-Sign-On-Exit
                   IF WS-SIGNON-OK = "N" THEN
                       DISPLAY "Sign-on: "
                           FUNCTION TRIM(WS-SIGNON-REASON) "."
                       MOVE WS-SIGNON-ID TO WS-SEC-USER
                       MOVE "SIGNFAIL" TO WS-SEC-EVENT
                       MOVE WS-SIGNON-REASON TO WS-SEC-DETAIL
                       PERFORM WRITE-SECURITY-LOG
                   END-IF
               END-PERFORM.
               IF WS-SIGNON-OK = "Y" THEN
                   MOVE WS-SIGNON-ID TO WS-OPER-ID
                   MOVE WS-SIGNON-NAME TO WS-OPER-NAME
                   MOVE WS-SIGNON-AUTHORITY TO WS-OPER-AUTHORITY
                   DISPLAY "Signed on as " FUNCTION TRIM(WS-OPER-NAME)
                       "."
               END-IF.

           CHECK-SIGN-ON.
               MOVE "N" TO WS-SIGNON-OK.
               IF WS-SIGNON-ID = SPACES
                       OR WS-SIGNON-ID(1:1) = "*" THEN
                   MOVE "NO USER ID ENTERED" TO WS-SIGNON-REASON
                   GO TO Check-Sign-On-Exit
               END-IF.
               MOVE "N" TO WS-SIGNON-FOUND.
               OPEN INPUT OPER-FILE.
               IF WS-OPER-FILE-STATUS NOT = "00" THEN
                   MOVE "OPERATOR FILE NOT AVAILABLE"
                       TO WS-SIGNON-REASON
                   GO TO Check-Sign-On-Exit
               END-IF.
               MOVE "N" TO WS-OPER-EOF.
               READ OPER-FILE
                   AT END MOVE "Y" TO WS-OPER-EOF
               END-READ.
               PERFORM UNTIL WS-OPER-EOF = "Y" OR WS-SIGNON-FOUND = "Y"
                   IF OPER-USER-ID = WS-SIGNON-ID THEN
                       MOVE "Y" TO WS-SIGNON-FOUND
                       MOVE OPER-STATUS TO WS-SIGNON-STATUS
                       MOVE OPER-AUTHORITY TO WS-SIGNON-AUTHORITY
                       MOVE OPER-NAME TO WS-SIGNON-NAME
                       MOVE OPER-PASSWORD-X TO WS-SIGNON-CHK-X
                   ELSE
                       READ OPER-FILE
                           AT END MOVE "Y" TO WS-OPER-EOF
                       END-READ
                   END-IF
               END-PERFORM.
               CLOSE OPER-FILE.
               IF WS-SIGNON-FOUND = "N" THEN
                   MOVE "UNKNOWN USER ID" TO WS-SIGNON-REASON
                   GO TO Check-Sign-On-Exit
               END-IF.
               IF WS-SIGNON-STATUS NOT = "A" THEN
                   MOVE "USER ID REVOKED" TO WS-SIGNON-REASON
                   GO TO Check-Sign-On-Exit
               END-IF.
               PERFORM HASH-SIGN-ON-PASSWORD.
               IF WS-SIGNON-CHK-X NOT = WS-PASSWORD-CHK-X THEN
                   MOVE "INCORRECT PASSWORD" TO WS-SIGNON-REASON
                   GO TO Check-Sign-On-Exit
               END-IF.
               IF WS-SIGNON-AUTHORITY NOT = "I"
                       AND WS-SIGNON-AUTHORITY NOT = "O"
                       AND WS-SIGNON-AUTHORITY NOT = "S" THEN
                   MOVE "NO AUTHORITY LEVEL ON FILE" TO WS-SIGNON-REASON
                   GO TO Check-Sign-On-Exit
               END-IF.
               MOVE "Y" TO WS-SIGNON-OK.
           Check-Sign-On-Exit.

           HASH-SIGN-ON-PASSWORD.
               MOVE SPACES TO WS-HASH-TEXT.
               STRING WS-SIGNON-ID WS-SIGNON-PASSWORD
                   DELIMITED BY SIZE INTO WS-HASH-TEXT
               END-STRING.
               MOVE 7 TO WS-HASH-WORK.
               PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                       UNTIL WS-HASH-IDX > 16
                   COMPUTE WS-HASH-WORK = FUNCTION MOD(
                       WS-HASH-WORK * 31 + FUNCTION ORD(
                       WS-HASH-TEXT(WS-HASH-IDX:1)), 9999999967)
               END-PERFORM.
               MOVE WS-HASH-WORK TO WS-PASSWORD-CHK.

           WRITE-SECURITY-LOG.
               OPEN EXTEND SECLOG-FILE.
               IF WS-SECLOG-FILE-STATUS NOT = "00" THEN
                   OPEN OUTPUT SECLOG-FILE
                   CLOSE SECLOG-FILE
                   OPEN EXTEND SECLOG-FILE
               END-IF.
               IF WS-SECLOG-FILE-STATUS = "00" THEN
                   MOVE SPACES TO SECLOG-RECORD
                   ACCEPT SEC-DATE FROM DATE YYYYMMDD
                   ACCEPT SEC-TIME FROM TIME
                   MOVE "CALCULATOR" TO SEC-PROGRAM
                   MOVE WS-SEC-USER TO SEC-USER-ID
                   MOVE WS-SEC-EVENT TO SEC-EVENT
                   MOVE WS-SEC-DETAIL TO SEC-DETAIL
                   WRITE SECLOG-RECORD
                   CLOSE SECLOG-FILE
               ELSE
                   DISPLAY "Security: cannot open CALC_SECURITY.LOG,"
                       " status " WS-SECLOG-FILE-STATUS
               END-IF.

           END PROGRAM CALCULATOR.
