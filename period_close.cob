      ***************************************************************
      * Author: Anastasija Litvinionok nlitvinionok@gmail.com
      * Date: 2026.10.15
      * Purpose: Accounting period close. A period is a calendar
      *          month YYYYMM. Before closing, confirms the period is
      *          complete - the last run of every program started in
      *          the period ended with a good return code on
      *          CALC_RUNLOG.DAT, CALCRECON has balanced since the
      *          last CALCULATOR run of the period, and there are no
      *          open rejects in CALC_TRANS.REJ. A complete period is
      *          recorded as closed in CALC_PERIODS.DAT and a closing
      *          snapshot of CALC_MASTER.IDX, with key counts and
      *          result totals, is written to CALC_CLOSE_YYYYMM.DAT.
      *          The checks and totals are printed on CALC_CLOSE.RPT.
      *          A supervisor may reopen a closed period. Every close
      *          and reopen is logged on CALC_SECURITY.LOG.
      * Tectonics: cobc
      ****************************************************************
000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. CALCCLOSE.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PERIOD-FILE ASSIGN TO "CALC_PERIODS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PERIOD-FILE-STATUS.
               SELECT MASTER-FILE ASSIGN TO "CALC_MASTER.IDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS MAST-REF-KEY
                   FILE STATUS IS WS-MASTER-FILE-STATUS.
               SELECT SNAP-FILE ASSIGN USING WS-SNAP-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SNAP-FILE-STATUS.
               SELECT REJECT-FILE ASSIGN TO "CALC_TRANS.REJ"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REJECT-FILE-STATUS.
               SELECT SUSPENSE-FILE ASSIGN TO "CALC_SUSPENSE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
               SELECT REPORT-FILE ASSIGN TO "CALC_CLOSE.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-FILE-STATUS.
               SELECT OPER-FILE ASSIGN TO "CALC_OPERS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPER-FILE-STATUS.
               SELECT SECLOG-FILE ASSIGN TO "CALC_SECURITY.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SECLOG-FILE-STATUS.
               SELECT RUNLOG-FILE ASSIGN TO "CALC_RUNLOG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNLOG-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD PERIOD-FILE.
           COPY "CALCPERD.CPY".

           FD MASTER-FILE.
           COPY "CALCMAST.CPY".

           FD SNAP-FILE.
           01 SNAP-RECORD PIC X(592).

           FD REJECT-FILE.
           01 REJECT-RECORD PIC X(73).

           FD SUSPENSE-FILE.
           COPY "CALCSUSP.CPY".

           FD REPORT-FILE.
           01 REPORT-RECORD PIC X(132).

           FD OPER-FILE.
           COPY "CALCOPER.CPY".

           FD SECLOG-FILE.
           COPY "CALCSECL.CPY".

           FD RUNLOG-FILE.
           01 RUNLOG-RECORD.
               05 RUNLOG-PROGRAM PIC X(10).
               05 FILLER PIC X(1).
               05 RUNLOG-START-DATE PIC 9(8).
               05 RUNLOG-START-DATE-X REDEFINES RUNLOG-START-DATE
                   PIC X(8).
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
               05 RUNLOG-RC-X REDEFINES RUNLOG-RC PIC X(2).
               05 FILLER PIC X(1).
               05 RUNLOG-USER PIC X(8).

       WORKING-STORAGE SECTION.
           01 WS-PERIOD-FILE-STATUS PIC X(2).
           01 WS-MASTER-FILE-STATUS PIC X(2).
           01 WS-SNAP-FILE-STATUS PIC X(2).
           01 WS-REJECT-FILE-STATUS PIC X(2).
           01 WS-SUSPENSE-FILE-STATUS PIC X(2).
           01 WS-REPORT-FILE-STATUS PIC X(2).
           01 WS-RUNLOG-FILE-STATUS PIC X(2).
           01 WS-OPER-FILE-STATUS PIC X(2).
           01 WS-SECLOG-FILE-STATUS PIC X(2).
           01 WS-RUN-START-DATE PIC 9(8) VALUE ZEROS.
           01 WS-RUN-START-TIME PIC 9(8) VALUE ZEROS.
           01 WS-RUN-END-DATE PIC 9(8).
           01 WS-RUN-END-TIME PIC 9(8).
           01 WS-RC-OUT PIC 9(2) VALUE ZEROS.
           01 WS-EOF-FLAG PIC X(1) VALUE "N".
           01 WS-DONE-FLAG PIC X(1) VALUE "N".
           01 WS-CHOICE PIC X(1).
           01 WS-CONFIRM PIC X(1).
           01 WS-DATE-RAW PIC X(8).
           01 WS-REASON PIC X(35).
           01 WS-RUN-DATE PIC 9(8).
           01 WS-RUN-TIME PIC 9(8).
           01 WS-CURRENT-PERIOD PIC 9(6).
           01 WS-ENTRY-PERIOD PIC 9(6) VALUE ZEROS.
           01 WS-ENTRY-MM PIC 9(2).
           01 WS-CHANGE-COUNT PIC 9(5) VALUE ZEROS.
           01 WS-CNT-DISP PIC Z(6)9.
           01 WS-IN-PERIOD-DISP PIC Z(6)9.
           01 WS-SNAP-NAME PIC X(64).
           01 WS-PERD-TABLE.
               05 WS-PERD-LINE OCCURS 240 TIMES.
                   10 WS-TAB-PERIOD PIC 9(6).
                   10 FILLER PIC X(1).
                   10 WS-TAB-STATUS PIC X(1).
                   10 FILLER PIC X(1).
                   10 WS-TAB-CLOSED-DATE PIC 9(8).
                   10 FILLER PIC X(1).
                   10 WS-TAB-CLOSED-TIME PIC 9(8).
                   10 FILLER PIC X(1).
                   10 WS-TAB-CLOSED-BY PIC X(8).
                   10 FILLER PIC X(1).
                   10 WS-TAB-REOPEN-DATE PIC 9(8).
                   10 FILLER PIC X(1).
                   10 WS-TAB-REOPEN-TIME PIC 9(8).
                   10 FILLER PIC X(1).
                   10 WS-TAB-REOPEN-BY PIC X(8).
                   10 FILLER PIC X(1).
                   10 WS-TAB-KEY-COUNT PIC 9(7).
                   10 FILLER PIC X(1).
                   10 WS-TAB-CLOSE-COUNT PIC 9(3).
           01 WS-PERD-COUNT PIC 9(3) COMP VALUE ZEROS.
           01 WS-PERD-IDX PIC 9(3) COMP.
           01 WS-FIND-IDX PIC 9(3) COMP.
           01 WS-JOB-TABLE.
               05 WS-JOB-ENTRY OCCURS 40 TIMES.
                   10 WS-JOB-NAME PIC X(10).
                   10 WS-JOB-RUNS PIC 9(5).
                   10 WS-JOB-FAILS PIC 9(5).
                   10 WS-JOB-LAST-DATE PIC 9(8).
                   10 WS-JOB-LAST-TIME PIC 9(8).
                   10 WS-JOB-LAST-RC PIC 9(2).
           01 WS-JOB-USED PIC 9(2) VALUE ZEROS.
           01 WS-JOB-IDX PIC 9(2) COMP.
           01 WS-JOB-FOUND PIC 9(2) COMP.
           01 WS-RC-NUM PIC 9(2).
           01 WS-PERIOD-RUNS PIC 9(7) VALUE ZEROS.
           01 WS-RUNS-OK PIC X(1).
           01 WS-RUNLOG-READ-STATUS PIC X(2).
           01 WS-RECON-OK PIC X(1).
           01 WS-REJECTS-OK PIC X(1).
           01 WS-SUSPENSE-OK PIC X(1).
           01 WS-CALC-STAMP PIC 9(16) VALUE ZEROS.
           01 WS-RECON-STAMP PIC 9(16) VALUE ZEROS.
           01 WS-RECON-RC PIC 9(2) VALUE ZEROS.
           01 WS-RECON-DATE PIC 9(8) VALUE ZEROS.
           01 WS-REJECT-COUNT PIC 9(7) VALUE ZEROS.
           01 WS-SUSPENSE-COUNT PIC 9(7) VALUE ZEROS.
           01 WS-ENTRY-PERIOD-WK PIC 9(6).
           01 WS-ENTRY-PERIOD-WK-X REDEFINES WS-ENTRY-PERIOD-WK
               PIC X(6).
           01 WS-KEY-COUNT PIC 9(7) VALUE ZEROS.
           01 WS-KEYS-IN-PERIOD PIC 9(7) VALUE ZEROS.
           01 WS-KEYS-LATER PIC 9(7) VALUE ZEROS.
           01 WS-SNAP-OK PIC X(1).
           01 WS-TOTAL-TABLE.
               05 WS-TOTAL-ENTRY OCCURS 10 TIMES.
                   10 WS-TOTAL-VALUE PIC S9(15)V9(9) COMP-3.
           01 WS-TOTAL-NAMES.
               05 FILLER PIC X(4) VALUE "SUM ".
               05 FILLER PIC X(4) VALUE "SUB ".
               05 FILLER PIC X(4) VALUE "MUL ".
               05 FILLER PIC X(4) VALUE "DIV ".
               05 FILLER PIC X(4) VALUE "REM ".
               05 FILLER PIC X(4) VALUE "PCT ".
               05 FILLER PIC X(4) VALUE "POW ".
               05 FILLER PIC X(4) VALUE "SQR ".
               05 FILLER PIC X(4) VALUE "AVG ".
               05 FILLER PIC X(4) VALUE "RATE".
           01 WS-TOTAL-NAME-LIST REDEFINES WS-TOTAL-NAMES.
               05 WS-TOTAL-NAME PIC X(4) OCCURS 10 TIMES.
           01 WS-TOTAL-IDX PIC 9(2) COMP.
           01 WS-TOTAL-DISP PIC -Z(14)9.9(9).
           01 WS-LINE-COUNT PIC 9(3) VALUE 999.
           01 WS-PAGE-COUNT PIC 9(4) VALUE ZEROS.
           01 WS-SECTION-LINE PIC X(132).
           01 WS-HEADING-LINE.
               05 FILLER PIC X(20) VALUE "PERIOD CLOSE REPORT".
               05 FILLER PIC X(7) VALUE "PERIOD ".
               05 HDG-PERIOD PIC 9(6).
               05 FILLER PIC X(3) VALUE SPACES.
               05 FILLER PIC X(9) VALUE "RUN DATE ".
               05 HDG-RUN-DATE PIC 9(8).
               05 FILLER PIC X(3) VALUE SPACES.
               05 FILLER PIC X(3) VALUE "BY ".
               05 HDG-USER PIC X(8).
               05 FILLER PIC X(3) VALUE SPACES.
               05 FILLER PIC X(5) VALUE "PAGE ".
               05 HDG-PAGE PIC Z(3)9.
           01 WS-JOB-COLS-LINE.
               05 FILLER PIC X(12) VALUE "PROGRAM".
               05 FILLER PIC X(6) VALUE " RUNS".
               05 FILLER PIC X(6) VALUE "FAILS".
               05 FILLER PIC X(18) VALUE "LAST RUN".
               05 FILLER PIC X(4) VALUE "RC".
               05 FILLER PIC X(24) VALUE "STATUS".
           01 WS-JOB-DETAIL-LINE.
               05 JDT-JOB PIC X(10).
               05 FILLER PIC X(2) VALUE SPACES.
               05 JDT-RUNS PIC Z(4)9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 JDT-FAILS PIC Z(4)9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 JDT-LAST-DATE PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 JDT-LAST-TIME PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 JDT-RC PIC 9(2).
               05 FILLER PIC X(2) VALUE SPACES.
               05 JDT-STATUS PIC X(24).
           01 WS-OPER-ID PIC X(8) VALUE SPACES.
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
           DISPLAY "Accounting period close for CALC_PERIODS.DAT.".
           MOVE WS-RUN-START-DATE TO WS-RUN-DATE.
           MOVE WS-RUN-START-TIME TO WS-RUN-TIME.
           MOVE WS-RUN-DATE(1:6) TO WS-CURRENT-PERIOD.
           PERFORM OPERATOR-SIGN-ON.
           IF WS-SIGNON-OK NOT = "Y" THEN
               DISPLAY "Close: sign-on failed - no period changed."
               MOVE 8 TO RETURN-CODE
               GO TO Exit-Program
           END-IF.
           IF NOT OPER-MAY-UPDATE THEN
               DISPLAY "Close: user " FUNCTION TRIM(WS-OPER-ID)
                   " has inquiry authority only - no period changed."
               MOVE WS-OPER-ID TO WS-SEC-USER
               MOVE "REFUSED" TO WS-SEC-EVENT
               MOVE "CALCCLOSE NEEDS OPERATOR AUTHORITY"
                   TO WS-SEC-DETAIL
               PERFORM WRITE-SECURITY-LOG
               MOVE 8 TO RETURN-CODE
               GO TO Exit-Program
           END-IF.
           PERFORM LOAD-PERIOD-TABLE.
           IF WS-PERIOD-FILE-STATUS NOT = "00"
                   AND WS-PERIOD-FILE-STATUS NOT = "35" THEN
               DISPLAY "Close: cannot read CALC_PERIODS.DAT, status "
                   WS-PERIOD-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO Exit-Program
           END-IF.
           PERFORM UNTIL WS-DONE-FLAG = "Y"
               DISPLAY " "
               DISPLAY "List periods(L), close a period(C), reopen a"
                   " period(R) or exit(X)?"
               MOVE SPACES TO WS-CHOICE
               ACCEPT WS-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
               PERFORM DO-MENU-CHOICE
           END-PERFORM.
           MOVE WS-CHANGE-COUNT TO WS-CNT-DISP.
           DISPLAY "Periods closed or reopened this session: "
               WS-CNT-DISP.
           DISPLAY "Period close ended.".

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
                   MOVE "CALCCLOSE" TO RUNLOG-PROGRAM
                   MOVE WS-RUN-START-DATE TO RUNLOG-START-DATE
                   MOVE WS-RUN-START-TIME TO RUNLOG-START-TIME
                   MOVE WS-RUN-END-DATE TO RUNLOG-END-DATE
                   MOVE WS-RUN-END-TIME TO RUNLOG-END-TIME
                   MOVE WS-CHANGE-COUNT TO RUNLOG-REC-COUNT
                   MOVE RETURN-CODE TO WS-RC-OUT
                   MOVE WS-RC-OUT TO RUNLOG-RC
                   MOVE WS-OPER-ID TO RUNLOG-USER
                   WRITE RUNLOG-RECORD
                   CLOSE RUNLOG-FILE
               ELSE
                   DISPLAY "Run control: cannot open CALC_RUNLOG.DAT,"
                       " status " WS-RUNLOG-FILE-STATUS
               END-IF.

           DO-MENU-CHOICE.
               IF WS-CHOICE = "L" THEN
                   PERFORM LIST-PERIODS
               ELSE IF WS-CHOICE = "C" THEN
                   PERFORM CLOSE-PERIOD THRU Close-Period-Exit
               ELSE IF WS-CHOICE = "R" THEN
                   PERFORM REOPEN-PERIOD THRU Reopen-Period-Exit
               ELSE IF WS-CHOICE = "X" OR WS-CHOICE = SPACES THEN
                   MOVE "Y" TO WS-DONE-FLAG
               ELSE
                   DISPLAY "Please enter L, C, R or X."
               END-IF.

           LOAD-PERIOD-TABLE.
               MOVE ZEROS TO WS-PERD-COUNT.
               OPEN INPUT PERIOD-FILE.
               IF WS-PERIOD-FILE-STATUS = "00" THEN
                   MOVE "N" TO WS-EOF-FLAG
                   READ PERIOD-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       IF PERD-PERIOD-X IS NUMERIC
                               AND WS-PERD-COUNT < 240 THEN
                           ADD 1 TO WS-PERD-COUNT
                           MOVE PERIOD-RECORD
                               TO WS-PERD-LINE(WS-PERD-COUNT)
                       END-IF
                       READ PERIOD-FILE
                           AT END MOVE "Y" TO WS-EOF-FLAG
                       END-READ
                   END-PERFORM
                   CLOSE PERIOD-FILE
                   MOVE "00" TO WS-PERIOD-FILE-STATUS
               END-IF.

           REWRITE-PERIOD-FILE.
               OPEN OUTPUT PERIOD-FILE.
               IF WS-PERIOD-FILE-STATUS NOT = "00" THEN
                   DISPLAY "Close: cannot write CALC_PERIODS.DAT, "
                       "status " WS-PERIOD-FILE-STATUS
                       " - change not saved."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM VARYING WS-PERD-IDX FROM 1 BY 1
                           UNTIL WS-PERD-IDX > WS-PERD-COUNT
                       MOVE WS-PERD-LINE(WS-PERD-IDX) TO PERIOD-RECORD
                       WRITE PERIOD-RECORD
                   END-PERFORM
                   CLOSE PERIOD-FILE
                   ADD 1 TO WS-CHANGE-COUNT
                   PERFORM WRITE-SECURITY-LOG
               END-IF.

           FIND-PERIOD.
               MOVE ZEROS TO WS-FIND-IDX.
               PERFORM VARYING WS-PERD-IDX FROM 1 BY 1
                       UNTIL WS-PERD-IDX > WS-PERD-COUNT
                          OR WS-FIND-IDX > 0
                   IF WS-TAB-PERIOD(WS-PERD-IDX) = WS-ENTRY-PERIOD THEN
                       MOVE WS-PERD-IDX TO WS-FIND-IDX
                   END-IF
               END-PERFORM.

           GET-ENTRY-PERIOD.
               MOVE ZEROS TO WS-ENTRY-PERIOD.
               MOVE SPACES TO WS-DATE-RAW.
               ACCEPT WS-DATE-RAW.
               IF WS-DATE-RAW(1:6) IS NUMERIC
                       AND WS-DATE-RAW(7:2) = SPACES THEN
                   MOVE WS-DATE-RAW(5:2) TO WS-ENTRY-MM
                   IF WS-ENTRY-MM >= 1 AND WS-ENTRY-MM <= 12 THEN
                       MOVE WS-DATE-RAW(1:6) TO WS-ENTRY-PERIOD
                   END-IF
               END-IF.

           LIST-PERIODS.
               DISPLAY "PERIOD ST CLOSED   BY       REOPENED BY     "
                   "    KEYS CLOSES".
               PERFORM VARYING WS-PERD-IDX FROM 1 BY 1
                       UNTIL WS-PERD-IDX > WS-PERD-COUNT
                   DISPLAY WS-TAB-PERIOD(WS-PERD-IDX) " "
                       WS-TAB-STATUS(WS-PERD-IDX) "  "
                       WS-TAB-CLOSED-DATE(WS-PERD-IDX) " "
                       WS-TAB-CLOSED-BY(WS-PERD-IDX) " "
                       WS-TAB-REOPEN-DATE(WS-PERD-IDX) " "
                       WS-TAB-REOPEN-BY(WS-PERD-IDX) " "
                       WS-TAB-KEY-COUNT(WS-PERD-IDX) " "
                       WS-TAB-CLOSE-COUNT(WS-PERD-IDX)
               END-PERFORM.
               MOVE WS-PERD-COUNT TO WS-CNT-DISP.
               DISPLAY "Periods on file: " WS-CNT-DISP.

           CLOSE-PERIOD.
               DISPLAY "Enter the period to close, YYYYMM:".
               PERFORM GET-ENTRY-PERIOD.
               IF WS-ENTRY-PERIOD = 0 THEN
                   DISPLAY "No valid period entered - nothing closed."
                   GO TO Close-Period-Exit
               END-IF.
               IF WS-ENTRY-PERIOD NOT < WS-CURRENT-PERIOD THEN
                   DISPLAY "Period " WS-ENTRY-PERIOD " has not ended"
                       " - nothing closed."
                   GO TO Close-Period-Exit
               END-IF.
               PERFORM FIND-PERIOD.
               IF WS-FIND-IDX > 0 THEN
                   IF WS-TAB-STATUS(WS-FIND-IDX) = "C" THEN
                       DISPLAY "Period " WS-ENTRY-PERIOD
                           " is already closed."
                       GO TO Close-Period-Exit
                   END-IF
               END-IF.
               IF WS-FIND-IDX = 0 AND WS-PERD-COUNT >= 240 THEN
                   DISPLAY "Close: period file is full - nothing"
                       " closed."
                   MOVE 8 TO RETURN-CODE
                   GO TO Close-Period-Exit
               END-IF.
               OPEN OUTPUT REPORT-FILE.
               IF WS-REPORT-FILE-STATUS NOT = "00" THEN
                   DISPLAY "Close: cannot open CALC_CLOSE.RPT, status "
                       WS-REPORT-FILE-STATUS " - nothing closed."
                   MOVE 8 TO RETURN-CODE
                   GO TO Close-Period-Exit
               END-IF.
               MOVE 999 TO WS-LINE-COUNT.
               MOVE ZEROS TO WS-PAGE-COUNT.
               MOVE WS-ENTRY-PERIOD TO HDG-PERIOD.
               MOVE WS-RUN-DATE TO HDG-RUN-DATE.
               MOVE WS-OPER-ID TO HDG-USER.
               PERFORM WRITE-PAGE-HEADING.
               PERFORM CHECK-PERIOD-RUNS.
               PERFORM CHECK-RECONCILIATION.
               PERFORM CHECK-OPEN-REJECTS.
               PERFORM CHECK-OPEN-SUSPENSE.
               MOVE SPACES TO REPORT-RECORD.
               PERFORM WRITE-REPORT-LINE.
               IF WS-RUNS-OK = "N" OR WS-RECON-OK = "N"
                       OR WS-REJECTS-OK = "N"
                       OR WS-SUSPENSE-OK = "N" THEN
                   MOVE "VERDICT: PERIOD INCOMPLETE - NOT CLOSED"
                       TO REPORT-RECORD
                   PERFORM WRITE-REPORT-LINE
                   CLOSE REPORT-FILE
                   DISPLAY "Period " WS-ENTRY-PERIOD " is not complete"
                       " - not closed. See CALC_CLOSE.RPT."
                   IF RETURN-CODE < 4 THEN
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   GO TO Close-Period-Exit
               END-IF.
               PERFORM WRITE-CLOSING-SNAPSHOT
                   THRU Write-Closing-Snapshot-Exit.
               IF WS-SNAP-OK NOT = "Y" THEN
                   MOVE "VERDICT: SNAPSHOT FAILED - NOT CLOSED"
                       TO REPORT-RECORD
                   PERFORM WRITE-REPORT-LINE
                   CLOSE REPORT-FILE
                   MOVE 8 TO RETURN-CODE
                   GO TO Close-Period-Exit
               END-IF.
               IF WS-FIND-IDX = 0 THEN
                   ADD 1 TO WS-PERD-COUNT
                   MOVE WS-PERD-COUNT TO WS-FIND-IDX
                   MOVE SPACES TO WS-PERD-LINE(WS-FIND-IDX)
                   MOVE WS-ENTRY-PERIOD TO WS-TAB-PERIOD(WS-FIND-IDX)
                   MOVE ZEROS TO WS-TAB-REOPEN-DATE(WS-FIND-IDX)
                   MOVE ZEROS TO WS-TAB-REOPEN-TIME(WS-FIND-IDX)
                   MOVE ZEROS TO WS-TAB-CLOSE-COUNT(WS-FIND-IDX)
               END-IF.
               MOVE "C" TO WS-TAB-STATUS(WS-FIND-IDX).
               ACCEPT WS-RUN-TIME FROM TIME.
               MOVE WS-RUN-DATE TO WS-TAB-CLOSED-DATE(WS-FIND-IDX).
               MOVE WS-RUN-TIME TO WS-TAB-CLOSED-TIME(WS-FIND-IDX).
               MOVE WS-OPER-ID TO WS-TAB-CLOSED-BY(WS-FIND-IDX).
               MOVE WS-KEY-COUNT TO WS-TAB-KEY-COUNT(WS-FIND-IDX).
               ADD 1 TO WS-TAB-CLOSE-COUNT(WS-FIND-IDX).
               MOVE WS-OPER-ID TO WS-SEC-USER.
               MOVE "ACTION" TO WS-SEC-EVENT.
               MOVE WS-KEY-COUNT TO WS-CNT-DISP.
               MOVE SPACES TO WS-SEC-DETAIL.
               STRING "PERIOD " WS-ENTRY-PERIOD " CLOSED - KEYS "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CNT-DISP) DELIMITED BY SIZE
                   INTO WS-SEC-DETAIL
               END-STRING.
               PERFORM REWRITE-PERIOD-FILE.
               IF WS-PERIOD-FILE-STATUS NOT = "00" THEN
                   MOVE "VERDICT: CONTROL FILE NOT UPDATED - NOT CLOSED"
                       TO REPORT-RECORD
                   PERFORM WRITE-REPORT-LINE
                   CLOSE REPORT-FILE
                   PERFORM LOAD-PERIOD-TABLE
                   GO TO Close-Period-Exit
               END-IF.
               MOVE SPACES TO REPORT-RECORD.
               STRING "VERDICT: PERIOD CLOSED - SNAPSHOT "
                   FUNCTION TRIM(WS-SNAP-NAME)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               CLOSE REPORT-FILE.
               DISPLAY "Period " WS-ENTRY-PERIOD " closed. Snapshot "
                   FUNCTION TRIM(WS-SNAP-NAME) " written.".
           Close-Period-Exit.

           CHECK-PERIOD-RUNS.
               MOVE "Y" TO WS-RUNS-OK.
               MOVE ZEROS TO WS-JOB-USED.
               MOVE ZEROS TO WS-PERIOD-RUNS.
               MOVE ZEROS TO WS-CALC-STAMP.
               MOVE ZEROS TO WS-RECON-STAMP.
               MOVE ZEROS TO WS-RECON-DATE.
               MOVE 99 TO WS-RECON-RC.
               OPEN INPUT RUNLOG-FILE.
               MOVE WS-RUNLOG-FILE-STATUS TO WS-RUNLOG-READ-STATUS.
               IF WS-RUNLOG-FILE-STATUS = "00" THEN
                   MOVE "N" TO WS-EOF-FLAG
                   READ RUNLOG-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       IF RUNLOG-START-DATE-X IS NUMERIC THEN
                           PERFORM TALLY-RUN-RECORD
                       END-IF
                       READ RUNLOG-FILE
                           AT END MOVE "Y" TO WS-EOF-FLAG
                       END-READ
                   END-PERFORM
                   CLOSE RUNLOG-FILE
               END-IF.
               MOVE "RUNS REGISTERED IN THE PERIOD" TO REPORT-RECORD.
               PERFORM WRITE-REPORT-LINE.
               MOVE SPACES TO REPORT-RECORD.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-JOB-COLS-LINE TO REPORT-RECORD.
               PERFORM WRITE-REPORT-LINE.
               MOVE SPACES TO REPORT-RECORD.
               PERFORM WRITE-REPORT-LINE.
               PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                       UNTIL WS-JOB-IDX > WS-JOB-USED
                   PERFORM WRITE-JOB-LINE
               END-PERFORM.
               IF WS-JOB-USED = 0 THEN
                   MOVE "  (no runs registered in the period)"
                       TO REPORT-RECORD
                   PERFORM WRITE-REPORT-LINE
               END-IF.
               MOVE SPACES TO REPORT-RECORD.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-PERIOD-RUNS TO WS-CNT-DISP.
               MOVE SPACES TO REPORT-RECORD.
               IF WS-RUNLOG-READ-STATUS NOT = "00" THEN
                   MOVE "N" TO WS-RUNS-OK
                   STRING "Run check:            *** FAILED - cannot"
                       " read CALC_RUNLOG.DAT, status "
                       WS-RUNLOG-READ-STATUS
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
               ELSE IF WS-RUNS-OK = "Y" THEN
                   STRING "Run check:            PASSED - "
                       WS-CNT-DISP " runs"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
               ELSE
                   STRING "Run check:            *** FAILED - a"
                       " program's last run in the period ended RC 8"
                       " or over"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
               END-IF.
               PERFORM WRITE-REPORT-LINE.

           TALLY-RUN-RECORD.
               MOVE ZEROS TO WS-RC-NUM.
               IF RUNLOG-RC-X IS NUMERIC THEN
                   MOVE RUNLOG-RC TO WS-RC-NUM
               ELSE
                   MOVE 99 TO WS-RC-NUM
               END-IF.
               IF RUNLOG-PROGRAM = "CALCRECON" THEN
                   COMPUTE WS-RECON-STAMP = RUNLOG-START-DATE
                       * 100000000 + RUNLOG-START-TIME
                   MOVE RUNLOG-START-DATE TO WS-RECON-DATE
                   MOVE WS-RC-NUM TO WS-RECON-RC
               END-IF.
               IF RUNLOG-START-DATE(1:6) = WS-ENTRY-PERIOD
                       AND RUNLOG-PROGRAM NOT = "CALCCLOSE"
                       AND RUNLOG-PROGRAM NOT = "CALCEDIT" THEN
                   ADD 1 TO WS-PERIOD-RUNS
                   IF RUNLOG-PROGRAM = "CALCULATOR" THEN
                       COMPUTE WS-CALC-STAMP = RUNLOG-END-DATE
                           * 100000000 + RUNLOG-END-TIME
                   END-IF
                   PERFORM FIND-JOB-ENTRY
                   IF WS-JOB-FOUND > 0 THEN
                       ADD 1 TO WS-JOB-RUNS(WS-JOB-FOUND)
                       IF WS-RC-NUM >= 8 THEN
                           ADD 1 TO WS-JOB-FAILS(WS-JOB-FOUND)
                       END-IF
                       MOVE RUNLOG-START-DATE
                           TO WS-JOB-LAST-DATE(WS-JOB-FOUND)
                       MOVE RUNLOG-START-TIME
                           TO WS-JOB-LAST-TIME(WS-JOB-FOUND)
                       MOVE WS-RC-NUM TO WS-JOB-LAST-RC(WS-JOB-FOUND)
                   END-IF
               END-IF.

           FIND-JOB-ENTRY.
               MOVE ZEROS TO WS-JOB-FOUND.
               PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                       UNTIL WS-JOB-IDX > WS-JOB-USED
                       OR WS-JOB-FOUND > 0
                   IF WS-JOB-NAME(WS-JOB-IDX) = RUNLOG-PROGRAM THEN
                       MOVE WS-JOB-IDX TO WS-JOB-FOUND
                   END-IF
               END-PERFORM.
               IF WS-JOB-FOUND = 0 AND WS-JOB-USED < 40 THEN
                   ADD 1 TO WS-JOB-USED
                   MOVE WS-JOB-USED TO WS-JOB-FOUND
                   MOVE RUNLOG-PROGRAM TO WS-JOB-NAME(WS-JOB-FOUND)
                   MOVE ZEROS TO WS-JOB-RUNS(WS-JOB-FOUND)
                   MOVE ZEROS TO WS-JOB-FAILS(WS-JOB-FOUND)
                   MOVE ZEROS TO WS-JOB-LAST-DATE(WS-JOB-FOUND)
                   MOVE ZEROS TO WS-JOB-LAST-TIME(WS-JOB-FOUND)
                   MOVE ZEROS TO WS-JOB-LAST-RC(WS-JOB-FOUND)
               END-IF.

           WRITE-JOB-LINE.
               MOVE WS-JOB-NAME(WS-JOB-IDX) TO JDT-JOB.
               MOVE WS-JOB-RUNS(WS-JOB-IDX) TO JDT-RUNS.
               MOVE WS-JOB-FAILS(WS-JOB-IDX) TO JDT-FAILS.
               MOVE WS-JOB-LAST-DATE(WS-JOB-IDX) TO JDT-LAST-DATE.
               MOVE WS-JOB-LAST-TIME(WS-JOB-IDX) TO JDT-LAST-TIME.
               MOVE WS-JOB-LAST-RC(WS-JOB-IDX) TO JDT-RC.
               IF WS-JOB-LAST-RC(WS-JOB-IDX) >= 8 THEN
                   MOVE "*** LAST RUN FAILED" TO JDT-STATUS
                   MOVE "N" TO WS-RUNS-OK
               ELSE IF WS-JOB-FAILS(WS-JOB-IDX) > 0 THEN
                   MOVE "OK - FAILURE RERUN CLEAN" TO JDT-STATUS
               ELSE
                   MOVE "OK" TO JDT-STATUS
               END-IF.
               MOVE WS-JOB-DETAIL-LINE TO REPORT-RECORD.
               PERFORM WRITE-REPORT-LINE.

           CHECK-RECONCILIATION.
               MOVE "Y" TO WS-RECON-OK.
               MOVE SPACES TO REPORT-RECORD.
               IF WS-RUNLOG-READ-STATUS NOT = "00" THEN
                   MOVE "N" TO WS-RECON-OK
                   STRING "Reconciliation check: *** FAILED - cannot"
                       " read CALC_RUNLOG.DAT, status "
                       WS-RUNLOG-READ-STATUS
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
               ELSE IF WS-CALC-STAMP = 0 THEN
                   STRING "Reconciliation check: PASSED - no CALCULATOR"
                       " run in the period"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
               ELSE IF WS-RECON-STAMP < WS-CALC-STAMP THEN
                   MOVE "N" TO WS-RECON-OK
                   STRING "Reconciliation check: *** FAILED - CALCRECON"
                       " has not run since the last CALCULATOR run"
                       " of the period"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
               ELSE IF WS-RECON-RC NOT = 0 THEN
                   MOVE "N" TO WS-RECON-OK
                   STRING "Reconciliation check: *** FAILED - CALCRECON"
                       " of " WS-RECON-DATE " ended RC " WS-RECON-RC
                       " - not in balance"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
               ELSE
                   STRING "Reconciliation check: PASSED - CALCRECON of "
                       WS-RECON-DATE " in balance"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
               END-IF.
               PERFORM WRITE-REPORT-LINE.

           CHECK-OPEN-REJECTS.
               MOVE "Y" TO WS-REJECTS-OK.
               MOVE ZEROS TO WS-REJECT-COUNT.
               OPEN INPUT REJECT-FILE.
               IF WS-REJECT-FILE-STATUS = "00" THEN
                   MOVE "N" TO WS-EOF-FLAG
                   READ REJECT-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       IF REJECT-RECORD NOT = SPACES THEN
                           ADD 1 TO WS-REJECT-COUNT
                       END-IF
                       READ REJECT-FILE
                           AT END MOVE "Y" TO WS-EOF-FLAG
                       END-READ
                   END-PERFORM
                   CLOSE REJECT-FILE
               END-IF.
               MOVE WS-REJECT-COUNT TO WS-CNT-DISP.
               MOVE SPACES TO REPORT-RECORD.
               IF WS-REJECT-COUNT > 0 THEN
                   MOVE "N" TO WS-REJECTS-OK
                   STRING "Reject check:         *** FAILED - "
                       WS-CNT-DISP " open rejects in CALC_TRANS.REJ"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
               ELSE
                   MOVE "Reject check:         PASSED - no open rejects"
                       TO REPORT-RECORD
               END-IF.
               PERFORM WRITE-REPORT-LINE.

           CHECK-OPEN-SUSPENSE.
               MOVE "Y" TO WS-SUSPENSE-OK.
               MOVE ZEROS TO WS-SUSPENSE-COUNT.
               MOVE WS-ENTRY-PERIOD TO WS-ENTRY-PERIOD-WK.
               OPEN INPUT SUSPENSE-FILE.
               IF WS-SUSPENSE-FILE-STATUS = "00" THEN
                   MOVE "N" TO WS-EOF-FLAG
                   READ SUSPENSE-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       IF (SUSP-STATUS = "S" OR SUSP-STATUS = "R")
                               AND SUSP-FILE-DATE(1:6)
                                   = WS-ENTRY-PERIOD-WK-X THEN
                           ADD 1 TO WS-SUSPENSE-COUNT
                       END-IF
                       READ SUSPENSE-FILE
                           AT END MOVE "Y" TO WS-EOF-FLAG
                       END-READ
                   END-PERFORM
                   CLOSE SUSPENSE-FILE
               END-IF.
               MOVE WS-SUSPENSE-COUNT TO WS-CNT-DISP.
               MOVE SPACES TO REPORT-RECORD.
               IF WS-SUSPENSE-FILE-STATUS NOT = "00"
                       AND WS-SUSPENSE-FILE-STATUS NOT = "35" THEN
                   MOVE "N" TO WS-SUSPENSE-OK
                   STRING "Suspense check:       *** FAILED - "
                       "CALC_SUSPENSE.DAT unreadable, status "
                       WS-SUSPENSE-FILE-STATUS
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
               ELSE IF WS-SUSPENSE-COUNT > 0 THEN
                   MOVE "N" TO WS-SUSPENSE-OK
                   STRING "Suspense check:       *** FAILED - "
                       WS-CNT-DISP " open items in CALC_SUSPENSE.DAT"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
               ELSE
                   MOVE "Suspense check:       PASSED - no open items"
                       TO REPORT-RECORD
               END-IF.
               PERFORM WRITE-REPORT-LINE.

           WRITE-CLOSING-SNAPSHOT.
               MOVE "N" TO WS-SNAP-OK.
               MOVE ZEROS TO WS-KEY-COUNT.
               MOVE ZEROS TO WS-KEYS-IN-PERIOD.
               MOVE ZEROS TO WS-KEYS-LATER.
               PERFORM VARYING WS-TOTAL-IDX FROM 1 BY 1
                       UNTIL WS-TOTAL-IDX > 10
                   MOVE ZEROS TO WS-TOTAL-VALUE(WS-TOTAL-IDX)
               END-PERFORM.
               OPEN INPUT MASTER-FILE.
               IF WS-MASTER-FILE-STATUS NOT = "00" THEN
                   DISPLAY "Close: cannot open CALC_MASTER.IDX, status "
                       WS-MASTER-FILE-STATUS " - nothing closed."
                   GO TO Write-Closing-Snapshot-Exit
               END-IF.
               MOVE SPACES TO WS-SNAP-NAME.
               STRING "CALC_CLOSE_" WS-ENTRY-PERIOD ".DAT"
                   DELIMITED BY SIZE INTO WS-SNAP-NAME
               END-STRING.
               OPEN OUTPUT SNAP-FILE.
               IF WS-SNAP-FILE-STATUS NOT = "00" THEN
                   DISPLAY "Close: cannot open "
                       FUNCTION TRIM(WS-SNAP-NAME) ", status "
                       WS-SNAP-FILE-STATUS " - nothing closed."
                   CLOSE MASTER-FILE
                   GO TO Write-Closing-Snapshot-Exit
               END-IF.
               MOVE "N" TO WS-EOF-FLAG.
               READ MASTER-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ.
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   PERFORM SNAPSHOT-ONE-KEY
                   READ MASTER-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM.
               CLOSE MASTER-FILE.
               MOVE SPACES TO SNAP-RECORD.
               MOVE WS-KEY-COUNT TO WS-CNT-DISP.
               MOVE WS-KEYS-IN-PERIOD TO WS-IN-PERIOD-DISP.
               STRING "*TOTALS PERIOD=" WS-ENTRY-PERIOD
                   " KEYS=" FUNCTION TRIM(WS-CNT-DISP)
                   " IN-PERIOD=" FUNCTION TRIM(WS-IN-PERIOD-DISP)
                   DELIMITED BY SIZE INTO SNAP-RECORD
               END-STRING.
               WRITE SNAP-RECORD.
               PERFORM VARYING WS-TOTAL-IDX FROM 1 BY 1
                       UNTIL WS-TOTAL-IDX > 10
                   MOVE WS-TOTAL-VALUE(WS-TOTAL-IDX) TO WS-TOTAL-DISP
                   MOVE SPACES TO SNAP-RECORD
                   STRING "*TOTAL " WS-TOTAL-NAME(WS-TOTAL-IDX) " "
                       WS-TOTAL-DISP
                       DELIMITED BY SIZE INTO SNAP-RECORD
                   END-STRING
                   WRITE SNAP-RECORD
               END-PERFORM.
               CLOSE SNAP-FILE.
               MOVE "Y" TO WS-SNAP-OK.
               PERFORM WRITE-SNAPSHOT-TOTALS.
           Write-Closing-Snapshot-Exit.

           SNAPSHOT-ONE-KEY.
               MOVE MASTER-RECORD TO SNAP-RECORD.
               WRITE SNAP-RECORD.
               ADD 1 TO WS-KEY-COUNT.
               IF MAST-L-RUN-DATE(1:6) = WS-ENTRY-PERIOD THEN
                   ADD 1 TO WS-KEYS-IN-PERIOD
               ELSE IF MAST-L-RUN-DATE(1:6) > WS-ENTRY-PERIOD THEN
                   ADD 1 TO WS-KEYS-LATER
               END-IF.
               ADD MAST-L-SUM TO WS-TOTAL-VALUE(1).
               ADD MAST-L-SUB TO WS-TOTAL-VALUE(2).
               ADD MAST-L-MUL TO WS-TOTAL-VALUE(3).
               ADD MAST-L-DIV TO WS-TOTAL-VALUE(4).
               ADD MAST-L-REM TO WS-TOTAL-VALUE(5).
               ADD MAST-L-PCT TO WS-TOTAL-VALUE(6).
               ADD MAST-L-POW TO WS-TOTAL-VALUE(7).
               ADD MAST-L-SQR TO WS-TOTAL-VALUE(8).
               ADD MAST-L-AVG TO WS-TOTAL-VALUE(9).
               ADD MAST-L-RATE TO WS-TOTAL-VALUE(10).

           WRITE-SNAPSHOT-TOTALS.
               MOVE SPACES TO REPORT-RECORD.
               PERFORM WRITE-REPORT-LINE.
               MOVE "CLOSING SNAPSHOT OF THE RESULTS MASTER"
                   TO REPORT-RECORD.
               PERFORM WRITE-REPORT-LINE.
               MOVE SPACES TO REPORT-RECORD.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-KEY-COUNT TO WS-CNT-DISP.
               MOVE SPACES TO REPORT-RECORD.
               STRING "Keys on the master:           " WS-CNT-DISP
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-KEYS-IN-PERIOD TO WS-CNT-DISP.
               MOVE SPACES TO REPORT-RECORD.
               STRING "  latest run in the period:   " WS-CNT-DISP
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-KEYS-LATER TO WS-CNT-DISP.
               MOVE SPACES TO REPORT-RECORD.
               STRING "  latest run after the period:" WS-CNT-DISP
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               MOVE SPACES TO REPORT-RECORD.
               PERFORM WRITE-REPORT-LINE.
               PERFORM VARYING WS-TOTAL-IDX FROM 1 BY 1
                       UNTIL WS-TOTAL-IDX > 10
                   MOVE WS-TOTAL-VALUE(WS-TOTAL-IDX) TO WS-TOTAL-DISP
                   MOVE SPACES TO REPORT-RECORD
                   STRING "Total latest " WS-TOTAL-NAME(WS-TOTAL-IDX)
                       ":    " WS-TOTAL-DISP
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               END-PERFORM.
               MOVE SPACES TO REPORT-RECORD.
               PERFORM WRITE-REPORT-LINE.

           REOPEN-PERIOD.
               IF NOT OPER-IS-SUPERVISOR THEN
                   DISPLAY "Close: reopening a period needs supervisor"
                       " authority."
                   MOVE WS-OPER-ID TO WS-SEC-USER
                   MOVE "REFUSED" TO WS-SEC-EVENT
                   MOVE "PERIOD REOPEN NEEDS SUPERVISOR AUTHORITY"
                       TO WS-SEC-DETAIL
                   PERFORM WRITE-SECURITY-LOG
                   IF RETURN-CODE < 4 THEN
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   GO TO Reopen-Period-Exit
               END-IF.
               DISPLAY "Enter the period to reopen, YYYYMM:".
               PERFORM GET-ENTRY-PERIOD.
               IF WS-ENTRY-PERIOD = 0 THEN
                   DISPLAY "No valid period entered - nothing reopened."
                   GO TO Reopen-Period-Exit
               END-IF.
               PERFORM FIND-PERIOD.
               IF WS-FIND-IDX = 0 THEN
                   DISPLAY "Period " WS-ENTRY-PERIOD " is not closed"
                       " - nothing reopened."
                   GO TO Reopen-Period-Exit
               END-IF.
               IF WS-TAB-STATUS(WS-FIND-IDX) NOT = "C" THEN
                   DISPLAY "Period " WS-ENTRY-PERIOD " is not closed"
                       " - nothing reopened."
                   GO TO Reopen-Period-Exit
               END-IF.
               DISPLAY "Enter the reason for reopening:".
               MOVE SPACES TO WS-REASON.
               ACCEPT WS-REASON.
               IF WS-REASON = SPACES THEN
                   DISPLAY "A reason is required - nothing reopened."
                   GO TO Reopen-Period-Exit
               END-IF.
               DISPLAY "Reopen period " WS-ENTRY-PERIOD " (Y/N)?".
               MOVE SPACES TO WS-CONFIRM.
               ACCEPT WS-CONFIRM.
               IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "Y" THEN
                   DISPLAY "Nothing reopened."
                   GO TO Reopen-Period-Exit
               END-IF.
               ACCEPT WS-RUN-TIME FROM TIME.
               MOVE "O" TO WS-TAB-STATUS(WS-FIND-IDX).
               MOVE WS-RUN-DATE TO WS-TAB-REOPEN-DATE(WS-FIND-IDX).
               MOVE WS-RUN-TIME TO WS-TAB-REOPEN-TIME(WS-FIND-IDX).
               MOVE WS-OPER-ID TO WS-TAB-REOPEN-BY(WS-FIND-IDX).
               MOVE WS-OPER-ID TO WS-SEC-USER.
               MOVE "ACTION" TO WS-SEC-EVENT.
               MOVE SPACES TO WS-SEC-DETAIL.
               STRING "PERIOD " WS-ENTRY-PERIOD " REOPENED - "
                   WS-REASON
                   DELIMITED BY SIZE INTO WS-SEC-DETAIL
               END-STRING.
               PERFORM REWRITE-PERIOD-FILE.
               IF WS-PERIOD-FILE-STATUS = "00" THEN
                   DISPLAY "Period " WS-ENTRY-PERIOD " reopened."
               ELSE
                   PERFORM LOAD-PERIOD-TABLE
               END-IF.
           Reopen-Period-Exit.

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
                   MOVE "CALCCLOSE" TO SEC-PROGRAM
                   MOVE WS-SEC-USER TO SEC-USER-ID
                   MOVE WS-SEC-EVENT TO SEC-EVENT
                   MOVE WS-SEC-DETAIL TO SEC-DETAIL
                   WRITE SECLOG-RECORD
                   CLOSE SECLOG-FILE
               ELSE
                   DISPLAY "Security: cannot open CALC_SECURITY.LOG,"
                       " status " WS-SECLOG-FILE-STATUS
               END-IF.

           END PROGRAM CALCCLOSE.
