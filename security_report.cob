      ***************************************************************
      * Author: Anastasija Litvinionok nlitvinionok@gmail.com
      * Date: 2026.10.15
      * Purpose: Security report over CALC_SECURITY.LOG. Lists the
      *          failed sign-ons and refused functions, then every
      *          privileged action, each by user and date with user
      *          and report totals, to CALC_SECURITY.RPT.
      * Tectonics: cobc
      ****************************************************************
000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. CALCSEC.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SECLOG-FILE ASSIGN TO "CALC_SECURITY.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SECLOG-FILE-STATUS.
               SELECT REPORT-FILE ASSIGN TO "CALC_SECURITY.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-FILE-STATUS.
               SELECT RUNLOG-FILE ASSIGN TO "CALC_RUNLOG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNLOG-FILE-STATUS.
               SELECT SORT-WORK-FILE ASSIGN TO "CALC_SECRPT.SWK".
               SELECT EVENT-WORK-FILE ASSIGN TO "CALC_SECRPT.SR1"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EWK-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD SECLOG-FILE.
           COPY "CALCSECL.CPY".

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

           SD SORT-WORK-FILE.
           01 SORT-RECORD.
               05 SRT-SECTION PIC 9(1).
               05 SRT-USER-ID PIC X(8).
               05 SRT-DATE PIC 9(8).
               05 SRT-TIME PIC 9(8).
               05 SRT-PROGRAM PIC X(10).
               05 SRT-EVENT PIC X(8).
               05 SRT-DETAIL PIC X(60).

           FD EVENT-WORK-FILE.
           01 EWK-RECORD.
               05 EWK-SECTION PIC 9(1).
               05 EWK-USER-ID PIC X(8).
               05 EWK-DATE PIC 9(8).
               05 EWK-TIME PIC 9(8).
               05 EWK-PROGRAM PIC X(10).
               05 EWK-EVENT PIC X(8).
               05 EWK-DETAIL PIC X(60).

       WORKING-STORAGE SECTION.
           01 WS-SECLOG-FILE-STATUS PIC X(2).
           01 WS-REPORT-FILE-STATUS PIC X(2).
           01 WS-RUNLOG-FILE-STATUS PIC X(2).
           01 WS-EWK-FILE-STATUS PIC X(2).
           01 WS-RUN-START-DATE PIC 9(8) VALUE ZEROS.
           01 WS-RUN-START-TIME PIC 9(8) VALUE ZEROS.
           01 WS-RUN-END-DATE PIC 9(8).
           01 WS-RUN-END-TIME PIC 9(8).
           01 WS-EOF-FLAG PIC X(1) VALUE "N".
               88 END-OF-INPUT-FILE VALUE "Y".
           01 WS-DATE-RAW PIC X(8).
           01 WS-DATE-VALID PIC X(1).
           01 WS-FROM-DATE PIC 9(8) VALUE ZEROS.
           01 WS-TO-DATE PIC 9(8) VALUE 99999999.
           01 WS-READ-COUNT PIC 9(7) VALUE ZEROS.
           01 WS-SELECT-COUNT PIC 9(7) VALUE ZEROS.
           01 WS-CNT-SIGNFAIL PIC 9(7) VALUE ZEROS.
           01 WS-CNT-REFUSED PIC 9(7) VALUE ZEROS.
           01 WS-CNT-ACTION PIC 9(7) VALUE ZEROS.
           01 WS-CNT-OTHER PIC 9(7) VALUE ZEROS.
           01 WS-USER-COUNT PIC 9(7) VALUE ZEROS.
           01 WS-CNT-DISP PIC Z(6)9.
           01 WS-PREV-SECTION PIC 9(1) VALUE ZEROS.
           01 WS-PREV-USER PIC X(8) VALUE SPACES.
           01 WS-LINE-COUNT PIC 9(3) VALUE 999.
           01 WS-PAGE-COUNT PIC 9(4) VALUE ZEROS.
           01 WS-RUN-DATE PIC 9(8).
           01 WS-SECTION-LINE PIC X(132).
           01 WS-HEADING-LINE.
               05 FILLER PIC X(34)
                   VALUE "CALCULATOR SECURITY REPORT".
               05 FILLER PIC X(9) VALUE "RUN DATE ".
               05 HDG-RUN-DATE PIC 9(8).
               05 FILLER PIC X(3) VALUE SPACES.
               05 FILLER PIC X(11) VALUE "DATE RANGE ".
               05 HDG-FROM-DATE PIC 9(8).
               05 FILLER PIC X(3) VALUE " - ".
               05 HDG-TO-DATE PIC 9(8).
               05 FILLER PIC X(6) VALUE SPACES.
               05 FILLER PIC X(5) VALUE "PAGE ".
               05 HDG-PAGE PIC Z(3)9.
           01 WS-COLUMN-LINE.
               05 FILLER PIC X(10) VALUE "USER ID".
               05 FILLER PIC X(10) VALUE "DATE".
               05 FILLER PIC X(10) VALUE "TIME".
               05 FILLER PIC X(11) VALUE "PROGRAM".
               05 FILLER PIC X(10) VALUE "EVENT".
               05 FILLER PIC X(60) VALUE "DETAIL".
           01 WS-DETAIL-LINE.
               05 DET-USER-ID PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 DET-DATE PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 DET-TIME PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 DET-PROGRAM PIC X(10).
               05 FILLER PIC X(1) VALUE SPACES.
               05 DET-EVENT PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 DET-DETAIL PIC X(60).
           01 WS-TIME-EDIT.
               05 WS-TIME-HH PIC X(2).
               05 FILLER PIC X(1) VALUE ":".
               05 WS-TIME-MM PIC X(2).
               05 FILLER PIC X(1) VALUE ":".
               05 WS-TIME-SS PIC X(2).
           01 WS-TIME-RAW PIC 9(8).
           01 WS-TIME-RAW-X REDEFINES WS-TIME-RAW PIC X(8).
000011
000012 PROCEDURE DIVISION.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           DISPLAY "Security report of sign-on failures and privileged"
               " actions.".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY " ".
           DISPLAY "Enter from date YYYYMMDD, or blank for no limit.".
           MOVE "N" TO WS-DATE-VALID.
           PERFORM UNTIL WS-DATE-VALID = "Y"
               ACCEPT WS-DATE-RAW
               IF WS-DATE-RAW = SPACES THEN
                   MOVE ZEROS TO WS-FROM-DATE
                   MOVE "Y" TO WS-DATE-VALID
               ELSE IF WS-DATE-RAW IS NUMERIC THEN
                   MOVE WS-DATE-RAW TO WS-FROM-DATE
                   MOVE "Y" TO WS-DATE-VALID
               ELSE
                   DISPLAY "Enter from date YYYYMMDD, or blank for"
                       " no limit."
               END-IF
           END-PERFORM.
           DISPLAY "Enter to date YYYYMMDD, or blank for no limit.".
           MOVE "N" TO WS-DATE-VALID.
           PERFORM UNTIL WS-DATE-VALID = "Y"
               ACCEPT WS-DATE-RAW
               IF WS-DATE-RAW = SPACES THEN
                   MOVE 99999999 TO WS-TO-DATE
                   MOVE "Y" TO WS-DATE-VALID
               ELSE IF WS-DATE-RAW IS NUMERIC THEN
                   MOVE WS-DATE-RAW TO WS-TO-DATE
                   MOVE "Y" TO WS-DATE-VALID
               ELSE
                   DISPLAY "Enter to date YYYYMMDD, or blank for"
                       " no limit."
               END-IF
           END-PERFORM.
           OPEN INPUT SECLOG-FILE.
           IF WS-SECLOG-FILE-STATUS NOT = "00" THEN
               DISPLAY "Security: cannot open CALC_SECURITY.LOG, "
                   "status " WS-SECLOG-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO Exit-Program
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "Security: cannot open CALC_SECURITY.RPT, "
                   "status " WS-REPORT-FILE-STATUS
               CLOSE SECLOG-FILE
               MOVE 8 TO RETURN-CODE
               GO TO Exit-Program
           END-IF.
           MOVE WS-RUN-DATE TO HDG-RUN-DATE.
           MOVE WS-FROM-DATE TO HDG-FROM-DATE.
           MOVE WS-TO-DATE TO HDG-TO-DATE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-SECTION SRT-USER-ID
                   SRT-DATE SRT-TIME
               INPUT PROCEDURE IS RELEASE-SECURITY-EVENTS
                   THRU Release-Security-Events-Exit
               GIVING EVENT-WORK-FILE.
           CLOSE SECLOG-FILE.
           PERFORM WRITE-PAGE-HEADING.
           PERFORM REPORT-SORTED-EVENTS
               THRU Report-Sorted-Events-Exit.
           PERFORM WRITE-TOTALS-SECTION.
           CLOSE REPORT-FILE.
           IF WS-CNT-SIGNFAIL + WS-CNT-REFUSED > 0
                   AND RETURN-CODE < 4 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY " ".
           DISPLAY "Security report written to CALC_SECURITY.RPT.".

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
                   MOVE "CALCSEC" TO RUNLOG-PROGRAM
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

           RELEASE-SECURITY-EVENTS.
               MOVE "N" TO WS-EOF-FLAG.
               READ SECLOG-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ.
               PERFORM UNTIL END-OF-INPUT-FILE
                   ADD 1 TO WS-READ-COUNT
                   IF SEC-DATE IS NUMERIC
                           AND SEC-DATE >= WS-FROM-DATE
                           AND SEC-DATE <= WS-TO-DATE THEN
                       PERFORM RELEASE-ONE-EVENT
                   END-IF
                   READ SECLOG-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM.
           Release-Security-Events-Exit.

           RELEASE-ONE-EVENT.
               ADD 1 TO WS-SELECT-COUNT.
               MOVE SPACES TO SORT-RECORD.
               IF SEC-EVENT = "SIGNFAIL" THEN
                   ADD 1 TO WS-CNT-SIGNFAIL
                   MOVE 1 TO SRT-SECTION
               ELSE IF SEC-EVENT = "REFUSED" THEN
                   ADD 1 TO WS-CNT-REFUSED
                   MOVE 1 TO SRT-SECTION
               ELSE IF SEC-EVENT = "ACTION" THEN
                   ADD 1 TO WS-CNT-ACTION
                   MOVE 2 TO SRT-SECTION
               ELSE
                   ADD 1 TO WS-CNT-OTHER
                   MOVE 2 TO SRT-SECTION
               END-IF.
               MOVE SEC-USER-ID TO SRT-USER-ID.
               MOVE SEC-DATE TO SRT-DATE.
               MOVE SEC-TIME TO SRT-TIME.
               MOVE SEC-PROGRAM TO SRT-PROGRAM.
               MOVE SEC-EVENT TO SRT-EVENT.
               MOVE SEC-DETAIL TO SRT-DETAIL.
               RELEASE SORT-RECORD.

           REPORT-SORTED-EVENTS.
               OPEN INPUT EVENT-WORK-FILE.
               IF WS-EWK-FILE-STATUS NOT = "00" THEN
                   DISPLAY "Security: cannot reread CALC_SECRPT.SR1,"
                       " status " WS-EWK-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   GO TO Report-Sorted-Events-Exit
               END-IF.
               MOVE "N" TO WS-EOF-FLAG.
               READ EVENT-WORK-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ.
               PERFORM UNTIL END-OF-INPUT-FILE
                   PERFORM CHECK-CONTROL-BREAK
                   PERFORM WRITE-EVENT-LINE
                   READ EVENT-WORK-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM.
               IF WS-PREV-SECTION NOT = 0 THEN
                   PERFORM WRITE-USER-TOTAL
               END-IF.
               IF WS-PREV-SECTION = 0 THEN
                   MOVE "FAILED SIGN-ONS AND REFUSALS" TO REPORT-RECORD
                   PERFORM WRITE-REPORT-LINE
                   MOVE "  (none in the date range)" TO REPORT-RECORD
                   PERFORM WRITE-REPORT-LINE
               END-IF.
               IF WS-PREV-SECTION < 2 THEN
                   MOVE SPACES TO REPORT-RECORD
                   PERFORM WRITE-REPORT-LINE
                   MOVE "PRIVILEGED ACTIONS" TO REPORT-RECORD
                   PERFORM WRITE-REPORT-LINE
                   MOVE "  (none in the date range)" TO REPORT-RECORD
                   PERFORM WRITE-REPORT-LINE
               END-IF.
               CLOSE EVENT-WORK-FILE.
           Report-Sorted-Events-Exit.

           CHECK-CONTROL-BREAK.
               IF EWK-SECTION NOT = WS-PREV-SECTION THEN
                   PERFORM START-NEW-SECTION
               ELSE IF EWK-USER-ID NOT = WS-PREV-USER THEN
                   PERFORM WRITE-USER-TOTAL
                   MOVE EWK-USER-ID TO WS-PREV-USER
               END-IF.

           START-NEW-SECTION.
               IF WS-PREV-SECTION NOT = 0 THEN
                   PERFORM WRITE-USER-TOTAL
               END-IF.
               IF WS-PREV-SECTION = 0 AND EWK-SECTION = 2 THEN
                   MOVE "FAILED SIGN-ONS AND REFUSALS" TO REPORT-RECORD
                   PERFORM WRITE-REPORT-LINE
                   MOVE "  (none in the date range)" TO REPORT-RECORD
                   PERFORM WRITE-REPORT-LINE
               END-IF.
               IF WS-PREV-SECTION NOT = 0 OR EWK-SECTION = 2 THEN
                   MOVE SPACES TO REPORT-RECORD
                   PERFORM WRITE-REPORT-LINE
               END-IF.
               IF EWK-SECTION = 1 THEN
                   MOVE "FAILED SIGN-ONS AND REFUSALS" TO REPORT-RECORD
               ELSE
                   MOVE "PRIVILEGED ACTIONS" TO REPORT-RECORD
               END-IF.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-COLUMN-LINE TO REPORT-RECORD.
               PERFORM WRITE-REPORT-LINE.
               MOVE EWK-SECTION TO WS-PREV-SECTION.
               MOVE EWK-USER-ID TO WS-PREV-USER.

           WRITE-EVENT-LINE.
               MOVE EWK-USER-ID TO DET-USER-ID.
               MOVE EWK-DATE TO DET-DATE.
               MOVE EWK-TIME TO WS-TIME-RAW.
               MOVE WS-TIME-RAW-X(1:2) TO WS-TIME-HH.
               MOVE WS-TIME-RAW-X(3:2) TO WS-TIME-MM.
               MOVE WS-TIME-RAW-X(5:2) TO WS-TIME-SS.
               MOVE WS-TIME-EDIT TO DET-TIME.
               MOVE EWK-PROGRAM TO DET-PROGRAM.
               MOVE EWK-EVENT TO DET-EVENT.
               MOVE EWK-DETAIL TO DET-DETAIL.
               MOVE WS-DETAIL-LINE TO REPORT-RECORD.
               PERFORM WRITE-REPORT-LINE.
               ADD 1 TO WS-USER-COUNT.

           WRITE-USER-TOTAL.
               MOVE WS-USER-COUNT TO WS-CNT-DISP.
               MOVE SPACES TO REPORT-RECORD.
               STRING "          Events for user " WS-PREV-USER
                   ":  " WS-CNT-DISP
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               MOVE SPACES TO REPORT-RECORD.
               PERFORM WRITE-REPORT-LINE.
               MOVE ZEROS TO WS-USER-COUNT.

           WRITE-TOTALS-SECTION.
               MOVE SPACES TO REPORT-RECORD.
               PERFORM WRITE-REPORT-LINE.
               MOVE "REPORT TOTALS" TO REPORT-RECORD.
               PERFORM WRITE-REPORT-LINE.
               MOVE SPACES TO REPORT-RECORD.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-READ-COUNT TO WS-CNT-DISP.
               MOVE SPACES TO REPORT-RECORD.
               STRING "Log entries read:          " WS-CNT-DISP
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-SELECT-COUNT TO WS-CNT-DISP.
               MOVE SPACES TO REPORT-RECORD.
               STRING "Entries in date range:     " WS-CNT-DISP
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-CNT-SIGNFAIL TO WS-CNT-DISP.
               MOVE SPACES TO REPORT-RECORD.
               STRING "Failed sign-ons:           " WS-CNT-DISP
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-CNT-REFUSED TO WS-CNT-DISP.
               MOVE SPACES TO REPORT-RECORD.
               STRING "Functions refused:         " WS-CNT-DISP
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-CNT-ACTION TO WS-CNT-DISP.
               MOVE SPACES TO REPORT-RECORD.
               STRING "Privileged actions:        " WS-CNT-DISP
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               IF WS-CNT-OTHER > 0 THEN
                   MOVE WS-CNT-OTHER TO WS-CNT-DISP
                   MOVE SPACES TO REPORT-RECORD
                   STRING "Other events:              " WS-CNT-DISP
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               END-IF.

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

           END PROGRAM CALCSEC.
