      ***************************************************************
      * Author: Anastasija Litvinionok nlitvinionok@gmail.com
      * Date: 2026.10.15
      * Purpose: Daily missing-feed report. Compares the departments
      *          registered in CALC_DEPTS.DAT with the files recorded
      *          in CALC_DATES.DAT for one file date and lists every
      *          department that was due to send and sent nothing,
      *          or whose file was recorded after its cut-off.
      * Tectonics: cobc
      ****************************************************************
000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. CALCFEED.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT DEPT-FILE ASSIGN TO "CALC_DEPTS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DEPT-FILE-STATUS.
               SELECT DATES-FILE ASSIGN TO "CALC_DATES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DATES-FILE-STATUS.
               SELECT REPORT-FILE ASSIGN TO "CALC_FEED.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-FILE-STATUS.
               SELECT RUNLOG-FILE ASSIGN TO "CALC_RUNLOG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNLOG-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD DEPT-FILE.
           COPY "CALCDEPT.CPY".

           FD DATES-FILE.
           01 DATES-RECORD.
               05 DATES-FILE-DATE PIC X(8).
               05 FILLER PIC X(1).
               05 DATES-SOURCE PIC X(8).
               05 FILLER PIC X(1).
               05 DATES-RUN-DATE PIC X(8).
               05 FILLER PIC X(1).
               05 DATES-RUN-TIME PIC X(8).

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
           01 WS-DEPT-FILE-STATUS PIC X(2).
           01 WS-DATES-FILE-STATUS PIC X(2).
           01 WS-REPORT-FILE-STATUS PIC X(2).
           01 WS-RUNLOG-FILE-STATUS PIC X(2).
           01 WS-RUN-START-DATE PIC 9(8) VALUE ZEROS.
           01 WS-RUN-START-TIME PIC 9(8) VALUE ZEROS.
           01 WS-RUN-END-DATE PIC 9(8).
           01 WS-RUN-END-TIME PIC 9(8).
           01 WS-RC-OUT PIC 9(2).
           01 WS-EOF-FLAG PIC X(1) VALUE "N".
               88 END-OF-DEPT-FILE VALUE "Y".
           01 WS-DATES-EOF PIC X(1) VALUE "N".
           01 WS-RUN-DATE PIC 9(8).
           01 WS-RUN-TIME PIC 9(8).
           01 WS-DATE-RAW PIC X(8).
           01 WS-FEED-DATE PIC 9(8).
           01 WS-FEED-DATE-X REDEFINES WS-FEED-DATE PIC X(8).
           01 WS-DAY-OF-WEEK PIC 9(1).
           01 WS-DAY-NAMES.
               05 FILLER PIC X(9) VALUE "MONDAY".
               05 FILLER PIC X(9) VALUE "TUESDAY".
               05 FILLER PIC X(9) VALUE "WEDNESDAY".
               05 FILLER PIC X(9) VALUE "THURSDAY".
               05 FILLER PIC X(9) VALUE "FRIDAY".
               05 FILLER PIC X(9) VALUE "SATURDAY".
               05 FILLER PIC X(9) VALUE "SUNDAY".
           01 WS-DAY-NAME-LIST REDEFINES WS-DAY-NAMES.
               05 WS-DAY-NAME PIC X(9) OCCURS 7 TIMES.
           01 WS-ARR-TABLE.
               05 WS-ARR-ENTRY OCCURS 200 TIMES.
                   10 WS-ARR-SOURCE PIC X(8).
                   10 WS-ARR-RUN-DATE PIC X(8).
                   10 WS-ARR-RUN-TIME PIC X(8).
                   10 WS-ARR-MATCHED PIC X(1).
           01 WS-ARR-USED PIC 9(3) VALUE ZEROS.
           01 WS-ARR-IDX PIC 9(3) COMP.
           01 WS-ARR-FOUND PIC 9(3) COMP.
           01 WS-ARR-OVERFLOW PIC X(1) VALUE "N".
           01 WS-DEPT-CODE-WK PIC X(8).
           01 WS-DUE-FLAG PIC X(1).
           01 WS-DUE-DATE PIC 9(8).
           01 WS-CUTOFF PIC 9(4).
           01 WS-GRACE PIC 9(1).
           01 WS-ARR-DATE-NUM PIC 9(8).
           01 WS-ARR-TIME-NUM PIC 9(4).
           01 WS-REG-COUNT PIC 9(5) VALUE ZEROS.
           01 WS-DUE-COUNT PIC 9(5) VALUE ZEROS.
           01 WS-RECV-COUNT PIC 9(5) VALUE ZEROS.
           01 WS-LATE-COUNT PIC 9(5) VALUE ZEROS.
           01 WS-MISSING-COUNT PIC 9(5) VALUE ZEROS.
           01 WS-AWAITED-COUNT PIC 9(5) VALUE ZEROS.
           01 WS-UNREG-COUNT PIC 9(5) VALUE ZEROS.
           01 WS-CNT-DISP PIC Z(4)9.
           01 WS-HEADING-LINE.
               05 FILLER PIC X(32)
                   VALUE "DAILY MISSING-FEED REPORT".
               05 FILLER PIC X(10) VALUE "FILE DATE ".
               05 HDG-FEED-DATE PIC 9(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 HDG-DAY-NAME PIC X(9).
               05 FILLER PIC X(3) VALUE SPACES.
               05 FILLER PIC X(9) VALUE "RUN DATE ".
               05 HDG-RUN-DATE PIC 9(8).
           01 WS-COLS-LINE.
               05 FILLER PIC X(10) VALUE "DEPT".
               05 FILLER PIC X(20) VALUE "STATUS".
               05 FILLER PIC X(5) VALUE "DUE".
               05 FILLER PIC X(10) VALUE "DEADLINE".
               05 FILLER PIC X(6) VALUE "TIME".
               05 FILLER PIC X(15) VALUE "RECORDED".
               05 FILLER PIC X(30) VALUE "CONTACT".
           01 WS-DETAIL-LINE.
               05 DET-DEPT PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 DET-STATUS PIC X(18).
               05 FILLER PIC X(2) VALUE SPACES.
               05 DET-DUE PIC X(3).
               05 FILLER PIC X(2) VALUE SPACES.
               05 DET-DEADLINE PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 DET-CUTOFF PIC X(4).
               05 FILLER PIC X(2) VALUE SPACES.
               05 DET-REC-DATE PIC X(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 DET-REC-TIME PIC X(4).
               05 FILLER PIC X(2) VALUE SPACES.
               05 DET-CONTACT PIC X(30).
000011
000012 PROCEDURE DIVISION.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           DISPLAY "Daily missing-feed report.".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           DISPLAY " ".
           DISPLAY "Enter file date YYYYMMDD, or blank for today.".
           MOVE SPACES TO WS-DATE-RAW.
           ACCEPT WS-DATE-RAW.
           IF WS-DATE-RAW(1:8) IS NUMERIC THEN
               MOVE WS-DATE-RAW(1:8) TO WS-FEED-DATE-X
           ELSE
               MOVE WS-RUN-DATE TO WS-FEED-DATE
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FEED-DATE) NOT = 0 THEN
               DISPLAY "Feed: " WS-FEED-DATE-X " is not a valid date."
               MOVE 8 TO RETURN-CODE
               GO TO Exit-Program
           END-IF.
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-FEED-DATE) - 1, 7) + 1.
           OPEN INPUT DEPT-FILE.
           IF WS-DEPT-FILE-STATUS NOT = "00" THEN
               DISPLAY "Feed: cannot open CALC_DEPTS.DAT, status "
                   WS-DEPT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO Exit-Program
           END-IF.
           PERFORM LOAD-ARRIVALS.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "Feed: cannot open CALC_FEED.RPT, status "
                   WS-REPORT-FILE-STATUS
               CLOSE DEPT-FILE
               MOVE 8 TO RETURN-CODE
               GO TO Exit-Program
           END-IF.
           MOVE WS-FEED-DATE TO HDG-FEED-DATE.
           MOVE WS-DAY-NAME(WS-DAY-OF-WEEK) TO HDG-DAY-NAME.
           MOVE WS-RUN-DATE TO HDG-RUN-DATE.
           MOVE WS-HEADING-LINE TO REPORT-RECORD.
           PERFORM WRITE-FEED-LINE.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM WRITE-FEED-LINE.
           MOVE WS-COLS-LINE TO REPORT-RECORD.
           PERFORM WRITE-FEED-LINE.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM WRITE-FEED-LINE.
           READ DEPT-FILE
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.
           PERFORM UNTIL END-OF-DEPT-FILE
               IF DEPT-CODE NOT = SPACES
                       AND DEPT-CODE(1:1) NOT = "*" THEN
                   ADD 1 TO WS-REG-COUNT
                   PERFORM REPORT-ONE-DEPT
               END-IF
               READ DEPT-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE DEPT-FILE.
           PERFORM VARYING WS-ARR-IDX FROM 1 BY 1
                   UNTIL WS-ARR-IDX > WS-ARR-USED
               IF WS-ARR-MATCHED(WS-ARR-IDX) = "N" THEN
                   PERFORM REPORT-UNREGISTERED
               END-IF
           END-PERFORM.
           PERFORM WRITE-FEED-SUMMARY.
           CLOSE REPORT-FILE.
           DISPLAY " ".
           DISPLAY "Feed report written to CALC_FEED.RPT.".

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
                   MOVE "CALCFEED" TO RUNLOG-PROGRAM
                   MOVE WS-RUN-START-DATE TO RUNLOG-START-DATE
                   MOVE WS-RUN-START-TIME TO RUNLOG-START-TIME
                   MOVE WS-RUN-END-DATE TO RUNLOG-END-DATE
                   MOVE WS-RUN-END-TIME TO RUNLOG-END-TIME
                   MOVE WS-REG-COUNT TO RUNLOG-REC-COUNT
                   MOVE RETURN-CODE TO WS-RC-OUT
                   MOVE WS-RC-OUT TO RUNLOG-RC
                   MOVE "BATCH" TO RUNLOG-USER
                   WRITE RUNLOG-RECORD
                   CLOSE RUNLOG-FILE
               ELSE
                   DISPLAY "Run control: cannot open CALC_RUNLOG.DAT,"
                       " status " WS-RUNLOG-FILE-STATUS
               END-IF.

           LOAD-ARRIVALS.
               OPEN INPUT DATES-FILE.
               IF WS-DATES-FILE-STATUS NOT = "00" THEN
                   DISPLAY "Feed: CALC_DATES.DAT not readable, status "
                       WS-DATES-FILE-STATUS " - no files recorded."
               ELSE
                   MOVE "N" TO WS-DATES-EOF
                   PERFORM UNTIL WS-DATES-EOF = "Y"
                       READ DATES-FILE
                           AT END MOVE "Y" TO WS-DATES-EOF
                       END-READ
                       IF WS-DATES-EOF = "N"
                               AND DATES-FILE-DATE = WS-FEED-DATE-X THEN
                           PERFORM STORE-ONE-ARRIVAL
                       END-IF
                   END-PERFORM
                   CLOSE DATES-FILE
               END-IF.

           STORE-ONE-ARRIVAL.
               IF WS-ARR-USED < 200 THEN
                   ADD 1 TO WS-ARR-USED
                   MOVE FUNCTION UPPER-CASE(DATES-SOURCE)
                       TO WS-ARR-SOURCE(WS-ARR-USED)
                   MOVE DATES-RUN-DATE TO WS-ARR-RUN-DATE(WS-ARR-USED)
                   MOVE DATES-RUN-TIME TO WS-ARR-RUN-TIME(WS-ARR-USED)
                   MOVE "N" TO WS-ARR-MATCHED(WS-ARR-USED)
               ELSE
                   IF WS-ARR-OVERFLOW = "N" THEN
                       MOVE "Y" TO WS-ARR-OVERFLOW
                       DISPLAY "Feed: more than 200 files recorded for"
                           " the date - excess entries ignored."
                   END-IF
               END-IF.

           REPORT-ONE-DEPT.
               MOVE SPACES TO WS-DETAIL-LINE.
               MOVE FUNCTION UPPER-CASE(DEPT-CODE) TO WS-DEPT-CODE-WK.
               MOVE WS-DEPT-CODE-WK TO DET-DEPT.
               MOVE DEPT-CONTACT TO DET-CONTACT.
               MOVE "N" TO WS-DUE-FLAG.
               IF FUNCTION UPPER-CASE(DEPT-SEND-DAYS(WS-DAY-OF-WEEK:1))
                       = "Y" THEN
                   MOVE "Y" TO WS-DUE-FLAG
               END-IF.
               MOVE ZEROS TO WS-CUTOFF.
               IF DEPT-CUTOFF-X IS NUMERIC THEN
                   MOVE DEPT-CUTOFF-TIME TO WS-CUTOFF
               END-IF.
               MOVE ZEROS TO WS-GRACE.
               IF DEPT-GRACE-X IS NUMERIC THEN
                   MOVE DEPT-GRACE-DAYS TO WS-GRACE
               END-IF.
               COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FEED-DATE) + WS-GRACE).
               MOVE WS-DUE-DATE TO DET-DEADLINE.
               IF WS-CUTOFF > 0 THEN
                   MOVE DEPT-CUTOFF-X TO DET-CUTOFF
               END-IF.
               MOVE ZEROS TO WS-ARR-FOUND.
               PERFORM VARYING WS-ARR-IDX FROM 1 BY 1
                       UNTIL WS-ARR-IDX > WS-ARR-USED
                       OR WS-ARR-FOUND > 0
                   IF WS-ARR-SOURCE(WS-ARR-IDX) = WS-DEPT-CODE-WK THEN
                       MOVE WS-ARR-IDX TO WS-ARR-FOUND
                       MOVE "Y" TO WS-ARR-MATCHED(WS-ARR-IDX)
                   END-IF
               END-PERFORM.
               IF WS-DUE-FLAG = "Y" THEN
                   MOVE "YES" TO DET-DUE
               ELSE
                   MOVE "NO" TO DET-DUE
               END-IF.
               IF WS-ARR-FOUND > 0 THEN
                   MOVE WS-ARR-RUN-DATE(WS-ARR-FOUND) TO DET-REC-DATE
                   MOVE WS-ARR-RUN-TIME(WS-ARR-FOUND)(1:4)
                       TO DET-REC-TIME
               END-IF.
               IF FUNCTION UPPER-CASE(DEPT-STATUS) NOT = "A" THEN
                   MOVE "INACTIVE" TO DET-STATUS
               ELSE IF WS-ARR-FOUND > 0 THEN
                   ADD 1 TO WS-RECV-COUNT
                   IF WS-DUE-FLAG = "Y" THEN
                       ADD 1 TO WS-DUE-COUNT
                   END-IF
                   PERFORM CHECK-ARRIVAL-LATE
               ELSE IF WS-DUE-FLAG = "N" THEN
                   MOVE "NOT DUE" TO DET-STATUS
               ELSE
                   ADD 1 TO WS-DUE-COUNT
                   IF WS-RUN-DATE < WS-DUE-DATE
                           OR (WS-RUN-DATE = WS-DUE-DATE
                               AND (WS-CUTOFF = 0
                               OR WS-RUN-TIME(1:4) NOT > DEPT-CUTOFF-X))
                           THEN
                       ADD 1 TO WS-AWAITED-COUNT
                       MOVE "AWAITED" TO DET-STATUS
                   ELSE
                       ADD 1 TO WS-MISSING-COUNT
                       MOVE "*** NOT RECEIVED" TO DET-STATUS
                   END-IF
               END-IF.
               MOVE WS-DETAIL-LINE TO REPORT-RECORD.
               PERFORM WRITE-FEED-LINE.

           CHECK-ARRIVAL-LATE.
               IF WS-ARR-RUN-DATE(WS-ARR-FOUND) IS NOT NUMERIC THEN
                   MOVE "RECEIVED" TO DET-STATUS
               ELSE
                   MOVE WS-ARR-RUN-DATE(WS-ARR-FOUND)
                       TO WS-ARR-DATE-NUM
                   MOVE ZEROS TO WS-ARR-TIME-NUM
                   IF WS-ARR-RUN-TIME(WS-ARR-FOUND)(1:4) IS NUMERIC THEN
                       MOVE WS-ARR-RUN-TIME(WS-ARR-FOUND)(1:4)
                           TO WS-ARR-TIME-NUM
                   END-IF
                   IF WS-ARR-DATE-NUM > WS-DUE-DATE
                           OR (WS-ARR-DATE-NUM = WS-DUE-DATE
                               AND WS-CUTOFF > 0
                               AND WS-ARR-TIME-NUM > WS-CUTOFF) THEN
                       ADD 1 TO WS-LATE-COUNT
                       MOVE "*** LATE" TO DET-STATUS
                   ELSE
                       MOVE "RECEIVED" TO DET-STATUS
                   END-IF
               END-IF.

           REPORT-UNREGISTERED.
               ADD 1 TO WS-UNREG-COUNT.
               MOVE SPACES TO WS-DETAIL-LINE.
               MOVE WS-ARR-SOURCE(WS-ARR-IDX) TO DET-DEPT.
               MOVE "(not in the registry)" TO DET-CONTACT.
               MOVE WS-ARR-RUN-DATE(WS-ARR-IDX) TO DET-REC-DATE.
               MOVE WS-ARR-RUN-TIME(WS-ARR-IDX)(1:4) TO DET-REC-TIME.
               MOVE "*** NOT REGISTERED" TO DET-STATUS.
               MOVE WS-DETAIL-LINE TO REPORT-RECORD.
               PERFORM WRITE-FEED-LINE.

           WRITE-FEED-SUMMARY.
               MOVE SPACES TO REPORT-RECORD.
               PERFORM WRITE-FEED-LINE.
               MOVE WS-REG-COUNT TO WS-CNT-DISP.
               MOVE SPACES TO REPORT-RECORD.
               STRING "Departments registered:   " WS-CNT-DISP
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
               PERFORM WRITE-FEED-LINE.
               MOVE WS-DUE-COUNT TO WS-CNT-DISP.
               MOVE SPACES TO REPORT-RECORD.
               STRING "Feeds due for the date:   " WS-CNT-DISP
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
               PERFORM WRITE-FEED-LINE.
               MOVE WS-RECV-COUNT TO WS-CNT-DISP.
               MOVE SPACES TO REPORT-RECORD.
               STRING "Feeds received:           " WS-CNT-DISP
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
               PERFORM WRITE-FEED-LINE.
               MOVE WS-LATE-COUNT TO WS-CNT-DISP.
               MOVE SPACES TO REPORT-RECORD.
               STRING "Feeds received late:      " WS-CNT-DISP
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
               PERFORM WRITE-FEED-LINE.
               MOVE WS-MISSING-COUNT TO WS-CNT-DISP.
               MOVE SPACES TO REPORT-RECORD.
               STRING "Feeds not received:       " WS-CNT-DISP
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
               PERFORM WRITE-FEED-LINE.
               MOVE WS-AWAITED-COUNT TO WS-CNT-DISP.
               MOVE SPACES TO REPORT-RECORD.
               STRING "Feeds still awaited:      " WS-CNT-DISP
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
               PERFORM WRITE-FEED-LINE.
               IF WS-UNREG-COUNT > 0 THEN
                   MOVE WS-UNREG-COUNT TO WS-CNT-DISP
                   MOVE SPACES TO REPORT-RECORD
                   STRING "Unregistered sources:     " WS-CNT-DISP
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
                   PERFORM WRITE-FEED-LINE
               END-IF.
               MOVE SPACES TO REPORT-RECORD.
               PERFORM WRITE-FEED-LINE.
               IF WS-MISSING-COUNT > 0 OR WS-LATE-COUNT > 0
                       OR WS-UNREG-COUNT > 0 THEN
                   MOVE "FEED VERDICT: FEEDS MISSING OR LATE"
                       TO REPORT-RECORD
                   PERFORM WRITE-FEED-LINE
                   IF RETURN-CODE < 4 THEN
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   MOVE "FEED VERDICT: ALL DUE FEEDS RECEIVED"
                       TO REPORT-RECORD
                   PERFORM WRITE-FEED-LINE
               END-IF.

           WRITE-FEED-LINE.
               WRITE REPORT-RECORD.
               DISPLAY REPORT-RECORD(1:80).

           END PROGRAM CALCFEED.
