      * Purpose: End-of-day operations status over CALC_RUNLOG.DAT.
      *          Every program writes a run record there; this report
      *          shows for one day which jobs ran, which failed and
      *          which never started. The jobs expected on the day
      *          are the steps of CALC_JOBSTREAM.DAT due that day.
      * Tectonics: cobc
      ****************************************************************
000001 IDENTIFICATION DIVISION.
               SELECT REPORT-FILE ASSIGN TO "CALC_STATUS.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-FILE-STATUS.
               SELECT JOBS-FILE ASSIGN TO "CALC_JOBSTREAM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JOBS-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
               05 RUNLOG-REC-COUNT PIC X(7).
               05 FILLER PIC X(1).
               05 RUNLOG-RC PIC X(2).
               05 FILLER PIC X(1).
               05 RUNLOG-USER PIC X(8).

           FD REPORT-FILE.
           01 REPORT-RECORD PIC X(132).

           FD JOBS-FILE.
           COPY "CALCJOBS.CPY".

       WORKING-STORAGE SECTION.
           01 WS-RUNLOG-FILE-STATUS PIC X(2).
           01 WS-REPORT-FILE-STATUS PIC X(2).
           01 WS-JOBS-FILE-STATUS PIC X(2).
           01 WS-RUN-START-DATE PIC 9(8) VALUE ZEROS.
           01 WS-RUN-START-TIME PIC 9(8) VALUE ZEROS.
           01 WS-RUN-END-DATE PIC 9(8).
           01 WS-READ-COUNT PIC 9(7) VALUE ZEROS.
           01 WS-DAY-COUNT PIC 9(7) VALUE ZEROS.
           01 WS-JOB-TABLE.
               05 WS-JOB-ENTRY OCCURS 50 TIMES.
                   10 WS-JOB-NAME PIC X(10).
                   10 WS-JOB-RUNS PIC 9(5).
                   10 WS-JOB-FAILS PIC 9(5).
                   10 WS-JOB-RECS PIC 9(9).
                   10 WS-JOB-LAST-END PIC X(8).
                   10 WS-JOB-LAST-RC PIC X(2).
                   10 WS-JOB-LAST-USER PIC X(8).
           01 WS-JOB-USED PIC 9(2) VALUE ZEROS.
           01 WS-JOB-IDX PIC 9(2) COMP.
           01 WS-JOB-FOUND PIC 9(2) COMP.
           01 WS-JOB-OVERFLOW PIC X(1) VALUE "N".
           01 WS-DEFAULT-TABLE.
               05 FILLER PIC X(10) VALUE "CALCULATOR".
               05 FILLER PIC X(10) VALUE "AUDITRPT".
               05 FILLER PIC X(10) VALUE "CALCRECON".
               05 FILLER PIC X(10) VALUE "CALCARCH".
           01 WS-DEFAULT-LIST REDEFINES WS-DEFAULT-TABLE.
               05 WS-DEFAULT-JOB PIC X(10) OCCURS 4 TIMES.
           01 WS-EXPECTED-LIST.
               05 WS-EXPECTED-JOB PIC X(10) OCCURS 50 TIMES.
           01 WS-EXPECTED-USED PIC 9(2) VALUE ZEROS.
           01 WS-EXPECTED-SOURCE PIC X(40).
           01 WS-EXP-IDX PIC 9(2) COMP.
           01 WS-DAYS-DATE PIC 9(8).
           01 WS-DAYS-DATE-X REDEFINES WS-DAYS-DATE PIC X(8).
           01 WS-DAYS-CODE PIC X(10).
           01 WS-DAYS-DUE PIC X(1).
           01 WS-DAYS-INT PIC 9(8).
           01 WS-DAYS-WEEKDAY PIC 9(1).
           01 WS-DAYS-NEXT PIC 9(8).
           01 WS-DAYS-NEXT-X REDEFINES WS-DAYS-NEXT PIC X(8).
           01 WS-DAYS-MASK-COUNT PIC 9(2).
           01 WS-EXP-REPORTED PIC X(1).
           01 WS-PROBLEM-SEEN PIC X(1) VALUE "N".
           01 WS-RC-NUM PIC 9(2).
               05 FILLER PIC X(6) VALUE " RUNS".
               05 FILLER PIC X(6) VALUE "FAILS".
               05 FILLER PIC X(6) VALUE "WARNS".
               05 FILLER PIC X(10) VALUE "   RECORDS".
               05 FILLER PIC X(9) VALUE "LAST END".
               05 FILLER PIC X(3) VALUE "RC".
               05 FILLER PIC X(20) VALUE "STATUS".
               05 FILLER PIC X(8) VALUE "USER".
           01 WS-DETAIL-LINE.
               05 DET-JOB PIC X(10).
               05 FILLER PIC X(2) VALUE SPACES.
               05 DET-WARNS PIC Z(4)9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 DET-RECS PIC Z(8)9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 DET-LAST-END PIC X(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 DET-RC PIC X(2).
               05 FILLER PIC X(1) VALUE SPACES.
               05 DET-STATUS PIC X(19).
               05 FILLER PIC X(1) VALUE SPACES.
               05 DET-USER PIC X(8).
000011
000012 PROCEDURE DIVISION.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ELSE
               MOVE WS-RUN-DATE TO WS-STATUS-DATE
           END-IF.
           PERFORM LOAD-EXPECTED-JOBS.
           OPEN INPUT RUNLOG-FILE.
           IF WS-RUNLOG-FILE-STATUS NOT = "00" THEN
               DISPLAY "Status: cannot open CALC_RUNLOG.DAT, status "
           MOVE SPACES TO REPORT-RECORD.
           PERFORM WRITE-STATUS-LINE.
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                   UNTIL WS-EXP-IDX > WS-EXPECTED-USED
               PERFORM REPORT-EXPECTED-JOB
           END-PERFORM.
           PERFORM REPORT-OTHER-JOBS.
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           PERFORM WRITE-STATUS-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING "Expected jobs taken from: " WS-EXPECTED-SOURCE
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           PERFORM WRITE-STATUS-LINE.
           IF WS-PROBLEM-SEEN = "Y" THEN
               MOVE "VERDICT: ATTENTION REQUIRED" TO REPORT-RECORD
               PERFORM WRITE-STATUS-LINE
                   MOVE WS-DAY-COUNT TO RUNLOG-REC-COUNT
                   MOVE RETURN-CODE TO WS-RC-OUT
                   MOVE WS-RC-OUT TO RUNLOG-RC
                   MOVE "BATCH" TO RUNLOG-USER
                   WRITE RUNLOG-RECORD
                   CLOSE RUNLOG-FILE
               ELSE
                   MOVE RUNLOG-END-TIME
                       TO WS-JOB-LAST-END(WS-JOB-FOUND)
                   MOVE RUNLOG-RC TO WS-JOB-LAST-RC(WS-JOB-FOUND)
                   MOVE RUNLOG-USER TO WS-JOB-LAST-USER(WS-JOB-FOUND)
               END-IF.

           FIND-JOB-ENTRY.
                       MOVE WS-JOB-IDX TO WS-JOB-FOUND
                   END-IF
               END-PERFORM.
               IF WS-JOB-FOUND = 0 AND WS-JOB-USED < 50 THEN
                   ADD 1 TO WS-JOB-USED
                   MOVE WS-JOB-USED TO WS-JOB-FOUND
                   MOVE RUNLOG-PROGRAM TO WS-JOB-NAME(WS-JOB-FOUND)
                   MOVE ZEROS TO WS-JOB-RECS(WS-JOB-FOUND)
                   MOVE SPACES TO WS-JOB-LAST-END(WS-JOB-FOUND)
                   MOVE SPACES TO WS-JOB-LAST-RC(WS-JOB-FOUND)
                   MOVE SPACES TO WS-JOB-LAST-USER(WS-JOB-FOUND)
               END-IF.
               IF WS-JOB-FOUND = 0 THEN
                   IF WS-JOB-OVERFLOW = "N" THEN
                       MOVE "Y" TO WS-JOB-OVERFLOW
                       DISPLAY "Status: more than 50 program ids in"
                           " the run log - excess ids not reported."
                   END-IF
               END-IF.
           REPORT-OTHER-JOBS.
               PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                       UNTIL WS-JOB-IDX > WS-JOB-USED
                   MOVE "N" TO WS-EXP-REPORTED
                   PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                           UNTIL WS-EXP-IDX > WS-EXPECTED-USED
                           OR WS-EXP-REPORTED = "Y"
                       IF WS-JOB-NAME(WS-JOB-IDX) =
                               WS-EXPECTED-JOB(WS-EXP-IDX) THEN
                           MOVE "Y" TO WS-EXP-REPORTED
                       END-IF
                   END-PERFORM
                   IF WS-EXP-REPORTED = "N" THEN
                       PERFORM WRITE-JOB-LINE
                   END-IF
               END-PERFORM.

           LOAD-EXPECTED-JOBS.
               MOVE ZEROS TO WS-EXPECTED-USED.
               OPEN INPUT JOBS-FILE.
               IF WS-JOBS-FILE-STATUS = "00" THEN
                   MOVE "CALC_JOBSTREAM.DAT" TO WS-EXPECTED-SOURCE
                   READ JOBS-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       IF JOBS-RECORD NOT = SPACES
                               AND JOBS-STEP-X(1:1) NOT = "*"
                               AND JOBS-PROGRAM NOT = SPACES THEN
                           PERFORM LOAD-EXPECTED-STEP
                       END-IF
                       READ JOBS-FILE
                           AT END MOVE "Y" TO WS-EOF-FLAG
                       END-READ
                   END-PERFORM
                   CLOSE JOBS-FILE
                   MOVE "N" TO WS-EOF-FLAG
               ELSE
                   DISPLAY "Status: no CALC_JOBSTREAM.DAT - expecting"
                       " the standard job list."
                   MOVE "STANDARD LIST (NO CALC_JOBSTREAM.DAT)"
                       TO WS-EXPECTED-SOURCE
                   PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                           UNTIL WS-EXP-IDX > 4
                       ADD 1 TO WS-EXPECTED-USED
                       MOVE WS-DEFAULT-JOB(WS-EXP-IDX)
                           TO WS-EXPECTED-JOB(WS-EXPECTED-USED)
                   END-PERFORM
               END-IF.

           LOAD-EXPECTED-STEP.
               MOVE WS-STATUS-DATE TO WS-DAYS-DATE.
               MOVE JOBS-RUN-DAYS TO WS-DAYS-CODE.
               PERFORM CHECK-RUN-DAYS.
               MOVE "N" TO WS-EXP-REPORTED.
               PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                       UNTIL WS-EXP-IDX > WS-EXPECTED-USED
                   IF WS-EXPECTED-JOB(WS-EXP-IDX) = JOBS-PROGRAM THEN
                       MOVE "Y" TO WS-EXP-REPORTED
                   END-IF
               END-PERFORM.
               IF WS-DAYS-DUE NOT = "N" AND WS-EXP-REPORTED = "N"
                       AND JOBS-PROGRAM NOT = "CALCSTAT"
                       AND WS-EXPECTED-USED < 50 THEN
                   ADD 1 TO WS-EXPECTED-USED
                   MOVE JOBS-PROGRAM
                       TO WS-EXPECTED-JOB(WS-EXPECTED-USED)
               END-IF.

           CHECK-RUN-DAYS.
               MOVE "?" TO WS-DAYS-DUE.
               COMPUTE WS-DAYS-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DAYS-DATE).
               COMPUTE WS-DAYS-WEEKDAY =
                   FUNCTION MOD(WS-DAYS-INT - 1, 7) + 1.
               COMPUTE WS-DAYS-NEXT =
                   FUNCTION DATE-OF-INTEGER(WS-DAYS-INT + 1).
               MOVE ZEROS TO WS-DAYS-MASK-COUNT.
               INSPECT WS-DAYS-CODE(1:7) TALLYING WS-DAYS-MASK-COUNT
                   FOR ALL "Y" ALL "N".
               IF WS-DAYS-CODE = "DAILY" THEN
                   MOVE "Y" TO WS-DAYS-DUE
               ELSE IF WS-DAYS-CODE = "WEEKDAYS"
                       AND WS-DAYS-WEEKDAY < 6 THEN
                   MOVE "Y" TO WS-DAYS-DUE
               ELSE IF WS-DAYS-CODE = "WEEKDAYS" THEN
                   MOVE "N" TO WS-DAYS-DUE
               ELSE IF WS-DAYS-CODE = "MONTHSTART"
                       AND WS-DAYS-DATE-X(7:2) = "01" THEN
                   MOVE "Y" TO WS-DAYS-DUE
               ELSE IF WS-DAYS-CODE = "MONTHSTART" THEN
                   MOVE "N" TO WS-DAYS-DUE
               ELSE IF WS-DAYS-CODE = "MONTHEND"
                       AND WS-DAYS-NEXT-X(7:2) = "01" THEN
                   MOVE "Y" TO WS-DAYS-DUE
               ELSE IF WS-DAYS-CODE = "MONTHEND" THEN
                   MOVE "N" TO WS-DAYS-DUE
               ELSE IF WS-DAYS-MASK-COUNT = 7
                       AND WS-DAYS-CODE(8:3) = SPACES
                       AND WS-DAYS-CODE(WS-DAYS-WEEKDAY:1) = "Y" THEN
                   MOVE "Y" TO WS-DAYS-DUE
               ELSE IF WS-DAYS-MASK-COUNT = 7
                       AND WS-DAYS-CODE(8:3) = SPACES THEN
                   MOVE "N" TO WS-DAYS-DUE
               END-IF.

           WRITE-JOB-LINE.
               MOVE SPACES TO WS-DETAIL-LINE.
               MOVE WS-JOB-NAME(WS-JOB-IDX) TO DET-JOB.
               MOVE WS-JOB-RECS(WS-JOB-IDX) TO DET-RECS.
               MOVE WS-JOB-LAST-END(WS-JOB-IDX) TO DET-LAST-END.
               MOVE WS-JOB-LAST-RC(WS-JOB-IDX) TO DET-RC.
               MOVE WS-JOB-LAST-USER(WS-JOB-IDX) TO DET-USER.
               IF WS-JOB-FAILS(WS-JOB-IDX) > 0 THEN
                   MOVE "*** FAILED" TO DET-STATUS
                   MOVE "Y" TO WS-PROBLEM-SEEN
