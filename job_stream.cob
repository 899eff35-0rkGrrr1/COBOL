      ***************************************************************
      * Author: Anastasija Litvinionok nlitvinionok@gmail.com
      * Date: 2026.10.15
      * Purpose: Nightly job-stream controller. Runs the steps listed
      *          in CALC_JOBSTREAM.DAT in order, skipping a step on
      *          days it is not due and holding it while a step it
      *          depends on is not complete. A step's return code is
      *          taken from the run record it writes on
      *          CALC_RUNLOG.DAT; a step that ends over its limit, or
      *          writes no run record, stops the stream. Progress is
      *          kept in CALC_JOBSTREAM.CKP so the next run resumes
      *          at the failed step without rerunning completed ones.
      *          Step results are printed on CALC_JOBSTREAM.RPT and
      *          the stream writes its own run record as CALCJOBS.
      * Tectonics: cobc
      ****************************************************************
000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. CALCJOBS.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT JOBS-FILE ASSIGN TO "CALC_JOBSTREAM.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JOBS-FILE-STATUS.
               SELECT STATE-FILE ASSIGN TO "CALC_JOBSTREAM.CKP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-STATE-FILE-STATUS.
               SELECT REPORT-FILE ASSIGN TO "CALC_JOBSTREAM.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-FILE-STATUS.
               SELECT RUNLOG-FILE ASSIGN TO "CALC_RUNLOG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNLOG-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD JOBS-FILE.
           COPY "CALCJOBS.CPY".

           FD STATE-FILE.
           COPY "CALCJSTA.CPY".

           FD REPORT-FILE.
           01 REPORT-RECORD PIC X(132).

           FD RUNLOG-FILE.
           01 RUNLOG-RECORD.
               05 RUNLOG-PROGRAM PIC X(10).
               05 FILLER PIC X(1).
               05 RUNLOG-START-DATE PIC 9(8).
               05 RUNLOG-START-DATE-X REDEFINES RUNLOG-START-DATE
                   PIC X(8).
               05 FILLER PIC X(1).
               05 RUNLOG-START-TIME PIC 9(8).
               05 RUNLOG-START-TIME-X REDEFINES RUNLOG-START-TIME
                   PIC X(8).
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
           01 WS-JOBS-FILE-STATUS PIC X(2).
           01 WS-STATE-FILE-STATUS PIC X(2).
           01 WS-REPORT-FILE-STATUS PIC X(2).
           01 WS-RUNLOG-FILE-STATUS PIC X(2).
           01 WS-RUN-START-DATE PIC 9(8) VALUE ZEROS.
           01 WS-RUN-START-TIME PIC 9(8) VALUE ZEROS.
           01 WS-RUN-END-DATE PIC 9(8).
           01 WS-RUN-END-TIME PIC 9(8).
           01 WS-RC-OUT PIC 9(2) VALUE ZEROS.
           01 WS-EOF-FLAG PIC X(1) VALUE "N".
           01 WS-RUN-DATE PIC 9(8).
           01 WS-CYCLE-DATE PIC 9(8).
           01 WS-RESUMED PIC X(1) VALUE "N".
           01 WS-DEF-VALID PIC X(1) VALUE "Y".
           01 WS-DEF-LINE PIC 9(5) VALUE ZEROS.
           01 WS-DEF-OVERFLOW PIC X(1) VALUE "N".
           01 WS-STEP-TABLE.
               05 WS-STEP-ENTRY OCCURS 50 TIMES.
                   10 WS-STEP-NO PIC 9(3).
                   10 WS-STEP-PROGRAM PIC X(10).
                   10 WS-STEP-MAX-RC PIC 9(2).
                   10 WS-STEP-AFTER PIC 9(3) OCCURS 3 TIMES.
                   10 WS-STEP-DAYS PIC X(10).
                   10 WS-STEP-COMMAND PIC X(120).
                   10 WS-STEP-STATUS PIC X(1).
                   10 WS-STEP-RC PIC 9(2).
                   10 WS-STEP-END-DATE PIC 9(8).
                   10 WS-STEP-END-TIME PIC 9(8).
                   10 WS-STEP-ATTEMPTS PIC 9(3).
                   10 WS-STEP-NOTE PIC X(20).
           01 WS-STEP-USED PIC 9(2) VALUE ZEROS.
           01 WS-STEP-IDX PIC 9(2) COMP.
           01 WS-STEP-FOUND PIC 9(2) COMP.
           01 WS-AFTER-IDX PIC 9(1) COMP.
           01 WS-DEP-IDX PIC 9(2) COMP.
           01 WS-DEPS-MET PIC X(1).
           01 WS-DEP-WAITING PIC 9(3).
           01 WS-STREAM-STOPPED PIC X(1) VALUE "N".
           01 WS-STOP-IDX PIC 9(2) COMP VALUE ZEROS.
           01 WS-STEPS-RUN PIC 9(7) VALUE ZEROS.
           01 WS-STEPS-WARNED PIC 9(3) VALUE ZEROS.
           01 WS-STEP-START-DATE PIC 9(8).
           01 WS-STEP-START-TIME PIC 9(8).
           01 WS-STEP-START-STAMP PIC 9(16).
           01 WS-REC-STAMP PIC 9(16).
           01 WS-COMMAND-LINE PIC X(121).
           01 WS-SYSTEM-STATUS PIC S9(9).
           01 WS-EXIT-CODE PIC 9(7).
           01 WS-RUN-FOUND PIC X(1).
           01 WS-RUN-RC PIC 9(2).
           01 WS-DAYS-DATE PIC 9(8).
           01 WS-DAYS-DATE-X REDEFINES WS-DAYS-DATE PIC X(8).
           01 WS-DAYS-CODE PIC X(10).
           01 WS-DAYS-DUE PIC X(1).
           01 WS-DAYS-INT PIC 9(8).
           01 WS-DAYS-WEEKDAY PIC 9(1).
           01 WS-DAYS-NEXT PIC 9(8).
           01 WS-DAYS-NEXT-X REDEFINES WS-DAYS-NEXT PIC X(8).
           01 WS-DAYS-MASK-COUNT PIC 9(2).
           01 WS-STEP-DISP PIC ZZ9.
           01 WS-DEP-DISP PIC ZZ9.
           01 WS-LINE-DISP PIC Z(4)9.
           01 WS-RC-DISP PIC Z9.
           01 WS-CNT-DISP PIC Z(4)9.
           01 WS-HEADING-LINE.
               05 FILLER PIC X(20) VALUE "NIGHTLY JOB STREAM".
               05 FILLER PIC X(11) VALUE "CYCLE DATE ".
               05 HDG-CYCLE-DATE PIC 9(8).
               05 FILLER PIC X(3) VALUE SPACES.
               05 FILLER PIC X(9) VALUE "RUN DATE ".
               05 HDG-RUN-DATE PIC 9(8).
               05 FILLER PIC X(3) VALUE SPACES.
               05 HDG-MODE PIC X(20).
           01 WS-COLS-LINE.
               05 FILLER PIC X(5) VALUE "STEP".
               05 FILLER PIC X(11) VALUE "PROGRAM".
               05 FILLER PIC X(11) VALUE "DAYS".
               05 FILLER PIC X(6) VALUE "LIMIT".
               05 FILLER PIC X(4) VALUE "RC".
               05 FILLER PIC X(11) VALUE "STATUS".
               05 FILLER PIC X(6) VALUE "TRIES".
               05 FILLER PIC X(20) VALUE "NOTE".
           01 WS-STEP-LINE.
               05 STL-STEP PIC ZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 STL-PROGRAM PIC X(10).
               05 FILLER PIC X(1) VALUE SPACES.
               05 STL-DAYS PIC X(10).
               05 FILLER PIC X(4) VALUE SPACES.
               05 STL-LIMIT PIC Z9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 STL-RC PIC X(2).
               05 FILLER PIC X(2) VALUE SPACES.
               05 STL-STATUS PIC X(10).
               05 FILLER PIC X(1) VALUE SPACES.
               05 STL-TRIES PIC ZZ9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 STL-NOTE PIC X(20).
000011
000012 PROCEDURE DIVISION.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           DISPLAY "Job-stream controller for CALC_JOBSTREAM.DAT.".
           MOVE WS-RUN-START-DATE TO WS-RUN-DATE.
           MOVE WS-RUN-DATE TO WS-CYCLE-DATE.
           PERFORM LOAD-STREAM-DEFINITION
               THRU Load-Stream-Definition-Exit.
           IF WS-DEF-VALID = "N" THEN
               DISPLAY "Stream: definition refused - no step run."
               MOVE 8 TO RETURN-CODE
               GO TO Exit-Program
           END-IF.
           PERFORM LOAD-STREAM-STATE.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "Stream: cannot open CALC_JOBSTREAM.RPT,"
                   " status " WS-REPORT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO Exit-Program
           END-IF.
           IF WS-RESUMED = "Y" THEN
               DISPLAY "Stream: resuming the cycle of " WS-CYCLE-DATE
                   " - completed steps are not run again."
           ELSE
               DISPLAY "Stream: new cycle for " WS-CYCLE-DATE "."
           END-IF.
           PERFORM REWRITE-STREAM-STATE.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-USED
                   OR WS-STREAM-STOPPED = "Y"
               PERFORM RUN-STREAM-STEP THRU Run-Stream-Step-Exit
           END-PERFORM.
           PERFORM WRITE-STREAM-REPORT.
           CLOSE REPORT-FILE.
           IF WS-STREAM-STOPPED = "Y" THEN
               MOVE WS-STEP-NO(WS-STOP-IDX) TO WS-STEP-DISP
               DISPLAY "Stream: STOPPED at step " WS-STEP-DISP " "
                   FUNCTION TRIM(WS-STEP-PROGRAM(WS-STOP-IDX))
                   " - run CALCJOBS again to resume from this step."
               MOVE 8 TO RETURN-CODE
           ELSE IF WS-STEPS-WARNED > 0 THEN
               DISPLAY "Stream: complete, with warnings."
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "Stream: complete."
           END-IF.
           DISPLAY "Stream report written to CALC_JOBSTREAM.RPT.".

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
                   MOVE "CALCJOBS" TO RUNLOG-PROGRAM
                   MOVE WS-RUN-START-DATE TO RUNLOG-START-DATE
                   MOVE WS-RUN-START-TIME TO RUNLOG-START-TIME
                   MOVE WS-RUN-END-DATE TO RUNLOG-END-DATE
                   MOVE WS-RUN-END-TIME TO RUNLOG-END-TIME
                   MOVE WS-STEPS-RUN TO RUNLOG-REC-COUNT
                   MOVE RETURN-CODE TO WS-RC-OUT
                   MOVE WS-RC-OUT TO RUNLOG-RC
                   MOVE "BATCH" TO RUNLOG-USER
                   WRITE RUNLOG-RECORD
                   CLOSE RUNLOG-FILE
               ELSE
                   DISPLAY "Run control: cannot open CALC_RUNLOG.DAT,"
                       " status " WS-RUNLOG-FILE-STATUS
               END-IF.

           LOAD-STREAM-DEFINITION.
               OPEN INPUT JOBS-FILE.
               IF WS-JOBS-FILE-STATUS NOT = "00" THEN
                   DISPLAY "Stream: cannot open CALC_JOBSTREAM.DAT,"
                       " status " WS-JOBS-FILE-STATUS
                   MOVE "N" TO WS-DEF-VALID
                   GO TO Load-Stream-Definition-Exit
               END-IF.
               MOVE "N" TO WS-EOF-FLAG.
               READ JOBS-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ.
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   ADD 1 TO WS-DEF-LINE
                   IF JOBS-RECORD NOT = SPACES
                           AND JOBS-STEP-X(1:1) NOT = "*" THEN
                       PERFORM LOAD-STREAM-STEP
                   END-IF
                   READ JOBS-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM.
               CLOSE JOBS-FILE.
               IF WS-STEP-USED = 0 THEN
                   DISPLAY "Stream: CALC_JOBSTREAM.DAT lists no steps."
                   MOVE "N" TO WS-DEF-VALID
               END-IF.

           Load-Stream-Definition-Exit.

           LOAD-STREAM-STEP.
               MOVE WS-DEF-LINE TO WS-LINE-DISP.
               IF WS-STEP-USED >= 50 THEN
                   IF WS-DEF-OVERFLOW = "N" THEN
                       MOVE "Y" TO WS-DEF-OVERFLOW
                       DISPLAY "Stream: more than 50 steps in"
                           " CALC_JOBSTREAM.DAT."
                   END-IF
                   MOVE "N" TO WS-DEF-VALID
               ELSE IF JOBS-STEP-X IS NOT NUMERIC
                       OR JOBS-STEP = ZEROS THEN
                   DISPLAY "Stream: line " WS-LINE-DISP
                       " - step number is not a number."
                   MOVE "N" TO WS-DEF-VALID
               ELSE IF WS-STEP-USED > 0
                       AND JOBS-STEP <= WS-STEP-NO(WS-STEP-USED) THEN
                   DISPLAY "Stream: line " WS-LINE-DISP
                       " - step numbers must ascend."
                   MOVE "N" TO WS-DEF-VALID
               ELSE IF JOBS-PROGRAM = SPACES THEN
                   DISPLAY "Stream: line " WS-LINE-DISP
                       " - program id is missing."
                   MOVE "N" TO WS-DEF-VALID
               ELSE IF JOBS-MAX-RC-X IS NOT NUMERIC THEN
                   DISPLAY "Stream: line " WS-LINE-DISP
                       " - return code limit is not a number."
                   MOVE "N" TO WS-DEF-VALID
               ELSE IF JOBS-COMMAND = SPACES THEN
                   DISPLAY "Stream: line " WS-LINE-DISP
                       " - command is missing."
                   MOVE "N" TO WS-DEF-VALID
               ELSE
                   ADD 1 TO WS-STEP-USED
                   MOVE JOBS-STEP TO WS-STEP-NO(WS-STEP-USED)
                   MOVE JOBS-PROGRAM TO WS-STEP-PROGRAM(WS-STEP-USED)
                   MOVE JOBS-MAX-RC TO WS-STEP-MAX-RC(WS-STEP-USED)
                   MOVE JOBS-RUN-DAYS TO WS-STEP-DAYS(WS-STEP-USED)
                   MOVE JOBS-COMMAND TO WS-STEP-COMMAND(WS-STEP-USED)
                   MOVE "P" TO WS-STEP-STATUS(WS-STEP-USED)
                   MOVE ZEROS TO WS-STEP-RC(WS-STEP-USED)
                   MOVE ZEROS TO WS-STEP-END-DATE(WS-STEP-USED)
                   MOVE ZEROS TO WS-STEP-END-TIME(WS-STEP-USED)
                   MOVE ZEROS TO WS-STEP-ATTEMPTS(WS-STEP-USED)
                   MOVE SPACES TO WS-STEP-NOTE(WS-STEP-USED)
                   PERFORM CHECK-STEP-DEFINITION
               END-IF.

           CHECK-STEP-DEFINITION.
               MOVE WS-RUN-DATE TO WS-DAYS-DATE.
               MOVE WS-STEP-DAYS(WS-STEP-USED) TO WS-DAYS-CODE.
               PERFORM CHECK-RUN-DAYS.
               IF WS-DAYS-DUE = "?" THEN
                   DISPLAY "Stream: line " WS-LINE-DISP " - run days "
                       WS-DAYS-CODE " not DAILY, WEEKDAYS,"
                       " MONTHSTART, MONTHEND or a Y/N mask."
                   MOVE "N" TO WS-DEF-VALID
               END-IF.
               PERFORM VARYING WS-AFTER-IDX FROM 1 BY 1
                       UNTIL WS-AFTER-IDX > 3
                   PERFORM CHECK-STEP-DEPENDENCY
               END-PERFORM.

           CHECK-STEP-DEPENDENCY.
               MOVE ZEROS TO WS-STEP-AFTER(WS-STEP-USED, WS-AFTER-IDX).
               MOVE ZEROS TO WS-DEP-IDX.
               IF JOBS-AFTER-X(WS-AFTER-IDX) = SPACES THEN
                   CONTINUE
               ELSE IF JOBS-AFTER-X(WS-AFTER-IDX) IS NOT NUMERIC THEN
                   DISPLAY "Stream: line " WS-LINE-DISP
                       " - dependency is not a step number."
                   MOVE "N" TO WS-DEF-VALID
               ELSE IF JOBS-AFTER(WS-AFTER-IDX) > 0 THEN
                   MOVE JOBS-AFTER(WS-AFTER-IDX)
                       TO WS-STEP-AFTER(WS-STEP-USED, WS-AFTER-IDX)
                   PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                           UNTIL WS-STEP-IDX >= WS-STEP-USED
                       IF WS-STEP-NO(WS-STEP-IDX) =
                               JOBS-AFTER(WS-AFTER-IDX) THEN
                           MOVE WS-STEP-IDX TO WS-DEP-IDX
                       END-IF
                   END-PERFORM
                   IF WS-DEP-IDX = 0 THEN
                       MOVE JOBS-AFTER(WS-AFTER-IDX) TO WS-DEP-DISP
                       DISPLAY "Stream: line " WS-LINE-DISP
                           " - depends on step " WS-DEP-DISP
                           ", which is not an earlier step."
                       MOVE "N" TO WS-DEF-VALID
                   END-IF
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

           LOAD-STREAM-STATE.
               OPEN INPUT STATE-FILE.
               IF WS-STATE-FILE-STATUS = "00" THEN
                   MOVE "N" TO WS-EOF-FLAG
                   READ STATE-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       IF JSTA-CYCLE-DATE-X IS NUMERIC THEN
                           PERFORM LOAD-STATE-STEP
                       END-IF
                       READ STATE-FILE
                           AT END MOVE "Y" TO WS-EOF-FLAG
                       END-READ
                   END-PERFORM
                   CLOSE STATE-FILE
               END-IF.
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                       UNTIL WS-STEP-IDX > WS-STEP-USED
                   PERFORM RESET-STATE-STEP
               END-PERFORM.
               IF WS-RESUMED = "N" THEN
                   MOVE WS-RUN-DATE TO WS-CYCLE-DATE
               END-IF.

           RESET-STATE-STEP.
               IF WS-RESUMED = "N" THEN
                   MOVE "P" TO WS-STEP-STATUS(WS-STEP-IDX)
                   MOVE ZEROS TO WS-STEP-RC(WS-STEP-IDX)
                   MOVE ZEROS TO WS-STEP-END-DATE(WS-STEP-IDX)
                   MOVE ZEROS TO WS-STEP-END-TIME(WS-STEP-IDX)
                   MOVE ZEROS TO WS-STEP-ATTEMPTS(WS-STEP-IDX)
                   MOVE SPACES TO WS-STEP-NOTE(WS-STEP-IDX)
               ELSE IF WS-STEP-STATUS(WS-STEP-IDX) = "C" THEN
                   MOVE "DONE IN EARLIER RUN"
                       TO WS-STEP-NOTE(WS-STEP-IDX)
               ELSE IF WS-STEP-STATUS(WS-STEP-IDX) NOT = "N" THEN
                   MOVE "P" TO WS-STEP-STATUS(WS-STEP-IDX)
                   MOVE SPACES TO WS-STEP-NOTE(WS-STEP-IDX)
               END-IF.

           LOAD-STATE-STEP.
               IF JSTA-STATUS NOT = "C" AND JSTA-STATUS NOT = "N" THEN
                   MOVE "Y" TO WS-RESUMED
               END-IF.
               MOVE JSTA-CYCLE-DATE TO WS-CYCLE-DATE.
               MOVE ZEROS TO WS-STEP-FOUND.
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                       UNTIL WS-STEP-IDX > WS-STEP-USED
                       OR WS-STEP-FOUND > 0
                   IF WS-STEP-NO(WS-STEP-IDX) = JSTA-STEP
                           AND WS-STEP-PROGRAM(WS-STEP-IDX)
                               = JSTA-PROGRAM THEN
                       MOVE WS-STEP-IDX TO WS-STEP-FOUND
                   END-IF
               END-PERFORM.
               IF WS-STEP-FOUND > 0 THEN
                   MOVE JSTA-STATUS TO WS-STEP-STATUS(WS-STEP-FOUND)
                   MOVE JSTA-RC TO WS-STEP-RC(WS-STEP-FOUND)
                   MOVE JSTA-END-DATE TO WS-STEP-END-DATE(WS-STEP-FOUND)
                   MOVE JSTA-END-TIME TO WS-STEP-END-TIME(WS-STEP-FOUND)
                   MOVE JSTA-ATTEMPTS
                       TO WS-STEP-ATTEMPTS(WS-STEP-FOUND)
                   MOVE JSTA-NOTE TO WS-STEP-NOTE(WS-STEP-FOUND)
               END-IF.

           REWRITE-STREAM-STATE.
               OPEN OUTPUT STATE-FILE.
               IF WS-STATE-FILE-STATUS NOT = "00" THEN
                   DISPLAY "Stream: cannot write CALC_JOBSTREAM.CKP,"
                       " status " WS-STATE-FILE-STATUS
                   DISPLAY "Stream: a rerun will start a new cycle."
               ELSE
                   PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                           UNTIL WS-DEP-IDX > WS-STEP-USED
                       MOVE SPACES TO JSTA-RECORD
                       MOVE WS-CYCLE-DATE TO JSTA-CYCLE-DATE
                       MOVE WS-STEP-NO(WS-DEP-IDX) TO JSTA-STEP
                       MOVE WS-STEP-PROGRAM(WS-DEP-IDX) TO JSTA-PROGRAM
                       MOVE WS-STEP-STATUS(WS-DEP-IDX) TO JSTA-STATUS
                       MOVE WS-STEP-RC(WS-DEP-IDX) TO JSTA-RC
                       MOVE WS-STEP-END-DATE(WS-DEP-IDX)
                           TO JSTA-END-DATE
                       MOVE WS-STEP-END-TIME(WS-DEP-IDX)
                           TO JSTA-END-TIME
                       MOVE WS-STEP-ATTEMPTS(WS-DEP-IDX)
                           TO JSTA-ATTEMPTS
                       MOVE WS-STEP-NOTE(WS-DEP-IDX) TO JSTA-NOTE
                       WRITE JSTA-RECORD
                   END-PERFORM
                   CLOSE STATE-FILE
               END-IF.

           RUN-STREAM-STEP.
               MOVE WS-STEP-NO(WS-STEP-IDX) TO WS-STEP-DISP.
               IF WS-STEP-STATUS(WS-STEP-IDX) = "C" THEN
                   DISPLAY "Stream: step " WS-STEP-DISP " "
                       FUNCTION TRIM(WS-STEP-PROGRAM(WS-STEP-IDX))
                       " completed in an earlier run - not rerun."
                   GO TO Run-Stream-Step-Exit
               END-IF.
               MOVE WS-CYCLE-DATE TO WS-DAYS-DATE.
               MOVE WS-STEP-DAYS(WS-STEP-IDX) TO WS-DAYS-CODE.
               PERFORM CHECK-RUN-DAYS.
               IF WS-DAYS-DUE NOT = "Y" THEN
                   MOVE "N" TO WS-STEP-STATUS(WS-STEP-IDX)
                   MOVE "NOT DUE TODAY" TO WS-STEP-NOTE(WS-STEP-IDX)
                   DISPLAY "Stream: step " WS-STEP-DISP " "
                       FUNCTION TRIM(WS-STEP-PROGRAM(WS-STEP-IDX))
                       " not due ("
                       FUNCTION TRIM(WS-STEP-DAYS(WS-STEP-IDX)) ")."
                   PERFORM REWRITE-STREAM-STATE
                   GO TO Run-Stream-Step-Exit
               END-IF.
               PERFORM CHECK-STEP-DEPENDENCIES.
               IF WS-DEPS-MET = "N" THEN
                   MOVE "H" TO WS-STEP-STATUS(WS-STEP-IDX)
                   MOVE WS-DEP-WAITING TO WS-DEP-DISP
                   MOVE SPACES TO WS-STEP-NOTE(WS-STEP-IDX)
                   STRING "WAITING ON STEP " WS-DEP-DISP
                       DELIMITED BY SIZE
                       INTO WS-STEP-NOTE(WS-STEP-IDX)
                   END-STRING
                   DISPLAY "Stream: step " WS-STEP-DISP " "
                       FUNCTION TRIM(WS-STEP-PROGRAM(WS-STEP-IDX))
                       " held - step " WS-DEP-DISP
                       " it depends on is not complete."
                   MOVE "Y" TO WS-STREAM-STOPPED
                   MOVE WS-STEP-IDX TO WS-STOP-IDX
                   PERFORM REWRITE-STREAM-STATE
                   GO TO Run-Stream-Step-Exit
               END-IF.
               ADD 1 TO WS-STEP-ATTEMPTS(WS-STEP-IDX).
               ADD 1 TO WS-STEPS-RUN.
               DISPLAY "Stream: starting step " WS-STEP-DISP " "
                   FUNCTION TRIM(WS-STEP-PROGRAM(WS-STEP-IDX)) ".".
               ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-STEP-START-TIME FROM TIME.
               COMPUTE WS-STEP-START-STAMP =
                   WS-STEP-START-DATE * 100000000 + WS-STEP-START-TIME
                   - FUNCTION MOD(WS-STEP-START-TIME, 100).
               MOVE WS-STEP-COMMAND(WS-STEP-IDX) TO WS-COMMAND-LINE.
               CALL "SYSTEM" USING WS-COMMAND-LINE
               END-CALL.
               MOVE RETURN-CODE TO WS-SYSTEM-STATUS.
               MOVE ZEROS TO RETURN-CODE.
               IF WS-SYSTEM-STATUS < 0 THEN
                   MOVE 99 TO WS-EXIT-CODE
               ELSE
                   DIVIDE WS-SYSTEM-STATUS BY 256 GIVING WS-EXIT-CODE
               END-IF.
               IF WS-EXIT-CODE > 99 THEN
                   MOVE 99 TO WS-EXIT-CODE
               END-IF.
               ACCEPT WS-STEP-END-DATE(WS-STEP-IDX) FROM DATE YYYYMMDD.
               ACCEPT WS-STEP-END-TIME(WS-STEP-IDX) FROM TIME.
               PERFORM FIND-STEP-RUN-RECORD.
               IF WS-RUN-FOUND = "N" THEN
                   MOVE WS-EXIT-CODE TO WS-STEP-RC(WS-STEP-IDX)
               ELSE IF WS-EXIT-CODE > WS-RUN-RC THEN
                   MOVE WS-EXIT-CODE TO WS-STEP-RC(WS-STEP-IDX)
               ELSE
                   MOVE WS-RUN-RC TO WS-STEP-RC(WS-STEP-IDX)
               END-IF.
               MOVE WS-STEP-RC(WS-STEP-IDX) TO WS-RC-DISP.
               IF WS-RUN-FOUND = "N" THEN
                   MOVE "F" TO WS-STEP-STATUS(WS-STEP-IDX)
                   MOVE "NO RUN RECORD" TO WS-STEP-NOTE(WS-STEP-IDX)
                   DISPLAY "Stream: step " WS-STEP-DISP " "
                       FUNCTION TRIM(WS-STEP-PROGRAM(WS-STEP-IDX))
                       " wrote no run record - command ended "
                       WS-RC-DISP "."
               ELSE IF WS-STEP-RC(WS-STEP-IDX)
                       > WS-STEP-MAX-RC(WS-STEP-IDX) THEN
                   MOVE "F" TO WS-STEP-STATUS(WS-STEP-IDX)
                   MOVE "RC OVER LIMIT" TO WS-STEP-NOTE(WS-STEP-IDX)
                   DISPLAY "Stream: step " WS-STEP-DISP " "
                       FUNCTION TRIM(WS-STEP-PROGRAM(WS-STEP-IDX))
                       " ended RC " WS-RC-DISP " - over its limit."
               ELSE IF WS-STEP-RC(WS-STEP-IDX) > 0 THEN
                   MOVE "C" TO WS-STEP-STATUS(WS-STEP-IDX)
                   MOVE "ENDED WITH WARNINGS"
                       TO WS-STEP-NOTE(WS-STEP-IDX)
                   ADD 1 TO WS-STEPS-WARNED
                   DISPLAY "Stream: step " WS-STEP-DISP " "
                       FUNCTION TRIM(WS-STEP-PROGRAM(WS-STEP-IDX))
                       " ended RC " WS-RC-DISP " - within its limit."
               ELSE
                   MOVE "C" TO WS-STEP-STATUS(WS-STEP-IDX)
                   MOVE SPACES TO WS-STEP-NOTE(WS-STEP-IDX)
                   DISPLAY "Stream: step " WS-STEP-DISP " "
                       FUNCTION TRIM(WS-STEP-PROGRAM(WS-STEP-IDX))
                       " ended RC 0."
               END-IF.
               IF WS-STEP-STATUS(WS-STEP-IDX) = "F" THEN
                   MOVE "Y" TO WS-STREAM-STOPPED
                   MOVE WS-STEP-IDX TO WS-STOP-IDX
               END-IF.
               PERFORM REWRITE-STREAM-STATE.

           Run-Stream-Step-Exit.

           CHECK-STEP-DEPENDENCIES.
               MOVE "Y" TO WS-DEPS-MET.
               MOVE ZEROS TO WS-DEP-WAITING.
               PERFORM VARYING WS-AFTER-IDX FROM 1 BY 1
                       UNTIL WS-AFTER-IDX > 3 OR WS-DEPS-MET = "N"
                   IF WS-STEP-AFTER(WS-STEP-IDX, WS-AFTER-IDX) > 0 THEN
                       PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                               UNTIL WS-DEP-IDX >= WS-STEP-IDX
                           IF WS-STEP-NO(WS-DEP-IDX) =
                                   WS-STEP-AFTER(WS-STEP-IDX,
                                       WS-AFTER-IDX)
                                   AND WS-STEP-STATUS(WS-DEP-IDX)
                                       NOT = "C"
                                   AND WS-STEP-STATUS(WS-DEP-IDX)
                                       NOT = "N" THEN
                               MOVE "N" TO WS-DEPS-MET
                               MOVE WS-STEP-NO(WS-DEP-IDX)
                                   TO WS-DEP-WAITING
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM.

           FIND-STEP-RUN-RECORD.
               MOVE "N" TO WS-RUN-FOUND.
               MOVE ZEROS TO WS-RUN-RC.
               OPEN INPUT RUNLOG-FILE.
               IF WS-RUNLOG-FILE-STATUS = "00" THEN
                   MOVE "N" TO WS-EOF-FLAG
                   READ RUNLOG-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       IF RUNLOG-PROGRAM = WS-STEP-PROGRAM(WS-STEP-IDX)
                               AND RUNLOG-START-DATE-X IS NUMERIC
                               AND RUNLOG-START-TIME-X IS NUMERIC THEN
                           COMPUTE WS-REC-STAMP =
                               RUNLOG-START-DATE * 100000000
                               + RUNLOG-START-TIME
                           IF WS-REC-STAMP >= WS-STEP-START-STAMP THEN
                               MOVE "Y" TO WS-RUN-FOUND
                               IF RUNLOG-RC-X IS NUMERIC THEN
                                   MOVE RUNLOG-RC TO WS-RUN-RC
                               ELSE
                                   MOVE 99 TO WS-RUN-RC
                               END-IF
                           END-IF
                       END-IF
                       READ RUNLOG-FILE
                           AT END MOVE "Y" TO WS-EOF-FLAG
                       END-READ
                   END-PERFORM
                   CLOSE RUNLOG-FILE
               END-IF.

           WRITE-STREAM-REPORT.
               MOVE WS-CYCLE-DATE TO HDG-CYCLE-DATE.
               MOVE WS-RUN-DATE TO HDG-RUN-DATE.
               IF WS-RESUMED = "Y" THEN
                   MOVE "RESUMED CYCLE" TO HDG-MODE
               ELSE
                   MOVE "NEW CYCLE" TO HDG-MODE
               END-IF.
               MOVE WS-HEADING-LINE TO REPORT-RECORD.
               PERFORM WRITE-REPORT-LINE.
               MOVE SPACES TO REPORT-RECORD.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-COLS-LINE TO REPORT-RECORD.
               PERFORM WRITE-REPORT-LINE.
               MOVE SPACES TO REPORT-RECORD.
               PERFORM WRITE-REPORT-LINE.
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                       UNTIL WS-STEP-IDX > WS-STEP-USED
                   PERFORM WRITE-STEP-LINE
               END-PERFORM.
               MOVE SPACES TO REPORT-RECORD.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-STEPS-RUN TO WS-CNT-DISP.
               MOVE SPACES TO REPORT-RECORD.
               STRING "Steps run this time: " WS-CNT-DISP
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               MOVE SPACES TO REPORT-RECORD.
               IF WS-STREAM-STOPPED = "Y" THEN
                   MOVE WS-STEP-NO(WS-STOP-IDX) TO WS-STEP-DISP
                   STRING "VERDICT: STREAM STOPPED AT STEP "
                       WS-STEP-DISP " " WS-STEP-PROGRAM(WS-STOP-IDX)
                       " - NEXT RUN RESUMES HERE"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
               ELSE IF WS-STEPS-WARNED > 0 THEN
                   MOVE "VERDICT: STREAM COMPLETE WITH WARNINGS"
                       TO REPORT-RECORD
               ELSE
                   MOVE "VERDICT: STREAM COMPLETE" TO REPORT-RECORD
               END-IF.
               PERFORM WRITE-REPORT-LINE.

           WRITE-STEP-LINE.
               MOVE SPACES TO WS-STEP-LINE.
               MOVE WS-STEP-NO(WS-STEP-IDX) TO STL-STEP.
               MOVE WS-STEP-PROGRAM(WS-STEP-IDX) TO STL-PROGRAM.
               MOVE WS-STEP-DAYS(WS-STEP-IDX) TO STL-DAYS.
               MOVE WS-STEP-MAX-RC(WS-STEP-IDX) TO STL-LIMIT.
               MOVE WS-STEP-ATTEMPTS(WS-STEP-IDX) TO STL-TRIES.
               MOVE WS-STEP-NOTE(WS-STEP-IDX) TO STL-NOTE.
               IF WS-STEP-STATUS(WS-STEP-IDX) = "C"
                       OR WS-STEP-STATUS(WS-STEP-IDX) = "F" THEN
                   MOVE WS-STEP-RC(WS-STEP-IDX) TO WS-RC-OUT
                   MOVE WS-RC-OUT TO STL-RC
               END-IF.
               IF WS-STEP-STATUS(WS-STEP-IDX) = "C" THEN
                   MOVE "COMPLETE" TO STL-STATUS
               ELSE IF WS-STEP-STATUS(WS-STEP-IDX) = "F" THEN
                   MOVE "*** FAILED" TO STL-STATUS
               ELSE IF WS-STEP-STATUS(WS-STEP-IDX) = "N" THEN
                   MOVE "NOT DUE" TO STL-STATUS
               ELSE IF WS-STEP-STATUS(WS-STEP-IDX) = "H" THEN
                   MOVE "*** HELD" TO STL-STATUS
               ELSE
                   MOVE "NOT RUN" TO STL-STATUS
               END-IF.
               MOVE WS-STEP-LINE TO REPORT-RECORD.
               PERFORM WRITE-REPORT-LINE.

           WRITE-REPORT-LINE.
               WRITE REPORT-RECORD.
               DISPLAY REPORT-RECORD(1:80).

           END PROGRAM CALCJOBS.
