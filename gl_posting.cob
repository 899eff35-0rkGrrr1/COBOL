      ***************************************************************
      * Author: Anastasija Litvinionok nlitvinionok@gmail.com
      * Date: 2026.10.15
      * Purpose: General-ledger posting of one business date's
      *          results from the CALC_MASTER.IDX results master.
      *          Every result on a key whose latest run is the
      *          business date is mapped through CALC_GLMAP.DAT to a
      *          debit and credit account and written as a balanced
      *          pair of journal lines to CALC_GL_yyyymmdd.DAT. The
      *          journal is only released when every result maps and
      *          balances; otherwise the posting exception report
      *          CALC_GL.RPT lists what stopped it. Released dates
      *          are recorded in CALC_GL_POSTED.DAT and are never
      *          posted a second time.
      * Tectonics: cobc
      ****************************************************************
000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. CALCGL.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT MASTER-FILE ASSIGN TO "CALC_MASTER.IDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS MAST-REF-KEY
                   FILE STATUS IS WS-MASTER-FILE-STATUS.
               SELECT GLMAP-FILE ASSIGN TO "CALC_GLMAP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GLMAP-FILE-STATUS.
               SELECT GL-FILE ASSIGN USING WS-GL-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GL-FILE-STATUS.
               SELECT POSTED-FILE ASSIGN TO "CALC_GL_POSTED.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-POSTED-FILE-STATUS.
               SELECT REPORT-FILE ASSIGN TO "CALC_GL.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-FILE-STATUS.
               SELECT RUNLOG-FILE ASSIGN TO "CALC_RUNLOG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNLOG-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD MASTER-FILE.
           COPY "CALCMAST.CPY".

           FD GLMAP-FILE.
           COPY "CALCGLMP.CPY".

           FD GL-FILE.
           COPY "CALCGLIF.CPY".

           FD POSTED-FILE.
           01 POSTED-RECORD.
               05 POSTED-BUSINESS-DATE PIC 9(8).
               05 FILLER PIC X(1).
               05 POSTED-RUN-DATE PIC 9(8).
               05 FILLER PIC X(1).
               05 POSTED-RUN-TIME PIC 9(8).
               05 FILLER PIC X(1).
               05 POSTED-LINE-COUNT PIC 9(7).
               05 FILLER PIC X(1).
               05 POSTED-DEBIT-TOTAL PIC 9(15)V9(2).

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
           01 WS-MASTER-FILE-STATUS PIC X(2).
           01 WS-GLMAP-FILE-STATUS PIC X(2).
           01 WS-GL-FILE-STATUS PIC X(2).
           01 WS-POSTED-FILE-STATUS PIC X(2).
           01 WS-REPORT-FILE-STATUS PIC X(2).
           01 WS-RUNLOG-FILE-STATUS PIC X(2).
           01 WS-RUN-START-DATE PIC 9(8) VALUE ZEROS.
           01 WS-RUN-START-TIME PIC 9(8) VALUE ZEROS.
           01 WS-RUN-END-DATE PIC 9(8).
           01 WS-RUN-END-TIME PIC 9(8).
           01 WS-RC-OUT PIC 9(2) VALUE ZEROS.
           01 WS-EOF-FLAG PIC X(1) VALUE "N".
               88 END-OF-MASTER-FILE VALUE "Y".
           01 WS-RUN-DATE PIC 9(8).
           01 WS-RUN-TIME PIC 9(8).
           01 WS-DATE-RAW PIC X(8).
           01 WS-BUSINESS-DATE PIC 9(8) VALUE ZEROS.
           01 WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE PIC X(8).
           01 WS-GL-NAME PIC X(64).
           01 WS-ALREADY-POSTED PIC X(1) VALUE "N".
           01 WS-POSTED-ON PIC 9(8) VALUE ZEROS.
           01 WS-GL-PASS PIC 9(1) VALUE 1.
           01 WS-RELEASED PIC X(1) VALUE "N".
           01 WS-GLMAP-TABLE.
               05 WS-GLMAP-ENTRY OCCURS 200 TIMES.
                   10 WS-GLM-PREFIX PIC X(8).
                   10 WS-GLM-PREFIX-LEN PIC 9(2) COMP.
                   10 WS-GLM-OP PIC X(1).
                   10 WS-GLM-RATE-CODE PIC X(8).
                   10 WS-GLM-DEBIT PIC X(12).
                   10 WS-GLM-CREDIT PIC X(12).
                   10 WS-GLM-DESC PIC X(30).
           01 WS-GLMAP-USED PIC 9(3) VALUE ZEROS.
           01 WS-GLMAP-IDX PIC 9(3) COMP.
           01 WS-GLMAP-OVERFLOW PIC X(1) VALUE "N".
           01 WS-MAP-BEST PIC 9(3) COMP VALUE ZEROS.
           01 WS-MAP-SCORE PIC S9(3) COMP VALUE ZEROS.
           01 WS-MAP-BEST-SCORE PIC S9(3) COMP VALUE ZEROS.
           01 WS-KEY-OPS PIC X(8).
           01 WS-OPS-IDX PIC 9(2) COMP.
           01 WS-OP-LETTER PIC X(1).
           01 WS-OP-VALID PIC X(1).
           01 WS-OP-RATE-CODE PIC X(8).
           01 WS-RESULT-VAL PIC S9(12)V9(9) COMP-3.
           01 WS-POST-AMOUNT PIC S9(13)V9(2) COMP-3.
           01 WS-SIZE-ERROR PIC X(1).
           01 WS-DEBIT-ACCT PIC X(12).
           01 WS-CREDIT-ACCT PIC X(12).
           01 WS-EXCEPTION-REASON PIC X(30).
           01 WS-READ-COUNT PIC 9(7) VALUE ZEROS.
           01 WS-KEY-COUNT PIC 9(7) VALUE ZEROS.
           01 WS-POST-COUNT PIC 9(7) VALUE ZEROS.
           01 WS-ZERO-COUNT PIC 9(7) VALUE ZEROS.
           01 WS-EXCEPTION-COUNT PIC 9(7) VALUE ZEROS.
           01 WS-LINE-NO PIC 9(7) VALUE ZEROS.
           01 WS-DEBIT-TOTAL PIC 9(15)V9(2) COMP-3 VALUE ZEROS.
           01 WS-CREDIT-TOTAL PIC 9(15)V9(2) COMP-3 VALUE ZEROS.
           01 WS-P2-DEBIT-TOTAL PIC 9(15)V9(2) COMP-3 VALUE ZEROS.
           01 WS-P2-CREDIT-TOTAL PIC 9(15)V9(2) COMP-3 VALUE ZEROS.
           01 WS-P2-POST-COUNT PIC 9(7) VALUE ZEROS.
           01 WS-CNT-DISP PIC Z(6)9.
           01 WS-TOTAL-DISP PIC Z(14)9.99.
           01 WS-LINE-COUNT PIC 9(3) VALUE 999.
           01 WS-PAGE-COUNT PIC 9(4) VALUE ZEROS.
           01 WS-SECTION-LINE PIC X(132).
           01 WS-HEADING-LINE.
               05 FILLER PIC X(36)
                   VALUE "GENERAL LEDGER POSTING EXCEPTIONS".
               05 FILLER PIC X(14) VALUE "BUSINESS DATE ".
               05 HDG-BUSINESS-DATE PIC 9(8).
               05 FILLER PIC X(3) VALUE SPACES.
               05 FILLER PIC X(9) VALUE "RUN DATE ".
               05 HDG-RUN-DATE PIC 9(8).
               05 FILLER PIC X(3) VALUE SPACES.
               05 FILLER PIC X(5) VALUE "PAGE ".
               05 HDG-PAGE PIC Z(3)9.
           01 WS-EXC-COLS-LINE.
               05 FILLER PIC X(10) VALUE "KEY".
               05 FILLER PIC X(4) VALUE "OP".
               05 FILLER PIC X(10) VALUE "RATE CODE".
               05 FILLER PIC X(24) VALUE "                  RESULT".
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(30) VALUE "REASON".
           01 WS-EXC-DETAIL-LINE.
               05 EXC-KEY PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 EXC-OP PIC X(1).
               05 FILLER PIC X(3) VALUE SPACES.
               05 EXC-RATE-CODE PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 EXC-RESULT PIC -Z(11)9.9(9).
               05 FILLER PIC X(2) VALUE SPACES.
               05 EXC-REASON PIC X(30).
000011
000012 PROCEDURE DIVISION.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           DISPLAY "General-ledger posting from the results master.".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           DISPLAY " ".
           DISPLAY "Enter business date YYYYMMDD, or blank for today.".
           MOVE SPACES TO WS-DATE-RAW.
           ACCEPT WS-DATE-RAW.
           IF WS-DATE-RAW(1:8) IS NUMERIC THEN
               MOVE WS-DATE-RAW(1:8) TO WS-BUSINESS-DATE-X
           ELSE
               MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-BUSINESS-DATE) NOT = 0
                   THEN
               DISPLAY "GL: " WS-BUSINESS-DATE-X
                   " is not a valid date."
               MOVE 8 TO RETURN-CODE
               GO TO Exit-Program
           END-IF.
           MOVE SPACES TO WS-GL-NAME.
           STRING "CALC_GL_" WS-BUSINESS-DATE-X ".DAT"
               DELIMITED BY SIZE INTO WS-GL-NAME
           END-STRING.
           PERFORM CHECK-ALREADY-POSTED.
           IF WS-ALREADY-POSTED = "Y" THEN
               DISPLAY "GL: business date " WS-BUSINESS-DATE-X
                   " was already posted on " WS-POSTED-ON
                   " - run refused."
               MOVE 8 TO RETURN-CODE
               GO TO Exit-Program
           END-IF.
           PERFORM LOAD-GL-MAP.
           IF WS-GLMAP-USED = 0 THEN
               DISPLAY "GL: no account mappings loaded from"
                   " CALC_GLMAP.DAT - nothing can be posted."
               MOVE 8 TO RETURN-CODE
               GO TO Exit-Program
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-FILE-STATUS NOT = "00" THEN
               DISPLAY "GL: cannot open CALC_MASTER.IDX, status "
                   WS-MASTER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO Exit-Program
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "GL: cannot open CALC_GL.RPT, status "
                   WS-REPORT-FILE-STATUS
               CLOSE MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GO TO Exit-Program
           END-IF.
           MOVE WS-BUSINESS-DATE TO HDG-BUSINESS-DATE.
           MOVE WS-RUN-DATE TO HDG-RUN-DATE.
           PERFORM WRITE-PAGE-HEADING.
           MOVE "RESULTS NOT POSTED" TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-EXC-COLS-LINE TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE 1 TO WS-GL-PASS.
           READ MASTER-FILE
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.
           PERFORM UNTIL END-OF-MASTER-FILE
               ADD 1 TO WS-READ-COUNT
               PERFORM POST-MASTER-RECORD
               READ MASTER-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE MASTER-FILE.
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL THEN
               MOVE SPACES TO MAST-REF-KEY
               MOVE SPACES TO WS-OP-LETTER
               MOVE SPACES TO WS-OP-RATE-CODE
               MOVE ZEROS TO WS-RESULT-VAL
               MOVE "JOURNAL OUT OF BALANCE" TO WS-EXCEPTION-REASON
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.
           IF WS-EXCEPTION-COUNT = 0 THEN
               MOVE "  (no posting exceptions)" TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.
           IF WS-EXCEPTION-COUNT > 0 THEN
               MOVE 8 TO RETURN-CODE
           ELSE IF WS-POST-COUNT = 0 THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM RELEASE-JOURNAL THRU Release-Journal-Exit
           END-IF.
           PERFORM WRITE-TOTALS-SECTION.
           CLOSE REPORT-FILE.
           DISPLAY " ".
           IF WS-RELEASED = "Y" THEN
               DISPLAY "GL: journal released to "
                   FUNCTION TRIM(WS-GL-NAME) "."
           ELSE
               DISPLAY "GL: journal NOT released - see CALC_GL.RPT."
           END-IF.
           DISPLAY "Posting exception report written to CALC_GL.RPT.".

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
                   MOVE "CALCGL" TO RUNLOG-PROGRAM
                   MOVE WS-RUN-START-DATE TO RUNLOG-START-DATE
                   MOVE WS-RUN-START-TIME TO RUNLOG-START-TIME
                   MOVE WS-RUN-END-DATE TO RUNLOG-END-DATE
                   MOVE WS-RUN-END-TIME TO RUNLOG-END-TIME
                   MOVE WS-POST-COUNT TO RUNLOG-REC-COUNT
                   MOVE RETURN-CODE TO WS-RC-OUT
                   MOVE WS-RC-OUT TO RUNLOG-RC
                   MOVE "BATCH" TO RUNLOG-USER
                   WRITE RUNLOG-RECORD
                   CLOSE RUNLOG-FILE
               ELSE
                   DISPLAY "Run control: cannot open CALC_RUNLOG.DAT,"
                       " status " WS-RUNLOG-FILE-STATUS
               END-IF.

           CHECK-ALREADY-POSTED.
               MOVE "N" TO WS-ALREADY-POSTED.
               OPEN INPUT POSTED-FILE.
               IF WS-POSTED-FILE-STATUS = "00" THEN
                   MOVE "N" TO WS-EOF-FLAG
                   READ POSTED-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       IF POSTED-BUSINESS-DATE = WS-BUSINESS-DATE THEN
                           MOVE "Y" TO WS-ALREADY-POSTED
                           MOVE POSTED-RUN-DATE TO WS-POSTED-ON
                       END-IF
                       READ POSTED-FILE
                           AT END MOVE "Y" TO WS-EOF-FLAG
                       END-READ
                   END-PERFORM
                   CLOSE POSTED-FILE
                   MOVE "N" TO WS-EOF-FLAG
               END-IF.

           LOAD-GL-MAP.
               OPEN INPUT GLMAP-FILE.
               IF WS-GLMAP-FILE-STATUS NOT = "00" THEN
                   DISPLAY "GL: cannot open CALC_GLMAP.DAT, status "
                       WS-GLMAP-FILE-STATUS
               ELSE
                   MOVE "N" TO WS-EOF-FLAG
                   READ GLMAP-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       IF GLMAP-RECORD NOT = SPACES
                               AND GLM-KEY-PREFIX(1:1) NOT = "*" THEN
                           PERFORM LOAD-ONE-GL-MAP
                       END-IF
                       READ GLMAP-FILE
                           AT END MOVE "Y" TO WS-EOF-FLAG
                       END-READ
                   END-PERFORM
                   CLOSE GLMAP-FILE
                   MOVE "N" TO WS-EOF-FLAG
               END-IF.

           LOAD-ONE-GL-MAP.
               IF WS-GLMAP-USED < 200 THEN
                   ADD 1 TO WS-GLMAP-USED
                   MOVE FUNCTION UPPER-CASE(GLM-KEY-PREFIX)
                       TO WS-GLM-PREFIX(WS-GLMAP-USED)
                   MOVE ZEROS TO WS-GLM-PREFIX-LEN(WS-GLMAP-USED)
                   INSPECT WS-GLM-PREFIX(WS-GLMAP-USED)
                       TALLYING WS-GLM-PREFIX-LEN(WS-GLMAP-USED)
                       FOR CHARACTERS BEFORE INITIAL SPACE
                   MOVE FUNCTION UPPER-CASE(GLM-OP)
                       TO WS-GLM-OP(WS-GLMAP-USED)
                   MOVE FUNCTION UPPER-CASE(GLM-RATE-CODE)
                       TO WS-GLM-RATE-CODE(WS-GLMAP-USED)
                   MOVE GLM-DEBIT-ACCT TO WS-GLM-DEBIT(WS-GLMAP-USED)
                   MOVE GLM-CREDIT-ACCT
                       TO WS-GLM-CREDIT(WS-GLMAP-USED)
                   MOVE GLM-DESCRIPTION TO WS-GLM-DESC(WS-GLMAP-USED)
               ELSE
                   IF WS-GLMAP-OVERFLOW = "N" THEN
                       MOVE "Y" TO WS-GLMAP-OVERFLOW
                       DISPLAY "GL: more than 200 mappings in"
                           " CALC_GLMAP.DAT - excess entries ignored."
                   END-IF
               END-IF.

           POST-MASTER-RECORD.
               IF MAST-L-RUN-DATE = WS-BUSINESS-DATE THEN
                   IF WS-GL-PASS = 1 THEN
                       ADD 1 TO WS-KEY-COUNT
                   END-IF
                   MOVE MAST-L-OPS TO WS-KEY-OPS
                   IF WS-KEY-OPS = SPACES THEN
                       MOVE "ASMD" TO WS-KEY-OPS
                   END-IF
                   PERFORM VARYING WS-OPS-IDX FROM 1 BY 1
                           UNTIL WS-OPS-IDX > 8
                       MOVE WS-KEY-OPS(WS-OPS-IDX:1) TO WS-OP-LETTER
                       IF WS-OP-LETTER NOT = SPACE THEN
                           PERFORM POST-ONE-RESULT
                               THRU Post-One-Result-Exit
                       END-IF
                   END-PERFORM
               END-IF.

           POST-ONE-RESULT.
               PERFORM GET-OP-RESULT.
               IF WS-OP-VALID = "N" THEN
                   MOVE "UNKNOWN OPERATION" TO WS-EXCEPTION-REASON
                   PERFORM WRITE-EXCEPTION-LINE
                   GO TO Post-One-Result-Exit
               END-IF.
               MOVE "N" TO WS-SIZE-ERROR.
               COMPUTE WS-POST-AMOUNT ROUNDED = WS-RESULT-VAL
                   ON SIZE ERROR
                       MOVE "Y" TO WS-SIZE-ERROR
               END-COMPUTE.
               IF WS-SIZE-ERROR = "Y" THEN
                   MOVE "AMOUNT TOO LARGE" TO WS-EXCEPTION-REASON
                   PERFORM WRITE-EXCEPTION-LINE
                   GO TO Post-One-Result-Exit
               END-IF.
               IF WS-POST-AMOUNT = 0 THEN
                   IF WS-GL-PASS = 1 THEN
                       ADD 1 TO WS-ZERO-COUNT
                   END-IF
                   GO TO Post-One-Result-Exit
               END-IF.
               PERFORM FIND-GL-MAPPING.
               IF WS-MAP-BEST = 0 THEN
                   MOVE "NO ACCOUNT MAPPING" TO WS-EXCEPTION-REASON
                   PERFORM WRITE-EXCEPTION-LINE
                   GO TO Post-One-Result-Exit
               END-IF.
               IF WS-GLM-DEBIT(WS-MAP-BEST) = SPACES THEN
                   MOVE "NO DEBIT ACCOUNT - UNBALANCED"
                       TO WS-EXCEPTION-REASON
                   PERFORM WRITE-EXCEPTION-LINE
                   GO TO Post-One-Result-Exit
               END-IF.
               IF WS-GLM-CREDIT(WS-MAP-BEST) = SPACES THEN
                   MOVE "NO CREDIT ACCOUNT - UNBALANCED"
                       TO WS-EXCEPTION-REASON
                   PERFORM WRITE-EXCEPTION-LINE
                   GO TO Post-One-Result-Exit
               END-IF.
               IF WS-POST-AMOUNT < 0 THEN
                   COMPUTE WS-POST-AMOUNT = WS-POST-AMOUNT * -1
                   MOVE WS-GLM-CREDIT(WS-MAP-BEST) TO WS-DEBIT-ACCT
                   MOVE WS-GLM-DEBIT(WS-MAP-BEST) TO WS-CREDIT-ACCT
               ELSE
                   MOVE WS-GLM-DEBIT(WS-MAP-BEST) TO WS-DEBIT-ACCT
                   MOVE WS-GLM-CREDIT(WS-MAP-BEST) TO WS-CREDIT-ACCT
               END-IF.
               IF WS-GL-PASS = 1 THEN
                   ADD 1 TO WS-POST-COUNT
                   ADD WS-POST-AMOUNT TO WS-DEBIT-TOTAL
                   ADD WS-POST-AMOUNT TO WS-CREDIT-TOTAL
               ELSE
                   ADD 1 TO WS-P2-POST-COUNT
                   ADD WS-POST-AMOUNT TO WS-P2-DEBIT-TOTAL
                   ADD WS-POST-AMOUNT TO WS-P2-CREDIT-TOTAL
                   PERFORM WRITE-JOURNAL-PAIR
               END-IF.
           Post-One-Result-Exit.

           GET-OP-RESULT.
               MOVE "Y" TO WS-OP-VALID.
               MOVE SPACES TO WS-OP-RATE-CODE.
               MOVE ZEROS TO WS-RESULT-VAL.
               IF WS-OP-LETTER = "A" THEN
                   MOVE MAST-L-SUM TO WS-RESULT-VAL
               ELSE IF WS-OP-LETTER = "S" THEN
                   MOVE MAST-L-SUB TO WS-RESULT-VAL
               ELSE IF WS-OP-LETTER = "M" THEN
                   MOVE MAST-L-MUL TO WS-RESULT-VAL
               ELSE IF WS-OP-LETTER = "D" THEN
                   MOVE MAST-L-DIV TO WS-RESULT-VAL
               ELSE IF WS-OP-LETTER = "P" THEN
                   MOVE MAST-L-PCT TO WS-RESULT-VAL
               ELSE IF WS-OP-LETTER = "E" THEN
                   MOVE MAST-L-POW TO WS-RESULT-VAL
               ELSE IF WS-OP-LETTER = "R" THEN
                   MOVE MAST-L-SQR TO WS-RESULT-VAL
               ELSE IF WS-OP-LETTER = "V" THEN
                   MOVE MAST-L-AVG TO WS-RESULT-VAL
               ELSE IF WS-OP-LETTER = "T" THEN
                   MOVE MAST-L-RATE TO WS-RESULT-VAL
                   MOVE MAST-L-RATE-CODE TO WS-OP-RATE-CODE
               ELSE
                   MOVE "N" TO WS-OP-VALID
               END-IF.

           FIND-GL-MAPPING.
               MOVE ZEROS TO WS-MAP-BEST.
               MOVE -1 TO WS-MAP-BEST-SCORE.
               PERFORM VARYING WS-GLMAP-IDX FROM 1 BY 1
                       UNTIL WS-GLMAP-IDX > WS-GLMAP-USED
                   PERFORM SCORE-GL-MAPPING THRU Score-Gl-Mapping-Exit
               END-PERFORM.

           SCORE-GL-MAPPING.
               IF WS-GLM-OP(WS-GLMAP-IDX) NOT = SPACE
                       AND WS-GLM-OP(WS-GLMAP-IDX) NOT = WS-OP-LETTER
                       THEN
                   GO TO Score-Gl-Mapping-Exit
               END-IF.
               IF WS-GLM-RATE-CODE(WS-GLMAP-IDX) NOT = SPACES
                       AND WS-GLM-RATE-CODE(WS-GLMAP-IDX)
                           NOT = WS-OP-RATE-CODE THEN
                   GO TO Score-Gl-Mapping-Exit
               END-IF.
               IF WS-GLM-PREFIX-LEN(WS-GLMAP-IDX) > 0 THEN
                   IF MAST-REF-KEY(1:WS-GLM-PREFIX-LEN(WS-GLMAP-IDX))
                           NOT = WS-GLM-PREFIX(WS-GLMAP-IDX)
                               (1:WS-GLM-PREFIX-LEN(WS-GLMAP-IDX)) THEN
                       GO TO Score-Gl-Mapping-Exit
                   END-IF
               END-IF.
               COMPUTE WS-MAP-SCORE =
                   WS-GLM-PREFIX-LEN(WS-GLMAP-IDX) * 4.
               IF WS-GLM-OP(WS-GLMAP-IDX) NOT = SPACE THEN
                   ADD 2 TO WS-MAP-SCORE
               END-IF.
               IF WS-GLM-RATE-CODE(WS-GLMAP-IDX) NOT = SPACES THEN
                   ADD 1 TO WS-MAP-SCORE
               END-IF.
               IF WS-MAP-SCORE > WS-MAP-BEST-SCORE THEN
                   MOVE WS-MAP-SCORE TO WS-MAP-BEST-SCORE
                   MOVE WS-GLMAP-IDX TO WS-MAP-BEST
               END-IF.
           Score-Gl-Mapping-Exit.

           WRITE-EXCEPTION-LINE.
               IF WS-GL-PASS = 1 THEN
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE MAST-REF-KEY TO EXC-KEY
                   MOVE WS-OP-LETTER TO EXC-OP
                   MOVE WS-OP-RATE-CODE TO EXC-RATE-CODE
                   MOVE WS-RESULT-VAL TO EXC-RESULT
                   MOVE WS-EXCEPTION-REASON TO EXC-REASON
                   MOVE WS-EXC-DETAIL-LINE TO REPORT-RECORD
                   PERFORM WRITE-REPORT-LINE
               END-IF.

           RELEASE-JOURNAL.
               OPEN OUTPUT GL-FILE.
               IF WS-GL-FILE-STATUS NOT = "00" THEN
                   DISPLAY "GL: cannot open " FUNCTION TRIM(WS-GL-NAME)
                       ", status " WS-GL-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   GO TO Release-Journal-Exit
               END-IF.
               MOVE SPACES TO GL-HEADER-RECORD.
               MOVE "H" TO GLH-REC-TYPE.
               MOVE SPACES TO GLH-BATCH-ID.
               STRING "CALC" WS-BUSINESS-DATE-X
                   DELIMITED BY SIZE INTO GLH-BATCH-ID
               END-STRING.
               MOVE WS-BUSINESS-DATE TO GLH-BUSINESS-DATE.
               MOVE WS-RUN-DATE TO GLH-RUN-DATE.
               MOVE WS-RUN-TIME TO GLH-RUN-TIME.
               WRITE GL-HEADER-RECORD.
               MOVE 2 TO WS-GL-PASS.
               OPEN INPUT MASTER-FILE.
               IF WS-MASTER-FILE-STATUS NOT = "00" THEN
                   DISPLAY "GL: cannot reopen CALC_MASTER.IDX, status "
                       WS-MASTER-FILE-STATUS
                   CLOSE GL-FILE
                   PERFORM EMPTY-GL-FILE
                   MOVE 8 TO RETURN-CODE
                   GO TO Release-Journal-Exit
               END-IF.
               MOVE "N" TO WS-EOF-FLAG.
               READ MASTER-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ.
               PERFORM UNTIL END-OF-MASTER-FILE
                   PERFORM POST-MASTER-RECORD
                   READ MASTER-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
               END-PERFORM.
               CLOSE MASTER-FILE.
               IF WS-P2-POST-COUNT NOT = WS-POST-COUNT
                       OR WS-P2-DEBIT-TOTAL NOT = WS-DEBIT-TOTAL
                       OR WS-P2-CREDIT-TOTAL NOT = WS-CREDIT-TOTAL THEN
                   DISPLAY "GL: results master changed while the"
                       " journal was written - journal withheld."
                   CLOSE GL-FILE
                   PERFORM EMPTY-GL-FILE
                   MOVE 8 TO RETURN-CODE
                   GO TO Release-Journal-Exit
               END-IF.
               MOVE SPACES TO GL-TRAILER-RECORD.
               MOVE "T" TO GLT-REC-TYPE.
               MOVE WS-LINE-NO TO GLT-LINE-COUNT.
               MOVE WS-P2-DEBIT-TOTAL TO GLT-DEBIT-TOTAL.
               MOVE WS-P2-CREDIT-TOTAL TO GLT-CREDIT-TOTAL.
               MOVE WS-KEY-COUNT TO GLT-KEY-COUNT.
               WRITE GL-TRAILER-RECORD.
               CLOSE GL-FILE.
               MOVE "Y" TO WS-RELEASED.
               PERFORM RECORD-POSTED-DATE.
           Release-Journal-Exit.

           WRITE-JOURNAL-PAIR.
               MOVE SPACES TO GL-LINE-RECORD.
               MOVE "D" TO GLL-REC-TYPE.
               MOVE WS-POST-AMOUNT TO GLL-AMOUNT.
               MOVE MAST-REF-KEY TO GLL-REF-KEY.
               MOVE WS-OP-LETTER TO GLL-OP.
               MOVE WS-OP-RATE-CODE TO GLL-RATE-CODE.
               MOVE WS-BUSINESS-DATE TO GLL-BUSINESS-DATE.
               MOVE WS-GLM-DESC(WS-MAP-BEST) TO GLL-DESCRIPTION.
               ADD 1 TO WS-LINE-NO.
               MOVE WS-LINE-NO TO GLL-LINE-NO.
               MOVE WS-DEBIT-ACCT TO GLL-ACCOUNT.
               MOVE "D" TO GLL-DR-CR.
               WRITE GL-LINE-RECORD.
               ADD 1 TO WS-LINE-NO.
               MOVE WS-LINE-NO TO GLL-LINE-NO.
               MOVE WS-CREDIT-ACCT TO GLL-ACCOUNT.
               MOVE "C" TO GLL-DR-CR.
               WRITE GL-LINE-RECORD.

           EMPTY-GL-FILE.
               OPEN OUTPUT GL-FILE.
               IF WS-GL-FILE-STATUS = "00" THEN
                   CLOSE GL-FILE
               END-IF.

           RECORD-POSTED-DATE.
               OPEN EXTEND POSTED-FILE.
               IF WS-POSTED-FILE-STATUS NOT = "00" THEN
                   OPEN OUTPUT POSTED-FILE
                   CLOSE POSTED-FILE
                   OPEN EXTEND POSTED-FILE
               END-IF.
               IF WS-POSTED-FILE-STATUS = "00" THEN
                   MOVE SPACES TO POSTED-RECORD
                   MOVE WS-BUSINESS-DATE TO POSTED-BUSINESS-DATE
                   MOVE WS-RUN-DATE TO POSTED-RUN-DATE
                   MOVE WS-RUN-TIME TO POSTED-RUN-TIME
                   MOVE WS-LINE-NO TO POSTED-LINE-COUNT
                   MOVE WS-P2-DEBIT-TOTAL TO POSTED-DEBIT-TOTAL
                   WRITE POSTED-RECORD
                   CLOSE POSTED-FILE
               ELSE
                   DISPLAY "GL: cannot open CALC_GL_POSTED.DAT, status "
                       WS-POSTED-FILE-STATUS
                       " - record the posting of "
                       WS-BUSINESS-DATE-X " by hand."
                   MOVE 8 TO RETURN-CODE
               END-IF.

           WRITE-TOTALS-SECTION.
               MOVE SPACES TO REPORT-RECORD.
               PERFORM WRITE-REPORT-LINE.
               MOVE "POSTING SUMMARY" TO REPORT-RECORD.
               PERFORM WRITE-REPORT-LINE.
               MOVE SPACES TO REPORT-RECORD.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-READ-COUNT TO WS-CNT-DISP.
               MOVE SPACES TO REPORT-RECORD.
               STRING "Master records read:        " WS-CNT-DISP
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-KEY-COUNT TO WS-CNT-DISP.
               MOVE SPACES TO REPORT-RECORD.
               STRING "Keys for the business date: " WS-CNT-DISP
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-POST-COUNT TO WS-CNT-DISP.
               MOVE SPACES TO REPORT-RECORD.
               STRING "Results mapped:             " WS-CNT-DISP
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-ZERO-COUNT TO WS-CNT-DISP.
               MOVE SPACES TO REPORT-RECORD.
               STRING "Zero results not posted:    " WS-CNT-DISP
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-EXCEPTION-COUNT TO WS-CNT-DISP.
               MOVE SPACES TO REPORT-RECORD.
               STRING "Posting exceptions:         " WS-CNT-DISP
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-LINE-NO TO WS-CNT-DISP.
               MOVE SPACES TO REPORT-RECORD.
               STRING "Journal lines written:      " WS-CNT-DISP
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-DEBIT-TOTAL TO WS-TOTAL-DISP.
               MOVE SPACES TO REPORT-RECORD.
               STRING "Debit total:        " WS-TOTAL-DISP
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-CREDIT-TOTAL TO WS-TOTAL-DISP.
               MOVE SPACES TO REPORT-RECORD.
               STRING "Credit total:       " WS-TOTAL-DISP
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               MOVE SPACES TO REPORT-RECORD.
               PERFORM WRITE-REPORT-LINE.
               MOVE SPACES TO REPORT-RECORD.
               IF WS-RELEASED = "Y" THEN
                   STRING "POSTING VERDICT: JOURNAL RELEASED TO "
                       FUNCTION TRIM(WS-GL-NAME)
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
               ELSE IF WS-EXCEPTION-COUNT > 0 THEN
                   STRING "POSTING VERDICT: JOURNAL NOT RELEASED -"
                       " CLEAR THE EXCEPTIONS AND RERUN"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
               ELSE IF WS-POST-COUNT = 0 THEN
                   STRING "POSTING VERDICT: NOTHING TO POST FOR THE"
                       " BUSINESS DATE"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
               ELSE
                   MOVE "POSTING VERDICT: JOURNAL NOT RELEASED"
                       TO REPORT-RECORD
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

           END PROGRAM CALCGL.
