      ***************************************************************
      * Author: Anastasija Litvinionok nlitvinionok@gmail.com
      * Date: 2026.10.15
      * Purpose: Retroactive rate adjustment run. Takes the rate
      *          rows appended to CALC_RATES.DAT since the last run
      *          whose effective date is before today, finds every
      *          key on CALC_MASTER.IDX whose latest RATE result was
      *          calculated on or after that date with a superseded
      *          rate, and recalculates it with the rate now in
      *          force. The pre-adjustment result is kept as the
      *          prior image, each adjustment is written to
      *          CALC_AUDIT.LOG, and the adjustment register goes to
      *          CALC_RETRO.RPT. CALC_RETRO.CTL records how many rate
      *          rows have been processed.
      * Tectonics: cobc
      ****************************************************************
000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. CALCRETRO.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT MASTER-FILE ASSIGN TO "CALC_MASTER.IDX"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS MAST-REF-KEY
                   FILE STATUS IS WS-MASTER-FILE-STATUS.
               SELECT RATES-FILE ASSIGN TO "CALC_RATES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RATES-FILE-STATUS.
               SELECT RETRO-CTL-FILE ASSIGN TO "CALC_RETRO.CTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTL-FILE-STATUS.
               SELECT PERIOD-FILE ASSIGN TO "CALC_PERIODS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PERIOD-FILE-STATUS.
               SELECT AUDIT-LOG-FILE ASSIGN TO "CALC_AUDIT.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-FILE-STATUS.
               SELECT REPORT-FILE ASSIGN TO "CALC_RETRO.RPT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-FILE-STATUS.
               SELECT RUNLOG-FILE ASSIGN TO "CALC_RUNLOG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNLOG-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD MASTER-FILE.
           COPY "CALCMAST.CPY".

           FD RATES-FILE.
           01 RATES-RECORD.
               05 RATE-IN-CODE PIC X(8).
               05 FILLER PIC X(1).
               05 RATE-IN-EFF-DATE PIC 9(8).
               05 RATE-IN-EFF-X REDEFINES RATE-IN-EFF-DATE PIC X(8).
               05 FILLER PIC X(1).
               05 RATE-IN-VALUE PIC S9(3)V9(5)
                   SIGN IS LEADING SEPARATE.
               05 RATE-IN-VALUE-X REDEFINES RATE-IN-VALUE PIC X(9).
               05 FILLER PIC X(5).

           FD RETRO-CTL-FILE.
           01 RETRO-CTL-RECORD.
               05 CTL-RATE-ROWS PIC 9(7).
               05 FILLER PIC X(1).
               05 CTL-LAST-RUN-DATE PIC 9(8).
               05 FILLER PIC X(1).
               05 CTL-LAST-RUN-TIME PIC 9(8).
               05 FILLER PIC X(1).
               05 CTL-KEYS-ADJUSTED PIC 9(7).

           FD PERIOD-FILE.
           COPY "CALCPERD.CPY".

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
           01 WS-RATES-FILE-STATUS PIC X(2).
           01 WS-CTL-FILE-STATUS PIC X(2).
           01 WS-AUDIT-FILE-STATUS PIC X(2).
           01 WS-PERIOD-FILE-STATUS PIC X(2).
           01 WS-REPORT-FILE-STATUS PIC X(2).
           01 WS-RUNLOG-FILE-STATUS PIC X(2).
           01 WS-RUN-START-DATE PIC 9(8) VALUE ZEROS.
           01 WS-RUN-START-TIME PIC 9(8) VALUE ZEROS.
           01 WS-RUN-END-DATE PIC 9(8).
           01 WS-RUN-END-TIME PIC 9(8).
           01 WS-RC-OUT PIC 9(2) VALUE ZEROS.
           01 WS-EOF-FLAG PIC X(1) VALUE "N".
               88 END-OF-MASTER-FILE VALUE "Y".
           01 WS-RATES-EOF PIC X(1) VALUE "N".
           01 WS-RUN-DATE PIC 9(8).
           01 WS-RUN-TIME PIC 9(8).
           01 WS-LAST-RUN-DATE PIC 9(8) VALUE ZEROS.
           01 WS-DONE-ROWS PIC 9(7) VALUE ZEROS.
           01 WS-ROW-NUM PIC 9(7) VALUE ZEROS.
           01 WS-AMT-X PIC X(9).
           01 WS-AMT-FIXED REDEFINES WS-AMT-X
               PIC S9(3)V9(5) SIGN IS LEADING SEPARATE.
           01 WS-AMT-VALUE PIC S9(3)V9(5) COMP.
           01 WS-AMT-STATUS PIC X(1).
           01 WS-ENTRY-SIGNED PIC S9(5)V9(5) COMP.
           01 WS-RATE-TABLE.
               05 WS-RATE-ENTRY OCCURS 200 TIMES.
                   10 WS-RATE-CODE PIC X(8).
                   10 WS-RATE-EFF-DATE PIC 9(8).
                   10 WS-RATE-VALUE PIC S9(3)V9(5) COMP.
                   10 WS-RATE-RETRO PIC X(1).
                   10 WS-RATE-ROW-NUM PIC 9(7).
           01 WS-RATE-USED PIC 9(3) VALUE ZEROS.
           01 WS-RATE-IDX PIC 9(3) COMP.
           01 WS-RATE-BEST PIC 9(3) COMP VALUE ZEROS.
           01 WS-RATE-BEST-DATE PIC 9(8) VALUE ZEROS.
           01 WS-RATE-LOOKUP-DATE PIC 9(8) VALUE ZEROS.
           01 WS-IN-RATE-CODE PIC X(8) VALUE SPACES.
           01 WS-RATE-ERROR PIC X(1) VALUE "N".
           01 WS-RATE-OVERFLOW PIC X(1) VALUE "N".
           01 WS-RETRO-HIT PIC X(1).
           01 WS-SIZE-ERROR PIC X(1).
           01 WS-OLD-RATE PIC S9(3)V9(5) COMP.
           01 WS-OLD-RESULT PIC S9(12)V9(9) COMP-3.
           01 WS-NEW-RESULT PIC S9(12)V9(9) COMP-3.
           01 WS-DIFFERENCE PIC S9(13)V9(9) COMP-3.
           01 WS-TOTAL-OLD PIC S9(15)V9(9) COMP-3 VALUE ZEROS.
           01 WS-TOTAL-NEW PIC S9(15)V9(9) COMP-3 VALUE ZEROS.
           01 WS-TOTAL-DIFF PIC S9(15)V9(9) COMP-3 VALUE ZEROS.
           01 WS-RETRO-ROWS PIC 9(7) VALUE ZEROS.
           01 WS-READ-COUNT PIC 9(7) VALUE ZEROS.
           01 WS-CHECKED-COUNT PIC 9(7) VALUE ZEROS.
           01 WS-ADJUST-COUNT PIC 9(7) VALUE ZEROS.
           01 WS-ERROR-COUNT PIC 9(7) VALUE ZEROS.
           01 WS-CLOSED-TABLE.
               05 WS-CLOSED-ENTRY PIC 9(6) OCCURS 240 TIMES.
           01 WS-CLOSED-USED PIC 9(3) COMP VALUE ZEROS.
           01 WS-CLOSED-IDX PIC 9(3) COMP.
           01 WS-CLOSED-PERIOD PIC 9(6) VALUE ZEROS.
           01 WS-CHECK-DATE PIC 9(8).
           01 WS-PERIOD-EOF PIC X(1).
           01 WS-CNT-DISP PIC Z(6)9.
           01 WS-RATE-DISP PIC -ZZ9.9(5).
           01 WS-WAS-DISP PIC -ZZ9.9(5).
           01 WS-RESULT-DISP PIC -Z(11)9.9(9).
           01 WS-TOTAL-DISP PIC -Z(14)9.9(9).
           01 WS-AUDIT-DATE PIC 9(8).
           01 WS-AUDIT-TIME PIC 9(8).
           01 WS-AUDIT-SEQ PIC 9(9) VALUE ZEROS.
           01 WS-AUDIT-CHK PIC 9(10) VALUE ZEROS.
           01 WS-SEAL-WORK PIC 9(12) COMP VALUE ZEROS.
           01 WS-SEAL-IDX PIC 9(3) COMP.
           01 WS-SEAL-EOF PIC X(1).
           01 WS-LINE-COUNT PIC 9(3) VALUE 999.
           01 WS-PAGE-COUNT PIC 9(4) VALUE ZEROS.
           01 WS-SECTION-LINE PIC X(132).
           01 WS-HEADING-LINE.
               05 FILLER PIC X(36)
                   VALUE "RETROACTIVE RATE ADJUSTMENT REGISTER".
               05 FILLER PIC X(3) VALUE SPACES.
               05 FILLER PIC X(9) VALUE "RUN DATE ".
               05 HDG-RUN-DATE PIC 9(8).
               05 FILLER PIC X(3) VALUE SPACES.
               05 FILLER PIC X(15) VALUE "RATE ROWS FROM ".
               05 HDG-FIRST-ROW PIC Z(6)9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 FILLER PIC X(5) VALUE "PAGE ".
               05 HDG-PAGE PIC Z(3)9.
           01 WS-ROW-COLS-LINE.
               05 FILLER PIC X(10) VALUE "CODE".
               05 FILLER PIC X(11) VALUE "EFFECTIVE".
               05 FILLER PIC X(12) VALUE "      RATE".
               05 FILLER PIC X(10) VALUE "ROW".
           01 WS-ROW-DETAIL-LINE.
               05 ROW-CODE PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 ROW-EFF-DATE PIC 9(8).
               05 FILLER PIC X(3) VALUE SPACES.
               05 ROW-RATE PIC -ZZ9.9(5).
               05 FILLER PIC X(2) VALUE SPACES.
               05 ROW-NUMBER PIC Z(6)9.
           01 WS-ADJ-COLS-LINE.
               05 FILLER PIC X(10) VALUE "KEY".
               05 FILLER PIC X(10) VALUE "CODE".
               05 FILLER PIC X(10) VALUE "RATE DATE".
               05 FILLER PIC X(12) VALUE "  OLD RATE".
               05 FILLER PIC X(12) VALUE "  NEW RATE".
               05 FILLER PIC X(24) VALUE "             OLD RESULT".
               05 FILLER PIC X(24) VALUE "             NEW RESULT".
               05 FILLER PIC X(23) VALUE "             DIFFERENCE".
           01 WS-ADJ-DETAIL-LINE.
               05 ADJ-KEY PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 ADJ-CODE PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 ADJ-RATE-DATE PIC 9(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 ADJ-OLD-RATE PIC -ZZ9.9(5).
               05 FILLER PIC X(2) VALUE SPACES.
               05 ADJ-NEW-RATE PIC -ZZ9.9(5).
               05 FILLER PIC X(1) VALUE SPACES.
               05 ADJ-OLD-RESULT PIC -Z(11)9.9(9).
               05 FILLER PIC X(1) VALUE SPACES.
               05 ADJ-NEW-RESULT PIC -Z(11)9.9(9).
               05 FILLER PIC X(1) VALUE SPACES.
               05 ADJ-DIFFERENCE PIC -Z(11)9.9(9).
000011
000012 PROCEDURE DIVISION.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-START-TIME FROM TIME.
           DISPLAY "Retroactive rate adjustment run.".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM READ-RETRO-CONTROL.
           PERFORM LOAD-RATE-TABLE.
           IF WS-RATES-FILE-STATUS NOT = "00" THEN
               DISPLAY "Retro: cannot open CALC_RATES.DAT, status "
                   WS-RATES-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO Exit-Program
           END-IF.
           IF WS-DONE-ROWS > WS-ROW-NUM THEN
               DISPLAY "Retro: CALC_RATES.DAT is shorter than at the"
                   " last run - every row is treated as new."
               MOVE ZEROS TO WS-DONE-ROWS
               PERFORM MARK-RETRO-ROWS
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "Retro: cannot open CALC_RETRO.RPT, status "
                   WS-REPORT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO Exit-Program
           END-IF.
           MOVE WS-RUN-DATE TO HDG-RUN-DATE.
           COMPUTE HDG-FIRST-ROW = WS-DONE-ROWS + 1.
           PERFORM WRITE-PAGE-HEADING.
           PERFORM WRITE-RETRO-ROWS-SECTION.
           IF WS-RETRO-ROWS = 0 THEN
               MOVE SPACES TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
               MOVE "  (no backdated rate rows since the last run -"
                   TO REPORT-RECORD
               MOVE " nothing to adjust)" TO REPORT-RECORD(47:19)
               PERFORM WRITE-REPORT-LINE
               PERFORM WRITE-TOTALS-SECTION
               CLOSE REPORT-FILE
               PERFORM WRITE-RETRO-CONTROL
               DISPLAY "Retro: no backdated rate rows since the last"
                   " run."
               GO TO Exit-Program
           END-IF.
           PERFORM LOAD-CLOSED-PERIODS.
           IF WS-PERIOD-FILE-STATUS NOT = "00"
                   AND WS-PERIOD-FILE-STATUS NOT = "35" THEN
               DISPLAY "Retro: cannot read CALC_PERIODS.DAT, status "
                   WS-PERIOD-FILE-STATUS
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GO TO Exit-Program
           END-IF.
           OPEN I-O MASTER-FILE.
           IF WS-MASTER-FILE-STATUS NOT = "00" THEN
               DISPLAY "Retro: cannot open CALC_MASTER.IDX, status "
                   WS-MASTER-FILE-STATUS
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GO TO Exit-Program
           END-IF.
           PERFORM AUDIT-SEAL-LOAD.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = "00" THEN
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
           END-IF.
           IF WS-AUDIT-FILE-STATUS NOT = "00" THEN
               DISPLAY "Retro: cannot open CALC_AUDIT.LOG, status "
                   WS-AUDIT-FILE-STATUS
                   " - no adjustment is made without an audit trail."
               CLOSE MASTER-FILE
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GO TO Exit-Program
           END-IF.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE "RESULTS ADJUSTED" TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-ADJ-COLS-LINE TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM WRITE-REPORT-LINE.
           READ MASTER-FILE
               AT END MOVE "Y" TO WS-EOF-FLAG
           END-READ.
           PERFORM UNTIL END-OF-MASTER-FILE
               ADD 1 TO WS-READ-COUNT
               PERFORM ADJUST-MASTER-RECORD
                   THRU Adjust-Master-Record-Exit
               READ MASTER-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
               END-READ
           END-PERFORM.
           CLOSE MASTER-FILE.
           CLOSE AUDIT-LOG-FILE.
           IF WS-ADJUST-COUNT = 0 THEN
               MOVE "  (no results were calculated with a superseded"
                   TO REPORT-RECORD
               MOVE " rate)" TO REPORT-RECORD(49:6)
               PERFORM WRITE-REPORT-LINE
           END-IF.
           PERFORM WRITE-TOTALS-SECTION.
           CLOSE REPORT-FILE.
           IF WS-ERROR-COUNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RETRO-CONTROL.
           DISPLAY " ".
           MOVE WS-ADJUST-COUNT TO WS-CNT-DISP.
           DISPLAY "Retro: results adjusted: " WS-CNT-DISP.
           DISPLAY "Adjustment register written to CALC_RETRO.RPT.".

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
                   MOVE "CALCRETRO" TO RUNLOG-PROGRAM
                   MOVE WS-RUN-START-DATE TO RUNLOG-START-DATE
                   MOVE WS-RUN-START-TIME TO RUNLOG-START-TIME
                   MOVE WS-RUN-END-DATE TO RUNLOG-END-DATE
                   MOVE WS-RUN-END-TIME TO RUNLOG-END-TIME
                   MOVE WS-ADJUST-COUNT TO RUNLOG-REC-COUNT
                   MOVE RETURN-CODE TO WS-RC-OUT
                   MOVE WS-RC-OUT TO RUNLOG-RC
                   MOVE "BATCH" TO RUNLOG-USER
                   WRITE RUNLOG-RECORD
                   CLOSE RUNLOG-FILE
               ELSE
                   DISPLAY "Run control: cannot open CALC_RUNLOG.DAT,"
                       " status " WS-RUNLOG-FILE-STATUS
               END-IF.

           READ-RETRO-CONTROL.
               MOVE ZEROS TO WS-DONE-ROWS.
               MOVE ZEROS TO WS-LAST-RUN-DATE.
               OPEN INPUT RETRO-CTL-FILE.
               IF WS-CTL-FILE-STATUS = "00" THEN
                   READ RETRO-CTL-FILE
                       AT END MOVE "10" TO WS-CTL-FILE-STATUS
                   END-READ
                   IF WS-CTL-FILE-STATUS = "00"
                           AND CTL-RATE-ROWS IS NUMERIC THEN
                       MOVE CTL-RATE-ROWS TO WS-DONE-ROWS
                       MOVE CTL-LAST-RUN-DATE TO WS-LAST-RUN-DATE
                   END-IF
                   CLOSE RETRO-CTL-FILE
               ELSE
                   DISPLAY "Retro: no CALC_RETRO.CTL - every rate row"
                       " is treated as new."
               END-IF.

           WRITE-RETRO-CONTROL.
               OPEN OUTPUT RETRO-CTL-FILE.
               IF WS-CTL-FILE-STATUS NOT = "00" THEN
                   DISPLAY "Retro: cannot write CALC_RETRO.CTL, status "
                       WS-CTL-FILE-STATUS
                       " - the same rows will be taken next run."
                   IF RETURN-CODE < 4 THEN
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   MOVE SPACES TO RETRO-CTL-RECORD
                   MOVE WS-ROW-NUM TO CTL-RATE-ROWS
                   MOVE WS-RUN-DATE TO CTL-LAST-RUN-DATE
                   MOVE WS-RUN-TIME TO CTL-LAST-RUN-TIME
                   MOVE WS-ADJUST-COUNT TO CTL-KEYS-ADJUSTED
                   WRITE RETRO-CTL-RECORD
                   CLOSE RETRO-CTL-FILE
               END-IF.

           LOAD-RATE-TABLE.
               MOVE ZEROS TO WS-ROW-NUM.
               MOVE ZEROS TO WS-RATE-USED.
               OPEN INPUT RATES-FILE.
               IF WS-RATES-FILE-STATUS = "00" THEN
                   MOVE "N" TO WS-RATES-EOF
                   READ RATES-FILE
                       AT END MOVE "Y" TO WS-RATES-EOF
                   END-READ
                   PERFORM UNTIL WS-RATES-EOF = "Y"
                       ADD 1 TO WS-ROW-NUM
                       PERFORM LOAD-ONE-RATE
                       READ RATES-FILE
                           AT END MOVE "Y" TO WS-RATES-EOF
                       END-READ
                   END-PERFORM
                   CLOSE RATES-FILE
                   MOVE "00" TO WS-RATES-FILE-STATUS
                   PERFORM MARK-RETRO-ROWS
               END-IF.

           LOAD-ONE-RATE.
               IF RATE-IN-CODE = SPACES
                       OR RATE-IN-CODE(1:1) = "*"
                       OR RATE-IN-EFF-X IS NOT NUMERIC THEN
                   CONTINUE
               ELSE
                   MOVE RATE-IN-VALUE-X TO WS-AMT-X
                   PERFORM VALIDATE-RATE-VALUE
                   IF WS-AMT-STATUS NOT = "Y" THEN
                       CONTINUE
                   ELSE
                       IF WS-RATE-USED < 200 THEN
                           ADD 1 TO WS-RATE-USED
                           MOVE FUNCTION UPPER-CASE(RATE-IN-CODE)
                               TO WS-RATE-CODE(WS-RATE-USED)
                           MOVE RATE-IN-EFF-DATE
                               TO WS-RATE-EFF-DATE(WS-RATE-USED)
                           MOVE WS-AMT-VALUE
                               TO WS-RATE-VALUE(WS-RATE-USED)
                           MOVE "N" TO WS-RATE-RETRO(WS-RATE-USED)
                           MOVE WS-ROW-NUM
                               TO WS-RATE-ROW-NUM(WS-RATE-USED)
                       ELSE
                           IF WS-RATE-OVERFLOW = "N" THEN
                               MOVE "Y" TO WS-RATE-OVERFLOW
                               DISPLAY "Retro: more than 200 rates in"
                                   " CALC_RATES.DAT - excess entries"
                                   " ignored."
                           END-IF
                       END-IF
                   END-IF
               END-IF.

           VALIDATE-RATE-VALUE.
               IF (WS-AMT-X(1:1) = "+" OR WS-AMT-X(1:1) = "-")
                       AND WS-AMT-X(2:8) IS NUMERIC THEN
                   MOVE WS-AMT-FIXED TO WS-AMT-VALUE
                   MOVE "Y" TO WS-AMT-STATUS
               ELSE
                   IF FUNCTION TEST-NUMVAL(WS-AMT-X) = 0 THEN
                       COMPUTE WS-ENTRY-SIGNED =
                           FUNCTION NUMVAL(WS-AMT-X)
                           ON SIZE ERROR
                               MOVE "R" TO WS-AMT-STATUS
                           NOT ON SIZE ERROR
                               IF WS-ENTRY-SIGNED < -999.99999
                                       OR WS-ENTRY-SIGNED > 999.99999
                                       THEN
                                   MOVE "R" TO WS-AMT-STATUS
                               ELSE
                                   MOVE WS-ENTRY-SIGNED
                                       TO WS-AMT-VALUE
                                   MOVE "Y" TO WS-AMT-STATUS
                               END-IF
                       END-COMPUTE
                   ELSE
                       MOVE "N" TO WS-AMT-STATUS
                   END-IF
               END-IF.

           MARK-RETRO-ROWS.
               MOVE ZEROS TO WS-RETRO-ROWS.
               PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                       UNTIL WS-RATE-IDX > WS-RATE-USED
                   IF WS-RATE-ROW-NUM(WS-RATE-IDX) > WS-DONE-ROWS
                           AND WS-RATE-EFF-DATE(WS-RATE-IDX)
                               < WS-RUN-DATE THEN
                       MOVE "Y" TO WS-RATE-RETRO(WS-RATE-IDX)
                       ADD 1 TO WS-RETRO-ROWS
                   ELSE
                       MOVE "N" TO WS-RATE-RETRO(WS-RATE-IDX)
                   END-IF
               END-PERFORM.

           WRITE-RETRO-ROWS-SECTION.
               MOVE "BACKDATED RATE ROWS ADDED SINCE THE LAST RUN"
                   TO REPORT-RECORD.
               PERFORM WRITE-REPORT-LINE.
               MOVE SPACES TO REPORT-RECORD.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-ROW-COLS-LINE TO REPORT-RECORD.
               PERFORM WRITE-REPORT-LINE.
               MOVE SPACES TO REPORT-RECORD.
               PERFORM WRITE-REPORT-LINE.
               PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                       UNTIL WS-RATE-IDX > WS-RATE-USED
                   IF WS-RATE-RETRO(WS-RATE-IDX) = "Y" THEN
                       MOVE WS-RATE-CODE(WS-RATE-IDX) TO ROW-CODE
                       MOVE WS-RATE-EFF-DATE(WS-RATE-IDX)
                           TO ROW-EFF-DATE
                       MOVE WS-RATE-VALUE(WS-RATE-IDX) TO ROW-RATE
                       MOVE WS-RATE-ROW-NUM(WS-RATE-IDX) TO ROW-NUMBER
                       MOVE WS-ROW-DETAIL-LINE TO REPORT-RECORD
                       PERFORM WRITE-REPORT-LINE
                   END-IF
               END-PERFORM.

           ADJUST-MASTER-RECORD.
               IF MAST-L-RATE-CODE = SPACES
                       OR MAST-L-RATE-DATE = ZEROS THEN
                   GO TO Adjust-Master-Record-Exit
               END-IF.
               MOVE "N" TO WS-RETRO-HIT.
               PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                       UNTIL WS-RATE-IDX > WS-RATE-USED
                          OR WS-RETRO-HIT = "Y"
                   IF WS-RATE-RETRO(WS-RATE-IDX) = "Y"
                           AND WS-RATE-CODE(WS-RATE-IDX)
                               = MAST-L-RATE-CODE
                           AND WS-RATE-EFF-DATE(WS-RATE-IDX)
                               <= MAST-L-RUN-DATE
                           AND WS-RATE-EFF-DATE(WS-RATE-IDX)
                               >= MAST-L-RATE-EFF-DATE THEN
                       MOVE "Y" TO WS-RETRO-HIT
                   END-IF
               END-PERFORM.
               IF WS-RETRO-HIT = "N" THEN
                   GO TO Adjust-Master-Record-Exit
               END-IF.
               ADD 1 TO WS-CHECKED-COUNT.
               MOVE MAST-L-RATE-CODE TO WS-IN-RATE-CODE.
               MOVE MAST-L-RATE-DATE TO WS-RATE-LOOKUP-DATE.
               PERFORM FIND-RATE-IN-FORCE.
               IF WS-RATE-ERROR = "Y" THEN
                   GO TO Adjust-Master-Record-Exit
               END-IF.
               IF WS-RATE-VALUE(WS-RATE-BEST) = MAST-L-RATE-VALUE THEN
                   GO TO Adjust-Master-Record-Exit
               END-IF.
               MOVE MAST-L-RUN-DATE TO WS-CHECK-DATE.
               PERFORM CHECK-CLOSED-PERIOD.
               IF WS-CLOSED-PERIOD > 0 THEN
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE SPACES TO REPORT-RECORD
                   STRING MAST-REF-KEY "  " MAST-L-RATE-CODE
                       "  NOT ADJUSTED - PERIOD " WS-CLOSED-PERIOD
                       " IS CLOSED"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
                   GO TO Adjust-Master-Record-Exit
               END-IF.
               MOVE MAST-L-RATE-VALUE TO WS-OLD-RATE.
               MOVE MAST-L-RATE TO WS-OLD-RESULT.
               MOVE "N" TO WS-SIZE-ERROR.
               COMPUTE WS-NEW-RESULT ROUNDED = MAST-L-A
                   * WS-RATE-VALUE(WS-RATE-BEST) / 100
                   ON SIZE ERROR
                       MOVE "Y" TO WS-SIZE-ERROR
               END-COMPUTE.
               IF WS-SIZE-ERROR = "Y" THEN
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE SPACES TO REPORT-RECORD
                   STRING MAST-REF-KEY "  " MAST-L-RATE-CODE
                       "  NOT ADJUSTED - NEW RESULT TOO LARGE"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
                   GO TO Adjust-Master-Record-Exit
               END-IF.
               MOVE MAST-LATEST TO MAST-PRIOR.
               MOVE WS-RATE-VALUE(WS-RATE-BEST) TO MAST-L-RATE-VALUE.
               MOVE WS-RATE-EFF-DATE(WS-RATE-BEST)
                   TO MAST-L-RATE-EFF-DATE.
               MOVE WS-NEW-RESULT TO MAST-L-RATE.
               REWRITE MASTER-RECORD
                   INVALID KEY
                       MOVE "Y" TO WS-SIZE-ERROR
               END-REWRITE.
               IF WS-SIZE-ERROR = "Y"
                       OR WS-MASTER-FILE-STATUS NOT = "00" THEN
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE SPACES TO REPORT-RECORD
                   STRING MAST-REF-KEY "  " MAST-L-RATE-CODE
                       "  NOT ADJUSTED - MASTER REWRITE FAILED, STATUS "
                       WS-MASTER-FILE-STATUS
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
                   GO TO Adjust-Master-Record-Exit
               END-IF.
               ADD 1 TO WS-ADJUST-COUNT.
               COMPUTE WS-DIFFERENCE = WS-NEW-RESULT - WS-OLD-RESULT.
               ADD WS-OLD-RESULT TO WS-TOTAL-OLD.
               ADD WS-NEW-RESULT TO WS-TOTAL-NEW.
               ADD WS-DIFFERENCE TO WS-TOTAL-DIFF.
               PERFORM WRITE-RETRO-AUDIT.
               MOVE MAST-REF-KEY TO ADJ-KEY.
               MOVE MAST-L-RATE-CODE TO ADJ-CODE.
               MOVE MAST-L-RATE-DATE TO ADJ-RATE-DATE.
               MOVE WS-OLD-RATE TO ADJ-OLD-RATE.
               MOVE MAST-L-RATE-VALUE TO ADJ-NEW-RATE.
               MOVE WS-OLD-RESULT TO ADJ-OLD-RESULT.
               MOVE WS-NEW-RESULT TO ADJ-NEW-RESULT.
               MOVE WS-DIFFERENCE TO ADJ-DIFFERENCE.
               MOVE WS-ADJ-DETAIL-LINE TO REPORT-RECORD.
               PERFORM WRITE-REPORT-LINE.
           Adjust-Master-Record-Exit.

           LOAD-CLOSED-PERIODS.
               MOVE ZEROS TO WS-CLOSED-USED.
               OPEN INPUT PERIOD-FILE.
               IF WS-PERIOD-FILE-STATUS = "00" THEN
                   MOVE "N" TO WS-PERIOD-EOF
                   READ PERIOD-FILE
                       AT END MOVE "Y" TO WS-PERIOD-EOF
                   END-READ
                   PERFORM UNTIL WS-PERIOD-EOF = "Y"
                       IF PERD-PERIOD-X IS NUMERIC AND PERD-STATUS = "C"
                               AND WS-CLOSED-USED < 240 THEN
                           ADD 1 TO WS-CLOSED-USED
                           MOVE PERD-PERIOD
                               TO WS-CLOSED-ENTRY(WS-CLOSED-USED)
                       END-IF
                       READ PERIOD-FILE
                           AT END MOVE "Y" TO WS-PERIOD-EOF
                       END-READ
                   END-PERFORM
                   CLOSE PERIOD-FILE
                   MOVE "00" TO WS-PERIOD-FILE-STATUS
               END-IF.

           CHECK-CLOSED-PERIOD.
               MOVE ZEROS TO WS-CLOSED-PERIOD.
               PERFORM VARYING WS-CLOSED-IDX FROM 1 BY 1
                       UNTIL WS-CLOSED-IDX > WS-CLOSED-USED
                       OR WS-CLOSED-PERIOD > 0
                   IF WS-CLOSED-ENTRY(WS-CLOSED-IDX)
                           = WS-CHECK-DATE(1:6) THEN
                       MOVE WS-CLOSED-ENTRY(WS-CLOSED-IDX)
                           TO WS-CLOSED-PERIOD
                   END-IF
               END-PERFORM.

           FIND-RATE-IN-FORCE.
               MOVE "N" TO WS-RATE-ERROR.
               MOVE ZEROS TO WS-RATE-BEST.
               MOVE ZEROS TO WS-RATE-BEST-DATE.
               IF WS-IN-RATE-CODE = SPACES THEN
                   MOVE "Y" TO WS-RATE-ERROR
               ELSE
                   PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                           UNTIL WS-RATE-IDX > WS-RATE-USED
                       IF WS-RATE-CODE(WS-RATE-IDX) =
                               FUNCTION UPPER-CASE(WS-IN-RATE-CODE)
                               AND WS-RATE-EFF-DATE(WS-RATE-IDX)
                                   <= WS-RATE-LOOKUP-DATE
                               AND WS-RATE-EFF-DATE(WS-RATE-IDX)
                                   >= WS-RATE-BEST-DATE THEN
                           MOVE WS-RATE-IDX TO WS-RATE-BEST
                           MOVE WS-RATE-EFF-DATE(WS-RATE-IDX)
                               TO WS-RATE-BEST-DATE
                       END-IF
                   END-PERFORM
                   IF WS-RATE-BEST = 0 THEN
                       MOVE "Y" TO WS-RATE-ERROR
                   END-IF
               END-IF.

           WRITE-RETRO-AUDIT.
               ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
               ACCEPT WS-AUDIT-TIME FROM TIME.
               MOVE MAST-L-RATE-VALUE TO WS-RATE-DISP.
               MOVE WS-OLD-RATE TO WS-WAS-DISP.
               MOVE WS-NEW-RESULT TO WS-RESULT-DISP.
               MOVE SPACES TO AUDIT-LOG-RECORD.
               STRING WS-AUDIT-DATE " " WS-AUDIT-TIME
                   " RETRO-T KEY=" MAST-REF-KEY
                   " RUN=" MAST-L-RUN-DATE
                   " CODE=" MAST-L-RATE-CODE
                   " EFF=" MAST-L-RATE-EFF-DATE
                   " RATE=" WS-RATE-DISP
                   " WAS=" WS-WAS-DISP
                   " RESULT=" WS-RESULT-DISP
                   DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
               END-STRING.
               PERFORM AUDIT-SEAL-WRITE.

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
               MOVE "BATCH" TO AUD-SEAL-USER.
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

           WRITE-TOTALS-SECTION.
               MOVE SPACES TO REPORT-RECORD.
               PERFORM WRITE-REPORT-LINE.
               MOVE "REGISTER TOTALS" TO REPORT-RECORD.
               PERFORM WRITE-REPORT-LINE.
               MOVE SPACES TO REPORT-RECORD.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-ROW-NUM TO WS-CNT-DISP.
               MOVE SPACES TO REPORT-RECORD.
               STRING "Rate file rows read:       " WS-CNT-DISP
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-RETRO-ROWS TO WS-CNT-DISP.
               MOVE SPACES TO REPORT-RECORD.
               STRING "Backdated rows taken:      " WS-CNT-DISP
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-READ-COUNT TO WS-CNT-DISP.
               MOVE SPACES TO REPORT-RECORD.
               STRING "Master keys read:          " WS-CNT-DISP
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-CHECKED-COUNT TO WS-CNT-DISP.
               MOVE SPACES TO REPORT-RECORD.
               STRING "Keys rechecked:            " WS-CNT-DISP
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-ADJUST-COUNT TO WS-CNT-DISP.
               MOVE SPACES TO REPORT-RECORD.
               STRING "Results adjusted:          " WS-CNT-DISP
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-ERROR-COUNT TO WS-CNT-DISP.
               MOVE SPACES TO REPORT-RECORD.
               STRING "Results not adjusted:      " WS-CNT-DISP
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               MOVE SPACES TO REPORT-RECORD.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-TOTAL-OLD TO WS-TOTAL-DISP.
               MOVE SPACES TO REPORT-RECORD.
               STRING "Total old results:  " WS-TOTAL-DISP
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-TOTAL-NEW TO WS-TOTAL-DISP.
               MOVE SPACES TO REPORT-RECORD.
               STRING "Total new results:  " WS-TOTAL-DISP
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
               PERFORM WRITE-REPORT-LINE.
               MOVE WS-TOTAL-DIFF TO WS-TOTAL-DISP.
               MOVE SPACES TO REPORT-RECORD.
               STRING "Total difference:   " WS-TOTAL-DISP
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING.
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

           END PROGRAM CALCRETRO.
