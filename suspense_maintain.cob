      ***************************************************************
      * Author: Anastasija Litvinionok nlitvinionok@gmail.com
      * Date: 2026.10.15
      * Purpose: Duplicate suspense maintenance. Lists the details
      *          CALCULATOR held in CALC_SUSPENSE.DAT as suspected
      *          duplicates and lets an operator decide each one:
      *          release it to be calculated in the next batch run,
      *          or purge it so it is never calculated. Every
      *          decision is recorded on the item and logged on
      *          CALC_SECURITY.LOG.
      * Tectonics: cobc
      ****************************************************************
000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. CALCSUSP.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SUSPENSE-FILE ASSIGN TO "CALC_SUSPENSE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
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
           FD SUSPENSE-FILE.
           COPY "CALCSUSP.CPY".

           FD OPER-FILE.
           COPY "CALCOPER.CPY".

           FD SECLOG-FILE.
           COPY "CALCSECL.CPY".

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
           01 WS-SUSPENSE-FILE-STATUS PIC X(2).
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
           01 WS-ITEM-RAW PIC X(7).
           01 WS-ENTRY-ITEM PIC 9(7) VALUE ZEROS.
           01 WS-DECISION PIC X(8).
           01 WS-CHANGE-COUNT PIC 9(5) VALUE ZEROS.
           01 WS-OPEN-COUNT PIC 9(5) VALUE ZEROS.
           01 WS-CNT-DISP PIC Z(6)9.
           01 WS-SUSP-TABLE.
               05 WS-SUSP-LINE OCCURS 999 TIMES.
                   10 WS-TAB-ITEM PIC 9(7).
                   10 FILLER PIC X(1).
                   10 WS-TAB-STATUS PIC X(1).
                   10 FILLER PIC X(1).
                   10 WS-TAB-DATE PIC 9(8).
                   10 FILLER PIC X(1).
                   10 WS-TAB-TIME PIC 9(8).
                   10 FILLER PIC X(1).
                   10 WS-TAB-SOURCE PIC X(8).
                   10 FILLER PIC X(1).
                   10 WS-TAB-FILE-DATE PIC 9(8).
                   10 FILLER PIC X(1).
                   10 WS-TAB-REC-NUM PIC 9(7).
                   10 FILLER PIC X(1).
                   10 WS-TAB-SEEN-DATE PIC 9(8).
                   10 FILLER PIC X(1).
                   10 WS-TAB-SEEN-SOURCE PIC X(8).
                   10 FILLER PIC X(1).
                   10 WS-TAB-DECIDED-DATE PIC 9(8).
                   10 FILLER PIC X(1).
                   10 WS-TAB-DECIDED-BY PIC X(8).
                   10 FILLER PIC X(1).
                   10 WS-TAB-DONE-DATE PIC 9(8).
                   10 FILLER PIC X(1).
                   10 WS-TAB-TRANS-DATA PIC X(60).
           01 WS-SUSP-COUNT PIC 9(3) COMP VALUE ZEROS.
           01 WS-SUSP-IDX PIC 9(3) COMP.
           01 WS-FIND-IDX PIC 9(3) COMP.
           01 WS-FREE-IDX PIC 9(3) COMP.
           01 WS-SUSP-OVERFLOW PIC X(1) VALUE "N".
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
           DISPLAY "Duplicate suspense maintenance for"
               " CALC_SUSPENSE.DAT.".
           PERFORM OPERATOR-SIGN-ON.
           IF WS-SIGNON-OK NOT = "Y" THEN
               DISPLAY "Suspense: sign-on failed - no item changed."
               MOVE 8 TO RETURN-CODE
               GO TO Exit-Program
           END-IF.
           PERFORM LOAD-SUSPENSE-TABLE.
           IF WS-SUSPENSE-FILE-STATUS NOT = "00"
                   AND WS-SUSPENSE-FILE-STATUS NOT = "35" THEN
               DISPLAY "Suspense: cannot read CALC_SUSPENSE.DAT,"
                   " status " WS-SUSPENSE-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO Exit-Program
           END-IF.
           IF WS-SUSP-OVERFLOW = "Y" THEN
               DISPLAY "Suspense: CALC_SUSPENSE.DAT holds more than"
                   " 999 open items - no item can be changed."
               MOVE 8 TO RETURN-CODE
               GO TO Exit-Program
           END-IF.
           PERFORM UNTIL WS-DONE-FLAG = "Y"
               DISPLAY " "
               DISPLAY "List open items(L), list all items(A), release"
                   " an item(R), purge an item(P) or exit(X)?"
               MOVE SPACES TO WS-CHOICE
               ACCEPT WS-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
               PERFORM DO-MENU-CHOICE
           END-PERFORM.
           MOVE WS-CHANGE-COUNT TO WS-CNT-DISP.
           DISPLAY "Items released or purged this session: "
               WS-CNT-DISP.
           DISPLAY "Suspense maintenance ended.".

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
                   MOVE "CALCSUSP" TO RUNLOG-PROGRAM
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
                   PERFORM LIST-OPEN-ITEMS
               ELSE IF WS-CHOICE = "A" THEN
                   PERFORM LIST-ALL-ITEMS
               ELSE IF WS-CHOICE = "R" THEN
                   MOVE "RELEASED" TO WS-DECISION
                   PERFORM DECIDE-ITEM THRU Decide-Item-Exit
               ELSE IF WS-CHOICE = "P" THEN
                   MOVE "PURGED" TO WS-DECISION
                   PERFORM DECIDE-ITEM THRU Decide-Item-Exit
               ELSE IF WS-CHOICE = "X" OR WS-CHOICE = SPACES THEN
                   MOVE "Y" TO WS-DONE-FLAG
               ELSE
                   DISPLAY "Please enter L, A, R, P or X."
               END-IF.

           LOAD-SUSPENSE-TABLE.
               MOVE ZEROS TO WS-SUSP-COUNT.
               MOVE "N" TO WS-SUSP-OVERFLOW.
               OPEN INPUT SUSPENSE-FILE.
               IF WS-SUSPENSE-FILE-STATUS = "00" THEN
                   MOVE "N" TO WS-EOF-FLAG
                   READ SUSPENSE-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                   END-READ
                   PERFORM UNTIL WS-EOF-FLAG = "Y"
                       IF SUSP-ITEM-X IS NUMERIC THEN
                           PERFORM ADD-SUSPENSE-LINE
                       END-IF
                       READ SUSPENSE-FILE
                           AT END MOVE "Y" TO WS-EOF-FLAG
                       END-READ
                   END-PERFORM
                   CLOSE SUSPENSE-FILE
                   MOVE "00" TO WS-SUSPENSE-FILE-STATUS
               END-IF.

           ADD-SUSPENSE-LINE.
               IF WS-SUSP-COUNT >= 999 THEN
                   MOVE ZEROS TO WS-FREE-IDX
                   PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
                           UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
                           OR WS-FREE-IDX > 0
                       IF WS-TAB-STATUS(WS-SUSP-IDX) = "D"
                               OR WS-TAB-STATUS(WS-SUSP-IDX) = "P" THEN
                           MOVE WS-SUSP-IDX TO WS-FREE-IDX
                       END-IF
                   END-PERFORM
                   IF WS-FREE-IDX > 0 THEN
                       PERFORM VARYING WS-SUSP-IDX FROM WS-FREE-IDX BY 1
                               UNTIL WS-SUSP-IDX >= WS-SUSP-COUNT
                           MOVE WS-SUSP-LINE(WS-SUSP-IDX + 1)
                               TO WS-SUSP-LINE(WS-SUSP-IDX)
                       END-PERFORM
                       SUBTRACT 1 FROM WS-SUSP-COUNT
                   END-IF
               END-IF.
               IF WS-SUSP-COUNT < 999 THEN
                   ADD 1 TO WS-SUSP-COUNT
                   MOVE SUSP-RECORD TO WS-SUSP-LINE(WS-SUSP-COUNT)
               ELSE IF SUSP-STATUS = "S" OR SUSP-STATUS = "R" THEN
                   MOVE "Y" TO WS-SUSP-OVERFLOW
               END-IF.

           REWRITE-SUSPENSE-FILE.
               OPEN OUTPUT SUSPENSE-FILE.
               IF WS-SUSPENSE-FILE-STATUS NOT = "00" THEN
                   DISPLAY "Suspense: cannot write CALC_SUSPENSE.DAT, "
                       "status " WS-SUSPENSE-FILE-STATUS
                       " - decision not saved."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
                           UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
                       MOVE WS-SUSP-LINE(WS-SUSP-IDX) TO SUSP-RECORD
                       WRITE SUSP-RECORD
                   END-PERFORM
                   CLOSE SUSPENSE-FILE
                   ADD 1 TO WS-CHANGE-COUNT
                   PERFORM WRITE-SECURITY-LOG
               END-IF.

           FIND-ITEM.
               MOVE ZEROS TO WS-FIND-IDX.
               PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
                       UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
                          OR WS-FIND-IDX > 0
                   IF WS-TAB-ITEM(WS-SUSP-IDX) = WS-ENTRY-ITEM THEN
                       MOVE WS-SUSP-IDX TO WS-FIND-IDX
                   END-IF
               END-PERFORM.

           GET-ENTRY-ITEM.
               MOVE ZEROS TO WS-ENTRY-ITEM.
               MOVE SPACES TO WS-ITEM-RAW.
               ACCEPT WS-ITEM-RAW.
               IF WS-ITEM-RAW NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(WS-ITEM-RAW) = 0 THEN
                   COMPUTE WS-ENTRY-ITEM =
                       FUNCTION NUMVAL(WS-ITEM-RAW)
               END-IF.

           LIST-OPEN-ITEMS.
               PERFORM DISPLAY-LIST-HEADING.
               MOVE ZEROS TO WS-OPEN-COUNT.
               PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
                       UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
                   IF WS-TAB-STATUS(WS-SUSP-IDX) = "S"
                           OR WS-TAB-STATUS(WS-SUSP-IDX) = "R" THEN
                       ADD 1 TO WS-OPEN-COUNT
                       PERFORM DISPLAY-ITEM
                   END-IF
               END-PERFORM.
               MOVE WS-OPEN-COUNT TO WS-CNT-DISP.
               DISPLAY "Open items (suspended or released): "
                   WS-CNT-DISP.

           LIST-ALL-ITEMS.
               PERFORM DISPLAY-LIST-HEADING.
               PERFORM VARYING WS-SUSP-IDX FROM 1 BY 1
                       UNTIL WS-SUSP-IDX > WS-SUSP-COUNT
                   PERFORM DISPLAY-ITEM
               END-PERFORM.
               MOVE WS-SUSP-COUNT TO WS-CNT-DISP.
               DISPLAY "Items on file: " WS-CNT-DISP.

           DISPLAY-LIST-HEADING.
               DISPLAY "ITEM    ST SUSPENDED SOURCE   FILE DATE RECORD "
                   "  MATCHED  FROM     DECIDED  BY       DONE".

           DISPLAY-ITEM.
               DISPLAY WS-TAB-ITEM(WS-SUSP-IDX) " "
                   WS-TAB-STATUS(WS-SUSP-IDX) "  "
                   WS-TAB-DATE(WS-SUSP-IDX) "  "
                   WS-TAB-SOURCE(WS-SUSP-IDX) " "
                   WS-TAB-FILE-DATE(WS-SUSP-IDX) "  "
                   WS-TAB-REC-NUM(WS-SUSP-IDX) " "
                   WS-TAB-SEEN-DATE(WS-SUSP-IDX) " "
                   WS-TAB-SEEN-SOURCE(WS-SUSP-IDX) " "
                   WS-TAB-DECIDED-DATE(WS-SUSP-IDX) " "
                   WS-TAB-DECIDED-BY(WS-SUSP-IDX) " "
                   WS-TAB-DONE-DATE(WS-SUSP-IDX).
               DISPLAY "        " WS-TAB-TRANS-DATA(WS-SUSP-IDX).

           DECIDE-ITEM.
               IF NOT OPER-MAY-UPDATE THEN
                   DISPLAY "Suspense: releasing or purging an item"
                       " needs operator authority."
                   MOVE WS-OPER-ID TO WS-SEC-USER
                   MOVE "REFUSED" TO WS-SEC-EVENT
                   MOVE "SUSPENSE DECISION NEEDS OPERATOR AUTHORITY"
                       TO WS-SEC-DETAIL
                   PERFORM WRITE-SECURITY-LOG
                   IF RETURN-CODE < 4 THEN
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   GO TO Decide-Item-Exit
               END-IF.
               PERFORM LOAD-SUSPENSE-TABLE.
               IF WS-SUSPENSE-FILE-STATUS NOT = "00"
                       OR WS-SUSP-OVERFLOW = "Y" THEN
                   DISPLAY "Suspense: CALC_SUSPENSE.DAT cannot be"
                       " reloaded, status " WS-SUSPENSE-FILE-STATUS
                       " - nothing changed."
                   MOVE 8 TO RETURN-CODE
                   GO TO Decide-Item-Exit
               END-IF.
               DISPLAY "Enter the item number:".
               PERFORM GET-ENTRY-ITEM.
               IF WS-ENTRY-ITEM = 0 THEN
                   DISPLAY "No valid item number entered - nothing "
                       FUNCTION TRIM(FUNCTION LOWER-CASE(WS-DECISION))
                       "."
                   GO TO Decide-Item-Exit
               END-IF.
               PERFORM FIND-ITEM.
               IF WS-FIND-IDX = 0 THEN
                   DISPLAY "Item " WS-ENTRY-ITEM " is not on file."
                   GO TO Decide-Item-Exit
               END-IF.
               IF WS-DECISION = "RELEASED"
                       AND WS-TAB-STATUS(WS-FIND-IDX) NOT = "S" THEN
                   DISPLAY "Item " WS-ENTRY-ITEM " is not suspended"
                       " - nothing released."
                   GO TO Decide-Item-Exit
               END-IF.
               IF WS-DECISION = "PURGED"
                       AND WS-TAB-STATUS(WS-FIND-IDX) NOT = "S"
                       AND WS-TAB-STATUS(WS-FIND-IDX) NOT = "R" THEN
                   DISPLAY "Item " WS-ENTRY-ITEM " is not open"
                       " - nothing purged."
                   GO TO Decide-Item-Exit
               END-IF.
               MOVE WS-FIND-IDX TO WS-SUSP-IDX.
               PERFORM DISPLAY-LIST-HEADING.
               PERFORM DISPLAY-ITEM.
               IF WS-DECISION = "RELEASED" THEN
                   DISPLAY "Release item " WS-ENTRY-ITEM " to be"
                       " calculated in the next batch run (Y/N)?"
               ELSE
                   DISPLAY "Purge item " WS-ENTRY-ITEM " so it is"
                       " never calculated (Y/N)?"
               END-IF.
               MOVE SPACES TO WS-CONFIRM.
               ACCEPT WS-CONFIRM.
               IF FUNCTION UPPER-CASE(WS-CONFIRM) NOT = "Y" THEN
                   DISPLAY "Nothing changed."
                   GO TO Decide-Item-Exit
               END-IF.
               IF WS-DECISION = "RELEASED" THEN
                   MOVE "R" TO WS-TAB-STATUS(WS-FIND-IDX)
               ELSE
                   MOVE "P" TO WS-TAB-STATUS(WS-FIND-IDX)
               END-IF.
               ACCEPT WS-TAB-DECIDED-DATE(WS-FIND-IDX)
                   FROM DATE YYYYMMDD.
               MOVE WS-OPER-ID TO WS-TAB-DECIDED-BY(WS-FIND-IDX).
               MOVE WS-OPER-ID TO WS-SEC-USER.
               MOVE "ACTION" TO WS-SEC-EVENT.
               MOVE SPACES TO WS-SEC-DETAIL.
               STRING "SUSPENSE ITEM " WS-ENTRY-ITEM " "
                   DELIMITED BY SIZE
                   WS-DECISION DELIMITED BY SPACE
                   " - KEY " WS-TAB-TRANS-DATA(WS-FIND-IDX)(2:8)
                   " FROM " WS-TAB-SOURCE(WS-FIND-IDX)
                   DELIMITED BY SIZE INTO WS-SEC-DETAIL
               END-STRING.
               PERFORM REWRITE-SUSPENSE-FILE.
               IF WS-SUSPENSE-FILE-STATUS = "00" THEN
                   DISPLAY "Item " WS-ENTRY-ITEM " "
                       FUNCTION TRIM(FUNCTION LOWER-CASE(WS-DECISION))
                       "."
               ELSE
                   PERFORM LOAD-SUSPENSE-TABLE
               END-IF.
           Decide-Item-Exit.

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
                   MOVE "CALCSUSP" TO SEC-PROGRAM
                   MOVE WS-SEC-USER TO SEC-USER-ID
                   MOVE WS-SEC-EVENT TO SEC-EVENT
                   MOVE WS-SEC-DETAIL TO SEC-DETAIL
                   WRITE SECLOG-RECORD
                   CLOSE SECLOG-FILE
               ELSE
                   DISPLAY "Security: cannot open CALC_SECURITY.LOG,"
                       " status " WS-SECLOG-FILE-STATUS
               END-IF.

           END PROGRAM CALCSUSP.
