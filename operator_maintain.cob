      ***************************************************************
      * Author: Anastasija Litvinionok nlitvinionok@gmail.com
      * Date: 2026.10.15
      * Purpose: Maintenance of the CALC_OPERS.DAT operator file used
      *          to sign on to CALCULATOR, CALCINQ, CALCRATE and
      *          CALCMAINT. A supervisor lists, adds and updates
      *          operators, revokes and reinstates them and resets
      *          passwords. When no active supervisor is on file the
      *          run sets up the first one and ends. Every change is
      *          written to CALC_SECURITY.LOG.
      * Tectonics: cobc
      ****************************************************************
000001 IDENTIFICATION DIVISION.
000002 PROGRAM-ID. CALCOPER.

           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
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
           01 WS-OPER-FILE-STATUS PIC X(2).
           01 WS-SECLOG-FILE-STATUS PIC X(2).
           01 WS-RUNLOG-FILE-STATUS PIC X(2).
           01 WS-RUN-START-DATE PIC 9(8) VALUE ZEROS.
           01 WS-RUN-START-TIME PIC 9(8) VALUE ZEROS.
           01 WS-RUN-END-DATE PIC 9(8).
           01 WS-RUN-END-TIME PIC 9(8).
           01 WS-DONE-FLAG PIC X(1) VALUE "N".
           01 WS-CHOICE PIC X(1).
           01 WS-CHANGE-COUNT PIC 9(5) VALUE ZEROS.
           01 WS-CNT-DISP PIC Z(4)9.
           01 WS-OPER-TABLE.
               05 WS-OPER-LINE OCCURS 200 TIMES.
                   10 WS-TAB-USER-ID PIC X(8).
                   10 FILLER PIC X(1).
                   10 WS-TAB-STATUS PIC X(1).
                   10 FILLER PIC X(1).
                   10 WS-TAB-AUTHORITY PIC X(1).
                   10 FILLER PIC X(1).
                   10 WS-TAB-NAME PIC X(30).
                   10 FILLER PIC X(1).
                   10 WS-TAB-PASSWORD-X PIC X(10).
                   10 FILLER PIC X(1).
                   10 WS-TAB-CHANGED-DATE PIC 9(8).
                   10 FILLER PIC X(1).
                   10 WS-TAB-CHANGED-BY PIC X(8).
           01 WS-OPER-COUNT PIC 9(3) COMP VALUE ZEROS.
           01 WS-OPER-OVERFLOW PIC X(1) VALUE "N".
           01 WS-OPER-IDX PIC 9(3) COMP.
           01 WS-FIND-IDX PIC 9(3) COMP.
           01 WS-SUPER-COUNT PIC 9(3) COMP.
           01 WS-LIST-COUNT PIC 9(5).
           01 WS-ENTRY-ID PIC X(8).
           01 WS-ENTRY-NAME PIC X(30).
           01 WS-ENTRY-AUTHORITY PIC X(1).
           01 WS-ENTRY-PASSWORD PIC X(8).
           01 WS-ENTRY-CONFIRM PIC X(8).
           01 WS-ENTRY-VALID PIC X(1).
           01 WS-TODAY PIC 9(8).
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
           MOVE WS-RUN-START-DATE TO WS-TODAY.
           DISPLAY "Operator file maintenance for CALC_OPERS.DAT.".
           PERFORM LOAD-OPER-TABLE.
           IF WS-OPER-FILE-STATUS NOT = "00"
                   AND WS-OPER-FILE-STATUS NOT = "35" THEN
               DISPLAY "Operators: cannot read CALC_OPERS.DAT, status "
                   WS-OPER-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO Exit-Program
           END-IF.
           IF WS-OPER-OVERFLOW = "Y" THEN
               DISPLAY "Operators: CALC_OPERS.DAT holds more than"
                   " 200 operators - no operator can be changed."
               MOVE 8 TO RETURN-CODE
               GO TO Exit-Program
           END-IF.
           MOVE ZEROS TO WS-SUPER-COUNT.
           PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                   UNTIL WS-OPER-IDX > WS-OPER-COUNT
               IF WS-TAB-USER-ID(WS-OPER-IDX)(1:1) NOT = "*"
                       AND WS-TAB-STATUS(WS-OPER-IDX) = "A"
                       AND WS-TAB-AUTHORITY(WS-OPER-IDX) = "S" THEN
                   ADD 1 TO WS-SUPER-COUNT
               END-IF
           END-PERFORM.
           IF WS-SUPER-COUNT = 0 THEN
               PERFORM SET-UP-FIRST-SUPERVISOR
                   THRU Set-Up-First-Supervisor-Exit
               GO TO Exit-Program
           END-IF.
           PERFORM OPERATOR-SIGN-ON.
           IF WS-SIGNON-OK NOT = "Y" THEN
               DISPLAY "Operators: sign-on failed - no changes made."
               MOVE 8 TO RETURN-CODE
               GO TO Exit-Program
           END-IF.
           IF NOT OPER-IS-SUPERVISOR THEN
               DISPLAY "Operators: user " FUNCTION TRIM(WS-OPER-ID)
                   " is not a supervisor - no changes made."
               MOVE WS-OPER-ID TO WS-SEC-USER
               MOVE "REFUSED" TO WS-SEC-EVENT
               MOVE "CALCOPER NEEDS SUPERVISOR AUTHORITY"
                   TO WS-SEC-DETAIL
               PERFORM WRITE-SECURITY-LOG
               MOVE 8 TO RETURN-CODE
               GO TO Exit-Program
           END-IF.
           PERFORM UNTIL WS-DONE-FLAG = "Y"
               DISPLAY " "
               DISPLAY "List(L), add(A), update(U), revoke(R),"
                   " reinstate(E),"
               DISPLAY "reset password(P) or exit(X)?"
               MOVE SPACES TO WS-CHOICE
               ACCEPT WS-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
               PERFORM DO-MENU-CHOICE
           END-PERFORM.
           MOVE WS-CHANGE-COUNT TO WS-CNT-DISP.
           DISPLAY "Operator changes this session: " WS-CNT-DISP.
           DISPLAY "Operator file maintenance ended.".

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
                   MOVE "CALCOPER" TO RUNLOG-PROGRAM
                   MOVE WS-RUN-START-DATE TO RUNLOG-START-DATE
                   MOVE WS-RUN-START-TIME TO RUNLOG-START-TIME
                   MOVE WS-RUN-END-DATE TO RUNLOG-END-DATE
                   MOVE WS-RUN-END-TIME TO RUNLOG-END-TIME
                   MOVE WS-CHANGE-COUNT TO RUNLOG-REC-COUNT
                   MOVE RETURN-CODE TO RUNLOG-RC
                   MOVE WS-OPER-ID TO RUNLOG-USER
                   WRITE RUNLOG-RECORD
                   CLOSE RUNLOG-FILE
               ELSE
                   DISPLAY "Run control: cannot open CALC_RUNLOG.DAT,"
                       " status " WS-RUNLOG-FILE-STATUS
               END-IF.

           DO-MENU-CHOICE.
               IF WS-CHOICE = "L" THEN
                   PERFORM LIST-OPERATORS
               ELSE IF WS-CHOICE = "A" THEN
                   PERFORM ADD-OPERATOR THRU Add-Operator-Exit
               ELSE IF WS-CHOICE = "U" THEN
                   PERFORM UPDATE-OPERATOR THRU Update-Operator-Exit
               ELSE IF WS-CHOICE = "R" THEN
                   PERFORM REVOKE-OPERATOR THRU Revoke-Operator-Exit
               ELSE IF WS-CHOICE = "E" THEN
                   PERFORM REINSTATE-OPERATOR
                       THRU Reinstate-Operator-Exit
               ELSE IF WS-CHOICE = "P" THEN
                   PERFORM RESET-PASSWORD THRU Reset-Password-Exit
               ELSE IF WS-CHOICE = "X" OR WS-CHOICE = SPACES THEN
                   MOVE "Y" TO WS-DONE-FLAG
               ELSE
                   DISPLAY "Please enter L, A, U, R, E, P or X."
               END-IF.

           LOAD-OPER-TABLE.
               MOVE ZEROS TO WS-OPER-COUNT.
               MOVE "N" TO WS-OPER-OVERFLOW.
               OPEN INPUT OPER-FILE.
               IF WS-OPER-FILE-STATUS = "00" THEN
                   MOVE "N" TO WS-OPER-EOF
                   READ OPER-FILE
                       AT END MOVE "Y" TO WS-OPER-EOF
                   END-READ
                   PERFORM UNTIL WS-OPER-EOF = "Y"
                       IF OPER-RECORD NOT = SPACES THEN
                           IF WS-OPER-COUNT < 200 THEN
                               ADD 1 TO WS-OPER-COUNT
                               MOVE OPER-RECORD
                                   TO WS-OPER-LINE(WS-OPER-COUNT)
                           ELSE
                               MOVE "Y" TO WS-OPER-OVERFLOW
                           END-IF
                       END-IF
                       READ OPER-FILE
                           AT END MOVE "Y" TO WS-OPER-EOF
                       END-READ
                   END-PERFORM
                   CLOSE OPER-FILE
                   MOVE "00" TO WS-OPER-FILE-STATUS
               END-IF.

           REWRITE-OPER-FILE.
               OPEN OUTPUT OPER-FILE.
               IF WS-OPER-FILE-STATUS NOT = "00" THEN
                   DISPLAY "Operators: cannot write CALC_OPERS.DAT, "
                       "status " WS-OPER-FILE-STATUS
                       " - change not saved."
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                           UNTIL WS-OPER-IDX > WS-OPER-COUNT
                       MOVE WS-OPER-LINE(WS-OPER-IDX) TO OPER-RECORD
                       WRITE OPER-RECORD
                   END-PERFORM
                   CLOSE OPER-FILE
                   ADD 1 TO WS-CHANGE-COUNT
                   PERFORM WRITE-SECURITY-LOG
               END-IF.

           FIND-OPERATOR.
               MOVE ZEROS TO WS-FIND-IDX.
               PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                       UNTIL WS-OPER-IDX > WS-OPER-COUNT
                          OR WS-FIND-IDX > 0
                   IF WS-TAB-USER-ID(WS-OPER-IDX) = WS-ENTRY-ID THEN
                       MOVE WS-OPER-IDX TO WS-FIND-IDX
                   END-IF
               END-PERFORM.

           GET-ENTRY-ID.
               DISPLAY "Enter the user ID, up to 8 characters:".
               MOVE SPACES TO WS-ENTRY-ID.
               ACCEPT WS-ENTRY-ID.
               MOVE FUNCTION UPPER-CASE(WS-ENTRY-ID) TO WS-ENTRY-ID.
               IF WS-ENTRY-ID = SPACES OR WS-ENTRY-ID(1:1) = "*" THEN
                   MOVE SPACES TO WS-ENTRY-ID
               END-IF.

           GET-ENTRY-AUTHORITY.
               MOVE "N" TO WS-ENTRY-VALID.
               PERFORM UNTIL WS-ENTRY-VALID = "Y"
                   DISPLAY "Authority - inquiry(I), operator(O) or"
                       " supervisor(S):"
                   MOVE SPACES TO WS-ENTRY-AUTHORITY
                   ACCEPT WS-ENTRY-AUTHORITY
                   MOVE FUNCTION UPPER-CASE(WS-ENTRY-AUTHORITY)
                       TO WS-ENTRY-AUTHORITY
                   IF WS-ENTRY-AUTHORITY = "I" OR "O" OR "S" THEN
                       MOVE "Y" TO WS-ENTRY-VALID
                   END-IF
               END-PERFORM.

           GET-NEW-PASSWORD.
               MOVE "N" TO WS-ENTRY-VALID.
               PERFORM UNTIL WS-ENTRY-VALID = "Y"
                   DISPLAY "Enter the new password, up to 8 characters:"
                   MOVE SPACES TO WS-ENTRY-PASSWORD
                   ACCEPT WS-ENTRY-PASSWORD
                   DISPLAY "Enter the new password again:"
                   MOVE SPACES TO WS-ENTRY-CONFIRM
                   ACCEPT WS-ENTRY-CONFIRM
                   IF WS-ENTRY-PASSWORD = SPACES THEN
                       DISPLAY "A password is required."
                   ELSE IF WS-ENTRY-PASSWORD NOT = WS-ENTRY-CONFIRM THEN
                       DISPLAY "The passwords do not match."
                   ELSE
                       MOVE "Y" TO WS-ENTRY-VALID
                   END-IF
               END-PERFORM.
               MOVE WS-ENTRY-ID TO WS-SIGNON-ID.
               MOVE WS-ENTRY-PASSWORD TO WS-SIGNON-PASSWORD.
               PERFORM HASH-SIGN-ON-PASSWORD.
               MOVE SPACES TO WS-SIGNON-PASSWORD.
               MOVE SPACES TO WS-ENTRY-PASSWORD.
               MOVE SPACES TO WS-ENTRY-CONFIRM.

           STAMP-OPER-CHANGE.
               MOVE WS-TODAY TO WS-TAB-CHANGED-DATE(WS-FIND-IDX).
               MOVE WS-OPER-ID TO WS-TAB-CHANGED-BY(WS-FIND-IDX).
               MOVE WS-OPER-ID TO WS-SEC-USER.
               MOVE "ACTION" TO WS-SEC-EVENT.

           SET-UP-FIRST-SUPERVISOR.
               DISPLAY "No active supervisor is on file - set up the"
                   " first supervisor.".
               PERFORM GET-ENTRY-ID.
               IF WS-ENTRY-ID = SPACES OR WS-ENTRY-ID = "BATCH" THEN
                   DISPLAY "Operators: no valid user ID entered - "
                       "nothing set up."
                   MOVE 8 TO RETURN-CODE
                   GO TO Set-Up-First-Supervisor-Exit
               END-IF.
               PERFORM FIND-OPERATOR.
               IF WS-FIND-IDX = 0 THEN
                   IF WS-OPER-COUNT >= 200 THEN
                       DISPLAY "Operators: operator file is full."
                       MOVE 8 TO RETURN-CODE
                       GO TO Set-Up-First-Supervisor-Exit
                   END-IF
                   ADD 1 TO WS-OPER-COUNT
                   MOVE WS-OPER-COUNT TO WS-FIND-IDX
                   MOVE SPACES TO WS-OPER-LINE(WS-FIND-IDX)
                   MOVE WS-ENTRY-ID TO WS-TAB-USER-ID(WS-FIND-IDX)
                   DISPLAY "Enter the supervisor's name:"
                   MOVE SPACES TO WS-ENTRY-NAME
                   ACCEPT WS-ENTRY-NAME
                   MOVE WS-ENTRY-NAME TO WS-TAB-NAME(WS-FIND-IDX)
               END-IF.
               PERFORM GET-NEW-PASSWORD.
               MOVE "A" TO WS-TAB-STATUS(WS-FIND-IDX).
               MOVE "S" TO WS-TAB-AUTHORITY(WS-FIND-IDX).
               MOVE WS-PASSWORD-CHK-X
                   TO WS-TAB-PASSWORD-X(WS-FIND-IDX).
               MOVE WS-ENTRY-ID TO WS-OPER-ID.
               PERFORM STAMP-OPER-CHANGE.
               MOVE SPACES TO WS-SEC-DETAIL.
               STRING "FIRST SUPERVISOR " DELIMITED BY SIZE
                   WS-ENTRY-ID DELIMITED BY SPACE
                   " SET UP" DELIMITED BY SIZE
                   INTO WS-SEC-DETAIL
               END-STRING.
               PERFORM REWRITE-OPER-FILE.
               IF RETURN-CODE = 0 THEN
                   DISPLAY "Supervisor " FUNCTION TRIM(WS-ENTRY-ID)
                       " set up - run again to maintain operators."
               END-IF.
           Set-Up-First-Supervisor-Exit.

           LIST-OPERATORS.
               DISPLAY "USER ID  ST AU NAME                          "
                   " CHANGED  BY".
               MOVE ZEROS TO WS-LIST-COUNT.
               PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                       UNTIL WS-OPER-IDX > WS-OPER-COUNT
                   IF WS-TAB-USER-ID(WS-OPER-IDX)(1:1) NOT = "*" THEN
                       ADD 1 TO WS-LIST-COUNT
                       DISPLAY WS-TAB-USER-ID(WS-OPER-IDX) " "
                           WS-TAB-STATUS(WS-OPER-IDX) "  "
                           WS-TAB-AUTHORITY(WS-OPER-IDX) "  "
                           WS-TAB-NAME(WS-OPER-IDX) " "
                           WS-TAB-CHANGED-DATE(WS-OPER-IDX) " "
                           WS-TAB-CHANGED-BY(WS-OPER-IDX)
                   END-IF
               END-PERFORM.
               MOVE WS-LIST-COUNT TO WS-CNT-DISP.
               DISPLAY "Operators on file: " WS-CNT-DISP.

           ADD-OPERATOR.
               PERFORM GET-ENTRY-ID.
               IF WS-ENTRY-ID = SPACES OR WS-ENTRY-ID = "BATCH" THEN
                   DISPLAY "No valid user ID entered - nothing added."
                   GO TO Add-Operator-Exit
               END-IF.
               PERFORM FIND-OPERATOR.
               IF WS-FIND-IDX > 0 THEN
                   DISPLAY "User ID " FUNCTION TRIM(WS-ENTRY-ID)
                       " is already on file - nothing added."
                   GO TO Add-Operator-Exit
               END-IF.
               IF WS-OPER-COUNT >= 200 THEN
                   DISPLAY "Operators: operator file is full - "
                       "nothing added."
                   GO TO Add-Operator-Exit
               END-IF.
               DISPLAY "Enter the operator's name:".
               MOVE SPACES TO WS-ENTRY-NAME.
               ACCEPT WS-ENTRY-NAME.
               PERFORM GET-ENTRY-AUTHORITY.
               PERFORM GET-NEW-PASSWORD.
               ADD 1 TO WS-OPER-COUNT.
               MOVE WS-OPER-COUNT TO WS-FIND-IDX.
               MOVE SPACES TO WS-OPER-LINE(WS-FIND-IDX).
               MOVE WS-ENTRY-ID TO WS-TAB-USER-ID(WS-FIND-IDX).
               MOVE "A" TO WS-TAB-STATUS(WS-FIND-IDX).
               MOVE WS-ENTRY-AUTHORITY TO WS-TAB-AUTHORITY(WS-FIND-IDX).
               MOVE WS-ENTRY-NAME TO WS-TAB-NAME(WS-FIND-IDX).
               MOVE WS-PASSWORD-CHK-X
                   TO WS-TAB-PASSWORD-X(WS-FIND-IDX).
               PERFORM STAMP-OPER-CHANGE.
               MOVE SPACES TO WS-SEC-DETAIL.
               STRING "OPERATOR " DELIMITED BY SIZE
                   WS-ENTRY-ID DELIMITED BY SPACE
                   " ADDED AUTHORITY " DELIMITED BY SIZE
                   WS-ENTRY-AUTHORITY DELIMITED BY SIZE
                   INTO WS-SEC-DETAIL
               END-STRING.
               PERFORM REWRITE-OPER-FILE.
               DISPLAY "Added " FUNCTION TRIM(WS-ENTRY-ID) ".".
           Add-Operator-Exit.

           UPDATE-OPERATOR.
               PERFORM GET-ENTRY-ID.
               PERFORM FIND-OPERATOR.
               IF WS-ENTRY-ID = SPACES OR WS-FIND-IDX = 0 THEN
                   DISPLAY "User ID is not on file - nothing updated."
                   GO TO Update-Operator-Exit
               END-IF.
               DISPLAY "Enter the new name, or blank to keep "
                   FUNCTION TRIM(WS-TAB-NAME(WS-FIND-IDX)) ":".
               MOVE SPACES TO WS-ENTRY-NAME.
               ACCEPT WS-ENTRY-NAME.
               IF WS-ENTRY-NAME = SPACES THEN
                   MOVE WS-TAB-NAME(WS-FIND-IDX) TO WS-ENTRY-NAME
               END-IF.
               PERFORM GET-ENTRY-AUTHORITY.
               IF WS-ENTRY-ID = WS-OPER-ID
                       AND WS-ENTRY-AUTHORITY NOT = "S" THEN
                   DISPLAY "You cannot lower your own authority - "
                       "nothing updated."
                   GO TO Update-Operator-Exit
               END-IF.
               MOVE WS-ENTRY-NAME TO WS-TAB-NAME(WS-FIND-IDX).
               MOVE WS-ENTRY-AUTHORITY TO WS-TAB-AUTHORITY(WS-FIND-IDX).
               PERFORM STAMP-OPER-CHANGE.
               MOVE SPACES TO WS-SEC-DETAIL.
               STRING "OPERATOR " DELIMITED BY SIZE
                   WS-ENTRY-ID DELIMITED BY SPACE
                   " UPDATED AUTHORITY " DELIMITED BY SIZE
                   WS-ENTRY-AUTHORITY DELIMITED BY SIZE
                   INTO WS-SEC-DETAIL
               END-STRING.
               PERFORM REWRITE-OPER-FILE.
               DISPLAY "Updated " FUNCTION TRIM(WS-ENTRY-ID) ".".
           Update-Operator-Exit.

           REVOKE-OPERATOR.
               PERFORM GET-ENTRY-ID.
               PERFORM FIND-OPERATOR.
               IF WS-ENTRY-ID = SPACES OR WS-FIND-IDX = 0 THEN
                   DISPLAY "User ID is not on file - nothing revoked."
                   GO TO Revoke-Operator-Exit
               END-IF.
               IF WS-ENTRY-ID = WS-OPER-ID THEN
                   DISPLAY "You cannot revoke your own user ID."
                   GO TO Revoke-Operator-Exit
               END-IF.
               IF WS-TAB-STATUS(WS-FIND-IDX) = "R" THEN
                   DISPLAY "User ID " FUNCTION TRIM(WS-ENTRY-ID)
                       " is already revoked."
                   GO TO Revoke-Operator-Exit
               END-IF.
               MOVE "R" TO WS-TAB-STATUS(WS-FIND-IDX).
               PERFORM STAMP-OPER-CHANGE.
               MOVE SPACES TO WS-SEC-DETAIL.
               STRING "OPERATOR " DELIMITED BY SIZE
                   WS-ENTRY-ID DELIMITED BY SPACE
                   " REVOKED" DELIMITED BY SIZE
                   INTO WS-SEC-DETAIL
               END-STRING.
               PERFORM REWRITE-OPER-FILE.
               DISPLAY "Revoked " FUNCTION TRIM(WS-ENTRY-ID) ".".
           Revoke-Operator-Exit.

           REINSTATE-OPERATOR.
               PERFORM GET-ENTRY-ID.
               PERFORM FIND-OPERATOR.
               IF WS-ENTRY-ID = SPACES OR WS-FIND-IDX = 0 THEN
                   DISPLAY "User ID is not on file - nothing "
                       "reinstated."
                   GO TO Reinstate-Operator-Exit
               END-IF.
               IF WS-TAB-STATUS(WS-FIND-IDX) = "A" THEN
                   DISPLAY "User ID " FUNCTION TRIM(WS-ENTRY-ID)
                       " is already active."
                   GO TO Reinstate-Operator-Exit
               END-IF.
               MOVE "A" TO WS-TAB-STATUS(WS-FIND-IDX).
               PERFORM STAMP-OPER-CHANGE.
               MOVE SPACES TO WS-SEC-DETAIL.
               STRING "OPERATOR " DELIMITED BY SIZE
                   WS-ENTRY-ID DELIMITED BY SPACE
                   " REINSTATED" DELIMITED BY SIZE
                   INTO WS-SEC-DETAIL
               END-STRING.
               PERFORM REWRITE-OPER-FILE.
               DISPLAY "Reinstated " FUNCTION TRIM(WS-ENTRY-ID) ".".
           Reinstate-Operator-Exit.

           RESET-PASSWORD.
               PERFORM GET-ENTRY-ID.
               PERFORM FIND-OPERATOR.
               IF WS-ENTRY-ID = SPACES OR WS-FIND-IDX = 0 THEN
                   DISPLAY "User ID is not on file - nothing reset."
                   GO TO Reset-Password-Exit
               END-IF.
               PERFORM GET-NEW-PASSWORD.
               MOVE WS-PASSWORD-CHK-X
                   TO WS-TAB-PASSWORD-X(WS-FIND-IDX).
               PERFORM STAMP-OPER-CHANGE.
               MOVE SPACES TO WS-SEC-DETAIL.
               STRING "OPERATOR " DELIMITED BY SIZE
                   WS-ENTRY-ID DELIMITED BY SPACE
                   " PASSWORD RESET" DELIMITED BY SIZE
                   INTO WS-SEC-DETAIL
               END-STRING.
               PERFORM REWRITE-OPER-FILE.
               DISPLAY "Password reset for "
                   FUNCTION TRIM(WS-ENTRY-ID) ".".
           Reset-Password-Exit.

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
                   MOVE "CALCOPER" TO SEC-PROGRAM
                   MOVE WS-SEC-USER TO SEC-USER-ID
                   MOVE WS-SEC-EVENT TO SEC-EVENT
                   MOVE WS-SEC-DETAIL TO SEC-DETAIL
                   WRITE SECLOG-RECORD
                   CLOSE SECLOG-FILE
               ELSE
                   DISPLAY "Security: cannot open CALC_SECURITY.LOG,"
                       " status " WS-SECLOG-FILE-STATUS
               END-IF.

           END PROGRAM CALCOPER.
