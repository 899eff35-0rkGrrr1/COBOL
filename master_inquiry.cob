                   ACCESS MODE IS RANDOM
                   RECORD KEY IS MAST-REF-KEY
                   FILE STATUS IS WS-MASTER-FILE-STATUS.
               SELECT OPER-FILE ASSIGN TO "CALC_OPERS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPER-FILE-STATUS.
               SELECT SECLOG-FILE ASSIGN TO "CALC_SECURITY.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SECLOG-FILE-STATUS.
               SELECT RUNLOG-FILE ASSIGN TO "CALC_RUNLOG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RUNLOG-FILE-STATUS.
           FD MASTER-FILE.
           COPY "CALCMAST.CPY".

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

       WORKING-STORAGE SECTION.
           01 WS-MASTER-FILE-STATUS PIC X(2).
           01 WS-RUNLOG-FILE-STATUS PIC X(2).
           01 WS-OPER-FILE-STATUS PIC X(2).
           01 WS-SECLOG-FILE-STATUS PIC X(2).
           01 WS-RUN-START-DATE PIC 9(8) VALUE ZEROS.
           01 WS-RUN-START-TIME PIC 9(8) VALUE ZEROS.
           01 WS-RUN-END-DATE PIC 9(8).
           01 WS-AMT-DISP PIC -Z(8)9.9(5).
           01 WS-RESULT-DISP PIC -Z(11)9.9(9).
           01 WS-REM-DISP PIC -Z(8)9.9(5).
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
           DISPLAY "Results master inquiry.".
           PERFORM OPERATOR-SIGN-ON.
           IF WS-SIGNON-OK NOT = "Y" THEN
               DISPLAY "Inquiry: sign-on failed - inquiry ended."
               MOVE 8 TO RETURN-CODE
               GO TO Exit-Program
           END-IF.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-FILE-STATUS NOT = "00" THEN
               DISPLAY "Inquiry: cannot open CALC_MASTER.IDX, status "
                   MOVE WS-RUN-END-TIME TO RUNLOG-END-TIME
                   MOVE WS-INQ-COUNT TO RUNLOG-REC-COUNT
                   MOVE RETURN-CODE TO RUNLOG-RC
                   MOVE WS-OPER-ID TO RUNLOG-USER
                   WRITE RUNLOG-RECORD
                   CLOSE RUNLOG-FILE
               ELSE
               DISPLAY "  Square root:    " WS-RESULT-DISP.
               MOVE MAST-L-AVG TO WS-RESULT-DISP.
               DISPLAY "  Average:        " WS-RESULT-DISP.
               MOVE MAST-L-RATE TO WS-RESULT-DISP.
               DISPLAY "  Rate:           " WS-RESULT-DISP
                   " " MAST-L-RATE-CODE.
               IF MAST-P-RUN-DATE = ZEROS THEN
                   DISPLAY "No prior results for this key."
               ELSE
                   DISPLAY "  Square root:    " WS-RESULT-DISP
                   MOVE MAST-P-AVG TO WS-RESULT-DISP
                   DISPLAY "  Average:        " WS-RESULT-DISP
                   MOVE MAST-P-RATE TO WS-RESULT-DISP
                   DISPLAY "  Rate:           " WS-RESULT-DISP
                       " " MAST-P-RATE-CODE
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
                   MOVE "CALCINQ" TO SEC-PROGRAM
                   MOVE WS-SEC-USER TO SEC-USER-ID
                   MOVE WS-SEC-EVENT TO SEC-EVENT
                   MOVE WS-SEC-DETAIL TO SEC-DETAIL
                   WRITE SECLOG-RECORD
                   CLOSE SECLOG-FILE
               ELSE
                   DISPLAY "Security: cannot open CALC_SECURITY.LOG,"
                       " status " WS-SECLOG-FILE-STATUS
               END-IF.

           END PROGRAM CALCINQ.
