                   ACCESS MODE IS RANDOM
                   RECORD KEY IS MAST-REF-KEY
                   FILE STATUS IS WS-MASTER-FILE-STATUS.
               SELECT PERIOD-FILE ASSIGN TO "CALC_PERIODS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PERIOD-FILE-STATUS.
               SELECT AUDIT-LOG-FILE ASSIGN TO "CALC_AUDIT.LOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-FILE-STATUS.
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

           FD OPER-FILE.
           COPY "CALCOPER.CPY".

           FD SECLOG-FILE.
           COPY "CALCSECL.CPY".

           FD RUNLOG-FILE.
           01 RUNLOG-RECORD.
               05 RUNLOG-REC-COUNT PIC 9(7).
               05 FILLER PIC X(1).
               05 RUNLOG-RC PIC 9(2).
               05 FILLER PIC X(1).
               05 RUNLOG-USER PIC X(8).

       WORKING-STORAGE SECTION.
           01 WS-MAINT-FILE-STATUS PIC X(2).
           01 WS-MASTER-FILE-STATUS PIC X(2).
           01 WS-AUDIT-FILE-STATUS PIC X(2).
           01 WS-PERIOD-FILE-STATUS PIC X(2).
           01 WS-RUNLOG-FILE-STATUS PIC X(2).
           01 WS-OPER-FILE-STATUS PIC X(2).
           01 WS-SECLOG-FILE-STATUS PIC X(2).
           01 WS-RUN-START-DATE PIC 9(8) VALUE ZEROS.
           01 WS-RUN-START-TIME PIC 9(8) VALUE ZEROS.
           01 WS-RUN-END-DATE PIC 9(8).
               88 END-OF-MAINT-FILE VALUE "Y".
           01 WS-AUDIT-DATE PIC 9(8).
           01 WS-AUDIT-TIME PIC 9(8).
           01 WS-AUDIT-SEQ PIC 9(9) VALUE ZEROS.
           01 WS-AUDIT-CHK PIC 9(10) VALUE ZEROS.
           01 WS-SEAL-WORK PIC 9(12) COMP VALUE ZEROS.
           01 WS-SEAL-IDX PIC 9(3) COMP.
           01 WS-SEAL-EOF PIC X(1).
           01 WS-RETURN-CODE PIC 9(2) VALUE ZEROS.
           01 WS-TRANS-COUNT PIC 9(5) VALUE ZEROS.
           01 WS-DELETE-COUNT PIC 9(5) VALUE ZEROS.
           01 WS-CORRECT-COUNT PIC 9(5) VALUE ZEROS.
           01 WS-RENAME-COUNT PIC 9(5) VALUE ZEROS.
           01 WS-ERROR-COUNT PIC 9(5) VALUE ZEROS.
           01 WS-REFUSED-COUNT PIC 9(5) VALUE ZEROS.
           01 WS-CLOSED-COUNT PIC 9(5) VALUE ZEROS.
           01 WS-CLOSED-TABLE.
               05 WS-CLOSED-ENTRY PIC 9(6) OCCURS 240 TIMES.
           01 WS-CLOSED-USED PIC 9(3) COMP VALUE ZEROS.
           01 WS-CLOSED-IDX PIC 9(3) COMP.
           01 WS-CLOSED-PERIOD PIC 9(6) VALUE ZEROS.
           01 WS-CHECK-DATE PIC 9(8).
           01 WS-PERIOD-EOF PIC X(1).
           01 WS-CNT-DISP PIC Z(4)9.
           01 WS-MAINT-ACTION PIC X(1).
           01 WS-MAINT-KEY PIC X(8).
           01 WS-IMAGE-TAIL PIC X(45).
           01 WS-IMAGE-A PIC -Z(8)9.9(5).
           01 WS-IMAGE-B PIC -Z(8)9.9(5).
           01 WS-SAVE-RECORD PIC X(600).
           01 WS-REC-OK PIC X(1).
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
           DISPLAY "Results master maintenance.".
           PERFORM OPERATOR-SIGN-ON.
           IF WS-SIGNON-OK NOT = "Y" THEN
               DISPLAY "Maintain: sign-on failed - no changes applied."
               MOVE 8 TO RETURN-CODE
               GO TO Exit-Program
           END-IF.
           IF NOT OPER-MAY-UPDATE THEN
               DISPLAY "Maintain: user " FUNCTION TRIM(WS-OPER-ID)
                   " has inquiry authority only - no changes applied."
               MOVE WS-OPER-ID TO WS-SEC-USER
               MOVE "REFUSED" TO WS-SEC-EVENT
               MOVE "CALCMAINT NEEDS OPERATOR AUTHORITY"
                   TO WS-SEC-DETAIL
               PERFORM WRITE-SECURITY-LOG
               MOVE 8 TO RETURN-CODE
               GO TO Exit-Program
           END-IF.
           PERFORM LOAD-CLOSED-PERIODS.
           IF WS-PERIOD-FILE-STATUS NOT = "00"
                   AND WS-PERIOD-FILE-STATUS NOT = "35" THEN
               DISPLAY "Maintain: cannot read CALC_PERIODS.DAT, status "
                   WS-PERIOD-FILE-STATUS " - no changes applied."
               MOVE 8 TO RETURN-CODE
               GO TO Exit-Program
           END-IF.
           OPEN INPUT MAINT-FILE.
           IF WS-MAINT-FILE-STATUS NOT = "00" THEN
               DISPLAY "Maintain: cannot open CALC_MAINT.DAT, status "
               MOVE 8 TO RETURN-CODE
               GO TO Exit-Program
           END-IF.
           PERFORM AUDIT-SEAL-LOAD.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = "00" THEN
               OPEN OUTPUT AUDIT-LOG-FILE
           DISPLAY "  keys renamed:                " WS-CNT-DISP.
           MOVE WS-ERROR-COUNT TO WS-CNT-DISP.
           DISPLAY "  transactions in error:       " WS-CNT-DISP.
           MOVE WS-REFUSED-COUNT TO WS-CNT-DISP.
           DISPLAY "    refused - no authority:    " WS-CNT-DISP.
           MOVE WS-CLOSED-COUNT TO WS-CNT-DISP.
           DISPLAY "    refused - period closed:   " WS-CNT-DISP.
           IF WS-ERROR-COUNT > 0 AND WS-RETURN-CODE < 4 THEN
               MOVE 4 TO WS-RETURN-CODE
           END-IF.
                   MOVE WS-RUN-END-TIME TO RUNLOG-END-TIME
                   MOVE WS-TRANS-COUNT TO RUNLOG-REC-COUNT
                   MOVE RETURN-CODE TO RUNLOG-RC
                   MOVE WS-OPER-ID TO RUNLOG-USER
                   WRITE RUNLOG-RECORD
                   CLOSE RUNLOG-FILE
               ELSE
               MOVE MNT-VALUE TO WS-MAINT-VALUE.
               IF WS-MAINT-KEY = SPACES THEN
                   PERFORM REJECT-MAINT-TRANS
               ELSE IF (WS-MAINT-ACTION = "D" OR WS-MAINT-ACTION = "R")
                       AND NOT OPER-IS-SUPERVISOR THEN
                   PERFORM REFUSE-MAINT-TRANS
               ELSE IF WS-MAINT-ACTION = "D" THEN
                   PERFORM APPLY-DELETE-KEY
               ELSE IF WS-MAINT-ACTION = "C" THEN
               DISPLAY "Maintain: transaction not understood - "
                   MAINT-RECORD.

           REFUSE-MAINT-TRANS.
               ADD 1 TO WS-ERROR-COUNT.
               ADD 1 TO WS-REFUSED-COUNT.
               DISPLAY "Maintain: " WS-MAINT-ACTION " of key "
                   WS-MAINT-KEY " refused - supervisor authority"
                   " required.".
               MOVE WS-OPER-ID TO WS-SEC-USER.
               MOVE "REFUSED" TO WS-SEC-EVENT.
               MOVE SPACES TO WS-SEC-DETAIL.
               IF WS-MAINT-ACTION = "D" THEN
                   STRING "DELETE KEY " DELIMITED BY SIZE
                       WS-MAINT-KEY DELIMITED BY SPACE
                       " NEEDS SUPERVISOR AUTHORITY" DELIMITED BY SIZE
                       INTO WS-SEC-DETAIL
                   END-STRING
               ELSE
                   STRING "RENAME KEY " DELIMITED BY SIZE
                       WS-MAINT-KEY DELIMITED BY SPACE
                       " NEEDS SUPERVISOR AUTHORITY" DELIMITED BY SIZE
                       INTO WS-SEC-DETAIL
                   END-STRING
               END-IF.
               PERFORM WRITE-SECURITY-LOG.

           REFUSE-CLOSED-PERIOD.
               ADD 1 TO WS-ERROR-COUNT.
               ADD 1 TO WS-CLOSED-COUNT.
               DISPLAY "Maintain: " WS-MAINT-ACTION " of key "
                   WS-MAINT-KEY " refused - business date in closed"
                   " period " WS-CLOSED-PERIOD ".".
               MOVE WS-OPER-ID TO WS-SEC-USER.
               MOVE "REFUSED" TO WS-SEC-EVENT.
               MOVE SPACES TO WS-SEC-DETAIL.
               STRING "KEY " DELIMITED BY SIZE
                   WS-MAINT-KEY DELIMITED BY SPACE
                   " IN CLOSED PERIOD " WS-CLOSED-PERIOD
                   DELIMITED BY SIZE
                   INTO WS-SEC-DETAIL
               END-STRING.
               PERFORM WRITE-SECURITY-LOG.

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

           CHECK-MAINT-PERIOD.
               MOVE MAST-L-RUN-DATE TO WS-CHECK-DATE.
               PERFORM CHECK-CLOSED-PERIOD.
               IF WS-CLOSED-PERIOD = 0 AND WS-MAINT-ACTION = "C"
                       AND WS-MAINT-FIELD = "RUN-DATE"
                       AND WS-MAINT-VALUE(1:8) IS NUMERIC THEN
                   MOVE WS-MAINT-VALUE(1:8) TO WS-CHECK-DATE
                   PERFORM CHECK-CLOSED-PERIOD
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

           LOG-MAINT-ACTION.
               MOVE WS-OPER-ID TO WS-SEC-USER.
               MOVE "ACTION" TO WS-SEC-EVENT.
               MOVE SPACES TO WS-SEC-DETAIL.
               IF WS-MAINT-ACTION = "D" THEN
                   STRING "DELETE KEY " DELIMITED BY SIZE
                       WS-MAINT-KEY DELIMITED BY SPACE
                       INTO WS-SEC-DETAIL
                   END-STRING
               ELSE IF WS-MAINT-ACTION = "R" THEN
                   STRING "RENAME KEY " DELIMITED BY SIZE
                       WS-MAINT-KEY DELIMITED BY SPACE
                       " TO " DELIMITED BY SIZE
                       WS-NEW-KEY DELIMITED BY SPACE
                       INTO WS-SEC-DETAIL
                   END-STRING
               ELSE
                   STRING "CORRECT KEY " DELIMITED BY SIZE
                       WS-MAINT-KEY DELIMITED BY SPACE
                       " FIELD " DELIMITED BY SIZE
                       WS-MAINT-FIELD DELIMITED BY SPACE
                       INTO WS-SEC-DETAIL
                   END-STRING
               END-IF.
               PERFORM WRITE-SECURITY-LOG.

           APPLY-DELETE-KEY.
               MOVE WS-MAINT-KEY TO MAST-REF-KEY.
               READ MASTER-FILE
                       DISPLAY "Maintain: delete - key " WS-MAINT-KEY
                           " is not on the results master."
                   NOT INVALID KEY
                       PERFORM CHECK-MAINT-PERIOD
                       IF WS-CLOSED-PERIOD > 0 THEN
                           PERFORM REFUSE-CLOSED-PERIOD
                       ELSE
                           PERFORM DELETE-MASTER-KEY
                       END-IF
               END-READ.

           DELETE-MASTER-KEY.
               MOVE "BEFORE" TO WS-IMAGE-TAG.
               PERFORM WRITE-AUDIT-IMAGE.
               DELETE MASTER-FILE RECORD
                   INVALID KEY
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY "Maintain: delete of key "
                           WS-MAINT-KEY " failed, status "
                           WS-MASTER-FILE-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-DELETE-COUNT
                       PERFORM LOG-MAINT-ACTION
                       MOVE "REMVD" TO WS-IMAGE-TAG
                       PERFORM WRITE-AUDIT-DELETED
               END-DELETE.

           APPLY-CORRECTION.
               MOVE WS-MAINT-KEY TO MAST-REF-KEY.
               READ MASTER-FILE
                       DISPLAY "Maintain: correct - key " WS-MAINT-KEY
                           " is not on the results master."
                   NOT INVALID KEY
                       PERFORM CHECK-MAINT-PERIOD
                       IF WS-CLOSED-PERIOD > 0 THEN
                           PERFORM REFUSE-CLOSED-PERIOD
                       ELSE
                           PERFORM CORRECT-LATEST-FIELD
                       END-IF
               END-READ.

           CORRECT-LATEST-FIELD.
                               WS-MASTER-FILE-STATUS
                       NOT INVALID KEY
                           ADD 1 TO WS-CORRECT-COUNT
                           PERFORM LOG-MAINT-ACTION
                           MOVE "AFTER" TO WS-IMAGE-TAG
                           PERFORM WRITE-AUDIT-IMAGE
                   END-REWRITE
                   MOVE WS-NUM-VALUE TO MAST-L-SQR
               ELSE IF WS-MAINT-FIELD = "AVG" THEN
                   MOVE WS-NUM-VALUE TO MAST-L-AVG
               ELSE IF WS-MAINT-FIELD = "RATE" THEN
                   MOVE WS-NUM-VALUE TO MAST-L-RATE
               ELSE
                   MOVE "N" TO WS-REC-OK
               END-IF.
                               WS-MAINT-KEY
                               " is not on the results master."
                       NOT INVALID KEY
                           PERFORM CHECK-MAINT-PERIOD
                           IF WS-CLOSED-PERIOD > 0 THEN
                               PERFORM REFUSE-CLOSED-PERIOD
                           ELSE
                               PERFORM RENAME-MASTER-KEY
                           END-IF
                   END-READ
               END-IF.

                                       WS-MASTER-FILE-STATUS
                               NOT INVALID KEY
                                   ADD 1 TO WS-RENAME-COUNT
                                   PERFORM LOG-MAINT-ACTION
                           END-DELETE
                   END-WRITE
               END-IF.
                   WS-IMAGE-TAIL
                   DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
               END-STRING.
               PERFORM AUDIT-SEAL-WRITE.

           FORMAT-FIELD-VALUE.
               MOVE SPACES TO WS-IMAGE-FLD-VAL.
               ELSE IF WS-MAINT-FIELD = "AVG" THEN
                   MOVE MAST-L-AVG TO WS-IMAGE-SUM
                   MOVE WS-IMAGE-SUM TO WS-IMAGE-FLD-VAL
               ELSE IF WS-MAINT-FIELD = "RATE" THEN
                   MOVE MAST-L-RATE TO WS-IMAGE-SUM
                   MOVE WS-IMAGE-SUM TO WS-IMAGE-FLD-VAL
               END-IF.

           WRITE-AUDIT-DELETED.
                   " record removed from the results master"
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
               MOVE WS-OPER-ID TO AUD-SEAL-USER.
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

           VALIDATE-MAINT-VALUE.
                   END-IF
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
                   MOVE "CALCMAINT" TO SEC-PROGRAM
                   MOVE WS-SEC-USER TO SEC-USER-ID
                   MOVE WS-SEC-EVENT TO SEC-EVENT
                   MOVE WS-SEC-DETAIL TO SEC-DETAIL
                   WRITE SECLOG-RECORD
                   CLOSE SECLOG-FILE
               ELSE
                   DISPLAY "Security: cannot open CALC_SECURITY.LOG,"
                       " status " WS-SECLOG-FILE-STATUS
               END-IF.

           END PROGRAM CALCMAINT.
