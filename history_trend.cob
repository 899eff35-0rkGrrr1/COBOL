               05 RUNLOG-REC-COUNT PIC 9(7).
               05 FILLER PIC X(1).
               05 RUNLOG-RC PIC 9(2).
               05 FILLER PIC X(1).
               05 RUNLOG-USER PIC X(8).

       WORKING-STORAGE SECTION.
           01 WS-HISTORY-FILE-STATUS PIC X(2).
                   MOVE WS-RUN-END-TIME TO RUNLOG-END-TIME
                   MOVE WS-READ-COUNT TO RUNLOG-REC-COUNT
                   MOVE RETURN-CODE TO RUNLOG-RC
                   MOVE "BATCH" TO RUNLOG-USER
                   WRITE RUNLOG-RECORD
                   CLOSE RUNLOG-FILE
               ELSE
