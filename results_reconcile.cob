               05 FILLER PIC X(5).
               05 AUD-REM-SIGN PIC X(2).
               05 AUD-REM PIC X(14).
               05 FILLER PIC X(86).

           FD RECON-FILE.
           01 RECON-RECORD PIC X(132).
               05 RUNLOG-REC-COUNT PIC 9(7).
               05 FILLER PIC X(1).
               05 RUNLOG-RC PIC 9(2).
               05 FILLER PIC X(1).
               05 RUNLOG-USER PIC X(8).

           SD SORT-WORK-FILE.
           01 SORT-RECORD.
                   MOVE WS-RUN-END-TIME TO RUNLOG-END-TIME
                   MOVE WS-CSV-ROW-NUM TO RUNLOG-REC-COUNT
                   MOVE RETURN-CODE TO RUNLOG-RC
                   MOVE "BATCH" TO RUNLOG-USER
                   WRITE RUNLOG-RECORD
                   CLOSE RUNLOG-FILE
               ELSE
