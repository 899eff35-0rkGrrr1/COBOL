      ***************************************************************
      * Job-stream restart record for CALC_JOBSTREAM.CKP, one line per
      * step of the current stream cycle, rewritten by CALCJOBS after
      * every step. The cycle date is the date the cycle began; run
      * days are judged on it, also when the cycle is resumed later.
      * Status: C complete, N not due on the cycle date, F failed
      * (return code over the step limit or no run record written),
      * H held (a step it depends on is not complete), P pending.
      * While any step is not C or N the next CALCJOBS run resumes
      * the cycle at the first such step; completed steps are not
      * run again. Deleting the file abandons the cycle.
      ***************************************************************
           01 JSTA-RECORD.
               05 JSTA-CYCLE-DATE PIC 9(8).
               05 JSTA-CYCLE-DATE-X REDEFINES JSTA-CYCLE-DATE
                   PIC X(8).
               05 FILLER PIC X(1).
               05 JSTA-STEP PIC 9(3).
               05 FILLER PIC X(1).
               05 JSTA-PROGRAM PIC X(10).
               05 FILLER PIC X(1).
               05 JSTA-STATUS PIC X(1).
               05 FILLER PIC X(1).
               05 JSTA-RC PIC 9(2).
               05 FILLER PIC X(1).
               05 JSTA-END-DATE PIC 9(8).
               05 FILLER PIC X(1).
               05 JSTA-END-TIME PIC 9(8).
               05 FILLER PIC X(1).
               05 JSTA-ATTEMPTS PIC 9(3).
               05 FILLER PIC X(1).
               05 JSTA-NOTE PIC X(20).
