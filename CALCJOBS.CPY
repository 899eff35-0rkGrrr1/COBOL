      ***************************************************************
      * Job-stream definition record for CALC_JOBSTREAM.DAT, one line
      * per step of the nightly stream, in the order the steps run.
      * Each step gives its number (ascending), the program id it
      * writes on CALC_RUNLOG.DAT, the highest return code it may end
      * with, up to three earlier steps it depends on (000 for none),
      * the days it runs and the command that starts it.
      * Run days: DAILY, WEEKDAYS (Monday to Friday), MONTHSTART (the
      * first of the month), MONTHEND (the last day of the month), or
      * a mask of seven Y/N letters for Monday to Sunday (YNYNYNN).
      * The command is passed to the shell as written, so a program
      * that asks the operator questions takes its answers from a
      * file (./calcarch < CALCARCH.ANS). Blank lines and lines
      * starting with * are comments. CALCJOBS runs the stream and
      * CALCSTAT takes its list of expected jobs from this file.
      ***************************************************************
           01 JOBS-RECORD.
               05 JOBS-STEP PIC 9(3).
               05 JOBS-STEP-X REDEFINES JOBS-STEP PIC X(3).
               05 FILLER PIC X(1).
               05 JOBS-PROGRAM PIC X(10).
               05 FILLER PIC X(1).
               05 JOBS-MAX-RC PIC 9(2).
               05 JOBS-MAX-RC-X REDEFINES JOBS-MAX-RC PIC X(2).
               05 FILLER PIC X(1).
               05 JOBS-AFTER-LIST.
                   10 JOBS-AFTER-ENTRY OCCURS 3 TIMES.
                       15 JOBS-AFTER PIC 9(3).
                       15 JOBS-AFTER-X REDEFINES JOBS-AFTER PIC X(3).
                       15 FILLER PIC X(1).
               05 JOBS-RUN-DAYS PIC X(10).
               05 FILLER PIC X(1).
               05 JOBS-COMMAND PIC X(120).
