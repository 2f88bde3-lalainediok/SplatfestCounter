      ******************************************************************
      *  SPLJOB.CPY - shared JOB-RECORD night batch job stream layout *
      *  COPY'd into every program that reads SplJobs.txt             *
      *                                                                *
      *  One line per batch step, in the order the steps are to run,  *
      *  kept in fixed columns by whoever owns the night batch; a     *
      *  line with '*' in column 1 is a comment.                      *
      *                                                                *
      *      cols  1-8   step - the PROGRAM-ID the step logs under    *
      *                   on SplRunLog.txt                            *
      *      cols 10-44  up to four prerequisite steps, 9 apart;      *
      *                   each must be an earlier line, and the step  *
      *                   runs only if every one of them ended OK     *
      *      cols 46-80  command that runs the step; spaces runs      *
      *                   ./<step>                                    *
      *                                                                *
      *  The usual stream:                                            *
      *                                                                *
      *      SPLBKUP                                                  *
      *      SPLCLOSE                                                 *
      *      SPLEXCP  SPLBKUP                                         *
      *      SPLROLL  SPLBKUP                                         *
      *      SPLAPTS  SPLEXCP  SPLROLL                                *
      *      SPLRANK  SPLAPTS                                         *
      *      SPLRECON SPLAPTS                                         *
      ******************************************************************
       01 JOB-RECORD.
           05 JOB-STEP             PIC X(8).
           05 FILLER               PIC X.
           05 JOB-PREREQ-ENTRY OCCURS 4 TIMES.
               10 JOB-PREREQ       PIC X(8).
               10 FILLER           PIC X.
           05 JOB-COMMAND          PIC X(35).
