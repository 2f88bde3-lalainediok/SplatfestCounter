      ******************************************************************
      *  SPLRUL.CPY - shared RUL-RECORD scoring rules layout          *
      *  COPY'd into every program that reads or writes SplRules.txt  *
      *                                                                *
      *  RUL-SET-ID is the indexed RECORD KEY -- one record per rule  *
      *  set. A team's score is the sum of three components:          *
      *                                                                *
      *      POINTS COMPONENT = total battle points * RUL-PTS-WEIGHT  *
      *      KILLS COMPONENT  = total kills         * RUL-KILL-WEIGHT *
      *      AVG COMPONENT    = avg points / player * RUL-AVG-WEIGHT  *
      *                                                                *
      *  The house rules are 0.100 / 5.000 / 1.000. An event names    *
      *  its rule set in EV-RULE-SET; spaces there means the house    *
      *  rules. A rule set may only score an event whose start date   *
      *  falls in RUL-EFF-START thru RUL-EFF-END; an end date of      *
      *  spaces means the rule set has no end date yet.               *
      ******************************************************************
       01 RUL-RECORD.
           05 RUL-SET-ID       PIC X(6).
           05 RUL-DESC         PIC X(30).
           05 RUL-PTS-WEIGHT   PIC 9(2)V9(3).
           05 RUL-KILL-WEIGHT  PIC 9(2)V9(3).
           05 RUL-AVG-WEIGHT   PIC 9(2)V9(3).
           05 RUL-EFF-START    PIC X(8).
           05 RUL-EFF-END      PIC X(8).
           05 FILLER           PIC X(13).
