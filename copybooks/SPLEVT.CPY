      *  EV-ID is the indexed RECORD KEY -- one record per Splatfest  *
      *  event. Programs that take an event id validate it against    *
      *  this file and refuse unknown or closed events.               *
      *                                                                *
      *  An event carries two or three official teams: EV-TEAM-3 is   *
      *  spaces for an ordinary two-team event and holds the third    *
      *  team of a tricolor event. It sits after EV-STATUS so every   *
      *  original field keeps its place; SPLCONV converts a file in   *
      *  the old 73-byte layout. The trailing FILLER is spare space   *
      *  so the next field added does not need another conversion.    *
      *                                                                *
      *  EV-RULE-SET names the SplRules.txt rule set SPLWINR scores   *
      *  the event under; spaces means the built-in house rules.      *
      ******************************************************************
       01 EVT-RECORD.
           05 EV-ID            PIC X(6).
           05 EV-STATUS        PIC X.
               88 EV-OPEN      VALUE 'O'.
               88 EV-CLOSED    VALUE 'C'.
           05 EV-TEAM-3        PIC X(10).
           05 EV-RULE-SET      PIC X(6).
           05 FILLER           PIC X(11).
