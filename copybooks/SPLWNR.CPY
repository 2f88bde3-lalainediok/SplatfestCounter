      *                                                                *
      *  WIN-EVENT-ID is the indexed RECORD KEY -- one record per     *
      *  certified event, written by SPLWINR when the winner is       *
      *  determined: the winning team, every official team's score    *
      *  and finishing place, the margin and the date determined.     *
      *  SPLWINR refuses to overwrite an existing record, so a        *
      *  certified result is permanent; the history and season        *
      *  reports read it to show won / lost per event.                *
      *                                                                *
      *  WIN-TEAM-COUNT is 2 or 3. For a two-team event WIN-TEAM-3 is *
      *  spaces and WIN-SCORE-3 / WIN-PLACE-3 are zero. A place is 1  *
      *  for the top score, and teams on equal scores share a place;  *
      *  WIN-TIE means two or more teams share first place. The       *
      *  margin is the winner's lead over the next best team. The     *
      *  third-team and place fields follow WIN-RESULT so the         *
      *  original fields keep their place; SPLCONV converts a file    *
      *  in the old 69-byte layout. The trailing FILLER is spare.     *
      *                                                                *
      *  WIN-RULE-SET is the rule set the result was scored under,    *
      *  spaces for the house rules - so every certified result can   *
      *  say which weights produced it.                               *
      ******************************************************************
       01 WIN-RECORD.
           05 WIN-EVENT-ID     PIC X(6).
           05 WIN-RESULT       PIC X.
               88 WIN-DECIDED  VALUE 'W'.
               88 WIN-TIE      VALUE 'T'.
           05 WIN-TEAM-3       PIC X(10).
           05 WIN-SCORE-3      PIC 9(8).
           05 WIN-PLACE-1      PIC 9.
           05 WIN-PLACE-2      PIC 9.
           05 WIN-PLACE-3      PIC 9.
           05 WIN-TEAM-COUNT   PIC 9.
           05 WIN-RULE-SET     PIC X(6).
           05 FILLER           PIC X(3).
