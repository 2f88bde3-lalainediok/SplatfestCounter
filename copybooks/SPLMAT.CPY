      *  spreadsheet, and the detail is kept so a disputed event      *
      *  total can be traced back to its matches. The team name       *
      *  rides on each match so the rollup can build the RES-SPLT     *
      *  record without a separate header line. A single match is     *
      *  added, corrected or deleted with SPLMATM, which re-rolls     *
      *  that player's event total the same way.                      *
      ******************************************************************
       01 MAT-RECORD.
           05 MAT-KEY.
