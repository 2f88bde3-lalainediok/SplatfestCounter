      *  (A/C/D, or R for a suspense release), and the full before    *
      *  and after images of the changed record so a disputed value   *
      *  can be traced to its change. AUD-REC-TYPE says which master  *
      *  changed: 'R' for a change to RES-SPLT (SPLMAINT, or the      *
      *  SPLMATM re-roll of an event total), 'E' for a SPLEVENT       *
      *  change to EVT-RECORD (AUD-USERNAME is spaces for event       *
      *  changes), 'M' for a SPLMATM change to MAT-RECORD, 'S' for a  *
      *  SPLRULE change to RUL-RECORD (the rule set id is carried in  *
      *  AUD-SPLATFEST-ID). SPLMERG journals function M under the old *
      *  username for each record it moves to the surviving one: R,   *
      *  M, 'U' for SUS-SPLT, 'A' for an SplArch.txt record, and 'P'  *
      *  for the PLR-RECORD it marks inactive (AUD-SPLATFEST-ID is    *
      *  spaces for 'P'), and 'N' for a SPLRFUL change to ENT-RECORD  *
      *  (function F fulfilled, O back to outstanding) or an          *
      *  entitlement SPLMERG moves (function M). The image            *
      *  fields are 100 bytes, the size of EVT-RECORD and ENT-RECORD; *
      *  a smaller record's image is space-padded on the right.       *
      ******************************************************************
       01 AUD-RECORD.
           05 AUD-OPERATOR     PIC X(8).
           05 AUD-REC-TYPE     PIC X.
               88 AUD-PLAYER-REC VALUE 'R'.
               88 AUD-EVENT-REC  VALUE 'E'.
               88 AUD-MATCH-REC  VALUE 'M'.
               88 AUD-RULE-REC   VALUE 'S'.
               88 AUD-SUSP-REC   VALUE 'U'.
               88 AUD-ARCH-REC   VALUE 'A'.
               88 AUD-PLAYR-REC  VALUE 'P'.
               88 AUD-ENTL-REC   VALUE 'N'.
           05 AUD-SPLATFEST-ID PIC X(6).
           05 AUD-USERNAME     PIC X(15).
           05 AUD-BEFORE-IMAGE PIC X(100).
           05 AUD-AFTER-IMAGE  PIC X(100).
