      ******************************************************************
      *                                                                *
      *   SPLAUDR - daily audit trail report. Reads the SplAudit.txt  *
      *   journal SPLMAINT, SPLEVENT, SPLMATM, SPLRULE, SPLMERG and   *
      *   SPLRFUL write, selects one day's changes by the date        *
      *   entered at the console, and lists them grouped by event and *
      *   operator with the record type (R for a RES-SPLT change, E   *
      *   for an EVT-RECORD change, M for a MAT-RECORD change, S for  *
      *   a RUL-RECORD change - grouped under the rule set id - U, A  *
      *   and P for the suspense, archive and player records a        *
      *   username merge moves, N for a reward entitlement) and the   *
      *   before and after images of each changed record. The changes *
      *   run through a sort work file rather than an in-memory       *
      *   table, so the report is complete however busy the day was.  *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       FD AUDFILE.
           COPY SPLAUD.
       FD PRTFILE.
       01 PrintLine            PIC X(111).
       SD SRTFILE.
       01 SRT-REC.
           05 SRT-SORT.
           05 SRT-FUNCTION      PIC X.
           05 SRT-TYPE          PIC X.
           05 SRT-USERNAME      PIC X(15).
           05 SRT-BEFORE        PIC X(100).
           05 SRT-AFTER         PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-EOF-FLAG          PIC X VALUE SPACE.
           05 PrnAudUsername     PIC X(15).
       01 AudBeforeLine.
           05 FILLER            PIC X(11) VALUE "   BEFORE: ".
           05 PrnAudBefore       PIC X(100).
       01 AudAfterLine.
           05 FILLER            PIC X(11) VALUE "   AFTER : ".
           05 PrnAudAfter        PIC X(100).
       01 AudFooting.
           05 FILLER            PIC X(16) VALUE "TOTAL CHANGES : ".
           05 PrnAudCount        PIC ZZZZZ9.
