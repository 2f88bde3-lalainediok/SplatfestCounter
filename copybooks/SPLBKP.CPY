      ******************************************************************
      *  SPLBKP.CPY - shared BKP-RECORD master file backup layout     *
      *  COPY'd into every program that writes or reads a backup      *
      *                                                                *
      *  SPLBKUP unloads each indexed master to its own dated         *
      *  sequential backup: an 'H' header naming the master, one 'D'  *
      *  detail per master record carrying the record image, and a    *
      *  'T' trailer with the record count and the hash totals of the *
      *  key and of the numeric fields. A restore recomputes all      *
      *  three from the details and refuses a backup that does not    *
      *  balance. BKP-DATA is as wide as the widest master record.    *
      ******************************************************************
       01 BKP-RECORD.
           05 BKP-REC-TYPE         PIC X.
               88 BKP-HEADER       VALUE 'H'.
               88 BKP-DETAIL       VALUE 'D'.
               88 BKP-TRAILER      VALUE 'T'.
           05 BKP-MASTER           PIC X(8).
           05 BKP-DATA             PIC X(100).
           05 BKP-HEADER-DATA REDEFINES BKP-DATA.
               10 BKP-LIVE-NAME    PIC X(13).
               10 BKP-UNLOAD-DATE  PIC X(8).
               10 BKP-UNLOAD-TIME  PIC X(8).
               10 BKP-REC-LENGTH   PIC 9(3).
               10 FILLER           PIC X(68).
           05 BKP-TRAILER-DATA REDEFINES BKP-DATA.
               10 BKP-REC-COUNT    PIC 9(9).
               10 BKP-KEY-HASH     PIC 9(15).
               10 BKP-NUM-HASH     PIC 9(15).
               10 FILLER           PIC X(61).
