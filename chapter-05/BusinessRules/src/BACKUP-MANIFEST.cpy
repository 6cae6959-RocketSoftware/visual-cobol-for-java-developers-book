      *****************************************************************
      *                                                               *
      * Copyright 2020-2023 Open Text. All Rights Reserved.           *
      * This software may be used, modified, and distributed          *
      * (provided this notice is included without modification)       *
      * solely for demonstration purposes with other                  *
      * Micro Focus software, and is otherwise subject to the EULA at *
      * https://www.microfocus.com/en-us/legal/software-licensing.    *
      *                                                               *
      * THIS SOFTWARE IS PROVIDED "AS IS" AND ALL IMPLIED           *
      * WARRANTIES, INCLUDING THE IMPLIED WARRANTIES OF               *
      * MERCHANTABILITY AND FITNESS FOR A PARTICULAR PURPOSE,         *
      * SHALL NOT APPLY.                                              *
      * TO THE EXTENT PERMITTED BY LAW, IN NO EVENT WILL              *
      * MICRO FOCUS HAVE ANY LIABILITY WHATSOEVER IN CONNECTION       *
      * WITH THIS SOFTWARE.                                           *
      *                                                               *
      *****************************************************************

      * BACKUP-MANIFEST - the manifest written alongside every backup
      * set, one line-sequential row per line. The SET row labels the
      * set and carries the audit log position at the quiesce point
      * (rows on the trail and the stamp of the last one), which is
      * where a forward recovery from this set picks the trail up.
      * One FILE row per physical file copied - an indexed file's
      * index rides as its own row with SUFFIX ".idx" - holding the
      * byte count and a hash total folded over the bytes; the
      * account, customer, transaction and payment data rows also
      * carry their record count and a hash folded over the records.
      * The TBAL row holds the trial balance's own control figures
      * computed over the copied account file, for a verify run's
      * trial balance to tie back to.
       01 (PREFIX)-BACKUP-MANIFEST.
        03 (PREFIX)-BM-ROW-TYPE        PIC X(04).
         88 (PREFIX)-BM-SET-ROW            VALUE "SET".
         88 (PREFIX)-BM-FILE-ROW           VALUE "FILE".
         88 (PREFIX)-BM-TOTAL-ROW          VALUE "TBAL".
        03 (PREFIX)-BM-ROW-DATA        PIC X(120).
        03 (PREFIX)-BM-SET-DATA REDEFINES (PREFIX)-BM-ROW-DATA.
         05 (PREFIX)-BM-SET-LABEL       PIC X(20).
         05 (PREFIX)-BM-SET-DATE        PIC 9(08).
         05 (PREFIX)-BM-SET-TIME        PIC 9(08).
         05 (PREFIX)-BM-AUDIT-ROWS      PIC 9(10).
         05 (PREFIX)-BM-AUDIT-LAST-DATE PIC 9(08).
         05 (PREFIX)-BM-AUDIT-LAST-TIME PIC 9(08).
         05 (PREFIX)-BM-FILE-COUNT      PIC 9(04).
         05 FILLER                      PIC X(54).
        03 (PREFIX)-BM-FILE-DATA REDEFINES (PREFIX)-BM-ROW-DATA.
         05 (PREFIX)-BM-FILE-NAME       PIC X(30).
         05 (PREFIX)-BM-FILE-SUFFIX     PIC X(04).
         05 (PREFIX)-BM-FILE-BYTES      PIC 9(12).
         05 (PREFIX)-BM-FILE-BYTE-HASH  PIC 9(10).
         05 (PREFIX)-BM-FILE-RECORDS    PIC 9(09).
         05 (PREFIX)-BM-FILE-RECORD-HASH
                                         PIC 9(10).
         05 FILLER                      PIC X(45).
        03 (PREFIX)-BM-TOTAL-DATA REDEFINES (PREFIX)-BM-ROW-DATA.
         05 (PREFIX)-BM-TB-ACCOUNT-COUNT
                                         PIC 9(09).
         05 (PREFIX)-BM-TB-ACCOUNT-ID-HASH
                                         PIC 9(12).
         05 (PREFIX)-BM-TB-BALANCE-HASH PIC S9(14)V99
                                         SIGN LEADING SEPARATE.
         05 FILLER                      PIC X(82).
