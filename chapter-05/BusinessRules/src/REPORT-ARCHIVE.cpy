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

      * REPORT-ARCHIVE - the report archive index, one row per report
      * kept by the batch job driver: which report (the id from the
      * distribution table), for which business date, and - the
      * same report archived twice on one date by a rerun - which
      * run of it. RUN-DATE and RUN-TIME are the wall clock at the
      * archiving; the institution and recipients are copied from
      * the distribution table as they stood that night, so a
      * reprint shows who the report went to then. The content sits
      * on REPORT-ARCHIVE-LINE under the same key. RETAIN-UNTIL is
      * the business date the row and its content are purged after.
       01 (PREFIX)-REPORT-ARCHIVE.
        03 (PREFIX)-ARCHIVE-KEY.
         05 (PREFIX)-REPORT-ID         PIC X(12).
         05 (PREFIX)-PROCESSING-DATE   PIC 9(08).
         05 (PREFIX)-ARCHIVE-SEQ       PIC 9(03).
        03 (PREFIX)-RUN-DATE           PIC 9(08).
        03 (PREFIX)-RUN-TIME           PIC 9(08).
        03 (PREFIX)-INSTITUTION-CODE   PIC 9(03).
        03 (PREFIX)-JOB-NAME           PIC X(30).
        03 (PREFIX)-SOURCE-NAME        PIC X(30).
        03 (PREFIX)-LINE-COUNT         PIC 9(07).
        03 (PREFIX)-RETAIN-UNTIL       PIC 9(08).
        03 (PREFIX)-RECIPIENT          PIC X(20) OCCURS 5 TIMES.
