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

      *> Report archive inquiry - finds and reprints a report the
      *> batch job driver archived. Takes one request line,
      *> REPORT-ID,DATE,RUN: DATE is the business date the report was
      *> produced for, or * to list every archived run of the report
      *> with its dates, institution and line count; RUN picks one
      *> run when a date was rerun, * meaning the latest. A named
      *> date lists the run's index details - run date and time, the
      *> job, the institution and who it went to - and writes its
      *> content, line for line as first printed, to the reprint file.
       program-id. ReportArchiveInquiry.

       environment division.
       input-output section.
       file-control.
           select Request-File assign to external reportInquiryFile
               organization is line sequential
               file status is WS-REQUEST-STATUS
               .
           select Archive-Index-File
               assign to external reportArchiveIndexFile
               file status is WS-INDEX-STATUS
               organization is indexed
               access mode is dynamic
               record key is RIX-ARCHIVE-KEY of RIX-REPORT-ARCHIVE
               .
           select Archive-Line-File
               assign to external reportArchiveLineFile
               file status is WS-LINE-STATUS
               organization is indexed
               access mode is dynamic
               record key is RLN-LINE-KEY of RLN-REPORT-ARCHIVE-LINE
               .
           select Reprint-File assign to external reportReprintFile
               organization is line sequential
               file status is WS-REPRINT-STATUS
               .

       data division.
       file section.
       fd Request-File.
       01 REQUEST-LINE                     PIC X(60).
       fd Archive-Index-File.
       copy "REPORT-ARCHIVE.cpy" replacing ==(PREFIX)== by ==RIX==.
       fd Archive-Line-File.
       copy "REPORT-ARCHIVE-LINE.cpy" replacing ==(PREFIX)== by ==RLN==.
       fd Reprint-File.
       01 REPRINT-LINE                     PIC X(200).

       working-storage section.
       01 WS-REQUEST-STATUS                PIC XX.
       01 WS-INDEX-STATUS                  PIC XX.
       01 WS-LINE-STATUS                   PIC XX.
       01 WS-REPRINT-STATUS                PIC XX.

       01 WS-SEL-REPORT-ID                 PIC X(12).
       01 WS-SEL-DATE                      PIC X(08).
       01 WS-SEL-DATE-NUM REDEFINES WS-SEL-DATE
                                           PIC 9(08).
       01 WS-SEL-RUN                       PIC X(03).
       01 WS-SEL-RUN-RIGHT                 PIC X(03) JUSTIFIED RIGHT.
       01 WS-SEL-RUN-NUM REDEFINES WS-SEL-RUN-RIGHT
                                           PIC 9(03).
       01 WS-SEL-TALLY                     PIC 99 COMP-5.

      *> The run chosen for reprint.
       01 WS-FOUND-FLAG                    PIC X.
        88 RUN-WAS-FOUND                       VALUE "Y".
       copy "REPORT-ARCHIVE.cpy" replacing ==(PREFIX)==
                                        by ==WS-CHOSEN==.
       01 WS-RUNS-LISTED                   PIC 9(6) COMP-5 VALUE 0.
       01 WS-LINES-REPRINTED               PIC 9(7) COMP-5 VALUE 0.
       01 WS-RECIPIENT-INDEX               PIC 9 COMP-5.

       procedure division.
           perform READ-SELECTION
           if WS-REQUEST-STATUS = "00"
               open input Archive-Index-File
               if WS-INDEX-STATUS <> "00"
                   display "*** Could not open report archive index, "
                           "status " WS-INDEX-STATUS
                   move 8 to return-code
               else
                   if WS-SEL-DATE(1:1) = "*"
                       perform LIST-ARCHIVED-RUNS
                   else
                       perform FIND-CHOSEN-RUN
                       if RUN-WAS-FOUND
                           perform SHOW-RUN-DETAILS
                           perform REPRINT-RUN
                       end-if
                   end-if
                   close Archive-Index-File
               end-if
           end-if
           stop run.

       READ-SELECTION SECTION.
           open input Request-File
           if WS-REQUEST-STATUS <> "00"
               display "*** Could not open inquiry request file, "
                       "status " WS-REQUEST-STATUS
               exit section
           end-if
           read Request-File
               at end move "10" to WS-REQUEST-STATUS
           end-read
           if WS-REQUEST-STATUS <> "00"
               display "*** Inquiry request file is empty"
               close Request-File
               exit section
           end-if
           move 0 to WS-SEL-TALLY
           unstring REQUEST-LINE delimited by ","
               into WS-SEL-REPORT-ID
                    WS-SEL-DATE
                    WS-SEL-RUN
               tallying in WS-SEL-TALLY
           end-unstring
           close Request-File
           if WS-SEL-TALLY <> 3 or WS-SEL-REPORT-ID = spaces
               display "*** Request must be REPORT-ID,DATE,RUN "
                       "(use * for any): " REQUEST-LINE
               move "99" to WS-REQUEST-STATUS
               exit section
           end-if
           if WS-SEL-DATE(1:1) <> "*" and WS-SEL-DATE is not numeric
               display "*** Date must be YYYYMMDD or *: " WS-SEL-DATE
               move "99" to WS-REQUEST-STATUS
               exit section
           end-if
      *>   A run number is taken as typed - "2" is run 002.
           move 0 to WS-SEL-RUN-NUM
           if WS-SEL-RUN(1:1) <> "*" and WS-SEL-RUN <> spaces
               unstring WS-SEL-RUN delimited by space
                   into WS-SEL-RUN-RIGHT
               end-unstring
               inspect WS-SEL-RUN-RIGHT replacing leading space by "0"
               if WS-SEL-RUN-NUM is not numeric
                   display "*** Run must be a number or *: "
                           WS-SEL-RUN
                   move "99" to WS-REQUEST-STATUS
                   exit section
               end-if
           end-if
           display "*** Report archive inquiry: report "
                   WS-SEL-REPORT-ID " date " WS-SEL-DATE
                   " run " WS-SEL-RUN
           .

       LIST-ARCHIVED-RUNS SECTION.
           move WS-SEL-REPORT-ID to RIX-REPORT-ID of RIX-REPORT-ARCHIVE
           move 0 to RIX-PROCESSING-DATE of RIX-REPORT-ARCHIVE
           move 0 to RIX-ARCHIVE-SEQ of RIX-REPORT-ARCHIVE
           start Archive-Index-File key >= RIX-ARCHIVE-KEY
                                              of RIX-REPORT-ARCHIVE
           perform until WS-INDEX-STATUS <> "00"
               read Archive-Index-File next
                   at end move "10" to WS-INDEX-STATUS
               end-read
               if WS-INDEX-STATUS = "00"
                   if RIX-REPORT-ID of RIX-REPORT-ARCHIVE
                                       <> WS-SEL-REPORT-ID
                       move "10" to WS-INDEX-STATUS
                   else
                       add 1 to WS-RUNS-LISTED
                       display RIX-PROCESSING-DATE
                                       of RIX-REPORT-ARCHIVE
                               " run " RIX-ARCHIVE-SEQ
                                       of RIX-REPORT-ARCHIVE
                               "  archived " RIX-RUN-DATE
                               " " RIX-RUN-TIME
                               "  inst " RIX-INSTITUTION-CODE
                               "  lines " RIX-LINE-COUNT
                               "  kept to " RIX-RETAIN-UNTIL
                   end-if
               end-if
           end-perform
           display "*** Archived runs listed: " WS-RUNS-LISTED
           if WS-RUNS-LISTED = 0
               move 4 to return-code
           end-if
           .

      *> The run asked for, or the last run archived for the date.
       FIND-CHOSEN-RUN SECTION.
           move "N" to WS-FOUND-FLAG
           move WS-SEL-REPORT-ID to RIX-REPORT-ID of RIX-REPORT-ARCHIVE
           move WS-SEL-DATE-NUM to
                        RIX-PROCESSING-DATE of RIX-REPORT-ARCHIVE
           move 0 to RIX-ARCHIVE-SEQ of RIX-REPORT-ARCHIVE
           start Archive-Index-File key >= RIX-ARCHIVE-KEY
                                              of RIX-REPORT-ARCHIVE
           perform until WS-INDEX-STATUS <> "00"
               read Archive-Index-File next
                   at end move "10" to WS-INDEX-STATUS
               end-read
               if WS-INDEX-STATUS = "00"
                   if RIX-REPORT-ID of RIX-REPORT-ARCHIVE
                                       <> WS-SEL-REPORT-ID
                       or RIX-PROCESSING-DATE of RIX-REPORT-ARCHIVE
                                       <> WS-SEL-DATE-NUM
                       move "10" to WS-INDEX-STATUS
                   else
                       if WS-SEL-RUN-NUM = 0
                           or RIX-ARCHIVE-SEQ of RIX-REPORT-ARCHIVE
                                       = WS-SEL-RUN-NUM
                           move RIX-REPORT-ARCHIVE to
                                WS-CHOSEN-REPORT-ARCHIVE
                           set RUN-WAS-FOUND to true
                       end-if
                   end-if
               end-if
           end-perform
           if RUN-WAS-FOUND
               move WS-CHOSEN-REPORT-ARCHIVE to RIX-REPORT-ARCHIVE
           else
               display "*** No archived run of " WS-SEL-REPORT-ID
                       " for " WS-SEL-DATE " run " WS-SEL-RUN
               move 4 to return-code
           end-if
           .

       SHOW-RUN-DETAILS SECTION.
           display "REPORT      " RIX-REPORT-ID of RIX-REPORT-ARCHIVE
           display "FOR DATE    " RIX-PROCESSING-DATE
                                       of RIX-REPORT-ARCHIVE
                   "  run " RIX-ARCHIVE-SEQ of RIX-REPORT-ARCHIVE
           display "ARCHIVED    " RIX-RUN-DATE " " RIX-RUN-TIME
           display "JOB         " RIX-JOB-NAME
           display "FILE        " RIX-SOURCE-NAME
           display "INSTITUTION " RIX-INSTITUTION-CODE
           display "LINES       " RIX-LINE-COUNT
           display "KEPT UNTIL  " RIX-RETAIN-UNTIL
           perform varying WS-RECIPIENT-INDEX from 1 by 1
                       until WS-RECIPIENT-INDEX > 5
               if RIX-RECIPIENT(WS-RECIPIENT-INDEX) <> spaces
                   display "SENT TO     "
                           RIX-RECIPIENT(WS-RECIPIENT-INDEX)
               end-if
           end-perform
           .

       REPRINT-RUN SECTION.
           open input Archive-Line-File
           if WS-LINE-STATUS <> "00"
               display "*** Could not open report archive content, "
                       "status " WS-LINE-STATUS
               move 8 to return-code
               exit section
           end-if
           open output Reprint-File
           if WS-REPRINT-STATUS <> "00"
               display "*** Could not open reprint file, status "
                       WS-REPRINT-STATUS
               close Archive-Line-File
               move 8 to return-code
               exit section
           end-if
           move RIX-ARCHIVE-KEY of RIX-REPORT-ARCHIVE to
                        RLN-LINE-KEY of RLN-REPORT-ARCHIVE-LINE
           move 0 to RLN-LINE-NUMBER
           start Archive-Line-File key >= RLN-LINE-KEY
                                          of RLN-REPORT-ARCHIVE-LINE
           perform until WS-LINE-STATUS <> "00"
               read Archive-Line-File next
                   at end move "10" to WS-LINE-STATUS
               end-read
               if WS-LINE-STATUS = "00"
                   if RLN-REPORT-ID of RLN-REPORT-ARCHIVE-LINE
                           <> RIX-REPORT-ID of RIX-REPORT-ARCHIVE
                       or RLN-PROCESSING-DATE
                          of RLN-REPORT-ARCHIVE-LINE
                           <> RIX-PROCESSING-DATE of RIX-REPORT-ARCHIVE
                       or RLN-ARCHIVE-SEQ of RLN-REPORT-ARCHIVE-LINE
                           <> RIX-ARCHIVE-SEQ of RIX-REPORT-ARCHIVE
                       move "10" to WS-LINE-STATUS
                   else
                       move RLN-LINE-TEXT to REPRINT-LINE
                       write REPRINT-LINE
                       add 1 to WS-LINES-REPRINTED
                   end-if
               end-if
           end-perform
           close Archive-Line-File
           close Reprint-File
           display "*** Lines reprinted: " WS-LINES-REPRINTED
           if WS-LINES-REPRINTED <> RIX-LINE-COUNT
               display "*** Reprint has " WS-LINES-REPRINTED
                       " lines, index says " RIX-LINE-COUNT
               move 8 to return-code
           end-if
           .
