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

      *> Report archive: keeps every report the batch job driver's
      *> jobs write, so last March's trial balance is an inquiry and
      *> not a restore. The distribution table Operations owns is a
      *> plain text file of fixed-layout lines: report id (12), the
      *> job that writes it (30, as named on the schedule), the
      *> report's upper-case external file name (30, MAINTEDITREPORT
      *> style - the live path is whatever its dd_ name says, as the
      *> backup set finds it), the institution it is for (3, 000 our
      *> own book), the months it is kept (3), and up to five
      *> recipients (20 each).
      *>   ARCHIVE-JOB-REPORTS - called by the driver as a job
      *>   finishes successfully: every report the table names for
      *>   the job is copied, line for line, into the archive under
      *>   its id and the business date, with an index row carrying
      *>   the run date and time, the institution and the recipients.
      *>   A rerun on the same date is kept as the next run of the
      *>   report, never over the first. A report the job did not
      *>   write tonight is noted and passed over. Statuses:
      *>     "00" done - LNK-REPORTS-DONE says how many were kept
      *>     other - the archive files could not be opened
      *>   PURGE-EXPIRED-REPORTS - called once a night: every run
      *>   whose retention has passed by the business date is taken
      *>   out, index row and content both. Statuses as above, with
      *>   LNK-REPORTS-DONE the number purged.
       program-id. ReportArchive.

       environment division.
       input-output section.
       file-control.
           select Distribution-File
               assign to external reportDistributionFile
               organization is line sequential
               file status is WS-DISTRIBUTION-STATUS
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
           select Source-Report-File
               assign to external archiveSourceReport
               organization is line sequential
               file status is WS-SOURCE-STATUS
               .

       data division.
       file section.
       fd Distribution-File.
       01 DISTRIBUTION-LINE.
        03 DST-REPORT-ID                   PIC X(12).
        03 DST-JOB-NAME                    PIC X(30).
        03 DST-SOURCE-NAME                 PIC X(30).
        03 DST-INSTITUTION                 PIC 9(03).
        03 DST-INSTITUTION-TEXT REDEFINES DST-INSTITUTION
                                           PIC X(03).
        03 DST-RETENTION-MONTHS            PIC 9(03).
        03 DST-RETENTION-TEXT REDEFINES DST-RETENTION-MONTHS
                                           PIC X(03).
        03 DST-RECIPIENT                   PIC X(20) OCCURS 5 TIMES.
       fd Archive-Index-File.
       copy "REPORT-ARCHIVE.cpy" replacing ==(PREFIX)== by ==RIX==.
       fd Archive-Line-File.
       copy "REPORT-ARCHIVE-LINE.cpy" replacing ==(PREFIX)== by ==RLN==.
       fd Source-Report-File.
       01 SOURCE-REPORT-LINE               PIC X(200).

       working-storage section.
       01 WS-DISTRIBUTION-STATUS           PIC XX.
       01 WS-INDEX-STATUS                  PIC XX.
       01 WS-LINE-STATUS                   PIC XX.
       01 WS-SOURCE-STATUS                 PIC XX.

       01 WS-ENV-NAME                      PIC X(40).
       01 WS-ENV-VALUE                     PIC X(200).
       01 WS-SOURCE-PATH                   PIC X(200).
       01 WS-RUN-DATE                      PIC 9(08).
       01 WS-RUN-TIME                      PIC 9(08).
       01 WS-NEXT-SEQ                      PIC 9(03).
       01 WS-LINE-NUMBER                   PIC 9(07).
       01 WS-RECIPIENT-INDEX               PIC 9 COMP-5.

      *> Retention is counted in whole months from the business date.
       01 WS-RETAIN-UNTIL                  PIC 9(08).
       01 WS-RETAIN-PARTS REDEFINES WS-RETAIN-UNTIL.
        03 WS-RETAIN-YEAR                  PIC 9(04).
        03 WS-RETAIN-MONTH                 PIC 9(02).
        03 WS-RETAIN-DAY                   PIC 9(02).
       01 WS-MONTHS-ON                     PIC 9(05).

      *> The run being purged, held while its content is walked.
       01 WS-PURGE-KEY.
        03 WS-PURGE-REPORT-ID              PIC X(12).
        03 WS-PURGE-PROCESSING-DATE        PIC 9(08).
        03 WS-PURGE-ARCHIVE-SEQ            PIC 9(03).

       linkage section.
       01 LNK-JOB-NAME                     PIC X(30).
       01 LNK-PROCESSING-DATE              PIC 9(08).
       01 LNK-REPORTS-DONE                 PIC 9(6) COMP-5.
       01 LNK-STATUS                       PIC XX.

       procedure division.
           goback.

       ENTRY ARCHIVE-JOB-REPORTS using by reference LNK-JOB-NAME
                                                   LNK-PROCESSING-DATE
                                                   LNK-REPORTS-DONE
                                                   LNK-STATUS.
           move "00" to LNK-STATUS
           move 0 to LNK-REPORTS-DONE
      *>   No distribution table means nothing is set up to keep.
           open input Distribution-File
           if WS-DISTRIBUTION-STATUS <> "00"
               goback
           end-if
           perform OPEN-ARCHIVE-FILES
           if WS-INDEX-STATUS <> "00" or WS-LINE-STATUS <> "00"
               close Distribution-File
               goback
           end-if
           accept WS-RUN-DATE from DATE YYYYMMDD
           accept WS-RUN-TIME from TIME
           perform until WS-DISTRIBUTION-STATUS <> "00"
               read Distribution-File
                   at end move "10" to WS-DISTRIBUTION-STATUS
               end-read
               if WS-DISTRIBUTION-STATUS = "00"
                       and DST-JOB-NAME = LNK-JOB-NAME
                       and DST-REPORT-ID <> spaces
                   perform ARCHIVE-ONE-REPORT
               end-if
           end-perform
           close Distribution-File
           close Archive-Index-File
           close Archive-Line-File
           goback.

       ENTRY PURGE-EXPIRED-REPORTS using by reference
                                               LNK-PROCESSING-DATE
                                               LNK-REPORTS-DONE
                                               LNK-STATUS.
           move "00" to LNK-STATUS
           move 0 to LNK-REPORTS-DONE
           perform OPEN-ARCHIVE-FILES
           if WS-INDEX-STATUS <> "00" or WS-LINE-STATUS <> "00"
               goback
           end-if
           move low-values to RIX-ARCHIVE-KEY of RIX-REPORT-ARCHIVE
           start Archive-Index-File key >= RIX-ARCHIVE-KEY
                                              of RIX-REPORT-ARCHIVE
           perform until WS-INDEX-STATUS <> "00"
               read Archive-Index-File next
                   at end move "10" to WS-INDEX-STATUS
               end-read
               if WS-INDEX-STATUS = "00"
                       and RIX-RETAIN-UNTIL < LNK-PROCESSING-DATE
                   perform PURGE-ONE-RUN
               end-if
           end-perform
           close Archive-Index-File
           close Archive-Line-File
           goback.

      *> Both archive files are created on first use.
       OPEN-ARCHIVE-FILES SECTION.
           open i-o Archive-Index-File
           if WS-INDEX-STATUS = "35" or WS-INDEX-STATUS = "05"
               open output Archive-Index-File
               close Archive-Index-File
               open i-o Archive-Index-File
           end-if
           if WS-INDEX-STATUS <> "00"
               display "*** Could not open report archive index, "
                       "status " WS-INDEX-STATUS
               move WS-INDEX-STATUS to LNK-STATUS
               exit section
           end-if
           open i-o Archive-Line-File
           if WS-LINE-STATUS = "35" or WS-LINE-STATUS = "05"
               open output Archive-Line-File
               close Archive-Line-File
               open i-o Archive-Line-File
           end-if
           if WS-LINE-STATUS <> "00"
               display "*** Could not open report archive content, "
                       "status " WS-LINE-STATUS
               move WS-LINE-STATUS to LNK-STATUS
               close Archive-Index-File
           end-if
           .

       ARCHIVE-ONE-REPORT SECTION.
           perform POINT-AT-SOURCE-REPORT
           open input Source-Report-File
           if WS-SOURCE-STATUS <> "00"
               display "*** Report " DST-REPORT-ID " ("
                       DST-SOURCE-NAME ") not found after job "
                       LNK-JOB-NAME " - not archived"
               exit section
           end-if
           perform FIND-NEXT-SEQ
           move 0 to WS-LINE-NUMBER
           perform until WS-SOURCE-STATUS <> "00"
               read Source-Report-File
                   at end move "10" to WS-SOURCE-STATUS
               end-read
               if WS-SOURCE-STATUS = "00"
                   add 1 to WS-LINE-NUMBER
                   move DST-REPORT-ID to
                        RLN-REPORT-ID of RLN-REPORT-ARCHIVE-LINE
                   move LNK-PROCESSING-DATE to
                        RLN-PROCESSING-DATE of RLN-REPORT-ARCHIVE-LINE
                   move WS-NEXT-SEQ to
                        RLN-ARCHIVE-SEQ of RLN-REPORT-ARCHIVE-LINE
                   move WS-LINE-NUMBER to RLN-LINE-NUMBER
                   move SOURCE-REPORT-LINE to RLN-LINE-TEXT
                   write RLN-REPORT-ARCHIVE-LINE
               end-if
           end-perform
           close Source-Report-File
           perform WRITE-INDEX-ROW
           .

      *> The report's live path is what its own dd_ name says - the
      *> name itself where none is set - and the source file's dd_
      *> name is pointed there for the copy.
       POINT-AT-SOURCE-REPORT SECTION.
           move spaces to WS-ENV-NAME WS-ENV-VALUE
           string "dd_" DST-SOURCE-NAME delimited by space
               into WS-ENV-NAME
           end-string
           display WS-ENV-NAME upon environment-name
           accept WS-ENV-VALUE from environment-value
           if WS-ENV-VALUE = spaces
               move DST-SOURCE-NAME to WS-SOURCE-PATH
           else
               move WS-ENV-VALUE to WS-SOURCE-PATH
           end-if
           move "dd_ARCHIVESOURCEREPORT" to WS-ENV-NAME
           display WS-ENV-NAME upon environment-name
           display WS-SOURCE-PATH upon environment-value
           .

      *> The report's next run number for the business date - one
      *> past the last archived, or 1.
       FIND-NEXT-SEQ SECTION.
           move 1 to WS-NEXT-SEQ
           move DST-REPORT-ID to RIX-REPORT-ID of RIX-REPORT-ARCHIVE
           move LNK-PROCESSING-DATE to
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
                                       <> DST-REPORT-ID
                       or RIX-PROCESSING-DATE of RIX-REPORT-ARCHIVE
                                       <> LNK-PROCESSING-DATE
                       move "10" to WS-INDEX-STATUS
                   else
                       compute WS-NEXT-SEQ =
                               RIX-ARCHIVE-SEQ of RIX-REPORT-ARCHIVE + 1
                   end-if
               end-if
           end-perform
           move "00" to WS-INDEX-STATUS
           .

       WRITE-INDEX-ROW SECTION.
           initialize RIX-REPORT-ARCHIVE
           move DST-REPORT-ID to RIX-REPORT-ID of RIX-REPORT-ARCHIVE
           move LNK-PROCESSING-DATE to
                        RIX-PROCESSING-DATE of RIX-REPORT-ARCHIVE
           move WS-NEXT-SEQ to RIX-ARCHIVE-SEQ of RIX-REPORT-ARCHIVE
           move WS-RUN-DATE to RIX-RUN-DATE
           move WS-RUN-TIME to RIX-RUN-TIME
           if DST-INSTITUTION-TEXT is numeric
               move DST-INSTITUTION to RIX-INSTITUTION-CODE
           else
               move 0 to RIX-INSTITUTION-CODE
           end-if
           move LNK-JOB-NAME to RIX-JOB-NAME
           move DST-SOURCE-NAME to RIX-SOURCE-NAME
           move WS-LINE-NUMBER to RIX-LINE-COUNT
           perform varying WS-RECIPIENT-INDEX from 1 by 1
                       until WS-RECIPIENT-INDEX > 5
               move DST-RECIPIENT(WS-RECIPIENT-INDEX) to
                    RIX-RECIPIENT(WS-RECIPIENT-INDEX)
           end-perform
           perform COMPUTE-RETAIN-UNTIL
           move WS-RETAIN-UNTIL to RIX-RETAIN-UNTIL
           write RIX-REPORT-ARCHIVE
           if WS-INDEX-STATUS = "00"
               add 1 to LNK-REPORTS-DONE
               display "ARCHIVED  " DST-REPORT-ID " for "
                       LNK-PROCESSING-DATE " run " WS-NEXT-SEQ
                       " lines " WS-LINE-NUMBER
           else
               display "*** Archive index not written for "
                       DST-REPORT-ID " status " WS-INDEX-STATUS
           end-if
           .

      *> The business date moved on by the report's retention months;
      *> a blank or malformed retention keeps the report a year.
       COMPUTE-RETAIN-UNTIL SECTION.
           move LNK-PROCESSING-DATE to WS-RETAIN-UNTIL
           if DST-RETENTION-TEXT is numeric
               move DST-RETENTION-MONTHS to WS-MONTHS-ON
           else
               move 12 to WS-MONTHS-ON
           end-if
           compute WS-MONTHS-ON = WS-RETAIN-YEAR * 12
                                + WS-RETAIN-MONTH - 1 + WS-MONTHS-ON
           compute WS-RETAIN-YEAR = WS-MONTHS-ON / 12
           compute WS-RETAIN-MONTH =
                   WS-MONTHS-ON - (WS-RETAIN-YEAR * 12) + 1
           .

       PURGE-ONE-RUN SECTION.
           move RIX-ARCHIVE-KEY of RIX-REPORT-ARCHIVE to WS-PURGE-KEY
           move WS-PURGE-REPORT-ID to
                        RLN-REPORT-ID of RLN-REPORT-ARCHIVE-LINE
           move WS-PURGE-PROCESSING-DATE to
                        RLN-PROCESSING-DATE of RLN-REPORT-ARCHIVE-LINE
           move WS-PURGE-ARCHIVE-SEQ to
                        RLN-ARCHIVE-SEQ of RLN-REPORT-ARCHIVE-LINE
           move 0 to RLN-LINE-NUMBER
           start Archive-Line-File key >= RLN-LINE-KEY
                                          of RLN-REPORT-ARCHIVE-LINE
           perform until WS-LINE-STATUS <> "00"
               read Archive-Line-File next
                   at end move "10" to WS-LINE-STATUS
               end-read
               if WS-LINE-STATUS = "00"
                   if RLN-REPORT-ID of RLN-REPORT-ARCHIVE-LINE
                                       <> WS-PURGE-REPORT-ID
                       or RLN-PROCESSING-DATE
                          of RLN-REPORT-ARCHIVE-LINE
                                       <> WS-PURGE-PROCESSING-DATE
                       or RLN-ARCHIVE-SEQ of RLN-REPORT-ARCHIVE-LINE
                                       <> WS-PURGE-ARCHIVE-SEQ
                       move "10" to WS-LINE-STATUS
                   else
                       delete Archive-Line-File record
                   end-if
               end-if
           end-perform
           move "00" to WS-LINE-STATUS
           delete Archive-Index-File record
           if WS-INDEX-STATUS = "00"
               add 1 to LNK-REPORTS-DONE
           end-if
           .
