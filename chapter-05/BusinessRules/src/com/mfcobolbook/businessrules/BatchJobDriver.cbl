      *> is a cycle night comes from the one-line Y/N cycle parm
      *> file; cycle-only jobs on an ordinary night are marked
      *> NOT-NEEDED, which satisfies their successors.
      *> Each launched job's row also carries its start time, elapsed
      *> seconds and the records it processed - the count a job may
      *> hand back as a single line on the job statistics file, which
      *> the driver empties before every launch - for the run-time
      *> trend report to work from.
      *> Every report a successful job writes is kept in the report
      *> archive under its id and tonight's business date, with the
      *> institution and recipients from the distribution table, and
      *> archived runs past their report type's retention are purged
      *> once the schedule has run - see ReportArchive.
       program-id. BatchJobDriver.

       environment division.
               access mode is dynamic
               record key is FILE-JOB-RUN-KEY of FILE-JOB-RUN-RECORD
               .
           select Job-Stats-File assign to external jobStatisticsFile
               organization is line sequential
               file status is WS-STATS-STATUS
               .

       data division.
       file section.
       01 CYCLE-PARM-LINE                  PIC X(01).
       fd JobRun-File.
       copy "JOB-RUN-RECORD.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Job-Stats-File.
       01 JOB-STATS-LINE                   PIC X(09).

       working-storage section.
       01 WS-SCHEDULE-STATUS               PIC XX.

       01 WS-TODAY                         PIC 9(08).
       01 WS-NOW-TIME                      PIC 9(08).
       01 WS-STATS-STATUS                  PIC XX.
       01 WS-JOB-START-TIME                PIC 9(08).
       01 WS-JOB-ELAPSED-SECONDS           PIC 9(06).
       01 WS-JOB-RECORDS                   PIC 9(09).
       01 WS-CLOCK-TIME.
        03 WS-CLOCK-HH                     PIC 99.
        03 WS-CLOCK-MM                     PIC 99.
        03 WS-CLOCK-SS                     PIC 99.
        03 WS-CLOCK-CC                     PIC 99.
       01 WS-START-SECONDS                 PIC 9(06).
       01 WS-END-SECONDS                   PIC 9(06).

       01 WS-CYCLE-NIGHT-FLAG              PIC X VALUE "N".
        88 TONIGHT-IS-CYCLE-NIGHT              VALUE "Y".
       01 WS-JOBS-FAILED                   PIC 9(4) COMP-5 VALUE 0.
       01 WS-JOBS-REFUSED                  PIC 9(4) COMP-5 VALUE 0.

       01 WS-ARCHIVE-JOB-NAME              PIC X(30).
       01 WS-ARCHIVE-STATUS                PIC XX.
       01 WS-ARCHIVE-COUNT                 PIC 9(6) COMP-5.
       01 WS-REPORTS-ARCHIVED              PIC 9(6) COMP-5 VALUE 0.
       01 WS-REPORTS-PURGED                PIC 9(6) COMP-5 VALUE 0.

       procedure division.
      *>   Run records key on the ledger date, not the wall clock -
      *>   a sequence that crosses midnight is still one night's run,
               perform LOAD-SCHEDULE
               perform RUN-SCHEDULE
               perform CLOSE-FILES
               perform PURGE-REPORT-ARCHIVE
           end-if
           display "*** Jobs run:       " WS-JOBS-RUN
           display "*** Jobs skipped:   " WS-JOBS-SKIPPED
           display "*** Jobs failed:    " WS-JOBS-FAILED
           display "*** Jobs refused:   " WS-JOBS-REFUSED
           display "*** Reports kept:   " WS-REPORTS-ARCHIVED
           display "*** Reports purged: " WS-REPORTS-PURGED
           stop run.

       READ-CYCLE-PARM SECTION.
           .

       DISPATCH-ONE-JOB SECTION.
           move 0 to WS-JOB-START-TIME
           move 0 to WS-JOB-ELAPSED-SECONDS
           move 0 to WS-JOB-RECORDS
      *>   Cycle-only jobs on an ordinary night are recorded as
      *>   NOT-NEEDED so their successors can proceed.
           if SCH-CYCLE-ONLY(SCHEDULE-INDEX)
       LAUNCH-JOB SECTION.
           display "LAUNCHING  " SCH-JOB-NAME(SCHEDULE-INDEX)
           move "R" to WS-LOOKUP-STATUS
           perform CLEAR-JOB-STATISTICS
           accept WS-JOB-START-TIME from TIME
           perform RECORD-JOB-STATUS
           move SCH-COMMAND(SCHEDULE-INDEX) to WS-COMMAND-TEXT
           call "SYSTEM" using by reference WS-COMMAND-TEXT
               move "S" to WS-LOOKUP-STATUS
               add 1 to WS-JOBS-RUN
               display "COMPLETED  " SCH-JOB-NAME(SCHEDULE-INDEX)
               perform ARCHIVE-JOB-OUTPUT
           else
               move "F" to WS-LOOKUP-STATUS
               add 1 to WS-JOBS-FAILED
                       "  exit code " return-code
           end-if
           move 0 to return-code
           perform READ-JOB-STATISTICS
           perform RECORD-JOB-STATUS
           .

      *> An empty statistics file before every launch, so a job that
      *> reports nothing can never be credited with its predecessor's
      *> count.
       CLEAR-JOB-STATISTICS SECTION.
           open output Job-Stats-File
           if WS-STATS-STATUS = "00"
               close Job-Stats-File
           end-if
           .
       READ-JOB-STATISTICS SECTION.
           open input Job-Stats-File
           if WS-STATS-STATUS <> "00"
               exit section
           end-if
           read Job-Stats-File
               at end move "10" to WS-STATS-STATUS
           end-read
           if WS-STATS-STATUS = "00" and JOB-STATS-LINE is numeric
               move JOB-STATS-LINE to WS-JOB-RECORDS
           end-if
           close Job-Stats-File
           .

      *> Wall-clock seconds from the recorded start time to now; a job
      *> that runs across midnight has 24 hours added back.
       COMPUTE-ELAPSED SECTION.
           move WS-JOB-START-TIME to WS-CLOCK-TIME
           compute WS-START-SECONDS = WS-CLOCK-HH * 3600
                                    + WS-CLOCK-MM * 60 + WS-CLOCK-SS
           move WS-NOW-TIME to WS-CLOCK-TIME
           compute WS-END-SECONDS = WS-CLOCK-HH * 3600
                                  + WS-CLOCK-MM * 60 + WS-CLOCK-SS
           if WS-END-SECONDS < WS-START-SECONDS
               add 86400 to WS-END-SECONDS
           end-if
           compute WS-JOB-ELAPSED-SECONDS =
                                   WS-END-SECONDS - WS-START-SECONDS
           .

       RECORD-JOB-STATUS SECTION.
           move WS-TODAY to FILE-RUN-DATE of FILE-JOB-RUN-RECORD
           move SCH-JOB-NAME(SCHEDULE-INDEX) to
           accept WS-NOW-TIME from TIME
           move WS-NOW-TIME to
                        FILE-JOB-END-TIME of FILE-JOB-RUN-RECORD
           if WS-JOB-START-TIME <> 0 and WS-LOOKUP-STATUS <> "R"
               perform COMPUTE-ELAPSED
           end-if
           move WS-JOB-START-TIME to
                        FILE-JOB-START-TIME of FILE-JOB-RUN-RECORD
           move WS-JOB-ELAPSED-SECONDS to
                        FILE-JOB-ELAPSED-SECONDS of FILE-JOB-RUN-RECORD
           move WS-JOB-RECORDS to FILE-JOB-RECORDS-PROCESSED
                                         of FILE-JOB-RUN-RECORD
           write FILE-JOB-RUN-RECORD
               invalid key
                   rewrite FILE-JOB-RUN-RECORD
       CLOSE-FILES SECTION.
           close JobRun-File
           .

      *> The job's reports go into the archive before the next job can
      *> overwrite them. An archive that cannot be opened is reported
      *> but does not fail a job that has already run.
       ARCHIVE-JOB-OUTPUT SECTION.
           move SCH-JOB-NAME(SCHEDULE-INDEX) to WS-ARCHIVE-JOB-NAME
           call ARCHIVE-JOB-REPORTS using by reference
                                            WS-ARCHIVE-JOB-NAME
                                            WS-TODAY
                                            WS-ARCHIVE-COUNT
                                            WS-ARCHIVE-STATUS
           if WS-ARCHIVE-STATUS <> "00"
               display "*** Reports from "
                       SCH-JOB-NAME(SCHEDULE-INDEX)
                       " not archived, status " WS-ARCHIVE-STATUS
           end-if
           add WS-ARCHIVE-COUNT to WS-REPORTS-ARCHIVED
           .

       PURGE-REPORT-ARCHIVE SECTION.
           call PURGE-EXPIRED-REPORTS using by reference WS-TODAY
                                                 WS-ARCHIVE-COUNT
                                                 WS-ARCHIVE-STATUS
           if WS-ARCHIVE-STATUS <> "00"
               display "*** Report archive purge not run, status "
                       WS-ARCHIVE-STATUS
           end-if
           move WS-ARCHIVE-COUNT to WS-REPORTS-PURGED
           .
