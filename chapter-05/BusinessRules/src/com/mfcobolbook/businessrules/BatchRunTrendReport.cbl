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

      *> Batch run-time trend and SLA report. Reads the job-run
      *> history BatchJobDriver leaves and, for every step on the
      *> schedule, lists its last N successful runs - elapsed time,
      *> records processed and throughput (records a minute, where
      *> the job reports a count). The step's latest run - tonight's
      *> if it has finished, otherwise the most recent - is flagged
      *> SLOW when it ran longer than the average of the runs before
      *> it by more than the tolerance, so a job creeping ten minutes
      *> a month is seen long before it blows the window.
      *>
      *> It then projects tonight's finish down the schedule: a step
      *> already finished tonight finishes when it did; a step still
      *> running, failed or not yet started is expected to take its
      *> trailing average, starting no earlier than now, than its
      *> predecessor's finish, or than the step before it (the driver
      *> runs one step at a time). Every step with a deadline on the
      *> SLA control file (JOB-NAME,HHMM lines) is checked against
      *> its projected finish, and if any is late a BATCHSLA/LATE
      *> event keyed on the business date is raised for operations.
      *> The batch night is taken to open at noon, so a deadline or
      *> time before 12:00 means the following morning.
      *>
      *> The optional trend parm file holds one RUNS,TOLERANCE-PCT
      *> line; absent, the last 10 runs and 20 percent are used.
       program-id. BatchRunTrendReport.

       environment division.
       input-output section.
       file-control.
           select Schedule-File assign to external jobScheduleFile
               organization is line sequential
               file status is WS-SCHEDULE-STATUS
               .
           select Cycle-Parm-File assign to external cycleNightFile
               organization is line sequential
               file status is WS-CYCLE-STATUS
               .
           select Sla-File assign to external batchSlaFile
               organization is line sequential
               file status is WS-SLA-STATUS
               .
           select Trend-Parm-File assign to external batchTrendParmFile
               organization is line sequential
               file status is WS-PARM-STATUS
               .
           select JobRun-File assign to external jobRunFile
               file status is WS-JOBRUN-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-JOB-RUN-KEY of FILE-JOB-RUN-RECORD
               .

       data division.
       file section.
       fd Schedule-File.
       01 SCHEDULE-LINE                    PIC X(150).
       fd Cycle-Parm-File.
       01 CYCLE-PARM-LINE                  PIC X(01).
       fd Sla-File.
       01 SLA-LINE                         PIC X(40).
       fd Trend-Parm-File.
       01 TREND-PARM-LINE                  PIC X(20).
       fd JobRun-File.
       copy "JOB-RUN-RECORD.cpy" replacing ==(PREFIX)== by ==FILE==.

       working-storage section.
       copy "PROCEDURE-NAMES.cpy".
       01 WS-SCHEDULE-STATUS               PIC XX.
       01 WS-CYCLE-STATUS                  PIC XX.
       01 WS-SLA-STATUS                    PIC XX.
       01 WS-PARM-STATUS                   PIC XX.
       01 WS-JOBRUN-STATUS                 PIC XX.

       01 WS-TODAY                         PIC 9(08).
       01 WS-CYCLE-NIGHT-FLAG              PIC X VALUE "N".
        88 TONIGHT-IS-CYCLE-NIGHT              VALUE "Y".

       01 WS-RUNS-WANTED                   PIC 9(03) VALUE 10.
       01 WS-TOLERANCE-PCT                 PIC 9(03) VALUE 20.
       01 WS-PARSE-TALLY                   PIC 99 COMP-5.
       01 WS-SLA-JOB-NAME                  PIC X(30).
       01 WS-SLA-DEADLINE                  PIC X(04).
       01 WS-SKIP-FIELD                    PIC X(80).

       78 JOB-TABLE-MAX                    VALUE 30.
       78 HISTORY-MAX                      VALUE 30.
       01 JOB-TABLE.
        03 JOB-ENTRY OCCURS 30 TIMES.
         05 JOB-NAME                        PIC X(30).
         05 JOB-PREDECESSOR                 PIC X(30).
         05 JOB-CYCLE-FLAG                  PIC X(01).
          88 JOB-CYCLE-ONLY                     VALUE "C".
         05 JOB-DEADLINE                    PIC 9(04).
         05 JOB-HAS-DEADLINE-FLAG           PIC X(01).
          88 JOB-HAS-DEADLINE                   VALUE "Y".
         05 JOB-TONIGHT-STATUS              PIC X(01).
         05 JOB-TONIGHT-START               PIC 9(08).
         05 JOB-TONIGHT-END                 PIC 9(08).
         05 JOB-TONIGHT-ELAPSED             PIC 9(06).
         05 JOB-TONIGHT-RECORDS             PIC 9(09).
         05 JOB-AVERAGE-ELAPSED             PIC 9(06).
         05 JOB-PROJECTED-FINISH            PIC 9(06).
         05 JOB-HISTORY-COUNT               PIC 99 COMP-5.
         05 JOB-HISTORY OCCURS 30 TIMES.
          07 HIST-DATE                       PIC 9(08).
          07 HIST-ELAPSED                    PIC 9(06).
          07 HIST-RECORDS                    PIC 9(09).
       01 JOB-COUNT                        PIC 99 COMP-5 VALUE 0.
       01 JOB-INDEX                        PIC 99 COMP-5.
       01 FIND-INDEX                       PIC 99 COMP-5.
       01 HIST-INDEX                       PIC 99 COMP-5.
       01 PRIOR-INDEX                      PIC 99 COMP-5.

      *> Clock arithmetic - all projection is done in seconds on the
      *> batch-night clock (noon = 43200, 06:00 next day = 108000).
       01 WS-CLOCK-TIME.
        03 WS-CLOCK-HH                     PIC 99.
        03 WS-CLOCK-MM                     PIC 99.
        03 WS-CLOCK-SS                     PIC 99.
        03 WS-CLOCK-CC                     PIC 99.
       01 WS-NIGHT-SECONDS                 PIC 9(06).
       01 WS-NOW-SECONDS                   PIC 9(06).
       01 WS-PATH-FINISH                   PIC 9(06).
       01 WS-PROJECTED-START               PIC 9(06).
       01 WS-DEADLINE-SECONDS              PIC 9(06).
       78 NIGHT-OPENS                      VALUE 43200.

       01 WS-ELAPSED-TOTAL                 PIC 9(9) COMP-5.
       01 WS-ELAPSED-RUNS                  PIC 99 COMP-5.
       01 WS-TRAILING-AVERAGE              PIC 9(06).
       01 WS-LINE-DATE                     PIC 9(08).
       01 WS-LINE-RECORDS                  PIC 9(09).
       01 WS-PROJECTION-BASIS              PIC X(09).
       01 WS-DEADLINE-HHMM.
        03 WS-DEADLINE-HH                  PIC 99.
        03 WS-DEADLINE-MM                  PIC 99.
       01 WS-LATEST-ELAPSED                PIC 9(06).
       01 WS-LATEST-DATE                   PIC 9(08).
       01 WS-SLOW-LIMIT                    PIC 9(07).
       01 WS-THROUGHPUT                    PIC 9(09).

       01 WS-SLOW-STEPS                    PIC 9(4) COMP-5 VALUE 0.
       01 WS-LATE-STEPS                    PIC 9(4) COMP-5 VALUE 0.
       01 WS-LATE-FLAG                     PIC X VALUE "N".
        88 TONIGHT-IS-LATE                     VALUE "Y".

       01 DISPLAY-HMS.
        03 DISPLAY-HH                      PIC 99.
        03 FILLER                          PIC X VALUE ":".
        03 DISPLAY-MM                      PIC 99.
        03 FILLER                          PIC X VALUE ":".
        03 DISPLAY-SS                      PIC 99.
       01 WS-HMS-SECONDS                   PIC 9(06).
       01 WS-HMS-WORK                      PIC 9(06).
       01 WS-HMS-REMAINDER                 PIC 9(06).
       01 DISPLAY-COUNT                    PIC Z(8)9.
       01 DISPLAY-RATE                     PIC Z(8)9.

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           perform READ-TREND-PARM
           perform READ-CYCLE-PARM
           perform LOAD-SCHEDULE
           if JOB-COUNT = 0
               display "*** No schedule on file - nothing to report"
               stop run
           end-if
           perform LOAD-SLA-DEADLINES
           perform LOAD-RUN-HISTORY
           display "*** Batch run-time trend - last " WS-RUNS-WANTED
                   " runs, tolerance " WS-TOLERANCE-PCT "% ***"
           perform varying JOB-INDEX from 1 by 1
                       until JOB-INDEX > JOB-COUNT
               perform REPORT-ONE-STEP
           end-perform
           perform PROJECT-TONIGHT
           if TONIGHT-IS-LATE
               call RAISE-BATCH-SLA-EVENT using by reference WS-TODAY
           end-if
           display "*** Steps running slow:        " WS-SLOW-STEPS
           display "*** Steps projected past SLA:  " WS-LATE-STEPS
           stop run.

       READ-TREND-PARM SECTION.
           open input Trend-Parm-File
           if WS-PARM-STATUS <> "00"
               exit section
           end-if
           read Trend-Parm-File
               at end move "10" to WS-PARM-STATUS
           end-read
           if WS-PARM-STATUS = "00" and TREND-PARM-LINE <> spaces
               move 0 to WS-PARSE-TALLY
               unstring TREND-PARM-LINE delimited by ","
                   into WS-RUNS-WANTED
                        WS-TOLERANCE-PCT
                   tallying in WS-PARSE-TALLY
               end-unstring
               if WS-PARSE-TALLY <> 2 or WS-RUNS-WANTED = 0
                   display "*** Malformed trend parm ignored: "
                           TREND-PARM-LINE
                   move 10 to WS-RUNS-WANTED
                   move 20 to WS-TOLERANCE-PCT
               end-if
           end-if
           close Trend-Parm-File
           if WS-RUNS-WANTED > HISTORY-MAX
               move HISTORY-MAX to WS-RUNS-WANTED
           end-if
           .

       READ-CYCLE-PARM SECTION.
           open input Cycle-Parm-File
           if WS-CYCLE-STATUS <> "00"
               exit section
           end-if
           read Cycle-Parm-File
               at end move "10" to WS-CYCLE-STATUS
           end-read
           if WS-CYCLE-STATUS = "00" and CYCLE-PARM-LINE = "Y"
               set TONIGHT-IS-CYCLE-NIGHT to true
           end-if
           close Cycle-Parm-File
           .

      *> The driver's own schedule, read the driver's way, so the
      *> report follows the steps in the order they actually run.
       LOAD-SCHEDULE SECTION.
           open input Schedule-File
           if WS-SCHEDULE-STATUS <> "00"
               display "*** Could not open schedule file, status "
                       WS-SCHEDULE-STATUS
               exit section
           end-if
           perform until WS-SCHEDULE-STATUS <> "00"
                     or JOB-COUNT >= JOB-TABLE-MAX
               read Schedule-File
                   at end move "10" to WS-SCHEDULE-STATUS
               end-read
               if WS-SCHEDULE-STATUS = "00"
                       and SCHEDULE-LINE <> spaces
                   add 1 to JOB-COUNT
                   initialize JOB-ENTRY(JOB-COUNT)
                   unstring SCHEDULE-LINE delimited by ","
                       into JOB-NAME(JOB-COUNT)
                            JOB-PREDECESSOR(JOB-COUNT)
                            JOB-CYCLE-FLAG(JOB-COUNT)
                            WS-SKIP-FIELD
                       tallying in WS-PARSE-TALLY
                   end-unstring
                   if JOB-NAME(JOB-COUNT) = spaces
                       subtract 1 from JOB-COUNT
                   end-if
               end-if
           end-perform
           close Schedule-File
           .

       LOAD-SLA-DEADLINES SECTION.
           open input Sla-File
           if WS-SLA-STATUS <> "00"
               display "*** No SLA control file - no deadlines checked"
               exit section
           end-if
           read Sla-File
               at end move "10" to WS-SLA-STATUS
           end-read
           perform until WS-SLA-STATUS <> "00"
               if SLA-LINE <> spaces
                   perform APPLY-SLA-LINE
               end-if
               read Sla-File
                   at end move "10" to WS-SLA-STATUS
               end-read
           end-perform
           close Sla-File
           .
       APPLY-SLA-LINE SECTION.
           move spaces to WS-SLA-JOB-NAME WS-SLA-DEADLINE
           unstring SLA-LINE delimited by ","
               into WS-SLA-JOB-NAME
                    WS-SLA-DEADLINE
           end-unstring
           if WS-SLA-DEADLINE is not numeric
               display "*** Malformed SLA line ignored: " SLA-LINE
               exit section
           end-if
           move WS-SLA-JOB-NAME to WS-SKIP-FIELD
           perform FIND-JOB
           if FIND-INDEX = 0
               display "*** SLA line for a job not on the schedule: "
                       SLA-LINE
               exit section
           end-if
           move WS-SLA-DEADLINE to JOB-DEADLINE(FIND-INDEX)
           set JOB-HAS-DEADLINE(FIND-INDEX) to true
           .

      *> FIND-INDEX = the schedule entry named in WS-SKIP-FIELD, or 0.
       FIND-JOB SECTION.
           perform varying FIND-INDEX from 1 by 1
                       until FIND-INDEX > JOB-COUNT
               if JOB-NAME(FIND-INDEX) = WS-SKIP-FIELD
                   exit section
               end-if
           end-perform
           move 0 to FIND-INDEX
           .

      *> One pass over the run file, which is in date order: tonight's
      *> row is held apart; each earlier successful run is pushed
      *> onto the step's history, the oldest dropping off once it
      *> holds the number of runs wanted.
       LOAD-RUN-HISTORY SECTION.
           open input JobRun-File
           if WS-JOBRUN-STATUS <> "00"
               display "*** Could not open job run file, status "
                       WS-JOBRUN-STATUS
               exit section
           end-if
           move low-values to FILE-JOB-RUN-KEY
           start JobRun-File key >= FILE-JOB-RUN-KEY
           perform until WS-JOBRUN-STATUS <> "00"
               read JobRun-File next
                   at end move "10" to WS-JOBRUN-STATUS
               end-read
               if WS-JOBRUN-STATUS = "00"
                   perform TAKE-RUN-ROW
               end-if
           end-perform
           close JobRun-File
           .
       TAKE-RUN-ROW SECTION.
           move FILE-JOB-NAME to WS-SKIP-FIELD
           perform FIND-JOB
           if FIND-INDEX = 0
               exit section
           end-if
           if FILE-RUN-DATE = WS-TODAY
               move FILE-JOB-STATUS to JOB-TONIGHT-STATUS(FIND-INDEX)
               move FILE-JOB-START-TIME
                                  to JOB-TONIGHT-START(FIND-INDEX)
               move FILE-JOB-END-TIME to JOB-TONIGHT-END(FIND-INDEX)
               move FILE-JOB-ELAPSED-SECONDS
                                  to JOB-TONIGHT-ELAPSED(FIND-INDEX)
               move FILE-JOB-RECORDS-PROCESSED
                                  to JOB-TONIGHT-RECORDS(FIND-INDEX)
               exit section
           end-if
      *>   Only timed, successful runs make a trend - a failure's or
      *>   a row from before timings were kept would skew it.
           if FILE-RUN-DATE > WS-TODAY
                   or not FILE-JOB-SUCCESSFUL
                   or FILE-JOB-START-TIME = 0
               exit section
           end-if
           if JOB-HISTORY-COUNT(FIND-INDEX) >= WS-RUNS-WANTED
               perform varying HIST-INDEX from 2 by 1
                       until HIST-INDEX > JOB-HISTORY-COUNT(FIND-INDEX)
                   compute PRIOR-INDEX = HIST-INDEX - 1
                   move JOB-HISTORY(FIND-INDEX HIST-INDEX)
                                to JOB-HISTORY(FIND-INDEX PRIOR-INDEX)
               end-perform
           else
               add 1 to JOB-HISTORY-COUNT(FIND-INDEX)
           end-if
           move JOB-HISTORY-COUNT(FIND-INDEX) to HIST-INDEX
           move FILE-RUN-DATE to HIST-DATE(FIND-INDEX HIST-INDEX)
           move FILE-JOB-ELAPSED-SECONDS
                                to HIST-ELAPSED(FIND-INDEX HIST-INDEX)
           move FILE-JOB-RECORDS-PROCESSED
                                to HIST-RECORDS(FIND-INDEX HIST-INDEX)
           .

       REPORT-ONE-STEP SECTION.
           display "--- " JOB-NAME(JOB-INDEX)
           if JOB-HISTORY-COUNT(JOB-INDEX) = 0
               display "    no timed runs on file"
           end-if
           perform varying HIST-INDEX from 1 by 1
                       until HIST-INDEX > JOB-HISTORY-COUNT(JOB-INDEX)
               move HIST-DATE(JOB-INDEX HIST-INDEX) to WS-LINE-DATE
               move HIST-ELAPSED(JOB-INDEX HIST-INDEX)
                                             to WS-HMS-SECONDS
               move HIST-RECORDS(JOB-INDEX HIST-INDEX)
                                             to WS-LINE-RECORDS
               perform DISPLAY-RUN-LINE
           end-perform
      *>   The run being judged - tonight's if it has finished, else
      *>   the most recent - and how many runs before it to average.
           move 0 to WS-ELAPSED-TOTAL
           if JOB-TONIGHT-STATUS(JOB-INDEX) = "S"
                   and JOB-TONIGHT-START(JOB-INDEX) <> 0
               move WS-TODAY to WS-LINE-DATE
               move JOB-TONIGHT-ELAPSED(JOB-INDEX) to WS-HMS-SECONDS
               move JOB-TONIGHT-RECORDS(JOB-INDEX) to WS-LINE-RECORDS
               perform DISPLAY-RUN-LINE
               move JOB-TONIGHT-ELAPSED(JOB-INDEX) to WS-LATEST-ELAPSED
               move WS-TODAY to WS-LATEST-DATE
               move JOB-HISTORY-COUNT(JOB-INDEX) to WS-ELAPSED-RUNS
           else
               if JOB-HISTORY-COUNT(JOB-INDEX) = 0
                   move 0 to JOB-AVERAGE-ELAPSED(JOB-INDEX)
                   exit section
               end-if
               move JOB-HISTORY-COUNT(JOB-INDEX) to HIST-INDEX
               move HIST-ELAPSED(JOB-INDEX HIST-INDEX)
                                             to WS-LATEST-ELAPSED
               move HIST-DATE(JOB-INDEX HIST-INDEX) to WS-LATEST-DATE
               compute WS-ELAPSED-RUNS =
                                   JOB-HISTORY-COUNT(JOB-INDEX) - 1
           end-if
           perform varying HIST-INDEX from 1 by 1
                       until HIST-INDEX > WS-ELAPSED-RUNS
               add HIST-ELAPSED(JOB-INDEX HIST-INDEX)
                                             to WS-ELAPSED-TOTAL
           end-perform
      *>   Tonight's projection uses every timed run, latest included.
           compute JOB-AVERAGE-ELAPSED(JOB-INDEX) rounded =
                   (WS-ELAPSED-TOTAL + WS-LATEST-ELAPSED)
                   / (WS-ELAPSED-RUNS + 1)
           if WS-ELAPSED-RUNS = 0
               exit section
           end-if
           compute WS-TRAILING-AVERAGE rounded =
                                   WS-ELAPSED-TOTAL / WS-ELAPSED-RUNS
           compute WS-SLOW-LIMIT rounded =
                   WS-TRAILING-AVERAGE * (100 + WS-TOLERANCE-PCT) / 100
           move WS-TRAILING-AVERAGE to WS-HMS-SECONDS
           perform FORMAT-HMS
           display "    trailing average " DISPLAY-HMS
           if WS-LATEST-ELAPSED > WS-SLOW-LIMIT
               add 1 to WS-SLOW-STEPS
               move WS-LATEST-ELAPSED to WS-HMS-SECONDS
               perform FORMAT-HMS
               display "    *** SLOW - run of " WS-LATEST-DATE
                       " took " DISPLAY-HMS
                       ", over the trailing average by more than "
                       WS-TOLERANCE-PCT "%"
           end-if
           .

       DISPLAY-RUN-LINE SECTION.
           perform FORMAT-HMS
           move WS-LINE-RECORDS to DISPLAY-COUNT
           if WS-LINE-RECORDS > 0 and WS-HMS-SECONDS > 0
               compute WS-THROUGHPUT rounded =
                               WS-LINE-RECORDS * 60 / WS-HMS-SECONDS
               move WS-THROUGHPUT to DISPLAY-RATE
               display "    " WS-LINE-DATE "  elapsed " DISPLAY-HMS
                       "  records " DISPLAY-COUNT
                       "  per minute " DISPLAY-RATE
           else
               display "    " WS-LINE-DATE "  elapsed " DISPLAY-HMS
                       "  records " DISPLAY-COUNT
           end-if
           .

      *> Walks the schedule in running order carrying the finish time
      *> of the critical path so far. A finished step's actual end
      *> stands; anything else starts at the latest of now, its
      *> predecessor's finish and the previous step's finish, and
      *> takes its average. A cycle-only step on an ordinary night
      *> takes no time.
       PROJECT-TONIGHT SECTION.
           accept WS-CLOCK-TIME from TIME
           perform CLOCK-TO-NIGHT-SECONDS
           move WS-NIGHT-SECONDS to WS-NOW-SECONDS
           move WS-NOW-SECONDS to WS-PATH-FINISH
           display "*** Tonight's projection (" WS-TODAY ") ***"
           perform varying JOB-INDEX from 1 by 1
                       until JOB-INDEX > JOB-COUNT
               perform PROJECT-ONE-STEP
           end-perform
           .
       PROJECT-ONE-STEP SECTION.
           evaluate true
               when JOB-TONIGHT-STATUS(JOB-INDEX) = "S"
                 or JOB-TONIGHT-STATUS(JOB-INDEX) = "X"
                   move JOB-TONIGHT-END(JOB-INDEX) to WS-CLOCK-TIME
                   perform CLOCK-TO-NIGHT-SECONDS
                   move WS-NIGHT-SECONDS
                                  to JOB-PROJECTED-FINISH(JOB-INDEX)
                   move "done     " to WS-PROJECTION-BASIS
               when JOB-CYCLE-ONLY(JOB-INDEX)
                       and not TONIGHT-IS-CYCLE-NIGHT
                   move WS-PATH-FINISH
                                  to JOB-PROJECTED-FINISH(JOB-INDEX)
                   move "not due  " to WS-PROJECTION-BASIS
               when JOB-TONIGHT-STATUS(JOB-INDEX) = "R"
                       and JOB-TONIGHT-START(JOB-INDEX) <> 0
                   move JOB-TONIGHT-START(JOB-INDEX) to WS-CLOCK-TIME
                   perform CLOCK-TO-NIGHT-SECONDS
                   compute JOB-PROJECTED-FINISH(JOB-INDEX) =
                       WS-NIGHT-SECONDS + JOB-AVERAGE-ELAPSED(JOB-INDEX)
                   if JOB-PROJECTED-FINISH(JOB-INDEX) < WS-NOW-SECONDS
                       move WS-NOW-SECONDS
                                  to JOB-PROJECTED-FINISH(JOB-INDEX)
                   end-if
                   move "running  " to WS-PROJECTION-BASIS
               when other
                   move WS-PATH-FINISH to WS-PROJECTED-START
                   if WS-PROJECTED-START < WS-NOW-SECONDS
                       move WS-NOW-SECONDS to WS-PROJECTED-START
                   end-if
                   move JOB-PREDECESSOR(JOB-INDEX) to WS-SKIP-FIELD
                   perform FIND-JOB
                   if FIND-INDEX > 0 and FIND-INDEX < JOB-INDEX
                       if JOB-PROJECTED-FINISH(FIND-INDEX)
                                          > WS-PROJECTED-START
                           move JOB-PROJECTED-FINISH(FIND-INDEX)
                                          to WS-PROJECTED-START
                       end-if
                   end-if
                   compute JOB-PROJECTED-FINISH(JOB-INDEX) =
                       WS-PROJECTED-START
                                   + JOB-AVERAGE-ELAPSED(JOB-INDEX)
                   move "projected" to WS-PROJECTION-BASIS
           end-evaluate
           if JOB-PROJECTED-FINISH(JOB-INDEX) > WS-PATH-FINISH
               move JOB-PROJECTED-FINISH(JOB-INDEX) to WS-PATH-FINISH
           end-if
           move JOB-PROJECTED-FINISH(JOB-INDEX) to WS-HMS-SECONDS
           perform FORMAT-HMS
           if not JOB-HAS-DEADLINE(JOB-INDEX)
               display "    " JOB-NAME(JOB-INDEX) " "
                       WS-PROJECTION-BASIS
                       " finish " DISPLAY-HMS
               exit section
           end-if
           move JOB-DEADLINE(JOB-INDEX) to WS-DEADLINE-HHMM
           move WS-DEADLINE-HH to WS-CLOCK-HH
           move WS-DEADLINE-MM to WS-CLOCK-MM
           move 0 to WS-CLOCK-SS WS-CLOCK-CC
           perform CLOCK-TO-NIGHT-SECONDS
           move WS-NIGHT-SECONDS to WS-DEADLINE-SECONDS
           if JOB-PROJECTED-FINISH(JOB-INDEX) > WS-DEADLINE-SECONDS
               add 1 to WS-LATE-STEPS
               set TONIGHT-IS-LATE to true
               display "    " JOB-NAME(JOB-INDEX) " "
                       WS-PROJECTION-BASIS
                       " finish " DISPLAY-HMS
                       "  *** LATE - SLA " WS-DEADLINE-HHMM
           else
               display "    " JOB-NAME(JOB-INDEX) " "
                       WS-PROJECTION-BASIS
                       " finish " DISPLAY-HMS
                       "  SLA " WS-DEADLINE-HHMM
           end-if
           .

      *> WS-CLOCK-TIME (hhmmsscc) to seconds on the batch-night clock.
       CLOCK-TO-NIGHT-SECONDS SECTION.
           compute WS-NIGHT-SECONDS = WS-CLOCK-HH * 3600
                                    + WS-CLOCK-MM * 60 + WS-CLOCK-SS
           if WS-NIGHT-SECONDS < NIGHT-OPENS
               add 86400 to WS-NIGHT-SECONDS
           end-if
           .

      *> WS-HMS-SECONDS to hh:mm:ss in DISPLAY-HMS, wrapping past 24h.
       FORMAT-HMS SECTION.
           divide WS-HMS-SECONDS by 3600 giving WS-HMS-WORK
               remainder WS-HMS-REMAINDER
           if WS-HMS-WORK >= 24
               subtract 24 from WS-HMS-WORK
           end-if
           move WS-HMS-WORK to DISPLAY-HH
           divide WS-HMS-REMAINDER by 60 giving DISPLAY-MM
               remainder DISPLAY-SS
           .
