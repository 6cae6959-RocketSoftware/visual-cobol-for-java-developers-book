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

      *> Breach exposure report - one block per network breach event
      *> in the compromise log, for the fraud team and the losses
      *> forecast. For each event: how many alerts the networks sent,
      *> how many named no card of ours or a card already out of use,
      *> how many cards went to each tier, and the open-to-buy the
      *> breach put within reach (the live cards' accounts at the
      *> time of intake; a repeat alert for a card already at the
      *> same or higher tier is not counted twice). For the cards
      *> scheduled into the mass reissue, the card file is read as
      *> it stands now to show the reissue's progress: replacements
      *> still to cut, cut and in the mail, and activated - the
      *> compromised card retired.
       program-id. CompromiseExposureReport.

       environment division.
       input-output section.
       file-control.
           select Alert-Log-File
               assign to external compromiseAlertLogFile
               organization is line sequential
               file status is WS-LOG-STATUS
               .

       data division.
       file section.
       fd Alert-Log-File.
       copy "COMPROMISE-ALERT.cpy" replacing ==(PREFIX)== by ==FILE==.

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "CARD-RECORD.cpy" replacing ==(PREFIX)== by ==WS-CARD==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 WS-CARD-FILE-STATUS              PIC XX.
       01 WS-LOG-STATUS                    PIC XX.
       01 WS-TODAY                         PIC 9(08).

      *> One slot per breach event, in the order the log first
      *> names it.
       78 EVENT-TABLE-MAX                  VALUE 500.
       01 EVENT-TABLE.
        03 EVENT-ENTRY OCCURS 500 TIMES.
         05 EVT-EVENT-ID                   PIC X(12).
         05 EVT-FIRST-DATE                 PIC 9(08).
         05 EVT-ALERTS                     PIC 9(6) COMP-5.
         05 EVT-NOT-ON-FILE                PIC 9(6) COMP-5.
         05 EVT-CARD-DEAD                  PIC 9(6) COMP-5.
         05 EVT-MONITORED                  PIC 9(6) COMP-5.
         05 EVT-TIGHTENED                  PIC 9(6) COMP-5.
         05 EVT-SCHEDULED                  PIC 9(6) COMP-5.
         05 EVT-KEPT                       PIC 9(6) COMP-5.
         05 EVT-AWAITING-CUT               PIC 9(6) COMP-5.
         05 EVT-IN-THE-MAIL                PIC 9(6) COMP-5.
         05 EVT-ACTIVATED                  PIC 9(6) COMP-5.
         05 EVT-EXPOSURE                   PIC S9(12)V99.
       01 EVENT-COUNT                      PIC 9(4) COMP-5 VALUE 0.
       01 EVENT-INDEX                      PIC 9(4) COMP-5.

       01 WS-LOG-ROWS                      PIC 9(6) COMP-5 VALUE 0.
       01 WS-EVENTS-DROPPED                PIC 9(6) COMP-5 VALUE 0.
       01 WS-TOTAL-ALERTS                  PIC 9(6) COMP-5 VALUE 0.
       01 WS-TOTAL-SCHEDULED               PIC 9(6) COMP-5 VALUE 0.
       01 WS-TOTAL-ACTIVATED               PIC 9(6) COMP-5 VALUE 0.
       01 WS-TOTAL-EXPOSURE                PIC S9(12)V99 VALUE 0.
       01 DISPLAY-COUNT                    PIC Z(5)9.
       01 DISPLAY-CASH                     PIC -Z(12)9.99.

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           display "BREACH EXPOSURE REPORT - " WS-TODAY
           display " "
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-CARD-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CARD-FILE-STATUS
           if WS-CARD-FILE-STATUS <> "00"
               display "*** Could not open card file, status "
                       WS-CARD-FILE-STATUS
               stop run
           end-if
           perform LOAD-ALERT-LOG
           perform varying EVENT-INDEX from 1 by 1
                       until EVENT-INDEX > EVENT-COUNT
               perform DISPLAY-EVENT
           end-perform
           perform DISPLAY-SUMMARY
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-CARD-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CARD-FILE-STATUS
           stop run.

       LOAD-ALERT-LOG SECTION.
           open input Alert-Log-File
           if WS-LOG-STATUS <> "00"
               display "*** No compromise alert log"
               exit section
           end-if
           read Alert-Log-File
               at end move "10" to WS-LOG-STATUS
           end-read
           perform until WS-LOG-STATUS <> "00"
               add 1 to WS-LOG-ROWS
               perform TALLY-LOG-ROW
               read Alert-Log-File
                   at end move "10" to WS-LOG-STATUS
               end-read
           end-perform
           close Alert-Log-File
           .

       TALLY-LOG-ROW SECTION.
           perform varying EVENT-INDEX from 1 by 1
                       until EVENT-INDEX > EVENT-COUNT
               if EVT-EVENT-ID(EVENT-INDEX) = FILE-ALERT-EVENT-ID
                   exit perform
               end-if
           end-perform
           if EVENT-INDEX > EVENT-COUNT
               if EVENT-COUNT >= EVENT-TABLE-MAX
                   add 1 to WS-EVENTS-DROPPED
                   exit section
               end-if
               add 1 to EVENT-COUNT
               move EVENT-COUNT to EVENT-INDEX
               initialize EVENT-ENTRY(EVENT-INDEX)
               move FILE-ALERT-EVENT-ID to EVT-EVENT-ID(EVENT-INDEX)
               move FILE-ALERT-DATE to EVT-FIRST-DATE(EVENT-INDEX)
           end-if
           add 1 to EVT-ALERTS(EVENT-INDEX)
           evaluate true
               when FILE-ALERT-NOT-ON-FILE
                   add 1 to EVT-NOT-ON-FILE(EVENT-INDEX)
               when FILE-ALERT-CARD-DEAD
                   add 1 to EVT-CARD-DEAD(EVENT-INDEX)
               when FILE-ALERT-KEPT
                   add 1 to EVT-KEPT(EVENT-INDEX)
               when FILE-ALERT-MONITORED
                   add 1 to EVT-MONITORED(EVENT-INDEX)
                   add FILE-ALERT-EXPOSURE to EVT-EXPOSURE(EVENT-INDEX)
               when FILE-ALERT-TIGHTENED
                   add 1 to EVT-TIGHTENED(EVENT-INDEX)
                   add FILE-ALERT-EXPOSURE to EVT-EXPOSURE(EVENT-INDEX)
               when FILE-ALERT-SCHEDULED
                   add 1 to EVT-SCHEDULED(EVENT-INDEX)
                   add FILE-ALERT-EXPOSURE to EVT-EXPOSURE(EVENT-INDEX)
                   perform TRACK-REISSUE
           end-evaluate
           .

      *> Where a scheduled card's reissue stands today. A card since
      *> lost or stolen was replaced by the service desk and counts
      *> as dealt with.
       TRACK-REISSUE SECTION.
           move FILE-ALERT-CARD-NUMBER to WS-CARD-CARD-NUMBER
           call FIND-CARD-BY-NUMBER using by reference
                                             WS-CARD-CARD-RECORD
                                             WS-CARD-FILE-STATUS
           evaluate true
               when WS-CARD-FILE-STATUS <> "00"
                   continue
               when not WS-CARD-CARD-USABLE-OR-COMING
                   add 1 to EVT-ACTIVATED(EVENT-INDEX)
               when WS-CARD-REPLACEMENT-CARD-NUMBER > 0
                   add 1 to EVT-IN-THE-MAIL(EVENT-INDEX)
               when other
                   add 1 to EVT-AWAITING-CUT(EVENT-INDEX)
           end-evaluate
           move "00" to WS-CARD-FILE-STATUS
           .

       DISPLAY-EVENT SECTION.
           display "EVENT " EVT-EVENT-ID(EVENT-INDEX)
                   "  first alerted " EVT-FIRST-DATE(EVENT-INDEX)
           move EVT-ALERTS(EVENT-INDEX) to DISPLAY-COUNT
           display "  Alerts received:          " DISPLAY-COUNT
           move EVT-NOT-ON-FILE(EVENT-INDEX) to DISPLAY-COUNT
           display "  Not our card:             " DISPLAY-COUNT
           move EVT-CARD-DEAD(EVENT-INDEX) to DISPLAY-COUNT
           display "  Card already out of use:  " DISPLAY-COUNT
           move EVT-KEPT(EVENT-INDEX) to DISPLAY-COUNT
           display "  Repeat alerts:            " DISPLAY-COUNT
           move EVT-MONITORED(EVENT-INDEX) to DISPLAY-COUNT
           display "  Monitored only:           " DISPLAY-COUNT
           move EVT-TIGHTENED(EVENT-INDEX) to DISPLAY-COUNT
           display "  Velocity tightened:       " DISPLAY-COUNT
           move EVT-SCHEDULED(EVENT-INDEX) to DISPLAY-COUNT
           display "  Scheduled for reissue:    " DISPLAY-COUNT
           move EVT-AWAITING-CUT(EVENT-INDEX) to DISPLAY-COUNT
           display "    awaiting the batch:     " DISPLAY-COUNT
           move EVT-IN-THE-MAIL(EVENT-INDEX) to DISPLAY-COUNT
           display "    new card in the mail:   " DISPLAY-COUNT
           move EVT-ACTIVATED(EVENT-INDEX) to DISPLAY-COUNT
           display "    old card retired:       " DISPLAY-COUNT
           move EVT-EXPOSURE(EVENT-INDEX) to DISPLAY-CASH
           display "  Open-to-buy exposed:   " DISPLAY-CASH
           display " "
           add EVT-ALERTS(EVENT-INDEX) to WS-TOTAL-ALERTS
           add EVT-SCHEDULED(EVENT-INDEX) to WS-TOTAL-SCHEDULED
           add EVT-ACTIVATED(EVENT-INDEX) to WS-TOTAL-ACTIVATED
           add EVT-EXPOSURE(EVENT-INDEX) to WS-TOTAL-EXPOSURE
           .

       DISPLAY-SUMMARY SECTION.
           display "*** Log rows read:          " WS-LOG-ROWS
           display "*** Breach events:          " EVENT-COUNT
           if WS-EVENTS-DROPPED > 0
               display "*** Rows past event table:  " WS-EVENTS-DROPPED
           end-if
           display "*** Alerts received:        " WS-TOTAL-ALERTS
           display "*** Scheduled for reissue:  " WS-TOTAL-SCHEDULED
           display "*** Old cards retired:      " WS-TOTAL-ACTIVATED
           move WS-TOTAL-EXPOSURE to DISPLAY-CASH
           display "*** Open-to-buy exposed: " DISPLAY-CASH
           .
