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

      *> Compromised-card alert intake. The card networks send alert
      *> files naming our card numbers found in a merchant breach;
      *> each line is the network's breach event id, the alert type
      *> (what the thieves got), and the exposed PAN:
      *>     EVENTID,TYPE,PAN
      *> Each PAN is resolved through the token vault to its card
      *> row (a number the vault never saw is a pre-vault card stored
      *> under its own number) and given the risk tier its alert
      *> type earns:
      *>   - M, monitor only - the number alone, no expiry or code;
      *>     the card is marked so the fraud desk sees it, nothing
      *>     changes for the customer;
      *>   - V, velocity tightening - number and expiry, enough for
      *>     some card-not-present merchants; authorization holds
      *>     the card to the compromise ceiling and daily approval
      *>     count;
      *>   - R, mass reissue - security code, track data or PIN, the
      *>     card is as good as cloned; it is tightened like V and
      *>     scheduled into CompromisedCardReissue a couple of
      *>     business days out, which gives the desk a window to
      *>     pull a card from the batch.
      *> A card only ever moves up the tiers - a second alert for a
      *> card already scheduled leaves it scheduled. A card already
      *> lost, stolen, reissued or replaced has nothing left to
      *> protect. Every alert line, acted on or not, is appended to
      *> the compromise log for CompromiseExposureReport.
       program-id. CompromisedCardAlertIntake.

       environment division.
       input-output section.
       file-control.
           select Alert-File assign to external compromiseAlertFile
               organization is line sequential
               file status is WS-ALERT-STATUS
               .
           select Alert-Log-File
               assign to external compromiseAlertLogFile
               organization is line sequential
               file status is WS-LOG-STATUS
               .

       data division.
       file section.
       fd Alert-File.
       01 ALERT-LINE                       PIC X(60).
       fd Alert-Log-File.
       copy "COMPROMISE-ALERT.cpy" replacing ==(PREFIX)== by ==FILE==.

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "CARD-RECORD.cpy" replacing ==(PREFIX)== by ==WS-CARD==.
       copy "COMPROMISE-ALERT.cpy" replacing ==(PREFIX)== by ==WS==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS.
        03 FILE-STATUS-BYTE-1              PIC X.
        03 FILE-STATUS-BYTE-2              PIC X.
       01 WS-CARD-FILE-STATUS              PIC XX.
       01 WS-ALERT-STATUS                  PIC XX.
       01 WS-LOG-STATUS                    PIC XX.

       78 ALERT-CALLER-ID                  VALUE "COMPROMISE-INTAKE".
       01 WS-CALLER-ID                     PIC X(20).
      *> Business days between the alert and the reissue run that
      *> cuts the replacement.
       78 REISSUE-LEAD-BUSINESS-DAYS       VALUE 2.

      *> Alert type to tier. An alert type the table does not know
      *> is monitored and reported, never silently dropped.
       01 ALERT-TYPE-VALUES.
        03 FILLER                          PIC X(03) VALUE "APM".
        03 FILLER                          PIC X(03) VALUE "AEV".
        03 FILLER                          PIC X(03) VALUE "CVR".
        03 FILLER                          PIC X(03) VALUE "TDR".
        03 FILLER                          PIC X(03) VALUE "PNR".
       01 ALERT-TYPE-TABLE REDEFINES ALERT-TYPE-VALUES.
        03 ALERT-TYPE-ENTRY OCCURS 5 TIMES.
         05 ATT-ALERT-TYPE                 PIC X(02).
         05 ATT-TIER                       PIC X(01).
       78 ALERT-TYPE-COUNT                 VALUE 5.
       01 ALERT-TYPE-INDEX                 PIC 99 COMP-5.

       01 WS-TODAY                         PIC 9(08).
       01 WS-REISSUE-DATE                  PIC 9(08).
       01 WS-DAY-COUNTER                   PIC 99 COMP-5.

       01 WS-LINE-EVENT-ID                 PIC X(12).
       01 WS-LINE-ALERT-TYPE               PIC X(02).
       01 WS-LINE-PAN                      PIC X(16).
       01 WS-LINE-TALLY                    PIC 99 COMP-5.
       01 WS-PAN-LOOKUP                    PIC 9(16).
       01 WS-TOKEN-LOOKUP                  PIC 9(16).
       01 WS-VAULT-STATUS                  PIC XX.
       01 WS-NEW-TIER                      PIC X(01).
       01 WS-NEW-TIER-RANK                 PIC 9.
       01 WS-OLD-TIER-RANK                 PIC 9.
       01 WS-TIER-RANK-TIER                PIC X(01).
       01 WS-TIER-RANK                     PIC 9.

       01 WS-ALERTS-READ                   PIC 9(6) COMP-5 VALUE 0.
       01 WS-ALERTS-MONITORED              PIC 9(6) COMP-5 VALUE 0.
       01 WS-ALERTS-TIGHTENED              PIC 9(6) COMP-5 VALUE 0.
       01 WS-ALERTS-SCHEDULED              PIC 9(6) COMP-5 VALUE 0.
       01 WS-ALERTS-KEPT                   PIC 9(6) COMP-5 VALUE 0.
       01 WS-ALERTS-NOT-ON-FILE            PIC 9(6) COMP-5 VALUE 0.
       01 WS-ALERTS-CARD-DEAD              PIC 9(6) COMP-5 VALUE 0.
       01 WS-ALERTS-REJECTED               PIC 9(6) COMP-5 VALUE 0.

       procedure division.
           move ALERT-CALLER-ID to WS-CALLER-ID
           call SET-AUDIT-CALLER-ID using by reference WS-CALLER-ID
           call GET-PROCESSING-DATE using by reference WS-TODAY
           perform WORK-OUT-REISSUE-DATE
           perform OPEN-FILES
           if FILE-STATUS = "00" and WS-ALERT-STATUS = "00"
               perform PROCESS-ALERT-FILE
           end-if
           perform CLOSE-FILES
           display "*** Alert lines read:       " WS-ALERTS-READ
           display "*** Monitored only:         " WS-ALERTS-MONITORED
           display "*** Velocity tightened:     " WS-ALERTS-TIGHTENED
           display "*** Scheduled for reissue:  " WS-ALERTS-SCHEDULED
           display "*** Already at higher tier: " WS-ALERTS-KEPT
           display "*** Card not on file:       " WS-ALERTS-NOT-ON-FILE
           display "*** Card already dead:      " WS-ALERTS-CARD-DEAD
           display "*** Lines rejected:         " WS-ALERTS-REJECTED
           stop run.

       WORK-OUT-REISSUE-DATE SECTION.
           move WS-TODAY to WS-REISSUE-DATE
           perform varying WS-DAY-COUNTER from 1 by 1
                       until WS-DAY-COUNTER > REISSUE-LEAD-BUSINESS-DAYS
               call ADVANCE-ONE-DAY-ENTRY using by reference
                                                     WS-REISSUE-DATE
               call GET-NEXT-BUSINESS-DAY using by reference
                                                     WS-REISSUE-DATE
           end-perform
           .

       OPEN-FILES SECTION.
           move OPEN-I-O to WS-FUNCTION-CODE
           call OPEN-CARD-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CARD-FILE-STATUS
           if WS-CARD-FILE-STATUS <> "00"
               display "*** Could not open card file, status "
                       WS-CARD-FILE-STATUS
               move WS-CARD-FILE-STATUS to FILE-STATUS
               exit section
           end-if
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           if FILE-STATUS <> "00"
               display "*** Could not open account file, status "
                       FILE-STATUS
               exit section
           end-if
           open input Alert-File
           if WS-ALERT-STATUS <> "00"
               display "*** Could not open compromise alert file, "
                       "status " WS-ALERT-STATUS
               exit section
           end-if
           open extend Alert-Log-File
           if WS-LOG-STATUS = "35" or WS-LOG-STATUS = "05"
               open output Alert-Log-File
           end-if
           .

       PROCESS-ALERT-FILE SECTION.
           read Alert-File
               at end move "10" to WS-ALERT-STATUS
           end-read
           perform until WS-ALERT-STATUS <> "00"
               if ALERT-LINE <> spaces
                   add 1 to WS-ALERTS-READ
                   perform APPLY-ALERT-LINE
               end-if
               read Alert-File
                   at end move "10" to WS-ALERT-STATUS
               end-read
           end-perform
           .

       APPLY-ALERT-LINE SECTION.
           move spaces to WS-LINE-EVENT-ID WS-LINE-ALERT-TYPE
                          WS-LINE-PAN
           move 0 to WS-LINE-TALLY
           unstring ALERT-LINE delimited by ","
               into WS-LINE-EVENT-ID
                    WS-LINE-ALERT-TYPE
                    WS-LINE-PAN
               tallying in WS-LINE-TALLY
           end-unstring
           if WS-LINE-TALLY <> 3
                   or WS-LINE-EVENT-ID = spaces
                   or WS-LINE-PAN is not numeric
               add 1 to WS-ALERTS-REJECTED
               display "*** Malformed alert line skipped: "
                       ALERT-LINE(1:20)
               exit section
           end-if
           initialize WS-COMPROMISE-ALERT
           move WS-TODAY to WS-ALERT-DATE
           move WS-LINE-EVENT-ID to WS-ALERT-EVENT-ID
           move WS-LINE-ALERT-TYPE to WS-ALERT-TYPE
           move WS-LINE-PAN(13:4) to WS-ALERT-PAN-LAST4
           perform FIND-ALERT-TIER
           move WS-NEW-TIER to WS-ALERT-TIER
           move WS-LINE-PAN to WS-PAN-LOOKUP
           call FIND-TOKEN-FOR-PAN using by reference
                                             WS-PAN-LOOKUP
                                             WS-TOKEN-LOOKUP
                                             WS-VAULT-STATUS
           if WS-VAULT-STATUS = "00"
               move WS-TOKEN-LOOKUP to WS-CARD-CARD-NUMBER
           else
               move WS-PAN-LOOKUP to WS-CARD-CARD-NUMBER
           end-if
           call FIND-CARD-BY-NUMBER using by reference
                                             WS-CARD-CARD-RECORD
                                             WS-CARD-FILE-STATUS
           if WS-CARD-FILE-STATUS <> "00"
               move "00" to WS-CARD-FILE-STATUS
               set WS-ALERT-NOT-ON-FILE to true
               add 1 to WS-ALERTS-NOT-ON-FILE
               perform WRITE-ALERT-LOG
               exit section
           end-if
           move WS-CARD-CARD-NUMBER to WS-ALERT-CARD-NUMBER
           move WS-CARD-ACCOUNT-ID of WS-CARD-CARD-RECORD
                                   to WS-ALERT-ACCOUNT-ID
           perform FETCH-EXPOSURE
           if not WS-CARD-CARD-USABLE-OR-COMING
                   or WS-CARD-REPLACEMENT-CARD-NUMBER > 0
               set WS-ALERT-CARD-DEAD to true
               add 1 to WS-ALERTS-CARD-DEAD
               perform WRITE-ALERT-LOG
               exit section
           end-if
           move WS-CARD-COMPROMISE-TIER to WS-TIER-RANK-TIER
           perform RANK-TIER
           move WS-TIER-RANK to WS-OLD-TIER-RANK
           if WS-OLD-TIER-RANK >= WS-NEW-TIER-RANK
               set WS-ALERT-KEPT to true
               move WS-CARD-COMPROMISE-TIER to WS-ALERT-TIER
               move WS-CARD-REISSUE-DUE-DATE to WS-ALERT-REISSUE-DATE
               add 1 to WS-ALERTS-KEPT
               perform WRITE-ALERT-LOG
               exit section
           end-if
           perform RAISE-CARD-TIER
           perform WRITE-ALERT-LOG
           .

       FIND-ALERT-TIER SECTION.
           move "M" to WS-NEW-TIER
           perform varying ALERT-TYPE-INDEX from 1 by 1
                       until ALERT-TYPE-INDEX > ALERT-TYPE-COUNT
               if ATT-ALERT-TYPE(ALERT-TYPE-INDEX) = WS-LINE-ALERT-TYPE
                   move ATT-TIER(ALERT-TYPE-INDEX) to WS-NEW-TIER
                   exit perform
               end-if
           end-perform
           if ALERT-TYPE-INDEX > ALERT-TYPE-COUNT
               display "*** Unknown alert type " WS-LINE-ALERT-TYPE
                       " on event " WS-LINE-EVENT-ID
                       " - monitored only"
           end-if
           move WS-NEW-TIER to WS-TIER-RANK-TIER
           perform RANK-TIER
           move WS-TIER-RANK to WS-NEW-TIER-RANK
           .

       RANK-TIER SECTION.
           evaluate WS-TIER-RANK-TIER
               when "M"
                   move 1 to WS-TIER-RANK
               when "V"
                   move 2 to WS-TIER-RANK
               when "R"
                   move 3 to WS-TIER-RANK
               when other
                   move 0 to WS-TIER-RANK
           end-evaluate
           .

      *> Open-to-buy on the card's account as it stands - what the
      *> breach put within a thief's reach.
       FETCH-EXPOSURE SECTION.
           move WS-CARD-ACCOUNT-ID of WS-CARD-CARD-RECORD to
                        WS-ACCOUNT-ID of WS-ACCOUNT
           move START-READ to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           if FILE-STATUS = "00"
               move READ-NEXT to WS-FUNCTION-CODE
               call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                          by reference WS-ACCOUNT
                                                       FILE-STATUS
           end-if
           if FILE-STATUS = "00"
                   and WS-ACCOUNT-ID of WS-ACCOUNT =
                       WS-CARD-ACCOUNT-ID of WS-CARD-CARD-RECORD
                   and WS-CREDIT-LIMIT of WS-ACCOUNT >
                       WS-BALANCE of WS-ACCOUNT
               compute WS-ALERT-EXPOSURE =
                       WS-CREDIT-LIMIT of WS-ACCOUNT
                       - WS-BALANCE of WS-ACCOUNT
           end-if
           move "00" to FILE-STATUS
           .

      *> The card is rewritten through the audited card write, so
      *> who moved it to which tier, and when, is on the audit trail.
       RAISE-CARD-TIER SECTION.
           move WS-NEW-TIER to WS-CARD-COMPROMISE-TIER
           move WS-LINE-EVENT-ID to WS-CARD-COMPROMISE-EVENT-ID
           move WS-TODAY to WS-CARD-COMPROMISE-DATE
           if WS-CARD-COMPROMISE-REISSUE
               move WS-REISSUE-DATE to WS-CARD-REISSUE-DUE-DATE
           end-if
           move UPDATE-RECORD to WS-FUNCTION-CODE
           call WRITE-CARD-RECORD using by value WS-FUNCTION-CODE
                                 by reference WS-CARD-CARD-RECORD
                                              WS-CARD-FILE-STATUS
           if WS-CARD-FILE-STATUS <> "00"
                   and WS-CARD-FILE-STATUS <> "02"
               add 1 to WS-ALERTS-REJECTED
               display "*** Card rewrite failed for ****"
                       WS-ALERT-PAN-LAST4
                       "  account " WS-ALERT-ACCOUNT-ID
                       " status " WS-CARD-FILE-STATUS
               move "00" to WS-CARD-FILE-STATUS
               set WS-ALERT-KEPT to true
               exit section
           end-if
           move "00" to WS-CARD-FILE-STATUS
           evaluate true
               when WS-CARD-COMPROMISE-REISSUE
                   set WS-ALERT-SCHEDULED to true
                   move WS-REISSUE-DATE to WS-ALERT-REISSUE-DATE
                   add 1 to WS-ALERTS-SCHEDULED
                   display "SCHEDULED  card ****" WS-ALERT-PAN-LAST4
                           "  account " WS-ALERT-ACCOUNT-ID
                           "  event " WS-ALERT-EVENT-ID
                           "  reissue " WS-REISSUE-DATE
               when WS-CARD-COMPROMISE-VELOCITY
                   set WS-ALERT-TIGHTENED to true
                   add 1 to WS-ALERTS-TIGHTENED
                   display "TIGHTENED  card ****" WS-ALERT-PAN-LAST4
                           "  account " WS-ALERT-ACCOUNT-ID
                           "  event " WS-ALERT-EVENT-ID
               when other
                   set WS-ALERT-MONITORED to true
                   add 1 to WS-ALERTS-MONITORED
           end-evaluate
           .

       WRITE-ALERT-LOG SECTION.
           move WS-COMPROMISE-ALERT to FILE-COMPROMISE-ALERT
           write FILE-COMPROMISE-ALERT
           .

       CLOSE-FILES SECTION.
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-CARD-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CARD-FILE-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           close Alert-File
           close Alert-Log-File
           .
