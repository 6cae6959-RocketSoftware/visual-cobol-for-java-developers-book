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

      *> Daily reconciliation of instant payments - the messages
      *> InstantPaymentPosting answered today against the rail's
      *> settlement report of what actually moved. The report is a
      *> file of MESSAGEID,YYYYMMDD,AMOUNT lines; the instant payment
      *> log's rows for today's processing date are the posted side.
      *> A settlement row pairs with the accepted log row of the same
      *> message id when the amounts agree. What doesn't pair is a
      *> break for operations, listed by which side is short:
      *>   SETTLED NOT POSTED  - the rail moved money for a message
      *>                         we never answered;
      *>   SETTLED BUT REJECTED - the rail moved money we refused,
      *>                         which is owed back to the sender;
      *>   AMOUNT DIFFERS      - same message, different money;
      *>   POSTED NOT SETTLED  - the customer was credited and the
      *>                         money never came;
      *>   POSTED WITHOUT ROW  - accepted and settled but the
      *>                         payment row was never written.
      *> Rejected messages the rail did not settle are as they
      *> should be and are only counted.
       program-id. InstantPaymentRecon.

       environment division.
       input-output section.
       file-control.
           select Log-File assign to external instantPaymentLogFile
               organization is line sequential
               file status is WS-LOG-STATUS
               .
           select Settlement-File assign to external
                                           rtpSettlementFile
               organization is line sequential
               file status is WS-SETTLEMENT-STATUS
               .

       data division.
       file section.
       fd Log-File.
       copy "INSTANT-PAYMENT.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Settlement-File.
       01 SETTLEMENT-LINE                  PIC X(80).

       working-storage section.
       copy "PROCEDURE-NAMES.cpy".
       01 WS-LOG-STATUS                    PIC XX.
       01 WS-SETTLEMENT-STATUS             PIC XX.

       01 WS-TODAY                         PIC 9(08).

      *> Today's answered messages from the log, loaded once and
      *> marked off as settlement rows pair with them.
       78 LOG-TABLE-MAX                    VALUE 5000.
       01 LOG-TABLE.
        03 LOG-ENTRY OCCURS 5000 TIMES.
         05 LOG-MESSAGE-ID                  PIC X(35).
         05 LOG-ACCOUNT-ID                  PIC 9(10).
         05 LOG-AMOUNT                      PIC 9(10)V99.
         05 LOG-RESPONSE                    PIC X(01).
          88 LOG-ROW-ACCEPTED                   VALUE "A".
         05 LOG-PAYMENT-ID                  PIC 9(10).
         05 LOG-MATCHED-FLAG                PIC X(01).
          88 LOG-ROW-MATCHED                    VALUE "Y".
       01 LOG-COUNT                        PIC 9(4) COMP-5 VALUE 0.
       01 LOG-INDEX                        PIC 9(4) COMP-5.
       01 WS-ACCEPTED-INDEX                PIC 9(4) COMP-5.
       01 WS-REJECTED-INDEX                PIC 9(4) COMP-5.

       01 WS-LINE-MESSAGE-ID               PIC X(35).
       01 WS-LINE-DATE                     PIC X(08).
       01 WS-LINE-AMOUNT                   PIC 9(10)V99.
       01 WS-LINE-TALLY                    PIC 99 COMP-5.
       01 WS-BREAK-TEXT                    PIC X(20).

       01 WS-LOG-ROWS                      PIC 9(6) COMP-5 VALUE 0.
       01 WS-LOG-OVERFLOWS                 PIC 9(6) COMP-5 VALUE 0.
       01 WS-ACCEPTED-COUNT                PIC 9(6) COMP-5 VALUE 0.
       01 WS-REJECTED-COUNT                PIC 9(6) COMP-5 VALUE 0.
       01 WS-SETTLEMENT-ROWS               PIC 9(6) COMP-5 VALUE 0.
       01 WS-ROWS-REJECTED                 PIC 9(6) COMP-5 VALUE 0.
       01 WS-MATCHED-COUNT                 PIC 9(6) COMP-5 VALUE 0.
       01 WS-BREAK-COUNT                   PIC 9(6) COMP-5 VALUE 0.
       01 WS-ACCEPTED-TOTAL                PIC S9(12)V99 VALUE 0.
       01 WS-SETTLED-TOTAL                 PIC S9(12)V99 VALUE 0.
       01 DISPLAY-CASH                     PIC -Z(12)9.99.

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           display "INSTANT PAYMENT RECONCILIATION - " WS-TODAY
           display " "
           perform LOAD-LOG-FILE
           perform MATCH-SETTLEMENT-FILE
           perform SWEEP-POSTED-SIDE
           perform DISPLAY-SUMMARY
           stop run.

       LOAD-LOG-FILE SECTION.
           open input Log-File
           if WS-LOG-STATUS <> "00"
               display "*** No instant payment log for today"
               exit section
           end-if
           read Log-File
               at end move "10" to WS-LOG-STATUS
           end-read
           perform until WS-LOG-STATUS <> "00"
               if FILE-RTP-POSTED-DATE = WS-TODAY
                   perform LOAD-ONE-LOG-ROW
               end-if
               read Log-File
                   at end move "10" to WS-LOG-STATUS
               end-read
           end-perform
           close Log-File
           .

       LOAD-ONE-LOG-ROW SECTION.
           add 1 to WS-LOG-ROWS
           if FILE-RTP-ACCEPTED
               add 1 to WS-ACCEPTED-COUNT
               add FILE-RTP-AMOUNT to WS-ACCEPTED-TOTAL
           else
               add 1 to WS-REJECTED-COUNT
           end-if
           if LOG-COUNT >= LOG-TABLE-MAX
               add 1 to WS-LOG-OVERFLOWS
               display "*** Log table full - message not reconciled: "
                       FILE-RTP-MESSAGE-ID
               exit section
           end-if
           add 1 to LOG-COUNT
           move FILE-RTP-MESSAGE-ID to LOG-MESSAGE-ID(LOG-COUNT)
           move FILE-RTP-ACCOUNT-ID to LOG-ACCOUNT-ID(LOG-COUNT)
           move FILE-RTP-AMOUNT to LOG-AMOUNT(LOG-COUNT)
           move FILE-RTP-RESPONSE to LOG-RESPONSE(LOG-COUNT)
           move FILE-RTP-PAYMENT-ID to LOG-PAYMENT-ID(LOG-COUNT)
           move "N" to LOG-MATCHED-FLAG(LOG-COUNT)
           .

       MATCH-SETTLEMENT-FILE SECTION.
           open input Settlement-File
           if WS-SETTLEMENT-STATUS <> "00"
               display "*** No rail settlement report - every accepted "
                       "payment is reported unsettled"
               exit section
           end-if
           read Settlement-File
               at end move "10" to WS-SETTLEMENT-STATUS
           end-read
           perform until WS-SETTLEMENT-STATUS <> "00"
               perform MATCH-ONE-SETTLEMENT-ROW
               read Settlement-File
                   at end move "10" to WS-SETTLEMENT-STATUS
               end-read
           end-perform
           close Settlement-File
           .

       MATCH-ONE-SETTLEMENT-ROW SECTION.
           move 0 to WS-LINE-TALLY
           unstring SETTLEMENT-LINE delimited by ","
               into WS-LINE-MESSAGE-ID
                    WS-LINE-DATE
                    WS-LINE-AMOUNT
               tallying in WS-LINE-TALLY
           end-unstring
           if WS-LINE-TALLY <> 3 or WS-LINE-DATE is not numeric
                   or WS-LINE-MESSAGE-ID = spaces
               add 1 to WS-ROWS-REJECTED
               display "*** Malformed settlement row skipped: "
                       SETTLEMENT-LINE
               exit section
           end-if
           add 1 to WS-SETTLEMENT-ROWS
           add WS-LINE-AMOUNT to WS-SETTLED-TOTAL
           move 0 to WS-ACCEPTED-INDEX
           move 0 to WS-REJECTED-INDEX
           perform varying LOG-INDEX from 1 by 1
                       until LOG-INDEX > LOG-COUNT
               if LOG-MESSAGE-ID(LOG-INDEX) = WS-LINE-MESSAGE-ID
                   if LOG-ROW-ACCEPTED(LOG-INDEX)
                       move LOG-INDEX to WS-ACCEPTED-INDEX
                       exit perform
                   else
                       move LOG-INDEX to WS-REJECTED-INDEX
                   end-if
               end-if
           end-perform
           evaluate true
               when WS-ACCEPTED-INDEX > 0
                   move "Y" to LOG-MATCHED-FLAG(WS-ACCEPTED-INDEX)
                   if LOG-AMOUNT(WS-ACCEPTED-INDEX) = WS-LINE-AMOUNT
                       add 1 to WS-MATCHED-COUNT
                   else
                       move "AMOUNT DIFFERS" to WS-BREAK-TEXT
                       perform REPORT-SETTLEMENT-BREAK
                   end-if
               when WS-REJECTED-INDEX > 0
                   move "SETTLED BUT REJECTED" to WS-BREAK-TEXT
                   perform REPORT-SETTLEMENT-BREAK
               when other
                   move "SETTLED NOT POSTED" to WS-BREAK-TEXT
                   perform REPORT-SETTLEMENT-BREAK
           end-evaluate
           .

       REPORT-SETTLEMENT-BREAK SECTION.
           add 1 to WS-BREAK-COUNT
           move WS-LINE-AMOUNT to DISPLAY-CASH
           display WS-BREAK-TEXT " message " WS-LINE-MESSAGE-ID
                   " settled " WS-LINE-DATE " " DISPLAY-CASH
           if WS-ACCEPTED-INDEX > 0
               move LOG-AMOUNT(WS-ACCEPTED-INDEX) to DISPLAY-CASH
               display "                     account "
                       LOG-ACCOUNT-ID(WS-ACCEPTED-INDEX)
                       " posted " DISPLAY-CASH
           end-if
           .

       SWEEP-POSTED-SIDE SECTION.
           perform varying LOG-INDEX from 1 by 1
                       until LOG-INDEX > LOG-COUNT
               if LOG-ROW-ACCEPTED(LOG-INDEX)
                   evaluate true
                       when not LOG-ROW-MATCHED(LOG-INDEX)
                           move "POSTED NOT SETTLED" to WS-BREAK-TEXT
                           perform REPORT-POSTED-BREAK
                       when LOG-PAYMENT-ID(LOG-INDEX) = 0
                           move "POSTED WITHOUT ROW" to WS-BREAK-TEXT
                           perform REPORT-POSTED-BREAK
                   end-evaluate
               end-if
           end-perform
           .

       REPORT-POSTED-BREAK SECTION.
           add 1 to WS-BREAK-COUNT
           move LOG-AMOUNT(LOG-INDEX) to DISPLAY-CASH
           display WS-BREAK-TEXT " message " LOG-MESSAGE-ID(LOG-INDEX)
                   " account " LOG-ACCOUNT-ID(LOG-INDEX)
                   " " DISPLAY-CASH
           .

       DISPLAY-SUMMARY SECTION.
           display " "
           display "*** Log rows today:         " WS-LOG-ROWS
           display "*** Accepted:               " WS-ACCEPTED-COUNT
           display "*** Rejected:               " WS-REJECTED-COUNT
           if WS-LOG-OVERFLOWS > 0
               display "*** Not reconciled:         " WS-LOG-OVERFLOWS
           end-if
           display "*** Settlement rows:        " WS-SETTLEMENT-ROWS
           display "*** Rows rejected:          " WS-ROWS-REJECTED
           display "*** Matched:                " WS-MATCHED-COUNT
           display "*** Breaks:                 " WS-BREAK-COUNT
           move WS-ACCEPTED-TOTAL to DISPLAY-CASH
           display "*** Accepted total:         " DISPLAY-CASH
           move WS-SETTLED-TOTAL to DISPLAY-CASH
           display "*** Settled total:          " DISPLAY-CASH
           .
