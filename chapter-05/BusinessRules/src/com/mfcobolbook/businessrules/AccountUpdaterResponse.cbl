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

      *> Account updater response intake - the network's answer to
      *> AccountUpdaterExtract, saying what each merchant did with
      *> the card change it was sent, so CSRs can tell a customer
      *> which subscriptions will carry over to the new card and
      *> which the customer must update by hand. The response file
      *> is one H header - H, file sequence (6), business date (8),
      *> detail count (9) - followed by D details - D, account id
      *> (10), merchant id (15), result (1), merchant name (40). The
      *> account and merchant ids are echoed from the details we
      *> sent; the result is:
      *>   U  the merchant took the new card number and expiry
      *>   N  the merchant is not enrolled with the updater or did
      *>      not take the change - it will decline on the old card
      *>   C  the merchant was told the account is closed
      *> The header passes the transmission-control gate every
      *> inbound interface passes, so a re-sent response is refused
      *> whole. Each result is posted to the merchant's recurring row
      *> with today's date; a merchant the network names that
      *> RecurringChargeDetection has never seen on the account is
      *> listed on the run log, not added - the recurring file holds
      *> only what we have seen billed.
       program-id. AccountUpdaterResponse.

       environment division.
       input-output section.
       file-control.
           select Response-File assign to external
                                           accountUpdaterResponseFile
               organization is line sequential
               file status is WS-RESPONSE-STATUS
               .
           select Recurring-File assign to external
                                           recurringChargeFile
               file status is WS-RECURRING-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-RECURRING-KEY
                          of FILE-RECURRING-CHARGE
               .

       data division.
       file section.
       fd Response-File.
       01 RESPONSE-LINE                    PIC X(80).
       01 RESPONSE-HEADER REDEFINES RESPONSE-LINE.
        03 RH-RECORD-TYPE                  PIC X(01).
        03 RH-FILE-SEQUENCE                PIC 9(06).
        03 RH-BUSINESS-DATE                PIC 9(08).
        03 RH-RECORD-COUNT                 PIC 9(09).
        03 FILLER                          PIC X(56).
       01 RESPONSE-DETAIL REDEFINES RESPONSE-LINE.
        03 RD-RECORD-TYPE                  PIC X(01).
        03 RD-ACCOUNT-ID                   PIC 9(10).
        03 RD-MERCHANT-ID                  PIC X(15).
        03 RD-RESULT                       PIC X(01).
         88 RD-MERCHANT-UPDATED                VALUE "U".
         88 RD-MERCHANT-NOT-UPDATED            VALUE "N".
         88 RD-MERCHANT-CLOSE-ADVISED          VALUE "C".
        03 RD-MERCHANT-NAME                PIC X(40).
        03 FILLER                          PIC X(13).
       fd Recurring-File.
       copy "RECURRING-CHARGE.cpy" replacing ==(PREFIX)== by ==FILE==.

       working-storage section.
       copy "PROCEDURE-NAMES.cpy".
       copy "XMIT-CONTROL.cpy" replacing ==(PREFIX)== by ==WS-XMIT==.

       01 WS-RESPONSE-STATUS               PIC XX.
       01 WS-RECURRING-STATUS              PIC XX.
       01 WS-XMIT-STATUS                   PIC XX.
       78 XMIT-INTERFACE-NAME              VALUE "ACCTUPDRESP".
       01 WS-TODAY                         PIC 9(08).
       01 WS-FILE-RELEASED                 PIC X VALUE "N".
        88 FILE-IS-RELEASED                    VALUE "Y".
       01 WS-EXPECTED-COUNT                PIC 9(09) VALUE 0.
       01 WS-DETAIL-COUNT                  PIC 9(9) COMP-5 VALUE 0.

       01 WS-MERCHANTS-UPDATED             PIC 9(6) COMP-5 VALUE 0.
       01 WS-MERCHANTS-NOT-UPDATED         PIC 9(6) COMP-5 VALUE 0.
       01 WS-MERCHANTS-CLOSE-ADVISED       PIC 9(6) COMP-5 VALUE 0.
       01 WS-MERCHANTS-NOT-ON-FILE         PIC 9(6) COMP-5 VALUE 0.
       01 WS-REJECT-COUNT                  PIC 9(6) COMP-5 VALUE 0.

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           perform OPEN-FILES
           if WS-RESPONSE-STATUS = "00"
               perform PROCESS-RESPONSE-FILE
               perform CLOSE-FILES
               if FILE-IS-RELEASED
                       and WS-DETAIL-COUNT <> WS-EXPECTED-COUNT
                   display "*** COUNT MISMATCH - header promised "
                           WS-EXPECTED-COUNT " details, file held "
                           WS-DETAIL-COUNT
               end-if
           end-if
           display "*** Merchants updated:      " WS-MERCHANTS-UPDATED
           display "*** Merchants not updated:  "
                   WS-MERCHANTS-NOT-UPDATED
           display "*** Closures advised:       "
                   WS-MERCHANTS-CLOSE-ADVISED
           display "*** Merchants not on file:  "
                   WS-MERCHANTS-NOT-ON-FILE
           display "*** Lines rejected:         " WS-REJECT-COUNT
           stop run.

       OPEN-FILES SECTION.
           open input Response-File
           if WS-RESPONSE-STATUS <> "00"
               display "*** Could not open account updater response, "
                       "status " WS-RESPONSE-STATUS
               exit section
           end-if
           open i-o Recurring-File
           if WS-RECURRING-STATUS <> "00"
               display "*** Could not open recurring file, status "
                       WS-RECURRING-STATUS
               close Response-File
               move WS-RECURRING-STATUS to WS-RESPONSE-STATUS
           end-if
           .

       PROCESS-RESPONSE-FILE SECTION.
           read Response-File
               at end move "10" to WS-RESPONSE-STATUS
           end-read
           perform until WS-RESPONSE-STATUS <> "00"
               evaluate RH-RECORD-TYPE
                   when "H"
                       perform VALIDATE-HEADER
                   when "D"
                       perform APPLY-DETAIL-LINE
                   when other
                       add 1 to WS-REJECT-COUNT
                       display "*** Unknown response line skipped: "
                               RESPONSE-LINE(1:40)
               end-evaluate
               if WS-RESPONSE-STATUS = "00"
                   read Response-File
                       at end move "10" to WS-RESPONSE-STATUS
                   end-read
               end-if
           end-perform
           .

      *> The gate every inbound interface passes: "00" clean, "96"
      *> loadable past a gap (the hole is on the daily report), "94"
      *> a duplicate - the whole response is refused.
       VALIDATE-HEADER SECTION.
           if RH-FILE-SEQUENCE not numeric
                   or RH-RECORD-COUNT not numeric
               add 1 to WS-REJECT-COUNT
               display "*** Malformed response header - file "
                       "refused: " RESPONSE-LINE(1:40)
               move "10" to WS-RESPONSE-STATUS
               exit section
           end-if
           move RH-RECORD-COUNT to WS-EXPECTED-COUNT
           move XMIT-INTERFACE-NAME to WS-XMIT-INTERFACE-NAME
           move RH-FILE-SEQUENCE to WS-XMIT-FILE-SEQUENCE
           move RH-BUSINESS-DATE to WS-XMIT-BUSINESS-DATE
           move RH-RECORD-COUNT to WS-XMIT-RECORD-COUNT
           move 0 to WS-XMIT-CONTROL-TOTAL
           call VALIDATE-INBOUND-FILE using by reference
                                             WS-XMIT-XMIT-CONTROL
                                             WS-XMIT-STATUS
           evaluate WS-XMIT-STATUS
               when "00"
                   set FILE-IS-RELEASED to true
               when "96"
                   set FILE-IS-RELEASED to true
                   display "*** Account updater response arrived "
                           "past a sequence gap - loading, hole is "
                           "on the report"
               when "94"
                   display "*** DUPLICATE account updater response "
                           "sequence " RH-FILE-SEQUENCE
                           " - file refused"
                   move "10" to WS-RESPONSE-STATUS
               when other
                   display "*** Transmission control refused the "
                           "file, status " WS-XMIT-STATUS
                   move "10" to WS-RESPONSE-STATUS
           end-evaluate
           .

       APPLY-DETAIL-LINE SECTION.
           if not FILE-IS-RELEASED
               add 1 to WS-REJECT-COUNT
               display "*** Detail before a validated header - file "
                       "refused"
               move "10" to WS-RESPONSE-STATUS
               exit section
           end-if
           add 1 to WS-DETAIL-COUNT
           if RD-ACCOUNT-ID not numeric
                   or RD-MERCHANT-ID = spaces
                   or (not RD-MERCHANT-UPDATED
                       and not RD-MERCHANT-NOT-UPDATED
                       and not RD-MERCHANT-CLOSE-ADVISED)
               add 1 to WS-REJECT-COUNT
               display "*** Malformed response line skipped: "
                       RESPONSE-LINE(1:40)
               exit section
           end-if
           move RD-ACCOUNT-ID to
                        FILE-ACCOUNT-ID of FILE-RECURRING-CHARGE
           move RD-MERCHANT-ID to
                        FILE-MERCHANT-ID of FILE-RECURRING-CHARGE
           read Recurring-File key is FILE-RECURRING-KEY
                                   of FILE-RECURRING-CHARGE
           if WS-RECURRING-STATUS <> "00"
               add 1 to WS-MERCHANTS-NOT-ON-FILE
               display "UPDATER  account " RD-ACCOUNT-ID
                       "  merchant " RD-MERCHANT-ID
                       " not on recurring file, result " RD-RESULT
                       "  " RD-MERCHANT-NAME
               move "00" to WS-RECURRING-STATUS
               exit section
           end-if
           evaluate true
               when RD-MERCHANT-UPDATED
                   set FILE-UPDATER-UPDATED of FILE-RECURRING-CHARGE
                                                          to true
                   add 1 to WS-MERCHANTS-UPDATED
               when RD-MERCHANT-NOT-UPDATED
                   set FILE-UPDATER-NOT-UPDATED
                                  of FILE-RECURRING-CHARGE to true
                   add 1 to WS-MERCHANTS-NOT-UPDATED
               when RD-MERCHANT-CLOSE-ADVISED
                   set FILE-UPDATER-CLOSE-ADVISED
                                  of FILE-RECURRING-CHARGE to true
                   add 1 to WS-MERCHANTS-CLOSE-ADVISED
           end-evaluate
           move WS-TODAY to FILE-UPDATER-DATE of FILE-RECURRING-CHARGE
           rewrite FILE-RECURRING-CHARGE
           if WS-RECURRING-STATUS <> "00"
               add 1 to WS-REJECT-COUNT
               display "*** Could not post updater result for "
                       "account " RD-ACCOUNT-ID
                       " status " WS-RECURRING-STATUS
               move "00" to WS-RECURRING-STATUS
           end-if
           .

       CLOSE-FILES SECTION.
           close Response-File
           close Recurring-File
           .
