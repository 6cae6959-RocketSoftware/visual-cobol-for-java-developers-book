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

      *> Breach mass reissue. Walks the card file for cards the
      *> compromised-card alert intake scheduled (tier R) whose
      *> reissue date has come, and for each cuts a replacement on
      *> the same account with a fresh number, issued NOT ACTIVATED.
      *> The compromised card is not retired here: it keeps working
      *> (under the authorization tightening) until the customer
      *> activates the new one, when CardActivation marks it
      *> REISSUED and moves its wallet tokens - nobody is left
      *> without a card while the new plastic is in the mail. Each
      *> replacement goes to the batched compromise embossing
      *> extract, not the daily one, so the bureau runs a breach as
      *> one bulk job with its own carrier, and each customer is
      *> owed a CMPR letter explaining why a card that works is
      *> being replaced. A run cuts at most BATCH-MAX cards; the
      *> rest stay due and go in the next run.
       program-id. CompromisedCardReissue.

       environment division.
       input-output section.
       file-control.
           select Emboss-File assign to external compromiseEmbossFile
               organization is line sequential
               file status is WS-EMBOSS-STATUS
               .
           select Trigger-File
               assign to external correspondenceTriggerFile
               organization is line sequential
               file status is WS-TRIGGER-STATUS
               .

       data division.
       file section.
       fd Emboss-File.
       copy "EMBOSS-RECORD.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Trigger-File.
       copy "CORRESPONDENCE-TRIGGER.cpy"
                              replacing ==(PREFIX)== by ==FILE-TRG==.

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "CUSTOMER-RECORD.cpy" replacing ==(PREFIX)== by ==WS-CUST==.
       copy "CARD-RECORD.cpy" replacing ==(PREFIX)== by ==WS-CARD==.
       copy "CARD-RECORD.cpy" replacing ==(PREFIX)== by ==WS-NEW==.
       copy "CORRESPONDENCE-TRIGGER.cpy"
                              replacing ==(PREFIX)== by ==WS-TRG==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS.
        03 FILE-STATUS-BYTE-1              PIC X.
        03 FILE-STATUS-BYTE-2              PIC X.
       01 WS-CARD-FILE-STATUS.
        03 WS-CARD-FS-1                    PIC X.
        03 WS-CARD-FS-2                    PIC X.
       01 WS-CUSTOMER-STATUS.
        03 WS-CUSTOMER-STATUS-1            PIC X.
        03 WS-CUSTOMER-STATUS-2            PIC X.
       01 WS-EMBOSS-STATUS                 PIC XX.
       01 WS-TRIGGER-STATUS                PIC XX.
       01 WS-TRIGGER-FILE-OPEN             PIC X(01) VALUE "N".
        88 TRIGGER-FILE-IS-OPEN                VALUE "Y".

       78 REISSUE-CALLER-ID                VALUE "COMPROMISE-REISSUE".
       01 WS-CALLER-ID                     PIC X(20).
       78 CARD-LIFE-YEARS                  VALUE 3.
      *> Most cards one run sends to the bureau - the bureau's daily
      *> capacity for a bulk job, and what the call centre can take
      *> in "why is my card being replaced" calls.
       78 BATCH-MAX                        VALUE 2000.
       78 COMPROMISE-TEMPLATE-CODE         VALUE "CMPR".

       01 WS-REVEALED-PAN                  PIC 9(16).
       01 WS-REVEAL-STATUS                 PIC XX.
       01 WS-TODAY                         PIC 9(08).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
        03 WS-TODAY-YEAR                   PIC 9(04).
        03 WS-TODAY-MONTH                  PIC 9(02).
        03 WS-TODAY-DAY                    PIC 9(02).
       01 WS-ASSIGNED-CARD-NUMBER          PIC 9(16).

       01 WS-CARDS-SCANNED                 PIC 9(6) COMP-5 VALUE 0.
       01 WS-CARDS-REISSUED                PIC 9(6) COMP-5 VALUE 0.
       01 WS-CARDS-DEFERRED                PIC 9(6) COMP-5 VALUE 0.
       01 WS-CARDS-FAILED                  PIC 9(6) COMP-5 VALUE 0.
       01 WS-LETTERS-QUEUED                PIC 9(6) COMP-5 VALUE 0.

       procedure division.
           move REISSUE-CALLER-ID to WS-CALLER-ID
           call SET-AUDIT-CALLER-ID using by reference WS-CALLER-ID
           call GET-PROCESSING-DATE using by reference WS-TODAY
           perform OPEN-FILES
           if FILE-STATUS = "00"
               perform SCAN-CARDS
               perform CLOSE-FILES
           end-if
           display "*** Cards scanned:          " WS-CARDS-SCANNED
           display "*** Replacements cut:       " WS-CARDS-REISSUED
           display "*** Deferred to next batch: " WS-CARDS-DEFERRED
           display "*** Replacements failed:    " WS-CARDS-FAILED
           display "*** Letters queued:         " WS-LETTERS-QUEUED
           stop run.

       OPEN-FILES SECTION.
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           if FILE-STATUS <> "00"
               display "*** Could not open account file, status "
                       FILE-STATUS
               exit section
           end-if
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-CUSTOMER-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CUSTOMER-STATUS
           if WS-CUSTOMER-STATUS <> "00"
               display "*** Could not open customer file, status "
                       WS-CUSTOMER-STATUS
               move WS-CUSTOMER-STATUS to FILE-STATUS
               exit section
           end-if
           move OPEN-I-O to WS-FUNCTION-CODE
           call OPEN-CARD-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CARD-FILE-STATUS
           if WS-CARD-FILE-STATUS <> "00"
               display "*** Could not open card file, status "
                       WS-CARD-FILE-STATUS
               move WS-CARD-FILE-STATUS to FILE-STATUS
               exit section
           end-if
           open extend Emboss-File
           if WS-EMBOSS-STATUS = "35" or WS-EMBOSS-STATUS = "05"
               open output Emboss-File
           end-if
           .

       SCAN-CARDS SECTION.
           move 0 to WS-CARD-CARD-NUMBER
           move START-READ to WS-FUNCTION-CODE
           call READ-CARD-RECORD using by value WS-FUNCTION-CODE
                                 by reference WS-CARD-CARD-RECORD
                                              WS-CARD-FILE-STATUS
           perform READ-NEXT-CARD
           perform until WS-CARD-FILE-STATUS <> "00"
               add 1 to WS-CARDS-SCANNED
               perform REVIEW-CARD
               perform READ-NEXT-CARD
           end-perform
           .

       READ-NEXT-CARD SECTION.
           move READ-NEXT to WS-FUNCTION-CODE
           call READ-CARD-RECORD using by value WS-FUNCTION-CODE
                                 by reference WS-CARD-CARD-RECORD
                                              WS-CARD-FILE-STATUS
           .

      *> Due: scheduled, reissue date reached, still usable, and no
      *> replacement cut yet - a card lost or stolen since the alert
      *> already had its replacement from the service desk.
       REVIEW-CARD SECTION.
           if not WS-CARD-COMPROMISE-REISSUE
                   or not WS-CARD-CARD-USABLE-OR-COMING
                   or WS-CARD-REPLACEMENT-CARD-NUMBER > 0
                   or WS-CARD-REISSUE-DUE-DATE > WS-TODAY
               exit section
           end-if
           if WS-CARDS-REISSUED >= BATCH-MAX
               add 1 to WS-CARDS-DEFERRED
               exit section
           end-if
           perform CUT-REPLACEMENT
           .

      *> The replacement is written first and the old card pointed
      *> at it second: a run that dies between the two leaves a spare
      *> inert card and the old one still due, which the next run
      *> re-cuts - never a live card with no way to replace it.
       CUT-REPLACEMENT SECTION.
           initialize WS-NEW-CARD-RECORD
           call GET-NEXT-CARD-NUMBER using by reference
                                             WS-ASSIGNED-CARD-NUMBER
                                             WS-CARD-FILE-STATUS
           move WS-ASSIGNED-CARD-NUMBER to
                        WS-NEW-CARD-NUMBER of WS-NEW-CARD-RECORD
           move WS-CARD-ACCOUNT-ID of WS-CARD-CARD-RECORD to
                        WS-NEW-ACCOUNT-ID of WS-NEW-CARD-RECORD
           compute WS-NEW-CARD-EXPIRY-YEAR =
                                  WS-TODAY-YEAR + CARD-LIFE-YEARS
           move WS-TODAY-MONTH to WS-NEW-CARD-EXPIRY-MONTH
           set WS-NEW-CARD-NOT-ACTIVATED to true
           move WS-TODAY to WS-NEW-CARD-ISSUED-DATE
           move WS-CARD-CARD-NUMBER to WS-NEW-REPLACES-CARD-NUMBER
      *>   The PIN belongs to the cardholder, not the plastic - the
      *>   replacement verifies the same PIN, block and all.
           move WS-CARD-PIN-VERIFY-VALUE to WS-NEW-PIN-VERIFY-VALUE
           move WS-CARD-PIN-STATUS to WS-NEW-PIN-STATUS
           move WS-CARD-PIN-FAIL-COUNT to WS-NEW-PIN-FAIL-COUNT
           move WS-CARD-PIN-CHANGED-DATE to WS-NEW-PIN-CHANGED-DATE
           move WRITE-RECORD to WS-FUNCTION-CODE
           call WRITE-CARD-RECORD using by value WS-FUNCTION-CODE
                                 by reference WS-NEW-CARD-RECORD
                                              WS-CARD-FILE-STATUS
           if WS-CARD-FILE-STATUS <> "00"
                   and WS-CARD-FILE-STATUS <> "02"
               add 1 to WS-CARDS-FAILED
               display "*** Replacement write failed for account "
                       WS-CARD-ACCOUNT-ID of WS-CARD-CARD-RECORD
                       " status " WS-CARD-FILE-STATUS
               move "00" to WS-CARD-FILE-STATUS
               exit section
           end-if
           move WS-NEW-CARD-NUMBER of WS-NEW-CARD-RECORD to
                        WS-CARD-REPLACEMENT-CARD-NUMBER
           move UPDATE-RECORD to WS-FUNCTION-CODE
           call WRITE-CARD-RECORD using by value WS-FUNCTION-CODE
                                 by reference WS-CARD-CARD-RECORD
                                              WS-CARD-FILE-STATUS
           if WS-CARD-FILE-STATUS <> "00"
                   and WS-CARD-FILE-STATUS <> "02"
               add 1 to WS-CARDS-FAILED
               display "*** Could not link replacement for account "
                       WS-CARD-ACCOUNT-ID of WS-CARD-CARD-RECORD
                       " status " WS-CARD-FILE-STATUS
               move "00" to WS-CARD-FILE-STATUS
               exit section
           end-if
           move "00" to WS-CARD-FILE-STATUS
           set FILE-EMBOSS-COMPROMISE to true
           perform WRITE-EMBOSS-ROW
           perform QUEUE-CUSTOMER-LETTER
           add 1 to WS-CARDS-REISSUED
           display "REISSUED  account "
                   WS-CARD-ACCOUNT-ID of WS-CARD-CARD-RECORD
                   "  event " WS-CARD-COMPROMISE-EVENT-ID
                   "  new card awaiting activation"
           .

      *> Same emboss-row construction as CardIssuance - name looked
      *> up through the card's account and customer.
       WRITE-EMBOSS-ROW SECTION.
           move WS-NEW-ACCOUNT-ID of WS-NEW-CARD-RECORD to
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
           move spaces to FILE-EMBOSS-NAME
           if FILE-STATUS = "00"
               and WS-ACCOUNT-ID of WS-ACCOUNT
                        = WS-NEW-ACCOUNT-ID of WS-NEW-CARD-RECORD
               move WS-CUSTOMER-ID of WS-ACCOUNT to
                   WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD
               move START-READ to WS-FUNCTION-CODE
               call FIND-CUSTOMER-ID using by value WS-FUNCTION-CODE
                             by reference WS-CUST-CUSTOMER-RECORD
                                          WS-CUSTOMER-STATUS
               if WS-CUSTOMER-STATUS = "00"
                   string WS-CUST-FIRST-NAME delimited by "  "
                          " " delimited by size
                          WS-CUST-LAST-NAME delimited by "  "
                       into FILE-EMBOSS-NAME
                   end-string
               end-if
           end-if
      *>   The emboss row carries the real number, revealed through
      *>   the vault's one audited exit; "23" = a pre-vault card
      *>   whose stored number IS the real one.
           move WS-NEW-CARD-NUMBER of WS-NEW-CARD-RECORD to
                        WS-REVEALED-PAN
           call REVEAL-CARD-NUMBER using by reference
                         WS-NEW-CARD-NUMBER of WS-NEW-CARD-RECORD
                         WS-REVEALED-PAN
                         WS-REVEAL-STATUS
           if WS-REVEAL-STATUS <> "00"
               move WS-NEW-CARD-NUMBER of WS-NEW-CARD-RECORD to
                        WS-REVEALED-PAN
           end-if
           move WS-REVEALED-PAN to FILE-EMBOSS-CARD-NUMBER
           move WS-NEW-CARD-EXPIRY-YEAR to FILE-EMBOSS-EXPIRY-YEAR
           move WS-NEW-CARD-EXPIRY-MONTH to FILE-EMBOSS-EXPIRY-MONTH
           move WS-NEW-ACCOUNT-ID of WS-NEW-CARD-RECORD to
                        FILE-EMBOSS-ACCOUNT-ID
           write FILE-EMBOSS-RECORD
           move "00" to FILE-STATUS
           .

       QUEUE-CUSTOMER-LETTER SECTION.
           if not TRIGGER-FILE-IS-OPEN
               open extend Trigger-File
               if WS-TRIGGER-STATUS = "35"
                       or WS-TRIGGER-STATUS = "05"
                   open output Trigger-File
               end-if
               set TRIGGER-FILE-IS-OPEN to true
           end-if
           move WS-TODAY to WS-TRG-TRIGGER-DATE
           move COMPROMISE-TEMPLATE-CODE to WS-TRG-TEMPLATE-CODE
           move WS-CARD-ACCOUNT-ID of WS-CARD-CARD-RECORD
                                 to WS-TRG-TRIGGER-ACCOUNT-ID
           move 0 to WS-TRG-TRIGGER-AMOUNT
           move WS-TRG-CORRESPONDENCE-TRIGGER
                                  to FILE-TRG-CORRESPONDENCE-TRIGGER
           write FILE-TRG-CORRESPONDENCE-TRIGGER
           add 1 to WS-LETTERS-QUEUED
           .

       CLOSE-FILES SECTION.
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-CUSTOMER-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CUSTOMER-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-CARD-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CARD-FILE-STATUS
           close Emboss-File
           if TRIGGER-FILE-IS-OPEN
               close Trigger-File
           end-if
           .
