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

      *> Third-party agency placement. Late-stage and charged-off
      *> accounts are put out to outside collection agencies on
      *> contingency by the rules on the agency rules file (see
      *> AGENCY-RULE), tried in file order, first fit wins. Each run
      *> first RECALLS what is out: a placement whose period has run
      *> out, an account gone into bankruptcy, a charged-off debt
      *> sold or paid off, a late-stage account paid down to
      *> nothing. It then PLACES what is eligible and not already
      *> out - never a deposit account, never one under a
      *> bankruptcy, deceased, legal or fraud restriction, never one
      *> whose case carries a cease-and-desist, and never with an
      *> agency that has had the account before, so the next rule
      *> down becomes the secondary placement. A placement writes
      *> the agency placement row and stamps the account with the
      *> agency code - the flag CollectionsAging and
      *> CollectionsContactEntry read to keep internal collectors
      *> off it; a recall clears the stamp. Late-stage accounts are
      *> sized by the deepest bucket on their collections case and
      *> their balance, charged-off accounts by the ledger's
      *> outstanding exposure. Last, one outbound file per agency
      *> carries the day's PLAC rows (debtor name, address, phone
      *> and placed balance - no tax id goes out) and RECL rows,
      *> closed by a trailer of counts and the placed total.
       program-id. AgencyPlacement.

       environment division.
       input-output section.
       file-control.
           select Rules-File assign to external agencyRulesFile
               organization is line sequential
               file status is WS-RULES-STATUS
               .
           select Placement-File assign to external
                                           agencyPlacementFile
               file status is WS-PLACEMENT-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-PLC-KEY
               .
           select Outbound-File assign to external agencyOutboundFile
               organization is line sequential
               file status is WS-OUTBOUND-STATUS
               .

       data division.
       file section.
       fd Rules-File.
       copy "AGENCY-RULE.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Placement-File.
       copy "AGENCY-PLACEMENT.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Outbound-File.
       01 OUT-PLACEMENT-RECORD.
        03 OUT-RECORD-TYPE                 PIC X(04).
        03 OUT-AGENCY-CODE                 PIC X(08).
        03 OUT-ACCOUNT-ID                  PIC 9(10).
        03 OUT-STAGE                       PIC X(01).
        03 OUT-PLACED-BALANCE              PIC S9(12)V99.
        03 OUT-PLACED-DATE                 PIC 9(08).
        03 OUT-EXPIRY-DATE                 PIC 9(08).
        03 OUT-LAST-NAME                   PIC X(30).
        03 OUT-FIRST-NAME                  PIC X(30).
        03 OUT-ADDRESS-LINE-1              PIC X(30).
        03 OUT-ADDRESS-LINE-2              PIC X(30).
        03 OUT-CITY                        PIC X(20).
        03 OUT-STATE                       PIC X(02).
        03 OUT-ZIP-CODE                    PIC X(10).
        03 OUT-PHONE                       PIC X(15).
       01 OUT-RECALL-RECORD.
        03 ORC-RECORD-TYPE                 PIC X(04).
        03 ORC-AGENCY-CODE                 PIC X(08).
        03 ORC-ACCOUNT-ID                  PIC 9(10).
        03 ORC-PLACED-DATE                 PIC 9(08).
        03 ORC-RECALL-DATE                 PIC 9(08).
        03 ORC-RECALL-REASON               PIC X(01).
       01 OUT-TRAILER-RECORD.
        03 OTR-RECORD-TYPE                 PIC X(04).
        03 OTR-AGENCY-CODE                 PIC X(08).
        03 OTR-PLACED-COUNT                PIC 9(09).
        03 OTR-PLACED-TOTAL                PIC S9(14)V99.
        03 OTR-RECALLED-COUNT              PIC 9(09).

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "CUSTOMER-RECORD.cpy" replacing ==(PREFIX)== by ==WS-CUST==.
       copy "CHARGEOFF-LEDGER.cpy" replacing ==(PREFIX)== by ==WS-CHG==.
       copy "COLLECTION-CASE.cpy" replacing ==(PREFIX)== by ==WS-CASE==.
       copy "DATE.cpy" replacing ==(PREFIX)== by ==WS-EXPIRY==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS.
        03 FILE-STATUS-BYTE-1              PIC X.
        03 FILE-STATUS-BYTE-2              PIC X.
       01 WS-CUSTOMER-STATUS               PIC XX.
       01 WS-CHARGEOFF-STATUS              PIC XX.
       01 WS-COLLECTION-STATUS             PIC XX.
       01 WS-RULES-STATUS                  PIC XX.
       01 WS-PLACEMENT-STATUS              PIC XX.
       01 WS-OUTBOUND-STATUS               PIC XX.

       78 PLACEMENT-CALLER-ID              VALUE "AGENCY-PLACEMENT".
       01 WS-CALLER-ID                     PIC X(20).

       01 WS-TODAY                         PIC 9(08).

      *> The placement policy, loaded once in file order.
       78 RULE-TABLE-MAX                   VALUE 50.
       01 RULE-TABLE.
        03 RULE-ENTRY                      OCCURS 50.
         05 RT-AGENCY-CODE                 PIC X(08).
         05 RT-STAGE                       PIC X(01).
         05 RT-MIN-BUCKET-DAYS             PIC 9(03).
         05 RT-MIN-BALANCE                 PIC 9(9)V99.
         05 RT-MAX-BALANCE                 PIC 9(9)V99.
         05 RT-COMMISSION-RATE             PIC 9V9(4).
         05 RT-PLACEMENT-DAYS              PIC 9(03).
       01 RULE-COUNT                       PIC 9(4) COMP-5 VALUE 0.
       01 RULE-INDEX                       PIC 9(4) COMP-5.
       01 WS-MATCHED-RULE                  PIC 9(4) COMP-5.

      *> Every agency the run deals with - one outbound file apiece,
      *> including an agency dropped from the rules that still has
      *> a recall to be told about.
       78 AGENCY-TABLE-MAX                 VALUE 50.
       01 AGENCY-TABLE.
        03 AT-AGENCY-CODE                  PIC X(08) OCCURS 50.
       01 AGENCY-COUNT                     PIC 9(4) COMP-5 VALUE 0.
       01 AGENCY-INDEX                     PIC 9(4) COMP-5.
       01 WS-NOTE-AGENCY                   PIC X(08).
       01 WS-AGENCY-KNOWN                  PIC X.
        88 AGENCY-IS-KNOWN                     VALUE "Y".

      *> The candidate account's placement history - every agency
      *> that has had it, in placed-date order.
       78 HISTORY-TABLE-MAX                VALUE 20.
       01 HISTORY-TABLE.
        03 HT-AGENCY-CODE                  PIC X(08) OCCURS 20.
       01 HISTORY-COUNT                    PIC 9(4) COMP-5.
       01 HISTORY-INDEX                    PIC 9(4) COMP-5.
       01 WS-PLACED-TODAY                  PIC X.
        88 ACCOUNT-PLACED-TODAY                VALUE "Y".
       01 WS-AGENCY-HAD-IT                 PIC X.
        88 AGENCY-ALREADY-HAD-IT               VALUE "Y".

       01 WS-CANDIDATE-STAGE               PIC X(01).
        88 CANDIDATE-IS-LATE-STAGE             VALUE "L".
        88 CANDIDATE-IS-CHARGED-OFF            VALUE "C".
       01 WS-CANDIDATE-BUCKET-DAYS         PIC 9(03).
       01 WS-CANDIDATE-BALANCE             PIC S9(12)V99.
       01 WS-OUTSTANDING                   PIC S9(12)V99.
       01 WS-RECALL-REASON                 PIC X(01).

       01 WS-ENV-NAME                      PIC X(40).
       01 WS-OUTBOUND-BASE                 PIC X(255).
       01 WS-OUTBOUND-PATH                 PIC X(255).
       01 WS-AGENCY-PLACED-COUNT           PIC 9(6) COMP-5.
       01 WS-AGENCY-PLACED-TOTAL           PIC S9(14)V99.
       01 WS-AGENCY-RECALLED-COUNT         PIC 9(6) COMP-5.

       01 WS-RECALLS-MADE                  PIC 9(6) COMP-5 VALUE 0.
       01 WS-PLACEMENTS-MADE               PIC 9(6) COMP-5 VALUE 0.
       01 WS-NO-RULE-FITS                  PIC 9(6) COMP-5 VALUE 0.
       01 WS-OUTBOUND-FILES                PIC 9(6) COMP-5 VALUE 0.
       01 WS-PLACED-TOTAL                  PIC S9(14)V99 VALUE 0.
       01 DISPLAY-CASH                     PIC -Z(13)9.99.
       01 DISPLAY-ACCOUNT-ID               PIC 9(10).

       procedure division.
           move PLACEMENT-CALLER-ID to WS-CALLER-ID
           call SET-AUDIT-CALLER-ID using by reference WS-CALLER-ID
           call GET-PROCESSING-DATE using by reference WS-TODAY
           perform LOAD-RULES
           perform OPEN-FILES
           if FILE-STATUS = "00" and WS-PLACEMENT-STATUS = "00"
               perform RECALL-PLACEMENTS
               perform PLACE-ACCOUNTS
               perform WRITE-OUTBOUND-FILES
               perform CLOSE-FILES
           else
               move 8 to return-code
           end-if
           display "*** Placements recalled:   " WS-RECALLS-MADE
           display "*** Accounts placed:       " WS-PLACEMENTS-MADE
           display "*** Eligible, no rule fit: " WS-NO-RULE-FITS
           move WS-PLACED-TOTAL to DISPLAY-CASH
           display "*** Balance placed:        " DISPLAY-CASH
           display "*** Agency files written:  " WS-OUTBOUND-FILES
           stop run.

       LOAD-RULES SECTION.
           open input Rules-File
           if WS-RULES-STATUS <> "00"
               display "*** No agency rules file - recalls only, "
                       "nothing placed"
               exit section
           end-if
           read Rules-File
               at end move "10" to WS-RULES-STATUS
           end-read
           perform until WS-RULES-STATUS <> "00"
               perform LOAD-ONE-RULE
               read Rules-File
                   at end move "10" to WS-RULES-STATUS
               end-read
           end-perform
           close Rules-File
           .

       LOAD-ONE-RULE SECTION.
           if FILE-RULE-AGENCY-CODE = spaces
                   or not (FILE-RULE-LATE-STAGE
                           or FILE-RULE-CHARGED-OFF)
                   or FILE-RULE-MIN-BUCKET-DAYS is not numeric
                   or FILE-RULE-MIN-BALANCE is not numeric
                   or FILE-RULE-MAX-BALANCE is not numeric
                   or FILE-RULE-COMMISSION-RATE is not numeric
                   or FILE-RULE-PLACEMENT-DAYS is not numeric
                   or FILE-RULE-PLACEMENT-DAYS = 0
               display "*** Agency rule skipped: "
                       FILE-AGENCY-RULE(1:47)
               exit section
           end-if
           if RULE-COUNT >= RULE-TABLE-MAX
               display "*** Agency rule table full - rule skipped: "
                       FILE-RULE-AGENCY-CODE
               exit section
           end-if
           add 1 to RULE-COUNT
           move FILE-RULE-AGENCY-CODE to RT-AGENCY-CODE(RULE-COUNT)
           move FILE-RULE-STAGE to RT-STAGE(RULE-COUNT)
           move FILE-RULE-MIN-BUCKET-DAYS
                                   to RT-MIN-BUCKET-DAYS(RULE-COUNT)
           move FILE-RULE-MIN-BALANCE to RT-MIN-BALANCE(RULE-COUNT)
           move FILE-RULE-MAX-BALANCE to RT-MAX-BALANCE(RULE-COUNT)
           move FILE-RULE-COMMISSION-RATE
                                   to RT-COMMISSION-RATE(RULE-COUNT)
           move FILE-RULE-PLACEMENT-DAYS
                                   to RT-PLACEMENT-DAYS(RULE-COUNT)
           move FILE-RULE-AGENCY-CODE to WS-NOTE-AGENCY
           perform NOTE-AGENCY
           .

      *> Adds WS-NOTE-AGENCY to the agency table if it isn't there.
       NOTE-AGENCY SECTION.
           move "N" to WS-AGENCY-KNOWN
           perform varying AGENCY-INDEX from 1 by 1
                       until AGENCY-INDEX > AGENCY-COUNT
               if AT-AGENCY-CODE(AGENCY-INDEX) = WS-NOTE-AGENCY
                   set AGENCY-IS-KNOWN to true
                   exit perform
               end-if
           end-perform
           if AGENCY-IS-KNOWN
               exit section
           end-if
           if AGENCY-COUNT >= AGENCY-TABLE-MAX
               display "*** Agency table full - no outbound file for "
                       WS-NOTE-AGENCY
               exit section
           end-if
           add 1 to AGENCY-COUNT
           move WS-NOTE-AGENCY to AT-AGENCY-CODE(AGENCY-COUNT)
           .

       OPEN-FILES SECTION.
           move OPEN-I-O to WS-FUNCTION-CODE
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
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-CHARGEOFF-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CHARGEOFF-STATUS
           if WS-CHARGEOFF-STATUS <> "00"
               display "*** Could not open charged-off ledger, "
                       "status " WS-CHARGEOFF-STATUS
               move WS-CHARGEOFF-STATUS to FILE-STATUS
               exit section
           end-if
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-COLLECTION-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-COLLECTION-STATUS
           if WS-COLLECTION-STATUS <> "00"
               display "*** Could not open collection file, status "
                       WS-COLLECTION-STATUS
               move WS-COLLECTION-STATUS to FILE-STATUS
               exit section
           end-if
           open i-o Placement-File
           if WS-PLACEMENT-STATUS = "35" or WS-PLACEMENT-STATUS = "05"
               open output Placement-File
               close Placement-File
               open i-o Placement-File
           end-if
           if WS-PLACEMENT-STATUS <> "00"
               display "*** Could not open agency placement file, "
                       "status " WS-PLACEMENT-STATUS
           end-if
           .

      *> Every placement still out is looked at against its account
      *> as it stands tonight. Bankruptcy comes first - the stay
      *> stops the agency whatever else is true - then a sold or
      *> paid-off debt, then the placement period itself.
       RECALL-PLACEMENTS SECTION.
           move 0 to FILE-PLC-ACCOUNT-ID FILE-PLC-PLACED-DATE
           start Placement-File key >= FILE-PLC-KEY
           perform until WS-PLACEMENT-STATUS <> "00"
               read Placement-File next
                   at end move "10" to WS-PLACEMENT-STATUS
               end-read
               if WS-PLACEMENT-STATUS = "00" and FILE-PLC-PLACED
                   perform REVIEW-ONE-PLACEMENT
               end-if
           end-perform
           move "00" to WS-PLACEMENT-STATUS
           .

       REVIEW-ONE-PLACEMENT SECTION.
           move FILE-PLC-ACCOUNT-ID to WS-ACCOUNT-ID of WS-ACCOUNT
           perform FETCH-ACCOUNT
           if FILE-STATUS <> "00"
               move FILE-PLC-ACCOUNT-ID to DISPLAY-ACCOUNT-ID
               display "*** Placed account not on file: "
                       DISPLAY-ACCOUNT-ID
               move "00" to FILE-STATUS
               exit section
           end-if
           move space to WS-RECALL-REASON
           evaluate true
               when WS-RESTRICTED-BANKRUPTCY of WS-ACCOUNT
                   set FILE-PLC-RECALL-BANKRUPTCY to true
                   move FILE-PLC-RECALL-REASON to WS-RECALL-REASON
               when WS-ACCOUNT-CHARGED-OFF of WS-ACCOUNT
                   perform CHECK-CHARGED-OFF-PLACEMENT
               when WS-BALANCE of WS-ACCOUNT not > 0
                   set FILE-PLC-RECALL-PAID to true
                   move FILE-PLC-RECALL-REASON to WS-RECALL-REASON
           end-evaluate
           if WS-RECALL-REASON = space
                   and FILE-PLC-EXPIRY-DATE <= WS-TODAY
               set FILE-PLC-RECALL-EXPIRED to true
               move FILE-PLC-RECALL-REASON to WS-RECALL-REASON
           end-if
           if WS-RECALL-REASON <> space
               perform RECALL-PLACEMENT
           end-if
           .

      *> A late-stage placement whose account has since charged off
      *> stays out - the agency keeps working the same debt - and is
      *> judged against the ledger from here on.
       CHECK-CHARGED-OFF-PLACEMENT SECTION.
           move FILE-PLC-ACCOUNT-ID to
                   WS-CHG-ACCOUNT-ID of WS-CHG-CHARGEOFF-LEDGER
           call FIND-CHARGEOFF-BY-ACCOUNT using
                         by reference WS-CHG-CHARGEOFF-LEDGER
                                      WS-CHARGEOFF-STATUS
           if WS-CHARGEOFF-STATUS <> "00"
               exit section
           end-if
           subtract WS-CHG-RECOVERED-TO-DATE
               from WS-CHG-CHARGED-OFF-AMOUNT giving WS-OUTSTANDING
           evaluate true
               when WS-CHG-SOLD-TO-THIRD-PARTY
                   set FILE-PLC-RECALL-SOLD to true
                   move FILE-PLC-RECALL-REASON to WS-RECALL-REASON
               when WS-CHG-FULLY-RECOVERED
                       or WS-CHG-SETTLED-FOR-LESS
                       or WS-OUTSTANDING not > 0
                   set FILE-PLC-RECALL-PAID to true
                   move FILE-PLC-RECALL-REASON to WS-RECALL-REASON
           end-evaluate
           .

       RECALL-PLACEMENT SECTION.
           set FILE-PLC-RECALLED to true
           move WS-TODAY to FILE-PLC-RECALL-DATE
           rewrite FILE-AGENCY-PLACEMENT
           if WS-PLACEMENT-STATUS <> "00"
               move FILE-PLC-ACCOUNT-ID to DISPLAY-ACCOUNT-ID
               display "*** Placement recall failed for account "
                       DISPLAY-ACCOUNT-ID " status "
                       WS-PLACEMENT-STATUS
               move "00" to WS-PLACEMENT-STATUS
               exit section
           end-if
           add 1 to WS-RECALLS-MADE
           move FILE-PLC-AGENCY-CODE to WS-NOTE-AGENCY
           perform NOTE-AGENCY
           perform CLEAR-ACCOUNT-AGENCY
           move FILE-PLC-ACCOUNT-ID to DISPLAY-ACCOUNT-ID
           display "RECALLED  account " DISPLAY-ACCOUNT-ID
                   "  from " FILE-PLC-AGENCY-CODE
                   "  reason " WS-RECALL-REASON
           .

      *> The stamp is only cleared if it still names this agency -
      *> it is the account's flag, the placement row its history.
       CLEAR-ACCOUNT-AGENCY SECTION.
           move READ-FOR-UPDATE to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           if FILE-STATUS <> "00"
               display "*** Could not lock account to clear its "
                       "agency: " WS-ACCOUNT-ID of WS-ACCOUNT
               move "00" to FILE-STATUS
               exit section
           end-if
           if WS-AGENCY-CODE of WS-ACCOUNT <> FILE-PLC-AGENCY-CODE
               call UNLOCK-ACCOUNT-RECORD using by reference
                                                       FILE-STATUS
               move "00" to FILE-STATUS
               exit section
           end-if
           move spaces to WS-AGENCY-CODE of WS-ACCOUNT
           move 0 to WS-AGENCY-PLACED-DATE of WS-ACCOUNT
           move UPDATE-RECORD to WS-FUNCTION-CODE
           call WRITE-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                        by reference WS-ACCOUNT
                                                     FILE-STATUS
           if FILE-STATUS <> "00"
               display "*** Account update failed for recall: "
                       WS-ACCOUNT-ID of WS-ACCOUNT
                       " status " FILE-STATUS
           end-if
           move "00" to FILE-STATUS
           .

       PLACE-ACCOUNTS SECTION.
           if RULE-COUNT = 0
               exit section
           end-if
           move 0 to WS-ACCOUNT-ID of WS-ACCOUNT
           move START-READ to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           perform READ-NEXT-ACCOUNT
           perform until FILE-STATUS <> "00"
               perform CONSIDER-ACCOUNT
               perform READ-NEXT-ACCOUNT
           end-perform
           move "00" to FILE-STATUS
           .

       READ-NEXT-ACCOUNT SECTION.
           move READ-NEXT to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           .

       CONSIDER-ACCOUNT SECTION.
           if WS-TYPE-DEPOSIT of WS-ACCOUNT
                   or WS-AGENCY-CODE of WS-ACCOUNT <> spaces
               exit section
           end-if
           if not WS-NO-RESTRICTION of WS-ACCOUNT
                   and not WS-RESTRICTED-LOST-CARD of WS-ACCOUNT
               exit section
           end-if
           move space to WS-CANDIDATE-STAGE
           evaluate true
               when WS-ACCOUNT-CHARGED-OFF of WS-ACCOUNT
                   perform SIZE-CHARGED-OFF-CANDIDATE
               when WS-ACCOUNT-OPEN of WS-ACCOUNT
                   perform SIZE-LATE-STAGE-CANDIDATE
           end-evaluate
           if WS-CANDIDATE-STAGE = space
               exit section
           end-if
           perform LOAD-PLACEMENT-HISTORY
           if ACCOUNT-PLACED-TODAY
               exit section
           end-if
           perform MATCH-PLACEMENT-RULE
           if WS-MATCHED-RULE = 0
               add 1 to WS-NO-RULE-FITS
               exit section
           end-if
           perform PLACE-ACCOUNT
           .

      *> Late stage: the deepest bucket with money in it on the
      *> collections case, and the account balance.
       SIZE-LATE-STAGE-CANDIDATE SECTION.
           if WS-BALANCE of WS-ACCOUNT not > 0
               exit section
           end-if
           perform FETCH-CASE
           if WS-COLLECTION-STATUS <> "00"
                   or WS-CASE-CEASE-AND-DESIST
               exit section
           end-if
           evaluate true
               when WS-CASE-BUCKET-120-PLUS > 0
                   move 120 to WS-CANDIDATE-BUCKET-DAYS
               when WS-CASE-BUCKET-90 > 0
                   move 90 to WS-CANDIDATE-BUCKET-DAYS
               when WS-CASE-BUCKET-60 > 0
                   move 60 to WS-CANDIDATE-BUCKET-DAYS
               when WS-CASE-BUCKET-30 > 0
                   move 30 to WS-CANDIDATE-BUCKET-DAYS
               when other
                   exit section
           end-evaluate
           move WS-BALANCE of WS-ACCOUNT to WS-CANDIDATE-BALANCE
           set CANDIDATE-IS-LATE-STAGE to true
           .

      *> Charged off: an open ledger row - not sold, not recovered
      *> in full - and its outstanding exposure.
       SIZE-CHARGED-OFF-CANDIDATE SECTION.
           move WS-ACCOUNT-ID of WS-ACCOUNT to
                   WS-CHG-ACCOUNT-ID of WS-CHG-CHARGEOFF-LEDGER
           call FIND-CHARGEOFF-BY-ACCOUNT using
                         by reference WS-CHG-CHARGEOFF-LEDGER
                                      WS-CHARGEOFF-STATUS
           if WS-CHARGEOFF-STATUS <> "00"
                   or not WS-CHG-CHARGEOFF-OPEN
               exit section
           end-if
           subtract WS-CHG-RECOVERED-TO-DATE
               from WS-CHG-CHARGED-OFF-AMOUNT giving WS-OUTSTANDING
           if WS-OUTSTANDING not > 0
               exit section
           end-if
           perform FETCH-CASE
           if WS-COLLECTION-STATUS = "00"
                   and WS-CASE-CEASE-AND-DESIST
               exit section
           end-if
           move 0 to WS-CANDIDATE-BUCKET-DAYS
           move WS-OUTSTANDING to WS-CANDIDATE-BALANCE
           set CANDIDATE-IS-CHARGED-OFF to true
           .

       FETCH-CASE SECTION.
           move WS-ACCOUNT-ID of WS-ACCOUNT to WS-CASE-ACCOUNT-ID
           call FIND-COLLECTION-BY-ACCOUNT using
                         by reference WS-CASE-COLLECTION-CASE
                                      WS-COLLECTION-STATUS
           .

      *> The agencies that have had the account before, read off its
      *> placement rows. A row placed today means this account was
      *> only just recalled - its next placement waits a day.
       LOAD-PLACEMENT-HISTORY SECTION.
           move 0 to HISTORY-COUNT
           move "N" to WS-PLACED-TODAY
           move WS-ACCOUNT-ID of WS-ACCOUNT to FILE-PLC-ACCOUNT-ID
           move 0 to FILE-PLC-PLACED-DATE
           start Placement-File key >= FILE-PLC-KEY
           perform until WS-PLACEMENT-STATUS <> "00"
               read Placement-File next
                   at end move "10" to WS-PLACEMENT-STATUS
               end-read
               if WS-PLACEMENT-STATUS = "00"
                   if FILE-PLC-ACCOUNT-ID <> WS-ACCOUNT-ID of WS-ACCOUNT
                       move "10" to WS-PLACEMENT-STATUS
                   else
                       perform NOTE-HISTORY-ROW
                   end-if
               end-if
           end-perform
           move "00" to WS-PLACEMENT-STATUS
           .

       NOTE-HISTORY-ROW SECTION.
           if FILE-PLC-PLACED-DATE = WS-TODAY
               set ACCOUNT-PLACED-TODAY to true
           end-if
           if HISTORY-COUNT < HISTORY-TABLE-MAX
               add 1 to HISTORY-COUNT
               move FILE-PLC-AGENCY-CODE
                                   to HT-AGENCY-CODE(HISTORY-COUNT)
           end-if
           .

       MATCH-PLACEMENT-RULE SECTION.
           move 0 to WS-MATCHED-RULE
           perform varying RULE-INDEX from 1 by 1
                       until RULE-INDEX > RULE-COUNT
                          or WS-MATCHED-RULE > 0
               perform TRY-ONE-RULE
           end-perform
           .

       TRY-ONE-RULE SECTION.
           if RT-STAGE(RULE-INDEX) <> WS-CANDIDATE-STAGE
               exit section
           end-if
           if CANDIDATE-IS-LATE-STAGE
                   and WS-CANDIDATE-BUCKET-DAYS <
                       RT-MIN-BUCKET-DAYS(RULE-INDEX)
               exit section
           end-if
           if WS-CANDIDATE-BALANCE < RT-MIN-BALANCE(RULE-INDEX)
                   or (RT-MAX-BALANCE(RULE-INDEX) > 0
                       and WS-CANDIDATE-BALANCE >
                           RT-MAX-BALANCE(RULE-INDEX))
               exit section
           end-if
           move "N" to WS-AGENCY-HAD-IT
           perform varying HISTORY-INDEX from 1 by 1
                       until HISTORY-INDEX > HISTORY-COUNT
               if HT-AGENCY-CODE(HISTORY-INDEX) =
                       RT-AGENCY-CODE(RULE-INDEX)
                   set AGENCY-ALREADY-HAD-IT to true
                   exit perform
               end-if
           end-perform
           if AGENCY-ALREADY-HAD-IT
               exit section
           end-if
           move RULE-INDEX to WS-MATCHED-RULE
           .

      *> The account is locked first and re-checked, then the
      *> placement row written, then the stamp - a run that dies
      *> between the last two leaves the row in the history, so the
      *> account goes to the next agency down, never twice to one.
       PLACE-ACCOUNT SECTION.
           move READ-FOR-UPDATE to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           if FILE-STATUS <> "00"
               display "*** Could not lock account for placement: "
                       WS-ACCOUNT-ID of WS-ACCOUNT
               move "00" to FILE-STATUS
               exit section
           end-if
           if WS-AGENCY-CODE of WS-ACCOUNT <> spaces
               call UNLOCK-ACCOUNT-RECORD using by reference
                                                       FILE-STATUS
               move "00" to FILE-STATUS
               exit section
           end-if
           move WS-TODAY to WS-EXPIRY-DATE
           perform ADVANCE-EXPIRY-DAY
                   RT-PLACEMENT-DAYS(WS-MATCHED-RULE) times
           move WS-ACCOUNT-ID of WS-ACCOUNT to FILE-PLC-ACCOUNT-ID
           move WS-TODAY to FILE-PLC-PLACED-DATE
           move RT-AGENCY-CODE(WS-MATCHED-RULE) to FILE-PLC-AGENCY-CODE
           move WS-CANDIDATE-STAGE to FILE-PLC-STAGE
           move WS-CANDIDATE-BUCKET-DAYS to FILE-PLC-BUCKET-DAYS
           move WS-CANDIDATE-BALANCE to FILE-PLC-PLACED-BALANCE
           move RT-COMMISSION-RATE(WS-MATCHED-RULE)
                                   to FILE-PLC-COMMISSION-RATE
           move WS-EXPIRY-DATE to FILE-PLC-EXPIRY-DATE
           set FILE-PLC-PLACED to true
           move 0 to FILE-PLC-RECALL-DATE
           move space to FILE-PLC-RECALL-REASON
           move 0 to FILE-PLC-COLLECTED-TO-DATE
           write FILE-AGENCY-PLACEMENT
           if WS-PLACEMENT-STATUS <> "00"
               display "*** Placement row write failed for account "
                       WS-ACCOUNT-ID of WS-ACCOUNT
                       " status " WS-PLACEMENT-STATUS
               call UNLOCK-ACCOUNT-RECORD using by reference
                                                       FILE-STATUS
               move "00" to FILE-STATUS WS-PLACEMENT-STATUS
               exit section
           end-if
           move RT-AGENCY-CODE(WS-MATCHED-RULE)
                                   to WS-AGENCY-CODE of WS-ACCOUNT
           move WS-TODAY to WS-AGENCY-PLACED-DATE of WS-ACCOUNT
           move UPDATE-RECORD to WS-FUNCTION-CODE
           call WRITE-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                        by reference WS-ACCOUNT
                                                     FILE-STATUS
           if FILE-STATUS <> "00"
               display "*** Account update failed for placement: "
                       WS-ACCOUNT-ID of WS-ACCOUNT
                       " status " FILE-STATUS
               move "00" to FILE-STATUS
               exit section
           end-if
           add 1 to WS-PLACEMENTS-MADE
           add WS-CANDIDATE-BALANCE to WS-PLACED-TOTAL
           move WS-CANDIDATE-BALANCE to DISPLAY-CASH
           move WS-ACCOUNT-ID of WS-ACCOUNT to DISPLAY-ACCOUNT-ID
           display "PLACED    account " DISPLAY-ACCOUNT-ID
                   "  with " RT-AGENCY-CODE(WS-MATCHED-RULE)
                   "  stage " WS-CANDIDATE-STAGE
                   "  balance " DISPLAY-CASH
           .

       ADVANCE-EXPIRY-DAY SECTION.
           call ADVANCE-ONE-DAY-ENTRY using by reference WS-EXPIRY-DATE
           .

       FETCH-ACCOUNT SECTION.
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
                   and WS-ACCOUNT-ID of WS-ACCOUNT <>
                       FILE-PLC-ACCOUNT-ID
               move "23" to FILE-STATUS
           end-if
           .

      *> One file per agency: the outbound file's own dd_ name is
      *> pointed at <its path>.<agency code> for each agency in turn,
      *> the same environment redirection BackupSet uses, and put
      *> back afterwards. Each file carries the day's placements and
      *> recalls for that agency, rebuilt whole from the placement
      *> rows, so a rerun of the day writes the same file again.
       WRITE-OUTBOUND-FILES SECTION.
           move "dd_AGENCYOUTBOUNDFILE" to WS-ENV-NAME
           display WS-ENV-NAME upon environment-name
           move spaces to WS-OUTBOUND-BASE
           accept WS-OUTBOUND-BASE from environment-value
           if WS-OUTBOUND-BASE = spaces
               move "agencyOutboundFile" to WS-OUTBOUND-BASE
           end-if
           perform varying AGENCY-INDEX from 1 by 1
                       until AGENCY-INDEX > AGENCY-COUNT
               perform WRITE-ONE-AGENCY-FILE
           end-perform
           display WS-ENV-NAME upon environment-name
           display WS-OUTBOUND-BASE upon environment-value
           .

       WRITE-ONE-AGENCY-FILE SECTION.
           move spaces to WS-OUTBOUND-PATH
           string WS-OUTBOUND-BASE delimited by space
                  "." delimited by size
                  AT-AGENCY-CODE(AGENCY-INDEX) delimited by space
               into WS-OUTBOUND-PATH
           end-string
           display WS-ENV-NAME upon environment-name
           display WS-OUTBOUND-PATH upon environment-value
           open output Outbound-File
           if WS-OUTBOUND-STATUS <> "00"
               display "*** Could not open outbound file for agency "
                       AT-AGENCY-CODE(AGENCY-INDEX)
                       ", status " WS-OUTBOUND-STATUS
               move 8 to return-code
               exit section
           end-if
           move 0 to WS-AGENCY-PLACED-COUNT WS-AGENCY-PLACED-TOTAL
                     WS-AGENCY-RECALLED-COUNT
           move 0 to FILE-PLC-ACCOUNT-ID FILE-PLC-PLACED-DATE
           start Placement-File key >= FILE-PLC-KEY
           perform until WS-PLACEMENT-STATUS <> "00"
               read Placement-File next
                   at end move "10" to WS-PLACEMENT-STATUS
               end-read
               if WS-PLACEMENT-STATUS = "00"
                       and FILE-PLC-AGENCY-CODE =
                           AT-AGENCY-CODE(AGENCY-INDEX)
                   perform WRITE-OUTBOUND-ROW
               end-if
           end-perform
           move "00" to WS-PLACEMENT-STATUS
           move "TRLR" to OTR-RECORD-TYPE
           move AT-AGENCY-CODE(AGENCY-INDEX) to OTR-AGENCY-CODE
           move WS-AGENCY-PLACED-COUNT to OTR-PLACED-COUNT
           move WS-AGENCY-PLACED-TOTAL to OTR-PLACED-TOTAL
           move WS-AGENCY-RECALLED-COUNT to OTR-RECALLED-COUNT
           write OUT-TRAILER-RECORD
           close Outbound-File
           add 1 to WS-OUTBOUND-FILES
           .

       WRITE-OUTBOUND-ROW SECTION.
           evaluate true
               when FILE-PLC-PLACED
                       and FILE-PLC-PLACED-DATE = WS-TODAY
                   perform WRITE-PLACEMENT-RECORD
               when FILE-PLC-RECALLED
                       and FILE-PLC-RECALL-DATE = WS-TODAY
                   perform WRITE-RECALL-RECORD
           end-evaluate
           .

       WRITE-PLACEMENT-RECORD SECTION.
           move "PLAC" to OUT-RECORD-TYPE
           move FILE-PLC-AGENCY-CODE to OUT-AGENCY-CODE
           move FILE-PLC-ACCOUNT-ID to OUT-ACCOUNT-ID
           move FILE-PLC-STAGE to OUT-STAGE
           move FILE-PLC-PLACED-BALANCE to OUT-PLACED-BALANCE
           move FILE-PLC-PLACED-DATE to OUT-PLACED-DATE
           move FILE-PLC-EXPIRY-DATE to OUT-EXPIRY-DATE
           move spaces to OUT-LAST-NAME OUT-FIRST-NAME
                          OUT-ADDRESS-LINE-1 OUT-ADDRESS-LINE-2
                          OUT-CITY OUT-STATE OUT-ZIP-CODE OUT-PHONE
           move FILE-PLC-ACCOUNT-ID to WS-ACCOUNT-ID of WS-ACCOUNT
           perform FETCH-ACCOUNT
           if FILE-STATUS = "00"
               move WS-CUSTOMER-ID of WS-ACCOUNT to
                    WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD
               call FIND-CUSTOMER-ID using by value START-READ
                            by reference WS-CUST-CUSTOMER-RECORD
                                         WS-CUSTOMER-STATUS
               if WS-CUSTOMER-STATUS = "00"
                   move WS-CUST-LAST-NAME of WS-CUST-CUSTOMER-RECORD
                                       to OUT-LAST-NAME
                   move WS-CUST-FIRST-NAME to OUT-FIRST-NAME
                   move WS-CUST-ADDRESS-LINE-1 to OUT-ADDRESS-LINE-1
                   move WS-CUST-ADDRESS-LINE-2 to OUT-ADDRESS-LINE-2
                   move WS-CUST-CITY to OUT-CITY
                   move WS-CUST-STATE to OUT-STATE
                   move WS-CUST-ZIP-CODE to OUT-ZIP-CODE
                   move WS-CUST-PHONE to OUT-PHONE
               end-if
           end-if
           move "00" to FILE-STATUS
           write OUT-PLACEMENT-RECORD
           add 1 to WS-AGENCY-PLACED-COUNT
           add FILE-PLC-PLACED-BALANCE to WS-AGENCY-PLACED-TOTAL
           .

       WRITE-RECALL-RECORD SECTION.
           move "RECL" to ORC-RECORD-TYPE
           move FILE-PLC-AGENCY-CODE to ORC-AGENCY-CODE
           move FILE-PLC-ACCOUNT-ID to ORC-ACCOUNT-ID
           move FILE-PLC-PLACED-DATE to ORC-PLACED-DATE
           move FILE-PLC-RECALL-DATE to ORC-RECALL-DATE
           move FILE-PLC-RECALL-REASON to ORC-RECALL-REASON
           write OUT-RECALL-RECORD
           add 1 to WS-AGENCY-RECALLED-COUNT
           .

       CLOSE-FILES SECTION.
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           call OPEN-CUSTOMER-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CUSTOMER-STATUS
           call OPEN-CHARGEOFF-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CHARGEOFF-STATUS
           call OPEN-COLLECTION-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-COLLECTION-STATUS
           close Placement-File
           .
