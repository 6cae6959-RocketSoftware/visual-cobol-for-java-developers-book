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

      *> 1099-C extract - cancellation of debt, the companion to the
      *> 1099-INT SavingsTaxExtract files. For the target year (one-
      *> line control file: four digits, prior calendar year when
      *> absent, a C in column 5 for a correction run) it finds the
      *> year's discharge events and totals them per debtor:
      *>   - a charged-off debt settled for less than owed - the
      *>     ledger row's FORGIVEN-AMOUNT, event code F (agreement);
      *>   - a charged-off debt sold - what was still outstanding at
      *>     the sale date, event code G (policy to stop collecting);
      *>   - fees and interest forgiven for hardship - fee waivers
      *>     logged under the HS reason, event code F.
      *> Ledger amounts are canceled principal; waivers are the
      *> interest and fees included in the amount discharged. A
      *> debtor whose year totals reach REPORTING-THRESHOLD is filed
      *> unless excluded: a discharged bankruptcy claim excludes the
      *> debtor, as does a line on the cancellation exclusion file
      *> (customer id, reason) tax operations keeps for the other
      *> exclusions. Filing writes the fixed-format payee record
      *> between header and trailer, a 1099-C correspondence
      *> trigger for the recipient copy, and the DEBT-CANCELLATION
      *> history row. A correction run files only what changed
      *> since: corrected returns (indicator G) for debtors whose
      *> figures moved, late originals for debtors newly qualifying,
      *> and zero-amount corrections voiding debtors who no longer
      *> qualify. The file registers in transmission control under
      *> TAX1099C - the tax year as the sequence for the original,
      *> year and run month for a correction. TINs are revealed
      *> through REVEAL-CUSTOMER-PII under this run's caller id,
      *> which must hold PII-REVEAL; a debtor that cannot be
      *> revealed is held back and counted.
       program-id. DebtCancellationTaxExtract.

       environment division.
       input-output section.
       file-control.
           select Year-Control-File assign to external
                                           cancellationControlFile
               organization is line sequential
               file status is WS-CONTROL-STATUS
               .
           select Exclusion-File assign to external
                                           cancellationExclusionFile
               organization is line sequential
               file status is WS-EXCLUSION-STATUS
               .
           select Claim-File assign to external bankruptcyClaimFile
               file status is WS-CLAIM-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-CASE-NUMBER
                          of FILE-BANKRUPTCY-CLAIM
               .
           select Waiver-Log-File assign to external
                                           feeWaiverLogFile
               organization is line sequential
               file status is WS-WAIVER-STATUS
               .
           select History-File assign to external
                                           debtCancellationFile
               file status is WS-HISTORY-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-DCN-KEY
               .
           select Tax-File assign to external tax1099CFile
               organization is line sequential
               file status is WS-TAX-FILE-STATUS
               .
           select Trigger-File
               assign to external correspondenceTriggerFile
               organization is line sequential
               file status is WS-TRG-FILE-STATUS
               .

       data division.
       file section.
       fd Year-Control-File.
       01 CONTROL-LINE                     PIC X(08).
       fd Exclusion-File.
       01 EXCLUSION-LINE.
        03 EXL-CUSTOMER-ID                 PIC 9(10).
        03 FILLER                          PIC X(01).
        03 EXL-REASON                      PIC X(02).
       fd Claim-File.
       copy "BANKRUPTCY-CLAIM.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Waiver-Log-File.
       01 WAIVER-LOG-RECORD.
        03 WLG-WAIVER-DATE                 PIC 9(08).
        03 WLG-ACCOUNT-ID                  PIC 9(10).
        03 WLG-FEE-TYPE                    PIC X(01).
        03 WLG-AMOUNT                      PIC S9(12)V99.
        03 WLG-REASON-CODE                 PIC X(02).
        03 WLG-AGENT-ID                    PIC X(08).
        03 WLG-OVERRIDE-FLAG               PIC X(01).
       fd History-File.
       copy "DEBT-CANCELLATION.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Tax-File.
       01 TAX-HEADER-RECORD.
        03 TXH-RECORD-TYPE                 PIC X(01).
        03 TXH-TAX-YEAR                    PIC 9(04).
        03 TXH-GENERATED-DATE              PIC 9(08).
        03 TXH-CORRECTION-FLAG             PIC X(01).
       01 TAX-PAYEE-RECORD.
        03 TXP-RECORD-TYPE                 PIC X(01).
        03 TXP-TAX-YEAR                    PIC 9(04).
        03 TXP-CORRECTED-INDICATOR         PIC X(01).
        03 TXP-TAX-ID                      PIC X(11).
        03 TXP-LAST-NAME                   PIC X(30).
        03 TXP-FIRST-NAME                  PIC X(30).
        03 TXP-ADDRESS-LINE-1              PIC X(30).
        03 TXP-CITY                        PIC X(20).
        03 TXP-STATE                       PIC X(02).
        03 TXP-ZIP-CODE                    PIC X(10).
        03 TXP-ACCOUNT-NUMBER              PIC 9(10).
        03 TXP-EVENT-DATE                  PIC 9(08).
        03 TXP-EVENT-CODE                  PIC X(01).
        03 TXP-DISCHARGED-CENTS            PIC 9(12).
        03 TXP-INTEREST-FEES-CENTS         PIC 9(12).
       01 TAX-TRAILER-RECORD.
        03 TXT-RECORD-TYPE                 PIC X(01).
        03 TXT-PAYEE-COUNT                 PIC 9(09).
        03 TXT-TOTAL-CENTS                 PIC 9(14).
       fd Trigger-File.
       copy "CORRESPONDENCE-TRIGGER.cpy"
                              replacing ==(PREFIX)== by ==FILE-TRG==.

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "CUSTOMER-RECORD.cpy" replacing ==(PREFIX)== by ==WS-CUST==.
       copy "CHARGEOFF-LEDGER.cpy" replacing ==(PREFIX)== by ==WS-CHG==.
       copy "XMIT-CONTROL.cpy" replacing ==(PREFIX)== by ==WS-XMIT==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS.
        03 FILE-STATUS-BYTE-1              PIC X.
        03 FILE-STATUS-BYTE-2              PIC X.
       01 WS-CUSTOMER-STATUS               PIC XX.
       01 WS-CHARGEOFF-STATUS              PIC XX.
       01 WS-CONTROL-STATUS                PIC XX.
       01 WS-EXCLUSION-STATUS              PIC XX.
       01 WS-CLAIM-STATUS                  PIC XX.
       01 WS-WAIVER-STATUS                 PIC XX.
       01 WS-HISTORY-STATUS                PIC XX.
       01 WS-TAX-FILE-STATUS               PIC XX.
       01 WS-TRG-FILE-STATUS               PIC XX.
       01 WS-XMIT-STATUS                   PIC XX.

       78 REPORTING-THRESHOLD              VALUE 600.00.
       78 HARDSHIP-WAIVER-REASON           VALUE "HS".
       78 BANKRUPTCY-EXCLUSION             VALUE "BK".
       78 EVENT-BY-AGREEMENT               VALUE "F".
       78 EVENT-COLLECTION-STOPPED         VALUE "G".
       78 XMIT-INTERFACE-NAME              VALUE "TAX1099C".
       78 TAX-CALLER-ID                    VALUE "DEBT-CANCEL-1099C".
       01 WS-CALLER-ID                     PIC X(20).
       01 WS-REVEAL-STATUS                 PIC XX.

       01 WS-TODAY                         PIC 9(08).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
        03 WS-TODAY-YEAR                   PIC 9(04).
        03 WS-TODAY-MONTH                  PIC 9(02).
        03 FILLER                          PIC X(02).
       01 WS-TARGET-YEAR                   PIC 9(04).
       01 WS-RUN-MODE                      PIC X VALUE "O".
        88 CORRECTION-RUN                      VALUE "C".

      *> Debtors excluded from filing - discharged in bankruptcy, or
      *> named on the exclusion file.
       78 EXCLUSION-TABLE-MAX              VALUE 500.
       01 EXCLUSION-TABLE.
        03 EXCLUSION-ENTRY OCCURS 500 TIMES.
         05 EX-CUSTOMER-ID                  PIC X(4) COMP-X.
         05 EX-REASON                       PIC X(02).
       01 EXCLUSION-COUNT                  PIC 9(4) COMP-5 VALUE 0.
       01 EXCLUSION-INDEX                  PIC 9(4) COMP-5.

      *> Per-debtor totals for the year.
       78 CUSTOMER-TABLE-MAX               VALUE 1000.
       01 CUSTOMER-TOTAL-TABLE.
        03 CUSTOMER-TOTAL-ENTRY OCCURS 1000 TIMES.
         05 CT-CUSTOMER-ID                  PIC X(4) COMP-X.
         05 CT-PRINCIPAL                    PIC S9(12)V99.
         05 CT-INTEREST-FEES                PIC S9(12)V99.
         05 CT-EVENT-DATE                   PIC 9(08).
         05 CT-EVENT-CODE                   PIC X(01).
      *> The account the debtor's latest event fell on - the 1099-C
      *> account number and what the recipient-copy trigger rides.
         05 CT-TRIGGER-ACCOUNT-ID           PIC X(4) COMP-X.
         05 CT-FILING-FLAG                  PIC X(01).
          88 CT-QUALIFIES                       VALUE "Q".
          88 CT-EXCLUDED                        VALUE "X".
          88 CT-BELOW-THRESHOLD                 VALUE "B".
       01 CUSTOMER-TOTAL-COUNT             PIC 9(4) COMP-5 VALUE 0.
       01 CUSTOMER-TOTAL-INDEX             PIC 9(4) COMP-5.
       01 WS-SLOT-FOUND                    PIC X.
        88 A-SLOT-WAS-FOUND                    VALUE "Y".

      *> One discharge event, handed to ADD-EVENT.
       01 WS-EVENT-ACCOUNT-ID              PIC X(4) COMP-X.
       01 WS-EVENT-DATE                    PIC 9(08).
       01 WS-EVENT-CODE                    PIC X(01).
       01 WS-EVENT-PRINCIPAL               PIC S9(12)V99.
       01 WS-EVENT-INTEREST-FEES           PIC S9(12)V99.

       01 WS-DISCHARGED                    PIC S9(12)V99.
       01 WS-CORRECTED-INDICATOR           PIC X(01).
       01 WS-FILING-STATUS                 PIC X(01).
       01 WS-HISTORY-FOUND                 PIC X.
        88 HISTORY-WAS-FOUND                   VALUE "Y".
       01 WS-TABLE-OVERFLOWS               PIC 9(6) COMP-5 VALUE 0.

       01 WS-DEBTORS-FILED                 PIC 9(6) COMP-5 VALUE 0.
       01 WS-DEBTORS-CORRECTED             PIC 9(6) COMP-5 VALUE 0.
       01 WS-DEBTORS-VOIDED                PIC 9(6) COMP-5 VALUE 0.
       01 WS-DEBTORS-UNCHANGED             PIC 9(6) COMP-5 VALUE 0.
       01 WS-DEBTORS-EXCLUDED              PIC 9(6) COMP-5 VALUE 0.
       01 WS-BELOW-THRESHOLD               PIC 9(6) COMP-5 VALUE 0.
       01 WS-PAYEES-UNREVEALED             PIC 9(6) COMP-5 VALUE 0.
       01 WS-PAYEE-RECORDS                 PIC 9(6) COMP-5 VALUE 0.
       01 WS-TOTAL-REPORTED                PIC S9(12)V99 VALUE 0.
       01 DISPLAY-CASH                     PIC -Z(12)9.99.
       01 DISPLAY-CUSTOMER                 PIC 9(10).
       01 DISPLAY-ACCOUNT                  PIC 9(10).

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           move TAX-CALLER-ID to WS-CALLER-ID
           call SET-AUDIT-CALLER-ID using by reference WS-CALLER-ID
           perform DETERMINE-TARGET-YEAR
           perform LOAD-BANKRUPTCY-EXCLUSIONS
           perform LOAD-EXCLUSION-FILE
           perform OPEN-FILES
           if FILE-STATUS = "00" and WS-TAX-FILE-STATUS = "00"
                   and WS-HISTORY-STATUS = "00"
               perform WRITE-TAX-HEADER
               perform GATHER-LEDGER-EVENTS
               perform GATHER-WAIVER-EVENTS
               perform CLASSIFY-ALL-DEBTORS
               perform FILE-ALL-DEBTORS
               if CORRECTION-RUN
                   perform VOID-DEBTORS-NO-LONGER-QUALIFYING
               end-if
               perform WRITE-TAX-TRAILER
               perform REGISTER-WITH-XMIT-CONTROL
               perform CLOSE-FILES
           end-if
           display "*** 1099-C tax year:        " WS-TARGET-YEAR
           if CORRECTION-RUN
               display "*** Correction run"
               display "*** Debtors corrected:      "
                       WS-DEBTORS-CORRECTED
               display "*** Debtors voided:         " WS-DEBTORS-VOIDED
               display "*** Debtors unchanged:      "
                       WS-DEBTORS-UNCHANGED
           end-if
           display "*** Debtors filed:          " WS-DEBTORS-FILED
           display "*** Debtors excluded:       " WS-DEBTORS-EXCLUDED
           display "*** Below threshold:        " WS-BELOW-THRESHOLD
           if WS-PAYEES-UNREVEALED > 0
               display "*** Debtors held - TIN not revealed: "
                       WS-PAYEES-UNREVEALED
           end-if
           move WS-TOTAL-REPORTED to DISPLAY-CASH
           display "*** Total discharged:       " DISPLAY-CASH
           stop run.

       DETERMINE-TARGET-YEAR SECTION.
           compute WS-TARGET-YEAR = WS-TODAY-YEAR - 1
           open input Year-Control-File
           if WS-CONTROL-STATUS = "00"
               read Year-Control-File
                   at end move "10" to WS-CONTROL-STATUS
               end-read
               if WS-CONTROL-STATUS = "00" and CONTROL-LINE <> spaces
                   if CONTROL-LINE(1:4) is numeric
                       move CONTROL-LINE(1:4) to WS-TARGET-YEAR
                       if CONTROL-LINE(5:1) = "C"
                           set CORRECTION-RUN to true
                       end-if
                   else
                       display "*** Malformed year control line "
                               "ignored, using prior calendar year: "
                               CONTROL-LINE
                   end-if
               end-if
               close Year-Control-File
           end-if
           .

      *> Every customer with a discharged case on the claim file.
       LOAD-BANKRUPTCY-EXCLUSIONS SECTION.
           open input Claim-File
           if WS-CLAIM-STATUS <> "00"
               exit section
           end-if
           move low-values to FILE-CASE-NUMBER of FILE-BANKRUPTCY-CLAIM
           start Claim-File key >= FILE-CASE-NUMBER
                                      of FILE-BANKRUPTCY-CLAIM
           perform until WS-CLAIM-STATUS <> "00"
               read Claim-File next
                   at end move "10" to WS-CLAIM-STATUS
               end-read
               if WS-CLAIM-STATUS = "00"
                       and FILE-CASE-DISCHARGED
                       and EXCLUSION-COUNT < EXCLUSION-TABLE-MAX
                   add 1 to EXCLUSION-COUNT
                   move FILE-CUSTOMER-ID of FILE-BANKRUPTCY-CLAIM
                                   to EX-CUSTOMER-ID(EXCLUSION-COUNT)
                   move BANKRUPTCY-EXCLUSION
                                   to EX-REASON(EXCLUSION-COUNT)
               end-if
           end-perform
           close Claim-File
           .

       LOAD-EXCLUSION-FILE SECTION.
           open input Exclusion-File
           if WS-EXCLUSION-STATUS <> "00"
               exit section
           end-if
           perform until WS-EXCLUSION-STATUS <> "00"
               read Exclusion-File
                   at end move "10" to WS-EXCLUSION-STATUS
               end-read
               if WS-EXCLUSION-STATUS = "00"
                       and EXL-CUSTOMER-ID is numeric
                   if EXCLUSION-COUNT >= EXCLUSION-TABLE-MAX
                       display "*** Exclusion table full - raise "
                               "EXCLUSION-TABLE-MAX"
                       move "10" to WS-EXCLUSION-STATUS
                   else
                       add 1 to EXCLUSION-COUNT
                       move EXL-CUSTOMER-ID
                                   to EX-CUSTOMER-ID(EXCLUSION-COUNT)
                       move EXL-REASON to EX-REASON(EXCLUSION-COUNT)
                   end-if
               end-if
           end-perform
           close Exclusion-File
           .

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
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-CHARGEOFF-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CHARGEOFF-STATUS
           if WS-CHARGEOFF-STATUS <> "00"
               display "*** Could not open charged-off ledger, "
                       "status " WS-CHARGEOFF-STATUS
               move WS-CHARGEOFF-STATUS to FILE-STATUS
               exit section
           end-if
           open i-o History-File
           if WS-HISTORY-STATUS = "35" or WS-HISTORY-STATUS = "05"
               open output History-File
               close History-File
               open i-o History-File
           end-if
           if WS-HISTORY-STATUS <> "00"
               display "*** Could not open debt cancellation file, "
                       "status " WS-HISTORY-STATUS
               exit section
           end-if
           open output Tax-File
           if WS-TAX-FILE-STATUS <> "00"
               display "*** Could not open 1099-C file, status "
                       WS-TAX-FILE-STATUS
               exit section
           end-if
           open extend Trigger-File
           if WS-TRG-FILE-STATUS = "35" or WS-TRG-FILE-STATUS = "05"
               open output Trigger-File
           end-if
           .

       WRITE-TAX-HEADER SECTION.
           move "T" to TXH-RECORD-TYPE
           move WS-TARGET-YEAR to TXH-TAX-YEAR
           move WS-TODAY to TXH-GENERATED-DATE
           move space to TXH-CORRECTION-FLAG
           if CORRECTION-RUN
               move "C" to TXH-CORRECTION-FLAG
           end-if
           write TAX-HEADER-RECORD
           .

      *> Settlements and sales dated in the target year.
       GATHER-LEDGER-EVENTS SECTION.
           move 0 to WS-CHG-ACCOUNT-ID of WS-CHG-CHARGEOFF-LEDGER
           move START-READ to WS-FUNCTION-CODE
           call READ-CHARGEOFF-RECORD using by value WS-FUNCTION-CODE
                         by reference WS-CHG-CHARGEOFF-LEDGER
                                      WS-CHARGEOFF-STATUS
           perform READ-NEXT-LEDGER-ROW
           perform until WS-CHARGEOFF-STATUS <> "00"
               move 0 to WS-EVENT-PRINCIPAL WS-EVENT-INTEREST-FEES
               evaluate true
                   when WS-CHG-SETTLED-FOR-LESS
                           and WS-CHG-SETTLED-DATE(1:4)
                                   = WS-TARGET-YEAR
                       move WS-CHG-FORGIVEN-AMOUNT
                                   to WS-EVENT-PRINCIPAL
                       move WS-CHG-SETTLED-DATE to WS-EVENT-DATE
                       move EVENT-BY-AGREEMENT to WS-EVENT-CODE
                   when WS-CHG-SOLD-TO-THIRD-PARTY
                           and WS-CHG-SOLD-DATE(1:4) = WS-TARGET-YEAR
                       subtract WS-CHG-RECOVERED-TO-DATE
                           from WS-CHG-CHARGED-OFF-AMOUNT
                               giving WS-EVENT-PRINCIPAL
                       move WS-CHG-SOLD-DATE to WS-EVENT-DATE
                       move EVENT-COLLECTION-STOPPED to WS-EVENT-CODE
               end-evaluate
               if WS-EVENT-PRINCIPAL > 0
                   move WS-CHG-ACCOUNT-ID of WS-CHG-CHARGEOFF-LEDGER
                                   to WS-EVENT-ACCOUNT-ID
                   perform ADD-EVENT
               end-if
               perform READ-NEXT-LEDGER-ROW
           end-perform
           move "00" to WS-CHARGEOFF-STATUS
           .

       READ-NEXT-LEDGER-ROW SECTION.
           move READ-NEXT to WS-FUNCTION-CODE
           call READ-CHARGEOFF-RECORD using by value WS-FUNCTION-CODE
                         by reference WS-CHG-CHARGEOFF-LEDGER
                                      WS-CHARGEOFF-STATUS
           .

      *> Hardship fee and interest forgiveness dated in the year.
       GATHER-WAIVER-EVENTS SECTION.
           open input Waiver-Log-File
           if WS-WAIVER-STATUS <> "00"
               exit section
           end-if
           perform until WS-WAIVER-STATUS <> "00"
               read Waiver-Log-File
                   at end move "10" to WS-WAIVER-STATUS
               end-read
               if WS-WAIVER-STATUS = "00"
                       and WLG-REASON-CODE = HARDSHIP-WAIVER-REASON
                       and WLG-WAIVER-DATE(1:4) = WS-TARGET-YEAR
                       and WLG-AMOUNT > 0
                   move 0 to WS-EVENT-PRINCIPAL
                   move WLG-AMOUNT to WS-EVENT-INTEREST-FEES
                   move WLG-WAIVER-DATE to WS-EVENT-DATE
                   move EVENT-BY-AGREEMENT to WS-EVENT-CODE
                   move WLG-ACCOUNT-ID to WS-EVENT-ACCOUNT-ID
                   perform ADD-EVENT
               end-if
           end-perform
           close Waiver-Log-File
           .

      *> Credit the event to the account's owner; the latest event
      *> names the debtor's event date, code and account.
       ADD-EVENT SECTION.
           move WS-EVENT-ACCOUNT-ID to WS-ACCOUNT-ID of WS-ACCOUNT
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
           if FILE-STATUS <> "00"
                   or WS-ACCOUNT-ID of WS-ACCOUNT <> WS-EVENT-ACCOUNT-ID
               move "00" to FILE-STATUS
               move WS-EVENT-ACCOUNT-ID to DISPLAY-ACCOUNT
               display "*** No account record for discharge event on "
                       "account " DISPLAY-ACCOUNT " - skipped"
               exit section
           end-if
           move "N" to WS-SLOT-FOUND
           perform varying CUSTOMER-TOTAL-INDEX from 1 by 1
                       until CUSTOMER-TOTAL-INDEX > CUSTOMER-TOTAL-COUNT
               if CT-CUSTOMER-ID(CUSTOMER-TOTAL-INDEX) =
                       WS-CUSTOMER-ID of WS-ACCOUNT
                   set A-SLOT-WAS-FOUND to true
                   exit perform
               end-if
           end-perform
           if not A-SLOT-WAS-FOUND
               if CUSTOMER-TOTAL-COUNT >= CUSTOMER-TABLE-MAX
                   add 1 to WS-TABLE-OVERFLOWS
                   display "*** Customer total table full - customer "
                           WS-CUSTOMER-ID of WS-ACCOUNT
                           " not reported; raise CUSTOMER-TABLE-MAX"
                   exit section
               end-if
               add 1 to CUSTOMER-TOTAL-COUNT
               move CUSTOMER-TOTAL-COUNT to CUSTOMER-TOTAL-INDEX
               move WS-CUSTOMER-ID of WS-ACCOUNT to
                        CT-CUSTOMER-ID(CUSTOMER-TOTAL-INDEX)
               move 0 to CT-PRINCIPAL(CUSTOMER-TOTAL-INDEX)
                         CT-INTEREST-FEES(CUSTOMER-TOTAL-INDEX)
                         CT-EVENT-DATE(CUSTOMER-TOTAL-INDEX)
           end-if
           add WS-EVENT-PRINCIPAL to CT-PRINCIPAL(CUSTOMER-TOTAL-INDEX)
           add WS-EVENT-INTEREST-FEES
                           to CT-INTEREST-FEES(CUSTOMER-TOTAL-INDEX)
           if WS-EVENT-DATE >= CT-EVENT-DATE(CUSTOMER-TOTAL-INDEX)
               move WS-EVENT-DATE to
                        CT-EVENT-DATE(CUSTOMER-TOTAL-INDEX)
               move WS-EVENT-CODE to
                        CT-EVENT-CODE(CUSTOMER-TOTAL-INDEX)
               move WS-EVENT-ACCOUNT-ID to
                        CT-TRIGGER-ACCOUNT-ID(CUSTOMER-TOTAL-INDEX)
           end-if
           .

       CLASSIFY-ALL-DEBTORS SECTION.
           perform varying CUSTOMER-TOTAL-INDEX from 1 by 1
                       until CUSTOMER-TOTAL-INDEX > CUSTOMER-TOTAL-COUNT
               set CT-QUALIFIES(CUSTOMER-TOTAL-INDEX) to true
               perform varying EXCLUSION-INDEX from 1 by 1
                           until EXCLUSION-INDEX > EXCLUSION-COUNT
                   if EX-CUSTOMER-ID(EXCLUSION-INDEX) =
                           CT-CUSTOMER-ID(CUSTOMER-TOTAL-INDEX)
                       set CT-EXCLUDED(CUSTOMER-TOTAL-INDEX) to true
                   end-if
               end-perform
               if CT-QUALIFIES(CUSTOMER-TOTAL-INDEX)
                   compute WS-DISCHARGED =
                           CT-PRINCIPAL(CUSTOMER-TOTAL-INDEX)
                         + CT-INTEREST-FEES(CUSTOMER-TOTAL-INDEX)
                   if WS-DISCHARGED < REPORTING-THRESHOLD
                       set CT-BELOW-THRESHOLD(CUSTOMER-TOTAL-INDEX)
                                   to true
                   end-if
               end-if
               evaluate true
                   when CT-EXCLUDED(CUSTOMER-TOTAL-INDEX)
                       add 1 to WS-DEBTORS-EXCLUDED
                   when CT-BELOW-THRESHOLD(CUSTOMER-TOTAL-INDEX)
                       add 1 to WS-BELOW-THRESHOLD
               end-evaluate
           end-perform
           .

       FILE-ALL-DEBTORS SECTION.
           perform varying CUSTOMER-TOTAL-INDEX from 1 by 1
                       until CUSTOMER-TOTAL-INDEX > CUSTOMER-TOTAL-COUNT
               if CT-QUALIFIES(CUSTOMER-TOTAL-INDEX)
                   perform FILE-ONE-DEBTOR
               end-if
           end-perform
           .

      *> An original run files every qualifying debtor. A correction
      *> run files a debtor with no filing on record as a late
      *> original; one already on record is corrected when it was
      *> voided since or its figures have moved, and left alone
      *> otherwise.
       FILE-ONE-DEBTOR SECTION.
           compute WS-DISCHARGED = CT-PRINCIPAL(CUSTOMER-TOTAL-INDEX)
                           + CT-INTEREST-FEES(CUSTOMER-TOTAL-INDEX)
           perform READ-HISTORY-ROW
           move space to WS-CORRECTED-INDICATOR
           move "O" to WS-FILING-STATUS
           if CORRECTION-RUN and HISTORY-WAS-FOUND
               if not FILE-DCN-VOIDED
                       and FILE-DCN-DISCHARGED-AMOUNT = WS-DISCHARGED
                       and FILE-DCN-INTEREST-FEES =
                           CT-INTEREST-FEES(CUSTOMER-TOTAL-INDEX)
                       and FILE-DCN-EVENT-DATE =
                           CT-EVENT-DATE(CUSTOMER-TOTAL-INDEX)
                   add 1 to WS-DEBTORS-UNCHANGED
                   exit section
               end-if
               move "G" to WS-CORRECTED-INDICATOR
               move "C" to WS-FILING-STATUS
           end-if
           move CT-CUSTOMER-ID(CUSTOMER-TOTAL-INDEX) to
                    WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD
           perform FETCH-AND-REVEAL-CUSTOMER
           if WS-REVEAL-STATUS <> "00"
               exit section
           end-if
           move CT-TRIGGER-ACCOUNT-ID(CUSTOMER-TOTAL-INDEX)
                                   to TXP-ACCOUNT-NUMBER
           move CT-EVENT-DATE(CUSTOMER-TOTAL-INDEX) to TXP-EVENT-DATE
           move CT-EVENT-CODE(CUSTOMER-TOTAL-INDEX) to TXP-EVENT-CODE
           compute TXP-DISCHARGED-CENTS = WS-DISCHARGED * 100
           compute TXP-INTEREST-FEES-CENTS =
                   CT-INTEREST-FEES(CUSTOMER-TOTAL-INDEX) * 100
           perform WRITE-PAYEE-RECORD
           move CT-CUSTOMER-ID(CUSTOMER-TOTAL-INDEX)
                                   to FILE-DCN-CUSTOMER-ID
           move CT-TRIGGER-ACCOUNT-ID(CUSTOMER-TOTAL-INDEX)
                                   to FILE-DCN-ACCOUNT-ID
           move CT-EVENT-DATE(CUSTOMER-TOTAL-INDEX)
                                   to FILE-DCN-EVENT-DATE
           move CT-EVENT-CODE(CUSTOMER-TOTAL-INDEX)
                                   to FILE-DCN-EVENT-CODE
           move WS-DISCHARGED to FILE-DCN-DISCHARGED-AMOUNT
           move CT-INTEREST-FEES(CUSTOMER-TOTAL-INDEX)
                                   to FILE-DCN-INTEREST-FEES
           perform SAVE-HISTORY-ROW
           if WS-CORRECTED-INDICATOR = "G"
               add 1 to WS-DEBTORS-CORRECTED
           else
               add 1 to WS-DEBTORS-FILED
           end-if
           add WS-DISCHARGED to WS-TOTAL-REPORTED
           .

      *> A correction run's last duty: every debtor on record for
      *> the year who no longer qualifies gets a zero-amount
      *> corrected return, and the row is marked voided.
       VOID-DEBTORS-NO-LONGER-QUALIFYING SECTION.
           move WS-TARGET-YEAR to FILE-DCN-TAX-YEAR
           move 0 to FILE-DCN-CUSTOMER-ID
           start History-File key >= FILE-DCN-KEY
           perform until WS-HISTORY-STATUS <> "00"
               read History-File next
                   at end move "10" to WS-HISTORY-STATUS
               end-read
               if WS-HISTORY-STATUS = "00"
                   if FILE-DCN-TAX-YEAR <> WS-TARGET-YEAR
                       move "10" to WS-HISTORY-STATUS
                   else
                       if not FILE-DCN-VOIDED
                           perform CONSIDER-VOIDING-ROW
                       end-if
                   end-if
               end-if
           end-perform
           move "00" to WS-HISTORY-STATUS
           .

       CONSIDER-VOIDING-ROW SECTION.
           perform varying CUSTOMER-TOTAL-INDEX from 1 by 1
                       until CUSTOMER-TOTAL-INDEX > CUSTOMER-TOTAL-COUNT
               if CT-CUSTOMER-ID(CUSTOMER-TOTAL-INDEX) =
                       FILE-DCN-CUSTOMER-ID
                   exit perform
               end-if
           end-perform
           if CUSTOMER-TOTAL-INDEX <= CUSTOMER-TOTAL-COUNT
               if CT-QUALIFIES(CUSTOMER-TOTAL-INDEX)
                   exit section
               end-if
           end-if
           move FILE-DCN-CUSTOMER-ID to
                    WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD
           perform FETCH-AND-REVEAL-CUSTOMER
           if WS-REVEAL-STATUS <> "00"
               exit section
           end-if
           move "G" to WS-CORRECTED-INDICATOR
           move FILE-DCN-ACCOUNT-ID to TXP-ACCOUNT-NUMBER
           move FILE-DCN-EVENT-DATE to TXP-EVENT-DATE
           move FILE-DCN-EVENT-CODE to TXP-EVENT-CODE
           move 0 to TXP-DISCHARGED-CENTS TXP-INTEREST-FEES-CENTS
           move 0 to WS-DISCHARGED
           perform WRITE-PAYEE-RECORD
           move 0 to FILE-DCN-DISCHARGED-AMOUNT FILE-DCN-INTEREST-FEES
           move WS-TODAY to FILE-DCN-FILED-DATE
           set FILE-DCN-VOIDED to true
           rewrite FILE-DEBT-CANCELLATION
           if WS-HISTORY-STATUS <> "00"
               move FILE-DCN-CUSTOMER-ID to DISPLAY-CUSTOMER
               display "*** Debt cancellation row not voided for "
                       "customer " DISPLAY-CUSTOMER
                       " status " WS-HISTORY-STATUS
               move "00" to WS-HISTORY-STATUS
           end-if
           add 1 to WS-DEBTORS-VOIDED
           .

       READ-HISTORY-ROW SECTION.
           move "N" to WS-HISTORY-FOUND
           move WS-TARGET-YEAR to FILE-DCN-TAX-YEAR
           move CT-CUSTOMER-ID(CUSTOMER-TOTAL-INDEX)
                                   to FILE-DCN-CUSTOMER-ID
           read History-File
           if WS-HISTORY-STATUS = "00"
               set HISTORY-WAS-FOUND to true
           end-if
           move "00" to WS-HISTORY-STATUS
           .

       SAVE-HISTORY-ROW SECTION.
           move WS-TARGET-YEAR to FILE-DCN-TAX-YEAR
           move WS-TODAY to FILE-DCN-FILED-DATE
           move WS-FILING-STATUS to FILE-DCN-FILING-STATUS
           if HISTORY-WAS-FOUND
               rewrite FILE-DEBT-CANCELLATION
           else
               write FILE-DEBT-CANCELLATION
           end-if
           if WS-HISTORY-STATUS <> "00"
               move FILE-DCN-CUSTOMER-ID to DISPLAY-CUSTOMER
               display "*** Debt cancellation row not saved for "
                       "customer " DISPLAY-CUSTOMER
                       " status " WS-HISTORY-STATUS
               move "00" to WS-HISTORY-STATUS
           end-if
           .

      *> Leaves WS-REVEAL-STATUS "00" only for a debtor whose
      *> customer record was read and whose TIN was revealed.
       FETCH-AND-REVEAL-CUSTOMER SECTION.
           call FIND-CUSTOMER-ID using by value START-READ
                        by reference WS-CUST-CUSTOMER-RECORD
                                     WS-CUSTOMER-STATUS
           if WS-CUSTOMER-STATUS <> "00"
               move WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD
                                   to DISPLAY-CUSTOMER
               display "*** No customer record for id "
                       DISPLAY-CUSTOMER " - debtor skipped"
               move WS-CUSTOMER-STATUS to WS-REVEAL-STATUS
               move "00" to WS-CUSTOMER-STATUS
               exit section
           end-if
           call REVEAL-CUSTOMER-PII using by reference
                                        WS-CUST-CUSTOMER-RECORD
                                        WS-REVEAL-STATUS
           if WS-REVEAL-STATUS <> "00"
               move WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD
                                   to DISPLAY-CUSTOMER
               display "*** TIN for customer " DISPLAY-CUSTOMER
                       " not revealed, status " WS-REVEAL-STATUS
                       " - debtor held"
               add 1 to WS-PAYEES-UNREVEALED
           end-if
           .

      *> The payee record from the revealed customer plus the event
      *> fields already staged, and the recipient copy's trigger.
       WRITE-PAYEE-RECORD SECTION.
           move "B" to TXP-RECORD-TYPE
           move WS-TARGET-YEAR to TXP-TAX-YEAR
           move WS-CORRECTED-INDICATOR to TXP-CORRECTED-INDICATOR
           move WS-CUST-TAX-ID to TXP-TAX-ID
           move WS-CUST-LAST-NAME of WS-CUST-CUSTOMER-RECORD
                                   to TXP-LAST-NAME
           move WS-CUST-FIRST-NAME to TXP-FIRST-NAME
           move WS-CUST-ADDRESS-LINE-1 to TXP-ADDRESS-LINE-1
           move WS-CUST-CITY to TXP-CITY
           move WS-CUST-STATE to TXP-STATE
           move WS-CUST-ZIP-CODE to TXP-ZIP-CODE
           write TAX-PAYEE-RECORD
           add 1 to WS-PAYEE-RECORDS
           move WS-TODAY to FILE-TRG-TRIGGER-DATE
           move "109C" to FILE-TRG-TEMPLATE-CODE
           move TXP-ACCOUNT-NUMBER to FILE-TRG-TRIGGER-ACCOUNT-ID
           move WS-DISCHARGED to FILE-TRG-TRIGGER-AMOUNT
           write FILE-TRG-CORRESPONDENCE-TRIGGER
           .

       WRITE-TAX-TRAILER SECTION.
           move "F" to TXT-RECORD-TYPE
           move WS-PAYEE-RECORDS to TXT-PAYEE-COUNT
           compute TXT-TOTAL-CENTS = WS-TOTAL-REPORTED * 100
           write TAX-TRAILER-RECORD
           .

      *> The original filing is sequenced by the tax year, as the
      *> 1099-INT is; a correction by the year and the run month,
      *> so each month's corrections are their own row.
       REGISTER-WITH-XMIT-CONTROL SECTION.
           move XMIT-INTERFACE-NAME to WS-XMIT-INTERFACE-NAME
           if CORRECTION-RUN
               compute WS-XMIT-FILE-SEQUENCE =
                       WS-TARGET-YEAR * 100 + WS-TODAY-MONTH
           else
               move WS-TARGET-YEAR to WS-XMIT-FILE-SEQUENCE
           end-if
           move WS-TODAY to WS-XMIT-BUSINESS-DATE
           move WS-PAYEE-RECORDS to WS-XMIT-RECORD-COUNT
           move WS-TOTAL-REPORTED to WS-XMIT-CONTROL-TOTAL
           call REGISTER-OUTBOUND-FILE using by reference
                                             WS-XMIT-XMIT-CONTROL
                                             WS-XMIT-STATUS
           if WS-XMIT-STATUS <> "00" and WS-XMIT-STATUS <> "02"
               display "*** Could not register 1099-C file in "
                       "transmission control, status " WS-XMIT-STATUS
           end-if
           .

       CLOSE-FILES SECTION.
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           call OPEN-CUSTOMER-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CUSTOMER-STATUS
           call OPEN-CHARGEOFF-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CHARGEOFF-STATUS
           close History-File
           close Tax-File
           close Trigger-File
           .
