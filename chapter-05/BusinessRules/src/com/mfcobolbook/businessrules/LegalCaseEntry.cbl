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

      *> Legal case entry - counsel's record of the suits we bring on
      *> charged-off debt. Entry lines (account ids 10 digits, dates
      *> yyyymmdd):
      *>   F,<account>,<case number>,<court>,<state>,<filed date>
      *>                               - suit filed
      *>   S,<account>,<served date>   - debtor served
      *>   J,<account>,<judgment date>,<judgment amount>
      *>                               - judgment entered
      *>   D,<account>,<date>          - suit dismissed/withdrawn
      *> A suit is filed only against an open CHARGEOFF-LEDGER row -
      *> not sold, not recovered in full - and never while the
      *> account is out with a collection agency (recall it first).
      *> A dismissed case may be filed again; any other case on file
      *> refuses a second filing. Service follows filing and the
      *> judgment follows service. The judgment takes the state's
      *> statutory post-judgment rate off the legal state rules file
      *> and starts LegalInterestAccrual's clock; a state with no
      *> rate line refuses the judgment until counsel adds one.
       program-id. LegalCaseEntry.

       environment division.
       input-output section.
       file-control.
           select Entry-File assign to external legalCaseEntryFile
               organization is line sequential
               file status is WS-ENTRY-STATUS
               .
           select Legal-Case-File assign to external legalCaseFile
               file status is WS-LEGAL-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-LGL-ACCOUNT-ID
               .
           select State-Rule-File assign to external
                                           legalStateRulesFile
               organization is line sequential
               file status is WS-STATE-RULE-STATUS
               .

       data division.
       file section.
       fd Entry-File.
       01 ENTRY-LINE                       PIC X(100).
       fd Legal-Case-File.
       copy "LEGAL-CASE.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd State-Rule-File.
       copy "LEGAL-STATE-RULE.cpy" replacing ==(PREFIX)== by ==FILE==.

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "CHARGEOFF-LEDGER.cpy" replacing ==(PREFIX)== by ==WS-CHG==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS.
        03 FILE-STATUS-BYTE-1              PIC X.
        03 FILE-STATUS-BYTE-2              PIC X.
       01 WS-CHARGEOFF-STATUS              PIC XX.
       01 WS-ENTRY-STATUS                  PIC XX.
       01 WS-LEGAL-STATUS                  PIC XX.
       01 WS-STATE-RULE-STATUS             PIC XX.

       01 WS-TODAY                         PIC 9(08).

      *> Statutory post-judgment rates, loaded once.
       78 RATE-TABLE-MAX                   VALUE 60.
       01 RATE-TABLE.
        03 RATE-ENTRY OCCURS 60 TIMES.
         05 RTE-STATE                      PIC X(02).
         05 RTE-JUDGMENT-RATE              PIC 9V9(4).
       01 RATE-COUNT                       PIC 99 COMP-5 VALUE 0.
       01 RATE-INDEX                       PIC 99 COMP-5.
       01 WS-RATE-FOUND                    PIC X.
        88 STATE-RATE-WAS-FOUND                VALUE "Y".

       01 WS-PARSE-ACTION                  PIC X(01).
       01 WS-PARSE-ACCOUNT                 PIC X(10).
       01 WS-PARSE-FIELD-3                 PIC X(20).
       01 WS-PARSE-FIELD-4                 PIC X(30).
       01 WS-PARSE-FIELD-5                 PIC X(02).
       01 WS-PARSE-FIELD-6                 PIC X(08).
       01 WS-PARSE-DATE                    PIC X(08).
       01 WS-PARSE-AMOUNT                  PIC 9(9)V99.
       01 WS-PARSE-TALLY                   PIC 99 COMP-5.
       01 WS-ENTRY-DATE                    PIC 9(08).
       01 WS-REQUESTED-ACCOUNT-ID          PIC X(4) COMP-X.
       01 WS-REQ-ACCOUNT-DISPLAY           PIC 9(10).
       01 WS-OUTSTANDING                   PIC S9(12)V99.

       01 WS-CASE-ON-FILE                  PIC X.
        88 A-CASE-IS-ON-FILE                   VALUE "Y".

       01 WS-CASES-FILED                   PIC 9(6) COMP-5 VALUE 0.
       01 WS-CASES-UPDATED                 PIC 9(6) COMP-5 VALUE 0.
       01 WS-REJECTS                       PIC 9(6) COMP-5 VALUE 0.
       01 DISPLAY-CASH                     PIC -Z(12)9.99.

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           perform LOAD-STATE-RATES
           perform OPEN-FILES
           if WS-ENTRY-STATUS = "00" and WS-LEGAL-STATUS = "00"
                   and WS-CHARGEOFF-STATUS = "00"
                   and FILE-STATUS = "00"
               perform PROCESS-ENTRY-FILE
               perform CLOSE-FILES
           end-if
           display "*** Suits filed:         " WS-CASES-FILED
           display "*** Cases updated:       " WS-CASES-UPDATED
           display "*** Lines rejected:      " WS-REJECTS
           stop run.

       LOAD-STATE-RATES SECTION.
           open input State-Rule-File
           if WS-STATE-RULE-STATUS <> "00"
               display "*** No legal state rules file - judgments "
                       "cannot be entered"
               exit section
           end-if
           perform until WS-STATE-RULE-STATUS <> "00"
                     or RATE-COUNT >= RATE-TABLE-MAX
               read State-Rule-File
                   at end move "10" to WS-STATE-RULE-STATUS
               end-read
               if WS-STATE-RULE-STATUS = "00"
                       and FILE-LSR-STATE <> spaces
                       and FILE-LSR-JUDGMENT-RATE is numeric
                   add 1 to RATE-COUNT
                   move FILE-LSR-STATE to RTE-STATE(RATE-COUNT)
                   move FILE-LSR-JUDGMENT-RATE
                                   to RTE-JUDGMENT-RATE(RATE-COUNT)
               end-if
           end-perform
           close State-Rule-File
           .

       OPEN-FILES SECTION.
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-CHARGEOFF-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CHARGEOFF-STATUS
           if WS-CHARGEOFF-STATUS <> "00"
               display "*** Could not open charged-off ledger, "
                       "status " WS-CHARGEOFF-STATUS
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
           open i-o Legal-Case-File
           if WS-LEGAL-STATUS = "35" or WS-LEGAL-STATUS = "05"
               open output Legal-Case-File
               close Legal-Case-File
               open i-o Legal-Case-File
           end-if
           if WS-LEGAL-STATUS <> "00"
               display "*** Could not open legal case file, status "
                       WS-LEGAL-STATUS
               exit section
           end-if
           open input Entry-File
           if WS-ENTRY-STATUS <> "00"
               display "*** Could not open legal entry file, status "
                       WS-ENTRY-STATUS
           end-if
           .

       PROCESS-ENTRY-FILE SECTION.
           read Entry-File
               at end move "10" to WS-ENTRY-STATUS
           end-read
           perform until WS-ENTRY-STATUS <> "00"
               if ENTRY-LINE <> spaces
                   perform WORK-ONE-LINE
               end-if
               read Entry-File
                   at end move "10" to WS-ENTRY-STATUS
               end-read
           end-perform
           .

       WORK-ONE-LINE SECTION.
           move spaces to WS-PARSE-ACTION WS-PARSE-ACCOUNT
                          WS-PARSE-FIELD-3 WS-PARSE-FIELD-4
                          WS-PARSE-FIELD-5 WS-PARSE-FIELD-6
           move 0 to WS-PARSE-TALLY
           unstring ENTRY-LINE delimited by ","
               into WS-PARSE-ACTION
                    WS-PARSE-ACCOUNT
                    WS-PARSE-FIELD-3
                    WS-PARSE-FIELD-4
                    WS-PARSE-FIELD-5
                    WS-PARSE-FIELD-6
               tallying in WS-PARSE-TALLY
           end-unstring
           if WS-PARSE-ACCOUNT not numeric
               add 1 to WS-REJECTS
               display "REJECTED - bad account: " ENTRY-LINE(1:40)
               exit section
           end-if
           move WS-PARSE-ACCOUNT to WS-REQ-ACCOUNT-DISPLAY
           move WS-REQ-ACCOUNT-DISPLAY to WS-REQUESTED-ACCOUNT-ID
           perform FETCH-LEGAL-CASE
           evaluate WS-PARSE-ACTION
               when "F"
                   perform FILE-SUIT
               when "S"
                   perform RECORD-SERVICE
               when "J"
                   perform RECORD-JUDGMENT
               when "D"
                   perform RECORD-DISMISSAL
               when other
                   add 1 to WS-REJECTS
                   display "REJECTED - unknown action: "
                           ENTRY-LINE(1:40)
           end-evaluate
           .

       FETCH-LEGAL-CASE SECTION.
           move "N" to WS-CASE-ON-FILE
           move WS-REQUESTED-ACCOUNT-ID to FILE-LGL-ACCOUNT-ID
           read Legal-Case-File
           if WS-LEGAL-STATUS = "00"
               set A-CASE-IS-ON-FILE to true
           end-if
           move "00" to WS-LEGAL-STATUS
           .

      *> The date a line carries in WS-PARSE-DATE, checked and left
      *> in WS-ENTRY-DATE; zero when it is not a date.
       TAKE-ENTRY-DATE SECTION.
           move 0 to WS-ENTRY-DATE
           if WS-PARSE-DATE is numeric
               move WS-PARSE-DATE to WS-ENTRY-DATE
           end-if
           if WS-ENTRY-DATE = 0 or WS-ENTRY-DATE > WS-TODAY
               move 0 to WS-ENTRY-DATE
               add 1 to WS-REJECTS
               display "REJECTED - bad date: " ENTRY-LINE(1:60)
           end-if
           .

       FILE-SUIT SECTION.
           if A-CASE-IS-ON-FILE and not FILE-LGL-DISMISSED
               add 1 to WS-REJECTS
               display "REFUSED - CASE " FILE-LGL-CASE-NUMBER
                       " ALREADY ON FILE for account "
                       WS-REQ-ACCOUNT-DISPLAY
               exit section
           end-if
           if WS-PARSE-FIELD-3 = spaces or WS-PARSE-FIELD-5 = spaces
               add 1 to WS-REJECTS
               display "REJECTED - case number and state needed: "
                       ENTRY-LINE(1:60)
               exit section
           end-if
           move WS-PARSE-FIELD-6 to WS-PARSE-DATE
           perform TAKE-ENTRY-DATE
           if WS-ENTRY-DATE = 0
               exit section
           end-if
           move WS-REQUESTED-ACCOUNT-ID to
                   WS-CHG-ACCOUNT-ID of WS-CHG-CHARGEOFF-LEDGER
           call FIND-CHARGEOFF-BY-ACCOUNT using
                         by reference WS-CHG-CHARGEOFF-LEDGER
                                      WS-CHARGEOFF-STATUS
           if WS-CHARGEOFF-STATUS <> "00"
               move "00" to WS-CHARGEOFF-STATUS
               add 1 to WS-REJECTS
               display "REFUSED - NOT CHARGED OFF - account "
                       WS-REQ-ACCOUNT-DISPLAY
               exit section
           end-if
           subtract WS-CHG-RECOVERED-TO-DATE
               from WS-CHG-CHARGED-OFF-AMOUNT giving WS-OUTSTANDING
           if not WS-CHG-CHARGEOFF-OPEN or WS-OUTSTANDING not > 0
               add 1 to WS-REJECTS
               display "REFUSED - DEBT SOLD OR RECOVERED - account "
                       WS-REQ-ACCOUNT-DISPLAY
               exit section
           end-if
           perform FETCH-ACCOUNT
           if FILE-STATUS = "00"
                   and WS-AGENCY-CODE of WS-ACCOUNT <> spaces
               add 1 to WS-REJECTS
               display "REFUSED - PLACED WITH AGENCY "
                       WS-AGENCY-CODE of WS-ACCOUNT
                       " - RECALL BEFORE SUIT - account "
                       WS-REQ-ACCOUNT-DISPLAY
               exit section
           end-if
           move "00" to FILE-STATUS
           initialize FILE-LEGAL-CASE
           move WS-REQUESTED-ACCOUNT-ID to FILE-LGL-ACCOUNT-ID
           move WS-PARSE-FIELD-3 to FILE-LGL-CASE-NUMBER
           move WS-PARSE-FIELD-4 to FILE-LGL-COURT-NAME
           move WS-PARSE-FIELD-5 to FILE-LGL-STATE
           set FILE-LGL-FILED to true
           move WS-ENTRY-DATE to FILE-LGL-FILED-DATE
           if A-CASE-IS-ON-FILE
               rewrite FILE-LEGAL-CASE
           else
               write FILE-LEGAL-CASE
           end-if
           if WS-LEGAL-STATUS <> "00"
               add 1 to WS-REJECTS
               display "*** Legal case write failed for account "
                       WS-REQ-ACCOUNT-DISPLAY " status "
                       WS-LEGAL-STATUS
               move "00" to WS-LEGAL-STATUS
               exit section
           end-if
           add 1 to WS-CASES-FILED
           display "FILED     account " WS-REQ-ACCOUNT-DISPLAY
                   "  case " FILE-LGL-CASE-NUMBER
                   "  state " FILE-LGL-STATE
           .

       RECORD-SERVICE SECTION.
           if not A-CASE-IS-ON-FILE or not FILE-LGL-FILED
               add 1 to WS-REJECTS
               display "REFUSED - NO SUIT AWAITING SERVICE - account "
                       WS-REQ-ACCOUNT-DISPLAY
               exit section
           end-if
           move WS-PARSE-FIELD-3 to WS-PARSE-DATE
           perform TAKE-ENTRY-DATE
           if WS-ENTRY-DATE = 0
               exit section
           end-if
           if WS-ENTRY-DATE < FILE-LGL-FILED-DATE
               add 1 to WS-REJECTS
               display "REFUSED - SERVED BEFORE FILING - account "
                       WS-REQ-ACCOUNT-DISPLAY
               exit section
           end-if
           set FILE-LGL-SERVED to true
           move WS-ENTRY-DATE to FILE-LGL-SERVED-DATE
           perform REWRITE-LEGAL-CASE
           .

       RECORD-JUDGMENT SECTION.
           if not A-CASE-IS-ON-FILE or not FILE-LGL-SERVED
               add 1 to WS-REJECTS
               display "REFUSED - NO SERVED SUIT FOR JUDGMENT - "
                       "account " WS-REQ-ACCOUNT-DISPLAY
               exit section
           end-if
      *>   The amount is a money field - parsed again straight into
      *>   a numeric receiver, the way the posting control lines are.
           move 0 to WS-PARSE-AMOUNT WS-PARSE-TALLY
           unstring ENTRY-LINE delimited by ","
               into WS-PARSE-ACTION
                    WS-PARSE-ACCOUNT
                    WS-PARSE-DATE
                    WS-PARSE-AMOUNT
               tallying in WS-PARSE-TALLY
           end-unstring
           perform TAKE-ENTRY-DATE
           if WS-ENTRY-DATE = 0
               exit section
           end-if
           if WS-ENTRY-DATE < FILE-LGL-SERVED-DATE
                   or WS-PARSE-AMOUNT not > 0
               add 1 to WS-REJECTS
               display "REFUSED - JUDGMENT DATE OR AMOUNT - account "
                       WS-REQ-ACCOUNT-DISPLAY
               exit section
           end-if
           move "N" to WS-RATE-FOUND
           perform varying RATE-INDEX from 1 by 1
                       until RATE-INDEX > RATE-COUNT
               if RTE-STATE(RATE-INDEX) = FILE-LGL-STATE
                   set STATE-RATE-WAS-FOUND to true
                   move RTE-JUDGMENT-RATE(RATE-INDEX)
                                   to FILE-LGL-INTEREST-RATE
               end-if
           end-perform
           if not STATE-RATE-WAS-FOUND
               add 1 to WS-REJECTS
               display "REFUSED - NO JUDGMENT RATE FOR STATE "
                       FILE-LGL-STATE " - account "
                       WS-REQ-ACCOUNT-DISPLAY
               exit section
           end-if
           set FILE-LGL-JUDGMENT to true
           move WS-ENTRY-DATE to FILE-LGL-JUDGMENT-DATE
           move WS-PARSE-AMOUNT to FILE-LGL-JUDGMENT-AMOUNT
           move WS-ENTRY-DATE(1:6) to FILE-LGL-INTEREST-THROUGH
           move 0 to FILE-LGL-ACCRUED-INTEREST
           perform REWRITE-LEGAL-CASE
           move WS-PARSE-AMOUNT to DISPLAY-CASH
           display "JUDGMENT  account " WS-REQ-ACCOUNT-DISPLAY
                   "  amount " DISPLAY-CASH
                   "  rate " FILE-LGL-INTEREST-RATE
           .

       RECORD-DISMISSAL SECTION.
           if not A-CASE-IS-ON-FILE or not FILE-LGL-CASE-OPEN
               add 1 to WS-REJECTS
               display "REFUSED - NO OPEN CASE TO DISMISS - account "
                       WS-REQ-ACCOUNT-DISPLAY
               exit section
           end-if
           move WS-PARSE-FIELD-3 to WS-PARSE-DATE
           perform TAKE-ENTRY-DATE
           if WS-ENTRY-DATE = 0
               exit section
           end-if
           set FILE-LGL-DISMISSED to true
           move WS-ENTRY-DATE to FILE-LGL-CLOSED-DATE
           perform REWRITE-LEGAL-CASE
           .

       REWRITE-LEGAL-CASE SECTION.
           rewrite FILE-LEGAL-CASE
           if WS-LEGAL-STATUS <> "00"
               add 1 to WS-REJECTS
               display "*** Legal case update failed for account "
                       WS-REQ-ACCOUNT-DISPLAY " status "
                       WS-LEGAL-STATUS
               move "00" to WS-LEGAL-STATUS
               exit section
           end-if
           add 1 to WS-CASES-UPDATED
           .

       FETCH-ACCOUNT SECTION.
           move WS-REQUESTED-ACCOUNT-ID to WS-ACCOUNT-ID of WS-ACCOUNT
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
                       WS-REQUESTED-ACCOUNT-ID
               move "23" to FILE-STATUS
           end-if
           .

       CLOSE-FILES SECTION.
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-CHARGEOFF-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CHARGEOFF-STATUS
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           close Legal-Case-File
           close Entry-File
           .
