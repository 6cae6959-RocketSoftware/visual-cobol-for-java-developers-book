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

      *> Data-subject access export - the disclosure package a state
      *> privacy-law request is owed, where Customer360Inquiry is only
      *> the agent's screen summary. Each line of the request file is
      *> CUSTOMER-ID[,RECEIVED-DATE] (received defaults to today).
      *> For the customer it writes, in plain labeled lines, the
      *> customer record; every account linked to them - the ones
      *> they are billed on and every holder cross-reference - with,
      *> for each account they own or hold jointly, its transactions,
      *> payments and statements, its behaviour score and any fraud
      *> cases; their CSR notes, collections contact attempts,
      *> complaints and bureau scores; and every audit row naming
      *> them or their accounts.
      *>
      *> Internal-only items are written as *REDACTED* per the
      *> redaction policy file (ITEM,ACTION lines, ACTION R = redact
      *> or S = show); an item the file does not mention keeps the
      *> house default coded in SET-DEFAULT-POLICY. AML case records
      *> are never part of the package in any form - disclosing even
      *> that one exists is prohibited - so they are not read here.
      *>
      *> Every request is logged on the DSAR request log with its due
      *> date (45 days from receipt) and, once the package is built,
      *> the date it was fulfilled. A request already fulfilled is not
      *> rebuilt; a customer id we do not hold is logged unlocated.
      *> The tax id and birth date are revealed for the package
      *> through the audited REVEAL-CUSTOMER-PII entry under this
      *> run's caller id, which must hold PII-REVEAL; a customer who
      *> cannot be revealed is held - the request stays open on the
      *> log rather than going out with the stored enciphered form.
       program-id. DataSubjectAccessExport.

       environment division.
       input-output section.
       file-control.
           select Request-File assign to external dsarRequestFile
               organization is line sequential
               file status is WS-REQUEST-STATUS
               .
           select Export-File assign to external dsarExportFile
               organization is line sequential
               file status is WS-EXPORT-STATUS
               .
           select Policy-File assign to external dsarRedactionPolicy
               organization is line sequential
               file status is WS-POLICY-STATUS
               .
           select Dsar-Log-File assign to external dsarRequestLog
               file status is WS-DSAR-LOG-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-DSAR-KEY of FILE-DSAR-REQUEST
               .
           select Statement-File assign to external statementFile
               file status is WS-STATEMENT-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-STATEMENT-KEY
                          of FILE-STATEMENT-RECORD
               .
           select Score-File assign to external scoreHistoryFile
               file status is WS-SCORE-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-SCORE-KEY of FILE-SCORE-HISTORY
               .
           select Behavior-File assign to external behaviorScoreFile
               file status is WS-BEHAVIOR-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-ACCOUNT-ID of FILE-BEHAVIOR-SCORE
               .
           select Note-File assign to external csrNoteFile
               file status is WS-NOTE-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-NOTE-KEY of FILE-CSR-NOTE
               .
           select Complaint-File assign to external complaintCaseFile
               file status is WS-COMPLAINT-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-COMPLAINT-KEY
                          of FILE-COMPLAINT-CASE
               .
           select Attempt-File assign to external contactAttemptFile
               organization is line sequential
               file status is WS-ATTEMPT-STATUS
               .
           select Audit-File assign to external auditFile
               organization is line sequential
               file status is WS-AUDIT-STATUS
               .

       data division.
       file section.
       fd Request-File.
       01 REQUEST-LINE                     PIC X(30).
       fd Export-File.
       01 EXPORT-LINE                      PIC X(100).
       fd Policy-File.
       01 POLICY-LINE                      PIC X(20).
       fd Dsar-Log-File.
       copy "DSAR-REQUEST.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Statement-File.
       copy "STATEMENT-RECORD.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Score-File.
       copy "SCORE-HISTORY.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Behavior-File.
       copy "BEHAVIOR-SCORE.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Note-File.
       copy "CSR-NOTE.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Complaint-File.
       copy "COMPLAINT-CASE.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Attempt-File.
       copy "CONTACT-ATTEMPT.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Audit-File.
       copy "AUDIT-RECORD.cpy" replacing ==(PREFIX)== by ==FILE==.

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "CUSTOMER-RECORD.cpy" replacing ==(PREFIX)== by ==WS-CUST==.
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "TRANSACTION-RECORD.cpy" replacing ==(PREFIX)==
                                                  by ==WS-TXN==.
       copy "PAYMENT-RECORD.cpy" replacing ==(PREFIX)== by ==WS-PAY==.
       copy "ACCOUNT-HOLDER-XREF.cpy"
                             replacing ==(PREFIX)== by ==WS-AH==.
       copy "FRAUD-CASE.cpy" replacing ==(PREFIX)== by ==WS-FC==.
      *> Audit images decoded far enough to tell whose row it is.
       copy "TRANSACTION-RECORD.cpy" replacing ==(PREFIX)== by ==IMGT==.
       copy "PAYMENT-RECORD.cpy" replacing ==(PREFIX)== by ==IMGP==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS.
        03 FILE-STATUS-BYTE-1              PIC X.
        03 FILE-STATUS-BYTE-2              PIC X.
       01 WS-CUSTOMER-STATUS               PIC XX.
       01 WS-TRANSACTION-STATUS            PIC XX.
       01 WS-PAYMENT-STATUS                PIC XX.
       01 WS-XREF-STATUS                   PIC XX.
       01 WS-FRAUD-CASE-STATUS             PIC XX.
       01 WS-REQUEST-STATUS                PIC XX.
       01 WS-EXPORT-STATUS                 PIC XX.
       01 WS-POLICY-STATUS                 PIC XX.
       01 WS-DSAR-LOG-STATUS               PIC XX.
       01 WS-STATEMENT-STATUS              PIC XX.
       01 WS-SCORE-STATUS                  PIC XX.
       01 WS-BEHAVIOR-STATUS               PIC XX.
       01 WS-NOTE-STATUS                   PIC XX.
       01 WS-COMPLAINT-STATUS              PIC XX.
       01 WS-ATTEMPT-STATUS                PIC XX.
       01 WS-AUDIT-STATUS                  PIC XX.

       01 WS-XREF-FILE-FLAG                PIC X VALUE "N".
        88 XREF-FILE-IS-AVAILABLE              VALUE "Y".
       01 WS-FRAUD-FILE-FLAG               PIC X VALUE "N".
        88 FRAUD-FILE-IS-AVAILABLE             VALUE "Y".
       01 WS-STATEMENT-FILE-FLAG           PIC X VALUE "N".
        88 STATEMENT-FILE-IS-AVAILABLE         VALUE "Y".
       01 WS-SCORE-FILE-FLAG               PIC X VALUE "N".
        88 SCORE-FILE-IS-AVAILABLE             VALUE "Y".
       01 WS-BEHAVIOR-FILE-FLAG            PIC X VALUE "N".
        88 BEHAVIOR-FILE-IS-AVAILABLE          VALUE "Y".
       01 WS-NOTE-FILE-FLAG                PIC X VALUE "N".
        88 NOTE-FILE-IS-AVAILABLE              VALUE "Y".
       01 WS-COMPLAINT-FILE-FLAG           PIC X VALUE "N".
        88 COMPLAINT-FILE-IS-AVAILABLE         VALUE "Y".

       01 WS-TODAY                         PIC 9(08).
       78 DSAR-CALLER-ID                   VALUE "DSAR-EXPORT".
       01 WS-CALLER-ID                     PIC X(20).
       01 WS-REVEAL-STATUS                 PIC XX.
       78 DSAR-RESPONSE-DAYS               VALUE 45.
       01 WS-DAY-COUNTER                   PIC 9(4) COMP-5.

       01 WS-LINE-CUSTOMER                 PIC 9(10).
       01 WS-LINE-RECEIVED                 PIC 9(08).
       01 WS-LINE-TALLY                    PIC 99 COMP-5.
       01 WS-REQUESTED-CUSTOMER-ID         PIC X(4) COMP-X.

      *> Redaction policy - one slot per internal-only item the
      *> package can carry. The policy file overrides the defaults.
       78 POLICY-ITEM-MAX                  VALUE 9.
       01 POLICY-TABLE.
        03 POLICY-ENTRY OCCURS 9 TIMES.
         05 PT-ITEM                         PIC X(12).
         05 PT-ACTION                       PIC X(01).
          88 PT-REDACT                          VALUE "R".
          88 PT-SHOW                            VALUE "S".
       01 POLICY-INDEX                     PIC 9(4) COMP-5.
       01 WS-POLICY-ITEM                   PIC X(12).
       01 WS-POLICY-ACTION                 PIC X(01).
       01 WS-REDACT-FLAG                   PIC X.
        88 ITEM-IS-REDACTED                    VALUE "Y".
       78 REDACTED-TEXT                    VALUE "*REDACTED*".

      *> Every account linked to the customer. Role P is the billing
      *> primary off the account file; J/A/P roles off the holder
      *> cross-reference fill in the rest.
       78 LINKED-ACCOUNT-MAX               VALUE 50.
       01 LINKED-ACCOUNT-TABLE.
        03 LINKED-ACCOUNT-ENTRY OCCURS 50 TIMES.
         05 LA-ACCOUNT-ID                   PIC X(4) COMP-X.
         05 LA-ROLE                         PIC X(01).
          88 LA-FULL-DETAIL                     VALUE "P", "J".
         05 LA-HOLDER-STATUS                PIC X(01).
       01 LINKED-ACCOUNT-COUNT             PIC 9(4) COMP-5.
       01 LINKED-INDEX                     PIC 9(4) COMP-5.
       01 WS-WANTED-ACCOUNT-ID             PIC X(4) COMP-X.
       01 WS-LINKED-FLAG                   PIC X.
        88 ACCOUNT-IS-LINKED                   VALUE "Y".

       01 WS-AUDIT-IMAGE                   PIC X(400).
       01 WS-ROW-COUNT                     PIC 9(6) COMP-5.
       01 WS-EXPORT-LINE-COUNT             PIC 9(6) COMP-5.
       01 WS-REDACTION-COUNT               PIC 9(4) COMP-5.

       01 WS-REQUESTS-FULFILLED            PIC 9(6) COMP-5 VALUE 0.
       01 WS-REQUESTS-UNLOCATED            PIC 9(6) COMP-5 VALUE 0.
       01 WS-REQUESTS-SKIPPED              PIC 9(6) COMP-5 VALUE 0.
       01 WS-REQUESTS-HELD                 PIC 9(6) COMP-5 VALUE 0.
       01 WS-LINES-REJECTED                PIC 9(6) COMP-5 VALUE 0.

       01 WS-OUT-LINE                      PIC X(100).
       01 DISPLAY-CASH                     PIC -Z(12)9.99.
       01 DISPLAY-CASH-2                   PIC -Z(12)9.99.
       01 DISPLAY-ID                       PIC Z(9)9.
       01 DISPLAY-COUNT                    PIC Z(5)9.

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           move DSAR-CALLER-ID to WS-CALLER-ID
           call SET-AUDIT-CALLER-ID using by reference WS-CALLER-ID
           perform LOAD-REDACTION-POLICY
           perform OPEN-FILES
           if FILE-STATUS = "00"
               perform PROCESS-REQUEST-FILE
               perform CLOSE-FILES
           end-if
           display "*** Requests fulfilled:  " WS-REQUESTS-FULFILLED
           display "*** Requests unlocated:  " WS-REQUESTS-UNLOCATED
           display "*** Already fulfilled:   " WS-REQUESTS-SKIPPED
           display "*** Held - not revealed: " WS-REQUESTS-HELD
           display "*** Lines rejected:      " WS-LINES-REJECTED
           stop run.

      *> House defaults first - internal model output, investigator
      *> and staff identities, internal restriction and hold
      *> annotations are withheld; the customer's own tax id shows.
       SET-DEFAULT-POLICY SECTION.
           move "BEHAVIORSCR" to PT-ITEM(1)
           move "R" to PT-ACTION(1)
           move "FRAUDCASE" to PT-ITEM(2)
           move "R" to PT-ACTION(2)
           move "AUDITCALLER" to PT-ITEM(3)
           move "R" to PT-ACTION(3)
           move "CSRAUTHOR" to PT-ITEM(4)
           move "R" to PT-ACTION(4)
           move "COLLECTOR" to PT-ITEM(5)
           move "R" to PT-ACTION(5)
           move "RESTRICTRSN" to PT-ITEM(6)
           move "R" to PT-ACTION(6)
           move "LEGALHOLD" to PT-ITEM(7)
           move "R" to PT-ACTION(7)
           move "INSIDER" to PT-ITEM(8)
           move "R" to PT-ACTION(8)
           move "TAXID" to PT-ITEM(9)
           move "S" to PT-ACTION(9)
           .

       LOAD-REDACTION-POLICY SECTION.
           perform SET-DEFAULT-POLICY
           open input Policy-File
           if WS-POLICY-STATUS <> "00"
               display "*** No redaction policy file - house defaults"
               exit section
           end-if
           read Policy-File
               at end move "10" to WS-POLICY-STATUS
           end-read
           perform until WS-POLICY-STATUS <> "00"
               if POLICY-LINE <> spaces
                   perform APPLY-POLICY-LINE
               end-if
               read Policy-File
                   at end move "10" to WS-POLICY-STATUS
               end-read
           end-perform
           close Policy-File
           .

       APPLY-POLICY-LINE SECTION.
           move spaces to WS-POLICY-ITEM WS-POLICY-ACTION
           unstring POLICY-LINE delimited by ","
               into WS-POLICY-ITEM
                    WS-POLICY-ACTION
           end-unstring
           if WS-POLICY-ACTION <> "R" and WS-POLICY-ACTION <> "S"
               display "*** Policy line ignored: " POLICY-LINE
               exit section
           end-if
           perform varying POLICY-INDEX from 1 by 1
                       until POLICY-INDEX > POLICY-ITEM-MAX
               if PT-ITEM(POLICY-INDEX) = WS-POLICY-ITEM
                   move WS-POLICY-ACTION to PT-ACTION(POLICY-INDEX)
                   exit section
               end-if
           end-perform
           display "*** Policy item not known, ignored: " POLICY-LINE
           .

      *> Sets ITEM-IS-REDACTED for WS-POLICY-ITEM and counts the
      *> redaction against the request when it is.
       CHECK-REDACTION SECTION.
           move "N" to WS-REDACT-FLAG
           perform varying POLICY-INDEX from 1 by 1
                       until POLICY-INDEX > POLICY-ITEM-MAX
               if PT-ITEM(POLICY-INDEX) = WS-POLICY-ITEM
                   if PT-REDACT(POLICY-INDEX)
                       set ITEM-IS-REDACTED to true
                       add 1 to WS-REDACTION-COUNT
                   end-if
                   exit perform
               end-if
           end-perform
           .

       OPEN-FILES SECTION.
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
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           if FILE-STATUS <> "00"
               display "*** Could not open account file, status "
                       FILE-STATUS
               exit section
           end-if
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-TRANSACTION-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-TRANSACTION-STATUS
           if WS-TRANSACTION-STATUS <> "00"
               display "*** Could not open transaction file, status "
                       WS-TRANSACTION-STATUS
               move WS-TRANSACTION-STATUS to FILE-STATUS
               exit section
           end-if
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-PAYMENT-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-PAYMENT-STATUS
           if WS-PAYMENT-STATUS <> "00"
               display "*** Could not open payment file, status "
                       WS-PAYMENT-STATUS
               move WS-PAYMENT-STATUS to FILE-STATUS
               exit section
           end-if
      *>   The side files are optional - a file we have never
      *>   written holds nothing about anyone, and its section of the
      *>   package just says so.
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-HOLDER-XREF-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-XREF-STATUS
           if WS-XREF-STATUS = "00"
               set XREF-FILE-IS-AVAILABLE to true
           end-if
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-FRAUD-CASE-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-FRAUD-CASE-STATUS
           if WS-FRAUD-CASE-STATUS = "00"
               set FRAUD-FILE-IS-AVAILABLE to true
           end-if
           open input Statement-File
           if WS-STATEMENT-STATUS = "00"
               set STATEMENT-FILE-IS-AVAILABLE to true
           end-if
           open input Score-File
           if WS-SCORE-STATUS = "00"
               set SCORE-FILE-IS-AVAILABLE to true
           end-if
           open input Behavior-File
           if WS-BEHAVIOR-STATUS = "00"
               set BEHAVIOR-FILE-IS-AVAILABLE to true
           end-if
           open input Note-File
           if WS-NOTE-STATUS = "00"
               set NOTE-FILE-IS-AVAILABLE to true
           end-if
           open input Complaint-File
           if WS-COMPLAINT-STATUS = "00"
               set COMPLAINT-FILE-IS-AVAILABLE to true
           end-if
           open i-o Dsar-Log-File
           if WS-DSAR-LOG-STATUS = "35" or WS-DSAR-LOG-STATUS = "05"
               open output Dsar-Log-File
               close Dsar-Log-File
               open i-o Dsar-Log-File
           end-if
           if WS-DSAR-LOG-STATUS <> "00"
               display "*** Could not open DSAR request log, status "
                       WS-DSAR-LOG-STATUS
               move WS-DSAR-LOG-STATUS to FILE-STATUS
               exit section
           end-if
           open output Export-File
           open input Request-File
           if WS-REQUEST-STATUS <> "00"
               display "*** Could not open DSAR request file, status "
                       WS-REQUEST-STATUS
               move WS-REQUEST-STATUS to FILE-STATUS
           end-if
           .

       PROCESS-REQUEST-FILE SECTION.
           read Request-File
               at end move "10" to WS-REQUEST-STATUS
           end-read
           perform until WS-REQUEST-STATUS <> "00"
               if REQUEST-LINE <> spaces
                   perform ANSWER-ONE-REQUEST
               end-if
               read Request-File
                   at end move "10" to WS-REQUEST-STATUS
               end-read
           end-perform
           .

       ANSWER-ONE-REQUEST SECTION.
           move 0 to WS-LINE-CUSTOMER WS-LINE-RECEIVED WS-LINE-TALLY
           unstring REQUEST-LINE delimited by ","
               into WS-LINE-CUSTOMER
                    WS-LINE-RECEIVED
               tallying in WS-LINE-TALLY
           end-unstring
           if WS-LINE-CUSTOMER = 0
               add 1 to WS-LINES-REJECTED
               display "REJECTED  " REQUEST-LINE
               exit section
           end-if
           if WS-LINE-RECEIVED = 0
               move WS-TODAY to WS-LINE-RECEIVED
           end-if
           move WS-LINE-CUSTOMER to WS-REQUESTED-CUSTOMER-ID
           perform LOG-REQUEST
           if WS-DSAR-LOG-STATUS <> "00"
               exit section
           end-if
           if FILE-DSAR-FULFILLED of FILE-DSAR-REQUEST
               add 1 to WS-REQUESTS-SKIPPED
               display "ALREADY FULFILLED  customer " WS-LINE-CUSTOMER
                       "  received " WS-LINE-RECEIVED
                       "  on " FILE-FULFILLED-DATE of FILE-DSAR-REQUEST
               exit section
           end-if
           move WS-REQUESTED-CUSTOMER-ID to
                        WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD
           move START-READ to WS-FUNCTION-CODE
           call FIND-CUSTOMER-ID using by value WS-FUNCTION-CODE
                        by reference WS-CUST-CUSTOMER-RECORD
                                     WS-CUSTOMER-STATUS
           if WS-CUSTOMER-STATUS <> "00"
               add 1 to WS-REQUESTS-UNLOCATED
               set FILE-DSAR-UNLOCATED of FILE-DSAR-REQUEST to true
               rewrite FILE-DSAR-REQUEST
               display "UNLOCATED  customer " WS-LINE-CUSTOMER
                       "  received " WS-LINE-RECEIVED
                       "  due " FILE-DUE-DATE of FILE-DSAR-REQUEST
               exit section
           end-if
           call REVEAL-CUSTOMER-PII using by reference
                                        WS-CUST-CUSTOMER-RECORD
                                        WS-REVEAL-STATUS
           if WS-REVEAL-STATUS <> "00"
               add 1 to WS-REQUESTS-HELD
               display "HELD  customer " WS-LINE-CUSTOMER
                       "  identity not revealed, status "
                       WS-REVEAL-STATUS
               exit section
           end-if
           move 0 to WS-EXPORT-LINE-COUNT WS-REDACTION-COUNT
           perform COLLECT-LINKED-ACCOUNTS
           perform EXPORT-HEADER
           perform EXPORT-CUSTOMER-RECORD
           perform EXPORT-BUREAU-SCORES
           perform varying LINKED-INDEX from 1 by 1
                       until LINKED-INDEX > LINKED-ACCOUNT-COUNT
               perform EXPORT-ONE-ACCOUNT
           end-perform
           perform EXPORT-CSR-NOTES
           perform EXPORT-CONTACT-ATTEMPTS
           perform EXPORT-COMPLAINTS
           perform EXPORT-AUDIT-ROWS
           move all "=" to WS-OUT-LINE
           perform EMIT-LINE
           perform CLOSE-OUT-REQUEST
           .

      *> Finds or opens the request's log row; a new row gets its
      *> statutory due date counted from the day it was received.
       LOG-REQUEST SECTION.
           move WS-REQUESTED-CUSTOMER-ID to
                        FILE-CUSTOMER-ID of FILE-DSAR-REQUEST
           move WS-LINE-RECEIVED to
                        FILE-RECEIVED-DATE of FILE-DSAR-REQUEST
           read Dsar-Log-File key is FILE-DSAR-KEY of FILE-DSAR-REQUEST
           if WS-DSAR-LOG-STATUS = "00"
               exit section
           end-if
           initialize FILE-DSAR-REQUEST
           move WS-REQUESTED-CUSTOMER-ID to
                        FILE-CUSTOMER-ID of FILE-DSAR-REQUEST
           move WS-LINE-RECEIVED to
                        FILE-RECEIVED-DATE of FILE-DSAR-REQUEST
           set FILE-DSAR-OPEN of FILE-DSAR-REQUEST to true
           move WS-LINE-RECEIVED to FILE-DUE-DATE of FILE-DSAR-REQUEST
           perform varying WS-DAY-COUNTER from 1 by 1
                       until WS-DAY-COUNTER > DSAR-RESPONSE-DAYS
               call ADVANCE-ONE-DAY-ENTRY using by reference
                                   FILE-DUE-DATE of FILE-DSAR-REQUEST
           end-perform
           write FILE-DSAR-REQUEST
           if WS-DSAR-LOG-STATUS <> "00"
               add 1 to WS-LINES-REJECTED
               display "*** Could not log request for customer "
                       WS-LINE-CUSTOMER " status " WS-DSAR-LOG-STATUS
           end-if
           .

       CLOSE-OUT-REQUEST SECTION.
           set FILE-DSAR-FULFILLED of FILE-DSAR-REQUEST to true
           move WS-TODAY to FILE-FULFILLED-DATE of FILE-DSAR-REQUEST
           move LINKED-ACCOUNT-COUNT to
                        FILE-ACCOUNT-COUNT of FILE-DSAR-REQUEST
           move WS-EXPORT-LINE-COUNT to
                        FILE-EXPORT-LINE-COUNT of FILE-DSAR-REQUEST
           move WS-REDACTION-COUNT to
                        FILE-REDACTION-COUNT of FILE-DSAR-REQUEST
           rewrite FILE-DSAR-REQUEST
           if WS-DSAR-LOG-STATUS <> "00"
               display "*** Could not close out request for customer "
                       WS-LINE-CUSTOMER " status " WS-DSAR-LOG-STATUS
           end-if
           add 1 to WS-REQUESTS-FULFILLED
           display "FULFILLED  customer " WS-LINE-CUSTOMER
                   "  received " WS-LINE-RECEIVED
                   "  due " FILE-DUE-DATE of FILE-DSAR-REQUEST
                   "  lines " WS-EXPORT-LINE-COUNT
                   "  redacted " WS-REDACTION-COUNT
           if WS-TODAY > FILE-DUE-DATE of FILE-DSAR-REQUEST
               display "    fulfilled LATE"
           end-if
           .

      *> The accounts the customer is billed on, then every holder
      *> cross-reference row naming them, current or removed.
       COLLECT-LINKED-ACCOUNTS SECTION.
           move 0 to LINKED-ACCOUNT-COUNT
           move WS-REQUESTED-CUSTOMER-ID to WS-CUSTOMER-ID of WS-ACCOUNT
           move 0 to WS-ACCOUNT-ID of WS-ACCOUNT
           move START-READ to WS-FUNCTION-CODE
           call FIND-ACCOUNT-BY-CUSTOMER using by value WS-FUNCTION-CODE
                                    by reference WS-ACCOUNT
                                                 FILE-STATUS
           if FILE-STATUS = "00"
               perform READ-NEXT-BY-CUSTOMER
               perform until (FILE-STATUS <> "00"
                              and FILE-STATUS <> "02")
                          or WS-CUSTOMER-ID of WS-ACCOUNT <>
                             WS-REQUESTED-CUSTOMER-ID
                   move WS-ACCOUNT-ID of WS-ACCOUNT
                                   to WS-WANTED-ACCOUNT-ID
                   move "P" to WS-AH-HOLDER-ROLE
                   move "A" to WS-AH-HOLDER-STATUS
                   perform ADD-LINKED-ACCOUNT
                   perform READ-NEXT-BY-CUSTOMER
               end-perform
           end-if
           move "00" to FILE-STATUS
           if not XREF-FILE-IS-AVAILABLE
               exit section
           end-if
           move WS-REQUESTED-CUSTOMER-ID to WS-AH-CUSTOMER-ID
           move START-READ to WS-FUNCTION-CODE
           call FIND-ACCOUNTS-BY-HOLDER using by value WS-FUNCTION-CODE
                                by reference WS-AH-ACCOUNT-HOLDER-XREF
                                             WS-XREF-STATUS
           if WS-XREF-STATUS = "00"
               perform READ-NEXT-HOLDING
               perform until (WS-XREF-STATUS <> "00"
                              and WS-XREF-STATUS <> "02")
                          or WS-AH-CUSTOMER-ID <>
                             WS-REQUESTED-CUSTOMER-ID
                   move WS-AH-ACCOUNT-ID to WS-WANTED-ACCOUNT-ID
                   perform ADD-LINKED-ACCOUNT
                   perform READ-NEXT-HOLDING
               end-perform
           end-if
           move "00" to WS-XREF-STATUS
           .

       READ-NEXT-BY-CUSTOMER SECTION.
           move READ-NEXT to WS-FUNCTION-CODE
           call FIND-ACCOUNT-BY-CUSTOMER using by value WS-FUNCTION-CODE
                                    by reference WS-ACCOUNT
                                                 FILE-STATUS
           .

       READ-NEXT-HOLDING SECTION.
           move READ-NEXT to WS-FUNCTION-CODE
           call FIND-ACCOUNTS-BY-HOLDER using by value WS-FUNCTION-CODE
                                by reference WS-AH-ACCOUNT-HOLDER-XREF
                                             WS-XREF-STATUS
           .

      *> The billing primary is mirrored on the cross-reference as a
      *> PRIMARY row, so an account already listed is not repeated.
       ADD-LINKED-ACCOUNT SECTION.
           perform FIND-LINKED-ACCOUNT
           if ACCOUNT-IS-LINKED
               exit section
           end-if
           if LINKED-ACCOUNT-COUNT >= LINKED-ACCOUNT-MAX
               display "*** Customer " WS-LINE-CUSTOMER " is linked to"
                       " more than " LINKED-ACCOUNT-MAX
                       " accounts - account " WS-WANTED-ACCOUNT-ID
                       " NOT in the package"
               exit section
           end-if
           add 1 to LINKED-ACCOUNT-COUNT
           move WS-WANTED-ACCOUNT-ID to
                        LA-ACCOUNT-ID(LINKED-ACCOUNT-COUNT)
           move WS-AH-HOLDER-ROLE to LA-ROLE(LINKED-ACCOUNT-COUNT)
           move WS-AH-HOLDER-STATUS to
                        LA-HOLDER-STATUS(LINKED-ACCOUNT-COUNT)
           .

       FIND-LINKED-ACCOUNT SECTION.
           move "N" to WS-LINKED-FLAG
           perform varying POLICY-INDEX from 1 by 1
                       until POLICY-INDEX > LINKED-ACCOUNT-COUNT
               if LA-ACCOUNT-ID(POLICY-INDEX) = WS-WANTED-ACCOUNT-ID
                   set ACCOUNT-IS-LINKED to true
                   exit perform
               end-if
           end-perform
           .

       EXPORT-HEADER SECTION.
           move all "=" to WS-OUT-LINE
           perform EMIT-LINE
           move WS-LINE-CUSTOMER to DISPLAY-ID
           move spaces to WS-OUT-LINE
           string "DATA SUBJECT ACCESS REQUEST - CUSTOMER "
                                             delimited by size
                  DISPLAY-ID delimited by size
                  into WS-OUT-LINE
           perform EMIT-LINE
           move spaces to WS-OUT-LINE
           string "RECEIVED " delimited by size
                  WS-LINE-RECEIVED delimited by size
                  "  PREPARED " delimited by size
                  WS-TODAY delimited by size
                  "  RESPONSE DUE " delimited by size
                  FILE-DUE-DATE of FILE-DSAR-REQUEST delimited by size
                  into WS-OUT-LINE
           perform EMIT-LINE
           .

       EXPORT-CUSTOMER-RECORD SECTION.
           move "PERSONAL INFORMATION" to WS-OUT-LINE
           perform EMIT-HEADING
           move spaces to WS-OUT-LINE
           string "  NAME            " delimited by size
                  WS-CUST-FIRST-NAME delimited by "  "
                  " " delimited by size
                  WS-CUST-LAST-NAME of WS-CUST-CUSTOMER-RECORD
                                    delimited by "  "
                  into WS-OUT-LINE
           perform EMIT-LINE
           move spaces to WS-OUT-LINE
           string "  ADDRESS         " delimited by size
                  WS-CUST-ADDRESS-LINE-1 delimited by "  "
                  into WS-OUT-LINE
           perform EMIT-LINE
           if WS-CUST-ADDRESS-LINE-2 <> spaces
               move spaces to WS-OUT-LINE
               string "                  " delimited by size
                      WS-CUST-ADDRESS-LINE-2 delimited by "  "
                      into WS-OUT-LINE
               perform EMIT-LINE
           end-if
           move spaces to WS-OUT-LINE
           string "                  " delimited by size
                  WS-CUST-CITY delimited by "  "
                  " " delimited by size
                  WS-CUST-STATE delimited by size
                  " " delimited by size
                  WS-CUST-ZIP-CODE delimited by size
                  into WS-OUT-LINE
           perform EMIT-LINE
           move spaces to WS-OUT-LINE
           string "  PHONE           " delimited by size
                  WS-CUST-PHONE delimited by size
                  into WS-OUT-LINE
           perform EMIT-LINE
           move spaces to WS-OUT-LINE
           string "  EMAIL           " delimited by size
                  WS-CUST-EMAIL delimited by "  "
                  into WS-OUT-LINE
           perform EMIT-LINE
           move spaces to WS-OUT-LINE
           string "  DATE OF BIRTH   " delimited by size
                  WS-CUST-DATE-OF-BIRTH delimited by size
                  into WS-OUT-LINE
           perform EMIT-LINE
           move "TAXID" to WS-POLICY-ITEM
           perform CHECK-REDACTION
           move "  TAX ID          " to WS-OUT-LINE
           if ITEM-IS-REDACTED
               move REDACTED-TEXT to WS-OUT-LINE(19:)
           else
               move WS-CUST-TAX-ID to WS-OUT-LINE(19:)
           end-if
           perform EMIT-LINE
           move spaces to WS-OUT-LINE
           string "  DO NOT SOLICIT  " delimited by size
                  WS-CUST-DO-NOT-SOLICIT-FLAG delimited by size
                  into WS-OUT-LINE
           perform EMIT-LINE
           move spaces to WS-OUT-LINE
           string "  ADDRESS CHANGED " delimited by size
                  WS-CUST-ADDRESS-CHANGED-DATE delimited by size
                  into WS-OUT-LINE
           perform EMIT-LINE
           move spaces to WS-OUT-LINE
           string "  MAIL RETURNED   " delimited by size
                  WS-CUST-ADDRESS-UNDELIVERABLE-FLAG delimited by size
                  " " delimited by size
                  WS-CUST-UNDELIVERABLE-DATE delimited by size
                  into WS-OUT-LINE
           perform EMIT-LINE
           move spaces to WS-OUT-LINE
           string "  SHARING OPT-OUT AFFILIATES " delimited by size
                  WS-CUST-AFFILIATE-SHARE-OPT-OUT delimited by size
                  " " delimited by size
                  WS-CUST-AFFILIATE-OPT-OUT-DATE delimited by size
                  " " delimited by size
                  WS-CUST-AFFILIATE-OPT-OUT-CHANNEL delimited by size
                  "  THIRD PARTIES " delimited by size
                  WS-CUST-THIRD-PARTY-SHARE-OPT-OUT delimited by size
                  " " delimited by size
                  WS-CUST-THIRD-PARTY-OPT-OUT-DATE delimited by size
                  " " delimited by size
                  WS-CUST-THIRD-PARTY-OPT-OUT-CHANNEL
                                                 delimited by size
                  into WS-OUT-LINE
           perform EMIT-LINE
           move spaces to WS-OUT-LINE
           string "  PRIVACY NOTICE  " delimited by size
                  WS-CUST-PRIVACY-NOTICE-DATE delimited by size
                  into WS-OUT-LINE
           perform EMIT-LINE
           move "LEGALHOLD" to WS-POLICY-ITEM
           perform CHECK-REDACTION
           move "  LEGAL HOLD      " to WS-OUT-LINE
           if ITEM-IS-REDACTED
               move REDACTED-TEXT to WS-OUT-LINE(19:)
           else
               move WS-CUST-LEGAL-HOLD-FLAG to WS-OUT-LINE(19:)
           end-if
           perform EMIT-LINE
           move "INSIDER" to WS-POLICY-ITEM
           perform CHECK-REDACTION
           move "  INSIDER CLASS   " to WS-OUT-LINE
           if ITEM-IS-REDACTED
               move REDACTED-TEXT to WS-OUT-LINE(19:)
           else
               move WS-CUST-INSIDER-CLASS to WS-OUT-LINE(19:)
           end-if
           perform EMIT-LINE
           .

       EXPORT-BUREAU-SCORES SECTION.
           move "CREDIT BUREAU SCORES RECEIVED" to WS-OUT-LINE
           perform EMIT-HEADING
           move 0 to WS-ROW-COUNT
           if SCORE-FILE-IS-AVAILABLE
               move WS-REQUESTED-CUSTOMER-ID to
                            FILE-CUSTOMER-ID of FILE-SCORE-HISTORY
               move 0 to FILE-SCORE-DATE of FILE-SCORE-HISTORY
               start Score-File key >= FILE-SCORE-KEY
                                    of FILE-SCORE-HISTORY
               if WS-SCORE-STATUS = "00"
                   read Score-File next
               end-if
               perform until WS-SCORE-STATUS <> "00"
                          or FILE-CUSTOMER-ID of FILE-SCORE-HISTORY <>
                             WS-REQUESTED-CUSTOMER-ID
                   add 1 to WS-ROW-COUNT
                   move spaces to WS-OUT-LINE
                   string "  " delimited by size
                          FILE-SCORE-DATE of FILE-SCORE-HISTORY
                                          delimited by size
                          "  BUREAU " delimited by size
                          FILE-BUREAU-CODE of FILE-SCORE-HISTORY
                                          delimited by size
                          "  SCORE " delimited by size
                          FILE-SCORE-VALUE of FILE-SCORE-HISTORY
                                          delimited by size
                          into WS-OUT-LINE
                   perform EMIT-LINE
                   read Score-File next
               end-perform
               move "00" to WS-SCORE-STATUS
           end-if
           perform EMIT-NONE-IF-EMPTY
           .

       EXPORT-ONE-ACCOUNT SECTION.
           move LA-ACCOUNT-ID(LINKED-INDEX) to DISPLAY-ID
           move spaces to WS-OUT-LINE
           string "ACCOUNT " delimited by size
                  DISPLAY-ID delimited by size
                  "  YOUR ROLE " delimited by size
                  LA-ROLE(LINKED-INDEX) delimited by size
                  "  " delimited by size
                  LA-HOLDER-STATUS(LINKED-INDEX) delimited by size
                  into WS-OUT-LINE
           perform EMIT-HEADING
           move LA-ACCOUNT-ID(LINKED-INDEX) to WS-WANTED-ACCOUNT-ID
           perform READ-LINKED-ACCOUNT
           if FILE-STATUS <> "00"
               move "  ACCOUNT RECORD NO LONGER ON FILE" to WS-OUT-LINE
               perform EMIT-LINE
               move "00" to FILE-STATUS
               exit section
           end-if
           move WS-BALANCE of WS-ACCOUNT to DISPLAY-CASH
           move WS-CREDIT-LIMIT of WS-ACCOUNT to DISPLAY-CASH-2
           move spaces to WS-OUT-LINE
           string "  TYPE " delimited by size
                  WS-TYPE of WS-ACCOUNT delimited by size
                  "  STATUS " delimited by size
                  WS-ACCOUNT-STATUS of WS-ACCOUNT delimited by size
                  "  OPENED " delimited by size
                  WS-DATE-OPENED of WS-ACCOUNT delimited by size
                  "  CURRENCY " delimited by size
                  WS-CURRENCY-CODE of WS-ACCOUNT delimited by size
                  into WS-OUT-LINE
           perform EMIT-LINE
           move spaces to WS-OUT-LINE
           string "  BALANCE" delimited by size
                  DISPLAY-CASH delimited by size
                  "  LIMIT" delimited by size
                  DISPLAY-CASH-2 delimited by size
                  into WS-OUT-LINE
           perform EMIT-LINE
           if not LA-FULL-DETAIL(LINKED-INDEX)
               move "  (AUTHORIZED USER - ACCOUNT DETAIL IS THE "
                  & "ACCOUNT HOLDER'S)" to WS-OUT-LINE
               perform EMIT-LINE
               exit section
           end-if
           if WS-HAS-RESTRICTION of WS-ACCOUNT
               move "RESTRICTRSN" to WS-POLICY-ITEM
               perform CHECK-REDACTION
               move spaces to WS-OUT-LINE
               string "  RESTRICTED " delimited by size
                      WS-RESTRICTION-CODE of WS-ACCOUNT
                                          delimited by size
                      "  " delimited by size
                      into WS-OUT-LINE
               if ITEM-IS-REDACTED
                   move REDACTED-TEXT to WS-OUT-LINE(17:)
               else
                   move WS-RESTRICTION-REASON of WS-ACCOUNT
                                       to WS-OUT-LINE(17:)
               end-if
               perform EMIT-LINE
           end-if
           perform EXPORT-BEHAVIOR-SCORE
           perform EXPORT-FRAUD-CASES
           perform EXPORT-TRANSACTIONS
           perform EXPORT-PAYMENTS
           perform EXPORT-STATEMENTS
           .

       READ-LINKED-ACCOUNT SECTION.
           move WS-WANTED-ACCOUNT-ID to WS-ACCOUNT-ID of WS-ACCOUNT
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
                                       WS-WANTED-ACCOUNT-ID
               move "23" to FILE-STATUS
           end-if
           .

       EXPORT-BEHAVIOR-SCORE SECTION.
           if not BEHAVIOR-FILE-IS-AVAILABLE
               exit section
           end-if
           move WS-WANTED-ACCOUNT-ID to
                        FILE-ACCOUNT-ID of FILE-BEHAVIOR-SCORE
           read Behavior-File key is FILE-ACCOUNT-ID
                                  of FILE-BEHAVIOR-SCORE
           if WS-BEHAVIOR-STATUS <> "00"
               move "00" to WS-BEHAVIOR-STATUS
               exit section
           end-if
           move "BEHAVIORSCR" to WS-POLICY-ITEM
           perform CHECK-REDACTION
           move spaces to WS-OUT-LINE
           if ITEM-IS-REDACTED
               string "  INTERNAL BEHAVIOUR SCORE  " delimited by size
                      REDACTED-TEXT delimited by size
                      into WS-OUT-LINE
           else
               string "  INTERNAL BEHAVIOUR SCORE  " delimited by size
                      FILE-SCORE-VALUE of FILE-BEHAVIOR-SCORE
                                          delimited by size
                      " AS OF " delimited by size
                      FILE-SCORE-DATE of FILE-BEHAVIOR-SCORE
                                          delimited by size
                      "  REASONS " delimited by size
                      FILE-REASON-CODE-1 of FILE-BEHAVIOR-SCORE
                                          delimited by size
                      " " delimited by size
                      FILE-REASON-CODE-2 of FILE-BEHAVIOR-SCORE
                                          delimited by size
                      " " delimited by size
                      FILE-REASON-CODE-3 of FILE-BEHAVIOR-SCORE
                                          delimited by size
                      into WS-OUT-LINE
           end-if
           perform EMIT-LINE
           .

      *> Fraud cases are keyed account+pattern, so each pattern is a
      *> direct read.
       EXPORT-FRAUD-CASES SECTION.
           if not FRAUD-FILE-IS-AVAILABLE
               exit section
           end-if
           move WS-WANTED-ACCOUNT-ID to WS-FC-ACCOUNT-ID
           move "L" to WS-FC-PATTERN-CODE
           perform EXPORT-ONE-FRAUD-CASE
           move WS-WANTED-ACCOUNT-ID to WS-FC-ACCOUNT-ID
           move "V" to WS-FC-PATTERN-CODE
           perform EXPORT-ONE-FRAUD-CASE
           .

       EXPORT-ONE-FRAUD-CASE SECTION.
           call FIND-FRAUD-CASE-BY-KEY using
                                   by reference WS-FC-FRAUD-CASE
                                                WS-FRAUD-CASE-STATUS
           if WS-FRAUD-CASE-STATUS <> "00"
               move "00" to WS-FRAUD-CASE-STATUS
               exit section
           end-if
           move "FRAUDCASE" to WS-POLICY-ITEM
           perform CHECK-REDACTION
           move spaces to WS-OUT-LINE
           if ITEM-IS-REDACTED
               string "  FRAUD REVIEW  " delimited by size
                      REDACTED-TEXT delimited by size
                      into WS-OUT-LINE
           else
               move WS-FC-TRIGGER-AMOUNT to DISPLAY-CASH
               string "  FRAUD REVIEW  RAISED " delimited by size
                      WS-FC-RAISED-DATE delimited by size
                      "  PATTERN " delimited by size
                      WS-FC-PATTERN-CODE delimited by size
                      "  STATUS " delimited by size
                      WS-FC-CASE-STATUS delimited by size
                      "  AMOUNT" delimited by size
                      DISPLAY-CASH delimited by size
                      into WS-OUT-LINE
           end-if
           perform EMIT-LINE
           .

       EXPORT-TRANSACTIONS SECTION.
           move "  TRANSACTIONS:" to WS-OUT-LINE
           perform EMIT-LINE
           move 0 to WS-ROW-COUNT
           move WS-WANTED-ACCOUNT-ID to
                        WS-TXN-ACCOUNT-ID of WS-TXN-TRANSACTION-RECORD
           move START-READ to WS-FUNCTION-CODE
           call FIND-TRANSACTION-BY-ACCOUNT using by value
                                    WS-FUNCTION-CODE
                        by reference WS-TXN-TRANSACTION-RECORD
                                     WS-TRANSACTION-STATUS
           if WS-TRANSACTION-STATUS = "00"
               perform READ-NEXT-TXN
               perform until WS-TRANSACTION-STATUS <> "00"
                          or WS-TXN-ACCOUNT-ID
                               of WS-TXN-TRANSACTION-RECORD <>
                             WS-WANTED-ACCOUNT-ID
                   add 1 to WS-ROW-COUNT
                   move WS-TXN-AMOUNT of WS-TXN-TRANSACTION-RECORD
                                   to DISPLAY-CASH
                   move spaces to WS-OUT-LINE
                   string "    " delimited by size
                          WS-TXN-TRANS-DATE
                              of WS-TXN-TRANSACTION-RECORD
                                          delimited by size
                          " " delimited by size
                          DISPLAY-CASH delimited by size
                          "  " delimited by size
                          WS-TXN-DESCRIPTION
                              of WS-TXN-TRANSACTION-RECORD
                                          delimited by size
                          into WS-OUT-LINE
                   perform EMIT-LINE
                   if WS-TXN-MERCHANT-NAME
                           of WS-TXN-TRANSACTION-RECORD <> spaces
                       move spaces to WS-OUT-LINE
                       string "      MERCHANT " delimited by size
                              WS-TXN-MERCHANT-NAME
                                  of WS-TXN-TRANSACTION-RECORD
                                          delimited by "  "
                              into WS-OUT-LINE
                       perform EMIT-LINE
                   end-if
                   perform READ-NEXT-TXN
               end-perform
           end-if
           move "00" to WS-TRANSACTION-STATUS
           perform EMIT-NONE-IF-EMPTY
           .

       READ-NEXT-TXN SECTION.
           move READ-NEXT to WS-FUNCTION-CODE
           call FIND-TRANSACTION-BY-ACCOUNT using by value
                                    WS-FUNCTION-CODE
                        by reference WS-TXN-TRANSACTION-RECORD
                                     WS-TRANSACTION-STATUS
           .

       EXPORT-PAYMENTS SECTION.
           move "  PAYMENTS:" to WS-OUT-LINE
           perform EMIT-LINE
           move 0 to WS-ROW-COUNT
           move WS-WANTED-ACCOUNT-ID to
                        WS-PAY-ACCOUNT-ID of WS-PAY-PAYMENT-RECORD
           move START-READ to WS-FUNCTION-CODE
           call FIND-PAYMENT-BY-ACCOUNT using by value WS-FUNCTION-CODE
                        by reference WS-PAY-PAYMENT-RECORD
                                     WS-PAYMENT-STATUS
           if WS-PAYMENT-STATUS = "00"
               perform READ-NEXT-PAY
               perform until WS-PAYMENT-STATUS <> "00"
                          or WS-PAY-ACCOUNT-ID
                               of WS-PAY-PAYMENT-RECORD <>
                             WS-WANTED-ACCOUNT-ID
                   add 1 to WS-ROW-COUNT
                   move WS-PAY-AMOUNT of WS-PAY-PAYMENT-RECORD
                                   to DISPLAY-CASH
                   move WS-PAY-LATE-FEE-CHARGED
                            of WS-PAY-PAYMENT-RECORD to DISPLAY-CASH-2
                   move spaces to WS-OUT-LINE
                   string "    " delimited by size
                          WS-PAY-PAYMENT-DATE of WS-PAY-PAYMENT-RECORD
                                          delimited by size
                          " " delimited by size
                          DISPLAY-CASH delimited by size
                          "  LATE FEE" delimited by size
                          DISPLAY-CASH-2 delimited by size
                          into WS-OUT-LINE
                   perform EMIT-LINE
                   perform READ-NEXT-PAY
               end-perform
           end-if
           move "00" to WS-PAYMENT-STATUS
           perform EMIT-NONE-IF-EMPTY
           .

       READ-NEXT-PAY SECTION.
           move READ-NEXT to WS-FUNCTION-CODE
           call FIND-PAYMENT-BY-ACCOUNT using by value WS-FUNCTION-CODE
                        by reference WS-PAY-PAYMENT-RECORD
                                     WS-PAYMENT-STATUS
           .

       EXPORT-STATEMENTS SECTION.
           move "  STATEMENTS:" to WS-OUT-LINE
           perform EMIT-LINE
           move 0 to WS-ROW-COUNT
           if STATEMENT-FILE-IS-AVAILABLE
               move WS-WANTED-ACCOUNT-ID to
                            FILE-ACCOUNT-ID of FILE-STATEMENT-RECORD
               move 0 to FILE-CYCLE-START-DATE of FILE-STATEMENT-RECORD
               start Statement-File key >= FILE-STATEMENT-KEY
                                        of FILE-STATEMENT-RECORD
               if WS-STATEMENT-STATUS = "00"
                   read Statement-File next
               end-if
               perform until WS-STATEMENT-STATUS <> "00"
                          or FILE-ACCOUNT-ID of FILE-STATEMENT-RECORD
                             <> WS-WANTED-ACCOUNT-ID
                   add 1 to WS-ROW-COUNT
                   move FILE-ENDING-BALANCE of FILE-STATEMENT-RECORD
                                   to DISPLAY-CASH
                   move FILE-MINIMUM-PAYMENT of FILE-STATEMENT-RECORD
                                   to DISPLAY-CASH-2
                   move spaces to WS-OUT-LINE
                   string "    CYCLE " delimited by size
                          FILE-CYCLE-START-DATE
                              of FILE-STATEMENT-RECORD
                                          delimited by size
                          "  BALANCE" delimited by size
                          DISPLAY-CASH delimited by size
                          "  MIN DUE" delimited by size
                          DISPLAY-CASH-2 delimited by size
                          into WS-OUT-LINE
                   perform EMIT-LINE
                   move FILE-INTEREST-CHARGED of FILE-STATEMENT-RECORD
                                   to DISPLAY-CASH
                   move spaces to WS-OUT-LINE
                   string "      INTEREST" delimited by size
                          DISPLAY-CASH delimited by size
                          into WS-OUT-LINE
                   perform EMIT-LINE
                   read Statement-File next
               end-perform
               move "00" to WS-STATEMENT-STATUS
           end-if
           perform EMIT-NONE-IF-EMPTY
           .

       EXPORT-CSR-NOTES SECTION.
           move "NOTES FROM OUR CONVERSATIONS WITH YOU" to WS-OUT-LINE
           perform EMIT-HEADING
           move 0 to WS-ROW-COUNT
           if NOTE-FILE-IS-AVAILABLE
               move WS-REQUESTED-CUSTOMER-ID to
                            FILE-CUSTOMER-ID of FILE-CSR-NOTE
               move 0 to FILE-NOTE-DATE of FILE-CSR-NOTE
               move 0 to FILE-NOTE-TIME of FILE-CSR-NOTE
               start Note-File key >= FILE-NOTE-KEY of FILE-CSR-NOTE
               if WS-NOTE-STATUS = "00"
                   read Note-File next
               end-if
               move "CSRAUTHOR" to WS-POLICY-ITEM
               perform until WS-NOTE-STATUS <> "00"
                          or FILE-CUSTOMER-ID of FILE-CSR-NOTE <>
                             WS-REQUESTED-CUSTOMER-ID
                   add 1 to WS-ROW-COUNT
                   perform CHECK-REDACTION
                   move spaces to WS-OUT-LINE
                   string "  " delimited by size
                          FILE-NOTE-DATE of FILE-CSR-NOTE
                                          delimited by size
                          "  " delimited by size
                          into WS-OUT-LINE
                   if ITEM-IS-REDACTED
                       move REDACTED-TEXT to WS-OUT-LINE(13:20)
                   else
                       move FILE-AUTHOR-ID of FILE-CSR-NOTE
                                       to WS-OUT-LINE(13:20)
                   end-if
                   move FILE-NOTE-TEXT of FILE-CSR-NOTE
                                       to WS-OUT-LINE(34:)
                   perform EMIT-LINE
                   read Note-File next
               end-perform
               move "00" to WS-NOTE-STATUS
           end-if
           perform EMIT-NONE-IF-EMPTY
           .

      *> The attempt log is append-only and keyed by nothing, so it
      *> is read end to end for rows on any linked account.
       EXPORT-CONTACT-ATTEMPTS SECTION.
           move "COLLECTIONS CONTACT ATTEMPTS" to WS-OUT-LINE
           perform EMIT-HEADING
           move 0 to WS-ROW-COUNT
           open input Attempt-File
           if WS-ATTEMPT-STATUS = "00"
               move "COLLECTOR" to WS-POLICY-ITEM
               read Attempt-File
                   at end move "10" to WS-ATTEMPT-STATUS
               end-read
               perform until WS-ATTEMPT-STATUS <> "00"
                   move FILE-ACCOUNT-ID of FILE-CONTACT-ATTEMPT
                                       to WS-WANTED-ACCOUNT-ID
                   perform FIND-LINKED-ACCOUNT
                   if ACCOUNT-IS-LINKED
                       perform EXPORT-ONE-ATTEMPT
                   end-if
                   read Attempt-File
                       at end move "10" to WS-ATTEMPT-STATUS
                   end-read
               end-perform
               close Attempt-File
           end-if
           perform EMIT-NONE-IF-EMPTY
           .

       EXPORT-ONE-ATTEMPT SECTION.
           add 1 to WS-ROW-COUNT
           perform CHECK-REDACTION
           move FILE-ACCOUNT-ID of FILE-CONTACT-ATTEMPT to DISPLAY-ID
           move spaces to WS-OUT-LINE
           string "  " delimited by size
                  FILE-ATTEMPT-DATE of FILE-CONTACT-ATTEMPT
                                  delimited by size
                  " " delimited by size
                  FILE-ATTEMPT-TIME of FILE-CONTACT-ATTEMPT
                                  delimited by size
                  "  ACCOUNT " delimited by size
                  DISPLAY-ID delimited by size
                  "  CHANNEL " delimited by size
                  FILE-CHANNEL of FILE-CONTACT-ATTEMPT
                                  delimited by size
                  "  OUTCOME " delimited by size
                  FILE-OUTCOME of FILE-CONTACT-ATTEMPT
                                  delimited by size
                  "  BY " delimited by size
                  into WS-OUT-LINE
           if ITEM-IS-REDACTED
               move REDACTED-TEXT to WS-OUT-LINE(71:)
           else
               move FILE-COLLECTOR-ID of FILE-CONTACT-ATTEMPT
                                   to WS-OUT-LINE(71:)
           end-if
           perform EMIT-LINE
           .

       EXPORT-COMPLAINTS SECTION.
           move "COMPLAINTS" to WS-OUT-LINE
           perform EMIT-HEADING
           move 0 to WS-ROW-COUNT
           if COMPLAINT-FILE-IS-AVAILABLE
               move WS-REQUESTED-CUSTOMER-ID to
                            FILE-CUSTOMER-ID of FILE-COMPLAINT-CASE
               move 0 to FILE-RECEIVED-DATE of FILE-COMPLAINT-CASE
               move low-values to FILE-CATEGORY of FILE-COMPLAINT-CASE
               start Complaint-File key >= FILE-COMPLAINT-KEY
                                        of FILE-COMPLAINT-CASE
               if WS-COMPLAINT-STATUS = "00"
                   read Complaint-File next
               end-if
               perform until WS-COMPLAINT-STATUS <> "00"
                          or FILE-CUSTOMER-ID of FILE-COMPLAINT-CASE <>
                             WS-REQUESTED-CUSTOMER-ID
                   add 1 to WS-ROW-COUNT
                   move spaces to WS-OUT-LINE
                   string "  " delimited by size
                          FILE-RECEIVED-DATE of FILE-COMPLAINT-CASE
                                          delimited by size
                          "  CATEGORY " delimited by size
                          FILE-CATEGORY of FILE-COMPLAINT-CASE
                                          delimited by size
                          "  STATUS " delimited by size
                          FILE-COMPLAINT-STATUS of FILE-COMPLAINT-CASE
                                          delimited by size
                          "  RESOLVED " delimited by size
                          FILE-RESOLVED-DATE of FILE-COMPLAINT-CASE
                                          delimited by size
                          into WS-OUT-LINE
                   perform EMIT-LINE
                   move spaces to WS-OUT-LINE
                   string "    " delimited by size
                          FILE-SUMMARY-TEXT of FILE-COMPLAINT-CASE
                                          delimited by size
                          into WS-OUT-LINE
                   perform EMIT-LINE
                   read Complaint-File next
               end-perform
               move "00" to WS-COMPLAINT-STATUS
           end-if
           perform EMIT-NONE-IF-EMPTY
           .

      *> Audit rows naming the customer: CUSTOMER rows on their id,
      *> ACCOUNT rows on a linked account, and TRANSACTION and
      *> PAYMENT rows whose record image is on a linked account.
       EXPORT-AUDIT-ROWS SECTION.
           move "CHANGES RECORDED TO YOUR RECORDS" to WS-OUT-LINE
           perform EMIT-HEADING
           move 0 to WS-ROW-COUNT
           open input Audit-File
           if WS-AUDIT-STATUS = "00"
               read Audit-File
                   at end move "10" to WS-AUDIT-STATUS
               end-read
               perform until WS-AUDIT-STATUS <> "00"
                   perform CONSIDER-AUDIT-ROW
                   read Audit-File
                       at end move "10" to WS-AUDIT-STATUS
                   end-read
               end-perform
               close Audit-File
           end-if
           perform EMIT-NONE-IF-EMPTY
           .

       CONSIDER-AUDIT-ROW SECTION.
           move "N" to WS-LINKED-FLAG
           if FILE-AUDIT-NEW-VALUES = spaces
               move FILE-AUDIT-OLD-VALUES to WS-AUDIT-IMAGE
           else
               move FILE-AUDIT-NEW-VALUES to WS-AUDIT-IMAGE
           end-if
           evaluate true
               when FILE-AUDIT-CUSTOMER
                   if FILE-AUDIT-KEY = WS-LINE-CUSTOMER
                       set ACCOUNT-IS-LINKED to true
                   end-if
               when FILE-AUDIT-ACCOUNT
                   move FILE-AUDIT-KEY to WS-WANTED-ACCOUNT-ID
                   perform FIND-LINKED-ACCOUNT
               when FILE-AUDIT-TRANSACTION
                   move WS-AUDIT-IMAGE to IMGT-TRANSACTION-RECORD
                   move IMGT-ACCOUNT-ID to WS-WANTED-ACCOUNT-ID
                   perform FIND-LINKED-ACCOUNT
               when FILE-AUDIT-PAYMENT
                   move WS-AUDIT-IMAGE to IMGP-PAYMENT-RECORD
                   move IMGP-ACCOUNT-ID to WS-WANTED-ACCOUNT-ID
                   perform FIND-LINKED-ACCOUNT
           end-evaluate
           if not ACCOUNT-IS-LINKED
               exit section
           end-if
           add 1 to WS-ROW-COUNT
           move "AUDITCALLER" to WS-POLICY-ITEM
           perform CHECK-REDACTION
           move FILE-AUDIT-KEY to DISPLAY-ID
           move spaces to WS-OUT-LINE
           string "  " delimited by size
                  FILE-AUDIT-DATE delimited by size
                  " " delimited by size
                  FILE-AUDIT-TIME delimited by size
                  "  " delimited by size
                  FILE-AUDIT-RECORD-TYPE delimited by size
                  " " delimited by size
                  FILE-AUDIT-OPERATION delimited by size
                  " " delimited by size
                  DISPLAY-ID delimited by size
                  "  BY " delimited by size
                  into WS-OUT-LINE
           if ITEM-IS-REDACTED
               move REDACTED-TEXT to WS-OUT-LINE(66:)
           else
               move FILE-AUDIT-CALLER-ID to WS-OUT-LINE(66:)
           end-if
           perform EMIT-LINE
           .

       EMIT-HEADING SECTION.
           move WS-OUT-LINE to EXPORT-LINE
           move spaces to WS-OUT-LINE
           perform EMIT-LINE
           move EXPORT-LINE to WS-OUT-LINE
           perform EMIT-LINE
           move all "-" to WS-OUT-LINE
           perform EMIT-LINE
           .

       EMIT-NONE-IF-EMPTY SECTION.
           if WS-ROW-COUNT = 0
               move "    NONE ON FILE" to WS-OUT-LINE
               perform EMIT-LINE
           end-if
           .

       EMIT-LINE SECTION.
           move WS-OUT-LINE to EXPORT-LINE
           write EXPORT-LINE
           add 1 to WS-EXPORT-LINE-COUNT
           .

       CLOSE-FILES SECTION.
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-CUSTOMER-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CUSTOMER-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-TRANSACTION-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-TRANSACTION-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-PAYMENT-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-PAYMENT-STATUS
           if XREF-FILE-IS-AVAILABLE
               move CLOSE-FILE to WS-FUNCTION-CODE
               call OPEN-HOLDER-XREF-FILE using
                                    by value WS-FUNCTION-CODE
                                    by reference WS-XREF-STATUS
           end-if
           if FRAUD-FILE-IS-AVAILABLE
               move CLOSE-FILE to WS-FUNCTION-CODE
               call OPEN-FRAUD-CASE-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-FRAUD-CASE-STATUS
           end-if
           if STATEMENT-FILE-IS-AVAILABLE
               close Statement-File
           end-if
           if SCORE-FILE-IS-AVAILABLE
               close Score-File
           end-if
           if BEHAVIOR-FILE-IS-AVAILABLE
               close Behavior-File
           end-if
           if NOTE-FILE-IS-AVAILABLE
               close Note-File
           end-if
           if COMPLAINT-FILE-IS-AVAILABLE
               close Complaint-File
           end-if
           close Dsar-Log-File
           close Export-File
           close Request-File
           .
