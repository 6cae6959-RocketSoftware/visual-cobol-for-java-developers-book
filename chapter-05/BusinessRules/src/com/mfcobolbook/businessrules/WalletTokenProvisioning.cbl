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

      *> Wallet token provisioning: reads the card network token
      *> service's overnight file of requests to put one of our
      *> cards into a phone, watch or tablet wallet, decides each,
      *> and writes the answer file the token service picks up.
      *> Request types:
      *>   P  provision - approve, decline, or step up to a one-time
      *>      passcode (OTP) sent to the phone or email on file
      *>   V  the customer entered the OTP correctly - the pending
      *>      token goes active
      *>   X  the OTP failed or timed out - the pending token is
      *>      deleted
      *> A provision request is declined (reason code in brackets)
      *> when the card is not on file [CN], is still in the mail
      *> [NA], is lost, stolen or reissued [CS], or the expiry given
      *> does not match or has passed [EX]; when the account is not
      *> open [AC] or carries a restriction in force [RS]; or when a
      *> live token already holds the reference [DU]. A request that
      *> passes is stepped up rather than approved when the
      *> customer's address changed in the last 30 days [AD] or the
      *> wallet provider scores the device as risky [RK]; with no
      *> phone or email to send the passcode to it is declined
      *> [NC]. Each approved or stepped-up token is kept as a
      *> DEVICE-TOKEN row against its card, so WalletTokenLifecycle
      *> can follow it when the card is later replaced or frozen.
       program-id. WalletTokenProvisioning.

       environment division.
       input-output section.
       file-control.
           select Request-File assign to external tokenRequestFile
               organization is line sequential
               file status is WS-REQUEST-STATUS
               .
           select Response-File assign to external tokenResponseFile
               organization is line sequential
               file status is WS-RESPONSE-STATUS
               .
           select Device-Token-File assign to external deviceTokenFile
               file status is WS-DEVICE-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-DEVICE-TOKEN-REF
                                             of FILE-DEVICE-TOKEN
               alternate record key is FILE-DEVICE-CARD-NUMBER
                                             of FILE-DEVICE-TOKEN
                   with duplicates
               .

       data division.
       file section.
       fd Request-File.
       01 TOKEN-REQUEST.
        03 TRQ-REQUEST-TYPE                 PIC X(01).
         88 TRQ-PROVISION                       VALUE "P".
         88 TRQ-OTP-VERIFIED                    VALUE "V".
         88 TRQ-OTP-FAILED                      VALUE "X".
        03 TRQ-TOKEN-REF                    PIC X(24).
        03 TRQ-PAN                          PIC X(16).
        03 TRQ-EXPIRY                       PIC X(06).
        03 TRQ-WALLET-ID                    PIC X(02).
        03 TRQ-DEVICE-TYPE                  PIC X(01).
        03 TRQ-DEVICE-NAME                  PIC X(20).
      *> The wallet provider's device risk, 1 (low) to 5 (high).
        03 TRQ-RISK-SCORE                   PIC X(01).
       fd Response-File.
       01 TOKEN-RESPONSE.
        03 TRS-TOKEN-REF                    PIC X(24).
        03 TRS-DECISION                     PIC X(01).
        03 TRS-REASON                       PIC X(02).
      *> Where the passcode goes on a step-up: S text message to the
      *> phone on file (HINT = its last four digits), E the email.
        03 TRS-OTP-CHANNEL                  PIC X(01).
        03 TRS-OTP-HINT                     PIC X(04).
        03 TRS-RESPONSE-DATE                PIC 9(08).
       fd Device-Token-File.
       copy "DEVICE-TOKEN.cpy" replacing ==(PREFIX)== by ==FILE==.

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "CUSTOMER-RECORD.cpy" replacing ==(PREFIX)== by ==WS-CUST==.
       copy "CARD-RECORD.cpy" replacing ==(PREFIX)== by ==WS-CARD==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS.
        03 FILE-STATUS-BYTE-1              PIC X.
        03 FILE-STATUS-BYTE-2              PIC X.
       01 WS-CARD-FILE-STATUS              PIC XX.
       01 WS-CUSTOMER-STATUS               PIC XX.
       01 WS-REQUEST-STATUS                PIC XX.
       01 WS-RESPONSE-STATUS               PIC XX.
       01 WS-DEVICE-STATUS                 PIC XX.
       01 WS-REVEAL-STATUS                 PIC XX.

       01 WS-TODAY                         PIC 9(08).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
        03 WS-TODAY-YEAR-MONTH             PIC 9(06).
        03 WS-TODAY-DAY                    PIC 9(02).
       01 WS-STEP-UP-UNTIL                 PIC 9(08).
       01 WS-DAY-COUNTER                   PIC 99 COMP-5.

       78 ADDRESS-STEP-UP-DAYS             VALUE 30.
       78 RISK-STEP-UP-SCORE               VALUE 4.

       01 WS-PAN-LOOKUP                    PIC 9(16).
       01 WS-TOKEN-LOOKUP                  PIC 9(16).
       01 WS-REQUEST-EXPIRY                PIC 9(06).
       01 WS-REQUEST-RISK                  PIC 9(01).
       01 WS-DECISION                      PIC X(01).
        88 DECISION-APPROVE                    VALUE "A".
        88 DECISION-DECLINE                    VALUE "D".
        88 DECISION-STEP-UP                    VALUE "S".
       01 WS-REASON                        PIC X(02).
       01 WS-OTP-CHANNEL                   PIC X(01).
       01 WS-OTP-HINT                      PIC X(04).
       01 WS-PHONE-INDEX                   PIC 99 COMP-5.
       01 WS-HINT-INDEX                    PIC 99 COMP-5.
       01 WS-TOKEN-ON-FILE                 PIC X(01).
        88 TOKEN-ROW-EXISTS                    VALUE "Y".

       01 WS-APPROVED                      PIC 9(6) COMP-5 VALUE 0.
       01 WS-STEPPED-UP                    PIC 9(6) COMP-5 VALUE 0.
       01 WS-DECLINED                      PIC 9(6) COMP-5 VALUE 0.
       01 WS-VERIFIED                      PIC 9(6) COMP-5 VALUE 0.
       01 WS-ABANDONED                     PIC 9(6) COMP-5 VALUE 0.
       01 WS-MALFORMED                     PIC 9(6) COMP-5 VALUE 0.

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           perform OPEN-FILES
           if FILE-STATUS = "00"
               perform PROCESS-REQUEST-FILE
               perform CLOSE-FILES
           end-if
           display "*** Tokens approved:       " WS-APPROVED
           display "*** Stepped up to OTP:     " WS-STEPPED-UP
           display "*** Requests declined:     " WS-DECLINED
           display "*** OTP verified:          " WS-VERIFIED
           display "*** OTP failed/abandoned:  " WS-ABANDONED
           display "*** Malformed lines:       " WS-MALFORMED
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
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-CARD-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CARD-FILE-STATUS
           if WS-CARD-FILE-STATUS <> "00"
               display "*** Could not open card file, status "
                       WS-CARD-FILE-STATUS
               move WS-CARD-FILE-STATUS to FILE-STATUS
               exit section
           end-if
           open i-o Device-Token-File
           if WS-DEVICE-STATUS = "35" or WS-DEVICE-STATUS = "05"
               open output Device-Token-File
               close Device-Token-File
               open i-o Device-Token-File
           end-if
           if WS-DEVICE-STATUS <> "00"
               display "*** Could not open device token file, status "
                       WS-DEVICE-STATUS
               move WS-DEVICE-STATUS to FILE-STATUS
               exit section
           end-if
           open input Request-File
           if WS-REQUEST-STATUS <> "00"
               display "*** Could not open token request file, "
                       "status " WS-REQUEST-STATUS
               move WS-REQUEST-STATUS to FILE-STATUS
               exit section
           end-if
           open output Response-File
           .

       PROCESS-REQUEST-FILE SECTION.
           read Request-File
               at end move "10" to WS-REQUEST-STATUS
           end-read
           perform until WS-REQUEST-STATUS <> "00"
               evaluate true
                   when TRQ-TOKEN-REF = spaces
                       add 1 to WS-MALFORMED
                       display "*** Request with no token reference "
                               "skipped"
                   when TRQ-PROVISION
                       perform PROVISION-TOKEN
                   when TRQ-OTP-VERIFIED
                       perform ACTIVATE-PENDING-TOKEN
                   when TRQ-OTP-FAILED
                       perform ABANDON-PENDING-TOKEN
                   when other
                       add 1 to WS-MALFORMED
                       display "*** Unknown request type skipped: "
                               TRQ-TOKEN-REF
               end-evaluate
               read Request-File
                   at end move "10" to WS-REQUEST-STATUS
               end-read
           end-perform
           .

       PROVISION-TOKEN SECTION.
           move spaces to WS-OTP-CHANNEL
           move spaces to WS-OTP-HINT
           if TRQ-PAN is not numeric
                   or TRQ-EXPIRY is not numeric
               add 1 to WS-MALFORMED
               set DECISION-DECLINE to true
               move "MF" to WS-REASON
               perform WRITE-RESPONSE
               exit section
           end-if
           if TRQ-RISK-SCORE is numeric
               move TRQ-RISK-SCORE to WS-REQUEST-RISK
           else
               move 0 to WS-REQUEST-RISK
           end-if
           move TRQ-EXPIRY to WS-REQUEST-EXPIRY
           perform DECIDE-PROVISION
           evaluate true
               when DECISION-APPROVE
                   add 1 to WS-APPROVED
                   perform STORE-DEVICE-TOKEN
               when DECISION-STEP-UP
                   add 1 to WS-STEPPED-UP
                   perform STORE-DEVICE-TOKEN
               when other
                   add 1 to WS-DECLINED
           end-evaluate
           perform WRITE-RESPONSE
           display "TOKEN " WS-DECISION " " WS-REASON "  ref "
                   TRQ-TOKEN-REF "  wallet " TRQ-WALLET-ID
           .

      *> The hard declines first, in the order the card is reached -
      *> then the softer signals that only step the request up.
       DECIDE-PROVISION SECTION.
           set DECISION-DECLINE to true
           move "N" to WS-TOKEN-ON-FILE
           move TRQ-TOKEN-REF to
                        FILE-DEVICE-TOKEN-REF of FILE-DEVICE-TOKEN
           read Device-Token-File key is FILE-DEVICE-TOKEN-REF
                                             of FILE-DEVICE-TOKEN
           if WS-DEVICE-STATUS = "00"
               set TOKEN-ROW-EXISTS to true
               if not FILE-DEVICE-TOKEN-DELETED of FILE-DEVICE-TOKEN
                   move "DU" to WS-REASON
                   exit section
               end-if
           end-if
      *>   The token service sends the real number off the plastic;
      *>   a number the vault never saw is a pre-vault card stored
      *>   under its own number.
           move TRQ-PAN to WS-PAN-LOOKUP
           call FIND-TOKEN-FOR-PAN using by reference
                                             WS-PAN-LOOKUP
                                             WS-TOKEN-LOOKUP
                                             WS-REVEAL-STATUS
           if WS-REVEAL-STATUS = "00"
               move WS-TOKEN-LOOKUP to WS-CARD-CARD-NUMBER
           else
               move WS-PAN-LOOKUP to WS-CARD-CARD-NUMBER
           end-if
           call FIND-CARD-BY-NUMBER using
                         by reference WS-CARD-CARD-RECORD
                                      WS-CARD-FILE-STATUS
           if WS-CARD-FILE-STATUS <> "00"
               move "CN" to WS-REASON
               exit section
           end-if
      *>   A card still in the mail is exactly what a mail thief
      *>   would try to load into a wallet before the owner sees it.
           if WS-CARD-CARD-NOT-ACTIVATED
               move "NA" to WS-REASON
               exit section
           end-if
           if not WS-CARD-CARD-ACTIVE
               move "CS" to WS-REASON
               exit section
           end-if
           if WS-CARD-CARD-EXPIRY <> WS-REQUEST-EXPIRY
                   or WS-REQUEST-EXPIRY < WS-TODAY-YEAR-MONTH
               move "EX" to WS-REASON
               exit section
           end-if
           perform FETCH-ACCOUNT
           if FILE-STATUS <> "00"
                   or not WS-ACCOUNT-OPEN of WS-ACCOUNT
               move "00" to FILE-STATUS
               move "AC" to WS-REASON
               exit section
           end-if
           if WS-HAS-RESTRICTION of WS-ACCOUNT
                   and WS-RESTRICTION-START-DATE of WS-ACCOUNT
                                                   <= WS-TODAY
                   and (WS-RESTRICTION-END-DATE of WS-ACCOUNT = 0
                        or WS-RESTRICTION-END-DATE of WS-ACCOUNT
                                                   >= WS-TODAY)
               move "RS" to WS-REASON
               exit section
           end-if
           move WS-CUSTOMER-ID of WS-ACCOUNT to
                        WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD
           move START-READ to WS-FUNCTION-CODE
           call FIND-CUSTOMER-ID using by value WS-FUNCTION-CODE
                         by reference WS-CUST-CUSTOMER-RECORD
                                      WS-CUSTOMER-STATUS
           if WS-CUSTOMER-STATUS <> "00"
               move "AC" to WS-REASON
               exit section
           end-if
           set DECISION-APPROVE to true
           move "OK" to WS-REASON
           if WS-CUST-ADDRESS-CHANGED-DATE > 0
               move WS-CUST-ADDRESS-CHANGED-DATE to WS-STEP-UP-UNTIL
               perform varying WS-DAY-COUNTER from 1 by 1
                       until WS-DAY-COUNTER > ADDRESS-STEP-UP-DAYS
                   call ADVANCE-ONE-DAY-ENTRY using by reference
                                                     WS-STEP-UP-UNTIL
               end-perform
               if WS-STEP-UP-UNTIL >= WS-TODAY
                   set DECISION-STEP-UP to true
                   move "AD" to WS-REASON
               end-if
           end-if
           if DECISION-APPROVE
                   and WS-REQUEST-RISK >= RISK-STEP-UP-SCORE
               set DECISION-STEP-UP to true
               move "RK" to WS-REASON
           end-if
           if DECISION-STEP-UP
               perform CHOOSE-OTP-CHANNEL
           end-if
           .

      *> Text to the phone on file where it has four digits to show,
      *> otherwise the email; neither leaves no safe way to verify.
       CHOOSE-OTP-CHANNEL SECTION.
           move spaces to WS-OTP-HINT
           move 4 to WS-HINT-INDEX
           perform varying WS-PHONE-INDEX from 15 by -1
                   until WS-PHONE-INDEX < 1 or WS-HINT-INDEX < 1
               if WS-CUST-PHONE(WS-PHONE-INDEX:1) is numeric
                   move WS-CUST-PHONE(WS-PHONE-INDEX:1) to
                                       WS-OTP-HINT(WS-HINT-INDEX:1)
                   subtract 1 from WS-HINT-INDEX
               end-if
           end-perform
           evaluate true
               when WS-HINT-INDEX < 1
                   move "S" to WS-OTP-CHANNEL
               when WS-CUST-EMAIL <> spaces
                   move "E" to WS-OTP-CHANNEL
                   move spaces to WS-OTP-HINT
               when other
                   move spaces to WS-OTP-HINT
                   set DECISION-DECLINE to true
                   move "NC" to WS-REASON
           end-evaluate
           .

      *> A reference whose earlier token was deleted is reused in
      *> place - the row is rewritten rather than added.
       STORE-DEVICE-TOKEN SECTION.
           move TRQ-TOKEN-REF to
                        FILE-DEVICE-TOKEN-REF of FILE-DEVICE-TOKEN
           move WS-CARD-CARD-NUMBER to
                        FILE-DEVICE-CARD-NUMBER of FILE-DEVICE-TOKEN
           move WS-CARD-ACCOUNT-ID of WS-CARD-CARD-RECORD to
                        FILE-DEVICE-ACCOUNT-ID of FILE-DEVICE-TOKEN
           move TRQ-WALLET-ID to
                        FILE-DEVICE-WALLET-ID of FILE-DEVICE-TOKEN
           move TRQ-DEVICE-TYPE to FILE-DEVICE-TYPE of FILE-DEVICE-TOKEN
           move TRQ-DEVICE-NAME to FILE-DEVICE-NAME of FILE-DEVICE-TOKEN
           if DECISION-APPROVE
               set FILE-DEVICE-TOKEN-ACTIVE of FILE-DEVICE-TOKEN
                                                     to true
           else
               set FILE-DEVICE-TOKEN-PENDING of FILE-DEVICE-TOKEN
                                                     to true
           end-if
           move WS-REASON to
                        FILE-DEVICE-DECISION-REASON of FILE-DEVICE-TOKEN
           move WS-TODAY to
                        FILE-DEVICE-REQUEST-DATE of FILE-DEVICE-TOKEN
           move WS-TODAY to
                        FILE-DEVICE-STATUS-DATE of FILE-DEVICE-TOKEN
           if TOKEN-ROW-EXISTS
               rewrite FILE-DEVICE-TOKEN
           else
               write FILE-DEVICE-TOKEN
           end-if
           if WS-DEVICE-STATUS <> "00" and WS-DEVICE-STATUS <> "02"
               display "*** Could not store device token "
                       TRQ-TOKEN-REF " status " WS-DEVICE-STATUS
           end-if
           .

      *> The card is looked at again before the token goes live -
      *> it may have been reported lost while the passcode was out.
       ACTIVATE-PENDING-TOKEN SECTION.
           move spaces to WS-OTP-CHANNEL
           move spaces to WS-OTP-HINT
           set DECISION-DECLINE to true
           move "NP" to WS-REASON
           move TRQ-TOKEN-REF to
                        FILE-DEVICE-TOKEN-REF of FILE-DEVICE-TOKEN
           read Device-Token-File key is FILE-DEVICE-TOKEN-REF
                                             of FILE-DEVICE-TOKEN
           if WS-DEVICE-STATUS <> "00"
                   or not FILE-DEVICE-TOKEN-PENDING of FILE-DEVICE-TOKEN
               add 1 to WS-DECLINED
               perform WRITE-RESPONSE
               exit section
           end-if
           move FILE-DEVICE-CARD-NUMBER of FILE-DEVICE-TOKEN to
                        WS-CARD-CARD-NUMBER
           call FIND-CARD-BY-NUMBER using
                         by reference WS-CARD-CARD-RECORD
                                      WS-CARD-FILE-STATUS
           if WS-CARD-FILE-STATUS = "00" and WS-CARD-CARD-ACTIVE
               set FILE-DEVICE-TOKEN-ACTIVE of FILE-DEVICE-TOKEN
                                                     to true
               set DECISION-APPROVE to true
               move "OK" to WS-REASON
               add 1 to WS-VERIFIED
           else
               set FILE-DEVICE-TOKEN-DELETED of FILE-DEVICE-TOKEN
                                                     to true
               move "CS" to WS-REASON
               add 1 to WS-DECLINED
           end-if
           move WS-REASON to
                        FILE-DEVICE-DECISION-REASON of FILE-DEVICE-TOKEN
           move WS-TODAY to
                        FILE-DEVICE-STATUS-DATE of FILE-DEVICE-TOKEN
           rewrite FILE-DEVICE-TOKEN
           perform WRITE-RESPONSE
           display "TOKEN " WS-DECISION " " WS-REASON "  ref "
                   TRQ-TOKEN-REF "  passcode verified"
           .

       ABANDON-PENDING-TOKEN SECTION.
           move spaces to WS-OTP-CHANNEL
           move spaces to WS-OTP-HINT
           set DECISION-DECLINE to true
           move "NP" to WS-REASON
           move TRQ-TOKEN-REF to
                        FILE-DEVICE-TOKEN-REF of FILE-DEVICE-TOKEN
           read Device-Token-File key is FILE-DEVICE-TOKEN-REF
                                             of FILE-DEVICE-TOKEN
           if WS-DEVICE-STATUS = "00"
                   and FILE-DEVICE-TOKEN-PENDING of FILE-DEVICE-TOKEN
               set FILE-DEVICE-TOKEN-DELETED of FILE-DEVICE-TOKEN
                                                     to true
               move "OF" to WS-REASON
               move WS-REASON to
                        FILE-DEVICE-DECISION-REASON of FILE-DEVICE-TOKEN
               move WS-TODAY to
                        FILE-DEVICE-STATUS-DATE of FILE-DEVICE-TOKEN
               rewrite FILE-DEVICE-TOKEN
               add 1 to WS-ABANDONED
           else
               add 1 to WS-DECLINED
           end-if
           perform WRITE-RESPONSE
           .

       FETCH-ACCOUNT SECTION.
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
                   and WS-ACCOUNT-ID of WS-ACCOUNT
                        <> WS-CARD-ACCOUNT-ID of WS-CARD-CARD-RECORD
               move "23" to FILE-STATUS
           end-if
           .

       WRITE-RESPONSE SECTION.
           move TRQ-TOKEN-REF to TRS-TOKEN-REF
           move WS-DECISION to TRS-DECISION
           move WS-REASON to TRS-REASON
           move WS-OTP-CHANNEL to TRS-OTP-CHANNEL
           move WS-OTP-HINT to TRS-OTP-HINT
           move WS-TODAY to TRS-RESPONSE-DATE
           write TOKEN-RESPONSE
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
           close Device-Token-File
           close Request-File
           close Response-File
           .
