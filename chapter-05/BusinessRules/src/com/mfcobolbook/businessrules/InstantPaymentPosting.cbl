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

      *> Online posting of real-time payments from the instant
      *> payment rail, so money a customer sends at 8 a.m. frees
      *> their credit at 8 a.m. rather than after the night's batch.
      *>   POST-INSTANT-PAYMENT - the rail gateway fills the
      *>   INSTANT-PAYMENT passed with the message and has the
      *>   account and payment files open i-o; the response, reason
      *>   and payment id come back in the same record.
      *> The rail gives the receiver a fixed time to answer, so the
      *> entry never waits: a message already older than
      *> RAIL-TIME-LIMIT-SECONDS by the rail's timestamp, or whose
      *> account is locked by another update, is rejected at once
      *> and the sender may retry. A message id already accepted is
      *> refused as a duplicate, so a rail retry of a message that
      *> did post cannot post twice; one that was rejected may be
      *> sent again. The
      *> account must be on file, belong to the institution the rail
      *> routed the payment to, be a card account that is neither
      *> closed nor charged off (money for a charged-off account is
      *> a recovery - RecoveryPosting's), and the payment must be in
      *> the account's currency.
      *> An accepted payment posts exactly as PaymentPosting posts a
      *> control-file payment: under READ-FOR-UPDATE it comes off
      *> BALANCE, APPLY-PAYMENT-TO-BUCKETS splits it, the minimum
      *> test moves MISSED-PAYMENT-COUNT and the late fee (with its
      *> LATE letter trigger) is assessed or waived on the same
      *> rules, and a PAYMENT-RECORD is written with tender E. The
      *> rewrite is what AUTHORIZE-TRANSACTION reads for open-to-buy
      *> on its next call, so the credit is available the moment the
      *> accept goes back - the funds-hold engine is asked like every
      *> payment intake, and releases rail money in full since it
      *> cannot come back. Promise-to-pay and workout tracking are
      *> collections housekeeping the nightly passes square up.
      *> Every answered message is appended to the day's instant
      *> payment log, opened and closed inside the call, which
      *> InstantPaymentRecon matches to the rail's settlement report.
      *> Status back: 00 accepted and posted; 10 message malformed;
      *> 11 past the rail's time limit; 12 duplicate message; 23
      *> account not on file; 24 account not at that institution; 41
      *> account cannot take the payment; 43 wrong currency; 51
      *> account busy; 9x a file error.
       program-id. InstantPaymentPosting.

       environment division.
       input-output section.
       file-control.
           select Log-File assign to external instantPaymentLogFile
               organization is line sequential
               file status is WS-LOG-STATUS
               .
           select Trigger-File
               assign to external correspondenceTriggerFile
               organization is line sequential
               file status is WS-TRG-FILE-STATUS
               .

       data division.
       file section.
       fd Log-File.
       copy "INSTANT-PAYMENT.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Trigger-File.
       copy "CORRESPONDENCE-TRIGGER.cpy"
                              replacing ==(PREFIX)== by ==FILE-TRG==.

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "PAYMENT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "CORRESPONDENCE-TRIGGER.cpy"
                              replacing ==(PREFIX)== by ==WS-TRG==.
       01 WS-FUNCTION-CODE                 PIC X.
       01 WS-RESULT                        PIC XX.
       01 FILE-STATUS                      PIC XX.
       01 WS-PAYMENT-STATUS                PIC XX.
       01 WS-LOG-STATUS                    PIC XX.
       01 WS-TRG-FILE-STATUS               PIC XX.

       01 WS-TODAY                         PIC 9(08).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
        03 WS-TODAY-YEAR                   PIC 9(04).
        03 WS-TODAY-MONTH                  PIC 9(02).
        03 WS-TODAY-DAY                    PIC 9(02).
       01 WS-PAYMENT-ACCOUNT-ID            PIC X(4) COMP-X.
       01 WS-PAYMENT-AMOUNT                PIC S9(12)V99.
       01 WS-NEXT-PAYMENT-ID               PIC X(4) COMP-X.
       01 WS-THIS-LATE-FEE                 PIC S9(12)V99 VALUE 0.
       copy "AUTH-HOLD.cpy" replacing ==(PREFIX)== by ==WS-HLD==.
       01 WS-HOLD-CHANNEL                  PIC X(01).
       01 WS-HOLD-STATUS                   PIC XX.

      *> The rail's answer window, in seconds from its timestamp.
      *> The check is made on arrival, before any file is touched,
      *> and leaves the posting itself well inside the window.
       78 RAIL-TIME-LIMIT-SECONDS          VALUE 20.
       01 WS-CLOCK-DATE                    PIC 9(08).
       01 WS-CLOCK-TIME                    PIC 9(08).
       01 WS-TIME-PARTS.
        03 WS-TIME-HH                      PIC 9(02).
        03 WS-TIME-MM                      PIC 9(02).
        03 WS-TIME-SS                      PIC 9(02).
        03 WS-TIME-CC                      PIC 9(02).
       01 WS-CLOCK-SECONDS                 PIC S9(6) COMP-5.
       01 WS-SENT-SECONDS                  PIC S9(6) COMP-5.
       01 WS-ELAPSED-SECONDS               PIC S9(6) COMP-5.
       01 WS-SENT-NEXT-DAY                 PIC 9(08).

      *> Same flat fee and waiver rules as PaymentPosting.
       78 LATE-FEE-AMOUNT                  VALUE 35.00.
       01 WS-FEE-WAIVED-FLAG               PIC X.
        88 LATE-FEE-IS-WAIVED                  VALUE "Y".
       01 WS-MLA-FEE-AMOUNT                PIC S9(12)V99.
       01 WS-MLA-CAP-RESULT                PIC X(01).
        88 MLA-FEE-FITS-CAP                    VALUE "Y".

      *> Message ids already accepted, loaded from the log on the
      *> first call of the run unit and added to as each message is
      *> accepted. Should the day outgrow the table, ids not held
      *> are looked for in the log itself.
       01 WS-LOG-LOADED                    PIC X VALUE "N".
        88 LOG-IS-LOADED                       VALUE "Y".
       78 MESSAGE-TABLE-MAX                VALUE 20000.
       01 MESSAGE-TABLE.
        03 MESSAGE-ENTRY OCCURS 20000 TIMES.
         05 MSG-ID                          PIC X(35).
       01 MESSAGE-COUNT                    PIC 9(5) COMP-5 VALUE 0.
       01 MESSAGE-INDEX                    PIC 9(5) COMP-5.
       01 WS-TABLE-FULL-FLAG               PIC X VALUE "N".
        88 MESSAGE-TABLE-IS-FULL               VALUE "Y".
       01 WS-REMEMBER-ID                   PIC X(35).
       01 WS-FOUND-FLAG                    PIC X.
        88 ENTRY-WAS-FOUND                     VALUE "Y".

       linkage section.
       copy "INSTANT-PAYMENT.cpy" replacing ==(PREFIX)== by ==LNK==.
       01 LNK-STATUS                       PIC XX.

       procedure division.
           goback.

       ENTRY POST-INSTANT-PAYMENT using by reference
                                              LNK-INSTANT-PAYMENT
                                              LNK-STATUS.
           accept WS-CLOCK-DATE from DATE YYYYMMDD
           accept WS-CLOCK-TIME from TIME
           call GET-PROCESSING-DATE using by reference WS-TODAY
           if not LOG-IS-LOADED
               perform LOAD-ANSWERED-MESSAGES
           end-if
           move spaces to LNK-RTP-REASON-CODE
           move spaces to LNK-RTP-REASON-TEXT
           move 0 to LNK-RTP-PAYMENT-ID
           move "00" to WS-RESULT
           perform EDIT-MESSAGE
           if WS-RESULT = "00"
               perform CHECK-DUPLICATE-MESSAGE
           end-if
           if WS-RESULT = "00"
               perform EDIT-ACCOUNT
           end-if
           if WS-RESULT = "00"
               perform POST-INSTANT-TO-ACCOUNT
           end-if
           if WS-RESULT = "00"
               set LNK-RTP-ACCEPTED to true
           else
               set LNK-RTP-REJECTED to true
           end-if
           perform WRITE-LOG-ROW
           move WS-RESULT to LNK-STATUS
           goback.

       LOAD-ANSWERED-MESSAGES SECTION.
           set LOG-IS-LOADED to true
           open input Log-File
           if WS-LOG-STATUS <> "00"
               exit section
           end-if
           perform until WS-LOG-STATUS <> "00"
               read Log-File
                   at end move "10" to WS-LOG-STATUS
               end-read
               if WS-LOG-STATUS = "00" and FILE-RTP-ACCEPTED
                   move FILE-RTP-MESSAGE-ID to WS-REMEMBER-ID
                   perform REMEMBER-MESSAGE-ID
               end-if
           end-perform
           close Log-File
           .

       REMEMBER-MESSAGE-ID SECTION.
           if MESSAGE-COUNT >= MESSAGE-TABLE-MAX
               set MESSAGE-TABLE-IS-FULL to true
               exit section
           end-if
           add 1 to MESSAGE-COUNT
           move WS-REMEMBER-ID to MSG-ID(MESSAGE-COUNT)
           .

       EDIT-MESSAGE SECTION.
           if LNK-RTP-MESSAGE-ID = spaces
                   or LNK-RTP-ACCOUNT-ID is not numeric
                   or LNK-RTP-INSTITUTION is not numeric
                   or LNK-RTP-AMOUNT is not numeric
                   or LNK-RTP-SENT-DATE is not numeric
                   or LNK-RTP-SENT-TIME is not numeric
               move "10" to WS-RESULT
               move "FF01" to LNK-RTP-REASON-CODE
               move "MESSAGE MALFORMED" to LNK-RTP-REASON-TEXT
               exit section
           end-if
           if LNK-RTP-AMOUNT not > 0
               move "10" to WS-RESULT
               move "AM01" to LNK-RTP-REASON-CODE
               move "AMOUNT MUST BE ABOVE ZERO" to LNK-RTP-REASON-TEXT
               exit section
           end-if
           perform WORK-OUT-ELAPSED-TIME
           if WS-ELAPSED-SECONDS > RAIL-TIME-LIMIT-SECONDS
               move "11" to WS-RESULT
               move "AB05" to LNK-RTP-REASON-CODE
               move "PAST THE RAIL TIME LIMIT" to LNK-RTP-REASON-TEXT
           end-if
           .

      *> Seconds from the rail's timestamp to our clock. A message
      *> sent just before midnight is still judged on its seconds;
      *> one sent on any earlier day is past the limit outright. A
      *> timestamp slightly ahead of our clock counts as no delay.
       WORK-OUT-ELAPSED-TIME SECTION.
           move WS-CLOCK-TIME to WS-TIME-PARTS
           compute WS-CLOCK-SECONDS = WS-TIME-HH * 3600
                                    + WS-TIME-MM * 60 + WS-TIME-SS
           move LNK-RTP-SENT-TIME to WS-TIME-PARTS
           compute WS-SENT-SECONDS = WS-TIME-HH * 3600
                                   + WS-TIME-MM * 60 + WS-TIME-SS
           evaluate true
               when LNK-RTP-SENT-DATE = WS-CLOCK-DATE
                   compute WS-ELAPSED-SECONDS =
                           WS-CLOCK-SECONDS - WS-SENT-SECONDS
               when LNK-RTP-SENT-DATE > WS-CLOCK-DATE
                   move 0 to WS-ELAPSED-SECONDS
               when other
                   move LNK-RTP-SENT-DATE to WS-SENT-NEXT-DAY
                   call ADVANCE-ONE-DAY-ENTRY using by reference
                                                   WS-SENT-NEXT-DAY
                   if WS-SENT-NEXT-DAY = WS-CLOCK-DATE
                       compute WS-ELAPSED-SECONDS =
                               WS-CLOCK-SECONDS + 86400
                                                - WS-SENT-SECONDS
                   else
                       compute WS-ELAPSED-SECONDS =
                               RAIL-TIME-LIMIT-SECONDS + 1
                   end-if
           end-evaluate
           if WS-ELAPSED-SECONDS < 0
               move 0 to WS-ELAPSED-SECONDS
           end-if
           .

       CHECK-DUPLICATE-MESSAGE SECTION.
           move "N" to WS-FOUND-FLAG
           perform varying MESSAGE-INDEX from 1 by 1
                       until MESSAGE-INDEX > MESSAGE-COUNT
               if MSG-ID(MESSAGE-INDEX) = LNK-RTP-MESSAGE-ID
                   set ENTRY-WAS-FOUND to true
                   exit perform
               end-if
           end-perform
           if not ENTRY-WAS-FOUND and MESSAGE-TABLE-IS-FULL
               perform SCAN-LOG-FOR-MESSAGE
           end-if
           if ENTRY-WAS-FOUND
               move "12" to WS-RESULT
               move "DUPL" to LNK-RTP-REASON-CODE
               move "MESSAGE ALREADY POSTED" to LNK-RTP-REASON-TEXT
           end-if
           .

       SCAN-LOG-FOR-MESSAGE SECTION.
           open input Log-File
           if WS-LOG-STATUS <> "00"
               exit section
           end-if
           perform until WS-LOG-STATUS <> "00"
               read Log-File
                   at end move "10" to WS-LOG-STATUS
               end-read
               if WS-LOG-STATUS = "00" and FILE-RTP-ACCEPTED
                       and FILE-RTP-MESSAGE-ID = LNK-RTP-MESSAGE-ID
                   set ENTRY-WAS-FOUND to true
                   exit perform
               end-if
           end-perform
           close Log-File
           .

       EDIT-ACCOUNT SECTION.
           move LNK-RTP-ACCOUNT-ID to WS-PAYMENT-ACCOUNT-ID
           move WS-PAYMENT-ACCOUNT-ID to WS-ACCOUNT-ID of WS-ACCOUNT
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
                   or WS-ACCOUNT-ID of WS-ACCOUNT
                                       <> WS-PAYMENT-ACCOUNT-ID
               move "23" to WS-RESULT
               move "AC03" to LNK-RTP-REASON-CODE
               move "ACCOUNT NOT ON FILE" to LNK-RTP-REASON-TEXT
               exit section
           end-if
           if WS-INSTITUTION-CODE of WS-ACCOUNT <> LNK-RTP-INSTITUTION
               move "24" to WS-RESULT
               move "RC04" to LNK-RTP-REASON-CODE
               move "ACCOUNT NOT AT THAT INSTITUTION"
                                       to LNK-RTP-REASON-TEXT
               exit section
           end-if
           perform CHECK-ACCOUNT-PAYABLE
           .

      *> Checked against the account as last read - at the edit, and
      *> again under the update lock before anything moves.
       CHECK-ACCOUNT-PAYABLE SECTION.
           evaluate true
               when WS-ACCOUNT-CLOSED of WS-ACCOUNT
                   move "41" to WS-RESULT
                   move "AC04" to LNK-RTP-REASON-CODE
                   move "ACCOUNT CLOSED" to LNK-RTP-REASON-TEXT
               when WS-ACCOUNT-CHARGED-OFF of WS-ACCOUNT
                   move "41" to WS-RESULT
                   move "AG01" to LNK-RTP-REASON-CODE
                   move "ACCOUNT CHARGED OFF" to LNK-RTP-REASON-TEXT
               when WS-TYPE-DEPOSIT of WS-ACCOUNT
                   move "41" to WS-RESULT
                   move "AG01" to LNK-RTP-REASON-CODE
                   move "NOT A CARD ACCOUNT" to LNK-RTP-REASON-TEXT
               when WS-CURRENCY-CODE of WS-ACCOUNT
                                       <> LNK-RTP-CURRENCY-CODE
                   move "43" to WS-RESULT
                   move "AM03" to LNK-RTP-REASON-CODE
                   move "NOT THE ACCOUNT'S CURRENCY"
                                       to LNK-RTP-REASON-TEXT
           end-evaluate
           .

      *> One try at the lock - a batch run or another update holding
      *> the record would outlast the rail's window, so the sender
      *> is told at once and may resend.
       POST-INSTANT-TO-ACCOUNT SECTION.
           move WS-PAYMENT-ACCOUNT-ID to WS-ACCOUNT-ID of WS-ACCOUNT
           move READ-FOR-UPDATE to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           if FILE-STATUS <> "00"
               move "51" to WS-RESULT
               move "AB05" to LNK-RTP-REASON-CODE
               move "ACCOUNT BUSY - RESEND" to LNK-RTP-REASON-TEXT
               exit section
           end-if
           perform CHECK-ACCOUNT-PAYABLE
           if WS-RESULT <> "00"
               call UNLOCK-ACCOUNT-RECORD using by reference
                                                     FILE-STATUS
               exit section
           end-if
           move LNK-RTP-AMOUNT to WS-PAYMENT-AMOUNT
           subtract WS-PAYMENT-AMOUNT from WS-BALANCE
           call APPLY-PAYMENT-TO-BUCKETS using by reference
                                             WS-ACCOUNT
                                             WS-PAYMENT-AMOUNT
           move 0 to WS-THIS-LATE-FEE
           if WS-PAYMENT-AMOUNT >= WS-MINIMUM-PAYMENT-DUE
               move 0 to WS-MISSED-PAYMENT-COUNT
           else
               add 1 to WS-MISSED-PAYMENT-COUNT
               perform CHECK-LATE-FEE-SUPPRESSION
               if not LATE-FEE-IS-WAIVED
                   move LATE-FEE-AMOUNT to WS-THIS-LATE-FEE
                   add LATE-FEE-AMOUNT to WS-BALANCE
               end-if
           end-if
           move UPDATE-RECORD to WS-FUNCTION-CODE
           call WRITE-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                        by reference WS-ACCOUNT
                                                     FILE-STATUS
           if FILE-STATUS <> "00" and FILE-STATUS <> "02"
               move "91" to WS-RESULT
               move "MS03" to LNK-RTP-REASON-CODE
               move "ACCOUNT NOT UPDATED" to LNK-RTP-REASON-TEXT
               exit section
           end-if
           if WS-THIS-LATE-FEE > 0
               perform WRITE-LATE-TRIGGER
           end-if
           perform WRITE-PAYMENT-ROW
           .

      *> The deceased/legal-hold window and the Military Lending Act
      *> cap, tested as PaymentPosting tests them.
       CHECK-LATE-FEE-SUPPRESSION SECTION.
           move "N" to WS-FEE-WAIVED-FLAG
           if WS-FEES-SUPPRESSED of WS-ACCOUNT
                   and WS-RESTRICTION-START-DATE of WS-ACCOUNT
                                                   <= WS-TODAY
                   and (WS-RESTRICTION-END-DATE of WS-ACCOUNT = 0
                        or WS-RESTRICTION-END-DATE of WS-ACCOUNT
                                                   >= WS-TODAY)
               move "Y" to WS-FEE-WAIVED-FLAG
               exit section
           end-if
           move LATE-FEE-AMOUNT to WS-MLA-FEE-AMOUNT
           call CHECK-MLA-FEE-CAP using by reference WS-ACCOUNT
                                                     WS-MLA-FEE-AMOUNT
                                                     WS-TODAY
                                                     WS-MLA-CAP-RESULT
           if not MLA-FEE-FITS-CAP
               move "Y" to WS-FEE-WAIVED-FLAG
           end-if
           .

       WRITE-PAYMENT-ROW SECTION.
           call GET-NEXT-PAYMENT-ID using by reference
                                             WS-NEXT-PAYMENT-ID
                                             WS-PAYMENT-STATUS
           move WS-NEXT-PAYMENT-ID to WS-PAYMENT-ID
           move WS-PAYMENT-ACCOUNT-ID to
              WS-ACCOUNT-ID of WS-PAYMENT-RECORD
           move WS-TODAY-YEAR to WS-YEAR of WS-PAYMENT-RECORD
           move WS-TODAY-MONTH to WS-MONTH of WS-PAYMENT-RECORD
           move WS-TODAY-DAY to WS-DAY of WS-PAYMENT-RECORD
           move WS-PAYMENT-AMOUNT to WS-AMOUNT
           move WS-MINIMUM-PAYMENT-DUE to WS-MINIMUM-DUE
           move WS-THIS-LATE-FEE to WS-LATE-FEE-CHARGED
                                        of WS-PAYMENT-RECORD
           move WS-CURRENCY-CODE of WS-ACCOUNT to
              WS-CURRENCY-CODE of WS-PAYMENT-RECORD
           if WS-PAYMENT-AMOUNT >= WS-MINIMUM-DUE
               move "Y" to WS-MET-MINIMUM
           else
               move "N" to WS-MET-MINIMUM
           end-if
           move 0 to WS-REVERSAL-OF-PAYMENT-ID
           set WS-TENDER-ELECTRONIC to true
           move WRITE-RECORD to WS-FUNCTION-CODE
           call WRITE-PAYMENT-RECORD using by value WS-FUNCTION-CODE
                                        by reference WS-PAYMENT-RECORD
                                                     WS-PAYMENT-STATUS
      *>   The balance has already moved, so the payment is accepted
      *>   either way - the customer has paid and the rail will
      *>   settle it; the missing row is for operations to key.
           if WS-PAYMENT-STATUS <> "00" and WS-PAYMENT-STATUS <> "02"
               display "*** INSTANT PAYMENT ROW NOT WRITTEN - account "
                       LNK-RTP-ACCOUNT-ID " message "
                       LNK-RTP-MESSAGE-ID " status " WS-PAYMENT-STATUS
               exit section
           end-if
           move WS-NEXT-PAYMENT-ID to LNK-RTP-PAYMENT-ID
           move "R" to WS-HOLD-CHANNEL
           call DECIDE-PAYMENT-HOLD using by reference WS-ACCOUNT
                                                 WS-PAYMENT-RECORD
                                                 WS-HOLD-CHANNEL
                                                 WS-HLD-AUTH-HOLD
                                                 WS-HOLD-STATUS
           .

       WRITE-LATE-TRIGGER SECTION.
           move WS-TODAY to WS-TRG-TRIGGER-DATE
           move "LATE" to WS-TRG-TEMPLATE-CODE
           move WS-PAYMENT-ACCOUNT-ID to WS-TRG-TRIGGER-ACCOUNT-ID
           move LATE-FEE-AMOUNT to WS-TRG-TRIGGER-AMOUNT
           open extend Trigger-File
           if WS-TRG-FILE-STATUS = "35" or WS-TRG-FILE-STATUS = "05"
               open output Trigger-File
           end-if
           if WS-TRG-FILE-STATUS <> "00"
               display "*** LATE LETTER NOT QUEUED - account "
                       LNK-RTP-ACCOUNT-ID " status " WS-TRG-FILE-STATUS
               exit section
           end-if
           move WS-TRG-CORRESPONDENCE-TRIGGER
                                  to FILE-TRG-CORRESPONDENCE-TRIGGER
           write FILE-TRG-CORRESPONDENCE-TRIGGER
           close Trigger-File
           .

       WRITE-LOG-ROW SECTION.
           move WS-TODAY to LNK-RTP-POSTED-DATE
           move WS-CLOCK-TIME to LNK-RTP-POSTED-TIME
           if LNK-RTP-ACCEPTED
               move LNK-RTP-MESSAGE-ID to WS-REMEMBER-ID
               perform REMEMBER-MESSAGE-ID
           end-if
           open extend Log-File
           if WS-LOG-STATUS = "35" or WS-LOG-STATUS = "05"
               open output Log-File
           end-if
           if WS-LOG-STATUS <> "00"
               display "*** INSTANT PAYMENT NOT LOGGED - message "
                       LNK-RTP-MESSAGE-ID " answered " LNK-RTP-RESPONSE
                       " but the log could not be opened, status "
                       WS-LOG-STATUS
               exit section
           end-if
           move LNK-INSTANT-PAYMENT to FILE-INSTANT-PAYMENT
           write FILE-INSTANT-PAYMENT
           close Log-File
           .
