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

      *> Payment-protection enrollment and claims, so the product is
      *> no longer billed and settled by hand. Request lines (rates
      *> and amounts keyed with implied decimals, the way the rate
      *> batch control file keys them):
      *>   E,<account id>,<premium rate per $100, 9V9(4) - optional>
      *>     enrolls an open card account; the rate is locked in on
      *>     the enrollment row, the standard rate when omitted
      *>   X,<account id>
      *>     cancels the enrollment - no premium from the next cycle
      *>   F,<account id>,<claim type>,<period start>,<period end>
      *>     files a claim - J job loss, D disability, X death - for
      *>     an account enrolled before the period started; the
      *>     period end may be 0 while open-ended
      *>   A,<claim number>,<benefit>,<benefit cap 9(9)V99>
      *>     approves an open claim: S suspends the minimum payment
      *>     for the claim period, C cancels the balance up to the
      *>     cap. Benefit defaults to C for a death claim and S
      *>     otherwise; the cap to the standard cap
      *>   D,<claim number>   denies an open claim
      *>   C,<claim number>   closes an approved claim early
      *> The month-end run bills the premiums and applies approved
      *> benefits; PaymentProtectionReport reports both.
       program-id. PaymentProtectionEntry.

       environment division.
       input-output section.
       file-control.
           select Request-File assign to external protectionRequestFile
               organization is line sequential
               file status is WS-REQUEST-STATUS
               .
           select Protection-File
               assign to external paymentProtectionFile
               file status is WS-PROTECTION-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-ACCOUNT-ID
                          of FILE-PROTECTION-ENROLLMENT
               .
           select Claim-File assign to external protectionClaimFile
               file status is WS-CLAIM-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-CLAIM-NUMBER of FILE-PROTECTION-CLAIM
               alternate record key is FILE-ACCOUNT-ID
                          of FILE-PROTECTION-CLAIM with duplicates
               .

       data division.
       file section.
       fd Request-File.
       01 REQUEST-LINE                     PIC X(60).
       fd Protection-File.
       copy "PROTECTION-ENROLLMENT.cpy"
                              replacing ==(PREFIX)== by ==FILE==.
       fd Claim-File.
       copy "PROTECTION-CLAIM.cpy" replacing ==(PREFIX)== by ==FILE==.

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS.
        03 FILE-STATUS-BYTE-1              PIC X.
        03 FILE-STATUS-BYTE-2              PIC X.
       01 WS-REQUEST-STATUS                PIC XX.
       01 WS-PROTECTION-STATUS             PIC XX.
       01 WS-CLAIM-STATUS                  PIC XX.

       78 STANDARD-PREMIUM-RATE            VALUE 0.8900.
       78 STANDARD-BENEFIT-CAP             VALUE 10000.00.
      *> Where claim numbering starts on an empty claim file.
       78 FIRST-CLAIM-NUMBER               VALUE 1.

       01 WS-TODAY                         PIC 9(08).

       01 WS-PARSE-ACTION                  PIC X(01).
       01 WS-PARSE-KEY                     PIC X(10).
       01 WS-PARSE-FIELD-3                 PIC X(11).
       01 WS-PARSE-FIELD-4                 PIC X(11).
       01 WS-PARSE-FIELD-5                 PIC X(08).
       01 WS-PARSE-TALLY                   PIC 99 COMP-5.
       01 WS-PARSE-RATE                    PIC 9V9(4).
       01 WS-PARSE-CAP                     PIC 9(9)V99.
      *> An implied-decimal field off the request line, checked and
      *> turned into its digits by PARSE-DIGITS.
       01 WS-DIGIT-TEXT                    PIC X(11).
       01 WS-DIGIT-LENGTH                  PIC 99 COMP-5.
       01 WS-DIGIT-VALUE                   PIC 9(11).
       01 WS-DIGIT-FLAG                    PIC X.
        88 DIGITS-ARE-VALID                    VALUE "Y".
       01 WS-REQ-KEY-DISPLAY               PIC 9(10).
       01 WS-REQUESTED-ACCOUNT-ID          PIC X(4) COMP-X.
       01 WS-REQ-CLAIM-NUMBER              PIC 9(10).
       01 WS-PERIOD-START                  PIC 9(08).
       01 WS-PERIOD-END                    PIC 9(08).
       01 WS-NEXT-CLAIM-NUMBER             PIC 9(10).

       01 WS-ENROLLMENTS                   PIC 9(6) COMP-5 VALUE 0.
       01 WS-CANCELLATIONS                 PIC 9(6) COMP-5 VALUE 0.
       01 WS-CLAIMS-FILED                  PIC 9(6) COMP-5 VALUE 0.
       01 WS-CLAIMS-APPROVED               PIC 9(6) COMP-5 VALUE 0.
       01 WS-CLAIMS-DENIED                 PIC 9(6) COMP-5 VALUE 0.
       01 WS-CLAIMS-CLOSED                 PIC 9(6) COMP-5 VALUE 0.
       01 WS-REJECTS                       PIC 9(6) COMP-5 VALUE 0.
       01 DISPLAY-CASH                     PIC -Z(12)9.99.
       01 DISPLAY-RATE                     PIC 9.9999.

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           perform OPEN-FILES
           if FILE-STATUS = "00" and WS-PROTECTION-STATUS = "00"
                   and WS-CLAIM-STATUS = "00"
               perform DETERMINE-NEXT-CLAIM-NUMBER
               perform PROCESS-REQUEST-FILE
               perform CLOSE-FILES
           end-if
           display "*** Enrollments:        " WS-ENROLLMENTS
           display "*** Cancellations:      " WS-CANCELLATIONS
           display "*** Claims filed:       " WS-CLAIMS-FILED
           display "*** Claims approved:    " WS-CLAIMS-APPROVED
           display "*** Claims denied:      " WS-CLAIMS-DENIED
           display "*** Claims closed:      " WS-CLAIMS-CLOSED
           display "*** Requests rejected:  " WS-REJECTS
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
           open i-o Protection-File
           if WS-PROTECTION-STATUS = "35" or WS-PROTECTION-STATUS = "05"
               open output Protection-File
               close Protection-File
               open i-o Protection-File
           end-if
           if WS-PROTECTION-STATUS <> "00"
               display "*** Could not open enrollment file, status "
                       WS-PROTECTION-STATUS
               exit section
           end-if
           open i-o Claim-File
           if WS-CLAIM-STATUS = "35" or WS-CLAIM-STATUS = "05"
               open output Claim-File
               close Claim-File
               open i-o Claim-File
           end-if
           if WS-CLAIM-STATUS <> "00"
               display "*** Could not open claim file, status "
                       WS-CLAIM-STATUS
               exit section
           end-if
           open input Request-File
           if WS-REQUEST-STATUS <> "00"
               display "*** No protection request file staged"
               move "10" to WS-REQUEST-STATUS
           end-if
           .

      *> Claim numbers continue from the highest on file - this
      *> program is the only one that adds claims.
       DETERMINE-NEXT-CLAIM-NUMBER SECTION.
           move FIRST-CLAIM-NUMBER to WS-NEXT-CLAIM-NUMBER
           move 9999999999 to FILE-CLAIM-NUMBER of FILE-PROTECTION-CLAIM
           start Claim-File key < FILE-CLAIM-NUMBER
                                  of FILE-PROTECTION-CLAIM
           if WS-CLAIM-STATUS = "00"
               read Claim-File previous
               if WS-CLAIM-STATUS = "00"
                   compute WS-NEXT-CLAIM-NUMBER =
                       FILE-CLAIM-NUMBER of FILE-PROTECTION-CLAIM + 1
               end-if
           end-if
           move "00" to WS-CLAIM-STATUS
           .

       PROCESS-REQUEST-FILE SECTION.
           if WS-REQUEST-STATUS <> "00"
               exit section
           end-if
           read Request-File
               at end move "10" to WS-REQUEST-STATUS
           end-read
           perform until WS-REQUEST-STATUS <> "00"
               if REQUEST-LINE <> spaces
                   perform WORK-ONE-REQUEST
               end-if
               read Request-File
                   at end move "10" to WS-REQUEST-STATUS
               end-read
           end-perform
           close Request-File
           .

       WORK-ONE-REQUEST SECTION.
           move spaces to WS-PARSE-ACTION WS-PARSE-KEY
                          WS-PARSE-FIELD-3 WS-PARSE-FIELD-4
                          WS-PARSE-FIELD-5
           move 0 to WS-PARSE-TALLY
           unstring REQUEST-LINE delimited by ","
               into WS-PARSE-ACTION
                    WS-PARSE-KEY
                    WS-PARSE-FIELD-3
                    WS-PARSE-FIELD-4
                    WS-PARSE-FIELD-5
               tallying in WS-PARSE-TALLY
           end-unstring
           move WS-PARSE-KEY to WS-DIGIT-TEXT
           perform PARSE-DIGITS
           if not DIGITS-ARE-VALID or WS-DIGIT-VALUE > 9999999999
               perform REJECT-REQUEST
               exit section
           end-if
           move WS-DIGIT-VALUE to WS-REQ-KEY-DISPLAY
           evaluate WS-PARSE-ACTION
               when "E"
                   perform ENROLL-ACCOUNT
               when "X"
                   perform CANCEL-ENROLLMENT
               when "F"
                   perform FILE-CLAIM
               when "A"
                   perform APPROVE-CLAIM
               when "D"
                   perform DENY-CLAIM
               when "C"
                   perform CLOSE-CLAIM
               when other
                   perform REJECT-REQUEST
           end-evaluate
           .

       ENROLL-ACCOUNT SECTION.
           move WS-REQ-KEY-DISPLAY to WS-REQUESTED-ACCOUNT-ID
           perform FIND-REQUESTED-ACCOUNT
           if FILE-STATUS <> "00"
                   or WS-ACCOUNT-ID of WS-ACCOUNT
                                   <> WS-REQUESTED-ACCOUNT-ID
                   or not WS-ACCOUNT-OPEN
                   or WS-TYPE-DEPOSIT
               move "00" to FILE-STATUS
               display "REFUSED - not an open card account: "
                       REQUEST-LINE(1:40)
               add 1 to WS-REJECTS
               exit section
           end-if
           if WS-PARSE-FIELD-3 = spaces
               move STANDARD-PREMIUM-RATE to WS-PARSE-RATE
           else
               move WS-PARSE-FIELD-3 to WS-DIGIT-TEXT
               perform PARSE-DIGITS
               if not DIGITS-ARE-VALID or WS-DIGIT-VALUE > 99999
                   perform REJECT-REQUEST
                   exit section
               end-if
               divide WS-DIGIT-VALUE by 10000 giving WS-PARSE-RATE
           end-if
           move WS-REQUESTED-ACCOUNT-ID to
                        FILE-ACCOUNT-ID of FILE-PROTECTION-ENROLLMENT
           read Protection-File key is FILE-ACCOUNT-ID
                                  of FILE-PROTECTION-ENROLLMENT
           if WS-PROTECTION-STATUS = "00"
                   and FILE-ENROLLMENT-ACTIVE
                                   of FILE-PROTECTION-ENROLLMENT
               display "REFUSED - already enrolled: "
                       REQUEST-LINE(1:40)
               add 1 to WS-REJECTS
               exit section
           end-if
      *>   A re-enrollment keeps the premium history already billed.
           if WS-PROTECTION-STATUS <> "00"
               move WS-REQUESTED-ACCOUNT-ID to FILE-ACCOUNT-ID
                                     of FILE-PROTECTION-ENROLLMENT
               move 0 to FILE-PREMIUMS-BILLED
                                     of FILE-PROTECTION-ENROLLMENT
               move 0 to FILE-LAST-PREMIUM-CYCLE
                                     of FILE-PROTECTION-ENROLLMENT
               move 0 to FILE-LAST-PREMIUM
                                     of FILE-PROTECTION-ENROLLMENT
           end-if
           set FILE-ENROLLMENT-ACTIVE of FILE-PROTECTION-ENROLLMENT
                                                        to true
           move WS-TODAY to FILE-ENROLL-DATE
                                     of FILE-PROTECTION-ENROLLMENT
           move 0 to FILE-CANCEL-DATE of FILE-PROTECTION-ENROLLMENT
           move WS-PARSE-RATE to FILE-PREMIUM-RATE
                                     of FILE-PROTECTION-ENROLLMENT
           if WS-PROTECTION-STATUS = "00"
               rewrite FILE-PROTECTION-ENROLLMENT
           else
               write FILE-PROTECTION-ENROLLMENT
           end-if
           move "00" to WS-PROTECTION-STATUS
           add 1 to WS-ENROLLMENTS
           move WS-PARSE-RATE to DISPLAY-RATE
           display "ENROLLED  account " WS-REQ-KEY-DISPLAY
                   "  rate per $100 " DISPLAY-RATE
           .

       CANCEL-ENROLLMENT SECTION.
           move WS-REQ-KEY-DISPLAY to WS-REQUESTED-ACCOUNT-ID
           move WS-REQUESTED-ACCOUNT-ID to
                        FILE-ACCOUNT-ID of FILE-PROTECTION-ENROLLMENT
           read Protection-File key is FILE-ACCOUNT-ID
                                  of FILE-PROTECTION-ENROLLMENT
           if WS-PROTECTION-STATUS <> "00"
                   or not FILE-ENROLLMENT-ACTIVE
                                   of FILE-PROTECTION-ENROLLMENT
               move "00" to WS-PROTECTION-STATUS
               perform REJECT-REQUEST
               exit section
           end-if
           set FILE-ENROLLMENT-CANCELLED of FILE-PROTECTION-ENROLLMENT
                                                        to true
           move WS-TODAY to FILE-CANCEL-DATE
                                     of FILE-PROTECTION-ENROLLMENT
           rewrite FILE-PROTECTION-ENROLLMENT
           add 1 to WS-CANCELLATIONS
           display "CANCELLED  account " WS-REQ-KEY-DISPLAY
           .

      *> A claim is only good against cover that was in force when
      *> the loss happened - the enrollment must be active and
      *> predate the claim period.
       FILE-CLAIM SECTION.
           move WS-REQ-KEY-DISPLAY to WS-REQUESTED-ACCOUNT-ID
           if WS-PARSE-FIELD-3 <> "J" and WS-PARSE-FIELD-3 <> "D"
                   and WS-PARSE-FIELD-3 <> "X"
               perform REJECT-REQUEST
               exit section
           end-if
           if WS-PARSE-FIELD-4(1:8) not numeric
               perform REJECT-REQUEST
               exit section
           end-if
           move WS-PARSE-FIELD-4(1:8) to WS-PERIOD-START
           if WS-PARSE-FIELD-5 is numeric
               move WS-PARSE-FIELD-5 to WS-PERIOD-END
           else
               move 0 to WS-PERIOD-END
           end-if
           if WS-PERIOD-END > 0 and WS-PERIOD-END < WS-PERIOD-START
               perform REJECT-REQUEST
               exit section
           end-if
           move WS-REQUESTED-ACCOUNT-ID to
                        FILE-ACCOUNT-ID of FILE-PROTECTION-ENROLLMENT
           read Protection-File key is FILE-ACCOUNT-ID
                                  of FILE-PROTECTION-ENROLLMENT
           if WS-PROTECTION-STATUS <> "00"
                   or not FILE-ENROLLMENT-ACTIVE
                                   of FILE-PROTECTION-ENROLLMENT
                   or FILE-ENROLL-DATE of FILE-PROTECTION-ENROLLMENT
                                   > WS-PERIOD-START
               move "00" to WS-PROTECTION-STATUS
               display "REFUSED - no cover in force for the claim "
                       "period: " REQUEST-LINE(1:40)
               add 1 to WS-REJECTS
               exit section
           end-if
           move WS-NEXT-CLAIM-NUMBER to
                        FILE-CLAIM-NUMBER of FILE-PROTECTION-CLAIM
           move WS-REQUESTED-ACCOUNT-ID to
                        FILE-ACCOUNT-ID of FILE-PROTECTION-CLAIM
           move WS-PARSE-FIELD-3(1:1) to
                        FILE-CLAIM-TYPE of FILE-PROTECTION-CLAIM
           set FILE-CLAIM-OPEN of FILE-PROTECTION-CLAIM to true
           move space to FILE-BENEFIT-TYPE of FILE-PROTECTION-CLAIM
           move WS-TODAY to FILE-FILED-DATE of FILE-PROTECTION-CLAIM
           move 0 to FILE-DECIDED-DATE of FILE-PROTECTION-CLAIM
           move WS-PERIOD-START to
                        FILE-PERIOD-START-DATE of FILE-PROTECTION-CLAIM
           move WS-PERIOD-END to
                        FILE-PERIOD-END-DATE of FILE-PROTECTION-CLAIM
           move 0 to FILE-BENEFIT-CAP of FILE-PROTECTION-CLAIM
           move 0 to FILE-BENEFIT-PAID of FILE-PROTECTION-CLAIM
           move 0 to FILE-CYCLES-SUSPENDED of FILE-PROTECTION-CLAIM
           move 0 to FILE-LAST-BENEFIT-CYCLE of FILE-PROTECTION-CLAIM
           move 0 to FILE-CLOSED-DATE of FILE-PROTECTION-CLAIM
           write FILE-PROTECTION-CLAIM
           if WS-CLAIM-STATUS <> "00"
               display "*** Claim write failed, status "
                       WS-CLAIM-STATUS ": " REQUEST-LINE(1:40)
               move "00" to WS-CLAIM-STATUS
               add 1 to WS-REJECTS
               exit section
           end-if
           add 1 to WS-CLAIMS-FILED
           display "FILED  claim " WS-NEXT-CLAIM-NUMBER
                   "  account " WS-REQ-KEY-DISPLAY
                   "  type " WS-PARSE-FIELD-3(1:1)
           add 1 to WS-NEXT-CLAIM-NUMBER
           .

       APPROVE-CLAIM SECTION.
           perform READ-REQUESTED-CLAIM
           if WS-CLAIM-STATUS <> "00"
                   or not FILE-CLAIM-OPEN of FILE-PROTECTION-CLAIM
               move "00" to WS-CLAIM-STATUS
               perform REJECT-REQUEST
               exit section
           end-if
           evaluate true
               when WS-PARSE-FIELD-3 = "S" or WS-PARSE-FIELD-3 = "C"
                   move WS-PARSE-FIELD-3(1:1) to
                        FILE-BENEFIT-TYPE of FILE-PROTECTION-CLAIM
               when WS-PARSE-FIELD-3 <> spaces
                   perform REJECT-REQUEST
                   exit section
               when FILE-CLAIM-DEATH of FILE-PROTECTION-CLAIM
                   set FILE-BENEFIT-CANCEL-BAL of FILE-PROTECTION-CLAIM
                                                        to true
               when other
                   set FILE-BENEFIT-SUSPEND-MIN
                                     of FILE-PROTECTION-CLAIM to true
           end-evaluate
           if WS-PARSE-FIELD-4 = spaces
               move STANDARD-BENEFIT-CAP to WS-PARSE-CAP
           else
               move WS-PARSE-FIELD-4 to WS-DIGIT-TEXT
               perform PARSE-DIGITS
               if not DIGITS-ARE-VALID
                   perform REJECT-REQUEST
                   exit section
               end-if
               divide WS-DIGIT-VALUE by 100 giving WS-PARSE-CAP
           end-if
           move WS-PARSE-CAP to
                        FILE-BENEFIT-CAP of FILE-PROTECTION-CLAIM
           set FILE-CLAIM-APPROVED of FILE-PROTECTION-CLAIM to true
           move WS-TODAY to FILE-DECIDED-DATE of FILE-PROTECTION-CLAIM
           rewrite FILE-PROTECTION-CLAIM
           add 1 to WS-CLAIMS-APPROVED
           move WS-PARSE-CAP to DISPLAY-CASH
           display "APPROVED  claim " WS-REQ-CLAIM-NUMBER
                   "  benefit "
                   FILE-BENEFIT-TYPE of FILE-PROTECTION-CLAIM
                   "  cap " DISPLAY-CASH
           .

       DENY-CLAIM SECTION.
           perform READ-REQUESTED-CLAIM
           if WS-CLAIM-STATUS <> "00"
                   or not FILE-CLAIM-OPEN of FILE-PROTECTION-CLAIM
               move "00" to WS-CLAIM-STATUS
               perform REJECT-REQUEST
               exit section
           end-if
           set FILE-CLAIM-DENIED of FILE-PROTECTION-CLAIM to true
           move WS-TODAY to FILE-DECIDED-DATE of FILE-PROTECTION-CLAIM
           rewrite FILE-PROTECTION-CLAIM
           add 1 to WS-CLAIMS-DENIED
           display "DENIED  claim " WS-REQ-CLAIM-NUMBER
           .

      *> An early close - the claimant back at work, say. The
      *> month-end run closes claims on its own once the period has
      *> run or the cap is spent.
       CLOSE-CLAIM SECTION.
           perform READ-REQUESTED-CLAIM
           if WS-CLAIM-STATUS <> "00"
                   or not FILE-CLAIM-APPROVED of FILE-PROTECTION-CLAIM
               move "00" to WS-CLAIM-STATUS
               perform REJECT-REQUEST
               exit section
           end-if
           set FILE-CLAIM-CLOSED of FILE-PROTECTION-CLAIM to true
           move WS-TODAY to FILE-CLOSED-DATE of FILE-PROTECTION-CLAIM
           rewrite FILE-PROTECTION-CLAIM
           add 1 to WS-CLAIMS-CLOSED
           display "CLOSED  claim " WS-REQ-CLAIM-NUMBER
           .

       READ-REQUESTED-CLAIM SECTION.
           move WS-REQ-KEY-DISPLAY to WS-REQ-CLAIM-NUMBER
           move WS-REQ-CLAIM-NUMBER to
                        FILE-CLAIM-NUMBER of FILE-PROTECTION-CLAIM
           read Claim-File key is FILE-CLAIM-NUMBER
                                  of FILE-PROTECTION-CLAIM
           .

       PARSE-DIGITS SECTION.
           move "N" to WS-DIGIT-FLAG
           move 0 to WS-DIGIT-LENGTH
           inspect WS-DIGIT-TEXT tallying WS-DIGIT-LENGTH
               for characters before initial space
           if WS-DIGIT-LENGTH = 0
               exit section
           end-if
           if WS-DIGIT-TEXT(1:WS-DIGIT-LENGTH) not numeric
               exit section
           end-if
           move WS-DIGIT-TEXT(1:WS-DIGIT-LENGTH) to WS-DIGIT-VALUE
           set DIGITS-ARE-VALID to true
           .

       FIND-REQUESTED-ACCOUNT SECTION.
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
           .

       REJECT-REQUEST SECTION.
           add 1 to WS-REJECTS
           display "REJECTED  " REQUEST-LINE(1:40)
           .

       CLOSE-FILES SECTION.
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           close Protection-File
           close Claim-File
           .
