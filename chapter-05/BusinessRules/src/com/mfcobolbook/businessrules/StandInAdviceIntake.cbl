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

      *> Stand-in advice intake. The network's file of approvals it
      *> gave in stand-in while the host was down is replayed, row by
      *> row in the network's order, through RECORD-STAND-IN-APPROVAL:
      *> each approval becomes a hold against open-to-buy - the money
      *> is promised whatever the host thinks of it - and is logged as
      *> a stand-in authorization carrying the host's own verdict.
      *> Every approval the host would have declined, and every one
      *> whose card we cannot find, goes on the stand-in exception
      *> file for the fraud team's exposure report.
       program-id. StandInAdviceIntake.

       environment division.
       input-output section.
       file-control.
           select Advice-File assign to external standInAdviceFile
               organization is line sequential
               file status is WS-ADVICE-STATUS
               .
           select Exception-File
               assign to external standInExceptionFile
               organization is line sequential
               file status is WS-EXCEPTION-STATUS
               .

       data division.
       file section.
       fd Advice-File.
       copy "STAND-IN-ADVICE.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Exception-File.
       copy "STAND-IN-EXCEPTION.cpy" replacing ==(PREFIX)== by ==FILE==.

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "CARD-RECORD.cpy" replacing ==(PREFIX)== by ==WS-CARD==.
       copy "AUTHORIZATION-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS.
        03 FILE-STATUS-BYTE-1              PIC X.
        03 FILE-STATUS-BYTE-2              PIC X.
       01 WS-CARD-FILE-STATUS              PIC XX.
       01 WS-ADVICE-STATUS                 PIC XX.
       01 WS-EXCEPTION-STATUS              PIC XX.
       01 WS-AUTH-STATUS                   PIC XX.
       01 WS-VAULT-STATUS                  PIC XX.
       01 WS-TODAY                         PIC 9(08).
       01 WS-PAN-LOOKUP                    PIC 9(16).
       01 WS-TOKEN-LOOKUP                  PIC 9(16).
       01 WS-CARD-FOUND                    PIC X(01).
        88 ADVICE-CARD-FOUND                   VALUE "Y".

       01 WS-ADVICES-READ                  PIC 9(6) COMP-5 VALUE 0.
       01 WS-ADVICES-CONFIRMED             PIC 9(6) COMP-5 VALUE 0.
       01 WS-ADVICES-FLAGGED               PIC 9(6) COMP-5 VALUE 0.
       01 WS-ADVICES-UNMATCHED             PIC 9(6) COMP-5 VALUE 0.
       01 WS-ADVICES-REJECTED              PIC 9(6) COMP-5 VALUE 0.
       01 WS-FLAGGED-AMOUNT                PIC S9(12)V99 VALUE 0.
       01 DISPLAY-CASH                     PIC -Z(12)9.99.

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           perform OPEN-FILES
           if FILE-STATUS = "00"
               perform PROCESS-ADVICE-FILE
               perform CLOSE-FILES
           end-if
           move WS-FLAGGED-AMOUNT to DISPLAY-CASH
           display "*** Stand-in advices read:      " WS-ADVICES-READ
           display "*** Host would have approved:   "
                   WS-ADVICES-CONFIRMED
           display "*** Host would have declined:   " WS-ADVICES-FLAGGED
           display "*** No matching card:           "
                   WS-ADVICES-UNMATCHED
           display "*** Malformed, skipped:         "
                   WS-ADVICES-REJECTED
           display "*** Flagged exposure:           " DISPLAY-CASH
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
           call OPEN-CARD-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CARD-FILE-STATUS
           if WS-CARD-FILE-STATUS <> "00"
               display "*** Could not open card file, status "
                       WS-CARD-FILE-STATUS
               move WS-CARD-FILE-STATUS to FILE-STATUS
               exit section
           end-if
           open input Advice-File
           if WS-ADVICE-STATUS <> "00"
               display "*** Could not open stand-in advice file, "
                       "status " WS-ADVICE-STATUS
               move WS-ADVICE-STATUS to FILE-STATUS
               exit section
           end-if
           open extend Exception-File
           if WS-EXCEPTION-STATUS = "35" or WS-EXCEPTION-STATUS = "05"
               open output Exception-File
           end-if
           .

       PROCESS-ADVICE-FILE SECTION.
           read Advice-File
               at end move "10" to WS-ADVICE-STATUS
           end-read
           perform until WS-ADVICE-STATUS <> "00"
               add 1 to WS-ADVICES-READ
               perform APPLY-ADVICE
               read Advice-File
                   at end move "10" to WS-ADVICE-STATUS
               end-read
           end-perform
           .

       APPLY-ADVICE SECTION.
           if FILE-ADV-CARD-NUMBER is not numeric
                   or FILE-ADV-DATE is not numeric
                   or FILE-ADV-TIME is not numeric
                   or FILE-ADV-AMOUNT is not numeric
                   or FILE-ADV-MCC is not numeric
               add 1 to WS-ADVICES-REJECTED
               display "*** Malformed stand-in advice skipped, "
                       "approval " FILE-ADV-APPROVAL-CODE
               exit section
           end-if
           perform FIND-ADVICE-CARD
           if not ADVICE-CARD-FOUND
               add 1 to WS-ADVICES-UNMATCHED
               move 0 to FILE-SIX-ACCOUNT-ID
               move 0 to FILE-SIX-OPEN-TO-BUY
               move "01" to FILE-SIX-HOST-REASON
               perform WRITE-EXCEPTION-ROW
               exit section
           end-if
           move WS-CARD-ACCOUNT-ID of WS-CARD-CARD-RECORD to
                        WS-AUTH-ACCOUNT-ID
           move WS-CARD-CARD-NUMBER to WS-AUTH-CARD-NUMBER
           move FILE-ADV-DATE to WS-AUTH-DATE
           move FILE-ADV-TIME to WS-AUTH-TIME
           move FILE-ADV-AMOUNT to WS-AUTH-AMOUNT
           move FILE-ADV-MCC to WS-AUTH-MCC
           move FILE-ADV-MERCHANT-ID to WS-AUTH-MERCHANT-ID
           move 0 to WS-AUTH-OPEN-TO-BUY
           move "N" to WS-AUTH-PIN-PRESENT
           move spaces to WS-AUTH-PIN-DATA
           call RECORD-STAND-IN-APPROVAL using by reference
                                             WS-AUTHORIZATION-RECORD
                                             WS-AUTH-STATUS
           if WS-AUTH-DECLINED
               add 1 to WS-ADVICES-FLAGGED
               move WS-AUTH-ACCOUNT-ID to FILE-SIX-ACCOUNT-ID
               move WS-AUTH-OPEN-TO-BUY to FILE-SIX-OPEN-TO-BUY
               move WS-AUTH-REASON-CODE to FILE-SIX-HOST-REASON
               perform WRITE-EXCEPTION-ROW
           else
               add 1 to WS-ADVICES-CONFIRMED
           end-if
           .

      *> The advice quotes the real PAN; the vault resolves it to the
      *> stored token, and a pre-vault card is found by the number
      *> itself.
       FIND-ADVICE-CARD SECTION.
           move "N" to WS-CARD-FOUND
           move FILE-ADV-CARD-NUMBER to WS-PAN-LOOKUP
           call FIND-TOKEN-FOR-PAN using by reference
                                             WS-PAN-LOOKUP
                                             WS-TOKEN-LOOKUP
                                             WS-VAULT-STATUS
           if WS-VAULT-STATUS = "00"
               move WS-TOKEN-LOOKUP to WS-CARD-CARD-NUMBER
           else
               move WS-PAN-LOOKUP to WS-CARD-CARD-NUMBER
           end-if
           call FIND-CARD-BY-NUMBER using by reference
                                             WS-CARD-CARD-RECORD
                                             WS-CARD-FILE-STATUS
           if WS-CARD-FILE-STATUS = "00"
               move "Y" to WS-CARD-FOUND
           end-if
           .

       WRITE-EXCEPTION-ROW SECTION.
           move FILE-ADV-CARD-NUMBER(13:4) to FILE-SIX-CARD-LAST4
           move FILE-ADV-DATE to FILE-SIX-DATE
           move FILE-ADV-TIME to FILE-SIX-TIME
           move FILE-ADV-AMOUNT to FILE-SIX-AMOUNT
           move FILE-ADV-MCC to FILE-SIX-MCC
           move FILE-ADV-MERCHANT-ID to FILE-SIX-MERCHANT-ID
           move FILE-ADV-APPROVAL-CODE to FILE-SIX-APPROVAL-CODE
           move WS-TODAY to FILE-SIX-INTAKE-DATE
           write FILE-STAND-IN-EXCEPTION
           add FILE-ADV-AMOUNT to WS-FLAGGED-AMOUNT
           .

       CLOSE-FILES SECTION.
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-CARD-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CARD-FILE-STATUS
           close Advice-File
           close Exception-File
           .
