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

      *> Nightly stand-in limit extract for the network. Walks the
      *> account file and asks GET-STAND-IN-LIMIT what the host would
      *> let each account spend - open-to-buy, or nothing at all when
      *> the account is closed, restricted, frozen, its card still in
      *> the mail or its company limit spent - then writes one row
      *> per live, unexpired card on the account, under its real
      *> PAN, for the network to approve against while the host
      *> cannot answer. Lost, stolen and reissued cards are left to
      *> the network's hot card file.
       program-id. StandInLimitExtract.

       environment division.
       input-output section.
       file-control.
           select Stand-In-Limit-File
               assign to external standInLimitFile
               organization is line sequential
               file status is WS-LIMIT-FILE-STATUS
               .

       data division.
       file section.
       fd Stand-In-Limit-File.
       copy "STAND-IN-LIMIT.cpy" replacing ==(PREFIX)== by ==FILE==.

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "CARD-RECORD.cpy" replacing ==(PREFIX)== by ==WS-CARD==.
       copy "AUTHORIZATION-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS.
        03 FILE-STATUS-BYTE-1              PIC X.
        03 FILE-STATUS-BYTE-2              PIC X.
       01 WS-CARD-FILE-STATUS              PIC XX.
       01 WS-LIMIT-FILE-STATUS             PIC XX.
       01 WS-LIMIT-STATUS                  PIC XX.
       01 WS-REVEAL-STATUS                 PIC XX.
       01 WS-REVEALED-PAN                  PIC 9(16).
       01 WS-TODAY                         PIC 9(08).
       01 WS-TODAY-MONTH                   PIC 9(06).
       01 WS-CARD-MONTH                    PIC 9(06).
       01 WS-CURRENT-ACCOUNT-ID            PIC 9(10).
       01 WS-NEXT-ACCOUNT-ID               PIC 9(10).

       01 WS-ACCOUNTS-READ                 PIC 9(6) COMP-5 VALUE 0.
       01 WS-CARDS-APPROVE                 PIC 9(6) COMP-5 VALUE 0.
       01 WS-CARDS-DECLINE                 PIC 9(6) COMP-5 VALUE 0.
       01 WS-TOTAL-STAND-IN-LIMIT          PIC S9(12)V99 VALUE 0.
       01 DISPLAY-CASH                     PIC -Z(12)9.99.

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           move WS-TODAY(1:6) to WS-TODAY-MONTH
           perform OPEN-FILES
           if FILE-STATUS = "00"
               perform SCAN-ACCOUNTS
               perform CLOSE-FILES
           end-if
           move WS-TOTAL-STAND-IN-LIMIT to DISPLAY-CASH
           display "*** Accounts read:          " WS-ACCOUNTS-READ
           display "*** Cards approve-up-to:    " WS-CARDS-APPROVE
           display "*** Cards decline-all:      " WS-CARDS-DECLINE
           display "*** Total stand-in limit:   " DISPLAY-CASH
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
           open output Stand-In-Limit-File
           if WS-LIMIT-FILE-STATUS <> "00"
               display "*** Could not open stand-in limit file, status "
                       WS-LIMIT-FILE-STATUS
               move WS-LIMIT-FILE-STATUS to FILE-STATUS
               exit section
           end-if
           .

      *> The limit check reads the account file by key and may walk
      *> it on the company key, so each next account is found afresh
      *> by key rather than by reading on from the last.
       SCAN-ACCOUNTS SECTION.
           move 0 to WS-NEXT-ACCOUNT-ID
           perform FIND-NEXT-ACCOUNT
           perform until FILE-STATUS <> "00"
               add 1 to WS-ACCOUNTS-READ
               move WS-ACCOUNT-ID of WS-ACCOUNT to WS-CURRENT-ACCOUNT-ID
               perform EXTRACT-ACCOUNT
               add 1 to WS-CURRENT-ACCOUNT-ID giving WS-NEXT-ACCOUNT-ID
               perform FIND-NEXT-ACCOUNT
           end-perform
           .

       FIND-NEXT-ACCOUNT SECTION.
           move WS-NEXT-ACCOUNT-ID to WS-ACCOUNT-ID of WS-ACCOUNT
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

       EXTRACT-ACCOUNT SECTION.
           move WS-CURRENT-ACCOUNT-ID to WS-AUTH-ACCOUNT-ID
           call GET-STAND-IN-LIMIT using by reference
                                             WS-AUTHORIZATION-RECORD
                                             WS-LIMIT-STATUS
           move WS-CURRENT-ACCOUNT-ID to
                        WS-CARD-ACCOUNT-ID of WS-CARD-CARD-RECORD
           move 0 to WS-CARD-CARD-NUMBER
           move START-READ to WS-FUNCTION-CODE
           call FIND-CARD-BY-ACCOUNT using by value WS-FUNCTION-CODE
                                 by reference WS-CARD-CARD-RECORD
                                              WS-CARD-FILE-STATUS
           move READ-NEXT to WS-FUNCTION-CODE
           call FIND-CARD-BY-ACCOUNT using by value WS-FUNCTION-CODE
                                 by reference WS-CARD-CARD-RECORD
                                              WS-CARD-FILE-STATUS
           perform until (WS-CARD-FILE-STATUS <> "00"
                           and WS-CARD-FILE-STATUS <> "02")
                   or WS-CARD-ACCOUNT-ID of WS-CARD-CARD-RECORD
                                   <> WS-CURRENT-ACCOUNT-ID
               move WS-CARD-CARD-EXPIRY to WS-CARD-MONTH
               if WS-CARD-CARD-USABLE-OR-COMING
                       and WS-CARD-MONTH >= WS-TODAY-MONTH
                   perform WRITE-LIMIT-ROW
               end-if
               move READ-NEXT to WS-FUNCTION-CODE
               call FIND-CARD-BY-ACCOUNT using by value WS-FUNCTION-CODE
                                 by reference WS-CARD-CARD-RECORD
                                              WS-CARD-FILE-STATUS
           end-perform
           .

      *> A card still awaiting activation declines in stand-in as it
      *> would at the host, whatever its account may spend.
       WRITE-LIMIT-ROW SECTION.
           move WS-CARD-CARD-NUMBER to WS-REVEALED-PAN
           call REVEAL-CARD-NUMBER using by reference
                         WS-CARD-CARD-NUMBER
                         WS-REVEALED-PAN
                         WS-REVEAL-STATUS
           if WS-REVEAL-STATUS <> "00"
               move WS-CARD-CARD-NUMBER to WS-REVEALED-PAN
           end-if
           move WS-REVEALED-PAN to FILE-SIL-CARD-NUMBER
           move WS-CARD-MONTH to FILE-SIL-CARD-EXPIRY
           move WS-TODAY to FILE-SIL-EFFECTIVE-DATE
           evaluate true
               when WS-CARD-CARD-NOT-ACTIVATED
                   set FILE-SIL-DECLINE-ALL to true
                   move 0 to FILE-SIL-LIMIT-AMOUNT
                   move "06" to FILE-SIL-REASON
               when WS-LIMIT-STATUS <> "00" or WS-AUTH-DECLINED
                   set FILE-SIL-DECLINE-ALL to true
                   move 0 to FILE-SIL-LIMIT-AMOUNT
                   move WS-AUTH-REASON-CODE to FILE-SIL-REASON
               when other
                   set FILE-SIL-APPROVE-UP-TO to true
                   move WS-AUTH-OPEN-TO-BUY to FILE-SIL-LIMIT-AMOUNT
                   move WS-AUTH-REASON-CODE to FILE-SIL-REASON
                   add WS-AUTH-OPEN-TO-BUY to WS-TOTAL-STAND-IN-LIMIT
           end-evaluate
           write FILE-STAND-IN-LIMIT
           if FILE-SIL-APPROVE-UP-TO
               add 1 to WS-CARDS-APPROVE
           else
               add 1 to WS-CARDS-DECLINE
           end-if
           .

       CLOSE-FILES SECTION.
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-CARD-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CARD-FILE-STATUS
           close Stand-In-Limit-File
           .
