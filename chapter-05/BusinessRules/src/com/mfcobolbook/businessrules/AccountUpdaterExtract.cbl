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

      *> Account updater extract - the daily file that tells the card
      *> networks which cards merchants may be billing on file have
      *> changed, so a subscription survives the plastic instead of
      *> failing on the first attempt after a reissue. Run nightly
      *> after the card and account runs; it works the card change
      *> log rows dated today:
      *>   R  a card replaced (lost or stolen, expiry reissue, or a
      *>      compromise reissue activated) - old number, new number
      *>      and new expiry
      *>   C  an account closed or charged off - every card it still
      *>      held, with no replacement, so merchants stop billing
      *> The updater file is one H header - H, file sequence (6),
      *> business date (8) - then D details - D, change type (1),
      *> reason (1), account id (10), merchant id (15), old card
      *> number (16), new card number (16), new expiry yyyymm (6) -
      *> and a T trailer carrying the detail count (9). Card numbers
      *> go out as the real numbers, revealed through the vault's
      *> audited exit, because that is what merchants hold.
      *> One detail goes out per recurring merchant RecurringCharge-
      *> Detection has seen on the account (bar those the customer
      *> told us to stop), so the network can target the merchants
      *> we know bill the card; an account with none known still
      *> gets one detail with a blank merchant id for the network's
      *> own subscribers. Each targeted recurring row is stamped
      *> SENT with the card offered, for AccountUpdaterResponse to
      *> settle and the CSR inquiry to show. The file is registered
      *> with transmission control, the details as the record count.
       program-id. AccountUpdaterExtract.

       environment division.
       input-output section.
       file-control.
           select Change-File assign to external cardChangeFile
               organization is line sequential
               file status is WS-CHANGE-STATUS
               .
           select Recurring-File assign to external
                                           recurringChargeFile
               file status is WS-RECURRING-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-RECURRING-KEY
                          of FILE-RECURRING-CHARGE
               .
           select Updater-File assign to external accountUpdaterFile
               organization is line sequential
               file status is WS-UPDATER-STATUS
               .

       data division.
       file section.
       fd Change-File.
       copy "CARD-CHANGE.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Recurring-File.
       copy "RECURRING-CHARGE.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Updater-File.
       01 UPDATER-LINE                     PIC X(80).
       01 UPDATER-HEADER REDEFINES UPDATER-LINE.
        03 UH-RECORD-TYPE                  PIC X(01).
        03 UH-FILE-SEQUENCE                PIC 9(06).
        03 UH-BUSINESS-DATE                PIC 9(08).
        03 FILLER                          PIC X(65).
       01 UPDATER-DETAIL REDEFINES UPDATER-LINE.
        03 UD-RECORD-TYPE                  PIC X(01).
        03 UD-CHANGE-TYPE                  PIC X(01).
        03 UD-CHANGE-REASON                PIC X(01).
        03 UD-ACCOUNT-ID                   PIC 9(10).
        03 UD-MERCHANT-ID                  PIC X(15).
        03 UD-OLD-CARD-NUMBER              PIC 9(16).
        03 UD-NEW-CARD-NUMBER              PIC 9(16).
        03 UD-NEW-CARD-EXPIRY              PIC 9(06).
        03 FILLER                          PIC X(14).
       01 UPDATER-TRAILER REDEFINES UPDATER-LINE.
        03 UT-RECORD-TYPE                  PIC X(01).
        03 UT-RECORD-COUNT                 PIC 9(09).
        03 FILLER                          PIC X(70).

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "CARD-RECORD.cpy" replacing ==(PREFIX)== by ==WS-CARD==.
       copy "XMIT-CONTROL.cpy" replacing ==(PREFIX)== by ==WS-XMIT==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS.
        03 FILE-STATUS-BYTE-1              PIC X.
        03 FILE-STATUS-BYTE-2              PIC X.
       01 WS-CARD-FILE-STATUS              PIC XX.
       01 WS-CHANGE-STATUS                 PIC XX.
       01 WS-RECURRING-STATUS              PIC XX.
       01 WS-UPDATER-STATUS                PIC XX.
       01 WS-REVEAL-STATUS                 PIC XX.
       01 WS-XMIT-STATUS                   PIC XX.
       01 WS-CHANGE-FILE-FLAG              PIC X VALUE "N".
        88 CHANGE-FILE-IS-OPEN                 VALUE "Y".
       01 WS-RECURRING-FILE-FLAG           PIC X VALUE "N".
        88 RECURRING-FILE-IS-AVAILABLE         VALUE "Y".
       01 WS-TODAY                         PIC 9(08).

       78 XMIT-INTERFACE-NAME              VALUE "ACCTUPDATER".

      *> The change being sent: its cards as held here (vault
      *> tokens) and as they go to the network (real numbers).
       01 WS-OLD-CARD-TOKEN                PIC 9(16).
       01 WS-NEW-CARD-TOKEN                PIC 9(16).
       01 WS-OLD-PAN                       PIC 9(16).
       01 WS-NEW-PAN                       PIC 9(16).
       01 WS-REVEAL-TOKEN                  PIC 9(16).
       01 WS-REVEAL-PAN                    PIC 9(16).
       01 WS-NEW-EXPIRY                    PIC 9(06).
       01 WS-DETAIL-MERCHANT-ID            PIC X(15).
       01 WS-MERCHANTS-TARGETED            PIC 9(6) COMP-5.

       01 WS-CHANGES-READ                  PIC 9(6) COMP-5 VALUE 0.
       01 WS-CHANGES-SENT                  PIC 9(6) COMP-5 VALUE 0.
       01 WS-CARDS-CLOSED-SENT             PIC 9(6) COMP-5 VALUE 0.
       01 WS-DETAILS-WRITTEN               PIC 9(6) COMP-5 VALUE 0.
       01 WS-MERCHANTS-STAMPED             PIC 9(6) COMP-5 VALUE 0.
       01 WS-STAMP-FAILURES                PIC 9(6) COMP-5 VALUE 0.

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           perform OPEN-FILES
           if FILE-STATUS = "00"
               perform WRITE-HEADER
               perform PROCESS-CHANGE-LOG
               perform WRITE-TRAILER
               perform CLOSE-FILES
               perform REGISTER-WITH-XMIT-CONTROL
           end-if
           display "*** Card changes read:     " WS-CHANGES-READ
           display "*** Replacements sent:     " WS-CHANGES-SENT
           display "*** Closed cards sent:     " WS-CARDS-CLOSED-SENT
           display "*** Updater details:       " WS-DETAILS-WRITTEN
           display "*** Merchants stamped:     " WS-MERCHANTS-STAMPED
           display "*** Stamp failures:        " WS-STAMP-FAILURES
           stop run.

       OPEN-FILES SECTION.
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-CARD-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           if FILE-STATUS <> "00"
               display "*** Could not open card file, status "
                       FILE-STATUS
               exit section
           end-if
      *>   No recurring file yet means no merchant is known to bill
      *>   any card - every change goes out untargeted.
           open i-o Recurring-File
           if WS-RECURRING-STATUS = "00"
               set RECURRING-FILE-IS-AVAILABLE to true
           end-if
      *>   No change log means nothing has changed since it was
      *>   last rolled - an empty updater file still goes out.
           open input Change-File
           if WS-CHANGE-STATUS = "00"
               set CHANGE-FILE-IS-OPEN to true
           end-if
           open output Updater-File
           if WS-UPDATER-STATUS <> "00"
               display "*** Could not open account updater file, "
                       "status " WS-UPDATER-STATUS
               move WS-UPDATER-STATUS to FILE-STATUS
           end-if
           .

       WRITE-HEADER SECTION.
           move spaces to UPDATER-LINE
           move "H" to UH-RECORD-TYPE
           move WS-TODAY(3:6) to UH-FILE-SEQUENCE
           move WS-TODAY to UH-BUSINESS-DATE
           write UPDATER-LINE
           .

       PROCESS-CHANGE-LOG SECTION.
           if not CHANGE-FILE-IS-OPEN
               exit section
           end-if
           read Change-File
               at end move "10" to WS-CHANGE-STATUS
           end-read
           perform until WS-CHANGE-STATUS <> "00"
               if FILE-CHANGE-DATE = WS-TODAY
                   add 1 to WS-CHANGES-READ
                   evaluate true
                       when FILE-CHANGE-REPLACED
                           perform SEND-REPLACEMENT
                       when FILE-CHANGE-CLOSED
                           perform SEND-ACCOUNT-CLOSURE
                   end-evaluate
               end-if
               read Change-File
                   at end move "10" to WS-CHANGE-STATUS
               end-read
           end-perform
           .

       SEND-REPLACEMENT SECTION.
           move FILE-OLD-CARD-NUMBER to WS-OLD-CARD-TOKEN
           move FILE-OLD-CARD-NUMBER to WS-REVEAL-TOKEN
           perform REVEAL-ONE-CARD
           move WS-REVEAL-PAN to WS-OLD-PAN
           move FILE-NEW-CARD-NUMBER to WS-NEW-CARD-TOKEN
           move FILE-NEW-CARD-NUMBER to WS-REVEAL-TOKEN
           perform REVEAL-ONE-CARD
           move WS-REVEAL-PAN to WS-NEW-PAN
           move FILE-NEW-CARD-EXPIRY to WS-NEW-EXPIRY
           perform SEND-TO-MERCHANTS
           add 1 to WS-CHANGES-SENT
           .

      *> A closed account's merchants are told about every card it
      *> could still have been billed on - live, in the mail, or
      *> held pending a fraud ruling. Cards already replaced went
      *> out as replacements at the time.
       SEND-ACCOUNT-CLOSURE SECTION.
           move 0 to WS-NEW-CARD-TOKEN
           move 0 to WS-NEW-PAN
           move 0 to WS-NEW-EXPIRY
           move FILE-CHANGE-ACCOUNT-ID to
                        WS-CARD-ACCOUNT-ID of WS-CARD-CARD-RECORD
           move START-READ to WS-FUNCTION-CODE
           call FIND-CARD-BY-ACCOUNT using by value WS-FUNCTION-CODE
                                 by reference WS-CARD-CARD-RECORD
                                              WS-CARD-FILE-STATUS
           if WS-CARD-FILE-STATUS <> "00"
               exit section
           end-if
           move READ-NEXT to WS-FUNCTION-CODE
           call FIND-CARD-BY-ACCOUNT using by value WS-FUNCTION-CODE
                                 by reference WS-CARD-CARD-RECORD
                                              WS-CARD-FILE-STATUS
           perform until (WS-CARD-FILE-STATUS <> "00"
                           and WS-CARD-FILE-STATUS <> "02")
                   or WS-CARD-ACCOUNT-ID of WS-CARD-CARD-RECORD
                                   <> FILE-CHANGE-ACCOUNT-ID
               if WS-CARD-CARD-USABLE-OR-COMING
                       or WS-CARD-CARD-HELD
                   move WS-CARD-CARD-NUMBER to WS-OLD-CARD-TOKEN
                   move WS-CARD-CARD-NUMBER to WS-REVEAL-TOKEN
                   perform REVEAL-ONE-CARD
                   move WS-REVEAL-PAN to WS-OLD-PAN
                   perform SEND-TO-MERCHANTS
                   add 1 to WS-CARDS-CLOSED-SENT
               end-if
               move READ-NEXT to WS-FUNCTION-CODE
               call FIND-CARD-BY-ACCOUNT using
                                          by value WS-FUNCTION-CODE
                                 by reference WS-CARD-CARD-RECORD
                                              WS-CARD-FILE-STATUS
           end-perform
           .

      *> "23" = a pre-vault card whose stored number IS the real one.
       REVEAL-ONE-CARD SECTION.
           move WS-REVEAL-TOKEN to WS-REVEAL-PAN
           call REVEAL-CARD-NUMBER using by reference
                                             WS-REVEAL-TOKEN
                                             WS-REVEAL-PAN
                                             WS-REVEAL-STATUS
           if WS-REVEAL-STATUS <> "00"
               move WS-REVEAL-TOKEN to WS-REVEAL-PAN
           end-if
           .

      *> One detail per recurring merchant known on the account, or
      *> one untargeted detail when none is.
       SEND-TO-MERCHANTS SECTION.
           move 0 to WS-MERCHANTS-TARGETED
           if RECURRING-FILE-IS-AVAILABLE
               move FILE-CHANGE-ACCOUNT-ID to
                        FILE-ACCOUNT-ID of FILE-RECURRING-CHARGE
               move low-values to
                        FILE-MERCHANT-ID of FILE-RECURRING-CHARGE
               start Recurring-File key >= FILE-RECURRING-KEY
                                       of FILE-RECURRING-CHARGE
               perform until WS-RECURRING-STATUS <> "00"
                   read Recurring-File next
                       at end move "10" to WS-RECURRING-STATUS
                   end-read
                   if WS-RECURRING-STATUS = "00"
                       if FILE-ACCOUNT-ID of FILE-RECURRING-CHARGE
                               <> FILE-CHANGE-ACCOUNT-ID
                           move "10" to WS-RECURRING-STATUS
                       else
                           if not FILE-MERCHANT-STOPPED
                                       of FILE-RECURRING-CHARGE
                               perform SEND-TO-ONE-MERCHANT
                           end-if
                       end-if
                   end-if
               end-perform
               move "00" to WS-RECURRING-STATUS
           end-if
           if WS-MERCHANTS-TARGETED = 0
               move spaces to WS-DETAIL-MERCHANT-ID
               perform WRITE-DETAIL
           end-if
           .

       SEND-TO-ONE-MERCHANT SECTION.
           move FILE-MERCHANT-ID of FILE-RECURRING-CHARGE
                                             to WS-DETAIL-MERCHANT-ID
           perform WRITE-DETAIL
           add 1 to WS-MERCHANTS-TARGETED
           set FILE-UPDATER-SENT of FILE-RECURRING-CHARGE to true
           move WS-TODAY to FILE-UPDATER-DATE of FILE-RECURRING-CHARGE
           move WS-NEW-CARD-TOKEN to FILE-UPDATER-CARD-NUMBER
                                       of FILE-RECURRING-CHARGE
           rewrite FILE-RECURRING-CHARGE
           if WS-RECURRING-STATUS = "00"
               add 1 to WS-MERCHANTS-STAMPED
           else
               add 1 to WS-STAMP-FAILURES
               display "*** Could not stamp recurring merchant for "
                       "account " FILE-CHANGE-ACCOUNT-ID
                       " status " WS-RECURRING-STATUS
               move "00" to WS-RECURRING-STATUS
           end-if
           .

       WRITE-DETAIL SECTION.
           move spaces to UPDATER-LINE
           move "D" to UD-RECORD-TYPE
           move FILE-CHANGE-TYPE to UD-CHANGE-TYPE
           move FILE-CHANGE-REASON to UD-CHANGE-REASON
           move FILE-CHANGE-ACCOUNT-ID to UD-ACCOUNT-ID
           move WS-DETAIL-MERCHANT-ID to UD-MERCHANT-ID
           move WS-OLD-PAN to UD-OLD-CARD-NUMBER
           move WS-NEW-PAN to UD-NEW-CARD-NUMBER
           move WS-NEW-EXPIRY to UD-NEW-CARD-EXPIRY
           write UPDATER-LINE
           add 1 to WS-DETAILS-WRITTEN
           .

       WRITE-TRAILER SECTION.
           move spaces to UPDATER-LINE
           move "T" to UT-RECORD-TYPE
           move WS-DETAILS-WRITTEN to UT-RECORD-COUNT
           write UPDATER-LINE
           .

       CLOSE-FILES SECTION.
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-CARD-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           if RECURRING-FILE-IS-AVAILABLE
               close Recurring-File
           end-if
           if CHANGE-FILE-IS-OPEN
               close Change-File
           end-if
           close Updater-File
           .

       REGISTER-WITH-XMIT-CONTROL SECTION.
           move XMIT-INTERFACE-NAME to WS-XMIT-INTERFACE-NAME
           move WS-TODAY(3:6) to WS-XMIT-FILE-SEQUENCE
           move WS-TODAY to WS-XMIT-BUSINESS-DATE
           move WS-DETAILS-WRITTEN to WS-XMIT-RECORD-COUNT
           move 0 to WS-XMIT-CONTROL-TOTAL
           call REGISTER-OUTBOUND-FILE using by reference
                                             WS-XMIT-XMIT-CONTROL
                                             WS-XMIT-STATUS
           if WS-XMIT-STATUS <> "00" and WS-XMIT-STATUS <> "02"
               display "*** Could not register account updater file "
                       "in transmission control, status "
                       WS-XMIT-STATUS
           end-if
           .
