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

      *> The one manual-adjustment engine: posts a debit or credit
      *> adjustment a CSR or back-office operator keyed, for the
      *> adjustment entry run and for the approval review when a
      *> second operator lets an over-limit one through.
      *>   POST-MANUAL-ADJUSTMENT - the caller fills the
      *>   MANUAL-ADJUSTMENT passed and has the account and
      *>   transaction files open i-o.
      *> Every adjustment carries a reason code from the adjustment
      *> reason table, which says what kind of correction it is and
      *> the GL-MAPPING activity it books under; the code must be on
      *> the table, allow the direction asked for, and have a GL
      *> mapping row for the account's type, so no adjustment can
      *> post that the GL extract would have to skip. Only a card
      *> account that is not charged off takes an adjustment. A
      *> credit may not take a bucket below zero. A deferred-interest
      *> adjustment needs a deferred-interest promotion and moves only
      *> the amount the promotion is holding - that interest is not
      *> yet billed, so nothing posts to the balance or the GL for it.
      *> A purchase or cash-advance adjustment moves BALANCE and its
      *> bucket together under READ-FOR-UPDATE and writes a
      *> transaction row typed by the bucket and described MANUAL
      *> ADJUSTMENT, so statements show it and the rewards and
      *> purchase passes know it for what it is. Every posted
      *> adjustment is appended to the adjustment register, which
      *> is opened and closed inside the call.
      *> An edit-only call makes every check and posts nothing - the
      *> entry run vets an adjustment with it before deciding whether
      *> it needs approval.
      *> Status back: 00 posted (or would post); 10 request
      *> malformed; 21 reason code not on the table; 22 reason code
      *> not allowed in that direction; 23 account not on file; 41
      *> account cannot take an adjustment; 46 the bucket cannot take
      *> it; 47 no GL mapping for the reason and account type; 9x a
      *> file error. The reason text is for the operator's report.
       program-id. ManualAdjustment.

       environment division.
       input-output section.
       file-control.
           select Reason-File assign to external adjustmentReasonFile
               organization is line sequential
               file status is WS-REASON-STATUS
               .
           select GlMapping-File assign to external glMappingFile
               organization is line sequential
               file status is WS-MAPPING-STATUS
               .
           select Register-File assign to external
                                           adjustmentRegisterFile
               organization is line sequential
               file status is WS-REGISTER-STATUS
               .

       data division.
       file section.
       fd Reason-File.
       copy "ADJUSTMENT-REASON.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd GlMapping-File.
       copy "GL-MAPPING.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Register-File.
       copy "MANUAL-ADJUSTMENT.cpy" replacing ==(PREFIX)== by ==FILE==.

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "TRANSACTION-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       01 WS-FUNCTION-CODE                 PIC X.
       01 WS-RESULT                        PIC XX.
       01 FILE-STATUS                      PIC XX.
       01 WS-TRANSACTION-STATUS            PIC XX.
       01 WS-REASON-STATUS                 PIC XX.
       01 WS-MAPPING-STATUS                PIC XX.
       01 WS-REGISTER-STATUS               PIC XX.

       01 WS-TODAY                         PIC 9(08).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
        03 WS-TODAY-YEAR                   PIC 9(04).
        03 WS-TODAY-MONTH                  PIC 9(02).
        03 WS-TODAY-DAY                    PIC 9(02).
       01 WS-ADJUST-ACCOUNT-ID             PIC X(4) COMP-X.
       01 WS-SIGNED-AMOUNT                 PIC S9(12)V99.
       01 WS-NEXT-TRANSACTION-ID           PIC X(4) COMP-X.

       78 MANUAL-ADJUSTMENT-TEXT           VALUE "MANUAL ADJUSTMENT ".

      *> The reason table and the GL mapping, loaded once per run
      *> unit - both change rarely and an entry run is short.
       01 WS-TABLES-LOADED                 PIC X VALUE "N".
        88 TABLES-ARE-LOADED                   VALUE "Y".
       78 REASON-TABLE-MAX                 VALUE 100.
       01 REASON-TABLE.
        03 REASON-ENTRY OCCURS 100 TIMES.
         05 RSN-CODE                        PIC X(04).
         05 RSN-KIND                        PIC X(01).
         05 RSN-DIRECTION                   PIC X(01).
         05 RSN-GL-ACTIVITY                 PIC X(02).
         05 RSN-TEXT                        PIC X(30).
       01 REASON-COUNT                     PIC 999 COMP-5 VALUE 0.
       01 REASON-INDEX                     PIC 999 COMP-5.
       78 MAPPING-TABLE-MAX                VALUE 60.
       01 MAPPING-TABLE.
        03 MAPPING-ENTRY OCCURS 60 TIMES.
         05 MAP-ACTIVITY                    PIC X(02).
         05 MAP-ACCOUNT-TYPE                PIC X(01).
       01 MAPPING-COUNT                    PIC 99 COMP-5 VALUE 0.
       01 MAPPING-INDEX                    PIC 99 COMP-5.
       01 WS-FOUND-FLAG                    PIC X.
        88 ENTRY-WAS-FOUND                     VALUE "Y".

       linkage section.
       copy "MANUAL-ADJUSTMENT.cpy" replacing ==(PREFIX)== by ==LNK==.
       01 LNK-STATUS                       PIC XX.

       procedure division.
           goback.

       ENTRY POST-MANUAL-ADJUSTMENT using by reference
                                              LNK-MANUAL-ADJUSTMENT
                                              LNK-STATUS.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           if not TABLES-ARE-LOADED
               perform LOAD-TABLES
           end-if
           move spaces to LNK-ADJ-REFUSAL-REASON
           move 0 to LNK-ADJ-TRANSACTION-ID
           move "00" to WS-RESULT
           perform EDIT-ADJUSTMENT
           if WS-RESULT = "00" and LNK-ADJ-MODE-POST
               perform POST-ADJUSTMENT
               if WS-RESULT = "00"
                   perform WRITE-REGISTER-ROW
               end-if
           end-if
           move WS-RESULT to LNK-STATUS
           goback.

       LOAD-TABLES SECTION.
           set TABLES-ARE-LOADED to true
           open input Reason-File
           if WS-REASON-STATUS = "00"
               perform until WS-REASON-STATUS <> "00"
                         or REASON-COUNT >= REASON-TABLE-MAX
                   read Reason-File
                       at end move "10" to WS-REASON-STATUS
                   end-read
                   if WS-REASON-STATUS = "00"
                           and FILE-REASON-CODE <> spaces
                           and FILE-KIND-IS-VALID
                       add 1 to REASON-COUNT
                       move FILE-REASON-CODE to RSN-CODE(REASON-COUNT)
                       move FILE-REASON-KIND to RSN-KIND(REASON-COUNT)
                       move FILE-REASON-DIRECTION to
                            RSN-DIRECTION(REASON-COUNT)
                       move FILE-GL-ACTIVITY to
                            RSN-GL-ACTIVITY(REASON-COUNT)
                       move FILE-REASON-TEXT to RSN-TEXT(REASON-COUNT)
                   end-if
               end-perform
               close Reason-File
           else
               display "*** No adjustment reason table - every "
                       "adjustment will be refused"
           end-if
           open input GlMapping-File
           if WS-MAPPING-STATUS = "00"
               perform until WS-MAPPING-STATUS <> "00"
                         or MAPPING-COUNT >= MAPPING-TABLE-MAX
                   read GlMapping-File
                       at end move "10" to WS-MAPPING-STATUS
                   end-read
                   if WS-MAPPING-STATUS = "00"
                       add 1 to MAPPING-COUNT
                       move FILE-ACTIVITY-CODE to
                            MAP-ACTIVITY(MAPPING-COUNT)
                       move FILE-ACCOUNT-TYPE to
                            MAP-ACCOUNT-TYPE(MAPPING-COUNT)
                   end-if
               end-perform
               close GlMapping-File
           end-if
           .

       EDIT-ADJUSTMENT SECTION.
           if LNK-ADJ-AMOUNT not > 0
                   or (not LNK-ADJ-DEBIT and not LNK-ADJ-CREDIT)
                   or (not LNK-ADJ-TARGET-PURCHASE
                       and not LNK-ADJ-TARGET-CASH
                       and not LNK-ADJ-TARGET-DEFERRED)
                   or LNK-ADJ-ENTERED-BY = spaces
               move "10" to WS-RESULT
               move "AMOUNT, DIRECTION OR BUCKET BAD"
                                       to LNK-ADJ-REFUSAL-REASON
               exit section
           end-if
           move "N" to WS-FOUND-FLAG
           perform varying REASON-INDEX from 1 by 1
                       until REASON-INDEX > REASON-COUNT
               if RSN-CODE(REASON-INDEX) = LNK-ADJ-REASON-CODE
                   set ENTRY-WAS-FOUND to true
                   exit perform
               end-if
           end-perform
           if not ENTRY-WAS-FOUND
               move "21" to WS-RESULT
               move "REASON CODE NOT ON TABLE" to LNK-ADJ-REFUSAL-REASON
               exit section
           end-if
           if RSN-DIRECTION(REASON-INDEX) <> space
                   and RSN-DIRECTION(REASON-INDEX)
                                       <> LNK-ADJ-DIRECTION
               move "22" to WS-RESULT
               move "REASON NOT FOR THAT DIRECTION"
                                       to LNK-ADJ-REFUSAL-REASON
               exit section
           end-if
           move RSN-KIND(REASON-INDEX) to LNK-ADJ-KIND
           move RSN-GL-ACTIVITY(REASON-INDEX) to LNK-ADJ-GL-ACTIVITY
           move LNK-ADJ-ACCOUNT-ID to WS-ADJUST-ACCOUNT-ID
           move WS-ADJUST-ACCOUNT-ID to WS-ACCOUNT-ID of WS-ACCOUNT
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
                                       <> WS-ADJUST-ACCOUNT-ID
               move "23" to WS-RESULT
               move "ACCOUNT NOT ON FILE" to LNK-ADJ-REFUSAL-REASON
               exit section
           end-if
           move WS-INSTITUTION-CODE of WS-ACCOUNT to
                        LNK-ADJ-INSTITUTION
           if WS-TYPE-DEPOSIT of WS-ACCOUNT
                   or WS-ACCOUNT-CHARGED-OFF of WS-ACCOUNT
               move "41" to WS-RESULT
               move "ACCOUNT CANNOT TAKE ADJUSTMENT"
                                       to LNK-ADJ-REFUSAL-REASON
               exit section
           end-if
           perform CHECK-BUCKET
           if WS-RESULT <> "00"
               exit section
           end-if
           if LNK-ADJ-TARGET-DEFERRED
               exit section
           end-if
           move "N" to WS-FOUND-FLAG
           perform varying MAPPING-INDEX from 1 by 1
                       until MAPPING-INDEX > MAPPING-COUNT
               if MAP-ACTIVITY(MAPPING-INDEX) = LNK-ADJ-GL-ACTIVITY
                   and MAP-ACCOUNT-TYPE(MAPPING-INDEX)
                                       = WS-TYPE of WS-ACCOUNT
                   set ENTRY-WAS-FOUND to true
                   exit perform
               end-if
           end-perform
           if not ENTRY-WAS-FOUND
               move "47" to WS-RESULT
               move "NO GL MAPPING FOR REASON" to LNK-ADJ-REFUSAL-REASON
           end-if
           .

      *> Checked against the account as last read - at the edit, and
      *> again under the update lock before anything moves.
       CHECK-BUCKET SECTION.
           evaluate true
               when LNK-ADJ-TARGET-DEFERRED
                   if not WS-PROMO-IS-DEFERRED of WS-ACCOUNT
                       move "46" to WS-RESULT
                       move "NO DEFERRED-INTEREST PROMOTION"
                                       to LNK-ADJ-REFUSAL-REASON
                   else
                       if LNK-ADJ-CREDIT and LNK-ADJ-AMOUNT >
                               WS-DEFERRED-INTEREST of WS-ACCOUNT
                           move "46" to WS-RESULT
                           move "CREDIT EXCEEDS DEFERRED INTEREST"
                                       to LNK-ADJ-REFUSAL-REASON
                       end-if
                   end-if
               when LNK-ADJ-TARGET-CASH
                   if LNK-ADJ-CREDIT and LNK-ADJ-AMOUNT >
                           WS-CASH-ADVANCE-BALANCE of WS-ACCOUNT
                       move "46" to WS-RESULT
                       move "CREDIT EXCEEDS CASH BALANCE"
                                       to LNK-ADJ-REFUSAL-REASON
                   end-if
               when other
                   if LNK-ADJ-CREDIT and LNK-ADJ-AMOUNT >
                           WS-PURCHASE-BALANCE of WS-ACCOUNT
                       move "46" to WS-RESULT
                       move "CREDIT EXCEEDS PURCHASE BALANCE"
                                       to LNK-ADJ-REFUSAL-REASON
                   end-if
           end-evaluate
           .

       POST-ADJUSTMENT SECTION.
           move WS-ADJUST-ACCOUNT-ID to WS-ACCOUNT-ID of WS-ACCOUNT
           move READ-FOR-UPDATE to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           if FILE-STATUS <> "00"
               move "91" to WS-RESULT
               move "ACCOUNT NOT READ FOR UPDATE"
                                       to LNK-ADJ-REFUSAL-REASON
               exit section
           end-if
           perform CHECK-BUCKET
           if WS-RESULT <> "00"
               call UNLOCK-ACCOUNT-RECORD using by reference
                                                     FILE-STATUS
               exit section
           end-if
           if LNK-ADJ-DEBIT
               move LNK-ADJ-AMOUNT to WS-SIGNED-AMOUNT
           else
               compute WS-SIGNED-AMOUNT = 0 - LNK-ADJ-AMOUNT
           end-if
           evaluate true
               when LNK-ADJ-TARGET-DEFERRED
                   add WS-SIGNED-AMOUNT to
                        WS-DEFERRED-INTEREST of WS-ACCOUNT
               when LNK-ADJ-TARGET-CASH
                   add WS-SIGNED-AMOUNT to WS-BALANCE of WS-ACCOUNT
                   add WS-SIGNED-AMOUNT to
                        WS-CASH-ADVANCE-BALANCE of WS-ACCOUNT
               when other
                   add WS-SIGNED-AMOUNT to WS-BALANCE of WS-ACCOUNT
                   add WS-SIGNED-AMOUNT to
                        WS-PURCHASE-BALANCE of WS-ACCOUNT
           end-evaluate
           move UPDATE-RECORD to WS-FUNCTION-CODE
           call WRITE-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                        by reference WS-ACCOUNT
                                                     FILE-STATUS
           if FILE-STATUS <> "00" and FILE-STATUS <> "02"
               move "92" to WS-RESULT
               move "ACCOUNT NOT UPDATED" to LNK-ADJ-REFUSAL-REASON
               exit section
           end-if
           if not LNK-ADJ-TARGET-DEFERRED
               perform WRITE-ADJUSTMENT-ROW
           end-if
           .

       WRITE-ADJUSTMENT-ROW SECTION.
           call GET-NEXT-TRANSACTION-ID using by reference
                                             WS-NEXT-TRANSACTION-ID
                                             WS-TRANSACTION-STATUS
           initialize WS-TRANSACTION-RECORD
           move WS-NEXT-TRANSACTION-ID to WS-TRANSACTION-ID
           move WS-ADJUST-ACCOUNT-ID to
                        WS-ACCOUNT-ID of WS-TRANSACTION-RECORD
           move WS-TODAY-YEAR to WS-YEAR of WS-TRANSACTION-RECORD
           move WS-TODAY-MONTH to WS-MONTH of WS-TRANSACTION-RECORD
           move WS-TODAY-DAY to WS-DAY of WS-TRANSACTION-RECORD
           move WS-SIGNED-AMOUNT to WS-AMOUNT of WS-TRANSACTION-RECORD
           move spaces to WS-DESCRIPTION of WS-TRANSACTION-RECORD
           string MANUAL-ADJUSTMENT-TEXT delimited by size
                  LNK-ADJ-REASON-CODE delimited by size
                  " " delimited by size
                  RSN-TEXT(REASON-INDEX) delimited by size
                  into WS-DESCRIPTION of WS-TRANSACTION-RECORD
           end-string
           move WS-CURRENCY-CODE of WS-ACCOUNT to
                        WS-CURRENCY-CODE of WS-TRANSACTION-RECORD
           move space to WS-DISPUTE-STATUS of WS-TRANSACTION-RECORD
           move 0 to WS-LINKED-TRANSACTION-ID of WS-TRANSACTION-RECORD
           move spaces to WS-MERCHANT-NAME of WS-TRANSACTION-RECORD
           move spaces to WS-MERCHANT-ID of WS-TRANSACTION-RECORD
           move 0 to WS-MERCHANT-CATEGORY-CODE
                                       of WS-TRANSACTION-RECORD
           if LNK-ADJ-TARGET-CASH
               set WS-TYPE-CASH-ADVANCE of WS-TRANSACTION-RECORD
                                       to true
           else
               move "P" to WS-TRANSACTION-TYPE of WS-TRANSACTION-RECORD
           end-if
           move space to WS-TENDER-TYPE of WS-TRANSACTION-RECORD
           move WRITE-RECORD to WS-FUNCTION-CODE
           call WRITE-TRANSACTION-RECORD using by value
                                        WS-FUNCTION-CODE
                      by reference WS-TRANSACTION-RECORD
                                   WS-TRANSACTION-STATUS
           if WS-TRANSACTION-STATUS <> "00"
                   and WS-TRANSACTION-STATUS <> "02"
               move "93" to WS-RESULT
               move "ADJUSTMENT ROW NOT WRITTEN"
                                       to LNK-ADJ-REFUSAL-REASON
               display "*** ADJUSTMENT ROW NOT WRITTEN - account "
                       LNK-ADJ-ACCOUNT-ID " balance moved with no "
                       "transaction row, status "
                       WS-TRANSACTION-STATUS
               exit section
           end-if
           move WS-NEXT-TRANSACTION-ID to LNK-ADJ-TRANSACTION-ID
           .

       WRITE-REGISTER-ROW SECTION.
           move WS-TODAY to LNK-ADJ-POSTED-DATE
           accept LNK-ADJ-POSTED-TIME from TIME
           open extend Register-File
           if WS-REGISTER-STATUS = "35" or WS-REGISTER-STATUS = "05"
               open output Register-File
           end-if
           if WS-REGISTER-STATUS <> "00"
               display "*** ADJUSTMENT NOT REGISTERED - account "
                       LNK-ADJ-ACCOUNT-ID " posted but the register "
                       "could not be opened, status "
                       WS-REGISTER-STATUS
               exit section
           end-if
           move LNK-MANUAL-ADJUSTMENT to FILE-MANUAL-ADJUSTMENT
           write FILE-MANUAL-ADJUSTMENT
           close Register-File
           .
