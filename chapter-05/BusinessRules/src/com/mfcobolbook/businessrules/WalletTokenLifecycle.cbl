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

      *> Wallet token lifecycle: the one place the card network's
      *> token service is told that a card it has tokenized into a
      *> phone or watch wallet has changed underneath it. Called at
      *> the moment of the change by whichever program made it:
      *>   U  CardLostStolen and CardExpirySweep, when a card is
      *>      replaced - the device tokens follow the customer to
      *>      the replacement card (PAN update), since losing the
      *>      plastic is not losing the phone
      *>   S  FraudCaseDisposition, when a case is taken under review
      *>   D  FraudCaseDisposition, when fraud is confirmed - the
      *>      device itself may be the fraudster's
      *>   R  FraudCaseDisposition, when a case is ruled a false
      *>      positive - tokens suspended for the review come back
      *> SEND-TOKEN-LIFECYCLE finds every DEVICE-TOKEN row on the
      *> card, moves each to its new state and appends one update
      *> message per token changed to the outbound lifecycle file. A
      *> token still waiting on its OTP is deleted by any of S, D or
      *> U - the card it was asked for is no longer the card on
      *> file. A PAN update carries the replacement's real number,
      *> revealed through the vault's audited exit, because that is
      *> what the network keys its token vault on. Statuses:
      *>   "00" done - LNK-TOKENS-CHANGED says how many (often zero)
      *>   other - the device token file could not be updated
       program-id. WalletTokenLifecycle.

       environment division.
       input-output section.
       file-control.
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
           select Lifecycle-File assign to external tokenLifecycleFile
               organization is line sequential
               file status is WS-LIFECYCLE-STATUS
               .

       data division.
       file section.
       fd Device-Token-File.
       copy "DEVICE-TOKEN.cpy" replacing ==(PREFIX)== by ==FILE==.
      *> One update message to the token service per token changed.
      *> NEW-PAN and NEW-EXPIRY are zero except on a PAN update.
       fd Lifecycle-File.
       01 LIFECYCLE-MESSAGE.
        03 TLM-TOKEN-REF                    PIC X(24).
        03 TLM-EVENT                        PIC X(01).
        03 TLM-EVENT-DATE                   PIC 9(08).
        03 TLM-WALLET-ID                    PIC X(02).
        03 TLM-NEW-PAN                      PIC 9(16).
        03 TLM-NEW-EXPIRY                   PIC 9(06).

       working-storage section.
       copy "PROCEDURE-NAMES.cpy".
       01 WS-DEVICE-STATUS                 PIC XX.
       01 WS-LIFECYCLE-STATUS              PIC XX.
       01 WS-REVEAL-STATUS                 PIC XX.
       01 WS-NEW-PAN                       PIC 9(16).
       01 WS-MESSAGE-EVENT                 PIC X(01).

      *> The card's tokens are gathered before any is rewritten - a
      *> PAN update moves the row off the card key being walked.
       78 CARD-TOKEN-MAX                   VALUE 50.
       01 CARD-TOKEN-TABLE.
        03 CARD-TOKEN-REF OCCURS 50 TIMES  PIC X(24).
       01 CARD-TOKEN-COUNT                 PIC 99 COMP-5 VALUE 0.
       01 CARD-TOKEN-INDEX                 PIC 99 COMP-5.

       linkage section.
       01 LNK-LIFECYCLE-EVENT              PIC X(01).
        88 LNK-EVENT-SUSPEND                   VALUE "S".
        88 LNK-EVENT-RESUME                    VALUE "R".
        88 LNK-EVENT-DELETE                    VALUE "D".
        88 LNK-EVENT-PAN-UPDATE                VALUE "U".
       copy "CARD-RECORD.cpy" replacing ==(PREFIX)== by ==LNK==.
       copy "CARD-RECORD.cpy" replacing ==(PREFIX)== by ==LNK-NEW==.
       01 LNK-EVENT-DATE                   PIC 9(08).
       01 LNK-TOKENS-CHANGED               PIC 9(6) COMP-5.
       01 LNK-STATUS                       PIC XX.

       procedure division.
           goback.

      *> LNK-NEW-CARD-RECORD is read only for a PAN update - any
      *> other caller passes whatever its buffer holds.
       ENTRY SEND-TOKEN-LIFECYCLE using by reference
                                               LNK-LIFECYCLE-EVENT
                                               LNK-CARD-RECORD
                                               LNK-NEW-CARD-RECORD
                                               LNK-EVENT-DATE
                                               LNK-TOKENS-CHANGED
                                               LNK-STATUS.
           move "00" to LNK-STATUS
           move 0 to LNK-TOKENS-CHANGED
      *>   No device token file yet means no card has ever been put
      *>   in a wallet - nothing to tell the network.
           open i-o Device-Token-File
           if WS-DEVICE-STATUS = "35" or WS-DEVICE-STATUS = "05"
               if WS-DEVICE-STATUS = "05"
                   close Device-Token-File
               end-if
               goback
           end-if
           if WS-DEVICE-STATUS <> "00"
               move WS-DEVICE-STATUS to LNK-STATUS
               goback
           end-if
           perform GATHER-CARD-TOKENS
           if CARD-TOKEN-COUNT > 0
               if LNK-EVENT-PAN-UPDATE
                   perform REVEAL-NEW-PAN
               end-if
               open extend Lifecycle-File
               if WS-LIFECYCLE-STATUS = "35"
                       or WS-LIFECYCLE-STATUS = "05"
                   open output Lifecycle-File
               end-if
               perform varying CARD-TOKEN-INDEX from 1 by 1
                       until CARD-TOKEN-INDEX > CARD-TOKEN-COUNT
                   perform CHANGE-ONE-TOKEN
               end-perform
               close Lifecycle-File
           end-if
           close Device-Token-File
           goback.

       GATHER-CARD-TOKENS SECTION.
           move 0 to CARD-TOKEN-COUNT
           move LNK-CARD-NUMBER of LNK-CARD-RECORD to
                        FILE-DEVICE-CARD-NUMBER of FILE-DEVICE-TOKEN
           start Device-Token-File key = FILE-DEVICE-CARD-NUMBER
                                             of FILE-DEVICE-TOKEN
           perform until WS-DEVICE-STATUS <> "00"
                                and WS-DEVICE-STATUS <> "02"
               read Device-Token-File next
                   at end move "10" to WS-DEVICE-STATUS
               end-read
               if WS-DEVICE-STATUS = "00" or WS-DEVICE-STATUS = "02"
                   if FILE-DEVICE-CARD-NUMBER of FILE-DEVICE-TOKEN
                           <> LNK-CARD-NUMBER of LNK-CARD-RECORD
                       move "10" to WS-DEVICE-STATUS
                   else
                       if not FILE-DEVICE-TOKEN-DELETED
                                             of FILE-DEVICE-TOKEN
                               and CARD-TOKEN-COUNT < CARD-TOKEN-MAX
                           add 1 to CARD-TOKEN-COUNT
                           move FILE-DEVICE-TOKEN-REF
                                             of FILE-DEVICE-TOKEN
                             to CARD-TOKEN-REF(CARD-TOKEN-COUNT)
                       end-if
                   end-if
               end-if
           end-perform
           .

      *> "23" = a pre-vault card whose stored number IS the real one.
       REVEAL-NEW-PAN SECTION.
           move LNK-NEW-CARD-NUMBER of LNK-NEW-CARD-RECORD
                                             to WS-NEW-PAN
           call REVEAL-CARD-NUMBER using by reference
                         LNK-NEW-CARD-NUMBER of LNK-NEW-CARD-RECORD
                         WS-NEW-PAN
                         WS-REVEAL-STATUS
           if WS-REVEAL-STATUS <> "00"
               move LNK-NEW-CARD-NUMBER of LNK-NEW-CARD-RECORD
                                             to WS-NEW-PAN
           end-if
           .

       CHANGE-ONE-TOKEN SECTION.
           move CARD-TOKEN-REF(CARD-TOKEN-INDEX) to
                        FILE-DEVICE-TOKEN-REF of FILE-DEVICE-TOKEN
           read Device-Token-File key is FILE-DEVICE-TOKEN-REF
                                             of FILE-DEVICE-TOKEN
           if WS-DEVICE-STATUS <> "00"
               move WS-DEVICE-STATUS to LNK-STATUS
               exit section
           end-if
           move space to WS-MESSAGE-EVENT
           evaluate true
               when FILE-DEVICE-TOKEN-PENDING of FILE-DEVICE-TOKEN
                   if not LNK-EVENT-RESUME
                       set FILE-DEVICE-TOKEN-DELETED
                                      of FILE-DEVICE-TOKEN to true
                       move "D" to WS-MESSAGE-EVENT
                   end-if
               when LNK-EVENT-SUSPEND
                   if FILE-DEVICE-TOKEN-ACTIVE of FILE-DEVICE-TOKEN
                       set FILE-DEVICE-TOKEN-SUSPENDED
                                      of FILE-DEVICE-TOKEN to true
                       move "S" to WS-MESSAGE-EVENT
                   end-if
               when LNK-EVENT-RESUME
                   if FILE-DEVICE-TOKEN-SUSPENDED of FILE-DEVICE-TOKEN
                       set FILE-DEVICE-TOKEN-ACTIVE
                                      of FILE-DEVICE-TOKEN to true
                       move "R" to WS-MESSAGE-EVENT
                   end-if
               when LNK-EVENT-DELETE
                   set FILE-DEVICE-TOKEN-DELETED
                                      of FILE-DEVICE-TOKEN to true
                   move "D" to WS-MESSAGE-EVENT
               when LNK-EVENT-PAN-UPDATE
                   move LNK-NEW-CARD-NUMBER of LNK-NEW-CARD-RECORD
                     to FILE-DEVICE-CARD-NUMBER of FILE-DEVICE-TOKEN
                   move LNK-NEW-ACCOUNT-ID of LNK-NEW-CARD-RECORD
                     to FILE-DEVICE-ACCOUNT-ID of FILE-DEVICE-TOKEN
                   move "U" to WS-MESSAGE-EVENT
           end-evaluate
           if WS-MESSAGE-EVENT = space
               exit section
           end-if
           move LNK-EVENT-DATE to
                        FILE-DEVICE-STATUS-DATE of FILE-DEVICE-TOKEN
           rewrite FILE-DEVICE-TOKEN
           if WS-DEVICE-STATUS <> "00" and WS-DEVICE-STATUS <> "02"
               move WS-DEVICE-STATUS to LNK-STATUS
               exit section
           end-if
           move FILE-DEVICE-TOKEN-REF of FILE-DEVICE-TOKEN
                                             to TLM-TOKEN-REF
           move WS-MESSAGE-EVENT to TLM-EVENT
           move LNK-EVENT-DATE to TLM-EVENT-DATE
           move FILE-DEVICE-WALLET-ID of FILE-DEVICE-TOKEN
                                             to TLM-WALLET-ID
           if WS-MESSAGE-EVENT = "U"
               move WS-NEW-PAN to TLM-NEW-PAN
               move LNK-NEW-CARD-EXPIRY of LNK-NEW-CARD-RECORD
                                             to TLM-NEW-EXPIRY
           else
               move 0 to TLM-NEW-PAN
               move 0 to TLM-NEW-EXPIRY
           end-if
           write LIFECYCLE-MESSAGE
           add 1 to LNK-TOKENS-CHANGED
           .
