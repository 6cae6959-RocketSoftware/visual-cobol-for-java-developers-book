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

      *> Daily intercompany netting. Reads the whole intercompany
      *> ledger PaymentPosting and HouseholdPaymentPosting append to
      *> and nets every pair of institutions to one figure - what the
      *> lower-numbered institution owes the higher, or the reverse -
      *> with the day's movement beside the cumulative position.
      *> Settlements the treasury staged for the day arrive as
      *> PAYER,PAYEE,AMOUNT lines (amount in cents) and are appended
      *> to the ledger as settlement rows before the report prints; a
      *> settlement larger than what the payer owes the payee is
      *> refused, so a position can be paid down but never flipped by
      *> mistake. Each institution's net position follows - due-from
      *> less due-to - and the positions across the group must add to
      *> zero, which the report proves on its last line.
       program-id. IntercompanyNetting.

       environment division.
       input-output section.
       file-control.
           select Intercompany-File
               assign to external intercompanyLedgerFile
               organization is line sequential
               file status is WS-IC-FILE-STATUS
               .
           select Settlement-File
               assign to external intercompanySettlementFile
               organization is line sequential
               file status is WS-SETTLEMENT-STATUS
               .

       data division.
       file section.
       fd Intercompany-File.
       copy "INTERCOMPANY-ENTRY.cpy"
                              replacing ==(PREFIX)== by ==FILE==.
       fd Settlement-File.
       01 SETTLEMENT-LINE                  PIC X(80).

       working-storage section.
       copy "PROCEDURE-NAMES.cpy".
       copy "INTERCOMPANY-ENTRY.cpy"
                              replacing ==(PREFIX)== by ==WS==.
       01 WS-IC-FILE-STATUS                PIC XX.
       01 WS-SETTLEMENT-STATUS             PIC XX.
       01 WS-IC-OPEN-FLAG                  PIC X VALUE "N".
        88 INTERCOMPANY-FILE-IS-OPEN           VALUE "Y".
       01 WS-TODAY                         PIC 9(08).

       01 WS-PARSE-PAYER                   PIC X(11).
       01 WS-PARSE-PAYEE                   PIC X(11).
       01 WS-PARSE-AMOUNT                  PIC X(11).
       01 WS-PARSE-TALLY                   PIC 99 COMP-5.
       01 WS-DIGIT-TEXT                    PIC X(11).
       01 WS-DIGIT-LENGTH                  PIC 99 COMP-5.
       01 WS-DIGIT-VALUE                   PIC 9(11).
       01 WS-DIGIT-FLAG                    PIC X.
        88 DIGITS-ARE-VALID                    VALUE "Y".
       01 WS-SETTLE-PAYER                  PIC 9(03).
       01 WS-SETTLE-PAYEE                  PIC 9(03).
       01 WS-SETTLE-AMOUNT                 PIC S9(12)V99.
       01 WS-PAYER-OWES                    PIC S9(12)V99.

      *> One row per pair of institutions, lower code first; a
      *> positive net is owed by the lower code to the higher.
       78 MAX-INTERCOMPANY-PAIRS           VALUE 500.
       01 WS-PAIR-COUNT                    PIC 9(4) COMP-5 VALUE 0.
       01 WS-PAIR-INDEX                    PIC 9(4) COMP-5.
       01 WS-FOUND-INDEX                   PIC 9(4) COMP-5.
       01 WS-PAIR-TABLE.
        03 WS-PAIR-ENTRY OCCURS 500.
         05 WS-PAIR-LOW                    PIC 9(03).
         05 WS-PAIR-HIGH                   PIC 9(03).
         05 WS-PAIR-NET                    PIC S9(12)V99.
         05 WS-PAIR-TODAY                  PIC S9(12)V99.
       01 WS-FIND-LOW                      PIC 9(03).
       01 WS-FIND-HIGH                     PIC 9(03).
       01 WS-SIGNED-AMOUNT                 PIC S9(12)V99.

      *> Net position per institution, subscripted by code + 1.
       01 WS-INST-TABLE.
        03 WS-INST-NET OCCURS 1000         PIC S9(12)V99.
        03 WS-INST-ACTIVE OCCURS 1000      PIC X.
       01 WS-INST-INDEX                    PIC 9(4) COMP-5.
       01 WS-INST-CODE                     PIC 9(03).
       01 WS-GROUP-TOTAL                   PIC S9(12)V99.

       01 WS-ENTRIES-READ                  PIC 9(6) COMP-5 VALUE 0.
       01 WS-MALFORMED-COUNT               PIC 9(6) COMP-5 VALUE 0.
       01 WS-SETTLEMENTS-POSTED            PIC 9(6) COMP-5 VALUE 0.
       01 WS-REJECTS                       PIC 9(6) COMP-5 VALUE 0.

       01 DISPLAY-CASH                     PIC -Z(12)9.99.
       01 DISPLAY-CASH-2                   PIC -Z(12)9.99.

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           initialize WS-INST-TABLE
           perform LOAD-THE-LEDGER
           perform APPLY-SETTLEMENTS
           perform PRINT-NETTING-REPORT
           if INTERCOMPANY-FILE-IS-OPEN
               close Intercompany-File
           end-if
           display "*** Ledger entries read:    " WS-ENTRIES-READ
           display "*** Malformed entries:      " WS-MALFORMED-COUNT
           display "*** Settlements posted:     " WS-SETTLEMENTS-POSTED
           display "*** Settlements rejected:   " WS-REJECTS
           stop run.

       LOAD-THE-LEDGER SECTION.
           open input Intercompany-File
           if WS-IC-FILE-STATUS = "35" or WS-IC-FILE-STATUS = "05"
               display "*** No intercompany activity recorded yet"
               exit section
           end-if
           if WS-IC-FILE-STATUS <> "00"
               display "*** Could not open intercompany ledger, "
                       "status " WS-IC-FILE-STATUS
               exit section
           end-if
           read Intercompany-File
               at end move "10" to WS-IC-FILE-STATUS
           end-read
           perform until WS-IC-FILE-STATUS <> "00"
               add 1 to WS-ENTRIES-READ
               move FILE-INTERCOMPANY-ENTRY to WS-INTERCOMPANY-ENTRY
               perform ADD-ENTRY-TO-POSITIONS
               read Intercompany-File
                   at end move "10" to WS-IC-FILE-STATUS
               end-read
           end-perform
           close Intercompany-File
           .

      *> A row naming one institution on both sides, whose figures
      *> are not numbers, or whose sign disagrees with its type
      *> cannot be netted - it is counted and shown so the balance
      *> line is never quietly wrong.
       ADD-ENTRY-TO-POSITIONS SECTION.
           if WS-IC-AMOUNT not numeric
                   or WS-DUE-TO-INSTITUTION not numeric
                   or WS-DUE-FROM-INSTITUTION not numeric
                   or WS-DUE-TO-INSTITUTION = WS-DUE-FROM-INSTITUTION
                   or (WS-IC-CASH-RECEIVED and WS-IC-AMOUNT not > 0)
                   or (WS-IC-SETTLEMENT and WS-IC-AMOUNT not < 0)
                   or not (WS-IC-CASH-RECEIVED or WS-IC-SETTLEMENT)
               add 1 to WS-MALFORMED-COUNT
               display "*** Malformed intercompany entry: "
                       WS-INTERCOMPANY-ENTRY
               exit section
           end-if
           perform POST-TO-PAIR
           .

       POST-TO-PAIR SECTION.
           if WS-DUE-TO-INSTITUTION < WS-DUE-FROM-INSTITUTION
               move WS-DUE-TO-INSTITUTION to WS-FIND-LOW
               move WS-DUE-FROM-INSTITUTION to WS-FIND-HIGH
               move WS-IC-AMOUNT to WS-SIGNED-AMOUNT
           else
               move WS-DUE-FROM-INSTITUTION to WS-FIND-LOW
               move WS-DUE-TO-INSTITUTION to WS-FIND-HIGH
               compute WS-SIGNED-AMOUNT = 0 - WS-IC-AMOUNT
           end-if
           perform FIND-PAIR
           if WS-FOUND-INDEX = 0
               if WS-PAIR-COUNT >= MAX-INTERCOMPANY-PAIRS
                   add 1 to WS-MALFORMED-COUNT
                   display "*** Too many institution pairs - entry "
                           "not netted: " WS-INTERCOMPANY-ENTRY
                   exit section
               end-if
               add 1 to WS-PAIR-COUNT
               move WS-PAIR-COUNT to WS-FOUND-INDEX
               move WS-FIND-LOW to WS-PAIR-LOW(WS-FOUND-INDEX)
               move WS-FIND-HIGH to WS-PAIR-HIGH(WS-FOUND-INDEX)
               move 0 to WS-PAIR-NET(WS-FOUND-INDEX)
               move 0 to WS-PAIR-TODAY(WS-FOUND-INDEX)
           end-if
           add WS-SIGNED-AMOUNT to WS-PAIR-NET(WS-FOUND-INDEX)
           if WS-IC-ENTRY-DATE = WS-TODAY
               add WS-SIGNED-AMOUNT to WS-PAIR-TODAY(WS-FOUND-INDEX)
           end-if
           compute WS-INST-INDEX = WS-DUE-FROM-INSTITUTION + 1
           add WS-IC-AMOUNT to WS-INST-NET(WS-INST-INDEX)
           move "Y" to WS-INST-ACTIVE(WS-INST-INDEX)
           compute WS-INST-INDEX = WS-DUE-TO-INSTITUTION + 1
           subtract WS-IC-AMOUNT from WS-INST-NET(WS-INST-INDEX)
           move "Y" to WS-INST-ACTIVE(WS-INST-INDEX)
           .

       FIND-PAIR SECTION.
           move 0 to WS-FOUND-INDEX
           perform varying WS-PAIR-INDEX from 1 by 1
                   until WS-PAIR-INDEX > WS-PAIR-COUNT
                      or WS-FOUND-INDEX > 0
               if WS-PAIR-LOW(WS-PAIR-INDEX) = WS-FIND-LOW
                       and WS-PAIR-HIGH(WS-PAIR-INDEX) = WS-FIND-HIGH
                   move WS-PAIR-INDEX to WS-FOUND-INDEX
               end-if
           end-perform
           .

       APPLY-SETTLEMENTS SECTION.
           open input Settlement-File
           if WS-SETTLEMENT-STATUS <> "00"
               exit section
           end-if
           read Settlement-File
               at end move "10" to WS-SETTLEMENT-STATUS
           end-read
           perform until WS-SETTLEMENT-STATUS <> "00"
               perform APPLY-SETTLEMENT-LINE
               read Settlement-File
                   at end move "10" to WS-SETTLEMENT-STATUS
               end-read
           end-perform
           close Settlement-File
           .

       APPLY-SETTLEMENT-LINE SECTION.
           move spaces to WS-PARSE-PAYER WS-PARSE-PAYEE
                          WS-PARSE-AMOUNT
           move 0 to WS-PARSE-TALLY
           unstring SETTLEMENT-LINE delimited by ","
               into WS-PARSE-PAYER
                    WS-PARSE-PAYEE
                    WS-PARSE-AMOUNT
               tallying in WS-PARSE-TALLY
           end-unstring
           if WS-PARSE-TALLY <> 3
               perform REJECT-SETTLEMENT
               exit section
           end-if
           move WS-PARSE-PAYER to WS-DIGIT-TEXT
           perform PARSE-DIGITS
           if not DIGITS-ARE-VALID or WS-DIGIT-VALUE > 999
               perform REJECT-SETTLEMENT
               exit section
           end-if
           move WS-DIGIT-VALUE to WS-SETTLE-PAYER
           move WS-PARSE-PAYEE to WS-DIGIT-TEXT
           perform PARSE-DIGITS
           if not DIGITS-ARE-VALID or WS-DIGIT-VALUE > 999
               perform REJECT-SETTLEMENT
               exit section
           end-if
           move WS-DIGIT-VALUE to WS-SETTLE-PAYEE
           move WS-PARSE-AMOUNT to WS-DIGIT-TEXT
           perform PARSE-DIGITS
           if not DIGITS-ARE-VALID or WS-DIGIT-VALUE = 0
                   or WS-SETTLE-PAYER = WS-SETTLE-PAYEE
               perform REJECT-SETTLEMENT
               exit section
           end-if
           divide WS-DIGIT-VALUE by 100 giving WS-SETTLE-AMOUNT
      *>   What the payer owes the payee today, before this payment.
           if WS-SETTLE-PAYER < WS-SETTLE-PAYEE
               move WS-SETTLE-PAYER to WS-FIND-LOW
               move WS-SETTLE-PAYEE to WS-FIND-HIGH
           else
               move WS-SETTLE-PAYEE to WS-FIND-LOW
               move WS-SETTLE-PAYER to WS-FIND-HIGH
           end-if
           perform FIND-PAIR
           move 0 to WS-PAYER-OWES
           if WS-FOUND-INDEX > 0
               if WS-SETTLE-PAYER < WS-SETTLE-PAYEE
                   move WS-PAIR-NET(WS-FOUND-INDEX) to WS-PAYER-OWES
               else
                   compute WS-PAYER-OWES =
                           0 - WS-PAIR-NET(WS-FOUND-INDEX)
               end-if
           end-if
           if WS-SETTLE-AMOUNT > WS-PAYER-OWES
               move WS-PAYER-OWES to DISPLAY-CASH
               display "*** Settlement exceeds the position of "
                       DISPLAY-CASH
               perform REJECT-SETTLEMENT
               exit section
           end-if
           move WS-TODAY to WS-IC-ENTRY-DATE
           set WS-IC-SETTLEMENT to true
           move WS-SETTLE-PAYER to WS-DUE-TO-INSTITUTION
           move WS-SETTLE-PAYEE to WS-DUE-FROM-INSTITUTION
           compute WS-IC-AMOUNT = 0 - WS-SETTLE-AMOUNT
           set WS-IC-FROM-SETTLEMENT to true
           move 0 to WS-IC-ACCOUNT-ID
           move 0 to WS-IC-PAYMENT-ID
           perform WRITE-INTERCOMPANY-ENTRY
           perform POST-TO-PAIR
           add 1 to WS-SETTLEMENTS-POSTED
           move WS-SETTLE-AMOUNT to DISPLAY-CASH
           display "SETTLED   institution " WS-SETTLE-PAYER
                   " paid " WS-SETTLE-PAYEE " " DISPLAY-CASH
           .

      *> Appends one row to the intercompany ledger - opened on first
      *> use in extend mode, the same way PaymentPosting opens it.
       WRITE-INTERCOMPANY-ENTRY SECTION.
           if not INTERCOMPANY-FILE-IS-OPEN
               open extend Intercompany-File
               if WS-IC-FILE-STATUS = "35"
                       or WS-IC-FILE-STATUS = "05"
                   open output Intercompany-File
               end-if
               set INTERCOMPANY-FILE-IS-OPEN to true
           end-if
           move WS-INTERCOMPANY-ENTRY to FILE-INTERCOMPANY-ENTRY
           write FILE-INTERCOMPANY-ENTRY
           .

       REJECT-SETTLEMENT SECTION.
           add 1 to WS-REJECTS
           display "REJECTED  " SETTLEMENT-LINE(1:40)
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

       PRINT-NETTING-REPORT SECTION.
           display " "
           display "INTERCOMPANY NETTING  " WS-TODAY
           display " "
           perform varying WS-PAIR-INDEX from 1 by 1
                   until WS-PAIR-INDEX > WS-PAIR-COUNT
               perform PRINT-ONE-PAIR
           end-perform
           display " "
           display "INSTITUTION NET POSITIONS (owed to, less owed by)"
           move 0 to WS-GROUP-TOTAL
           perform varying WS-INST-INDEX from 1 by 1
                   until WS-INST-INDEX > 1000
               if WS-INST-ACTIVE(WS-INST-INDEX) = "Y"
                   compute WS-INST-CODE = WS-INST-INDEX - 1
                   add WS-INST-NET(WS-INST-INDEX) to WS-GROUP-TOTAL
                   move WS-INST-NET(WS-INST-INDEX) to DISPLAY-CASH
                   display "  institution " WS-INST-CODE
                           "  net " DISPLAY-CASH
               end-if
           end-perform
           move WS-GROUP-TOTAL to DISPLAY-CASH
           display "  group total             " DISPLAY-CASH
           if WS-GROUP-TOTAL <> 0 or WS-MALFORMED-COUNT > 0
               display "*** INTERCOMPANY POSITIONS DO NOT NET TO ZERO"
           end-if
           .

      *> Shows the pair the way treasury settles it: whoever owes,
      *> whom, how much, with today's movement in the same direction
      *> - a pair netted to zero prints as square.
       PRINT-ONE-PAIR SECTION.
           move WS-PAIR-TODAY(WS-PAIR-INDEX) to DISPLAY-CASH-2
           evaluate true
               when WS-PAIR-NET(WS-PAIR-INDEX) > 0
                   move WS-PAIR-NET(WS-PAIR-INDEX) to DISPLAY-CASH
                   display "  institution " WS-PAIR-LOW(WS-PAIR-INDEX)
                           " owes " WS-PAIR-HIGH(WS-PAIR-INDEX)
                           " " DISPLAY-CASH
                           "  today " DISPLAY-CASH-2
               when WS-PAIR-NET(WS-PAIR-INDEX) < 0
                   compute WS-SIGNED-AMOUNT =
                           0 - WS-PAIR-NET(WS-PAIR-INDEX)
                   move WS-SIGNED-AMOUNT to DISPLAY-CASH
                   compute WS-SIGNED-AMOUNT =
                           0 - WS-PAIR-TODAY(WS-PAIR-INDEX)
                   move WS-SIGNED-AMOUNT to DISPLAY-CASH-2
                   display "  institution " WS-PAIR-HIGH(WS-PAIR-INDEX)
                           " owes " WS-PAIR-LOW(WS-PAIR-INDEX)
                           " " DISPLAY-CASH
                           "  today " DISPLAY-CASH-2
               when other
                   display "  institutions " WS-PAIR-LOW(WS-PAIR-INDEX)
                           " and " WS-PAIR-HIGH(WS-PAIR-INDEX)
                           " square          today " DISPLAY-CASH-2
           end-evaluate
           .
