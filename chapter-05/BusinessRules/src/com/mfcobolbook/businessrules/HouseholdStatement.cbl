      *> so a customer with several cards or a savings account
      *> alongside a credit card gets one combined mailing instead of
      *> one statement per account.
      *> Each statement printed is listed on the mail manifest, so
      *> the postal preparation step can address, presort and
      *> barcode it before the print file goes to the vendor.
      *> A customer whose address is flagged undeliverable gets no
      *> combined statement - it is paper only, and the mail is
      *> coming back. Their e-statements still go out from the
      *> month-end extract where the contact preference asks for
      *> them.
      *> The statement's fixed wording comes from the wording file in
      *> the customer's preferred language, English standing in for
      *> any piece not yet translated, and the message area is
      *> targeted by that language too.
       program-id. HouseholdStatement.

       environment division.
               record key is FILE-RECURRING-KEY
                          of FILE-RECURRING-CHARGE
               .
           select Manifest-File assign to external mailManifestFile
               organization is line sequential
               file status is WS-MANIFEST-STATUS
               .
           select Statement-File assign to external statementFile
               file status is WS-STATEMENT-STATUS
               organization is indexed
       copy "RECURRING-CHARGE.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Statement-File.
       copy "STATEMENT-RECORD.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Manifest-File.
       copy "MAIL-MANIFEST.cpy" replacing ==(PREFIX)== by ==FILE==.

       working-storage section.
       copy "FUNCTION-CODES.cpy".
        03 FILE-STATUS-BYTE-2              PIC X.
       01 WS-CONTROL-STATUS                PIC XX.
       01 WS-STATEMENT-STATUS              PIC XX.
       01 WS-MANIFEST-STATUS               PIC XX.
       01 WS-TODAY                         PIC 9(08).
       01 WS-LOOKUP-STATUS.
        03 WS-LOOKUP-STATUS-1              PIC X.
        03 WS-LOOKUP-STATUS-2              PIC X.
        03 WS-MSG-LINE                     PIC X(60) OCCURS 3.
       01 WS-MSG-LINES-OUT                 PIC 9(01).
       01 WS-MSG-INDEX                     PIC 9 COMP-5.
       01 WS-MSG-LANGUAGE                  PIC X(02).

      *> The statement's fixed wording - each piece's wording file id
      *> and the English printed where the file has no row for it,
      *> then the wording as fetched for this customer's language.
       78 WORDING-MAX                      VALUE 23.
       01 WORDING-DEFAULTS.
        03 FILLER PIC X(08) VALUE "HH-TITLE".
        03 FILLER PIC X(80) VALUE "Household statement for customer".
        03 FILLER PIC X(08) VALUE "HH-CYCLE".
        03 FILLER PIC X(80) VALUE "cycle".
        03 FILLER PIC X(08) VALUE "HH-NOACC".
        03 FILLER PIC X(80) VALUE
                   "No accounts on file for this customer".
        03 FILLER PIC X(08) VALUE "HH-ACCT".
        03 FILLER PIC X(80) VALUE "Account".
        03 FILLER PIC X(08) VALUE "HH-BALNC".
        03 FILLER PIC X(80) VALUE "balance".
        03 FILLER PIC X(08) VALUE "HH-SKIP1".
        03 FILLER PIC X(80) VALUE
                   "NO PAYMENT DUE THIS CYCLE - SKIP-A-PAYMENT HOLIDAY".
        03 FILLER PIC X(08) VALUE "HH-SKIP2".
        03 FILLER PIC X(80) VALUE "ACCEPTED; INTEREST STILL ACCRUED".
        03 FILLER PIC X(08) VALUE "HH-TOTBL".
        03 FILLER PIC X(80) VALUE "Household ending balance:".
        03 FILLER PIC X(08) VALUE "HH-TOTIN".
        03 FILLER PIC X(80) VALUE "Household interest charged:".
        03 FILLER PIC X(08) VALUE "HH-TOTMN".
        03 FILLER PIC X(80) VALUE "Household minimum due:".
        03 FILLER PIC X(08) VALUE "HH-SUBS".
        03 FILLER PIC X(80) VALUE
                   "Subscriptions and recurring charges:".
        03 FILLER PIC X(08) VALUE "HH-STOPD".
        03 FILLER PIC X(80) VALUE "** STOPPED AT YOUR REQUEST **".
        03 FILLER PIC X(08) VALUE "HH-PLAN".
        03 FILLER PIC X(80) VALUE "Installment plan".
        03 FILLER PIC X(08) VALUE "HH-PAID".
        03 FILLER PIC X(80) VALUE "paid".
        03 FILLER PIC X(08) VALUE "HH-OF".
        03 FILLER PIC X(80) VALUE "of".
        03 FILLER PIC X(08) VALUE "HH-MNTHL".
        03 FILLER PIC X(80) VALUE "monthly".
        03 FILLER PIC X(08) VALUE "HH-REMAN".
        03 FILLER PIC X(80) VALUE "remaining".
        03 FILLER PIC X(08) VALUE "HH-HELD".
        03 FILLER PIC X(80) VALUE
                   "Payment credit on hold until your payment clears:".
        03 FILLER PIC X(08) VALUE "HH-TIER".
        03 FILLER PIC X(80) VALUE
                   "Your relationship pricing tier changed from".
        03 FILLER PIC X(08) VALUE "HH-TIERT".
        03 FILLER PIC X(80) VALUE "to".
        03 FILLER PIC X(08) VALUE "HH-TAPR".
        03 FILLER PIC X(80) VALUE
                   "Purchase APR discount now in force (percent):".
        03 FILLER PIC X(08) VALUE "HH-TFEE".
        03 FILLER PIC X(80) VALUE
                   "Annual fee waived while you hold this tier".
        03 FILLER PIC X(08) VALUE "HH-TENDB".
        03 FILLER PIC X(80) VALUE
                   "Relationship pricing benefits on this account end".
       01 WORDING-DEFAULT-TABLE REDEFINES WORDING-DEFAULTS.
        03 WORDING-DEFAULT OCCURS 23 TIMES.
         05 WDD-TEXT-ID                     PIC X(08).
         05 WDD-TEXT                        PIC X(80).
       01 WORDING-TABLE.
        03 WD-TEXT                         PIC X(80) OCCURS 23 TIMES.
       01 WORDING-INDEX                    PIC 99 COMP-5.
       78 WD-TITLE                         VALUE 1.
       78 WD-CYCLE                         VALUE 2.
       78 WD-NO-ACCOUNTS                   VALUE 3.
       78 WD-ACCOUNT                       VALUE 4.
       78 WD-BALANCE                       VALUE 5.
       78 WD-SKIP-1                        VALUE 6.
       78 WD-SKIP-2                        VALUE 7.
       78 WD-TOTAL-BALANCE                 VALUE 8.
       78 WD-TOTAL-INTEREST                VALUE 9.
       78 WD-TOTAL-MINIMUM                 VALUE 10.
       78 WD-SUBSCRIPTIONS                 VALUE 11.
       78 WD-STOPPED                       VALUE 12.
       78 WD-PLAN                          VALUE 13.
       78 WD-PAID                          VALUE 14.
       78 WD-OF                            VALUE 15.
       78 WD-MONTHLY                       VALUE 16.
       78 WD-REMAINING                     VALUE 17.
       78 WD-HELD-CREDIT                   VALUE 18.
       78 WD-TIER-FROM                     VALUE 19.
       78 WD-TIER-TO                       VALUE 20.
       78 WD-TIER-APR                      VALUE 21.
       78 WD-TIER-FEE                      VALUE 22.
       78 WD-TIER-ENDED                    VALUE 23.
       01 DISPLAY-TIER-RATE                PIC Z9.99.
       01 WS-TIER-PERCENT                  PIC 99V99.
       01 WS-FROM-TIER                     PIC X(01).
       01 WS-TO-TIER                       PIC X(01).
       01 WS-PRINT-LINE                    PIC X(132).
       01 DISPLAY-ACCOUNT-ID               PIC 9(10).

       01 WS-CONTROL-CUSTOMER-ID           PIC 9(9).
       01 WS-CONTROL-CYCLE-DATE            PIC 9(8).
       01 WS-HOUSEHOLD-INTEREST            PIC S9(12)V99 VALUE 0.
       01 WS-HOUSEHOLD-MINIMUM             PIC S9(12)V99 VALUE 0.
       01 WS-STATEMENTS-PRINTED            PIC 9(6) COMP-5 VALUE 0.
       01 WS-STATEMENTS-WITHHELD           PIC 9(6) COMP-5 VALUE 0.

       01 DISPLAY-CASH                     PIC -Z(12)9.99.

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           perform OPEN-FILES
           if FILE-STATUS = "00" and WS-CONTROL-STATUS = "00"
               perform PROCESS-CONTROL-FILE
           end-if
           display "*** Household statements printed: "
                   WS-STATEMENTS-PRINTED
           display "*** ... withheld, undeliverable:  "
                   WS-STATEMENTS-WITHHELD
           call REPORT-MESSAGE-COUNTS
           call REPORT-TEXT-FALLBACKS
           stop run.

       OPEN-FILES SECTION.
                       WS-CONTROL-STATUS
               exit section
           end-if
           open extend Manifest-File
           if WS-MANIFEST-STATUS = "35" or WS-MANIFEST-STATUS = "05"
               open output Manifest-File
           end-if
           .

       PROCESS-CONTROL-FILE SECTION.
                       WS-CONTROL-CUSTOMER-ID
               exit section
           end-if
           if WS-ADDRESS-IS-UNDELIVERABLE
               add 1 to WS-STATEMENTS-WITHHELD
               display "*** Statement withheld - address "
                       "undeliverable since " WS-UNDELIVERABLE-DATE
                       ", customer " WS-CONTROL-CUSTOMER-ID
               exit section
           end-if
           perform PRINT-HOUSEHOLD-STATEMENT
           .

           move 0 to WS-HOUSEHOLD-BALANCE
           move 0 to WS-HOUSEHOLD-INTEREST
           move 0 to WS-HOUSEHOLD-MINIMUM
           perform LOAD-STATEMENT-WORDING
           display " "
           move spaces to WS-PRINT-LINE
           string "*** " delimited by size
                  WD-TEXT(WD-TITLE) delimited by "  "
                  " " delimited by size
                  WS-CONTROL-CUSTOMER-ID delimited by size
                  " - " delimited by size
                  WS-FIRST-NAME delimited by "  "
                  " " delimited by size
                  WS-LAST-NAME delimited by "  "
                  " - " delimited by size
                  WD-TEXT(WD-CYCLE) delimited by "  "
                  " " delimited by size
                  WS-CONTROL-CYCLE-DATE delimited by size
                  into WS-PRINT-LINE
           end-string
           display WS-PRINT-LINE
           move WS-REQUESTED-CUSTOMER-ID to
                        WS-CUSTOMER-ID of WS-ACCOUNT
           move 0 to WS-ACCOUNT-ID of WS-ACCOUNT
           end-perform
           move "00" to FILE-STATUS
           if WS-HOUSEHOLD-ACCOUNT-COUNT = 0
               display "*** " WD-TEXT(WD-NO-ACCOUNTS)(1:60)
           else
               move WS-HOUSEHOLD-BALANCE to DISPLAY-CASH
               display "    " WD-TEXT(WD-TOTAL-BALANCE)(1:27)
                       DISPLAY-CASH
               move WS-HOUSEHOLD-INTEREST to DISPLAY-CASH
               display "    " WD-TEXT(WD-TOTAL-INTEREST)(1:27)
                       DISPLAY-CASH
               move WS-HOUSEHOLD-MINIMUM to DISPLAY-CASH
               display "    " WD-TEXT(WD-TOTAL-MINIMUM)(1:27)
                       DISPLAY-CASH
               add 1 to WS-STATEMENTS-PRINTED
               perform WRITE-MANIFEST-ROW
           end-if
           .

      *> Each piece of the statement's wording in the customer's
      *> language - spaces on an older record read as English - the
      *> English default standing wherever the wording file is
      *> silent.
       LOAD-STATEMENT-WORDING SECTION.
           move WS-PREFERRED-LANGUAGE to WS-MSG-LANGUAGE
           perform varying WORDING-INDEX from 1 by 1
                       until WORDING-INDEX > WORDING-MAX
               move WDD-TEXT(WORDING-INDEX) to WD-TEXT(WORDING-INDEX)
               call GET-STATEMENT-TEXT using by reference
                                         WDD-TEXT-ID(WORDING-INDEX)
                                         WS-MSG-LANGUAGE
                                         WD-TEXT(WORDING-INDEX)
           end-perform
           .

      *> The statement goes to the customer, not to any one of the
      *> household's accounts.
       WRITE-MANIFEST-ROW SECTION.
           set FILE-MAN-HOUSEHOLD-STATEMENT to true
           move WS-CONTROL-CYCLE-DATE to FILE-MAN-DOCUMENT-REF
           move WS-STATEMENTS-PRINTED to FILE-MAN-DOCUMENT-SEQ
           move WS-CONTROL-CUSTOMER-ID to FILE-MAN-CUSTOMER-ID
           move 0 to FILE-MAN-ACCOUNT-ID
           move WS-TODAY to FILE-MAN-PRODUCED-DATE
           write FILE-MAIL-MANIFEST
           .

       READ-NEXT-ACCOUNT SECTION.
           move READ-NEXT to WS-FUNCTION-CODE
           call FIND-ACCOUNT-BY-CUSTOMER using by value
               add FILE-INTEREST-CHARGED to WS-HOUSEHOLD-INTEREST
               add FILE-MINIMUM-PAYMENT to WS-HOUSEHOLD-MINIMUM
               move FILE-ENDING-BALANCE to DISPLAY-CASH
               move WS-ACCOUNT-ID of WS-ACCOUNT to DISPLAY-ACCOUNT-ID
               move spaces to WS-PRINT-LINE
               string "    " delimited by size
                      WD-TEXT(WD-ACCOUNT) delimited by "  "
                      " " delimited by size
                      DISPLAY-ACCOUNT-ID delimited by size
                      "  " delimited by size
                      WD-TEXT(WD-BALANCE) delimited by "  "
                      " " delimited by size
                      DISPLAY-CASH delimited by size
                      into WS-PRINT-LINE
               end-string
               display WS-PRINT-LINE
               if FILE-CYCLE-WAS-SKIPPED of FILE-STATEMENT-RECORD
                   move spaces to WS-PRINT-LINE
                   string "      " delimited by size
                          WD-TEXT(WD-SKIP-1) delimited by "  "
                          " " delimited by size
                          WD-TEXT(WD-SKIP-2) delimited by "  "
                          into WS-PRINT-LINE
                   end-string
                   display WS-PRINT-LINE
               end-if
               if FILE-HELD-PAYMENT-CREDIT of FILE-STATEMENT-RECORD > 0
                   move FILE-HELD-PAYMENT-CREDIT
                                    of FILE-STATEMENT-RECORD
                                                    to DISPLAY-CASH
                   move spaces to WS-PRINT-LINE
                   string "      " delimited by size
                          WD-TEXT(WD-HELD-CREDIT) delimited by "  "
                          " " delimited by size
                          DISPLAY-CASH delimited by size
                          into WS-PRINT-LINE
                   end-string
                   display WS-PRINT-LINE
               end-if
               if FILE-REL-TIER-CHANGED of FILE-STATEMENT-RECORD
                   perform PRINT-TIER-CHANGE
               end-if
               perform PRINT-INSTALLMENT-SECTION
               perform PRINT-SUBSCRIPTION-SECTION
           end-if
           .

      *> A relationship tier change in the cycle: the tiers moved
      *> between (a dash for no tier) and what the account now gets
      *> for it - or that its benefits have stopped.
       PRINT-TIER-CHANGE SECTION.
           move FILE-REL-PRIOR-TIER of FILE-STATEMENT-RECORD
                                                   to WS-FROM-TIER
           if WS-FROM-TIER = space
               move "-" to WS-FROM-TIER
           end-if
           move FILE-REL-TIER of FILE-STATEMENT-RECORD to WS-TO-TIER
           if WS-TO-TIER = space
               move "-" to WS-TO-TIER
           end-if
           move spaces to WS-PRINT-LINE
           string "      " delimited by size
                  WD-TEXT(WD-TIER-FROM) delimited by "  "
                  " " delimited by size
                  WS-FROM-TIER delimited by size
                  " " delimited by size
                  WD-TEXT(WD-TIER-TO) delimited by "  "
                  " " delimited by size
                  WS-TO-TIER delimited by size
                  into WS-PRINT-LINE
           end-string
           display WS-PRINT-LINE
           if FILE-REL-APR-DISCOUNT of FILE-STATEMENT-RECORD = 0
                   and FILE-REL-FEE-WAIVER of FILE-STATEMENT-RECORD
                                                       <> "Y"
               display "      " WD-TEXT(WD-TIER-ENDED)(1:60)
               exit section
           end-if
           if FILE-REL-APR-DISCOUNT of FILE-STATEMENT-RECORD > 0
               compute WS-TIER-PERCENT = FILE-REL-APR-DISCOUNT
                                      of FILE-STATEMENT-RECORD * 100
               move WS-TIER-PERCENT to DISPLAY-TIER-RATE
               move spaces to WS-PRINT-LINE
               string "      " delimited by size
                      WD-TEXT(WD-TIER-APR) delimited by "  "
                      " " delimited by size
                      DISPLAY-TIER-RATE delimited by size
                      into WS-PRINT-LINE
               end-string
               display WS-PRINT-LINE
           end-if
           if FILE-REL-FEE-WAIVER of FILE-STATEMENT-RECORD = "Y"
               display "      " WD-TEXT(WD-TIER-FEE)(1:60)
           end-if
           .

      *> The message area: whatever the targeted messaging engine
      *> selected for this account, space permitting - the same
      *> engine every statement renderer asks, so targeting never
      *> differs by output path. The customer's language goes with
      *> the account's facts, so a message keyed in more than one
      *> language is read in theirs.
       PRINT-MESSAGE-AREA SECTION.
           move WS-TYPE of WS-ACCOUNT to WS-MSG-TYPE
           move WS-INSTITUTION-CODE of WS-ACCOUNT to WS-MSG-BRANCH
                                             WS-MSG-BRANCH
                                             WS-MSG-BALANCE
                                             WS-MSG-PROMO-EXPIRY
                                             WS-MSG-LANGUAGE
                                             WS-MSG-AREA
                                             WS-MSG-LINES-OUT
           perform varying WS-MSG-INDEX from 1 by 1
                                   <> WS-ACCOUNT-ID of WS-ACCOUNT
               add 1 to WS-SUBS-SHOWN
               if WS-SUBS-SHOWN = 1
                   display "      " WD-TEXT(WD-SUBSCRIPTIONS)(1:60)
               end-if
               if FILE-MERCHANT-STOPPED of FILE-RECURRING-CHARGE
                   display "        " FILE-MERCHANT-NAME
                                  of FILE-RECURRING-CHARGE(1:30)
                           "  " WD-TEXT(WD-STOPPED)(1:40)
               else
                   display "        " FILE-MERCHANT-NAME
                                  of FILE-RECURRING-CHARGE(1:30)
                                   to WS-IPL-TERM-DISPLAY
                   move WS-IPL-PLAN-INSTALLMENT to DISPLAY-CASH
                   move WS-IPL-PLAN-REMAINING to DISPLAY-CASH-2
                   move spaces to WS-PRINT-LINE
                   string "      " delimited by size
                          WD-TEXT(WD-PLAN) delimited by "  "
                          " " delimited by size
                          WS-IPL-PLAN-DESCRIPTION delimited by size
                          into WS-PRINT-LINE
                   end-string
                   display WS-PRINT-LINE
                   move spaces to WS-PRINT-LINE
                   string "        " delimited by size
                          WD-TEXT(WD-PAID) delimited by "  "
                          " " delimited by size
                          WS-IPL-BILLED-DISPLAY delimited by size
                          " " delimited by size
                          WD-TEXT(WD-OF) delimited by "  "
                          " " delimited by size
                          WS-IPL-TERM-DISPLAY delimited by size
                          "  " delimited by size
                          WD-TEXT(WD-MONTHLY) delimited by "  "
                          " " delimited by size
                          DISPLAY-CASH delimited by size
                          "  " delimited by size
                          WD-TEXT(WD-REMAINING) delimited by "  "
                          " " delimited by size
                          DISPLAY-CASH-2 delimited by size
                          into WS-PRINT-LINE
                   end-string
                   display WS-PRINT-LINE
               end-if
               perform READ-NEXT-PLAN
           end-perform
           end-if
           close Statement-File
           close Control-File
           close Manifest-File
           .
