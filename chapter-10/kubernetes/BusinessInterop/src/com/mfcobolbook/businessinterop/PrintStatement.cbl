       01 lookupMcc                     pic 9(4).
       01 lookupCategory                pic x(20).

      *> The statement's fixed wording - each piece's wording file id
      *> and the English printed where the file has no row for it,
      *> then the wording as fetched through the native StatementText
      *> lookup (GET-STATEMENT-TEXT) for the customer's preferred
      *> language, English standing in for anything untranslated -
      *> the same pieces-and-defaults table HouseholdStatement keeps.
       78 WORDING-MAX                   value 19.
       01 wordingDefaults.
         03 filler pic x(08) value "PS-TITLE".
         03 filler pic x(80) value "Statement for".
         03 filler pic x(08) value "PS-AND".
         03 filler pic x(80) value "and".
         03 filler pic x(08) value "PS-JOINT".
         03 filler pic x(80) value "(joint holder)".
         03 filler pic x(08) value "PS-ACCT".
         03 filler pic x(80) value "Account".
         03 filler pic x(08) value "PS-OPEN".
         03 filler pic x(80) value "opening balance".
         03 filler pic x(08) value "PS-INTCH".
         03 filler pic x(80) value "Interest charged".
         03 filler pic x(08) value "PS-NEWBL".
         03 filler pic x(80) value "New balance".
         03 filler pic x(08) value "PS-MINDU".
         03 filler pic x(80) value "Minimum payment due".
         03 filler pic x(08) value "PS-WARN1".
         03 filler pic x(80) value
                   "MINIMUM PAYMENT WARNING: If you make only the".
         03 filler pic x(08) value "PS-WARN2".
         03 filler pic x(80) value
                   "minimum payment each period, you will pay more".
         03 filler pic x(08) value "PS-WARN3".
         03 filler pic x(80) value
                   "in interest and it will take you longer to pay".
         03 filler pic x(08) value "PS-WARN4".
         03 filler pic x(80) value "off your balance.".
         03 filler pic x(08) value "PS-NEVR1".
         03 filler pic x(80) value
                   "Making only minimum payments, this balance".
         03 filler pic x(08) value "PS-NEVR2".
         03 filler pic x(80) value "would NEVER be repaid.".
         03 filler pic x(08) value "PS-PAYOF".
         03 filler pic x(80) value
                   "Payoff making only minimum payments:".
         03 filler pic x(08) value "PS-MONTH".
         03 filler pic x(80) value "months, total".
         03 filler pic x(08) value "PS-PAY36".
         03 filler pic x(80) value
                   "To pay off in 36 months, pay about".
         03 filler pic x(08) value "PS-WHERE".
         03 filler pic x(80) value "Where your money went this period".
         03 filler pic x(08) value "PS-PERMO".
         03 filler pic x(80) value "per month.".
       01 wordingDefaultTable redefines wordingDefaults.
         03 wordingDefault occurs 19.
           05 defaultTextId             pic x(08).
           05 defaultText               pic x(80).
       01 wordingTable.
         03 wordingText                 pic x(80) occurs 19.
       01 wordingIndex                  binary-long.
       01 wordingLanguage               pic x(02).
       78 WD-TITLE                      value 1.
       78 WD-AND                        value 2.
       78 WD-JOINT                      value 3.
       78 WD-ACCOUNT                    value 4.
       78 WD-OPENING                    value 5.
       78 WD-INTEREST                   value 6.
       78 WD-NEW-BALANCE                value 7.
       78 WD-MINIMUM                    value 8.
       78 WD-WARNING-1                  value 9.
       78 WD-WARNING-2                  value 10.
       78 WD-WARNING-3                  value 11.
       78 WD-WARNING-4                  value 12.
       78 WD-NEVER-1                    value 13.
       78 WD-NEVER-2                    value 14.
       78 WD-PAYOFF                     value 15.
       78 WD-MONTHS                     value 16.
       78 WD-PAY-36                     value 17.
       78 WD-WHERE                      value 18.
       78 WD-PER-MONTH                  value 19.

      *> Pieces this printer has produced, numbering each one's
      *> place on the mail manifest.
       01 piecesPrinted                 binary-long value 0.

       method-id new.
           set customerAccess to new CustomerDataAccess()
           set accountAccess to new AccountDataAccess()
         03 prefStatusByte1             pic x.
         03 prefStatusByte2             pic x.
       copy "ACCOUNT-HOLDER-XREF.cpy" replacing ==(PREFIX)== by ==HX==.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       01 xrefStatus.
         03 xrefStatusByte1             pic x.
         03 xrefStatusByte2             pic x.
       01 xrefFunction                  pic x.
       copy "CUSTOMER-RECORD.cpy" replacing ==(PREFIX)== by ==CUST==.
       01 custFunction                  pic x.
       01 custStatus.
         03 custStatusByte1             pic x.
         03 custStatusByte2             pic x.

           set account to accountAccess::getAccount(statement::getAccountId())
           set customer to customerAccess::getCustomer(account::customerId)
               goback
           end-if

      *>   The customer's own record carries what the data-access DTO
      *>   does not: mail to an address flagged undeliverable is
      *>   coming back, so no paper is produced until the address is
      *>   corrected - an electronic copy still goes out from the
      *>   month-end e-statement extract where the contact
      *>   preference asks for one. The record also says which
      *>   language the statement is worded in; a customer who
      *>   cannot be read gets the English wording and the paper.
           move account::customerId to CUST-CUSTOMER-ID
           move START-READ to custFunction
           call FIND-CUSTOMER-ID using by value custFunction
                            by reference CUST-CUSTOMER-RECORD
                                         custStatus
           move spaces to wordingLanguage
           if custStatus = "00"
               if CUST-ADDRESS-IS-UNDELIVERABLE
                   display "*** Statement withheld - address "
                           "undeliverable since "
                           CUST-UNDELIVERABLE-DATE
                           ", account " account::accountId
                   set result to ""
                   goback
               end-if
               move CUST-PREFERRED-LANGUAGE to wordingLanguage
           end-if
           invoke loadWording()

           set openingBalance to statement::getEndingAmount() -
                                 statement::getInterestAmount()
           set runningBalance to openingBalance

           set body to type String::format(
               "%s %s %s%n", wording(WD-TITLE),
               customer::firstName, customer::lastName)
      *>   Joint holders are named on the address block - the account
      *>   belongs to all of them, and the statement should say so.
                           customerAccess::getCustomer(HX-CUSTOMER-ID)
                       if jointHolder not = null
                           set body to body & type String::format(
                               "%s %s %s %s%n", wording(WD-AND),
                               jointHolder::firstName,
                               jointHolder::lastName,
                               wording(WD-JOINT))
                       end-if
                   end-if
                   move READ-NEXT to xrefFunction
               end-perform
           end-if
           set body to body & type String::format(
               "%s %d, %s %s%n" &
               "----------------------------------------%n",
               wording(WD-ACCOUNT), account::accountId,
               wording(WD-OPENING), openingBalance)

           call "MccCategoryLookup"
           set categoryCount to 0

           set body to body & type String::format(
               "----------------------------------------%n" &
               "%-28s%14s%n" &
               "%-28s%14s%n" &
               "%-28s%14s%n",
               wording(WD-INTEREST), statement::getInterestAmount(),
               wording(WD-NEW-BALANCE), statement::getEndingAmount(),
               wording(WD-MINIMUM), statement::getMinimumPayment())

      *>   The Reg Z minimum-payment warning box. 9999 months means
      *>   the minimum no longer covers the interest, which gets its
           if statement::getEndingAmount() > 0
               set body to body & type String::format(
                   "----------------------------------------%n" &
                   "%s%n%s%n%s%n%s%n",
                   wording(WD-WARNING-1), wording(WD-WARNING-2),
                   wording(WD-WARNING-3), wording(WD-WARNING-4))
               if statement::monthsToPayoff = 9999
                   set body to body & type String::format(
                       "%s%n%s%n",
                       wording(WD-NEVER-1), wording(WD-NEVER-2))
               else
                   set body to body & type String::format(
                       "%s %d %s %s%n", wording(WD-PAYOFF),
                       statement::monthsToPayoff, wording(WD-MONTHS),
                       statement::minimumPayTotalCost)
               end-if
               set body to body & type String::format(
                   "%s %s%n%s%n",
                   wording(WD-PAY-36), statement::payoff36Payment,
                   wording(WD-PER-MONTH))
           end-if

           if categoryCount > 0
               set body to body & type String::format(
                   "----------------------------------------%n" &
                   "%s%n", wording(WD-WHERE))
               perform varying categoryIndex from 1 by 1
                           until categoryIndex > categoryCount
                   set categoryAmount to
               end-perform
           end-if

           invoke recordMailPiece(statement, account)
           set result to body
       end method.

      *> Every piece of the statement's wording in the customer's
      *> language, the English default standing wherever the
      *> wording file is silent.
       method-id loadWording private.
           call "StatementText"
           perform varying wordingIndex from 1 by 1
                       until wordingIndex > WORDING-MAX
               move defaultText(wordingIndex) to
                                       wordingText(wordingIndex)
               call GET-STATEMENT-TEXT using by reference
                                     defaultTextId(wordingIndex)
                                     wordingLanguage
                                     wordingText(wordingIndex)
           end-perform
       end method.

       method-id wording (wordingId as binary-long)
                   returning result as string private.
           set result to wordingText(wordingId)
           set result to result::trim
       end method.

      *> Lists the printed statement on the mail manifest, the way
      *> the batch statement runs list theirs, so the postal
      *> preparation step addresses, presorts and barcodes it with
      *> the rest of the day's mail. The document reference is the
      *> statement's cycle start date; a manifest that cannot be
      *> written is reported but does not hold the statement back.
       method-id recordMailPiece (statement as type StatementDto,
                                  account as type AccountDto) private.
       copy "MAIL-MANIFEST.cpy" replacing ==(PREFIX)== by ==MAN==.
       01 manifestStatus                pic xx.
       01 producedDate                  pic 9(08).
       01 cycleRef                      string.
           add 1 to piecesPrinted
           call GET-PROCESSING-DATE using by reference producedDate
           set cycleRef to statement::getStartDate()::format(
                           type DateTimeFormatter::BASIC_ISO_DATE)
           set MAN-ACCOUNT-STATEMENT to true
           move cycleRef to MAN-DOCUMENT-REF
           move piecesPrinted to MAN-DOCUMENT-SEQ
           move account::customerId to MAN-CUSTOMER-ID
           move account::accountId to MAN-ACCOUNT-ID
           move producedDate to MAN-PRODUCED-DATE
           call "MailManifestLog"
           call RECORD-MAIL-PIECE using by reference MAN-MAIL-MANIFEST
                                                    manifestStatus
           if manifestStatus <> "00"
               display "*** Mail manifest not written, status "
                       manifestStatus ", account " account::accountId
           end-if
       end method.

      *> Rolls one printed transaction into the spend-by-category
      *> table: resolves its merchant category code to a category
      *> name through the native lookup table, then adds the amount
