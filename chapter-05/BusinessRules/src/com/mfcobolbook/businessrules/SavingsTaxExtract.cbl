      *> like the summary export) it totals the deposit-interest
      *> credit rows SavingsInterestRun posted, per customer across
      *> all their savings accounts, and for every customer at or
      *> past the ten-dollar reporting threshold, or with any backup
      *> withholding taken in the year (box 4 is reported whatever
      *> the interest):
      *>   - writes the fixed-format electronic filing record (payee
      *>     TIN, name, address, interest amount in cents, backup
      *>     withholding in cents and the payee's account number, the
      *>     one an IRS B-notice quotes back) between a transmitter
      *>     header and a totals trailer;
      *>   - writes a 1099 correspondence trigger so the customer
      *>     copy goes out through the correspondence engine like
      *>     every other letter.
      *> The outbound file is registered in transmission control
      *> under the TAX1099INT interface with the tax year as the
      *> sequence, so the filing can be acknowledged and tied out
      *> like every other interface file. The payee TIN is held
      *> enciphered and is revealed per payee through the audited
      *> REVEAL-CUSTOMER-PII entry under this run's caller id, which
      *> must hold PII-REVEAL; a payee that cannot be revealed is
      *> held back from the filing and counted, never sent with the
      *> stored form in the TIN field.
       program-id. SavingsTaxExtract.

       environment division.
        03 TXP-STATE                       PIC X(02).
        03 TXP-ZIP-CODE                    PIC X(10).
        03 TXP-INTEREST-CENTS              PIC 9(12).
        03 TXP-WITHHELD-CENTS              PIC 9(12).
        03 TXP-ACCOUNT-NUMBER              PIC 9(10).
       01 TAX-TRAILER-RECORD.
        03 TXT-RECORD-TYPE                 PIC X(01).
        03 TXT-PAYEE-COUNT                 PIC 9(09).
        03 TXT-TOTAL-CENTS                 PIC 9(14).
        03 TXT-WITHHELD-CENTS              PIC 9(14).
       fd Trigger-File.
       copy "CORRESPONDENCE-TRIGGER.cpy"
                              replacing ==(PREFIX)== by ==FILE-TRG==.

       78 DEPOSIT-INTEREST-DESCRIPTION
                                VALUE "DEPOSIT INTEREST EARNED".
       78 WITHHOLDING-DESCRIPTION          VALUE "BACKUP WITHHOLDING".
       78 REPORTING-THRESHOLD              VALUE 10.00.
       78 XMIT-INTERFACE-NAME              VALUE "TAX1099INT".
       78 TAX-CALLER-ID                    VALUE "SAVINGS-TAX-1099".
       01 WS-CALLER-ID                     PIC X(20).
       01 WS-REVEAL-STATUS                 PIC XX.

       01 WS-TODAY                         PIC 9(08).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
        03 CUSTOMER-TOTAL-ENTRY OCCURS 1000 TIMES.
         05 CT-CUSTOMER-ID                  PIC X(4) COMP-X.
         05 CT-INTEREST-PAID                PIC S9(12)V99.
         05 CT-WITHHELD                     PIC S9(12)V99.
      *> The first savings account seen for the customer - what the
      *> customer-copy trigger rides, since the correspondence run
      *> resolves its trigger field as an ACCOUNT id.
        88 A-SLOT-WAS-FOUND                    VALUE "Y".

       01 WS-ACCOUNT-INTEREST              PIC S9(12)V99.
       01 WS-ACCOUNT-WITHHELD              PIC S9(12)V99.
       01 WS-INTEREST-CENTS                PIC 9(12).
       01 WS-WITHHELD-CENTS                PIC 9(12).
       01 WS-TABLE-OVERFLOWS               PIC 9(6) COMP-5 VALUE 0.

       01 WS-PAYEES-REPORTED               PIC 9(6) COMP-5 VALUE 0.
       01 WS-BELOW-THRESHOLD               PIC 9(6) COMP-5 VALUE 0.
       01 WS-PAYEES-UNREVEALED             PIC 9(6) COMP-5 VALUE 0.
       01 WS-TOTAL-REPORTED                PIC S9(12)V99 VALUE 0.
       01 WS-TOTAL-WITHHELD                PIC S9(12)V99 VALUE 0.
       01 DISPLAY-CASH                     PIC -Z(12)9.99.

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           move TAX-CALLER-ID to WS-CALLER-ID
           call SET-AUDIT-CALLER-ID using by reference WS-CALLER-ID
           perform DETERMINE-TARGET-YEAR
           perform OPEN-FILES
           if FILE-STATUS = "00" and WS-TAX-FILE-STATUS = "00"
           display "*** 1099-INT tax year:      " WS-TARGET-YEAR
           display "*** Payees reported:        " WS-PAYEES-REPORTED
           display "*** Below threshold:        " WS-BELOW-THRESHOLD
           if WS-PAYEES-UNREVEALED > 0
               display "*** Payees held - TIN not revealed: "
                       WS-PAYEES-UNREVEALED
           end-if
           move WS-TOTAL-REPORTED to DISPLAY-CASH
           display "*** Total interest reported:" DISPLAY-CASH
           move WS-TOTAL-WITHHELD to DISPLAY-CASH
           display "*** Total backup withheld:  " DISPLAY-CASH
           stop run.

      *> The same prior-year default the annual summary export uses.
                                                   FILE-STATUS
           perform READ-NEXT-ACCOUNT
           perform until FILE-STATUS <> "00"
               if WS-TYPE-DEPOSIT
                   perform TOTAL-ONE-ACCOUNT
               end-if
               perform READ-NEXT-ACCOUNT

      *> The interest SavingsInterestRun credited this account in
      *> the target year - its own fixed description, negative rows
      *> (credits), totalled as money paid to the customer - and the
      *> backup withholding it took back off that interest.
       TOTAL-ONE-ACCOUNT SECTION.
           move 0 to WS-ACCOUNT-INTEREST
           move 0 to WS-ACCOUNT-WITHHELD
           move WS-ACCOUNT-ID of WS-ACCOUNT to
                        WS-TXN-ACCOUNT-ID of WS-TXN-TRANSACTION-RECORD
           call FIND-TRANSACTION-BY-ACCOUNT using by value START-READ
                   subtract WS-TXN-AMOUNT of WS-TXN-TRANSACTION-RECORD
                                   from WS-ACCOUNT-INTEREST
               end-if
               if WS-TXN-YEAR of WS-TXN-TRANSACTION-RECORD
                                   = WS-TARGET-YEAR
                   and WS-TXN-AMOUNT of WS-TXN-TRANSACTION-RECORD > 0
                   and WS-TXN-DESCRIPTION
                          of WS-TXN-TRANSACTION-RECORD(1:18)
                                   = WITHHOLDING-DESCRIPTION
                   add WS-TXN-AMOUNT of WS-TXN-TRANSACTION-RECORD
                                   to WS-ACCOUNT-WITHHELD
               end-if
               perform READ-NEXT-TXN
           end-perform
           move "00" to WS-TRANSACTION-STATUS
           if WS-ACCOUNT-INTEREST > 0 or WS-ACCOUNT-WITHHELD > 0
               perform ADD-TO-CUSTOMER-TOTAL
           end-if
           .
               move WS-CUSTOMER-ID of WS-ACCOUNT to
                        CT-CUSTOMER-ID(CUSTOMER-TOTAL-INDEX)
               move 0 to CT-INTEREST-PAID(CUSTOMER-TOTAL-INDEX)
               move 0 to CT-WITHHELD(CUSTOMER-TOTAL-INDEX)
               move WS-ACCOUNT-ID of WS-ACCOUNT to
                        CT-TRIGGER-ACCOUNT-ID(CUSTOMER-TOTAL-INDEX)
           end-if
           add WS-ACCOUNT-INTEREST to
                        CT-INTEREST-PAID(CUSTOMER-TOTAL-INDEX)
           add WS-ACCOUNT-WITHHELD to
                        CT-WITHHELD(CUSTOMER-TOTAL-INDEX)
           .

       REPORT-ALL-CUSTOMERS SECTION.
                       until CUSTOMER-TOTAL-INDEX > CUSTOMER-TOTAL-COUNT
               if CT-INTEREST-PAID(CUSTOMER-TOTAL-INDEX)
                                   >= REPORTING-THRESHOLD
                       or CT-WITHHELD(CUSTOMER-TOTAL-INDEX) > 0
                   perform REPORT-ONE-CUSTOMER
               else
                   add 1 to WS-BELOW-THRESHOLD
               move "00" to WS-CUSTOMER-STATUS
               exit section
           end-if
           call REVEAL-CUSTOMER-PII using by reference
                                        WS-CUST-CUSTOMER-RECORD
                                        WS-REVEAL-STATUS
           if WS-REVEAL-STATUS <> "00"
               display "*** TIN for customer "
                       CT-CUSTOMER-ID(CUSTOMER-TOTAL-INDEX)
                       " not revealed, status " WS-REVEAL-STATUS
                       " - payee held"
               add 1 to WS-PAYEES-UNREVEALED
               exit section
           end-if
           move "B" to TXP-RECORD-TYPE
           move WS-TARGET-YEAR to TXP-TAX-YEAR
           move WS-CUST-TAX-ID to TXP-TAX-ID
           compute WS-INTEREST-CENTS =
                   CT-INTEREST-PAID(CUSTOMER-TOTAL-INDEX) * 100
           move WS-INTEREST-CENTS to TXP-INTEREST-CENTS
           compute WS-WITHHELD-CENTS =
                   CT-WITHHELD(CUSTOMER-TOTAL-INDEX) * 100
           move WS-WITHHELD-CENTS to TXP-WITHHELD-CENTS
           move CT-TRIGGER-ACCOUNT-ID(CUSTOMER-TOTAL-INDEX)
                                   to TXP-ACCOUNT-NUMBER
           write TAX-PAYEE-RECORD
           add 1 to WS-PAYEES-REPORTED
           add CT-INTEREST-PAID(CUSTOMER-TOTAL-INDEX)
                                   to WS-TOTAL-REPORTED
           add CT-WITHHELD(CUSTOMER-TOTAL-INDEX)
                                   to WS-TOTAL-WITHHELD
           perform WRITE-CUSTOMER-COPY-TRIGGER
           .

           move "F" to TXT-RECORD-TYPE
           move WS-PAYEES-REPORTED to TXT-PAYEE-COUNT
           compute TXT-TOTAL-CENTS = WS-TOTAL-REPORTED * 100
           compute TXT-WITHHELD-CENTS = WS-TOTAL-WITHHELD * 100
           write TAX-TRAILER-RECORD
           .

