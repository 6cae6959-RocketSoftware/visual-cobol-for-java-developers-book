      *> field (name, tax id, date of birth, address) is not sent -
      *> the bureau would only bounce it - and is written to the
      *> rejects report with the missing field named, for the data
      *> quality team to chase. The tax id and birth date are held
      *> enciphered; each customer reported is revealed through the
      *> audited REVEAL-CUSTOMER-PII entry under this run's caller
      *> id, which must hold PII-REVEAL - a customer that cannot be
      *> revealed is rejected like one missing its identity.
       program-id. CreditBureauExtract.

       environment division.
       01 WS-REJECTS-STATUS                PIC XX.

       01 WS-TODAY                         PIC 9(08).
       78 BUREAU-CALLER-ID                 VALUE "CREDIT-BUREAU".
       01 WS-CALLER-ID                     PIC X(20).
       01 WS-REVEAL-STATUS                 PIC XX.

       78 REPORTER-NAME                    VALUE "MFCOBOLBOOK BANK".
      *> Metro 2 account status codes: 11 current, then the

       procedure division.
           accept WS-TODAY from DATE YYYYMMDD
           move BUREAU-CALLER-ID to WS-CALLER-ID
           call SET-AUDIT-CALLER-ID using by reference WS-CALLER-ID
           perform OPEN-FILES
           if FILE-STATUS = "00" and WS-METRO2-STATUS = "00"
               perform WRITE-HEADER-SEGMENT
           .

       REPORT-ACCOUNT SECTION.
      *>   Deposit accounts carry no credit obligation - never sent.
           if WS-TYPE-DEPOSIT
               exit section
           end-if
           perform FETCH-CUSTOMER
               perform WRITE-REJECT-LINE
               exit section
           end-if
           call REVEAL-CUSTOMER-PII using by reference
                                        WS-CUST-CUSTOMER-RECORD
                                        WS-REVEAL-STATUS
           if WS-REVEAL-STATUS <> "00"
               if WS-REVEAL-STATUS = "95"
                   move "PII-REVEAL GRANT" to WS-MISSING-FIELD
               else
                   move "PII KEY VERSION" to WS-MISSING-FIELD
               end-if
               perform WRITE-REJECT-LINE
               exit section
           end-if
           perform CHECK-REQUIRED-IDENTITY
           if WS-MISSING-FIELD <> spaces
               perform WRITE-REJECT-LINE
