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

      *> IRS CP2100 B-notice intake. The IRS sends the list of payees
      *> whose name and TIN on our 1099 filing did not match its own
      *> records; it arrives as a fixed-layout file, one payee per
      *> line: the TIN as we filed it, the payee name, the account
      *> number the filing carried, the tax year and the date of the
      *> notice. Every customer's tax id is revealed and reduced to
      *> its nine digits, the way the death master match does it, and
      *> looked up on the list; each customer it finds:
      *>   - is put under backup withholding - status A, starting
      *>     thirty business days after the notice came in (today),
      *>     unless withholding already started earlier and has not
      *>     been cleared;
      *>   - is marked a first notice, or a second when an earlier
      *>     notice came less than three years before this one;
      *>   - is sent the matching letter through the correspondence
      *>     engine - BNT1 asks for a certified W-9, BNT2 for the SSA
      *>     or IRS validation only a second notice accepts - on the
      *>     customer's savings account, or any open account when
      *>     they have none.
      *> A notice already applied (same notice date) is not applied
      *> twice, so a rerun of the same list changes nothing. List
      *> lines no customer answers are reported for research by name
      *> and account number - never by TIN. The tax ids come back
      *> through the audited REVEAL-CUSTOMER-PII entry under this
      *> run's caller id, which must hold PII-REVEAL. Withholding is
      *> cleared by the BW maintenance action.
       program-id. BNoticeIntake.

       environment division.
       input-output section.
       file-control.
           select Notice-File assign to external bNoticeFile
               organization is line sequential
               file status is WS-NOTICE-STATUS
               .
           select Trigger-File
               assign to external correspondenceTriggerFile
               organization is line sequential
               file status is WS-TRG-FILE-STATUS
               .

       data division.
       file section.
       fd Notice-File.
       01 NOTICE-LINE.
        03 CPN-TAX-ID                      PIC X(11).
        03 CPN-PAYEE-NAME                  PIC X(40).
        03 CPN-ACCOUNT-NUMBER              PIC X(20).
        03 CPN-TAX-YEAR                    PIC 9(04).
        03 CPN-NOTICE-DATE                 PIC 9(08).
        03 CPN-NOTICE-DATE-TEXT REDEFINES CPN-NOTICE-DATE
                                           PIC X(08).
       fd Trigger-File.
       copy "CORRESPONDENCE-TRIGGER.cpy"
                              replacing ==(PREFIX)== by ==FILE-TRG==.

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "CUSTOMER-RECORD.cpy" replacing ==(PREFIX)== by ==WS-CUST==.
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS                      PIC XX.
       01 WS-CUSTOMER-STATUS               PIC XX.
       01 WS-NOTICE-STATUS                 PIC XX.
       01 WS-TRG-FILE-STATUS               PIC XX.

       01 WS-TODAY                         PIC 9(08).
       78 B-NOTICE-CALLER-ID               VALUE "B-NOTICE-INTAKE".
       01 WS-CALLER-ID                     PIC X(20).
       01 WS-REVEAL-STATUS                 PIC XX.

      *> The IRS counts a second notice as one within three calendar
      *> years of the first; withholding must start no later than
      *> thirty business days after a notice is received.
       78 THREE-YEARS-IN-DATE-FORM         VALUE 30000.
       78 NOTICE-GRACE-BUSINESS-DAYS       VALUE 30.
       01 WS-START-DATE                    PIC 9(08).
       01 WS-DAY-COUNTER                   PIC 99 COMP-5.
       01 WS-NOTICE-LEVEL                  PIC 9(01).

      *> The list, held while the customer file is walked. TIN
      *> digits as DeathMasterMatch reduces them.
       78 NOTICE-TABLE-MAX                 VALUE 2000.
       01 NOTICE-TABLE.
        03 NOTICE-ENTRY OCCURS 2000 TIMES.
         05 NTC-SSN                         PIC 9(09).
         05 NTC-PAYEE-NAME                  PIC X(40).
         05 NTC-ACCOUNT-NUMBER              PIC X(20).
         05 NTC-TAX-YEAR                    PIC 9(04).
         05 NTC-NOTICE-DATE                 PIC 9(08).
         05 NTC-MATCHED                     PIC X(01).
          88 NTC-WAS-MATCHED                    VALUE "Y".
       01 NOTICE-COUNT                     PIC 9(4) COMP-5 VALUE 0.
       01 NOTICE-INDEX                     PIC 9(4) COMP-5.

      *> Customers matched in the walk, applied once it is done so the
      *> rewrites cannot disturb it.
       78 MATCH-TABLE-MAX                  VALUE 2000.
       01 MATCH-TABLE.
        03 MATCH-ENTRY OCCURS 2000 TIMES.
         05 MTC-CUSTOMER-ID                 PIC X(4) COMP-X.
         05 MTC-NOTICE-INDEX                PIC 9(4) COMP-5.
       01 MATCH-COUNT                      PIC 9(4) COMP-5 VALUE 0.
       01 MATCH-INDEX                      PIC 9(4) COMP-5.

       01 WS-TIN-TEXT                      PIC X(11).
       01 WS-SSN-DIGITS                    PIC X(09).
       01 WS-SSN-NUMBER REDEFINES WS-SSN-DIGITS
                                           PIC 9(09).
       01 WS-SSN-LENGTH                    PIC 99 COMP-5.
       01 WS-TAX-ID-INDEX                  PIC 99 COMP-5.

       01 WS-LETTER-ACCOUNT-ID             PIC X(4) COMP-X.
       01 WS-LETTER-CUSTOMER-ID            PIC X(4) COMP-X.

       01 WS-LIST-LINES                    PIC 9(6) COMP-5 VALUE 0.
       01 WS-LIST-REJECTED                 PIC 9(6) COMP-5 VALUE 0.
       01 WS-CUSTOMERS-READ                PIC 9(6) COMP-5 VALUE 0.
       01 WS-NOT-REVEALED                  PIC 9(6) COMP-5 VALUE 0.
       01 WS-FIRST-NOTICES                 PIC 9(6) COMP-5 VALUE 0.
       01 WS-SECOND-NOTICES                PIC 9(6) COMP-5 VALUE 0.
       01 WS-ALREADY-APPLIED               PIC 9(6) COMP-5 VALUE 0.
       01 WS-NO-LETTER-ACCOUNT             PIC 9(6) COMP-5 VALUE 0.
       01 WS-UNMATCHED                     PIC 9(6) COMP-5 VALUE 0.

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           move B-NOTICE-CALLER-ID to WS-CALLER-ID
           call SET-AUDIT-CALLER-ID using by reference WS-CALLER-ID
           perform LOAD-NOTICE-LIST
           if NOTICE-COUNT > 0
               perform OPEN-FILES
               if WS-CUSTOMER-STATUS = "00" and FILE-STATUS = "00"
                   perform SCAN-CUSTOMERS
                   perform APPLY-ALL-MATCHES
                   perform REPORT-UNMATCHED
               end-if
               perform CLOSE-FILES
           end-if
           display "*** Notice list lines:        " WS-LIST-LINES
           display "*** Lines rejected:           " WS-LIST-REJECTED
           display "*** Customers checked:        " WS-CUSTOMERS-READ
           display "*** Tax id not revealed:      " WS-NOT-REVEALED
           display "*** First notices applied:    " WS-FIRST-NOTICES
           display "*** Second notices applied:   " WS-SECOND-NOTICES
           display "*** Notice already applied:   " WS-ALREADY-APPLIED
           display "*** No account for letter:    " WS-NO-LETTER-ACCOUNT
           display "*** List lines unmatched:     " WS-UNMATCHED
           stop run.

       LOAD-NOTICE-LIST SECTION.
           open input Notice-File
           if WS-NOTICE-STATUS <> "00"
               display "*** Could not open B-notice file, status "
                       WS-NOTICE-STATUS
               exit section
           end-if
           read Notice-File
               at end move "10" to WS-NOTICE-STATUS
           end-read
           perform until WS-NOTICE-STATUS <> "00"
               if NOTICE-LINE <> spaces
                   add 1 to WS-LIST-LINES
                   perform HOLD-ONE-NOTICE
               end-if
               read Notice-File
                   at end move "10" to WS-NOTICE-STATUS
               end-read
           end-perform
           close Notice-File
           .

       HOLD-ONE-NOTICE SECTION.
           move CPN-TAX-ID to WS-TIN-TEXT
           perform NORMALIZE-TAX-ID
           if WS-SSN-LENGTH <> 9 or WS-SSN-NUMBER = 0
                   or CPN-NOTICE-DATE-TEXT is not numeric
               add 1 to WS-LIST-REJECTED
               display "*** Malformed notice line skipped: "
                       CPN-PAYEE-NAME " account " CPN-ACCOUNT-NUMBER
               exit section
           end-if
           if NOTICE-COUNT >= NOTICE-TABLE-MAX
               add 1 to WS-LIST-REJECTED
               display "*** Notice table full - " CPN-PAYEE-NAME
                       " not applied; raise NOTICE-TABLE-MAX"
               exit section
           end-if
           add 1 to NOTICE-COUNT
           move WS-SSN-NUMBER to NTC-SSN(NOTICE-COUNT)
           move CPN-PAYEE-NAME to NTC-PAYEE-NAME(NOTICE-COUNT)
           move CPN-ACCOUNT-NUMBER to NTC-ACCOUNT-NUMBER(NOTICE-COUNT)
           move CPN-TAX-YEAR to NTC-TAX-YEAR(NOTICE-COUNT)
           move CPN-NOTICE-DATE to NTC-NOTICE-DATE(NOTICE-COUNT)
           move "N" to NTC-MATCHED(NOTICE-COUNT)
           .

       OPEN-FILES SECTION.
           move OPEN-I-O to WS-FUNCTION-CODE
           call OPEN-CUSTOMER-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CUSTOMER-STATUS
           if WS-CUSTOMER-STATUS <> "00"
               display "*** Could not open customer file, status "
                       WS-CUSTOMER-STATUS
               exit section
           end-if
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           if FILE-STATUS <> "00"
               display "*** Could not open account file, status "
                       FILE-STATUS
               exit section
           end-if
           open extend Trigger-File
           if WS-TRG-FILE-STATUS = "35" or WS-TRG-FILE-STATUS = "05"
               open output Trigger-File
           end-if
           .

       SCAN-CUSTOMERS SECTION.
           move 0 to WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD
           move START-READ to WS-FUNCTION-CODE
           call READ-CUSTOMER-RECORD using by value WS-FUNCTION-CODE
                        by reference WS-CUST-CUSTOMER-RECORD
                                     WS-CUSTOMER-STATUS
           perform READ-NEXT-CUSTOMER
           perform until WS-CUSTOMER-STATUS <> "00"
               add 1 to WS-CUSTOMERS-READ
               perform MATCH-ONE-CUSTOMER
               perform READ-NEXT-CUSTOMER
           end-perform
           move "00" to WS-CUSTOMER-STATUS
           .

       READ-NEXT-CUSTOMER SECTION.
           move READ-NEXT to WS-FUNCTION-CODE
           call READ-CUSTOMER-RECORD using by value WS-FUNCTION-CODE
                        by reference WS-CUST-CUSTOMER-RECORD
                                     WS-CUSTOMER-STATUS
           .

      *> Every list line carrying the customer's TIN is a match - the
      *> same person can be on one list for two tax years.
       MATCH-ONE-CUSTOMER SECTION.
           call REVEAL-CUSTOMER-PII using by reference
                                        WS-CUST-CUSTOMER-RECORD
                                        WS-REVEAL-STATUS
           if WS-REVEAL-STATUS <> "00"
               add 1 to WS-NOT-REVEALED
               exit section
           end-if
           move WS-CUST-TAX-ID to WS-TIN-TEXT
           perform NORMALIZE-TAX-ID
           if WS-SSN-LENGTH <> 9 or WS-SSN-NUMBER = 0
               exit section
           end-if
           perform varying NOTICE-INDEX from 1 by 1
                       until NOTICE-INDEX > NOTICE-COUNT
               if NTC-SSN(NOTICE-INDEX) = WS-SSN-NUMBER
                   set NTC-WAS-MATCHED(NOTICE-INDEX) to true
                   perform HOLD-ONE-MATCH
               end-if
           end-perform
           .

       HOLD-ONE-MATCH SECTION.
           if MATCH-COUNT >= MATCH-TABLE-MAX
               display "*** Match table full - customer "
                       WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD
                       " not applied; raise MATCH-TABLE-MAX"
               exit section
           end-if
           add 1 to MATCH-COUNT
           move WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD
                                   to MTC-CUSTOMER-ID(MATCH-COUNT)
           move NOTICE-INDEX to MTC-NOTICE-INDEX(MATCH-COUNT)
           .

       NORMALIZE-TAX-ID SECTION.
           move zeroes to WS-SSN-DIGITS
           move 0 to WS-SSN-LENGTH
           perform varying WS-TAX-ID-INDEX from 1 by 1
                       until WS-TAX-ID-INDEX > 11
               if WS-TIN-TEXT(WS-TAX-ID-INDEX:1) is numeric
                   add 1 to WS-SSN-LENGTH
                   if WS-SSN-LENGTH <= 9
                       move WS-TIN-TEXT(WS-TAX-ID-INDEX:1) to
                                WS-SSN-DIGITS(WS-SSN-LENGTH:1)
                   end-if
               end-if
           end-perform
           .

       APPLY-ALL-MATCHES SECTION.
           perform varying MATCH-INDEX from 1 by 1
                       until MATCH-INDEX > MATCH-COUNT
               move MTC-NOTICE-INDEX(MATCH-INDEX) to NOTICE-INDEX
               perform APPLY-ONE-NOTICE
           end-perform
           .

      *> The customer is fetched again in stored form and rewritten -
      *> the revealed copy from the walk is never written back.
       APPLY-ONE-NOTICE SECTION.
           move MTC-CUSTOMER-ID(MATCH-INDEX) to
                        WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD
           call FIND-CUSTOMER-ID using by value START-READ
                        by reference WS-CUST-CUSTOMER-RECORD
                                     WS-CUSTOMER-STATUS
           if WS-CUSTOMER-STATUS <> "00"
               display "*** Could not re-read customer "
                       MTC-CUSTOMER-ID(MATCH-INDEX)
                       " status " WS-CUSTOMER-STATUS
               move "00" to WS-CUSTOMER-STATUS
               exit section
           end-if
           if WS-CUST-B-NOTICE-DATE = NTC-NOTICE-DATE(NOTICE-INDEX)
               add 1 to WS-ALREADY-APPLIED
               exit section
           end-if
           move 1 to WS-NOTICE-LEVEL
           if WS-CUST-B-NOTICE-DATE <> 0
                   and NTC-NOTICE-DATE(NOTICE-INDEX) <
                       WS-CUST-B-NOTICE-DATE + THREE-YEARS-IN-DATE-FORM
               move 2 to WS-NOTICE-LEVEL
           end-if
           perform WORK-OUT-START-DATE
           set WS-CUST-BACKUP-WITHHOLDING to true
           move WS-NOTICE-LEVEL to WS-CUST-B-NOTICE-LEVEL
           move NTC-NOTICE-DATE(NOTICE-INDEX) to WS-CUST-B-NOTICE-DATE
           move WS-START-DATE to WS-CUST-WITHHOLDING-START-DATE
           move 0 to WS-CUST-WITHHOLDING-CLEARED-DATE
           move UPDATE-RECORD to WS-FUNCTION-CODE
           call WRITE-CUSTOMER-RECORD using by value WS-FUNCTION-CODE
                         by reference WS-CUST-CUSTOMER-RECORD
                                      WS-CUSTOMER-STATUS
           if WS-CUSTOMER-STATUS <> "00"
                   and WS-CUSTOMER-STATUS <> "02"
               display "*** Customer rewrite failed for "
                       MTC-CUSTOMER-ID(MATCH-INDEX)
                       " status " WS-CUSTOMER-STATUS
               move "00" to WS-CUSTOMER-STATUS
               exit section
           end-if
           move "00" to WS-CUSTOMER-STATUS
           if WS-CUST-SECOND-B-NOTICE
               add 1 to WS-SECOND-NOTICES
           else
               add 1 to WS-FIRST-NOTICES
           end-if
           display "B-NOTICE  customer " MTC-CUSTOMER-ID(MATCH-INDEX)
                   "  notice " WS-NOTICE-LEVEL
                   "  dated " NTC-NOTICE-DATE(NOTICE-INDEX)
                   "  tax year " NTC-TAX-YEAR(NOTICE-INDEX)
                   "  withholding from " WS-START-DATE
           perform WRITE-NOTICE-LETTER
           .

      *> Thirty business days from today. A customer already being
      *> withheld from (status A, not cleared since) keeps the earlier
      *> start - a repeat notice never gives them a fresh grace.
       WORK-OUT-START-DATE SECTION.
           move WS-TODAY to WS-START-DATE
           perform varying WS-DAY-COUNTER from 1 by 1
                       until WS-DAY-COUNTER > NOTICE-GRACE-BUSINESS-DAYS
               call ADVANCE-ONE-DAY-ENTRY using by reference
                                                     WS-START-DATE
               call GET-NEXT-BUSINESS-DAY using by reference
                                                     WS-START-DATE
           end-perform
           if WS-CUST-BACKUP-WITHHOLDING
                   and WS-CUST-WITHHOLDING-START-DATE <> 0
                   and WS-CUST-WITHHOLDING-START-DATE < WS-START-DATE
               move WS-CUST-WITHHOLDING-START-DATE to WS-START-DATE
           end-if
           .

      *> The letter rides the customer's first open savings-type
      *> account - the interest being withheld from - or, with none,
      *> the first account of theirs not closed.
       WRITE-NOTICE-LETTER SECTION.
           move 0 to WS-LETTER-ACCOUNT-ID
           move MTC-CUSTOMER-ID(MATCH-INDEX) to WS-LETTER-CUSTOMER-ID
           move WS-LETTER-CUSTOMER-ID to WS-CUSTOMER-ID of WS-ACCOUNT
           move 0 to WS-ACCOUNT-ID of WS-ACCOUNT
           move START-READ to WS-FUNCTION-CODE
           call FIND-ACCOUNT-BY-CUSTOMER using by value
                                        WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           perform READ-NEXT-CUSTOMER-ACCOUNT
           perform until (FILE-STATUS <> "00" and FILE-STATUS <> "02")
                      or WS-CUSTOMER-ID of WS-ACCOUNT
                                   <> WS-LETTER-CUSTOMER-ID
               if not WS-ACCOUNT-CLOSED
                   if WS-TYPE-DEPOSIT
                       move WS-ACCOUNT-ID of WS-ACCOUNT
                                   to WS-LETTER-ACCOUNT-ID
                       exit perform
                   end-if
                   if WS-LETTER-ACCOUNT-ID = 0
                       move WS-ACCOUNT-ID of WS-ACCOUNT
                                   to WS-LETTER-ACCOUNT-ID
                   end-if
               end-if
               perform READ-NEXT-CUSTOMER-ACCOUNT
           end-perform
           move "00" to FILE-STATUS
           if WS-LETTER-ACCOUNT-ID = 0
               add 1 to WS-NO-LETTER-ACCOUNT
               display "*** No open account for customer "
                       WS-LETTER-CUSTOMER-ID
                       " - B-notice letter not sent"
               exit section
           end-if
           move WS-TODAY to FILE-TRG-TRIGGER-DATE
           if WS-NOTICE-LEVEL = 2
               move "BNT2" to FILE-TRG-TEMPLATE-CODE
           else
               move "BNT1" to FILE-TRG-TEMPLATE-CODE
           end-if
           move WS-LETTER-ACCOUNT-ID to FILE-TRG-TRIGGER-ACCOUNT-ID
           move 0 to FILE-TRG-TRIGGER-AMOUNT
           write FILE-TRG-CORRESPONDENCE-TRIGGER
           .

       READ-NEXT-CUSTOMER-ACCOUNT SECTION.
           move READ-NEXT to WS-FUNCTION-CODE
           call FIND-ACCOUNT-BY-CUSTOMER using by value
                                        WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           .

       REPORT-UNMATCHED SECTION.
           perform varying NOTICE-INDEX from 1 by 1
                       until NOTICE-INDEX > NOTICE-COUNT
               if not NTC-WAS-MATCHED(NOTICE-INDEX)
                   add 1 to WS-UNMATCHED
                   display "UNMATCHED " NTC-PAYEE-NAME(NOTICE-INDEX)
                           "  account " NTC-ACCOUNT-NUMBER(NOTICE-INDEX)
                           "  tax year " NTC-TAX-YEAR(NOTICE-INDEX)
               end-if
           end-perform
           .

       CLOSE-FILES SECTION.
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-CUSTOMER-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CUSTOMER-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           close Trigger-File
           .
