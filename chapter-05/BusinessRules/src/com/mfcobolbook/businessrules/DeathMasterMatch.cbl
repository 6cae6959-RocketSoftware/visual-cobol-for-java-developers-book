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

      *> Monthly death master match. The licensed death master file
      *> arrives as an indexed file keyed by the nine-digit SSN, in
      *> the distributor's fixed layout: SSN, last name, suffix,
      *> first and middle name, verification code, date of death
      *> and date of birth (both MMDDCCYY, zero where the source
      *> did not report one). Every customer's tax id is reduced to
      *> its nine digits (the customer file holds it keyed as
      *> entered, with or without the dashes) and looked up:
      *>   - tax id and date of birth both agree: a full match;
      *>   - tax id agrees, date of birth differs or is not on the
      *>     master: a tax-id-only match, weaker evidence.
      *> Either way the customer is put on the deceased review
      *> queue for the deceased-accounts team - nothing on the
      *> account changes here; DeceasedEstateMaintenance acts on the
      *> team's confirmation. A customer already on the queue, in
      *> whatever state, is not queued again: the master keeps a
      *> death on file forever and a rejected false positive must
      *> stay rejected. The customer file holds the tax id and birth
      *> date enciphered: each customer is revealed through the
      *> audited REVEAL-CUSTOMER-PII entry under this run's caller
      *> id, which must hold PII-REVEAL, and the review queue keeps
      *> the stored (enciphered) tax id, never the clear one.
       program-id. DeathMasterMatch.

       environment division.
       input-output section.
       file-control.
           select Death-Master-File assign to external deathMasterFile
               file status is WS-DMF-STATUS
               organization is indexed
               access mode is random
               record key is DMF-SSN
               .
           select Review-File assign to external deceasedReviewFile
               file status is WS-REVIEW-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-DR-CUSTOMER-ID
                          of FILE-DECEASED-REVIEW
               .

       data division.
       file section.
       fd Death-Master-File.
       01 DMF-RECORD.
        03 DMF-SSN                         PIC 9(09).
        03 DMF-LAST-NAME                   PIC X(20).
        03 DMF-NAME-SUFFIX                 PIC X(04).
        03 DMF-FIRST-NAME                  PIC X(15).
        03 DMF-MIDDLE-NAME                 PIC X(15).
        03 DMF-VERIFY-CODE                 PIC X(01).
        03 DMF-DEATH-DATE                  PIC 9(08).
        03 DMF-DEATH-DATE-MDY REDEFINES DMF-DEATH-DATE.
         05 DMF-DEATH-MONTH                PIC 9(02).
         05 DMF-DEATH-DAY                  PIC 9(02).
         05 DMF-DEATH-YEAR                 PIC 9(04).
        03 DMF-BIRTH-DATE                  PIC 9(08).
        03 DMF-BIRTH-DATE-MDY REDEFINES DMF-BIRTH-DATE.
         05 DMF-BIRTH-MONTH                PIC 9(02).
         05 DMF-BIRTH-DAY                  PIC 9(02).
         05 DMF-BIRTH-YEAR                 PIC 9(04).
       fd Review-File.
       copy "DECEASED-REVIEW.cpy" replacing ==(PREFIX)== by ==FILE==.

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "CUSTOMER-RECORD.cpy" replacing ==(PREFIX)== by ==WS-CUST==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 WS-CUSTOMER-STATUS               PIC XX.
       01 WS-DMF-STATUS                    PIC XX.
       01 WS-REVIEW-STATUS                 PIC XX.

       01 WS-TODAY                         PIC 9(08).
       78 DEATH-MATCH-CALLER-ID            VALUE "DEATH-MASTER-MATCH".
       01 WS-CALLER-ID                     PIC X(20).
       01 WS-REVEAL-STATUS                 PIC XX.
       01 WS-STORED-TAX-ID                 PIC X(11).

      *> The customer's tax id with everything but the digits taken
      *> out - only a nine-digit result is a usable SSN.
       01 WS-SSN-DIGITS                    PIC X(09).
       01 WS-SSN-NUMBER REDEFINES WS-SSN-DIGITS
                                           PIC 9(09).
       01 WS-SSN-LENGTH                    PIC 99 COMP-5.
       01 WS-TAX-ID-INDEX                  PIC 99 COMP-5.

      *> Master dates turned round to CCYYMMDD to sit beside ours.
       01 WS-DMF-DEATH-YMD.
        03 WS-DMF-DEATH-YEAR               PIC 9(04).
        03 WS-DMF-DEATH-MONTH              PIC 9(02).
        03 WS-DMF-DEATH-DAY                PIC 9(02).
       01 WS-DMF-DEATH-DATE REDEFINES WS-DMF-DEATH-YMD
                                           PIC 9(08).
       01 WS-DMF-BIRTH-YMD.
        03 WS-DMF-BIRTH-YEAR               PIC 9(04).
        03 WS-DMF-BIRTH-MONTH              PIC 9(02).
        03 WS-DMF-BIRTH-DAY                PIC 9(02).
       01 WS-DMF-BIRTH-DATE REDEFINES WS-DMF-BIRTH-YMD
                                           PIC 9(08).
       01 WS-CUST-BIRTH-DATE               PIC 9(08).

       01 WS-CUSTOMERS-READ                PIC 9(6) COMP-5 VALUE 0.
       01 WS-NO-USABLE-TAX-ID              PIC 9(6) COMP-5 VALUE 0.
       01 WS-NOT-REVEALED                  PIC 9(6) COMP-5 VALUE 0.
       01 WS-FULL-MATCHES                  PIC 9(6) COMP-5 VALUE 0.
       01 WS-TAX-ID-MATCHES                PIC 9(6) COMP-5 VALUE 0.
       01 WS-ALREADY-QUEUED                PIC 9(6) COMP-5 VALUE 0.

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           move DEATH-MATCH-CALLER-ID to WS-CALLER-ID
           call SET-AUDIT-CALLER-ID using by reference WS-CALLER-ID
           perform OPEN-FILES
           if WS-CUSTOMER-STATUS = "00" and WS-DMF-STATUS = "00"
                   and WS-REVIEW-STATUS = "00"
               perform SCAN-CUSTOMERS
           end-if
           perform CLOSE-FILES
           display "*** Customers checked:        " WS-CUSTOMERS-READ
           display "*** No usable tax id:         " WS-NO-USABLE-TAX-ID
           display "*** Tax id not revealed:      " WS-NOT-REVEALED
           display "*** Queued - full match:      " WS-FULL-MATCHES
           display "*** Queued - tax id only:     " WS-TAX-ID-MATCHES
           display "*** Matched, already queued:  " WS-ALREADY-QUEUED
           stop run.

       OPEN-FILES SECTION.
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-CUSTOMER-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CUSTOMER-STATUS
           if WS-CUSTOMER-STATUS <> "00"
               display "*** Could not open customer file, status "
                       WS-CUSTOMER-STATUS
               exit section
           end-if
           open input Death-Master-File
           if WS-DMF-STATUS <> "00"
               display "*** Could not open death master file, status "
                       WS-DMF-STATUS
               exit section
           end-if
           open i-o Review-File
           if WS-REVIEW-STATUS = "35" or WS-REVIEW-STATUS = "05"
               open output Review-File
               close Review-File
               open i-o Review-File
           end-if
           if WS-REVIEW-STATUS <> "00"
               display "*** Could not open review file, status "
                       WS-REVIEW-STATUS
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
           .

       READ-NEXT-CUSTOMER SECTION.
           move READ-NEXT to WS-FUNCTION-CODE
           call READ-CUSTOMER-RECORD using by value WS-FUNCTION-CODE
                        by reference WS-CUST-CUSTOMER-RECORD
                                     WS-CUSTOMER-STATUS
           .

       MATCH-ONE-CUSTOMER SECTION.
           move WS-CUST-TAX-ID to WS-STORED-TAX-ID
           call REVEAL-CUSTOMER-PII using by reference
                                        WS-CUST-CUSTOMER-RECORD
                                        WS-REVEAL-STATUS
           if WS-REVEAL-STATUS <> "00"
               add 1 to WS-NOT-REVEALED
               exit section
           end-if
           perform NORMALIZE-TAX-ID
           if WS-SSN-LENGTH <> 9 or WS-SSN-NUMBER = 0
               add 1 to WS-NO-USABLE-TAX-ID
               exit section
           end-if
           move WS-SSN-NUMBER to DMF-SSN
           read Death-Master-File
               invalid key move "23" to WS-DMF-STATUS
           end-read
           if WS-DMF-STATUS <> "00"
               move "00" to WS-DMF-STATUS
               exit section
           end-if
           move WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD to
                        FILE-DR-CUSTOMER-ID of FILE-DECEASED-REVIEW
           read Review-File
               invalid key move "23" to WS-REVIEW-STATUS
           end-read
           if WS-REVIEW-STATUS = "00"
               add 1 to WS-ALREADY-QUEUED
               exit section
           end-if
           move "00" to WS-REVIEW-STATUS
           perform QUEUE-FOR-REVIEW
           .

       NORMALIZE-TAX-ID SECTION.
           move zeroes to WS-SSN-DIGITS
           move 0 to WS-SSN-LENGTH
           perform varying WS-TAX-ID-INDEX from 1 by 1
                       until WS-TAX-ID-INDEX > 11
               if WS-CUST-TAX-ID(WS-TAX-ID-INDEX:1) is numeric
                   add 1 to WS-SSN-LENGTH
                   if WS-SSN-LENGTH <= 9
                       move WS-CUST-TAX-ID(WS-TAX-ID-INDEX:1) to
                                WS-SSN-DIGITS(WS-SSN-LENGTH:1)
                   end-if
               end-if
           end-perform
           .

      *> Full match when the master carries a date of birth and it is
      *> the customer's; anything less is a tax-id-only match.
       QUEUE-FOR-REVIEW SECTION.
           move DMF-DEATH-YEAR to WS-DMF-DEATH-YEAR
           move DMF-DEATH-MONTH to WS-DMF-DEATH-MONTH
           move DMF-DEATH-DAY to WS-DMF-DEATH-DAY
           move DMF-BIRTH-YEAR to WS-DMF-BIRTH-YEAR
           move DMF-BIRTH-MONTH to WS-DMF-BIRTH-MONTH
           move DMF-BIRTH-DAY to WS-DMF-BIRTH-DAY
           move WS-CUST-DATE-OF-BIRTH to WS-CUST-BIRTH-DATE
           initialize FILE-DECEASED-REVIEW
           move WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD to
                        FILE-DR-CUSTOMER-ID of FILE-DECEASED-REVIEW
           move WS-STORED-TAX-ID to FILE-DR-TAX-ID
           if WS-DMF-BIRTH-DATE <> 0
                   and WS-DMF-BIRTH-DATE = WS-CUST-BIRTH-DATE
               set FILE-DR-FULL-MATCH to true
           else
               set FILE-DR-TAX-ID-ONLY to true
           end-if
           move DMF-LAST-NAME to FILE-DR-DMF-LAST-NAME
           move WS-DMF-DEATH-DATE to FILE-DR-DMF-DEATH-DATE
           move WS-TODAY to FILE-DR-QUEUED-DATE
           set FILE-DR-PENDING to true
           move 0 to FILE-DR-REVIEWED-DATE
           move spaces to FILE-DR-REVIEWED-BY
           write FILE-DECEASED-REVIEW
               invalid key move "22" to WS-REVIEW-STATUS
           end-write
           if WS-REVIEW-STATUS <> "00"
               display "*** Could not queue customer "
                       FILE-DR-CUSTOMER-ID " status " WS-REVIEW-STATUS
               move "00" to WS-REVIEW-STATUS
               exit section
           end-if
           if FILE-DR-FULL-MATCH
               add 1 to WS-FULL-MATCHES
           else
               add 1 to WS-TAX-ID-MATCHES
           end-if
           display "QUEUED  customer " FILE-DR-CUSTOMER-ID
                   "  match " FILE-DR-MATCH-TYPE
                   "  master name " DMF-LAST-NAME
                   "  died " WS-DMF-DEATH-DATE
           .

       CLOSE-FILES SECTION.
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-CUSTOMER-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CUSTOMER-STATUS
           close Death-Master-File
           close Review-File
           .
