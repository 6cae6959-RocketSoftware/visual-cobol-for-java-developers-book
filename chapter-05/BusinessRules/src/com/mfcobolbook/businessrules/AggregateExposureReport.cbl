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

      *> Aggregate credit exposure concentration report. Every
      *> customer is measured through CHECK-AGGREGATE-EXPOSURE exactly
      *> as a limit increase or an account opening would be - the
      *> card lines they are on as primary or joint holder, at the
      *> greater of limit and balance, against their own aggregate
      *> cap (or the house cap), and the same for the household
      *> around them against the house household cap. A customer
      *> whose own or household exposure has reached
      *> WATCH-THRESHOLD-PCT percent of its cap is listed: OVER when
      *> past the cap, WATCH while still inside it. Customers are
      *> listed in customer order with the share of each cap used,
      *> so Risk reads the nearest-to-the-line off the percentage
      *> column. A household is measured from each member in turn,
      *> so it appears under each member who reaches the line.
       program-id. AggregateExposureReport.

       environment division.
       input-output section.
       file-control.
           select Report-File assign to external
                                           aggregateExposureReport
               organization is line sequential
               file status is WS-REPORT-STATUS
               .

       data division.
       file section.
       fd Report-File.
       01 REPORT-LINE.
        03 RPT-CUSTOMER-ID                 PIC 9(10).
        03 FILLER                          PIC X(01).
        03 RPT-NAME                        PIC X(30).
        03 FILLER                          PIC X(01).
        03 RPT-CUSTOMER-EXPOSURE           PIC -Z(12)9.99.
        03 FILLER                          PIC X(01).
        03 RPT-CUSTOMER-CAP                PIC -Z(12)9.99.
        03 FILLER                          PIC X(01).
        03 RPT-CUSTOMER-PCT                PIC ZZZ9.
        03 FILLER                          PIC X(01).
        03 RPT-MEMBERS                     PIC ZZ9.
        03 FILLER                          PIC X(01).
        03 RPT-HOUSEHOLD-EXPOSURE          PIC -Z(12)9.99.
        03 FILLER                          PIC X(01).
        03 RPT-HOUSEHOLD-CAP               PIC -Z(12)9.99.
        03 FILLER                          PIC X(01).
        03 RPT-HOUSEHOLD-PCT               PIC ZZZ9.
        03 FILLER                          PIC X(01).
        03 RPT-FLAG                        PIC X(05).

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "CUSTOMER-RECORD.cpy" replacing ==(PREFIX)== by ==WS-CUST==.
       copy "AGGREGATE-EXPOSURE.cpy"
                              replacing ==(PREFIX)== by ==WS-AX==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS.
        03 FILE-STATUS-BYTE-1              PIC X.
        03 FILE-STATUS-BYTE-2              PIC X.
       01 WS-CUSTOMER-STATUS               PIC XX.
       01 WS-XREF-STATUS                   PIC XX.
       01 WS-REPORT-STATUS                 PIC XX.
       01 WS-AX-STATUS                     PIC XX.
       01 WS-XREF-FILE-FLAG                PIC X VALUE "N".
        88 XREF-FILE-IS-AVAILABLE              VALUE "Y".

      *> A customer is listed once either exposure reaches this share
      *> of its cap.
       78 WATCH-THRESHOLD-PCT              VALUE 90.
       01 WS-CUSTOMER-PCT                  PIC 9(5) COMP-3.
       01 WS-HOUSEHOLD-PCT                 PIC 9(5) COMP-3.
       01 WS-FLAG                          PIC X(05).

       01 WS-CUSTOMERS-MEASURED            PIC 9(6) COMP-5 VALUE 0.
       01 WS-CUSTOMERS-UNMEASURED          PIC 9(6) COMP-5 VALUE 0.
       01 WS-WATCH-COUNT                   PIC 9(6) COMP-5 VALUE 0.
       01 WS-OVER-COUNT                    PIC 9(6) COMP-5 VALUE 0.
       01 WS-TOTAL-EXPOSURE                PIC S9(13)V99 VALUE 0.
       01 WS-LISTED-EXPOSURE               PIC S9(13)V99 VALUE 0.
       01 DISPLAY-CASH                     PIC -Z(12)9.99.

       procedure division.
           perform OPEN-FILES
           if FILE-STATUS = "00"
               perform SCAN-CUSTOMERS
               perform CLOSE-FILES
           end-if
           display "*** Customers measured:       "
                   WS-CUSTOMERS-MEASURED
           display "*** Customers not measured:   "
                   WS-CUSTOMERS-UNMEASURED
           display "*** Listed WATCH:             " WS-WATCH-COUNT
           display "*** Listed OVER:              " WS-OVER-COUNT
           move WS-TOTAL-EXPOSURE to DISPLAY-CASH
           display "*** Customer exposure, all:   " DISPLAY-CASH
           move WS-LISTED-EXPOSURE to DISPLAY-CASH
           display "*** Customer exposure, listed:" DISPLAY-CASH
           stop run.

       OPEN-FILES SECTION.
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-CUSTOMER-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CUSTOMER-STATUS
           if WS-CUSTOMER-STATUS <> "00"
               display "*** Could not open customer file, status "
                       WS-CUSTOMER-STATUS
               move WS-CUSTOMER-STATUS to FILE-STATUS
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
      *>   Without the cross-reference every customer is a household
      *>   of one and only their primary accounts count - the report
      *>   still runs, and says so.
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-HOLDER-XREF-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-XREF-STATUS
           if WS-XREF-STATUS = "00"
               set XREF-FILE-IS-AVAILABLE to true
           else
               display "*** No holder cross-reference, status "
                       WS-XREF-STATUS " - households not measured"
           end-if
           open output Report-File
           .

       SCAN-CUSTOMERS SECTION.
           move 0 to WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD
           move START-READ to WS-FUNCTION-CODE
           call READ-CUSTOMER-RECORD using by value WS-FUNCTION-CODE
                        by reference WS-CUST-CUSTOMER-RECORD
                                     WS-CUSTOMER-STATUS
           perform READ-NEXT-CUSTOMER
           perform until WS-CUSTOMER-STATUS <> "00"
               perform MEASURE-ONE-CUSTOMER
               perform READ-NEXT-CUSTOMER
           end-perform
           .

       READ-NEXT-CUSTOMER SECTION.
           move READ-NEXT to WS-FUNCTION-CODE
           call READ-CUSTOMER-RECORD using by value WS-FUNCTION-CODE
                        by reference WS-CUST-CUSTOMER-RECORD
                                     WS-CUSTOMER-STATUS
           .

      *> Nothing proposed - where the customer stands today.
       MEASURE-ONE-CUSTOMER SECTION.
           initialize WS-AX-AGGREGATE-EXPOSURE
           move WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD
                                    to WS-AX-CUSTOMER-ID
           call CHECK-AGGREGATE-EXPOSURE using by reference
                                             WS-AX-AGGREGATE-EXPOSURE
                                             WS-AX-STATUS
           if WS-AX-STATUS <> "00"
               add 1 to WS-CUSTOMERS-UNMEASURED
               display "*** Customer "
                       WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD
                       " not measured, status " WS-AX-STATUS
               exit section
           end-if
           add 1 to WS-CUSTOMERS-MEASURED
           add WS-AX-CUSTOMER-EXPOSURE to WS-TOTAL-EXPOSURE
           move 0 to WS-CUSTOMER-PCT
           move 0 to WS-HOUSEHOLD-PCT
           if WS-AX-CUSTOMER-EXPOSURE > 0 and WS-AX-CUSTOMER-CAP > 0
               compute WS-CUSTOMER-PCT =
                   WS-AX-CUSTOMER-EXPOSURE * 100 / WS-AX-CUSTOMER-CAP
                   on size error move 99999 to WS-CUSTOMER-PCT
               end-compute
           end-if
           if WS-AX-HOUSEHOLD-EXPOSURE > 0 and WS-AX-HOUSEHOLD-CAP > 0
               compute WS-HOUSEHOLD-PCT =
                   WS-AX-HOUSEHOLD-EXPOSURE * 100 / WS-AX-HOUSEHOLD-CAP
                   on size error move 99999 to WS-HOUSEHOLD-PCT
               end-compute
           end-if
           if WS-CUSTOMER-PCT < WATCH-THRESHOLD-PCT
                   and WS-HOUSEHOLD-PCT < WATCH-THRESHOLD-PCT
               exit section
           end-if
           if WS-AX-WITHIN-AGGREGATE-CAP
               move "WATCH" to WS-FLAG
               add 1 to WS-WATCH-COUNT
           else
               move "OVER" to WS-FLAG
               add 1 to WS-OVER-COUNT
           end-if
           add WS-AX-CUSTOMER-EXPOSURE to WS-LISTED-EXPOSURE
           perform WRITE-CUSTOMER-LINE
           .

       WRITE-CUSTOMER-LINE SECTION.
           move spaces to REPORT-LINE
           move WS-AX-CUSTOMER-ID to RPT-CUSTOMER-ID
           string WS-CUST-LAST-NAME of WS-CUST-CUSTOMER-RECORD
                                   delimited by "  "
                  ", " delimited by size
                  WS-CUST-FIRST-NAME delimited by "  "
               into RPT-NAME
           end-string
           move WS-AX-CUSTOMER-EXPOSURE to RPT-CUSTOMER-EXPOSURE
           move WS-AX-CUSTOMER-CAP to RPT-CUSTOMER-CAP
           move WS-CUSTOMER-PCT to RPT-CUSTOMER-PCT
           move WS-AX-HOUSEHOLD-MEMBERS to RPT-MEMBERS
           move WS-AX-HOUSEHOLD-EXPOSURE to RPT-HOUSEHOLD-EXPOSURE
           move WS-AX-HOUSEHOLD-CAP to RPT-HOUSEHOLD-CAP
           move WS-HOUSEHOLD-PCT to RPT-HOUSEHOLD-PCT
           move WS-FLAG to RPT-FLAG
           write REPORT-LINE
           if WS-FLAG = "OVER"
               move WS-AX-CUSTOMER-EXPOSURE to DISPLAY-CASH
               display "OVER AGGREGATE CAP  customer " RPT-CUSTOMER-ID
                       "  exposure " DISPLAY-CASH
                       "  household members " RPT-MEMBERS
           end-if
           .

       CLOSE-FILES SECTION.
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-CUSTOMER-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CUSTOMER-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           if XREF-FILE-IS-AVAILABLE
               move CLOSE-FILE to WS-FUNCTION-CODE
               call OPEN-HOLDER-XREF-FILE using by value
                                        WS-FUNCTION-CODE
                                    by reference WS-XREF-STATUS
           end-if
           close Report-File
           .
