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

      *> Stand-in exposure report for the fraud team: every stand-in
      *> approval on the exception file - ones the host would have
      *> declined, and ones whose card we could not find - listed
      *> with the host's reason, then counted and totaled by reason.
      *> The exception file accumulates across intakes; an optional
      *> one-line from-date (yyyymmdd) limits the report to the
      *> intakes since.
       program-id. StandInExposureReport.

       environment division.
       input-output section.
       file-control.
           select Exception-File
               assign to external standInExceptionFile
               organization is line sequential
               file status is WS-EXCEPTION-STATUS
               .
           select Report-Date-File
               assign to external standInReportDateFile
               organization is line sequential
               file status is WS-REPORT-DATE-STATUS
               .

       data division.
       file section.
       fd Exception-File.
       copy "STAND-IN-EXCEPTION.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Report-Date-File.
       01 REPORT-DATE-LINE                 PIC X(08).

       working-storage section.
       01 WS-EXCEPTION-STATUS              PIC XX.
       01 WS-REPORT-DATE-STATUS            PIC XX.
       01 WS-FROM-DATE                     PIC 9(08) VALUE 0.

       01 WS-REASON-TABLE.
        03 WS-REASON-ENTRY occurs 20 times.
         05 WS-REASON-CODE                 PIC X(02).
         05 WS-REASON-COUNT                PIC 9(6) COMP-5.
         05 WS-REASON-AMOUNT               PIC S9(12)V99.
       01 WS-REASON-COUNT-USED             PIC 99 COMP-5 VALUE 0.
       01 WS-REASON-INDEX                  PIC 99 COMP-5.
       01 WS-REASON-TEXT                   PIC X(24).

       01 WS-ROWS-REPORTED                 PIC 9(6) COMP-5 VALUE 0.
       01 WS-TOTAL-EXPOSURE                PIC S9(12)V99 VALUE 0.
       01 DISPLAY-CASH                     PIC -Z(12)9.99.
       01 DISPLAY-OTB                      PIC -Z(12)9.99.
       01 DISPLAY-ACCOUNT-ID               PIC Z(9)9.

       procedure division.
           perform READ-REPORT-DATE
           open input Exception-File
           if WS-EXCEPTION-STATUS <> "00"
               display "*** No stand-in exception file, status "
                       WS-EXCEPTION-STATUS
           else
               display "STAND-IN EXPOSURE - APPROVALS THE HOST WOULD "
                       "HAVE DECLINED"
               perform LIST-EXCEPTIONS
               close Exception-File
               perform DISPLAY-SUMMARY
           end-if
           stop run.

       READ-REPORT-DATE SECTION.
           open input Report-Date-File
           if WS-REPORT-DATE-STATUS <> "00"
               exit section
           end-if
           read Report-Date-File
               at end move "10" to WS-REPORT-DATE-STATUS
           end-read
           if WS-REPORT-DATE-STATUS = "00"
                   and REPORT-DATE-LINE is numeric
               move REPORT-DATE-LINE to WS-FROM-DATE
               display "*** Intakes from " WS-FROM-DATE " only"
           end-if
           close Report-Date-File
           .

       LIST-EXCEPTIONS SECTION.
           read Exception-File
               at end move "10" to WS-EXCEPTION-STATUS
           end-read
           perform until WS-EXCEPTION-STATUS <> "00"
               if FILE-SIX-INTAKE-DATE >= WS-FROM-DATE
                   perform REPORT-EXCEPTION
               end-if
               read Exception-File
                   at end move "10" to WS-EXCEPTION-STATUS
               end-read
           end-perform
           .

       REPORT-EXCEPTION SECTION.
           add 1 to WS-ROWS-REPORTED
           add FILE-SIX-AMOUNT to WS-TOTAL-EXPOSURE
           perform ADD-TO-REASON
           move FILE-SIX-AMOUNT to DISPLAY-CASH
           move FILE-SIX-OPEN-TO-BUY to DISPLAY-OTB
           move FILE-SIX-ACCOUNT-ID to DISPLAY-ACCOUNT-ID
           display "account " DISPLAY-ACCOUNT-ID
                   "  card ****" FILE-SIX-CARD-LAST4
                   "  " FILE-SIX-DATE " " FILE-SIX-TIME(1:6)
                   "  appr " FILE-SIX-APPROVAL-CODE
           display "    amount " DISPLAY-CASH
                   "  mcc " FILE-SIX-MCC
                   "  merchant " FILE-SIX-MERCHANT-ID
           display "    host reason " FILE-SIX-HOST-REASON
                   "  open-to-buy " DISPLAY-OTB
           .

       ADD-TO-REASON SECTION.
           perform varying WS-REASON-INDEX from 1 by 1
                       until WS-REASON-INDEX > WS-REASON-COUNT-USED
               if WS-REASON-CODE(WS-REASON-INDEX)
                                       = FILE-SIX-HOST-REASON
                   exit perform
               end-if
           end-perform
           if WS-REASON-INDEX > WS-REASON-COUNT-USED
               if WS-REASON-COUNT-USED = 20
                   exit section
               end-if
               add 1 to WS-REASON-COUNT-USED
               move WS-REASON-COUNT-USED to WS-REASON-INDEX
               move FILE-SIX-HOST-REASON to
                        WS-REASON-CODE(WS-REASON-INDEX)
               move 0 to WS-REASON-COUNT(WS-REASON-INDEX)
               move 0 to WS-REASON-AMOUNT(WS-REASON-INDEX)
           end-if
           add 1 to WS-REASON-COUNT(WS-REASON-INDEX)
           add FILE-SIX-AMOUNT to WS-REASON-AMOUNT(WS-REASON-INDEX)
           .

       DISPLAY-SUMMARY SECTION.
           display "BY HOST DECLINE REASON"
           perform varying WS-REASON-INDEX from 1 by 1
                       until WS-REASON-INDEX > WS-REASON-COUNT-USED
               perform NAME-REASON
               move WS-REASON-AMOUNT(WS-REASON-INDEX) to DISPLAY-CASH
               display "  " WS-REASON-CODE(WS-REASON-INDEX)
                       " " WS-REASON-TEXT
                       " count " WS-REASON-COUNT(WS-REASON-INDEX)
                       "  amount " DISPLAY-CASH
           end-perform
           move WS-TOTAL-EXPOSURE to DISPLAY-CASH
           display "*** Flagged stand-in approvals: " WS-ROWS-REPORTED
           display "*** Total stand-in exposure:    " DISPLAY-CASH
           .

      *> The host's authorization reason codes; "01" here is also an
      *> advice whose card is not on file.
       NAME-REASON SECTION.
           evaluate WS-REASON-CODE(WS-REASON-INDEX)
               when "01"
                   move "NO ACCOUNT / NO CARD" to WS-REASON-TEXT
               when "02"
                   move "ACCOUNT NOT OPEN" to WS-REASON-TEXT
               when "03"
                   move "OVER LIMIT" to WS-REASON-TEXT
               when "04"
                   move "BAD AMOUNT" to WS-REASON-TEXT
               when "05"
                   move "RESTRICTED" to WS-REASON-TEXT
               when "06"
                   move "CARD NOT ACTIVATED" to WS-REASON-TEXT
               when "07"
                   move "CARD FROZEN" to WS-REASON-TEXT
               when "08"
                   move "MCC BLOCKED" to WS-REASON-TEXT
               when "09"
                   move "OVER PER-TXN MAXIMUM" to WS-REASON-TEXT
               when "10"
                   move "MERCHANT STOPPED" to WS-REASON-TEXT
               when "12"
                   move "COMPANY LIMIT" to WS-REASON-TEXT
               when "13"
                   move "COST CENTER LIMIT" to WS-REASON-TEXT
               when other
                   move spaces to WS-REASON-TEXT
           end-evaluate
           .
