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

      *> AML case disposition, in the style of ComplaintDisposition:
      *> reads the investigators' file of ACTION,CUSTOMER-ID,RAISED-
      *> DATE,INVESTIGATOR,TEXT lines against the cases AmlCashScan
      *> raises. ACTION is
      *>   N  note - TEXT is appended to the case's notes, dated and
      *>      signed; the first note moves an open case to
      *>      investigating
      *>   D  decision - TEXT is S (file a SAR) or N (no SAR); no SAR
      *>      closes the case, a SAR decision leaves it pending filing
      *>   F  filed - TEXT is the SAR filing reference; only a case
      *>      decided for SAR can be filed, and a filing after the due
      *>      date is accepted but called out as late
      *> A closed case takes no further lines. After the lines, every
      *> case still short of closed is checked against its SAR-DUE-
      *> DATE and listed when overdue or due within the week.
       program-id. AmlCaseDisposition.

       environment division.
       input-output section.
       file-control.
           select Disposition-File assign to external
                                           amlDispositionFile
               organization is line sequential
               file status is WS-DISPOSITION-STATUS
               .
           select Aml-Case-File assign to external amlCaseFile
               file status is WS-AML-CASE-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-AML-CASE-KEY of FILE-AML-CASE
               .

       data division.
       file section.
       fd Disposition-File.
       01 DISPOSITION-LINE                 PIC X(250).
       fd Aml-Case-File.
       copy "AML-CASE.cpy" replacing ==(PREFIX)== by ==FILE==.

       working-storage section.
       01 WS-DISPOSITION-STATUS            PIC XX.
       01 WS-AML-CASE-STATUS               PIC XX.

       01 WS-TODAY                         PIC 9(08).
       78 AML-WARNING-DAYS                 VALUE 7.
       01 WS-WARNING-DATE                  PIC 9(08).
       01 WS-DAY-COUNTER                   PIC 9(4) COMP-5.

       01 WS-LINE-ACTION                   PIC X(01).
        88 LINE-IS-NOTE                        VALUE "N".
        88 LINE-IS-DECISION                    VALUE "D".
        88 LINE-IS-FILING                      VALUE "F".
       01 WS-LINE-CUSTOMER                 PIC 9(10).
       01 WS-LINE-DATE                     PIC 9(08).
       01 WS-LINE-INVESTIGATOR             PIC X(08).
       01 WS-LINE-TEXT                     PIC X(200).
       01 WS-LINE-TALLY                    PIC 99 COMP-5.

       01 WS-NOTE-LENGTH                   PIC 9(4) COMP-5.
       01 WS-NOTE-POINTER                  PIC 9(4) COMP-5.
       01 WS-NOTE-ENTRY                    PIC X(230).

       01 WS-NOTES-ADDED                   PIC 9(6) COMP-5 VALUE 0.
       01 WS-DECISIONS-RECORDED            PIC 9(6) COMP-5 VALUE 0.
       01 WS-SARS-FILED                    PIC 9(6) COMP-5 VALUE 0.
       01 WS-LINES-REJECTED                PIC 9(6) COMP-5 VALUE 0.
       01 WS-CASES-OVERDUE                 PIC 9(6) COMP-5 VALUE 0.
       01 WS-CASES-DUE-SOON                PIC 9(6) COMP-5 VALUE 0.
       01 WS-DISPLAY-CUSTOMER-ID           PIC 9(10).

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           open i-o Aml-Case-File
           if WS-AML-CASE-STATUS <> "00"
               display "*** Could not open AML case file, status "
                       WS-AML-CASE-STATUS
               stop run
           end-if
      *>   No investigator file today still gets the deadline watch.
           open input Disposition-File
           if WS-DISPOSITION-STATUS = "00"
               perform PROCESS-DISPOSITION-FILE
               close Disposition-File
           else
               display "*** No disposition file, status "
                       WS-DISPOSITION-STATUS " - deadline watch only"
           end-if
           perform WATCH-FILING-DEADLINES
           close Aml-Case-File
           display "*** Notes added:        " WS-NOTES-ADDED
           display "*** Decisions recorded: " WS-DECISIONS-RECORDED
           display "*** SARs filed:         " WS-SARS-FILED
           display "*** Lines rejected:     " WS-LINES-REJECTED
           display "*** Cases overdue:      " WS-CASES-OVERDUE
           display "*** Cases due this week:" WS-CASES-DUE-SOON
           stop run.

       PROCESS-DISPOSITION-FILE SECTION.
           read Disposition-File
               at end move "10" to WS-DISPOSITION-STATUS
           end-read
           perform until WS-DISPOSITION-STATUS <> "00"
               if DISPOSITION-LINE <> spaces
                   perform APPLY-ONE-LINE
               end-if
               read Disposition-File
                   at end move "10" to WS-DISPOSITION-STATUS
               end-read
           end-perform
           .

       APPLY-ONE-LINE SECTION.
           move 0 to WS-LINE-CUSTOMER WS-LINE-DATE WS-LINE-TALLY
           move spaces to WS-LINE-INVESTIGATOR WS-LINE-TEXT
           move space to WS-LINE-ACTION
           unstring DISPOSITION-LINE delimited by ","
               into WS-LINE-ACTION
                    WS-LINE-CUSTOMER
                    WS-LINE-DATE
                    WS-LINE-INVESTIGATOR
                    WS-LINE-TEXT
               tallying in WS-LINE-TALLY
           end-unstring
           if WS-LINE-TALLY < 5
                   or WS-LINE-INVESTIGATOR = spaces
                   or WS-LINE-TEXT = spaces
                   or not (LINE-IS-NOTE or LINE-IS-DECISION
                           or LINE-IS-FILING)
               perform REJECT-LINE
               exit section
           end-if
           move WS-LINE-CUSTOMER to FILE-CUSTOMER-ID of FILE-AML-CASE
           move WS-LINE-DATE to FILE-RAISED-DATE of FILE-AML-CASE
           read Aml-Case-File key is FILE-AML-CASE-KEY
                                  of FILE-AML-CASE
           if WS-AML-CASE-STATUS <> "00"
               perform REJECT-LINE
               display "    no such case"
               move "00" to WS-AML-CASE-STATUS
               exit section
           end-if
           if FILE-CASE-CLOSED of FILE-AML-CASE
               perform REJECT-LINE
               display "    case already closed"
               exit section
           end-if
           evaluate true
               when LINE-IS-NOTE
                   perform ADD-INVESTIGATOR-NOTE
               when LINE-IS-DECISION
                   perform RECORD-SAR-DECISION
               when LINE-IS-FILING
                   perform RECORD-SAR-FILING
           end-evaluate
           .

      *> The note goes on dated and signed behind any earlier ones;
      *> one that would not fit whole is refused, not truncated.
       ADD-INVESTIGATOR-NOTE SECTION.
           move spaces to WS-NOTE-ENTRY
           string WS-TODAY delimited by size
                  " " delimited by size
                  WS-LINE-INVESTIGATOR delimited by space
                  ": " delimited by size
                  WS-LINE-TEXT delimited by size
               into WS-NOTE-ENTRY
           end-string
           move length of WS-NOTE-ENTRY to WS-NOTE-LENGTH
           perform until WS-NOTE-LENGTH = 0
                      or WS-NOTE-ENTRY(WS-NOTE-LENGTH:1) <> space
               subtract 1 from WS-NOTE-LENGTH
           end-perform
           move length of FILE-NOTE-TEXT of FILE-AML-CASE
                                   to WS-NOTE-POINTER
           perform until WS-NOTE-POINTER = 0
                      or FILE-NOTE-TEXT of FILE-AML-CASE
                                   (WS-NOTE-POINTER:1) <> space
               subtract 1 from WS-NOTE-POINTER
           end-perform
           if WS-NOTE-POINTER > 0
               add 4 to WS-NOTE-POINTER
           else
               move 1 to WS-NOTE-POINTER
           end-if
           if WS-NOTE-POINTER + WS-NOTE-LENGTH - 1 >
                           length of FILE-NOTE-TEXT of FILE-AML-CASE
               perform REJECT-LINE
               display "    case notes are full"
               exit section
           end-if
           if WS-NOTE-POINTER > 1
               move " / " to FILE-NOTE-TEXT of FILE-AML-CASE
                                   (WS-NOTE-POINTER - 3:3)
           end-if
           move WS-NOTE-ENTRY(1:WS-NOTE-LENGTH) to
                   FILE-NOTE-TEXT of FILE-AML-CASE
                                   (WS-NOTE-POINTER:WS-NOTE-LENGTH)
           add 1 to FILE-NOTE-COUNT of FILE-AML-CASE
           move WS-TODAY to FILE-LAST-NOTE-DATE of FILE-AML-CASE
           if FILE-CASE-OPEN of FILE-AML-CASE
               set FILE-CASE-INVESTIGATING of FILE-AML-CASE to true
               move WS-LINE-INVESTIGATOR to
                        FILE-INVESTIGATOR-ID of FILE-AML-CASE
           end-if
           perform REWRITE-CASE
           if WS-AML-CASE-STATUS = "00"
               add 1 to WS-NOTES-ADDED
           end-if
           .

       RECORD-SAR-DECISION SECTION.
           if FILE-CASE-SAR-PENDING of FILE-AML-CASE
               perform REJECT-LINE
               display "    SAR already decided - awaiting filing"
               exit section
           end-if
           evaluate WS-LINE-TEXT
               when "S"
                   set FILE-CASE-SAR-PENDING of FILE-AML-CASE to true
               when "N"
                   set FILE-CASE-NO-SAR of FILE-AML-CASE to true
               when other
                   perform REJECT-LINE
                   exit section
           end-evaluate
           move WS-LINE-INVESTIGATOR to
                        FILE-INVESTIGATOR-ID of FILE-AML-CASE
           move WS-TODAY to FILE-DECISION-DATE of FILE-AML-CASE
           perform REWRITE-CASE
           if WS-AML-CASE-STATUS = "00"
               add 1 to WS-DECISIONS-RECORDED
               display "DECIDED  customer " WS-LINE-CUSTOMER
                       "  raised " WS-LINE-DATE
                       "  SAR " WS-LINE-TEXT(1:1)
                       "  by " WS-LINE-INVESTIGATOR
           end-if
           .

       RECORD-SAR-FILING SECTION.
           if not FILE-CASE-SAR-PENDING of FILE-AML-CASE
               perform REJECT-LINE
               display "    no SAR decision on the case"
               exit section
           end-if
           move WS-LINE-TEXT to FILE-SAR-REFERENCE of FILE-AML-CASE
           move WS-TODAY to FILE-FILED-DATE of FILE-AML-CASE
           set FILE-CASE-SAR-FILED of FILE-AML-CASE to true
           perform REWRITE-CASE
           if WS-AML-CASE-STATUS = "00"
               add 1 to WS-SARS-FILED
               display "SAR FILED  customer " WS-LINE-CUSTOMER
                       "  raised " WS-LINE-DATE
                       "  reference " FILE-SAR-REFERENCE of
                                               FILE-AML-CASE
               if WS-TODAY > FILE-SAR-DUE-DATE of FILE-AML-CASE
                   display "    filed LATE - was due "
                           FILE-SAR-DUE-DATE of FILE-AML-CASE
               end-if
           end-if
           .

       REWRITE-CASE SECTION.
           rewrite FILE-AML-CASE
           if WS-AML-CASE-STATUS <> "00"
               perform REJECT-LINE
               display "    rewrite failed, status " WS-AML-CASE-STATUS
           end-if
           .

       WATCH-FILING-DEADLINES SECTION.
           move WS-TODAY to WS-WARNING-DATE
           perform varying WS-DAY-COUNTER from 1 by 1
                       until WS-DAY-COUNTER > AML-WARNING-DAYS
               call ADVANCE-ONE-DAY-ENTRY using by reference
                                                     WS-WARNING-DATE
           end-perform
           move low-values to FILE-AML-CASE-KEY of FILE-AML-CASE
           start Aml-Case-File key >= FILE-AML-CASE-KEY
                                   of FILE-AML-CASE
           if WS-AML-CASE-STATUS = "00"
               read Aml-Case-File next
           end-if
           perform until WS-AML-CASE-STATUS <> "00"
               if not FILE-CASE-CLOSED of FILE-AML-CASE
                   perform CHECK-ONE-DEADLINE
               end-if
               read Aml-Case-File next
           end-perform
           move "00" to WS-AML-CASE-STATUS
           .

       CHECK-ONE-DEADLINE SECTION.
           move FILE-CUSTOMER-ID of FILE-AML-CASE to
                        WS-DISPLAY-CUSTOMER-ID
           if WS-TODAY > FILE-SAR-DUE-DATE of FILE-AML-CASE
               add 1 to WS-CASES-OVERDUE
               display "OVERDUE  customer " WS-DISPLAY-CUSTOMER-ID
                       "  raised " FILE-RAISED-DATE of FILE-AML-CASE
                       "  status " FILE-CASE-STATUS of FILE-AML-CASE
                       "  due " FILE-SAR-DUE-DATE of FILE-AML-CASE
                       "  investigator "
                       FILE-INVESTIGATOR-ID of FILE-AML-CASE
               exit section
           end-if
           if FILE-SAR-DUE-DATE of FILE-AML-CASE <= WS-WARNING-DATE
               add 1 to WS-CASES-DUE-SOON
               display "DUE SOON  customer " WS-DISPLAY-CUSTOMER-ID
                       "  raised " FILE-RAISED-DATE of FILE-AML-CASE
                       "  status " FILE-CASE-STATUS of FILE-AML-CASE
                       "  due " FILE-SAR-DUE-DATE of FILE-AML-CASE
                       "  investigator "
                       FILE-INVESTIGATOR-ID of FILE-AML-CASE
           end-if
           .

       REJECT-LINE SECTION.
           add 1 to WS-LINES-REJECTED
           display "REJECTED  " DISPOSITION-LINE(1:60)
           .
