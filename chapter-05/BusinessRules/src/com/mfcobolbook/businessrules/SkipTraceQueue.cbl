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

      *> Skip-trace work queue. First applies the team's closures
      *> from the optional disposition file - one X,ACCOUNT-ID line
      *> (ten digits) per case given up on after every source was
      *> tried - then sweeps the queue. An open case whose customer
      *> no longer carries the undeliverable flag has had a new
      *> address written since the mail came back, by maintenance,
      *> a change-of-address match or the customer, and is closed
      *> FOUND. Every case still open is listed for the team with
      *> the customer, how many pieces have come back, the last
      *> endorsement and how long the case has waited, in account
      *> order.
       program-id. SkipTraceQueue.

       environment division.
       input-output section.
       file-control.
           select Skip-Trace-File assign to external skipTraceFile
               file status is WS-SKIP-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-SKP-ACCOUNT-ID
                          of FILE-SKIP-TRACE-CASE
               .
           select Disposition-File
               assign to external skipTraceDispositionFile
               organization is line sequential
               file status is WS-DISPOSITION-STATUS
               .

       data division.
       file section.
       fd Skip-Trace-File.
       copy "SKIP-TRACE-CASE.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Disposition-File.
       01 DISPOSITION-LINE.
        03 DSP-ACTION                      PIC X(01).
        03 FILLER                          PIC X(01).
        03 DSP-ACCOUNT-ID                  PIC X(10).
        03 DSP-ACCOUNT-NUMBER redefines DSP-ACCOUNT-ID
                                           PIC 9(10).
        03 FILLER                          PIC X(28).

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "CUSTOMER-RECORD.cpy" replacing ==(PREFIX)== by ==WS-CUST==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 WS-CUSTOMER-STATUS               PIC XX.
       01 WS-SKIP-STATUS                   PIC XX.
       01 WS-DISPOSITION-STATUS            PIC XX.
       01 WS-TODAY                         PIC 9(08).

       01 WS-STEP-DATE                     PIC 9(08).
       01 WS-DAYS-OPEN                     PIC 9(03) COMP-5.
       01 DISPLAY-DAYS                     PIC ZZ9.
       01 DISPLAY-RETURNS                  PIC ZZ9.
       01 WS-ACCOUNT-DISPLAY               PIC 9(10).
       01 WS-CUSTOMER-DISPLAY              PIC 9(10).

       01 WS-CASES-OPEN                    PIC 9(6) COMP-5 VALUE 0.
       01 WS-CASES-FOUND                   PIC 9(6) COMP-5 VALUE 0.
       01 WS-CASES-EXHAUSTED               PIC 9(6) COMP-5 VALUE 0.
       01 WS-DISPOSITIONS-REJECTED         PIC 9(6) COMP-5 VALUE 0.

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-CUSTOMER-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CUSTOMER-STATUS
           if WS-CUSTOMER-STATUS <> "00"
               display "*** Could not open customer file, status "
                       WS-CUSTOMER-STATUS
               stop run
           end-if
           open i-o Skip-Trace-File
           if WS-SKIP-STATUS <> "00"
               display "*** No skip-trace file on disk - nothing "
                       "queued"
           else
               perform APPLY-DISPOSITIONS
               perform SWEEP-THE-QUEUE
               close Skip-Trace-File
           end-if
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-CUSTOMER-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CUSTOMER-STATUS
           display "*** Cases still open:        " WS-CASES-OPEN
           display "*** Closed - new address:    " WS-CASES-FOUND
           display "*** Closed - exhausted:      " WS-CASES-EXHAUSTED
           display "*** Dispositions rejected:   "
                   WS-DISPOSITIONS-REJECTED
           stop run.

       APPLY-DISPOSITIONS SECTION.
           open input Disposition-File
           if WS-DISPOSITION-STATUS <> "00"
               exit section
           end-if
           read Disposition-File
               at end move "10" to WS-DISPOSITION-STATUS
           end-read
           perform until WS-DISPOSITION-STATUS <> "00"
               if DISPOSITION-LINE <> spaces
                   perform APPLY-ONE-DISPOSITION
               end-if
               read Disposition-File
                   at end move "10" to WS-DISPOSITION-STATUS
               end-read
           end-perform
           close Disposition-File
           .

       APPLY-ONE-DISPOSITION SECTION.
           if DSP-ACTION <> "X" or DSP-ACCOUNT-ID is not numeric
               add 1 to WS-DISPOSITIONS-REJECTED
               display "*** Disposition rejected: " DISPOSITION-LINE
               exit section
           end-if
           move DSP-ACCOUNT-NUMBER to
                   FILE-SKP-ACCOUNT-ID of FILE-SKIP-TRACE-CASE
           read Skip-Trace-File key is FILE-SKP-ACCOUNT-ID
                                    of FILE-SKIP-TRACE-CASE
           if WS-SKIP-STATUS <> "00"
                   or not FILE-SKP-OPEN of FILE-SKIP-TRACE-CASE
               add 1 to WS-DISPOSITIONS-REJECTED
               display "*** No open case for disposition: "
                       DISPOSITION-LINE
               move "00" to WS-SKIP-STATUS
               exit section
           end-if
           set FILE-SKP-EXHAUSTED of FILE-SKIP-TRACE-CASE to true
           move WS-TODAY to FILE-SKP-CLOSED-DATE
                                   of FILE-SKIP-TRACE-CASE
           rewrite FILE-SKIP-TRACE-CASE
           add 1 to WS-CASES-EXHAUSTED
           display "EXHAUSTED  account " DSP-ACCOUNT-ID
           .

       SWEEP-THE-QUEUE SECTION.
           move low-values to FILE-SKIP-TRACE-CASE
           start Skip-Trace-File key >= FILE-SKP-ACCOUNT-ID
                                    of FILE-SKIP-TRACE-CASE
           perform until WS-SKIP-STATUS <> "00"
               read Skip-Trace-File next
                   at end move "10" to WS-SKIP-STATUS
               end-read
               if WS-SKIP-STATUS = "00"
                       and FILE-SKP-OPEN of FILE-SKIP-TRACE-CASE
                   perform WORK-ONE-CASE
               end-if
           end-perform
           .

      *> A customer no longer on file has nothing left to trace
      *> and stays listed until the team closes the case.
       WORK-ONE-CASE SECTION.
           move FILE-SKP-ACCOUNT-ID of FILE-SKIP-TRACE-CASE
                                   to WS-ACCOUNT-DISPLAY
           move FILE-SKP-CUSTOMER-ID of FILE-SKIP-TRACE-CASE
                                   to WS-CUSTOMER-DISPLAY
           move FILE-SKP-CUSTOMER-ID of FILE-SKIP-TRACE-CASE to
                   WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD
           move START-READ to WS-FUNCTION-CODE
           call FIND-CUSTOMER-ID using by value WS-FUNCTION-CODE
                         by reference WS-CUST-CUSTOMER-RECORD
                                      WS-CUSTOMER-STATUS
           if WS-CUSTOMER-STATUS = "00"
                   and not WS-CUST-ADDRESS-IS-UNDELIVERABLE
               set FILE-SKP-FOUND of FILE-SKIP-TRACE-CASE to true
               move WS-TODAY to FILE-SKP-CLOSED-DATE
                                   of FILE-SKIP-TRACE-CASE
               rewrite FILE-SKIP-TRACE-CASE
               add 1 to WS-CASES-FOUND
               display "FOUND      account " WS-ACCOUNT-DISPLAY
                       "  customer " WS-CUSTOMER-DISPLAY
                       "  new address " WS-CUST-ADDRESS-CHANGED-DATE
               move "00" to WS-SKIP-STATUS
               exit section
           end-if
           if WS-CUSTOMER-STATUS <> "00"
               move spaces to WS-CUST-LAST-NAME
           end-if
           move "00" to WS-CUSTOMER-STATUS
           add 1 to WS-CASES-OPEN
           move FILE-SKP-QUEUED-DATE of FILE-SKIP-TRACE-CASE
                                   to WS-STEP-DATE
           move 0 to WS-DAYS-OPEN
           perform until WS-STEP-DATE >= WS-TODAY
                      or WS-DAYS-OPEN >= 999
               call ADVANCE-ONE-DAY-ENTRY using by reference
                                                     WS-STEP-DATE
               add 1 to WS-DAYS-OPEN
           end-perform
           move WS-DAYS-OPEN to DISPLAY-DAYS
           move FILE-SKP-RETURN-COUNT of FILE-SKIP-TRACE-CASE
                                   to DISPLAY-RETURNS
           display "OPEN  account " WS-ACCOUNT-DISPLAY
                   "  customer " WS-CUSTOMER-DISPLAY
                   "  " WS-CUST-LAST-NAME(1:20)
                   "  returns " DISPLAY-RETURNS
                   "  last " FILE-SKP-RETURN-REASON
                                   of FILE-SKIP-TRACE-CASE
                   "  days " DISPLAY-DAYS
           .
