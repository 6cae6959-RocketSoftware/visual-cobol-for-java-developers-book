      *> account-takeover burst - are then flagged, with the customer
      *> looked up per flagged account only.
      *>
      *> A purchase settled abroad inside a trip the customer told us
      *> of - the day within the account's travel notice, the
      *> merchant's country one it names - is expected spending and
      *> stays out of the velocity tally, so a holiday's run of small
      *> sales does not read as a takeover burst. Foreign spending
      *> outside the window or in a country not on the notice is
      *> tallied like any other, and every single large transaction
      *> is still reported wherever it was made.
      *>
      *> Findings are written as fraud cases, one per account and
      *> pattern, so the desk works from a queue instead of last
      *> night's printout. A pattern that already has a case - new,
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "TRANSACTION-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "FRAUD-CASE.cpy" replacing ==(PREFIX)== by ==WS-FC==.
       copy "TRAVEL-NOTICE.cpy" replacing ==(PREFIX)== by ==WS-TN==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS.
        88 CASE-JUST-OPENED                    VALUE "Y".
       01 WS-ALERTS-SUPPRESSED             PIC 9(6) COMP-5 VALUE 0.

      *> Travel notices - without the file every foreign sale is
      *> simply tallied.
       copy "HOME-COUNTRY.cpy".
       01 WS-TN-STATUS                     PIC XX.
       01 WS-TRAVEL-FILE-FLAG              PIC X VALUE "N".
        88 TRAVEL-FILE-IS-AVAILABLE            VALUE "Y".
       01 WS-TRIP-FLAG                     PIC X.
        88 SPEND-IS-ON-DECLARED-TRIP           VALUE "Y".
       01 WS-TN-INDEX                      PIC 9 COMP-5.
       01 WS-TRIP-SPEND-EXCLUDED           PIC 9(6) COMP-5 VALUE 0.

       01 WS-TRANSACTIONS-READ             PIC 9(6) COMP-5 VALUE 0.
       01 WS-ACCOUNTS-FLAGGED              PIC 9(6) COMP-5 VALUE 0.
       01 WS-LARGE-TRANSACTION-COUNT       PIC 9(6) COMP-5 VALUE 0.
                       WS-CASE-FILE-STATUS " - alerts will print "
                       "but no cases will be recorded"
           end-if
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-TRAVEL-NOTICE-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-TN-STATUS
           if WS-TN-STATUS = "00"
               set TRAVEL-FILE-IS-AVAILABLE to true
           end-if
           .

      *> One date-keyed pass over today's activity - the read starts
                                   WS-LARGE-AMOUNT-THRESHOLD
               perform REPORT-LARGE-TRANSACTION
           end-if
           perform CHECK-DECLARED-TRIP
           if SPEND-IS-ON-DECLARED-TRIP
               add 1 to WS-TRIP-SPEND-EXCLUDED
               exit section
           end-if
           perform FIND-TALLY-SLOT
           if TALLY-SLOT > 0
               add 1 to TLY-COUNT(TALLY-SLOT)
           end-if
           .

      *> A purchase from outside the home country (spaces = none
      *> settled, read as domestic) on a day inside the account's
      *> travel notice, in a country the notice names.
       CHECK-DECLARED-TRIP SECTION.
           move "N" to WS-TRIP-FLAG
           if not TRAVEL-FILE-IS-AVAILABLE
                   or WS-AMOUNT of WS-TRANSACTION-RECORD not > 0
                   or WS-MERCHANT-COUNTRY of WS-TRANSACTION-RECORD
                                                        = spaces
                   or WS-MERCHANT-COUNTRY of WS-TRANSACTION-RECORD
                                                        = HOME-COUNTRY
               exit section
           end-if
           move WS-ACCOUNT-ID of WS-TRANSACTION-RECORD to
                        WS-TN-ACCOUNT-ID of WS-TN-TRAVEL-NOTICE
           call FIND-TRAVEL-NOTICE-BY-ACCOUNT using
                              by reference WS-TN-TRAVEL-NOTICE
                                           WS-TN-STATUS
           if WS-TN-STATUS <> "00"
                   or WS-TN-TRAVEL-START-DATE >
                           WS-TRANS-DATE of WS-TRANSACTION-RECORD
                   or WS-TN-TRAVEL-END-DATE <
                           WS-TRANS-DATE of WS-TRANSACTION-RECORD
               exit section
           end-if
           perform varying WS-TN-INDEX from 1 by 1
                       until WS-TN-INDEX > 5
               if WS-TN-TRAVEL-COUNTRY(WS-TN-INDEX) =
                          WS-MERCHANT-COUNTRY of WS-TRANSACTION-RECORD
                   set SPEND-IS-ON-DECLARED-TRIP to true
                   exit perform
               end-if
           end-perform
           .

       FIND-TALLY-SLOT SECTION.
           move 0 to TALLY-SLOT
           perform varying TALLY-INDEX from 1 by 1
                                        WS-FUNCTION-CODE
                                    by reference WS-CASE-FILE-STATUS
           end-if
           if TRAVEL-FILE-IS-AVAILABLE
               move CLOSE-FILE to WS-FUNCTION-CODE
               call OPEN-TRAVEL-NOTICE-FILE using by value
                                        WS-FUNCTION-CODE
                                    by reference WS-TN-STATUS
           end-if
           .

       DISPLAY-SUMMARY SECTION.
           display "*** Fraud cases opened: " WS-CASES-OPENED
           display "*** Repeat alerts suppressed: "
                   WS-ALERTS-SUPPRESSED
           display "*** Declared-trip spending left out of velocity: "
                   WS-TRIP-SPEND-EXCLUDED
           .
