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

      *> Nightly travel-notice purge: a notice whose last day of
      *> travel is behind the processing date has done its work -
      *> the trip is over and spending abroad on the account is to be
      *> weighed as unexpected again - so the row is deleted through
      *> the audited entry point, leaving the before image on the
      *> audit trail. A notice still running, or for a trip yet to
      *> start, is left alone.
       program-id. TravelNoticePurge.

       data division.
       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "TRAVEL-NOTICE.cpy" replacing ==(PREFIX)== by ==WS-TN==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 WS-TN-STATUS                     PIC XX.
       01 WS-DELETE-STATUS                 PIC XX.

       01 WS-TODAY                         PIC 9(08).

       01 WS-NOTICES-READ                  PIC 9(6) COMP-5 VALUE 0.
       01 WS-NOTICES-PURGED                PIC 9(6) COMP-5 VALUE 0.
       01 WS-PURGE-FAILURES                PIC 9(6) COMP-5 VALUE 0.

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           move OPEN-I-O to WS-FUNCTION-CODE
           call OPEN-TRAVEL-NOTICE-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-TN-STATUS
           if WS-TN-STATUS <> "00"
               display "*** Could not open travel notice file, status "
                       WS-TN-STATUS
               stop run
           end-if
           perform SWEEP-ALL-NOTICES
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-TRAVEL-NOTICE-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-TN-STATUS
           display "*** Travel notices read:   " WS-NOTICES-READ
           display "*** Travel notices purged: " WS-NOTICES-PURGED
           if WS-PURGE-FAILURES > 0
               display "*** Notices that could not be deleted: "
                       WS-PURGE-FAILURES
           end-if
           stop run.

       SWEEP-ALL-NOTICES SECTION.
           initialize WS-TN-TRAVEL-NOTICE
           move START-READ to WS-FUNCTION-CODE
           call READ-TRAVEL-NOTICE using by value WS-FUNCTION-CODE
                              by reference WS-TN-TRAVEL-NOTICE
                                           WS-TN-STATUS
           perform READ-NEXT-NOTICE
           perform until WS-TN-STATUS <> "00"
               add 1 to WS-NOTICES-READ
               if WS-TN-TRAVEL-END-DATE < WS-TODAY
                   perform PURGE-ONE-NOTICE
               end-if
               perform READ-NEXT-NOTICE
           end-perform
           .

       READ-NEXT-NOTICE SECTION.
           move READ-NEXT to WS-FUNCTION-CODE
           call READ-TRAVEL-NOTICE using by value WS-FUNCTION-CODE
                              by reference WS-TN-TRAVEL-NOTICE
                                           WS-TN-STATUS
           .

       PURGE-ONE-NOTICE SECTION.
           call DELETE-TRAVEL-NOTICE using
                              by reference WS-TN-TRAVEL-NOTICE
                                           WS-DELETE-STATUS
           if WS-DELETE-STATUS = "00"
               add 1 to WS-NOTICES-PURGED
           else
               add 1 to WS-PURGE-FAILURES
               display "*** Could not purge travel notice for account "
                       WS-TN-ACCOUNT-ID " status " WS-DELETE-STATUS
           end-if
           .
