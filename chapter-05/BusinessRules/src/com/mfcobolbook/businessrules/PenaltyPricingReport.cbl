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

      *> Penalty-pricing report off the file MonthEndInterestRun keeps:
      *> every account whose penalty episode is still in force prints -
      *> NOTICED ones with the date the penalty APR takes effect, and
      *> ACTIVE ones with the rate they will go back to and how many of
      *> the six on-time minimums toward the cure they have made.
       program-id. PenaltyPricingReport.

       environment division.
       input-output section.
       file-control.
           select Penalty-File assign to external penaltyPricingFile
               file status is WS-PENALTY-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-ACCOUNT-ID of FILE-PENALTY-PRICING
               .

       data division.
       file section.
       fd Penalty-File.
       copy "PENALTY-PRICING.cpy" replacing ==(PREFIX)== by ==FILE==.

       working-storage section.
       01 WS-PENALTY-STATUS                PIC XX.

       78 PENALTY-CURE-CYCLES              VALUE 6.

       01 WS-ACCOUNTS-NOTICED              PIC 9(6) COMP-5 VALUE 0.
       01 WS-ACCOUNTS-ACTIVE               PIC 9(6) COMP-5 VALUE 0.
       01 WS-ACCOUNT-DISPLAY               PIC 9(10).
       01 DISPLAY-RATE                     PIC 9.9(4).
       01 DISPLAY-PRIOR-RATE               PIC 9.9(4).
       01 DISPLAY-CURE-COUNT               PIC Z9.

       procedure division.
           perform SCAN-PENALTY-FILE
           display "*** Penalty notices pending: " WS-ACCOUNTS-NOTICED
           display "*** On penalty pricing:      " WS-ACCOUNTS-ACTIVE
           stop run.

       SCAN-PENALTY-FILE SECTION.
           open input Penalty-File
           if WS-PENALTY-STATUS <> "00"
               display "*** No penalty pricing file on disk - no "
                       "accounts repriced"
               exit section
           end-if
           move 0 to FILE-ACCOUNT-ID of FILE-PENALTY-PRICING
           start Penalty-File key >= FILE-ACCOUNT-ID
                                  of FILE-PENALTY-PRICING
           if WS-PENALTY-STATUS <> "00"
               close Penalty-File
               exit section
           end-if
           perform until WS-PENALTY-STATUS <> "00"
               read Penalty-File next
                   at end move "10" to WS-PENALTY-STATUS
               end-read
               if WS-PENALTY-STATUS = "00"
                       and FILE-PENALTY-IN-FORCE of FILE-PENALTY-PRICING
                   perform REPORT-ONE-ACCOUNT
               end-if
           end-perform
           close Penalty-File
           .

       REPORT-ONE-ACCOUNT SECTION.
           move FILE-ACCOUNT-ID of FILE-PENALTY-PRICING
                                   to WS-ACCOUNT-DISPLAY
           move FILE-PENALTY-APR of FILE-PENALTY-PRICING
                                   to DISPLAY-RATE
           if FILE-PENALTY-NOTICED of FILE-PENALTY-PRICING
               add 1 to WS-ACCOUNTS-NOTICED
               display "NOTICED  account " WS-ACCOUNT-DISPLAY
                       "  penalty " DISPLAY-RATE
                       "  noticed "
                       FILE-NOTICE-DATE of FILE-PENALTY-PRICING
                       "  effective "
                       FILE-EFFECTIVE-DATE of FILE-PENALTY-PRICING
           else
               add 1 to WS-ACCOUNTS-ACTIVE
               move FILE-PRIOR-APR of FILE-PENALTY-PRICING
                                   to DISPLAY-PRIOR-RATE
               move FILE-CURE-COUNT of FILE-PENALTY-PRICING
                                   to DISPLAY-CURE-COUNT
               display "ACTIVE   account " WS-ACCOUNT-DISPLAY
                       "  penalty " DISPLAY-RATE
                       "  prior " DISPLAY-PRIOR-RATE
                       "  since "
                       FILE-EFFECTIVE-DATE of FILE-PENALTY-PRICING
                       "  cure " DISPLAY-CURE-COUNT
                       " of " PENALTY-CURE-CYCLES
           end-if
           .
