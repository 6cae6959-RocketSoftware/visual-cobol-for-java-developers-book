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

      *> Prescreened firm-offer list. The bureau's vendor sends the
      *> campaign's prescreened list - a header carrying the campaign
      *> code, the offer terms and the expiry date, one detail line
      *> per prospect, and a trailer count. Every prospect is then
      *> put through our own criteria before an offer is made:
      *>   - a bureau score at or above our prescreen floor and a
      *>     complete mailing address;
      *>   - not already holding an open account with us (walked
      *>     through FIND-ACCOUNT-BY-CUSTOMER for every customer on
      *>     file under the prospect's SSN);
      *>   - no charged-off account, no bankruptcy stay or claim, and
      *>     no watchlist review in their history;
      *>   - not opted out of solicitation on the customer record;
      *>   - not opted out of sharing with third parties - the
      *>     mailing file goes to the outside mail house, so a
      *>     customer who has said no is suppressed and counted.
      *> Survivors get a firm-offer mailing record followed by the
      *> prescreen and opt-out notice the offer must carry, and a
      *> response-tracking row keyed by the offer id on the mailer
      *> (campaign plus sequence), which maintenance stamps when the
      *> prospect later opens an account. A campaign already on the
      *> response file is never listed twice. The customer SSN index
      *> is built from tax ids revealed through the audited
      *> REVEAL-CUSTOMER-PII entry under this run's caller id, which
      *> must hold PII-REVEAL; a customer who cannot be revealed is
      *> left off the index and counted on the run log.
       program-id. PrescreenOfferList.

       environment division.
       input-output section.
       file-control.
           select Prescreen-File assign to external prescreenFile
               organization is line sequential
               file status is WS-PRESCREEN-STATUS
               .
           select Mailing-File assign to external firmOfferMailFile
               organization is line sequential
               file status is WS-MAILING-STATUS
               .
           select Response-File assign to external offerResponseFile
               file status is WS-RESPONSE-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-OFFER-ID of FILE-OFFER-RESPONSE
               alternate record key is FILE-PROSPECT-SSN
                          of FILE-OFFER-RESPONSE with duplicates
               .
           select Ssn-Index-File assign to external prescreenSsnIndex
               file status is WS-SSN-INDEX-STATUS
               organization is indexed
               access mode is dynamic
               record key is SIX-KEY
               .
           select WatchReview-File
               assign to external watchReviewFile
               organization is line sequential
               file status is WS-WATCH-REVIEW-STATUS
               .
           select Claim-File assign to external bankruptcyClaimFile
               file status is WS-CLAIM-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-CASE-NUMBER
                          of FILE-BANKRUPTCY-CLAIM
               .

       data division.
       file section.
       fd Prescreen-File.
       01 PRESCREEN-LINE.
        03 PSL-RECORD-TYPE                 PIC X(01).
         88 PSL-IS-HEADER                      VALUE "H".
         88 PSL-IS-DETAIL                      VALUE "D".
         88 PSL-IS-TRAILER                     VALUE "T".
        03 PSL-DATA                        PIC X(179).
        03 PSL-DATA-HEADER REDEFINES PSL-DATA.
         05 PSH-CAMPAIGN-CODE              PIC X(08).
         05 PSH-OFFER-EXPIRY               PIC 9(08).
         05 PSH-OFFER-TYPE                 PIC X(01).
         05 PSH-OFFER-APR                  PIC 9V9(4).
         05 PSH-OFFER-LIMIT                PIC 9(9)V99.
         05 FILLER                         PIC X(146).
        03 PSL-DATA-DETAIL REDEFINES PSL-DATA.
         05 PSD-SSN                        PIC 9(09).
         05 PSD-LAST-NAME                  PIC X(26).
         05 PSD-FIRST-NAME                 PIC X(20).
         05 PSD-ADDRESS-LINE-1             PIC X(30).
         05 PSD-ADDRESS-LINE-2             PIC X(30).
         05 PSD-CITY                       PIC X(20).
         05 PSD-STATE                      PIC X(02).
         05 PSD-ZIP-CODE                   PIC X(10).
         05 PSD-BUREAU-SCORE               PIC 9(03).
         05 FILLER                         PIC X(29).
        03 PSL-DATA-TRAILER REDEFINES PSL-DATA.
         05 PST-DETAIL-COUNT               PIC 9(09).
         05 FILLER                         PIC X(170).
       fd Mailing-File.
       01 MAILING-LINE.
        03 OFM-RECORD-TYPE                 PIC X(01).
        03 OFM-OFFER-ID                    PIC X(14).
        03 OFM-DATA                        PIC X(165).
        03 OFM-DATA-ADDRESS REDEFINES OFM-DATA.
         05 OFM-FIRST-NAME                 PIC X(20).
         05 OFM-LAST-NAME                  PIC X(26).
         05 OFM-ADDRESS-LINE-1             PIC X(30).
         05 OFM-ADDRESS-LINE-2             PIC X(30).
         05 OFM-CITY                       PIC X(20).
         05 OFM-STATE                      PIC X(02).
         05 OFM-ZIP-CODE                   PIC X(10).
         05 OFM-OFFER-TYPE                 PIC X(01).
         05 OFM-OFFER-APR                  PIC 9V9(4).
         05 OFM-OFFER-LIMIT                PIC 9(9)V99.
         05 OFM-OFFER-EXPIRY               PIC 9(08).
         05 FILLER                         PIC X(02).
        03 OFM-DATA-NOTICE REDEFINES OFM-DATA.
         05 OFM-NOTICE-LINE-NUMBER         PIC 9(02).
         05 OFM-NOTICE-TEXT                PIC X(60).
         05 FILLER                         PIC X(103).
       fd Response-File.
       copy "OFFER-RESPONSE.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Ssn-Index-File.
       01 SSN-INDEX-RECORD.
        03 SIX-KEY.
         05 SIX-SSN                        PIC 9(09).
         05 SIX-CUSTOMER-ID                PIC X(4) COMP-X.
        03 SIX-DO-NOT-SOLICIT-FLAG         PIC X(01).
        03 SIX-THIRD-PARTY-OPT-OUT         PIC X(01).
       fd WatchReview-File.
       copy "WATCH-REVIEW.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Claim-File.
       copy "BANKRUPTCY-CLAIM.cpy" replacing ==(PREFIX)== by ==FILE==.

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "CUSTOMER-RECORD.cpy" replacing ==(PREFIX)== by ==WS-CUST==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS.
        03 FILE-STATUS-BYTE-1              PIC X.
        03 FILE-STATUS-BYTE-2              PIC X.
       01 WS-CUSTOMER-STATUS               PIC XX.
       01 WS-PRESCREEN-STATUS              PIC XX.
       01 WS-MAILING-STATUS                PIC XX.
       01 WS-RESPONSE-STATUS               PIC XX.
       01 WS-SSN-INDEX-STATUS              PIC XX.
       01 WS-WATCH-REVIEW-STATUS           PIC XX.
       01 WS-CLAIM-STATUS                  PIC XX.

      *> Our own criteria, applied on top of the vendor's selection.
       78 PRESCREEN-MIN-SCORE              VALUE 660.

       01 WS-TODAY                         PIC 9(08).
       78 PRESCREEN-CALLER-ID              VALUE "PRESCREEN-OFFER".
       01 WS-CALLER-ID                     PIC X(20).
       01 WS-REVEAL-STATUS                 PIC XX.

      *> The campaign in hand, from the vendor's header line.
       01 WS-CAMPAIGN-FLAG                 PIC X VALUE "N".
        88 CAMPAIGN-IS-VALID                   VALUE "Y".
       01 WS-CAMPAIGN-CODE                 PIC X(08).
       01 WS-OFFER-EXPIRY                  PIC 9(08).
       01 WS-OFFER-TYPE                    PIC X(01).
       01 WS-OFFER-APR                     PIC 9V9(4).
       01 WS-OFFER-LIMIT                   PIC 9(9)V99.
       01 WS-OFFER-SEQUENCE                PIC 9(06) VALUE 0.
       01 WS-TRAILER-COUNT                 PIC 9(09) VALUE 0.
       01 WS-TRAILER-FLAG                  PIC X VALUE "N".
        88 TRAILER-WAS-READ                    VALUE "Y".

      *> Customer tax ids reduced to the nine SSN digits the vendor
      *> sends, for the prospect-to-customer index.
       01 WS-SSN-DIGITS                    PIC X(09).
       01 WS-SSN-NUMBER REDEFINES WS-SSN-DIGITS
                                           PIC 9(09).
       01 WS-SSN-LENGTH                    PIC 99 COMP-5.
       01 WS-TAX-ID-INDEX                  PIC 99 COMP-5.

      *> Watchlist reviews and bankruptcy claims, held by customer id
      *> for the run - both files are small next to the prospect list.
       78 HISTORY-TABLE-MAX                VALUE 5000.
       01 WATCH-HISTORY-TABLE.
        03 WATCH-HISTORY-ID OCCURS 5000 TIMES
                                           PIC X(4) COMP-X.
       01 WATCH-HISTORY-COUNT              PIC 9(6) COMP-5 VALUE 0.
       01 CLAIM-HISTORY-TABLE.
        03 CLAIM-HISTORY-ID OCCURS 5000 TIMES
                                           PIC X(4) COMP-X.
       01 CLAIM-HISTORY-COUNT              PIC 9(6) COMP-5 VALUE 0.
       01 HISTORY-INDEX                    PIC 9(6) COMP-5.

      *> Why a prospect was dropped - the first disqualifier found.
       01 WS-DROP-REASON                   PIC X(01).
        88 PROSPECT-IS-ELIGIBLE                VALUE SPACE.
        88 DROP-MALFORMED                      VALUE "M".
        88 DROP-LOW-SCORE                      VALUE "S".
        88 DROP-NO-ADDRESS                     VALUE "A".
        88 DROP-OPEN-ACCOUNT                   VALUE "O".
        88 DROP-CHARGED-OFF                    VALUE "Z".
        88 DROP-BANKRUPTCY                     VALUE "B".
        88 DROP-WATCHLIST                      VALUE "W".
        88 DROP-OPTED-OUT                      VALUE "N".
        88 DROP-SHARING-OPT-OUT                VALUE "P".
       01 WS-MATCHED-CUSTOMER-ID           PIC X(4) COMP-X.

      *> The prescreen and opt-out notice every firm offer carries.
       01 NOTICE-TEXT-VALUES.
        03 FILLER PIC X(60) VALUE
              "PRESCREEN & OPT-OUT NOTICE: This ""prescreened"" offer".
        03 FILLER PIC X(60) VALUE
              "of credit is based on information in your credit".
        03 FILLER PIC X(60) VALUE
              "report indicating that you meet certain criteria.".
        03 FILLER PIC X(60) VALUE
              "This offer is not guaranteed if you do not meet our".
        03 FILLER PIC X(60) VALUE
              "criteria or if the information in your credit report".
        03 FILLER PIC X(60) VALUE
              "changes before you respond. If you do not want to".
        03 FILLER PIC X(60) VALUE
              "receive prescreened offers of credit from this and".
        03 FILLER PIC X(60) VALUE
              "other companies, call the consumer reporting agencies".
        03 FILLER PIC X(60) VALUE
              "toll-free at 1-888-567-8688, or write to them, or".
        03 FILLER PIC X(60) VALUE
              "visit www.optoutprescreen.com.".
       01 NOTICE-TEXT-TABLE REDEFINES NOTICE-TEXT-VALUES.
        03 NOTICE-TEXT-LINE OCCURS 10 TIMES PIC X(60).
       78 NOTICE-LINE-COUNT                VALUE 10.
       01 NOTICE-INDEX                     PIC 99 COMP-5.

       01 WS-PROSPECTS-READ                PIC 9(6) COMP-5 VALUE 0.
       01 WS-OFFERS-MADE                   PIC 9(6) COMP-5 VALUE 0.
       01 WS-CUSTOMERS-INDEXED             PIC 9(6) COMP-5 VALUE 0.
       01 WS-NOT-REVEALED                  PIC 9(6) COMP-5 VALUE 0.
       01 WS-DROPPED-MALFORMED             PIC 9(6) COMP-5 VALUE 0.
       01 WS-DROPPED-LOW-SCORE             PIC 9(6) COMP-5 VALUE 0.
       01 WS-DROPPED-NO-ADDRESS            PIC 9(6) COMP-5 VALUE 0.
       01 WS-DROPPED-OPEN-ACCOUNT          PIC 9(6) COMP-5 VALUE 0.
       01 WS-DROPPED-CHARGED-OFF           PIC 9(6) COMP-5 VALUE 0.
       01 WS-DROPPED-BANKRUPTCY            PIC 9(6) COMP-5 VALUE 0.
       01 WS-DROPPED-WATCHLIST             PIC 9(6) COMP-5 VALUE 0.
       01 WS-DROPPED-OPTED-OUT             PIC 9(6) COMP-5 VALUE 0.
       01 WS-SUPPRESSED-SHARING            PIC 9(6) COMP-5 VALUE 0.

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           move PRESCREEN-CALLER-ID to WS-CALLER-ID
           call SET-AUDIT-CALLER-ID using by reference WS-CALLER-ID
           perform OPEN-FILES
           if FILE-STATUS = "00"
               perform READ-CAMPAIGN-HEADER
               if CAMPAIGN-IS-VALID
                   perform LOAD-WATCH-HISTORY
                   perform LOAD-CLAIM-HISTORY
                   perform BUILD-SSN-INDEX
                   perform SCREEN-PROSPECTS
               end-if
               perform CLOSE-FILES
           end-if
           display "*** Prospects read:         " WS-PROSPECTS-READ
           display "*** Firm offers made:       " WS-OFFERS-MADE
           display "*** Dropped - malformed:    " WS-DROPPED-MALFORMED
           display "*** Dropped - low score:    " WS-DROPPED-LOW-SCORE
           display "*** Dropped - no address:   " WS-DROPPED-NO-ADDRESS
           display "*** Dropped - open account: "
                   WS-DROPPED-OPEN-ACCOUNT
           display "*** Dropped - charged off:  "
                   WS-DROPPED-CHARGED-OFF
           display "*** Dropped - bankruptcy:   " WS-DROPPED-BANKRUPTCY
           display "*** Dropped - watchlist:    " WS-DROPPED-WATCHLIST
           display "*** Dropped - opted out:    " WS-DROPPED-OPTED-OUT
           display "*** Suppressed - sharing opt-out: "
                   WS-SUPPRESSED-SHARING
           if WS-NOT-REVEALED > 0
               display "*** Customers not indexed - not revealed: "
                       WS-NOT-REVEALED
           end-if
           stop run.

       OPEN-FILES SECTION.
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           if FILE-STATUS <> "00"
               display "*** Could not open account file, status "
                       FILE-STATUS
               exit section
           end-if
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-CUSTOMER-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CUSTOMER-STATUS
           if WS-CUSTOMER-STATUS <> "00"
               display "*** Could not open customer file, status "
                       WS-CUSTOMER-STATUS
               move WS-CUSTOMER-STATUS to FILE-STATUS
               exit section
           end-if
           open input Prescreen-File
           if WS-PRESCREEN-STATUS <> "00"
               display "*** Could not open prescreen file, status "
                       WS-PRESCREEN-STATUS
               move WS-PRESCREEN-STATUS to FILE-STATUS
               exit section
           end-if
           open i-o Response-File
           if WS-RESPONSE-STATUS = "35" or WS-RESPONSE-STATUS = "05"
               open output Response-File
               close Response-File
               open i-o Response-File
           end-if
           if WS-RESPONSE-STATUS <> "00"
               display "*** Could not open response file, status "
                       WS-RESPONSE-STATUS
               move WS-RESPONSE-STATUS to FILE-STATUS
               exit section
           end-if
           .

      *> The header must come first and name a campaign whose offer
      *> is still open; one already on the response file was listed
      *> by an earlier run and is left as it stands.
       READ-CAMPAIGN-HEADER SECTION.
           read Prescreen-File
               at end move "10" to WS-PRESCREEN-STATUS
           end-read
           if WS-PRESCREEN-STATUS <> "00" or not PSL-IS-HEADER
               display "*** Prescreen file has no campaign header"
               exit section
           end-if
           if PSH-CAMPAIGN-CODE = spaces
                   or PSH-OFFER-EXPIRY is not numeric
                   or PSH-OFFER-APR is not numeric
                   or PSH-OFFER-LIMIT is not numeric
               display "*** Campaign header is malformed"
               exit section
           end-if
           if PSH-OFFER-EXPIRY <= WS-TODAY
               display "*** Campaign " PSH-CAMPAIGN-CODE
                       " offer expired " PSH-OFFER-EXPIRY
               exit section
           end-if
           if PSH-OFFER-TYPE <> "C" and PSH-OFFER-TYPE <> "H"
               display "*** Campaign " PSH-CAMPAIGN-CODE
                       " offers unknown account type " PSH-OFFER-TYPE
               exit section
           end-if
           move PSH-CAMPAIGN-CODE to WS-CAMPAIGN-CODE
           move PSH-OFFER-EXPIRY to WS-OFFER-EXPIRY
           move PSH-OFFER-TYPE to WS-OFFER-TYPE
           move PSH-OFFER-APR to WS-OFFER-APR
           move PSH-OFFER-LIMIT to WS-OFFER-LIMIT
           move WS-CAMPAIGN-CODE to FILE-CAMPAIGN-CODE
           move 0 to FILE-OFFER-SEQUENCE
           start Response-File key >= FILE-OFFER-ID
           if WS-RESPONSE-STATUS = "00"
               read Response-File next
               if (WS-RESPONSE-STATUS = "00"
                       or WS-RESPONSE-STATUS = "02")
                       and FILE-CAMPAIGN-CODE = WS-CAMPAIGN-CODE
                   display "*** Campaign " WS-CAMPAIGN-CODE
                           " is already on the response file"
                           " - not listed again"
                   exit section
               end-if
           end-if
           open output Mailing-File
           if WS-MAILING-STATUS <> "00"
               display "*** Could not open mailing file, status "
                       WS-MAILING-STATUS
               exit section
           end-if
           set CAMPAIGN-IS-VALID to true
           display "*** Campaign " WS-CAMPAIGN-CODE
                   " type " WS-OFFER-TYPE
                   " expires " WS-OFFER-EXPIRY
           .

       LOAD-WATCH-HISTORY SECTION.
           open input WatchReview-File
           if WS-WATCH-REVIEW-STATUS <> "00"
               display "*** No watchlist review file, status "
                       WS-WATCH-REVIEW-STATUS
                       " - watchlist history not screened"
               exit section
           end-if
           read WatchReview-File
               at end move "10" to WS-WATCH-REVIEW-STATUS
           end-read
           perform until WS-WATCH-REVIEW-STATUS <> "00"
               if WATCH-HISTORY-COUNT >= HISTORY-TABLE-MAX
                   display "*** Watchlist history table full"
                   exit perform
               end-if
               add 1 to WATCH-HISTORY-COUNT
               move FILE-REVIEW-CUSTOMER-ID
                       to WATCH-HISTORY-ID(WATCH-HISTORY-COUNT)
               read WatchReview-File
                   at end move "10" to WS-WATCH-REVIEW-STATUS
               end-read
           end-perform
           close WatchReview-File
           .

       LOAD-CLAIM-HISTORY SECTION.
           open input Claim-File
           if WS-CLAIM-STATUS <> "00"
               display "*** No bankruptcy claim file, status "
                       WS-CLAIM-STATUS
                       " - claim history not screened"
               exit section
           end-if
           read Claim-File next
           perform until WS-CLAIM-STATUS <> "00"
               if CLAIM-HISTORY-COUNT >= HISTORY-TABLE-MAX
                   display "*** Bankruptcy history table full"
                   exit perform
               end-if
               add 1 to CLAIM-HISTORY-COUNT
               move FILE-CUSTOMER-ID of FILE-BANKRUPTCY-CLAIM
                       to CLAIM-HISTORY-ID(CLAIM-HISTORY-COUNT)
               read Claim-File next
           end-perform
           close Claim-File
           .

      *> The customer file has no SSN key, so one pass builds a work
      *> index of SSN to customer (several customers may share one
      *> SSN until the duplicate merge catches up).
       BUILD-SSN-INDEX SECTION.
           open output Ssn-Index-File
           move 0 to WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD
           move START-READ to WS-FUNCTION-CODE
           call READ-CUSTOMER-RECORD using by value WS-FUNCTION-CODE
                                       by reference
                                           WS-CUST-CUSTOMER-RECORD
                                           WS-CUSTOMER-STATUS
           perform READ-NEXT-CUSTOMER
           perform until WS-CUSTOMER-STATUS <> "00"
               perform INDEX-ONE-CUSTOMER
               perform READ-NEXT-CUSTOMER
           end-perform
           close Ssn-Index-File
           open input Ssn-Index-File
           .

       READ-NEXT-CUSTOMER SECTION.
           move READ-NEXT to WS-FUNCTION-CODE
           call READ-CUSTOMER-RECORD using by value WS-FUNCTION-CODE
                                       by reference
                                           WS-CUST-CUSTOMER-RECORD
                                           WS-CUSTOMER-STATUS
           .

       INDEX-ONE-CUSTOMER SECTION.
           call REVEAL-CUSTOMER-PII using by reference
                                        WS-CUST-CUSTOMER-RECORD
                                        WS-REVEAL-STATUS
           if WS-REVEAL-STATUS <> "00"
               add 1 to WS-NOT-REVEALED
               exit section
           end-if
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
           if WS-SSN-LENGTH <> 9
               exit section
           end-if
           move WS-SSN-NUMBER to SIX-SSN
           move WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD
                   to SIX-CUSTOMER-ID
           move WS-CUST-DO-NOT-SOLICIT-FLAG to SIX-DO-NOT-SOLICIT-FLAG
           move WS-CUST-THIRD-PARTY-SHARE-OPT-OUT
                                           to SIX-THIRD-PARTY-OPT-OUT
           write SSN-INDEX-RECORD
           if WS-SSN-INDEX-STATUS = "00"
               add 1 to WS-CUSTOMERS-INDEXED
           end-if
           .

       SCREEN-PROSPECTS SECTION.
           read Prescreen-File
               at end move "10" to WS-PRESCREEN-STATUS
           end-read
           perform until WS-PRESCREEN-STATUS <> "00"
               evaluate true
                   when PSL-IS-DETAIL
                       add 1 to WS-PROSPECTS-READ
                       perform SCREEN-ONE-PROSPECT
                   when PSL-IS-TRAILER
                       set TRAILER-WAS-READ to true
                       if PST-DETAIL-COUNT is numeric
                           move PST-DETAIL-COUNT to WS-TRAILER-COUNT
                       end-if
               end-evaluate
               read Prescreen-File
                   at end move "10" to WS-PRESCREEN-STATUS
               end-read
           end-perform
           if not TRAILER-WAS-READ
               display "*** Prescreen file has no trailer - the list"
                       " may be incomplete"
           else
               if WS-TRAILER-COUNT <> WS-PROSPECTS-READ
                   display "*** Trailer count " WS-TRAILER-COUNT
                           " does not match prospects read "
                           WS-PROSPECTS-READ
               end-if
           end-if
           .

       SCREEN-ONE-PROSPECT SECTION.
           move space to WS-DROP-REASON
           move 0 to WS-MATCHED-CUSTOMER-ID
           evaluate true
               when PSD-SSN is not numeric
                       or PSD-BUREAU-SCORE is not numeric
                   set DROP-MALFORMED to true
               when PSD-BUREAU-SCORE < PRESCREEN-MIN-SCORE
                   set DROP-LOW-SCORE to true
               when PSD-ADDRESS-LINE-1 = spaces
                       or PSD-CITY = spaces
                       or PSD-STATE = spaces
                       or PSD-ZIP-CODE = spaces
                   set DROP-NO-ADDRESS to true
               when other
                   perform CHECK-CUSTOMER-HISTORY
           end-evaluate
           evaluate true
               when PROSPECT-IS-ELIGIBLE
                   perform MAKE-FIRM-OFFER
               when DROP-MALFORMED
                   add 1 to WS-DROPPED-MALFORMED
               when DROP-LOW-SCORE
                   add 1 to WS-DROPPED-LOW-SCORE
               when DROP-NO-ADDRESS
                   add 1 to WS-DROPPED-NO-ADDRESS
               when DROP-OPEN-ACCOUNT
                   add 1 to WS-DROPPED-OPEN-ACCOUNT
               when DROP-CHARGED-OFF
                   add 1 to WS-DROPPED-CHARGED-OFF
               when DROP-BANKRUPTCY
                   add 1 to WS-DROPPED-BANKRUPTCY
               when DROP-WATCHLIST
                   add 1 to WS-DROPPED-WATCHLIST
               when DROP-OPTED-OUT
                   add 1 to WS-DROPPED-OPTED-OUT
               when DROP-SHARING-OPT-OUT
                   add 1 to WS-SUPPRESSED-SHARING
           end-evaluate
           .

      *> Every customer on file under the prospect's SSN is checked;
      *> a disqualifier on any one of them drops the prospect.
       CHECK-CUSTOMER-HISTORY SECTION.
           move PSD-SSN to SIX-SSN
           move 0 to SIX-CUSTOMER-ID
           start Ssn-Index-File key >= SIX-KEY
           if WS-SSN-INDEX-STATUS <> "00"
               exit section
           end-if
           read Ssn-Index-File next
           perform until WS-SSN-INDEX-STATUS <> "00"
                   or SIX-SSN <> PSD-SSN
                   or not PROSPECT-IS-ELIGIBLE
               if WS-MATCHED-CUSTOMER-ID = 0
                   move SIX-CUSTOMER-ID to WS-MATCHED-CUSTOMER-ID
               end-if
               perform CHECK-ONE-CUSTOMER
               read Ssn-Index-File next
           end-perform
           .

       CHECK-ONE-CUSTOMER SECTION.
           perform CHECK-CUSTOMER-ACCOUNTS
           if not PROSPECT-IS-ELIGIBLE
               exit section
           end-if
           perform varying HISTORY-INDEX from 1 by 1
                       until HISTORY-INDEX > CLAIM-HISTORY-COUNT
               if CLAIM-HISTORY-ID(HISTORY-INDEX) = SIX-CUSTOMER-ID
                   set DROP-BANKRUPTCY to true
                   exit section
               end-if
           end-perform
           perform varying HISTORY-INDEX from 1 by 1
                       until HISTORY-INDEX > WATCH-HISTORY-COUNT
               if WATCH-HISTORY-ID(HISTORY-INDEX) = SIX-CUSTOMER-ID
                   set DROP-WATCHLIST to true
                   exit section
               end-if
           end-perform
           if SIX-DO-NOT-SOLICIT-FLAG = "Y"
               set DROP-OPTED-OUT to true
               exit section
           end-if
           if SIX-THIRD-PARTY-OPT-OUT = "Y"
               set DROP-SHARING-OPT-OUT to true
           end-if
           .

       CHECK-CUSTOMER-ACCOUNTS SECTION.
           move SIX-CUSTOMER-ID to WS-CUSTOMER-ID of WS-ACCOUNT
           move START-READ to WS-FUNCTION-CODE
           call FIND-ACCOUNT-BY-CUSTOMER using by value
                                        WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           if FILE-STATUS <> "00"
               move "00" to FILE-STATUS
               exit section
           end-if
           perform READ-NEXT-ACCOUNT
           perform until (FILE-STATUS <> "00" and FILE-STATUS <> "02")
                      or WS-CUSTOMER-ID of WS-ACCOUNT <> SIX-CUSTOMER-ID
                      or not PROSPECT-IS-ELIGIBLE
               evaluate true
                   when WS-ACCOUNT-CHARGED-OFF of WS-ACCOUNT
                       set DROP-CHARGED-OFF to true
                   when WS-RESTRICTED-BANKRUPTCY of WS-ACCOUNT
                       set DROP-BANKRUPTCY to true
                   when WS-ACCOUNT-OPEN of WS-ACCOUNT
                       set DROP-OPEN-ACCOUNT to true
               end-evaluate
               perform READ-NEXT-ACCOUNT
           end-perform
           move "00" to FILE-STATUS
           .

       READ-NEXT-ACCOUNT SECTION.
           move READ-NEXT to WS-FUNCTION-CODE
           call FIND-ACCOUNT-BY-CUSTOMER using by value
                                        WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           .

      *> The tracking row is written first: a mailer never goes out
      *> without the offer id maintenance will look for.
       MAKE-FIRM-OFFER SECTION.
           add 1 to WS-OFFER-SEQUENCE
           initialize FILE-OFFER-RESPONSE
           move WS-CAMPAIGN-CODE to FILE-CAMPAIGN-CODE
           move WS-OFFER-SEQUENCE to FILE-OFFER-SEQUENCE
           move PSD-SSN to FILE-PROSPECT-SSN
           move WS-MATCHED-CUSTOMER-ID to FILE-PROSPECT-CUSTOMER-ID
           move PSD-LAST-NAME to FILE-PROSPECT-LAST-NAME
           move PSD-FIRST-NAME to FILE-PROSPECT-FIRST-NAME
           move PSD-ZIP-CODE to FILE-PROSPECT-ZIP-CODE
           move PSD-BUREAU-SCORE to FILE-BUREAU-SCORE
           move WS-OFFER-TYPE to FILE-OFFER-TYPE
           move WS-OFFER-APR to FILE-OFFER-APR
           move WS-OFFER-LIMIT to FILE-OFFER-LIMIT
           move WS-TODAY to FILE-MAILED-DATE
           move WS-OFFER-EXPIRY to FILE-OFFER-EXPIRY-DATE
           set FILE-OFFER-MAILED to true
           move 0 to FILE-RESPONSE-DATE
           move 0 to FILE-RESPONSE-ACCOUNT-ID
           move 0 to FILE-RESPONSE-CUSTOMER-ID
           write FILE-OFFER-RESPONSE
           if WS-RESPONSE-STATUS <> "00" and WS-RESPONSE-STATUS <> "02"
               display "*** Could not record offer " FILE-OFFER-ID
                       " status " WS-RESPONSE-STATUS
                       " - no mailer produced"
               exit section
           end-if
           add 1 to WS-OFFERS-MADE
           move spaces to MAILING-LINE
           move "A" to OFM-RECORD-TYPE
           move FILE-OFFER-ID to OFM-OFFER-ID
           move PSD-FIRST-NAME to OFM-FIRST-NAME
           move PSD-LAST-NAME to OFM-LAST-NAME
           move PSD-ADDRESS-LINE-1 to OFM-ADDRESS-LINE-1
           move PSD-ADDRESS-LINE-2 to OFM-ADDRESS-LINE-2
           move PSD-CITY to OFM-CITY
           move PSD-STATE to OFM-STATE
           move PSD-ZIP-CODE to OFM-ZIP-CODE
           move WS-OFFER-TYPE to OFM-OFFER-TYPE
           move WS-OFFER-APR to OFM-OFFER-APR
           move WS-OFFER-LIMIT to OFM-OFFER-LIMIT
           move WS-OFFER-EXPIRY to OFM-OFFER-EXPIRY
           write MAILING-LINE
           perform varying NOTICE-INDEX from 1 by 1
                       until NOTICE-INDEX > NOTICE-LINE-COUNT
               move spaces to MAILING-LINE
               move "N" to OFM-RECORD-TYPE
               move FILE-OFFER-ID to OFM-OFFER-ID
               move NOTICE-INDEX to OFM-NOTICE-LINE-NUMBER
               move NOTICE-TEXT-LINE(NOTICE-INDEX) to OFM-NOTICE-TEXT
               write MAILING-LINE
           end-perform
           .

       CLOSE-FILES SECTION.
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-CUSTOMER-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CUSTOMER-STATUS
           close Prescreen-File
           close Response-File
           if CAMPAIGN-IS-VALID
               close Mailing-File
               close Ssn-Index-File
           end-if
           .
