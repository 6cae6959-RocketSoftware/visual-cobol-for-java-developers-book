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

      *> Daily manual adjustment register off the adjustment register
      *> file: every adjustment posted on the business date, listed
      *> under the operator who keyed it with who approved it where it
      *> went over the operator's limit, each operator's debit and
      *> credit totals, then the day's totals by reason code. The
      *> business date is the processing date, or a one-line yyyymmdd
      *> parm on adjustmentReportDateFile to print a prior day.
       program-id. AdjustmentRegisterReport.

       environment division.
       input-output section.
       file-control.
           select Register-File assign to external
                                           adjustmentRegisterFile
               organization is line sequential
               file status is WS-REGISTER-STATUS
               .
           select Report-Date-File assign to external
                                           adjustmentReportDateFile
               organization is line sequential
               file status is WS-DATE-FILE-STATUS
               .

       data division.
       file section.
       fd Register-File.
       copy "MANUAL-ADJUSTMENT.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Report-Date-File.
       01 DATE-LINE                        PIC X(08).

       working-storage section.
       01 WS-REGISTER-STATUS               PIC XX.
       01 WS-DATE-FILE-STATUS              PIC XX.
       01 WS-BUSINESS-DATE                 PIC 9(08).

      *> The day's adjustments, held to be printed operator by
      *> operator.
       78 DETAIL-TABLE-MAX                 VALUE 2000.
       01 DETAIL-TABLE.
        03 DETAIL-ENTRY OCCURS 2000 TIMES.
         05 DTL-OPERATOR                    PIC X(20).
         05 DTL-APPROVER                    PIC X(20).
         05 DTL-ACCOUNT-ID                  PIC 9(10).
         05 DTL-DIRECTION                   PIC X(01).
         05 DTL-TARGET                      PIC X(01).
         05 DTL-AMOUNT                      PIC 9(9)V99.
         05 DTL-REASON                      PIC X(04).
         05 DTL-KIND                        PIC X(01).
         05 DTL-TRANSACTION-ID              PIC 9(10).
       01 DETAIL-COUNT                     PIC 9(4) COMP-5 VALUE 0.
       01 DETAIL-INDEX                     PIC 9(4) COMP-5.
       01 WS-DETAILS-DROPPED               PIC 9(6) COMP-5 VALUE 0.

       78 OPERATOR-TABLE-MAX               VALUE 100.
       01 OPERATOR-TABLE.
        03 OPERATOR-ENTRY OCCURS 100 TIMES.
         05 OPR-ID                          PIC X(20).
         05 OPR-DEBIT-COUNT                 PIC 9(06).
         05 OPR-DEBIT-DOLLARS               PIC 9(12)V99.
         05 OPR-CREDIT-COUNT                PIC 9(06).
         05 OPR-CREDIT-DOLLARS              PIC 9(12)V99.
       01 OPERATOR-COUNT                   PIC 999 COMP-5 VALUE 0.
       01 OPERATOR-INDEX                   PIC 999 COMP-5.

       78 REASON-TABLE-MAX                 VALUE 100.
       01 REASON-TABLE.
        03 REASON-ENTRY OCCURS 100 TIMES.
         05 RSN-CODE                        PIC X(04).
         05 RSN-KIND                        PIC X(01).
         05 RSN-DEBIT-COUNT                 PIC 9(06).
         05 RSN-DEBIT-DOLLARS               PIC 9(12)V99.
         05 RSN-CREDIT-COUNT                PIC 9(06).
         05 RSN-CREDIT-DOLLARS              PIC 9(12)V99.
       01 REASON-COUNT                     PIC 999 COMP-5 VALUE 0.
       01 REASON-INDEX                     PIC 999 COMP-5.

       01 WS-FOUND-FLAG                    PIC X.
       01 WS-DAY-DEBITS                    PIC 9(12)V99 VALUE 0.
       01 WS-DAY-CREDITS                   PIC 9(12)V99 VALUE 0.
       01 WS-DAY-COUNT                     PIC 9(06) VALUE 0.
       01 DISPLAY-CASH                     PIC -Z(11)9.99.
       01 DISPLAY-CASH-2                   PIC -Z(11)9.99.

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-BUSINESS-DATE
           perform READ-REPORT-DATE
           open input Register-File
           if WS-REGISTER-STATUS <> "00"
               display "*** No adjustment register on disk - nothing "
                       "adjusted"
               stop run
           end-if
           perform until WS-REGISTER-STATUS <> "00"
               read Register-File
                   at end move "10" to WS-REGISTER-STATUS
               end-read
               if WS-REGISTER-STATUS = "00"
                       and FILE-ADJ-POSTED-DATE = WS-BUSINESS-DATE
                   perform TALLY-ONE-ADJUSTMENT
               end-if
           end-perform
           close Register-File
           perform WRITE-BY-OPERATOR
           perform WRITE-BY-REASON
           stop run.

       READ-REPORT-DATE SECTION.
           open input Report-Date-File
           if WS-DATE-FILE-STATUS <> "00"
               exit section
           end-if
           read Report-Date-File
               at end move "10" to WS-DATE-FILE-STATUS
           end-read
           if WS-DATE-FILE-STATUS = "00" and DATE-LINE is numeric
               move DATE-LINE to WS-BUSINESS-DATE
           end-if
           close Report-Date-File
           .

       TALLY-ONE-ADJUSTMENT SECTION.
           add 1 to WS-DAY-COUNT
           if FILE-ADJ-DEBIT
               add FILE-ADJ-AMOUNT to WS-DAY-DEBITS
           else
               add FILE-ADJ-AMOUNT to WS-DAY-CREDITS
           end-if
           if DETAIL-COUNT < DETAIL-TABLE-MAX
               add 1 to DETAIL-COUNT
               move FILE-ADJ-ENTERED-BY to DTL-OPERATOR(DETAIL-COUNT)
               move FILE-ADJ-APPROVED-BY to DTL-APPROVER(DETAIL-COUNT)
               move FILE-ADJ-ACCOUNT-ID to DTL-ACCOUNT-ID(DETAIL-COUNT)
               move FILE-ADJ-DIRECTION to DTL-DIRECTION(DETAIL-COUNT)
               move FILE-ADJ-TARGET to DTL-TARGET(DETAIL-COUNT)
               move FILE-ADJ-AMOUNT to DTL-AMOUNT(DETAIL-COUNT)
               move FILE-ADJ-REASON-CODE to DTL-REASON(DETAIL-COUNT)
               move FILE-ADJ-KIND to DTL-KIND(DETAIL-COUNT)
               move FILE-ADJ-TRANSACTION-ID to
                    DTL-TRANSACTION-ID(DETAIL-COUNT)
           else
               add 1 to WS-DETAILS-DROPPED
           end-if
           move "N" to WS-FOUND-FLAG
           perform varying OPERATOR-INDEX from 1 by 1
                       until OPERATOR-INDEX > OPERATOR-COUNT
               if OPR-ID(OPERATOR-INDEX) = FILE-ADJ-ENTERED-BY
                   move "Y" to WS-FOUND-FLAG
                   exit perform
               end-if
           end-perform
           if WS-FOUND-FLAG = "N"
               if OPERATOR-COUNT >= OPERATOR-TABLE-MAX
                   exit section
               end-if
               add 1 to OPERATOR-COUNT
               move OPERATOR-COUNT to OPERATOR-INDEX
               move FILE-ADJ-ENTERED-BY to OPR-ID(OPERATOR-INDEX)
               move 0 to OPR-DEBIT-COUNT(OPERATOR-INDEX)
                         OPR-DEBIT-DOLLARS(OPERATOR-INDEX)
                         OPR-CREDIT-COUNT(OPERATOR-INDEX)
                         OPR-CREDIT-DOLLARS(OPERATOR-INDEX)
           end-if
           if FILE-ADJ-DEBIT
               add 1 to OPR-DEBIT-COUNT(OPERATOR-INDEX)
               add FILE-ADJ-AMOUNT to OPR-DEBIT-DOLLARS(OPERATOR-INDEX)
           else
               add 1 to OPR-CREDIT-COUNT(OPERATOR-INDEX)
               add FILE-ADJ-AMOUNT to
                    OPR-CREDIT-DOLLARS(OPERATOR-INDEX)
           end-if
           move "N" to WS-FOUND-FLAG
           perform varying REASON-INDEX from 1 by 1
                       until REASON-INDEX > REASON-COUNT
               if RSN-CODE(REASON-INDEX) = FILE-ADJ-REASON-CODE
                   move "Y" to WS-FOUND-FLAG
                   exit perform
               end-if
           end-perform
           if WS-FOUND-FLAG = "N"
               if REASON-COUNT >= REASON-TABLE-MAX
                   exit section
               end-if
               add 1 to REASON-COUNT
               move REASON-COUNT to REASON-INDEX
               move FILE-ADJ-REASON-CODE to RSN-CODE(REASON-INDEX)
               move FILE-ADJ-KIND to RSN-KIND(REASON-INDEX)
               move 0 to RSN-DEBIT-COUNT(REASON-INDEX)
                         RSN-DEBIT-DOLLARS(REASON-INDEX)
                         RSN-CREDIT-COUNT(REASON-INDEX)
                         RSN-CREDIT-DOLLARS(REASON-INDEX)
           end-if
           if FILE-ADJ-DEBIT
               add 1 to RSN-DEBIT-COUNT(REASON-INDEX)
               add FILE-ADJ-AMOUNT to RSN-DEBIT-DOLLARS(REASON-INDEX)
           else
               add 1 to RSN-CREDIT-COUNT(REASON-INDEX)
               add FILE-ADJ-AMOUNT to RSN-CREDIT-DOLLARS(REASON-INDEX)
           end-if
           .

      *> One pass of the held adjustments per operator, in the order
      *> the operators first appear on the register.
       WRITE-BY-OPERATOR SECTION.
           display "*** MANUAL ADJUSTMENT REGISTER FOR "
                   WS-BUSINESS-DATE
           move WS-DAY-DEBITS to DISPLAY-CASH
           move WS-DAY-CREDITS to DISPLAY-CASH-2
           display "***   ADJUSTMENTS " WS-DAY-COUNT
                   "  DEBITS" DISPLAY-CASH "  CREDITS" DISPLAY-CASH-2
           if WS-DETAILS-DROPPED > 0
               display "***   " WS-DETAILS-DROPPED " adjustments "
                       "counted in the totals but not listed"
           end-if
           display "***   BY OPERATOR:"
           perform varying OPERATOR-INDEX from 1 by 1
                       until OPERATOR-INDEX > OPERATOR-COUNT
               display "***   OPERATOR " OPR-ID(OPERATOR-INDEX)
               perform varying DETAIL-INDEX from 1 by 1
                           until DETAIL-INDEX > DETAIL-COUNT
                   if DTL-OPERATOR(DETAIL-INDEX)
                                       = OPR-ID(OPERATOR-INDEX)
                       perform WRITE-DETAIL-LINE
                   end-if
               end-perform
               move OPR-DEBIT-DOLLARS(OPERATOR-INDEX) to DISPLAY-CASH
               move OPR-CREDIT-DOLLARS(OPERATOR-INDEX)
                                       to DISPLAY-CASH-2
               display "***     TOTAL  debits "
                       OPR-DEBIT-COUNT(OPERATOR-INDEX) DISPLAY-CASH
                       "  credits "
                       OPR-CREDIT-COUNT(OPERATOR-INDEX) DISPLAY-CASH-2
           end-perform
           .

       WRITE-DETAIL-LINE SECTION.
           move DTL-AMOUNT(DETAIL-INDEX) to DISPLAY-CASH
           if DTL-APPROVER(DETAIL-INDEX) = spaces
               display "***     " DTL-ACCOUNT-ID(DETAIL-INDEX)
                       " " DTL-DIRECTION(DETAIL-INDEX)
                       " " DTL-TARGET(DETAIL-INDEX)
                       DISPLAY-CASH
                       "  " DTL-REASON(DETAIL-INDEX)
                       " " DTL-KIND(DETAIL-INDEX)
                       "  txn " DTL-TRANSACTION-ID(DETAIL-INDEX)
           else
               display "***     " DTL-ACCOUNT-ID(DETAIL-INDEX)
                       " " DTL-DIRECTION(DETAIL-INDEX)
                       " " DTL-TARGET(DETAIL-INDEX)
                       DISPLAY-CASH
                       "  " DTL-REASON(DETAIL-INDEX)
                       " " DTL-KIND(DETAIL-INDEX)
                       "  txn " DTL-TRANSACTION-ID(DETAIL-INDEX)
                       "  approved by " DTL-APPROVER(DETAIL-INDEX)
           end-if
           .

       WRITE-BY-REASON SECTION.
           display "***   BY REASON:"
           perform varying REASON-INDEX from 1 by 1
                       until REASON-INDEX > REASON-COUNT
               move RSN-DEBIT-DOLLARS(REASON-INDEX) to DISPLAY-CASH
               move RSN-CREDIT-DOLLARS(REASON-INDEX) to DISPLAY-CASH-2
               display "***     " RSN-CODE(REASON-INDEX)
                       " " RSN-KIND(REASON-INDEX)
                       "  debits " RSN-DEBIT-COUNT(REASON-INDEX)
                       DISPLAY-CASH
                       "  credits " RSN-CREDIT-COUNT(REASON-INDEX)
                       DISPLAY-CASH-2
           end-perform
           .
