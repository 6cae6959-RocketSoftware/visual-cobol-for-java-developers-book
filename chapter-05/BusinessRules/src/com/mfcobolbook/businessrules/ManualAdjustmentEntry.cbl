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

      *> Manual adjustment entry - the one place a balance is
      *> corrected by hand, in place of transactions keyed through
      *> whatever utility was handy with no reason and the wrong GL
      *> line. Reads the back office's keyed file of
      *> ACCOUNT-ID,D/C,BUCKET,AMOUNT,REASON,OPERATOR lines: D debits
      *> the account and C credits it; BUCKET is P purchase, A cash
      *> advance or D deferred interest; REASON is a code from the
      *> adjustment reason table, which decides what kind of
      *> correction it is and the GL activity it books under.
      *> Each line is vetted by the adjustment engine first. One
      *> within the operator's own limit then posts at once under the
      *> operator's identity; one over it is parked on the approval
      *> queue for a second operator, and posts through the same
      *> engine when the approval review approves it. The limits file
      *> is plain text Finance owns: CALLER-ID (20) then the limit
      *> (11, zoned with two decimals) per line. An operator not on
      *> it, or no file at all, has a limit of zero, so every
      *> adjustment they key needs a second operator.
       program-id. ManualAdjustmentEntry.

       environment division.
       input-output section.
       file-control.
           select Entry-File assign to external adjustmentEntryFile
               organization is line sequential
               file status is WS-ENTRY-STATUS
               .
           select Limit-File assign to external adjustmentLimitFile
               organization is line sequential
               file status is WS-LIMIT-STATUS
               .

       data division.
       file section.
       fd Entry-File.
       01 ENTRY-LINE                       PIC X(80).
       fd Limit-File.
       01 LIMIT-LINE.
        03 LMT-CALLER-ID                   PIC X(20).
        03 LMT-LIMIT                       PIC 9(9)V99.
        03 LMT-LIMIT-TEXT REDEFINES LMT-LIMIT
                                           PIC X(11).

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "MANUAL-ADJUSTMENT.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "PENDING-APPROVAL.cpy" replacing ==(PREFIX)== by ==WS-PND==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS                      PIC XX.
       01 WS-TRANSACTION-STATUS            PIC XX.
       01 WS-ENTRY-STATUS                  PIC XX.
       01 WS-LIMIT-STATUS                  PIC XX.
       01 WS-ADJUST-STATUS                 PIC XX.
       01 WS-QUEUE-STATUS                  PIC XX.
       01 WS-CALLER-ID                     PIC X(20).

       01 WS-LINE-ACCOUNT-ID               PIC 9(10).
       01 WS-LINE-DIRECTION                PIC X(01).
       01 WS-LINE-TARGET                   PIC X(01).
       01 WS-LINE-AMOUNT                   PIC 9(9)V99.
       01 WS-LINE-REASON                   PIC X(04).
       01 WS-LINE-OPERATOR                 PIC X(20).
       01 WS-LINE-TALLY                    PIC 99 COMP-5.

       01 WS-OPERATOR-LIMIT                PIC 9(9)V99.

       01 WS-ADJUSTMENTS-POSTED            PIC 9(6) COMP-5 VALUE 0.
       01 WS-ADJUSTMENTS-QUEUED            PIC 9(6) COMP-5 VALUE 0.
       01 WS-ADJUSTMENTS-REFUSED           PIC 9(6) COMP-5 VALUE 0.
       01 DISPLAY-CASH                     PIC -Z(9)9.99.

       procedure division.
           perform OPEN-FILES
           if FILE-STATUS = "00" and WS-ENTRY-STATUS = "00"
               perform PROCESS-ENTRY-FILE
               perform CLOSE-FILES
           end-if
           display "*** Adjustments posted:  " WS-ADJUSTMENTS-POSTED
           display "*** Sent for approval:   " WS-ADJUSTMENTS-QUEUED
           display "*** Adjustments refused: " WS-ADJUSTMENTS-REFUSED
           stop run.

       OPEN-FILES SECTION.
           move OPEN-I-O to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           if FILE-STATUS <> "00"
               display "*** Could not open account file, status "
                       FILE-STATUS
               exit section
           end-if
           move OPEN-I-O to WS-FUNCTION-CODE
           call OPEN-TRANSACTION-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-TRANSACTION-STATUS
           if WS-TRANSACTION-STATUS <> "00"
               display "*** Could not open transaction file, status "
                       WS-TRANSACTION-STATUS
               move WS-TRANSACTION-STATUS to FILE-STATUS
               exit section
           end-if
           open input Entry-File
           if WS-ENTRY-STATUS <> "00"
               display "*** Could not open adjustment entry file, "
                       "status " WS-ENTRY-STATUS
           end-if
           .

       PROCESS-ENTRY-FILE SECTION.
           read Entry-File
               at end move "10" to WS-ENTRY-STATUS
           end-read
           perform until WS-ENTRY-STATUS <> "00"
               if ENTRY-LINE <> spaces
                   perform WORK-ONE-ADJUSTMENT
               end-if
               read Entry-File
                   at end move "10" to WS-ENTRY-STATUS
               end-read
           end-perform
           .

       WORK-ONE-ADJUSTMENT SECTION.
           move 0 to WS-LINE-ACCOUNT-ID WS-LINE-AMOUNT
           move spaces to WS-LINE-DIRECTION WS-LINE-TARGET
                          WS-LINE-REASON WS-LINE-OPERATOR
           move 0 to WS-LINE-TALLY
           unstring ENTRY-LINE delimited by ","
               into WS-LINE-ACCOUNT-ID
                    WS-LINE-DIRECTION
                    WS-LINE-TARGET
                    WS-LINE-AMOUNT
                    WS-LINE-REASON
                    WS-LINE-OPERATOR
               tallying in WS-LINE-TALLY
           end-unstring
           if WS-LINE-TALLY <> 6
               add 1 to WS-ADJUSTMENTS-REFUSED
               display "*** Malformed adjustment line skipped: "
                       ENTRY-LINE
               exit section
           end-if
           initialize WS-MANUAL-ADJUSTMENT
           move WS-LINE-ACCOUNT-ID to WS-ADJ-ACCOUNT-ID
           move WS-LINE-DIRECTION to WS-ADJ-DIRECTION
                                    of WS-MANUAL-ADJUSTMENT
           move WS-LINE-TARGET to WS-ADJ-TARGET of WS-MANUAL-ADJUSTMENT
           move WS-LINE-AMOUNT to WS-ADJ-AMOUNT of WS-MANUAL-ADJUSTMENT
           move WS-LINE-REASON to WS-ADJ-REASON-CODE
                                    of WS-MANUAL-ADJUSTMENT
           move WS-LINE-OPERATOR to WS-ADJ-ENTERED-BY
           move spaces to WS-ADJ-APPROVED-BY
           set WS-ADJ-MODE-EDIT to true
           call POST-MANUAL-ADJUSTMENT using by reference
                                              WS-MANUAL-ADJUSTMENT
                                              WS-ADJUST-STATUS
           if WS-ADJUST-STATUS <> "00"
               perform REFUSE-ADJUSTMENT
               exit section
           end-if
           perform FIND-OPERATOR-LIMIT
           if WS-LINE-AMOUNT > WS-OPERATOR-LIMIT
               perform QUEUE-ADJUSTMENT
               exit section
           end-if
      *>   Within the operator's own limit - posted now, on the
      *>   audit trail under the operator who keyed it.
           move WS-LINE-OPERATOR to WS-CALLER-ID
           call SET-AUDIT-CALLER-ID using by reference WS-CALLER-ID
           set WS-ADJ-MODE-POST to true
           call POST-MANUAL-ADJUSTMENT using by reference
                                              WS-MANUAL-ADJUSTMENT
                                              WS-ADJUST-STATUS
           if WS-ADJUST-STATUS <> "00"
               perform REFUSE-ADJUSTMENT
               exit section
           end-if
           add 1 to WS-ADJUSTMENTS-POSTED
           move WS-LINE-AMOUNT to DISPLAY-CASH
           display "POSTED    account " WS-LINE-ACCOUNT-ID " "
                   WS-LINE-DIRECTION " " WS-LINE-TARGET DISPLAY-CASH
                   "  reason " WS-LINE-REASON
                   "  by " WS-LINE-OPERATOR
           .

      *> The operator's limit, read front to back per line like the
      *> operator permission file - a row on disk is a row in force.
       FIND-OPERATOR-LIMIT SECTION.
           move 0 to WS-OPERATOR-LIMIT
           open input Limit-File
           if WS-LIMIT-STATUS <> "00"
               exit section
           end-if
           perform until WS-LIMIT-STATUS <> "00"
               read Limit-File
                   at end move "10" to WS-LIMIT-STATUS
               end-read
               if WS-LIMIT-STATUS = "00"
                       and LMT-CALLER-ID = WS-LINE-OPERATOR
                   if LMT-LIMIT-TEXT is numeric
                       move LMT-LIMIT to WS-OPERATOR-LIMIT
                   end-if
                   move "10" to WS-LIMIT-STATUS
               end-if
           end-perform
           close Limit-File
           .

       QUEUE-ADJUSTMENT SECTION.
           initialize WS-PND-PENDING-APPROVAL
           set WS-PND-REQUEST-ADJUSTMENT to true
           move WS-LINE-ACCOUNT-ID to
                        WS-PND-ACCOUNT-ID of WS-PND-PENDING-APPROVAL
           move WS-LINE-OPERATOR to WS-PND-ENTERED-BY
           move WS-LINE-DIRECTION to WS-PND-ADJ-DIRECTION
           move WS-LINE-TARGET to WS-PND-ADJ-TARGET
           move WS-LINE-AMOUNT to WS-PND-ADJ-AMOUNT
           move WS-LINE-REASON to WS-PND-ADJ-REASON-CODE
           call QUEUE-FOR-APPROVAL using by reference
                                         WS-PND-PENDING-APPROVAL
                                         WS-QUEUE-STATUS
           if WS-QUEUE-STATUS <> "00"
               add 1 to WS-ADJUSTMENTS-REFUSED
               display "REFUSED   " ENTRY-LINE(1:50)
               display "    over the operator's limit and the approval "
                       "queue would not take it, status "
                       WS-QUEUE-STATUS
               exit section
           end-if
           add 1 to WS-ADJUSTMENTS-QUEUED
           move WS-LINE-AMOUNT to DISPLAY-CASH
           display "QUEUED    account " WS-LINE-ACCOUNT-ID " "
                   WS-LINE-DIRECTION " " WS-LINE-TARGET DISPLAY-CASH
                   "  reason " WS-LINE-REASON
                   "  by " WS-LINE-OPERATOR
                   " - over operator limit, needs approval"
           .

       REFUSE-ADJUSTMENT SECTION.
           add 1 to WS-ADJUSTMENTS-REFUSED
           display "REFUSED   " ENTRY-LINE(1:50)
           display "    " WS-ADJUST-STATUS " "
                   WS-ADJ-REFUSAL-REASON
           .

       CLOSE-FILES SECTION.
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-TRANSACTION-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-TRANSACTION-STATUS
           close Entry-File
           .
