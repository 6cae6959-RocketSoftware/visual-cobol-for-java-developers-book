      *> advance-notice extract row for the letter shop is written in
      *> the same breath as the pending row, and the notice date is
      *> stamped on the row as the compliance evidence.
      *> A line keyed by an operator the HR roster links to the
      *> account's customer is refused and goes on the security
      *> audit.
       program-id. PendingRateEntry.

       environment division.
       01 WS-CONTROL-NEW-APR               PIC 9V9(4).
       01 WS-CONTROL-EFF-DATE              PIC X(08).
       01 WS-CONTROL-OPERATOR-ID           PIC X(20).
       01 WS-CONFLICT-STATUS               PIC XX.
       78 PRIVILEGE-OWN-RECORD             VALUE "OWN-RECORD".
       01 WS-PRIVILEGE-NAME                PIC X(12).
      *> The audit trail's own default, put back after a denial is
      *> logged under the operator's id.
       01 WS-CALLER-ID                     PIC X(20) VALUE "UNKNOWN".
       01 WS-CONTROL-TALLY                 PIC 99 COMP-5.
       01 WS-REQUESTED-ACCOUNT-ID          PIC X(4) COMP-X.
       01 WS-PENDING-EXISTS-FLAG           PIC X.
                       WS-CONTROL-ACCOUNT-ID
               exit section
           end-if
           perform CHECK-OPERATOR-LINK
           if WS-CONFLICT-STATUS <> "00"
               exit section
           end-if
      *>   The 45-day clock only binds increases - a decrease is
      *>   good news the customer may have at once.
           if WS-CONTROL-NEW-APR > WS-APR
           perform RECORD-PENDING-CHANGE
           .

      *> The keying operator may not be the account's own customer -
      *> staff changes to their own terms are refused and audited.
       CHECK-OPERATOR-LINK SECTION.
           call CHECK-OPERATOR-CONFLICT using by reference
                                    WS-CONTROL-OPERATOR-ID
                                    WS-CUSTOMER-ID of WS-ACCOUNT
                                             WS-CONFLICT-STATUS
           if WS-CONFLICT-STATUS <> "00"
               move PRIVILEGE-OWN-RECORD to WS-PRIVILEGE-NAME
               call WRITE-SECURITY-AUDIT using by reference
                                             WS-CONTROL-OPERATOR-ID
                                             WS-PRIVILEGE-NAME
               call SET-AUDIT-CALLER-ID using by reference WS-CALLER-ID
               add 1 to WS-REJECT-COUNT
               display "*** Operator " WS-CONTROL-OPERATOR-ID
                       " is linked to the customer - refused: "
                       WS-CONTROL-ACCOUNT-ID
           end-if
           .

       FIND-REQUESTED-ACCOUNT SECTION.
           move WS-REQUESTED-ACCOUNT-ID to WS-ACCOUNT-ID of WS-ACCOUNT
           move START-READ to WS-FUNCTION-CODE
