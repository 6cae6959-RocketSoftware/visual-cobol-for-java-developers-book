      *> straight off the account record it finds, so a change made
      *> here takes effect on the next interest run without any other
      *> program needing to know about it.
      *> A line keyed by an operator the HR roster links to the
      *> account's customer is refused and goes on the security
      *> audit.
       program-id. InterestRateBatchUpdate.

       environment division.
        03 FILE-STATUS-BYTE-1              PIC X.
        03 FILE-STATUS-BYTE-2              PIC X.
       01 WS-CONTROL-STATUS                PIC XX.
       01 WS-CUSTOMER-STATUS               PIC XX.
       01 WS-CHANGE-COUNT                  PIC 9(6) COMP-5 VALUE 0.
       01 WS-REJECT-COUNT                  PIC 9(6) COMP-5 VALUE 0.

       01 WS-CONTROL-ACCOUNT-ID            PIC 9(9).
       01 WS-CONTROL-NEW-APR               PIC 9V9(4).
       01 WS-CONTROL-OPERATOR-ID           PIC X(20).
       01 WS-CONFLICT-STATUS               PIC XX.
       78 PRIVILEGE-OWN-RECORD             VALUE "OWN-RECORD".
       01 WS-PRIVILEGE-NAME                PIC X(12).
      *> The audit trail's own default, put back after a denial is
      *> logged under the operator's id.
       01 WS-CALLER-ID                     PIC X(20) VALUE "UNKNOWN".
       01 WS-CONTROL-TALLY                 PIC 99 COMP-5.

       01 WS-REQUESTED-ACCOUNT-ID          PIC X(4) COMP-X.
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
           open input Control-File
           if WS-CONTROL-STATUS <> "00"
               display "*** Could not open control file, status "
                       WS-CONTROL-ACCOUNT-ID
               exit section
           end-if
           perform CHECK-OPERATOR-LINK
           if WS-CONFLICT-STATUS <> "00"
               exit section
           end-if
           move WS-APR to WS-OLD-APR
      *>   Dual control: ANY rate decrease is revenue walking out
      *>   under one operator's keying - it parks on the approval
           end-if
           .

      *> The keying operator may not be the account's own customer -
      *> staff changes to their own terms are refused and audited.
       CHECK-OPERATOR-LINK SECTION.
           call CHECK-OPERATOR-CONFLICT using by reference
                                             WS-CONTROL-OPERATOR-ID
                                             WS-CUSTOMER-ID
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
           move WS-REQUESTED-ACCOUNT-ID to WS-ACCOUNT-ID
           move START-READ to WS-FUNCTION-CODE
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-CUSTOMER-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CUSTOMER-STATUS
           close Control-File
           close Audit-File
           .
