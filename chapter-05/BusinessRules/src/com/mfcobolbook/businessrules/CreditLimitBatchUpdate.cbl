      *> through WRITE-ACCOUNT-RECORD in UPDATE-RECORD mode, and writes
      *> an audit line (old limit, new limit, operator) per change so
      *> credit-line reviews don't require hand-editing accounts one at
      *> a time through the API layer. A cut is an adverse action:
      *> it is recorded with its ranked reasons for the notice the
      *> customer is owed. An increase on an under-21 account opened
      *> with a cosigner is refused unless the cosigner's written
      *> consent to the new limit is on file. No increase may take
      *> the customer, or the household around them, past the
      *> aggregate credit cap.
      *> A line keyed by an operator the HR roster links to the
      *> account's customer is refused and goes on the security
      *> audit.
       program-id. CreditLimitBatchUpdate.

       environment division.
        03 FILE-STATUS-BYTE-1              PIC X.
        03 FILE-STATUS-BYTE-2              PIC X.
       01 WS-CONTROL-STATUS                PIC XX.
       01 WS-CUSTOMER-STATUS               PIC XX.
       01 WS-CHANGE-COUNT                  PIC 9(6) COMP-5 VALUE 0.
       01 WS-REJECT-COUNT                  PIC 9(6) COMP-5 VALUE 0.

       01 WS-CONTROL-ACCOUNT-ID            PIC 9(9).
       01 WS-CONTROL-NEW-LIMIT             PIC 9(9).
       01 WS-CONTROL-OPERATOR-ID           PIC X(20).
       01 WS-CONFLICT-STATUS               PIC XX.
       78 PRIVILEGE-OWN-RECORD             VALUE "OWN-RECORD".
       01 WS-PRIVILEGE-NAME                PIC X(12).
      *> The audit trail's own default, put back after a denial is
      *> logged under the operator's id.
       01 WS-CALLER-ID                     PIC X(20) VALUE "UNKNOWN".
       01 WS-CONTROL-TALLY                 PIC 99 COMP-5.

       01 WS-REQUESTED-ACCOUNT-ID          PIC X(4) COMP-X.
       01 DISPLAY-OLD-LIMIT                PIC -(9)9.99.
       01 DISPLAY-NEW-LIMIT                PIC -(9)9.99.

       01 WS-TODAY                         PIC 9(08).
       01 WS-ADVERSE-TYPE                  PIC X(01) VALUE "R".
       01 WS-ADVERSE-STATUS                PIC XX.
       01 WS-ADVERSE-COUNT                 PIC 9(6) COMP-5 VALUE 0.
       01 WS-CONSENT-STATUS                PIC XX.
       copy "AGGREGATE-EXPOSURE.cpy"
                              replacing ==(PREFIX)== by ==WS-AX==.
       01 WS-AX-STATUS                     PIC XX.

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           perform OPEN-FILES
           if FILE-STATUS = "00" and WS-CONTROL-STATUS = "00"
               perform PROCESS-CONTROL-FILE
           end-if
           display "*** Credit limit changes applied: " WS-CHANGE-COUNT
           display "*** Credit limit changes rejected: " WS-REJECT-COUNT
           display "*** Limit cuts recorded as adverse actions: "
                   WS-ADVERSE-COUNT
           stop run.

       OPEN-FILES SECTION.
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
           move WS-CREDIT-LIMIT to WS-OLD-LIMIT
      *>   A cosigned under-21 account rises no further than its
      *>   cosigner has agreed to in writing.
           if WS-UNDER-21-COSIGNED and WS-NEW-LIMIT > WS-OLD-LIMIT
               call CHECK-COSIGNER-CONSENT using by reference
                                               WS-REQUESTED-ACCOUNT-ID
                                               WS-NEW-LIMIT
                                               WS-CONSENT-STATUS
               if WS-CONSENT-STATUS <> "00"
                   add 1 to WS-REJECT-COUNT
                   display "*** No cosigner consent on file for the "
                           "new limit - refused: "
                           WS-CONTROL-ACCOUNT-ID
                   exit section
               end-if
           end-if
           if WS-NEW-LIMIT > WS-OLD-LIMIT
               perform CHECK-AGGREGATE-CAP
               if not WS-AX-WITHIN-AGGREGATE-CAP
                   exit section
               end-if
           end-if
      *>   Dual control: a limit INCREASE past the configured
      *>   threshold is one operator's keying of real risk - it
      *>   parks on the approval queue for a second pair of eyes
           end-if
           add 1 to WS-CHANGE-COUNT
           perform WRITE-AUDIT-LINE
           if WS-NEW-LIMIT < WS-OLD-LIMIT
               perform RECORD-LIMIT-CUT
           end-if
           .

       RECORD-LIMIT-CUT SECTION.
           call RECORD-ADVERSE-ACTION using by reference
                                           WS-ADVERSE-TYPE
                                           WS-CUSTOMER-ID
                                           WS-ACCOUNT
                                           WS-OLD-LIMIT
                                           WS-NEW-LIMIT
                                           WS-TODAY
                                           WS-ADVERSE-STATUS
           if WS-ADVERSE-STATUS = "00" or WS-ADVERSE-STATUS = "02"
               add 1 to WS-ADVERSE-COUNT
           else
               display "*** Adverse action not recorded for account "
                       WS-CONTROL-ACCOUNT-ID " status "
                       WS-ADVERSE-STATUS
           end-if
           .

       QUEUE-LIMIT-FOR-APPROVAL SECTION.
           end-if
           .

      *> The raised line, with every other card line the customer and
      *> their household hold, must stay inside the aggregate caps.
       CHECK-AGGREGATE-CAP SECTION.
           initialize WS-AX-AGGREGATE-EXPOSURE
           move WS-CUSTOMER-ID to WS-AX-CUSTOMER-ID
           move WS-REQUESTED-ACCOUNT-ID to WS-AX-PROPOSED-ACCOUNT-ID
           move WS-NEW-LIMIT to WS-AX-PROPOSED-LIMIT
           call CHECK-AGGREGATE-EXPOSURE using by reference
                                             WS-AX-AGGREGATE-EXPOSURE
                                             WS-AX-STATUS
           evaluate true
               when WS-AX-STATUS <> "00"
                   move "C" to WS-AX-EXPOSURE-RESULT
                   add 1 to WS-REJECT-COUNT
                   display "*** Aggregate exposure not measured, "
                           "status " WS-AX-STATUS " - refused: "
                           WS-CONTROL-ACCOUNT-ID
               when WS-AX-OVER-CUSTOMER-CAP
                   add 1 to WS-REJECT-COUNT
                   display "*** New limit puts the customer over the "
                           "aggregate credit cap - refused: "
                           WS-CONTROL-ACCOUNT-ID
               when WS-AX-OVER-HOUSEHOLD-CAP
                   add 1 to WS-REJECT-COUNT
                   display "*** New limit puts the household over the "
                           "aggregate credit cap - refused: "
                           WS-CONTROL-ACCOUNT-ID
           end-evaluate
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
