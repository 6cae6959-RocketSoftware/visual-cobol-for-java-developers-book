        03 PRM-PRIVILEGE                   PIC X(12).

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "CUSTOMER-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       01 WS-PERMISSION-STATUS             PIC XX.
       01 WS-GRANT-FOUND                   PIC X.
       01 WS-FUNCTION-CODE                 PIC X.
       01 WS-CUSTOMER-STATUS               PIC XX.

       linkage section.
       01 LNK-CALLER-ID                    PIC X(20).
       01 LNK-PRIVILEGE                    PIC X(12).
       01 LNK-STATUS                       PIC XX.
       01 LNK-CUSTOMER-ID                  PIC X(4) COMP-X.

       procedure division.
           goback.
               move "95" to LNK-STATUS
           end-if
           goback.

      *> Insiders may not maintain their own records. The HR roster
      *> load stamps each staff customer with the operator id they
      *> sign on with; an action carrying that id against that
      *> customer answers "96" and is the caller's to refuse. A
      *> blank operator id (an unattended feed) or a customer not
      *> found is no conflict. The caller has the customer file
      *> open.
       ENTRY CHECK-OPERATOR-CONFLICT using by reference
                                             LNK-CALLER-ID
                                             LNK-CUSTOMER-ID
                                             LNK-STATUS.
           move "00" to LNK-STATUS
           if LNK-CALLER-ID = spaces
               goback
           end-if
           move LNK-CUSTOMER-ID to WS-CUSTOMER-ID
           move START-READ to WS-FUNCTION-CODE
           call FIND-CUSTOMER-ID using by value WS-FUNCTION-CODE
                                  by reference WS-CUSTOMER-RECORD
                                               WS-CUSTOMER-STATUS
           if WS-CUSTOMER-STATUS = "00"
                   and not WS-NOT-AN-INSIDER
                   and WS-INSIDER-OPERATOR-ID = LNK-CALLER-ID
               move "96" to LNK-STATUS
           end-if
           goback.
