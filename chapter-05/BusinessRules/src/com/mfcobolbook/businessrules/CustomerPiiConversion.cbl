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

      *> Customer PII re-key. Run once to convert a customer file
      *> written in clear - every tax id and date of birth is then
      *> enciphered under the current key - and again after every key
      *> rotation: the key custodians add the new VVVV,key line to the
      *> PII key file, this pass moves every customer off its old
      *> key version onto the new one, and when the run reports
      *> nothing left behind the retired key lines can come off the
      *> file. Each record is re-keyed through ROTATE-CUSTOMER-PII,
      *> which never hands the clear values back out, and put back
      *> through the audited customer write, so the trail shows the
      *> enciphered before and after and nothing in clear. The run
      *> holds the CUSTOMER run lock for the whole pass, so no other
      *> whole-file run works the customer file underneath it; a
      *> rerun after a failure simply skips the customers already on
      *> the current key.
       program-id. CustomerPiiConversion.

       data division.
       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "CUSTOMER-RECORD.cpy" replacing ==(PREFIX)== by ==WS-CUST==.
       copy "JOB-LOCK.cpy" replacing ==(PREFIX)== by ==WS-LOCK==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 WS-CUSTOMER-STATUS               PIC XX.
       01 WS-REKEY-STATUS                  PIC XX.
       01 WS-WRITE-STATUS                  PIC XX.
       01 WS-RUN-LOCK-STATUS               PIC XX.

       78 REKEY-CALLER-ID                  VALUE "PII-CONVERSION".
       01 WS-CALLER-ID                     PIC X(20).

       01 WS-OLD-VERSION                   PIC 9(04).
       01 WS-CURRENT-VERSION               PIC 9(04) VALUE 0.

       01 WS-CUSTOMERS-READ                PIC 9(6) COMP-5 VALUE 0.
       01 WS-CONVERTED-FROM-CLEAR          PIC 9(6) COMP-5 VALUE 0.
       01 WS-REKEYED-FROM-OLD              PIC 9(6) COMP-5 VALUE 0.
       01 WS-ALREADY-CURRENT               PIC 9(6) COMP-5 VALUE 0.
       01 WS-REKEY-FAILED                  PIC 9(6) COMP-5 VALUE 0.

       procedure division.
           move REKEY-CALLER-ID to WS-CALLER-ID
           call SET-AUDIT-CALLER-ID using by reference WS-CALLER-ID
           perform ACQUIRE-THE-LOCK
           if WS-RUN-LOCK-STATUS <> "00"
               display "*** Customer file is locked by another run - "
                       "re-key refused"
               move 8 to return-code
               stop run
           end-if
           perform OPEN-CUSTOMERS
           if WS-CUSTOMER-STATUS = "00"
               perform SCAN-CUSTOMERS
               perform CLOSE-CUSTOMERS
           end-if
           perform RELEASE-THE-LOCK
           display "*** Customers read:            " WS-CUSTOMERS-READ
           display "*** Converted from clear:      "
                   WS-CONVERTED-FROM-CLEAR
           display "*** Re-keyed from older key:   "
                   WS-REKEYED-FROM-OLD
           display "*** Already on current key:    " WS-ALREADY-CURRENT
           display "*** Could not be re-keyed:     " WS-REKEY-FAILED
           if WS-REKEY-FAILED = 0 and WS-CURRENT-VERSION > 0
               display "*** Every customer is on key version "
                       WS-CURRENT-VERSION
                       " - older key lines may be retired"
           else
               display "*** Older key lines must stay on the key file"
               move 8 to return-code
           end-if
           stop run.

       ACQUIRE-THE-LOCK SECTION.
           move "PIIREKEY" to WS-LOCK-RUN-ID
           move 0 to WS-LOCK-CHUNK-START-ACCOUNT-ID
           move "CUSTOMER" to WS-LOCK-RESOURCE-NAME
           move 999999999 to WS-LOCK-RANGE-END-ACCOUNT-ID
           call ACQUIRE-RUN-LOCK using by reference WS-LOCK-JOB-LOCK
                                                    WS-RUN-LOCK-STATUS
           .

       RELEASE-THE-LOCK SECTION.
           call RELEASE-RUN-LOCK using by reference WS-LOCK-JOB-LOCK
                                                    WS-RUN-LOCK-STATUS
           .

       OPEN-CUSTOMERS SECTION.
           move OPEN-I-O to WS-FUNCTION-CODE
           call OPEN-CUSTOMER-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CUSTOMER-STATUS
           if WS-CUSTOMER-STATUS <> "00"
               display "*** Could not open customer file, status "
                       WS-CUSTOMER-STATUS
           end-if
           .

       SCAN-CUSTOMERS SECTION.
           move 0 to WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD
           move START-READ to WS-FUNCTION-CODE
           call READ-CUSTOMER-RECORD using by value WS-FUNCTION-CODE
                        by reference WS-CUST-CUSTOMER-RECORD
                                     WS-CUSTOMER-STATUS
           perform READ-NEXT-CUSTOMER
           perform until WS-CUSTOMER-STATUS <> "00"
               add 1 to WS-CUSTOMERS-READ
               perform REKEY-ONE-CUSTOMER
               perform READ-NEXT-CUSTOMER
           end-perform
           .

       READ-NEXT-CUSTOMER SECTION.
           move READ-NEXT to WS-FUNCTION-CODE
           call READ-CUSTOMER-RECORD using by value WS-FUNCTION-CODE
                        by reference WS-CUST-CUSTOMER-RECORD
                                     WS-CUSTOMER-STATUS
           .

      *> A record whose key version does not move was already on the
      *> current key - nothing is written, so a rerun adds nothing
      *> to the audit trail for the customers it has done.
       REKEY-ONE-CUSTOMER SECTION.
           move WS-CUST-PII-KEY-VERSION to WS-OLD-VERSION
           if WS-OLD-VERSION is not numeric
               move 0 to WS-OLD-VERSION
           end-if
           call ROTATE-CUSTOMER-PII using by reference
                                        WS-CUST-CUSTOMER-RECORD
                                        WS-REKEY-STATUS
           if WS-REKEY-STATUS <> "00"
               add 1 to WS-REKEY-FAILED
               display "NOT RE-KEYED  customer "
                       WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD
                       "  key version " WS-OLD-VERSION
                       "  status " WS-REKEY-STATUS
               exit section
           end-if
           move WS-CUST-PII-KEY-VERSION to WS-CURRENT-VERSION
           if WS-CUST-PII-KEY-VERSION = WS-OLD-VERSION
               add 1 to WS-ALREADY-CURRENT
               exit section
           end-if
           move UPDATE-RECORD to WS-FUNCTION-CODE
           call WRITE-CUSTOMER-RECORD using by value WS-FUNCTION-CODE
                         by reference WS-CUST-CUSTOMER-RECORD
                                      WS-WRITE-STATUS
           if WS-WRITE-STATUS <> "00" and WS-WRITE-STATUS <> "02"
               add 1 to WS-REKEY-FAILED
               display "NOT RE-KEYED  customer "
                       WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD
                       "  write status " WS-WRITE-STATUS
               exit section
           end-if
           if WS-OLD-VERSION = 0
               add 1 to WS-CONVERTED-FROM-CLEAR
           else
               add 1 to WS-REKEYED-FROM-OLD
           end-if
           .

       CLOSE-CUSTOMERS SECTION.
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-CUSTOMER-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CUSTOMER-STATUS
           .
