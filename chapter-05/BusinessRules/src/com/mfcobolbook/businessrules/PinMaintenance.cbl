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

      *> PIN maintenance: works the day's file of PIN requests from
      *> the IVR, online banking and the CSR desk, one comma-separated
      *> line each:
      *>   C,CARD-NUMBER,CURRENT-PIN,NEW-PIN   cardholder-selected
      *>      change, proven by the current PIN - a wrong one counts
      *>      toward the block just as it would at an ATM
      *>   R,CARD-NUMBER,CSR-ID   unblock a PIN blocked after three
      *>      failures; the PIN itself is unchanged
      *>   N,CARD-NUMBER,CSR-ID   reissue a forgotten PIN - a new PIN
      *>      is generated and goes out on a PIN-mailer row
      *> R and N need the CSR to hold PIN-RESET in the operator
      *> permission file, and neither may be worked by a CSR on
      *> their own card - the HR roster links staff to their
      *> customer record. Every outcome is on the security audit
      *> through the PIN entry points; no PIN ever reaches the run
      *> log.
       program-id. PinMaintenance.

       environment division.
       input-output section.
       file-control.
           select Request-File assign to external pinMaintenanceFile
               organization is line sequential
               file status is WS-REQUEST-STATUS
               .
           select Pin-Mailer-File assign to external pinMailerFile
               organization is line sequential
               file status is WS-MAILER-STATUS
               .

       data division.
       file section.
       fd Request-File.
       01 REQUEST-LINE                     PIC X(60).
       fd Pin-Mailer-File.
       copy "PIN-MAILER.cpy" replacing ==(PREFIX)== by ==FILE==.

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "CUSTOMER-RECORD.cpy" replacing ==(PREFIX)== by ==WS-CUST==.
       copy "CARD-RECORD.cpy" replacing ==(PREFIX)== by ==WS-CARD==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS.
        03 FILE-STATUS-BYTE-1              PIC X.
        03 FILE-STATUS-BYTE-2              PIC X.
       01 WS-CARD-FILE-STATUS              PIC XX.
       01 WS-CUSTOMER-STATUS               PIC XX.
       01 WS-REQUEST-STATUS                PIC XX.
       01 WS-MAILER-STATUS                 PIC XX.
       01 WS-PIN-STATUS                    PIC XX.
       01 WS-VAULT-STATUS                  PIC XX.
       01 WS-PRIVILEGE-STATUS              PIC XX.
       01 WS-CONFLICT-STATUS               PIC XX.

       78 PIN-MAINTENANCE-CALLER-ID        VALUE "PIN-MAINTENANCE".
       78 PRIVILEGE-PIN-RESET              VALUE "PIN-RESET".
       78 PRIVILEGE-OWN-RECORD             VALUE "OWN-RECORD".
       01 WS-CALLER-ID                     PIC X(20).
       01 WS-PRIVILEGE-NAME                PIC X(12).

       01 WS-REQUEST-TYPE                  PIC X(01).
        88 REQUEST-PIN-CHANGE                  VALUE "C".
        88 REQUEST-PIN-UNBLOCK                 VALUE "R".
        88 REQUEST-PIN-REISSUE                 VALUE "N".
       01 WS-REQUEST-CARD-NUMBER           PIC X(16).
       01 WS-REQUEST-FIELD-3               PIC X(20).
       01 WS-REQUEST-FIELD-4               PIC X(04).
       01 WS-REQUEST-TALLY                 PIC 99 COMP-5.
       01 WS-CURRENT-PIN                   PIC X(04).
       01 WS-NEW-PIN                       PIC X(04).
       01 WS-OPERATOR-ID                   PIC X(20).

       01 WS-PAN-LOOKUP                    PIC 9(16).
       01 WS-TOKEN-LOOKUP                  PIC 9(16).
      *> Card numbers never land on the run log in full - last-four
      *> only, with the account id alongside.
       01 WS-CARD-LAST4                    PIC X(04).

       01 WS-PINS-CHANGED                  PIC 9(6) COMP-5 VALUE 0.
       01 WS-PINS-UNBLOCKED                PIC 9(6) COMP-5 VALUE 0.
       01 WS-PINS-REISSUED                 PIC 9(6) COMP-5 VALUE 0.
       01 WS-REQUESTS-REFUSED              PIC 9(6) COMP-5 VALUE 0.

       procedure division.
           move PIN-MAINTENANCE-CALLER-ID to WS-CALLER-ID
           call SET-AUDIT-CALLER-ID using by reference WS-CALLER-ID
           perform OPEN-FILES
           if FILE-STATUS = "00"
               perform PROCESS-REQUEST-FILE
               perform CLOSE-FILES
           end-if
           display "*** PINs changed:          " WS-PINS-CHANGED
           display "*** PINs unblocked:        " WS-PINS-UNBLOCKED
           display "*** PINs reissued:         " WS-PINS-REISSUED
           display "*** Requests refused:      " WS-REQUESTS-REFUSED
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
           move OPEN-I-O to WS-FUNCTION-CODE
           call OPEN-CARD-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CARD-FILE-STATUS
           if WS-CARD-FILE-STATUS <> "00"
               display "*** Could not open card file, status "
                       WS-CARD-FILE-STATUS
               move WS-CARD-FILE-STATUS to FILE-STATUS
               exit section
           end-if
           open input Request-File
           if WS-REQUEST-STATUS <> "00"
               display "*** Could not open PIN request file, status "
                       WS-REQUEST-STATUS
               move WS-REQUEST-STATUS to FILE-STATUS
               exit section
           end-if
           open extend Pin-Mailer-File
           if WS-MAILER-STATUS = "35" or WS-MAILER-STATUS = "05"
               open output Pin-Mailer-File
           end-if
           .

       PROCESS-REQUEST-FILE SECTION.
           read Request-File
               at end move "10" to WS-REQUEST-STATUS
           end-read
           perform until WS-REQUEST-STATUS <> "00"
               if REQUEST-LINE <> spaces
                   perform APPLY-REQUEST-LINE
               end-if
               move spaces to REQUEST-LINE
               read Request-File
                   at end move "10" to WS-REQUEST-STATUS
               end-read
           end-perform
           .

      *> The line itself carries PINs, so a bad one is reported by
      *> type and last four only, never echoed.
       APPLY-REQUEST-LINE SECTION.
           move spaces to WS-REQUEST-FIELD-3
           move spaces to WS-REQUEST-FIELD-4
           move 0 to WS-REQUEST-TALLY
           unstring REQUEST-LINE delimited by ","
               into WS-REQUEST-TYPE
                    WS-REQUEST-CARD-NUMBER
                    WS-REQUEST-FIELD-3
                    WS-REQUEST-FIELD-4
               tallying in WS-REQUEST-TALLY
           end-unstring
           move WS-REQUEST-CARD-NUMBER(13:4) to WS-CARD-LAST4
           if WS-REQUEST-CARD-NUMBER is not numeric
                   or (not REQUEST-PIN-CHANGE
                       and not REQUEST-PIN-UNBLOCK
                       and not REQUEST-PIN-REISSUE)
                   or (REQUEST-PIN-CHANGE and WS-REQUEST-TALLY <> 4)
                   or (not REQUEST-PIN-CHANGE
                       and WS-REQUEST-TALLY <> 3)
               add 1 to WS-REQUESTS-REFUSED
               display "*** Malformed PIN request skipped: type "
                       WS-REQUEST-TYPE "  card ****" WS-CARD-LAST4
               perform CLEAR-REQUEST
               exit section
           end-if
      *>   Requests quote the number off the plastic - a real PAN -
      *>   which the vault resolves to the stored token.
           move WS-REQUEST-CARD-NUMBER to WS-PAN-LOOKUP
           call FIND-TOKEN-FOR-PAN using by reference
                                             WS-PAN-LOOKUP
                                             WS-TOKEN-LOOKUP
                                             WS-VAULT-STATUS
           if WS-VAULT-STATUS = "00"
               move WS-TOKEN-LOOKUP to WS-CARD-CARD-NUMBER
           else
               move WS-PAN-LOOKUP to WS-CARD-CARD-NUMBER
           end-if
           call FIND-CARD-BY-NUMBER using by reference
                                             WS-CARD-CARD-RECORD
                                             WS-CARD-FILE-STATUS
           if WS-CARD-FILE-STATUS <> "00"
               add 1 to WS-REQUESTS-REFUSED
               display "*** No such card: ****" WS-CARD-LAST4
               perform CLEAR-REQUEST
               exit section
           end-if
           evaluate true
               when REQUEST-PIN-CHANGE
                   perform CHANGE-PIN
               when REQUEST-PIN-UNBLOCK
                   perform UNBLOCK-PIN
               when other
                   perform REISSUE-PIN
           end-evaluate
           perform CLEAR-REQUEST
           .

       CHANGE-PIN SECTION.
           move WS-REQUEST-FIELD-3 to WS-CURRENT-PIN
           move WS-REQUEST-FIELD-4 to WS-NEW-PIN
           call CHANGE-CARD-PIN using by reference WS-CARD-CARD-NUMBER
                                                   WS-CURRENT-PIN
                                                   WS-NEW-PIN
                                                   WS-PIN-STATUS
           evaluate WS-PIN-STATUS
               when "00"
                   add 1 to WS-PINS-CHANGED
                   display "PIN CHANGED  card ****" WS-CARD-LAST4
                           "  account "
                           WS-CARD-ACCOUNT-ID of WS-CARD-CARD-RECORD
               when "PN"
                   perform REFUSE-REQUEST
                   display "    new PIN refused - four digits, not "
                           "one repeated, not a straight run"
               when "PI"
                   perform REFUSE-REQUEST
                   display "    current PIN did not verify"
               when "PB"
                   perform REFUSE-REQUEST
                   display "    PIN is blocked - a CSR must reset it"
               when other
                   perform REFUSE-REQUEST
                   display "    status " WS-PIN-STATUS
           end-evaluate
           .

       UNBLOCK-PIN SECTION.
           move WS-REQUEST-FIELD-3 to WS-OPERATOR-ID
           perform CHECK-OPERATOR-LINK
           if WS-CONFLICT-STATUS <> "00"
               exit section
           end-if
           call RESET-CARD-PIN using by reference WS-CARD-CARD-NUMBER
                                                  WS-OPERATOR-ID
                                                  WS-PIN-STATUS
           evaluate WS-PIN-STATUS
               when "00"
                   add 1 to WS-PINS-UNBLOCKED
                   display "PIN UNBLOCKED  card ****" WS-CARD-LAST4
                           "  account "
                           WS-CARD-ACCOUNT-ID of WS-CARD-CARD-RECORD
                           "  by " WS-OPERATOR-ID
               when "95"
                   perform REFUSE-REQUEST
                   display "    " WS-OPERATOR-ID
                           " does not hold PIN-RESET"
               when other
                   perform REFUSE-REQUEST
                   display "    status " WS-PIN-STATUS
           end-evaluate
           .

      *> A forgotten PIN is replaced outright - the privilege is
      *> checked here, since issuance itself is ungated, and the
      *> refusal is audited the same way the ASA entries audit one.
       REISSUE-PIN SECTION.
           move WS-REQUEST-FIELD-3 to WS-OPERATOR-ID
           move PRIVILEGE-PIN-RESET to WS-PRIVILEGE-NAME
           call CHECK-OPERATOR-PRIVILEGE using by reference
                                             WS-OPERATOR-ID
                                             WS-PRIVILEGE-NAME
                                             WS-PRIVILEGE-STATUS
           if WS-PRIVILEGE-STATUS <> "00"
               call WRITE-SECURITY-AUDIT using by reference
                                             WS-OPERATOR-ID
                                             WS-PRIVILEGE-NAME
               call SET-AUDIT-CALLER-ID using by reference WS-CALLER-ID
               perform REFUSE-REQUEST
               display "    " WS-OPERATOR-ID
                       " does not hold PIN-RESET"
               exit section
           end-if
           perform CHECK-OPERATOR-LINK
           if WS-CONFLICT-STATUS <> "00"
               exit section
           end-if
           if not WS-CARD-CARD-USABLE-OR-COMING
               perform REFUSE-REQUEST
               display "    card is not live - no PIN reissued"
               exit section
           end-if
           perform FETCH-CARDHOLDER
           if WS-CUSTOMER-STATUS <> "00"
               move "00" to WS-CUSTOMER-STATUS
               perform REFUSE-REQUEST
               display "    no cardholder address to mail a PIN to"
               exit section
           end-if
           call ISSUE-CARD-PIN using by reference WS-CARD-CARD-NUMBER
                                                  WS-NEW-PIN
                                                  WS-PIN-STATUS
           if WS-PIN-STATUS <> "00" and WS-PIN-STATUS <> "02"
               perform REFUSE-REQUEST
               display "    status " WS-PIN-STATUS
               exit section
           end-if
           move WS-CARD-ACCOUNT-ID of WS-CARD-CARD-RECORD to
                        FILE-MAILER-ACCOUNT-ID
           move WS-CARD-LAST4 to FILE-MAILER-CARD-LAST4
           move spaces to FILE-MAILER-NAME
           string WS-CUST-FIRST-NAME delimited by "  "
                  " " delimited by size
                  WS-CUST-LAST-NAME delimited by "  "
               into FILE-MAILER-NAME
           end-string
           move WS-CUST-ADDRESS-LINE-1 to FILE-MAILER-ADDRESS-1
           move WS-CUST-ADDRESS-LINE-2 to FILE-MAILER-ADDRESS-2
           move WS-CUST-CITY to FILE-MAILER-CITY
           move WS-CUST-STATE to FILE-MAILER-STATE
           move WS-CUST-ZIP-CODE to FILE-MAILER-ZIP-CODE
           move WS-NEW-PIN to FILE-MAILER-PIN
           set FILE-MAILER-PIN-REISSUE to true
           write FILE-PIN-MAILER
           move spaces to FILE-MAILER-PIN
           add 1 to WS-PINS-REISSUED
           display "PIN REISSUED  card ****" WS-CARD-LAST4
                   "  account "
                   WS-CARD-ACCOUNT-ID of WS-CARD-CARD-RECORD
                   "  by " WS-OPERATOR-ID
           .

       FETCH-CARDHOLDER SECTION.
           move "23" to WS-CUSTOMER-STATUS
           move WS-CARD-ACCOUNT-ID of WS-CARD-CARD-RECORD to
                        WS-ACCOUNT-ID of WS-ACCOUNT
           move START-READ to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           if FILE-STATUS = "00"
               move READ-NEXT to WS-FUNCTION-CODE
               call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                          by reference WS-ACCOUNT
                                                       FILE-STATUS
           end-if
           if FILE-STATUS <> "00"
                   or WS-ACCOUNT-ID of WS-ACCOUNT <>
                      WS-CARD-ACCOUNT-ID of WS-CARD-CARD-RECORD
               move "00" to FILE-STATUS
               exit section
           end-if
           move WS-CUSTOMER-ID of WS-ACCOUNT to
                    WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD
           move START-READ to WS-FUNCTION-CODE
           call FIND-CUSTOMER-ID using by value WS-FUNCTION-CODE
                        by reference WS-CUST-CUSTOMER-RECORD
                                     WS-CUSTOMER-STATUS
           .

      *> A CSR who is also the cardholder is refused, and the attempt
      *> goes on the security audit like any other privilege denial.
       CHECK-OPERATOR-LINK SECTION.
           move "00" to WS-CONFLICT-STATUS
           perform FETCH-CARDHOLDER
           if WS-CUSTOMER-STATUS <> "00"
               move "00" to WS-CUSTOMER-STATUS
               exit section
           end-if
           call CHECK-OPERATOR-CONFLICT using by reference
                    WS-OPERATOR-ID
                    WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD
                    WS-CONFLICT-STATUS
           if WS-CONFLICT-STATUS <> "00"
               move PRIVILEGE-OWN-RECORD to WS-PRIVILEGE-NAME
               call WRITE-SECURITY-AUDIT using by reference
                                             WS-OPERATOR-ID
                                             WS-PRIVILEGE-NAME
               call SET-AUDIT-CALLER-ID using by reference WS-CALLER-ID
               perform REFUSE-REQUEST
               display "    " WS-OPERATOR-ID
                       " is linked to the cardholder"
           end-if
           .

       REFUSE-REQUEST SECTION.
           add 1 to WS-REQUESTS-REFUSED
           display "*** PIN request " WS-REQUEST-TYPE
                   " refused  card ****" WS-CARD-LAST4
           .

      *> PINs are wiped from storage as soon as a line is done.
       CLEAR-REQUEST SECTION.
           move spaces to WS-REQUEST-FIELD-3
           move spaces to WS-REQUEST-FIELD-4
           move spaces to WS-CURRENT-PIN
           move spaces to WS-NEW-PIN
           .

       CLOSE-FILES SECTION.
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-CUSTOMER-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CUSTOMER-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-CARD-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CARD-FILE-STATUS
           close Request-File
           close Pin-Mailer-File
           .
