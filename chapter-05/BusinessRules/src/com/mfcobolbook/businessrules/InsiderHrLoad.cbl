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

      *> HR insider roster load. HR sends the full roster each time
      *> it changes - one fixed-layout row per person: tax id (11,
      *> formatted the way the customer file holds it), insider
      *> class (1: E employee, O executive officer, D director, P
      *> principal shareholder), the person's operator id (20, blank
      *> for those with no system sign-on) and last name (30, for
      *> the exceptions list only). Every customer whose tax id is
      *> on the roster takes its class and operator id, dated today;
      *> every customer still flagged whose tax id is no longer on
      *> it is cleared - the roster is the whole truth, so someone
      *> who left is not an insider a day longer than HR says. A
      *> roster person with no customer record is simply not a
      *> customer. An empty or missing roster changes nothing: a
      *> lost file must not clear every insider on the book.
      *> The customer file is walked once into a change list, then
      *> the changes are applied by key through the audited
      *> customer write. Each customer's tax id is revealed for the
      *> roster match through the audited REVEAL-CUSTOMER-PII entry
      *> (the caller id below must hold PII-REVEAL); a customer whose
      *> tax id cannot be revealed is left exactly as it is.
       program-id. InsiderHrLoad.

       environment division.
       input-output section.
       file-control.
           select Roster-File assign to external insiderHrFile
               organization is line sequential
               file status is WS-ROSTER-STATUS
               .

       data division.
       file section.
       fd Roster-File.
       01 ROSTER-LINE.
        03 RST-TAX-ID                      PIC X(11).
        03 RST-INSIDER-CLASS               PIC X(01).
         88 RST-CLASS-VALID                    VALUE "E" "O" "D" "P".
        03 RST-OPERATOR-ID                 PIC X(20).
        03 RST-LAST-NAME                   PIC X(30).

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "CUSTOMER-RECORD.cpy" replacing ==(PREFIX)== by ==WS-CUST==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 WS-CUSTOMER-STATUS               PIC XX.
       01 WS-ROSTER-STATUS                 PIC XX.

       78 HR-LOAD-CALLER-ID                VALUE "INSIDER-HR-LOAD".
       01 WS-CALLER-ID                     PIC X(20).
       01 WS-REVEAL-STATUS                 PIC XX.

       01 WS-TODAY                         PIC 9(08).

      *> The roster, held whole - it is the bank's own headcount plus
      *> its board and major holders.
       78 ROSTER-TABLE-MAX                 VALUE 5000.
       01 ROSTER-TABLE.
        03 ROSTER-ENTRY OCCURS 5000 TIMES.
         05 ROSTER-TAX-ID                  PIC X(11).
         05 ROSTER-CLASS                   PIC X(01).
         05 ROSTER-OPERATOR-ID             PIC X(20).
       01 ROSTER-COUNT                     PIC 9(4) COMP-5 VALUE 0.
       01 ROSTER-INDEX                     PIC 9(4) COMP-5.
       01 WS-ROSTER-FOUND                  PIC 9(4) COMP-5.

      *> Customers whose insider fields must change, collected on the
      *> walk; a roster index of zero clears the customer.
       78 CHANGE-TABLE-MAX                 VALUE 5000.
       01 CHANGE-TABLE.
        03 CHANGE-ENTRY OCCURS 5000 TIMES.
         05 CHANGE-CUSTOMER-ID             PIC X(4) COMP-X.
         05 CHANGE-ROSTER-INDEX            PIC 9(4) COMP-5.
       01 CHANGE-COUNT                     PIC 9(4) COMP-5 VALUE 0.
       01 CHANGE-INDEX                     PIC 9(4) COMP-5.

       01 WS-ROWS-READ                     PIC 9(6) COMP-5 VALUE 0.
       01 WS-ROWS-REJECTED                 PIC 9(6) COMP-5 VALUE 0.
       01 WS-INSIDERS-SET                  PIC 9(6) COMP-5 VALUE 0.
       01 WS-INSIDERS-CLEARED              PIC 9(6) COMP-5 VALUE 0.
       01 WS-UPDATES-FAILED                PIC 9(6) COMP-5 VALUE 0.
       01 WS-NOT-REVEALED                  PIC 9(6) COMP-5 VALUE 0.

       procedure division.
           move HR-LOAD-CALLER-ID to WS-CALLER-ID
           call SET-AUDIT-CALLER-ID using by reference WS-CALLER-ID
           call GET-PROCESSING-DATE using by reference WS-TODAY
           perform LOAD-ROSTER
           if ROSTER-COUNT = 0
               display "*** No insider roster rows - nothing changed"
           else
               perform OPEN-FILES
               if WS-CUSTOMER-STATUS = "00"
                   perform COLLECT-CHANGES
                   perform APPLY-CHANGES
                   perform CLOSE-FILES
               end-if
           end-if
           display "*** Roster rows read:        " WS-ROWS-READ
           display "*** Roster rows rejected:    " WS-ROWS-REJECTED
           display "*** Insiders set or changed: " WS-INSIDERS-SET
           display "*** Insiders cleared:        " WS-INSIDERS-CLEARED
           display "*** Updates failed:          " WS-UPDATES-FAILED
           display "*** Tax id not revealed:     " WS-NOT-REVEALED
           stop run.

       LOAD-ROSTER SECTION.
           open input Roster-File
           if WS-ROSTER-STATUS <> "00"
               display "*** Could not open insider roster, status "
                       WS-ROSTER-STATUS
               exit section
           end-if
           read Roster-File
               at end move "10" to WS-ROSTER-STATUS
           end-read
           perform until WS-ROSTER-STATUS <> "00"
               if ROSTER-LINE <> spaces
                   add 1 to WS-ROWS-READ
                   perform KEEP-ROSTER-ROW
               end-if
               read Roster-File
                   at end move "10" to WS-ROSTER-STATUS
               end-read
           end-perform
           close Roster-File
           .

       KEEP-ROSTER-ROW SECTION.
           if RST-TAX-ID = spaces or not RST-CLASS-VALID
               add 1 to WS-ROWS-REJECTED
               display "*** Roster row rejected: " RST-LAST-NAME
                       " class " RST-INSIDER-CLASS
               exit section
           end-if
           if ROSTER-COUNT >= ROSTER-TABLE-MAX
               add 1 to WS-ROWS-REJECTED
               display "*** Roster table full - row not loaded: "
                       RST-LAST-NAME
               exit section
           end-if
           add 1 to ROSTER-COUNT
           move RST-TAX-ID to ROSTER-TAX-ID(ROSTER-COUNT)
           move RST-INSIDER-CLASS to ROSTER-CLASS(ROSTER-COUNT)
           move RST-OPERATOR-ID to ROSTER-OPERATOR-ID(ROSTER-COUNT)
           .

       OPEN-FILES SECTION.
           move OPEN-I-O to WS-FUNCTION-CODE
           call OPEN-CUSTOMER-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CUSTOMER-STATUS
           if WS-CUSTOMER-STATUS <> "00"
               display "*** Could not open customer file, status "
                       WS-CUSTOMER-STATUS
           end-if
           .

       COLLECT-CHANGES SECTION.
           move 0 to WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD
           move START-READ to WS-FUNCTION-CODE
           call READ-CUSTOMER-RECORD using by value WS-FUNCTION-CODE
                        by reference WS-CUST-CUSTOMER-RECORD
                                     WS-CUSTOMER-STATUS
           perform READ-NEXT-CUSTOMER
           perform until WS-CUSTOMER-STATUS <> "00"
               perform CHECK-ONE-CUSTOMER
               perform READ-NEXT-CUSTOMER
           end-perform
           move "00" to WS-CUSTOMER-STATUS
           .

       READ-NEXT-CUSTOMER SECTION.
           move READ-NEXT to WS-FUNCTION-CODE
           call READ-CUSTOMER-RECORD using by value WS-FUNCTION-CODE
                        by reference WS-CUST-CUSTOMER-RECORD
                                     WS-CUSTOMER-STATUS
           .

      *> A customer already carrying exactly what the roster says is
      *> left alone, so the audit trail shows only real changes.
       CHECK-ONE-CUSTOMER SECTION.
           move 0 to WS-ROSTER-FOUND
           call REVEAL-CUSTOMER-PII using by reference
                                        WS-CUST-CUSTOMER-RECORD
                                        WS-REVEAL-STATUS
           if WS-REVEAL-STATUS <> "00"
               add 1 to WS-NOT-REVEALED
               exit section
           end-if
           if WS-CUST-TAX-ID <> spaces
               perform varying ROSTER-INDEX from 1 by 1
                       until ROSTER-INDEX > ROSTER-COUNT
                          or WS-ROSTER-FOUND > 0
                   if ROSTER-TAX-ID(ROSTER-INDEX) = WS-CUST-TAX-ID
                       move ROSTER-INDEX to WS-ROSTER-FOUND
                   end-if
               end-perform
           end-if
           if WS-ROSTER-FOUND = 0
               if WS-CUST-NOT-AN-INSIDER
                   exit section
               end-if
           else
               if WS-CUST-INSIDER-CLASS = ROSTER-CLASS(WS-ROSTER-FOUND)
                   and WS-CUST-INSIDER-OPERATOR-ID =
                           ROSTER-OPERATOR-ID(WS-ROSTER-FOUND)
                   exit section
               end-if
           end-if
           if CHANGE-COUNT >= CHANGE-TABLE-MAX
               add 1 to WS-UPDATES-FAILED
               display "*** Change table full - customer "
                       WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD
                       " not updated this run"
               exit section
           end-if
           add 1 to CHANGE-COUNT
           move WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD
                               to CHANGE-CUSTOMER-ID(CHANGE-COUNT)
           move WS-ROSTER-FOUND to CHANGE-ROSTER-INDEX(CHANGE-COUNT)
           .

       APPLY-CHANGES SECTION.
           perform varying CHANGE-INDEX from 1 by 1
                   until CHANGE-INDEX > CHANGE-COUNT
               perform APPLY-ONE-CHANGE
           end-perform
           .

       APPLY-ONE-CHANGE SECTION.
           move CHANGE-CUSTOMER-ID(CHANGE-INDEX) to
                    WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD
           move START-READ to WS-FUNCTION-CODE
           call FIND-CUSTOMER-ID using by value WS-FUNCTION-CODE
                        by reference WS-CUST-CUSTOMER-RECORD
                                     WS-CUSTOMER-STATUS
           if WS-CUSTOMER-STATUS <> "00"
               add 1 to WS-UPDATES-FAILED
               display "*** Customer " CHANGE-CUSTOMER-ID(CHANGE-INDEX)
                       " not found, status " WS-CUSTOMER-STATUS
               move "00" to WS-CUSTOMER-STATUS
               exit section
           end-if
           move CHANGE-ROSTER-INDEX(CHANGE-INDEX) to ROSTER-INDEX
           if ROSTER-INDEX = 0
               set WS-CUST-NOT-AN-INSIDER to true
               move spaces to WS-CUST-INSIDER-OPERATOR-ID
           else
               move ROSTER-CLASS(ROSTER-INDEX) to WS-CUST-INSIDER-CLASS
               move ROSTER-OPERATOR-ID(ROSTER-INDEX)
                                   to WS-CUST-INSIDER-OPERATOR-ID
           end-if
           move WS-TODAY to WS-CUST-INSIDER-AS-OF-DATE
           move UPDATE-RECORD to WS-FUNCTION-CODE
           call WRITE-CUSTOMER-RECORD using by value WS-FUNCTION-CODE
                        by reference WS-CUST-CUSTOMER-RECORD
                                     WS-CUSTOMER-STATUS
           if WS-CUSTOMER-STATUS <> "00" and WS-CUSTOMER-STATUS <> "02"
               add 1 to WS-UPDATES-FAILED
               display "*** Customer " CHANGE-CUSTOMER-ID(CHANGE-INDEX)
                       " update failed, status " WS-CUSTOMER-STATUS
           else
               if ROSTER-INDEX = 0
                   add 1 to WS-INSIDERS-CLEARED
                   display "CLEARED  customer "
                           CHANGE-CUSTOMER-ID(CHANGE-INDEX)
               else
                   add 1 to WS-INSIDERS-SET
                   display "INSIDER  customer "
                           CHANGE-CUSTOMER-ID(CHANGE-INDEX)
                           "  class " WS-CUST-INSIDER-CLASS
               end-if
           end-if
           move "00" to WS-CUSTOMER-STATUS
           .

       CLOSE-FILES SECTION.
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-CUSTOMER-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CUSTOMER-STATUS
           .
