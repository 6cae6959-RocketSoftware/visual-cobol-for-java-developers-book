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

      *> Nightly reporting warehouse load. DataMigrationTool keeps the
      *> relational copy of the files row-for-row current, which is
      *> no use to an analyst asking what a limit or an address was
      *> last spring; this job feeds the separate reporting schema,
      *> which keeps history. It writes one load file per business
      *> date - a header, the dimension and fact rows, and a trailer
      *> of counts and control totals - for the loader to apply:
      *>
      *>   DA / DC  account and customer dimension versions. Each
      *>            member's tracked attributes are compared with the
      *>            image the warehouse holds (WAREHOUSE-DIM-STATE);
      *>            on a change the held version is written back
      *>            expired (effective-to = load date) and a new one
      *>            opened effective from the load date to 99991231.
      *>   FT / FP  transaction and payment facts, from the audit
      *>            trail's WRITE/UPDATE/DELETE images.
      *>   FS       statements generated since the last complete load.
      *>   FB       the load date's end-of-day balance snapshots.
      *>
      *> The load is incremental off the audit file: only audit rows
      *> after the last complete load's high-water row are read, and
      *> only the accounts and customers they name are compared. The
      *> first load ever compares every account and customer. Each
      *> load is logged on the warehouse load log; it is marked
      *> complete only when its snapshot facts tie to the trial
      *> balance control row for the same date (count, account ID
      *> hash, balance hash), otherwise it is marked failed with
      *> return code 8. A rerun for a started or failed date covers
      *> the same audit window, regenerates the load file, and first
      *> takes back any dimension version the unfinished load raised,
      *> so the result is the same however often the date is rerun.
      *> A date already complete is not loaded again. The business
      *> date comes from an optional one-line parm file, defaulting
      *> to today.
       program-id. WarehouseLoad.

       environment division.
       input-output section.
       file-control.
           select Load-Date-File assign to external warehouseDateFile
               organization is line sequential
               file status is WS-DATE-FILE-STATUS
               .
           select Warehouse-File assign to external warehouseLoadFile
               organization is line sequential
               file status is WS-WAREHOUSE-STATUS
               .
           select Load-Log-File assign to external warehouseLoadLog
               file status is WS-LOAD-LOG-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-LOAD-DATE of FILE-WAREHOUSE-LOAD
               .
           select Dim-State-File assign to external warehouseDimState
               file status is WS-DIM-STATE-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-DIM-KEY of FILE-WAREHOUSE-DIM-STATE
               .
           select Audit-File assign to external auditFile
               organization is line sequential
               file status is WS-AUDIT-STATUS
               .
           select Statement-File assign to external statementFile
               file status is WS-STATEMENT-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-STATEMENT-KEY
                          of FILE-STATEMENT-RECORD
               .
           select Snapshot-File assign to external balanceSnapshotFile
               file status is WS-SNAPSHOT-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-SNAPSHOT-KEY of FILE-BALANCE-SNAPSHOT
               .
           select Control-File
               assign to external trialBalanceControlFile
               organization is line sequential
               file status is WS-CONTROL-STATUS
               .

       data division.
       file section.
       fd Load-Date-File.
       01 DATE-LINE                        PIC X(08).
       fd Warehouse-File.
       01 WH-HEADER-LINE.
        03 WHH-RECORD-TYPE                 PIC X(02).
        03 WHH-LOAD-DATE                   PIC 9(08).
        03 WHH-PRIOR-LOAD-DATE             PIC 9(08).
        03 WHH-LOAD-ATTEMPT                PIC 9(03).
       01 WH-DIMENSION-LINE.
        03 WHD-RECORD-TYPE                 PIC X(02).
        03 WHD-MEMBER-ID                   PIC 9(10).
        03 WHD-VERSION                     PIC 9(05).
        03 WHD-EFFECTIVE-FROM              PIC 9(08).
        03 WHD-EFFECTIVE-TO                PIC 9(08).
        03 WHD-CURRENT-FLAG                PIC X(01).
        03 WHD-ATTRIBUTES                  PIC X(250).
       01 WH-TRANSACTION-LINE.
        03 WHT-RECORD-TYPE                 PIC X(02).
        03 WHT-AUDIT-DATE                  PIC 9(08).
        03 WHT-AUDIT-TIME                  PIC 9(08).
        03 WHT-OPERATION                   PIC X(06).
        03 WHT-TRANSACTION-ID              PIC 9(10).
        03 WHT-ACCOUNT-ID                  PIC 9(10).
        03 WHT-TRANS-DATE                  PIC 9(08).
        03 WHT-AMOUNT                      PIC S9(12)V99
                                            SIGN LEADING SEPARATE.
        03 WHT-CURRENCY-CODE               PIC X(03).
        03 WHT-TRANSACTION-TYPE            PIC X(01).
        03 WHT-TENDER-TYPE                 PIC X(01).
        03 WHT-DISPUTE-STATUS              PIC X(01).
        03 WHT-MERCHANT-CATEGORY-CODE      PIC 9(04).
        03 WHT-MERCHANT-ID                 PIC X(15).
        03 WHT-MERCHANT-NAME               PIC X(40).
       01 WH-PAYMENT-LINE.
        03 WHP-RECORD-TYPE                 PIC X(02).
        03 WHP-AUDIT-DATE                  PIC 9(08).
        03 WHP-AUDIT-TIME                  PIC 9(08).
        03 WHP-OPERATION                   PIC X(06).
        03 WHP-PAYMENT-ID                  PIC 9(10).
        03 WHP-ACCOUNT-ID                  PIC 9(10).
        03 WHP-PAYMENT-DATE                PIC 9(08).
        03 WHP-AMOUNT                      PIC S9(12)V99
                                            SIGN LEADING SEPARATE.
        03 WHP-MINIMUM-DUE                 PIC S9(12)V99
                                            SIGN LEADING SEPARATE.
        03 WHP-LATE-FEE-CHARGED            PIC S9(12)V99
                                            SIGN LEADING SEPARATE.
        03 WHP-MET-MINIMUM                 PIC X(01).
        03 WHP-CURRENCY-CODE               PIC X(03).
        03 WHP-PAYMENT-TENDER              PIC X(01).
        03 WHP-REVERSAL-OF-PAYMENT-ID      PIC 9(10).
       01 WH-STATEMENT-LINE.
        03 WHS-RECORD-TYPE                 PIC X(02).
        03 WHS-ACCOUNT-ID                  PIC 9(10).
        03 WHS-CYCLE-START-DATE            PIC 9(08).
        03 WHS-GENERATED-DATE              PIC 9(08).
        03 WHS-ENDING-BALANCE              PIC S9(12)V99
                                            SIGN LEADING SEPARATE.
        03 WHS-INTEREST-CHARGED            PIC S9(12)V99
                                            SIGN LEADING SEPARATE.
        03 WHS-MINIMUM-PAYMENT             PIC S9(12)V99
                                            SIGN LEADING SEPARATE.
        03 WHS-DEFERRED-INTEREST           PIC S9(12)V99
                                            SIGN LEADING SEPARATE.
        03 WHS-REWARD-BALANCE              PIC S9(12)V99
                                            SIGN LEADING SEPARATE.
        03 WHS-SKIP-FLAG                   PIC X(01).
       01 WH-SNAPSHOT-LINE.
        03 WHB-RECORD-TYPE                 PIC X(02).
        03 WHB-ACCOUNT-ID                  PIC 9(10).
        03 WHB-SNAPSHOT-DATE               PIC 9(08).
        03 WHB-BALANCE                     PIC S9(12)V99
                                            SIGN LEADING SEPARATE.
        03 WHB-CREDIT-LIMIT                PIC S9(9)V99
                                            SIGN LEADING SEPARATE.
        03 WHB-ACCOUNT-STATUS              PIC X(01).
        03 WHB-MISSED-PAYMENT-COUNT        PIC 9(02).
       01 WH-TRAILER-LINE.
        03 WHZ-RECORD-TYPE                 PIC X(02).
        03 WHZ-LOAD-DATE                   PIC 9(08).
        03 WHZ-DIM-ACCOUNT-ROWS            PIC 9(09).
        03 WHZ-DIM-CUSTOMER-ROWS           PIC 9(09).
        03 WHZ-FACT-TXN-ROWS               PIC 9(09).
        03 WHZ-FACT-PAYMENT-ROWS           PIC 9(09).
        03 WHZ-FACT-STATEMENT-ROWS         PIC 9(09).
        03 WHZ-FACT-SNAPSHOT-ROWS          PIC 9(09).
        03 WHZ-SNAPSHOT-ID-HASH            PIC 9(12).
        03 WHZ-SNAPSHOT-BALANCE-HASH       PIC S9(14)V99
                                            SIGN LEADING SEPARATE.
       fd Load-Log-File.
       copy "WAREHOUSE-LOAD.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Dim-State-File.
       copy "WAREHOUSE-DIM-STATE.cpy"
                              replacing ==(PREFIX)== by ==FILE==.
       fd Audit-File.
       copy "AUDIT-RECORD.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Statement-File.
       copy "STATEMENT-RECORD.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Snapshot-File.
       copy "BALANCE-SNAPSHOT.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Control-File.
       copy "TRIAL-BALANCE-CONTROL.cpy"
                              replacing ==(PREFIX)== by ==FILE==.

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "CUSTOMER-RECORD.cpy" replacing ==(PREFIX)== by ==WS-CUST==.
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "TRANSACTION-RECORD.cpy" replacing ==(PREFIX)==
                                                  by ==WS-TXN==.
       copy "PAYMENT-RECORD.cpy" replacing ==(PREFIX)== by ==WS-PAY==.
       copy "WAREHOUSE-DIM-STATE.cpy" replacing ==(PREFIX)== by ==WH==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS.
        03 FILE-STATUS-BYTE-1              PIC X.
        03 FILE-STATUS-BYTE-2              PIC X.
       01 WS-CUSTOMER-STATUS               PIC XX.
       01 WS-DATE-FILE-STATUS              PIC XX.
       01 WS-WAREHOUSE-STATUS              PIC XX.
       01 WS-LOAD-LOG-STATUS               PIC XX.
       01 WS-DIM-STATE-STATUS              PIC XX.
       01 WS-AUDIT-STATUS                  PIC XX.
       01 WS-STATEMENT-STATUS              PIC XX.
       01 WS-SNAPSHOT-STATUS               PIC XX.
       01 WS-CONTROL-STATUS                PIC XX.

       01 WS-TODAY                         PIC 9(08).
       01 WS-LOAD-DATE                     PIC 9(08).
       01 WS-LOAD-ATTEMPT                  PIC 9(03) VALUE 0.
      *> The last complete load before this one - zero when there
      *> has never been one - and the audit row it read up to.
       01 WS-PRIOR-LOAD-DATE               PIC 9(08) VALUE 0.
       01 WS-AUDIT-START-ROW               PIC 9(10) VALUE 0.
       01 WS-AUDIT-ROW                     PIC 9(10) VALUE 0.
       78 OPEN-END-DATE                    VALUE 99991231.

       01 WS-LOAD-LOG-FLAG                 PIC X VALUE "N".
        88 LOAD-DATE-ON-LOG                    VALUE "Y".
       01 WS-LOAD-OUTCOME-FLAG             PIC X VALUE space.
        88 LOAD-ALREADY-COMPLETE               VALUE "A".
        88 LOAD-RECONCILED                     VALUE "C".
        88 LOAD-NOT-RECONCILED                 VALUE "X".
       01 WS-LOG-OPEN-FLAG                 PIC X VALUE "N".
        88 LOAD-LOG-IS-OPEN                    VALUE "Y".
       01 WS-FILES-OPEN-FLAG               PIC X VALUE "N".
        88 LOAD-FILES-ARE-OPEN                 VALUE "Y".
       01 WS-STATEMENT-FILE-FLAG           PIC X VALUE "N".
        88 STATEMENT-FILE-IS-AVAILABLE         VALUE "Y".
       01 WS-SNAPSHOT-FILE-FLAG            PIC X VALUE "N".
        88 SNAPSHOT-FILE-IS-AVAILABLE          VALUE "Y".

      *> Dimension comparison work areas.
       01 WS-NEW-IMAGE                     PIC X(250).
       01 WS-DIM-RECORD-TYPE               PIC X(02).
       01 WS-DIM-KEY-SAVE                  PIC X(05).
       01 WS-STATE-FLAG                    PIC X.
        88 STATE-IS-ON-FILE                    VALUE "Y".
       01 WS-AUDIT-IMAGE                   PIC X(400).

       01 WS-DIM-ACCOUNT-ROWS              PIC 9(9) COMP-5 VALUE 0.
       01 WS-DIM-CUSTOMER-ROWS             PIC 9(9) COMP-5 VALUE 0.
       01 WS-FACT-TXN-ROWS                 PIC 9(9) COMP-5 VALUE 0.
       01 WS-FACT-PAYMENT-ROWS             PIC 9(9) COMP-5 VALUE 0.
       01 WS-FACT-STATEMENT-ROWS           PIC 9(9) COMP-5 VALUE 0.
       01 WS-FACT-SNAPSHOT-ROWS            PIC 9(9) COMP-5 VALUE 0.
       01 WS-MEMBERS-COMPARED              PIC 9(9) COMP-5 VALUE 0.
       01 WS-MEMBERS-CHANGED               PIC 9(9) COMP-5 VALUE 0.
       01 WS-VERSIONS-TAKEN-BACK           PIC 9(9) COMP-5 VALUE 0.
       01 WS-SNAPSHOTS-MISSING             PIC 9(9) COMP-5 VALUE 0.
       01 WS-SNAPSHOT-ID-HASH              PIC 9(12) COMP-5 VALUE 0.
       01 WS-SNAPSHOT-BALANCE-HASH         PIC S9(14)V99 VALUE 0.

      *> The trial balance control row the load ties out to.
       01 WS-CONTROL-FLAG                  PIC X VALUE "N".
        88 CONTROL-ROW-FOUND                   VALUE "Y".
       01 WS-TB-ACCOUNT-COUNT              PIC 9(09) VALUE 0.
       01 WS-TB-ACCOUNT-ID-HASH            PIC 9(12) VALUE 0.
       01 WS-TB-BALANCE-HASH               PIC S9(14)V99 VALUE 0.

       01 DISPLAY-CASH                     PIC -Z(14)9.99.
       01 DISPLAY-CASH-2                   PIC -Z(14)9.99.

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           move WS-TODAY to WS-LOAD-DATE
           perform READ-LOAD-DATE
           perform OPEN-LOAD-LOG
           if FILE-STATUS = "00"
               perform FIND-LOAD-WINDOW
           end-if
           if FILE-STATUS = "00"
               perform OPEN-FILES
           end-if
           if FILE-STATUS = "00"
               perform START-LOAD
               if WS-PRIOR-LOAD-DATE = 0
                   perform INITIAL-DIMENSION-LOAD
               end-if
               perform SCAN-AUDIT-WINDOW
               perform LOAD-STATEMENT-FACTS
               perform LOAD-SNAPSHOT-FACTS
               perform WRITE-TRAILER
               perform RECONCILE-TO-TRIAL-BALANCE
               perform FINISH-LOAD
           end-if
           perform CLOSE-FILES
           perform DISPLAY-SUMMARY
           if FILE-STATUS <> "00" or LOAD-NOT-RECONCILED
               move 8 to return-code
           end-if
           stop run.

      *> Optional one-line parm naming the business date to load, for
      *> catching up a missed night; absent or malformed, today.
       READ-LOAD-DATE SECTION.
           open input Load-Date-File
           if WS-DATE-FILE-STATUS <> "00"
               exit section
           end-if
           read Load-Date-File
               at end move "10" to WS-DATE-FILE-STATUS
           end-read
           if WS-DATE-FILE-STATUS = "00" and DATE-LINE is numeric
               move DATE-LINE to WS-LOAD-DATE
           end-if
           close Load-Date-File
           .

       OPEN-LOAD-LOG SECTION.
           move "00" to FILE-STATUS
           open i-o Load-Log-File
           if WS-LOAD-LOG-STATUS = "35" or WS-LOAD-LOG-STATUS = "05"
               open output Load-Log-File
               close Load-Log-File
               open i-o Load-Log-File
           end-if
           if WS-LOAD-LOG-STATUS <> "00"
               display "*** Could not open warehouse load log, status "
                       WS-LOAD-LOG-STATUS
               move WS-LOAD-LOG-STATUS to FILE-STATUS
               exit section
           end-if
           set LOAD-LOG-IS-OPEN to true
           .

      *> Walks the whole log: the last complete load before this date
      *> fixes the audit window's start; a complete load dated after
      *> this one means the date is being loaded out of order, which
      *> would version the dimensions backwards, so it is refused.
       FIND-LOAD-WINDOW SECTION.
           move 0 to FILE-LOAD-DATE
           start Load-Log-File key >= FILE-LOAD-DATE
           perform until WS-LOAD-LOG-STATUS <> "00"
               read Load-Log-File next
                   at end move "10" to WS-LOAD-LOG-STATUS
               end-read
               if WS-LOAD-LOG-STATUS = "00"
                   evaluate true
                       when FILE-LOAD-DATE = WS-LOAD-DATE
                           set LOAD-DATE-ON-LOG to true
                           move FILE-LOAD-ATTEMPT to WS-LOAD-ATTEMPT
                           if FILE-LOAD-COMPLETE
                               set LOAD-ALREADY-COMPLETE to true
                           end-if
                       when not FILE-LOAD-COMPLETE
                           continue
                       when FILE-LOAD-DATE < WS-LOAD-DATE
                           move FILE-LOAD-DATE to WS-PRIOR-LOAD-DATE
                           move FILE-AUDIT-END-ROW
                                              to WS-AUDIT-START-ROW
                       when other
                           display "*** Load for " FILE-LOAD-DATE
                                   " is already complete - refusing"
                                   " to load " WS-LOAD-DATE
                                   " out of order"
                           move "99" to FILE-STATUS
                   end-evaluate
               end-if
           end-perform
           move "00" to WS-LOAD-LOG-STATUS
           if LOAD-ALREADY-COMPLETE
               display "*** Warehouse load for " WS-LOAD-DATE
                       " is already complete - nothing to do"
               move "10" to FILE-STATUS
           end-if
           .

       OPEN-FILES SECTION.
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-CUSTOMER-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CUSTOMER-STATUS
           if WS-CUSTOMER-STATUS <> "00"
               display "*** Could not open customer file, status "
                       WS-CUSTOMER-STATUS
               move WS-CUSTOMER-STATUS to FILE-STATUS
               exit section
           end-if
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           if FILE-STATUS <> "00"
               display "*** Could not open account file, status "
                       FILE-STATUS
               move CLOSE-FILE to WS-FUNCTION-CODE
               call OPEN-CUSTOMER-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CUSTOMER-STATUS
               exit section
           end-if
           set LOAD-FILES-ARE-OPEN to true
           open i-o Dim-State-File
           if WS-DIM-STATE-STATUS = "35" or WS-DIM-STATE-STATUS = "05"
               open output Dim-State-File
               close Dim-State-File
               open i-o Dim-State-File
           end-if
           if WS-DIM-STATE-STATUS <> "00"
               display "*** Could not open warehouse dimension state,"
                       " status " WS-DIM-STATE-STATUS
               move WS-DIM-STATE-STATUS to FILE-STATUS
               exit section
           end-if
           open output Warehouse-File
           if WS-WAREHOUSE-STATUS <> "00"
               display "*** Could not open warehouse load file, status "
                       WS-WAREHOUSE-STATUS
               move WS-WAREHOUSE-STATUS to FILE-STATUS
               exit section
           end-if
      *>   No statement file means no statements to load; no snapshot
      *>   file means no snapshot facts, which the tie-out will catch.
           open input Statement-File
           if WS-STATEMENT-STATUS = "00"
               set STATEMENT-FILE-IS-AVAILABLE to true
           end-if
           open input Snapshot-File
           if WS-SNAPSHOT-STATUS = "00"
               set SNAPSHOT-FILE-IS-AVAILABLE to true
           else
               display "*** No balance snapshot file - no snapshot "
                       "facts this load"
           end-if
           .

      *> Logs the load as started before anything is written, so a
      *> load that dies part-way is left visibly unfinished.
       START-LOAD SECTION.
           add 1 to WS-LOAD-ATTEMPT
           initialize FILE-WAREHOUSE-LOAD
           move WS-LOAD-DATE to FILE-LOAD-DATE
           set FILE-LOAD-STARTED to true
           move WS-LOAD-ATTEMPT to FILE-LOAD-ATTEMPT
           move WS-PRIOR-LOAD-DATE to FILE-PRIOR-LOAD-DATE
           move WS-AUDIT-START-ROW to FILE-AUDIT-START-ROW
           move WS-AUDIT-START-ROW to FILE-AUDIT-END-ROW
           if LOAD-DATE-ON-LOG
               rewrite FILE-WAREHOUSE-LOAD
           else
               write FILE-WAREHOUSE-LOAD
           end-if
           move "HD" to WHH-RECORD-TYPE
           move WS-LOAD-DATE to WHH-LOAD-DATE
           move WS-PRIOR-LOAD-DATE to WHH-PRIOR-LOAD-DATE
           move WS-LOAD-ATTEMPT to WHH-LOAD-ATTEMPT
           write WH-HEADER-LINE
           display "*** Warehouse load " WS-LOAD-DATE
                   " attempt " WS-LOAD-ATTEMPT
                   " from audit row " WS-AUDIT-START-ROW
           .

      *> The very first load: every account and customer on file
      *> opens its first version. Later loads only visit the members
      *> the audit trail names.
       INITIAL-DIMENSION-LOAD SECTION.
           move 0 to WS-CUST-CUSTOMER-ID
           move START-READ to WS-FUNCTION-CODE
           call READ-CUSTOMER-RECORD using by value WS-FUNCTION-CODE
                                  by reference WS-CUST-CUSTOMER-RECORD
                                               WS-CUSTOMER-STATUS
           perform READ-NEXT-CUSTOMER
           perform until WS-CUSTOMER-STATUS <> "00"
               perform BUILD-CUSTOMER-IMAGE
               perform COMPARE-CUSTOMER-MEMBER
               perform READ-NEXT-CUSTOMER
           end-perform
           move 0 to WS-ACCOUNT-ID
           move START-READ to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           perform READ-NEXT-ACCOUNT
           perform until FILE-STATUS <> "00"
               perform BUILD-ACCOUNT-IMAGE
               perform COMPARE-ACCOUNT-MEMBER
               perform READ-NEXT-ACCOUNT
           end-perform
           move "00" to FILE-STATUS
           .
       READ-NEXT-CUSTOMER SECTION.
           move READ-NEXT to WS-FUNCTION-CODE
           call READ-CUSTOMER-RECORD using by value WS-FUNCTION-CODE
                                  by reference WS-CUST-CUSTOMER-RECORD
                                               WS-CUSTOMER-STATUS
           .
       READ-NEXT-ACCOUNT SECTION.
           move READ-NEXT to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           .

      *> Every audit row after the last complete load's high-water
      *> row: account and customer rows name a member to compare
      *> (against the record as it stands now, not the audit image,
      *> so several changes in a day make one new version), and
      *> transaction and payment rows are the facts themselves.
       SCAN-AUDIT-WINDOW SECTION.
           move 0 to WS-AUDIT-ROW
           open input Audit-File
           if WS-AUDIT-STATUS <> "00"
               display "*** No audit file - no incremental changes "
                       "this load"
               exit section
           end-if
           read Audit-File
               at end move "10" to WS-AUDIT-STATUS
           end-read
           perform until WS-AUDIT-STATUS <> "00"
               add 1 to WS-AUDIT-ROW
               if WS-AUDIT-ROW > WS-AUDIT-START-ROW
                   perform CONSIDER-AUDIT-ROW
               end-if
               read Audit-File
                   at end move "10" to WS-AUDIT-STATUS
               end-read
           end-perform
           close Audit-File
           .

       CONSIDER-AUDIT-ROW SECTION.
           if FILE-AUDIT-NEW-VALUES = spaces
               move FILE-AUDIT-OLD-VALUES to WS-AUDIT-IMAGE
           else
               move FILE-AUDIT-NEW-VALUES to WS-AUDIT-IMAGE
           end-if
           evaluate true
               when FILE-AUDIT-CUSTOMER
                   perform FETCH-CUSTOMER-MEMBER
                   perform COMPARE-CUSTOMER-MEMBER
               when FILE-AUDIT-ACCOUNT
                   perform FETCH-ACCOUNT-MEMBER
                   perform COMPARE-ACCOUNT-MEMBER
               when FILE-AUDIT-TRANSACTION
                   perform WRITE-TRANSACTION-FACT
               when FILE-AUDIT-PAYMENT
                   perform WRITE-PAYMENT-FACT
           end-evaluate
           .

      *> A member no longer on file images as spaces - deleted.
       FETCH-CUSTOMER-MEMBER SECTION.
           move FILE-AUDIT-KEY to WS-CUST-CUSTOMER-ID
           call FIND-CUSTOMER-ID using by value START-READ
                                  by reference WS-CUST-CUSTOMER-RECORD
                                               WS-CUSTOMER-STATUS
           if WS-CUSTOMER-STATUS = "00"
               perform BUILD-CUSTOMER-IMAGE
           else
               move FILE-AUDIT-KEY to WS-CUST-CUSTOMER-ID
               move spaces to WS-NEW-IMAGE
           end-if
           .
       FETCH-ACCOUNT-MEMBER SECTION.
           move FILE-AUDIT-KEY to WS-ACCOUNT-ID
           move START-READ to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           if FILE-STATUS = "00"
               perform READ-NEXT-ACCOUNT
           end-if
           if FILE-STATUS = "00" and WS-ACCOUNT-ID = FILE-AUDIT-KEY
               perform BUILD-ACCOUNT-IMAGE
           else
               move FILE-AUDIT-KEY to WS-ACCOUNT-ID
               move spaces to WS-NEW-IMAGE
           end-if
           move "00" to FILE-STATUS
           .

       BUILD-CUSTOMER-IMAGE SECTION.
           move spaces to WH-CUSTOMER-ATTRIBUTES
           move WS-CUST-FIRST-NAME to WH-DC-FIRST-NAME
           move WS-CUST-LAST-NAME to WH-DC-LAST-NAME
           move WS-CUST-ADDRESS-LINE-1 to WH-DC-ADDRESS-LINE-1
           move WS-CUST-ADDRESS-LINE-2 to WH-DC-ADDRESS-LINE-2
           move WS-CUST-CITY to WH-DC-CITY
           move WS-CUST-STATE to WH-DC-STATE
           move WS-CUST-ZIP-CODE to WH-DC-ZIP-CODE
           move WS-CUST-EMAIL to WH-DC-EMAIL
           move WS-CUST-DO-NOT-SOLICIT-FLAG to WH-DC-DO-NOT-SOLICIT
           move WS-CUST-ADDRESS-UNDELIVERABLE-FLAG
                                      to WH-DC-UNDELIVERABLE
           move WS-CUST-INSIDER-CLASS to WH-DC-INSIDER-CLASS
           move WS-CUST-AFFILIATE-SHARE-OPT-OUT
                                      to WH-DC-AFFILIATE-OPT-OUT
           move WS-CUST-THIRD-PARTY-SHARE-OPT-OUT
                                      to WH-DC-THIRD-PARTY-OPT-OUT
           move WH-CUSTOMER-ATTRIBUTES to WS-NEW-IMAGE
           .
       BUILD-ACCOUNT-IMAGE SECTION.
           move spaces to WH-ACCOUNT-ATTRIBUTES
           move WS-CUSTOMER-ID of WS-ACCOUNT to WH-DA-CUSTOMER-ID
           move WS-TYPE to WH-DA-TYPE
           move WS-ACCOUNT-STATUS to WH-DA-ACCOUNT-STATUS
           move WS-CREDIT-LIMIT to WH-DA-CREDIT-LIMIT
           move WS-CURRENCY-CODE of WS-ACCOUNT to WH-DA-CURRENCY-CODE
           move WS-APR to WH-DA-APR
           move WS-RATE-BASIS to WH-DA-RATE-BASIS
           move WS-RATE-INDEX-CODE to WH-DA-RATE-INDEX-CODE
           move WS-RATE-MARGIN to WH-DA-RATE-MARGIN
           move WS-BILLING-CYCLE-DAY to WH-DA-BILLING-CYCLE-DAY
           move WS-RESTRICTION-CODE to WH-DA-RESTRICTION-CODE
           move WS-INSTITUTION-CODE to WH-DA-INSTITUTION-CODE
           move WS-COMPANY-ID to WH-DA-COMPANY-ID
           move WS-COST-CENTER-CODE to WH-DA-COST-CENTER-CODE
           move WS-PARTNER-CODE to WH-DA-PARTNER-CODE
           move WS-DATE-OPENED to WH-DA-DATE-OPENED
           move WH-ACCOUNT-ATTRIBUTES to WS-NEW-IMAGE
           .

       COMPARE-CUSTOMER-MEMBER SECTION.
           set FILE-DIM-CUSTOMER to true
           move WS-CUST-CUSTOMER-ID to FILE-DIM-ID
           move "DC" to WS-DIM-RECORD-TYPE
           perform COMPARE-MEMBER
           .
       COMPARE-ACCOUNT-MEMBER SECTION.
           set FILE-DIM-ACCOUNT to true
           move WS-ACCOUNT-ID to FILE-DIM-ID
           move "DA" to WS-DIM-RECORD-TYPE
           perform COMPARE-MEMBER
           .

      *> The versioning rule, the same for both dimensions. The held
      *> state is read; a member already compared by this load is
      *> left alone. A version raised by a load that never completed
      *> (dated after the last complete load) is taken back to the
      *> version before it first, so this load decides afresh. Then
      *> an unchanged image just records that this load looked; a
      *> changed one expires the held version and opens the next.
       COMPARE-MEMBER SECTION.
           move "N" to WS-STATE-FLAG
           move FILE-DIM-KEY to WS-DIM-KEY-SAVE
           read Dim-State-File key is FILE-DIM-KEY
           if WS-DIM-STATE-STATUS = "00"
               set STATE-IS-ON-FILE to true
               if FILE-LAST-LOAD-DATE = WS-LOAD-DATE
                       and FILE-LAST-LOAD-ATTEMPT = WS-LOAD-ATTEMPT
                   exit section
               end-if
               if FILE-CURRENT-FROM-DATE > WS-PRIOR-LOAD-DATE
                   perform TAKE-BACK-VERSION
               end-if
           else
               initialize FILE-WAREHOUSE-DIM-STATE
               move WS-DIM-KEY-SAVE to FILE-DIM-KEY
           end-if
           add 1 to WS-MEMBERS-COMPARED
           move WS-LOAD-DATE to FILE-LAST-LOAD-DATE
           move WS-LOAD-ATTEMPT to FILE-LAST-LOAD-ATTEMPT
           if FILE-CURRENT-VERSION = 0
               if WS-NEW-IMAGE = spaces
                   if STATE-IS-ON-FILE
                       delete Dim-State-File record
                   end-if
                   exit section
               end-if
           else
               if WS-NEW-IMAGE = FILE-CURRENT-IMAGE
                   rewrite FILE-WAREHOUSE-DIM-STATE
                   exit section
               end-if
           end-if
           add 1 to WS-MEMBERS-CHANGED
      *>   The held version closes as of the load date - unless it is
      *>   the deleted marker, which was never a row of its own.
           if FILE-CURRENT-VERSION > 0
                   and FILE-CURRENT-IMAGE <> spaces
               move FILE-CURRENT-VERSION to WHD-VERSION
               move FILE-CURRENT-FROM-DATE to WHD-EFFECTIVE-FROM
               move WS-LOAD-DATE to WHD-EFFECTIVE-TO
               move "N" to WHD-CURRENT-FLAG
               move FILE-CURRENT-IMAGE to WHD-ATTRIBUTES
               perform WRITE-DIMENSION-ROW
           end-if
           move FILE-CURRENT-VERSION to FILE-PRIOR-VERSION
           move FILE-CURRENT-FROM-DATE to FILE-PRIOR-FROM-DATE
           move FILE-CURRENT-IMAGE to FILE-PRIOR-IMAGE
           add 1 to FILE-CURRENT-VERSION
           move WS-LOAD-DATE to FILE-CURRENT-FROM-DATE
           move WS-NEW-IMAGE to FILE-CURRENT-IMAGE
           if WS-NEW-IMAGE <> spaces
               move FILE-CURRENT-VERSION to WHD-VERSION
               move WS-LOAD-DATE to WHD-EFFECTIVE-FROM
               move OPEN-END-DATE to WHD-EFFECTIVE-TO
               move "Y" to WHD-CURRENT-FLAG
               move WS-NEW-IMAGE to WHD-ATTRIBUTES
               perform WRITE-DIMENSION-ROW
           end-if
           if STATE-IS-ON-FILE
               rewrite FILE-WAREHOUSE-DIM-STATE
           else
               write FILE-WAREHOUSE-DIM-STATE
           end-if
           .

      *> Only one version back is kept; once taken back there is no
      *> older one to take back to, which is all a rerun ever needs.
       TAKE-BACK-VERSION SECTION.
           add 1 to WS-VERSIONS-TAKEN-BACK
           move FILE-PRIOR-VERSION to FILE-CURRENT-VERSION
           move FILE-PRIOR-FROM-DATE to FILE-CURRENT-FROM-DATE
           move FILE-PRIOR-IMAGE to FILE-CURRENT-IMAGE
           move 0 to FILE-PRIOR-VERSION
           move 0 to FILE-PRIOR-FROM-DATE
           move spaces to FILE-PRIOR-IMAGE
           .

       WRITE-DIMENSION-ROW SECTION.
           move WS-DIM-RECORD-TYPE to WHD-RECORD-TYPE
           move FILE-DIM-ID to WHD-MEMBER-ID
           write WH-DIMENSION-LINE
           if FILE-DIM-ACCOUNT
               add 1 to WS-DIM-ACCOUNT-ROWS
           else
               add 1 to WS-DIM-CUSTOMER-ROWS
           end-if
           .

       WRITE-TRANSACTION-FACT SECTION.
           move WS-AUDIT-IMAGE to WS-TXN-TRANSACTION-RECORD
           move "FT" to WHT-RECORD-TYPE
           move FILE-AUDIT-DATE to WHT-AUDIT-DATE
           move FILE-AUDIT-TIME to WHT-AUDIT-TIME
           move FILE-AUDIT-OPERATION to WHT-OPERATION
           move WS-TXN-TRANSACTION-ID to WHT-TRANSACTION-ID
           move WS-TXN-ACCOUNT-ID to WHT-ACCOUNT-ID
           move WS-TXN-TRANS-DATE to WHT-TRANS-DATE
           move WS-TXN-AMOUNT to WHT-AMOUNT
           move WS-TXN-CURRENCY-CODE to WHT-CURRENCY-CODE
           move WS-TXN-TRANSACTION-TYPE to WHT-TRANSACTION-TYPE
           move WS-TXN-TENDER-TYPE to WHT-TENDER-TYPE
           move WS-TXN-DISPUTE-STATUS to WHT-DISPUTE-STATUS
           move WS-TXN-MERCHANT-CATEGORY-CODE
                                      to WHT-MERCHANT-CATEGORY-CODE
           move WS-TXN-MERCHANT-ID to WHT-MERCHANT-ID
           move WS-TXN-MERCHANT-NAME to WHT-MERCHANT-NAME
           write WH-TRANSACTION-LINE
           add 1 to WS-FACT-TXN-ROWS
           .

       WRITE-PAYMENT-FACT SECTION.
           move WS-AUDIT-IMAGE to WS-PAY-PAYMENT-RECORD
           move "FP" to WHP-RECORD-TYPE
           move FILE-AUDIT-DATE to WHP-AUDIT-DATE
           move FILE-AUDIT-TIME to WHP-AUDIT-TIME
           move FILE-AUDIT-OPERATION to WHP-OPERATION
           move WS-PAY-PAYMENT-ID to WHP-PAYMENT-ID
           move WS-PAY-ACCOUNT-ID to WHP-ACCOUNT-ID
           move WS-PAY-PAYMENT-DATE to WHP-PAYMENT-DATE
           move WS-PAY-AMOUNT to WHP-AMOUNT
           move WS-PAY-MINIMUM-DUE to WHP-MINIMUM-DUE
           move WS-PAY-LATE-FEE-CHARGED to WHP-LATE-FEE-CHARGED
           move WS-PAY-MET-MINIMUM to WHP-MET-MINIMUM
           move WS-PAY-CURRENCY-CODE to WHP-CURRENCY-CODE
           move WS-PAY-PAYMENT-TENDER to WHP-PAYMENT-TENDER
           move WS-PAY-REVERSAL-OF-PAYMENT-ID
                                      to WHP-REVERSAL-OF-PAYMENT-ID
           write WH-PAYMENT-LINE
           add 1 to WS-FACT-PAYMENT-ROWS
           .

      *> Statement rows are not audited, so they are picked up by the
      *> day they were generated: after the last complete load, up
      *> to and including this load's date.
       LOAD-STATEMENT-FACTS SECTION.
           if not STATEMENT-FILE-IS-AVAILABLE
               exit section
           end-if
           move low-values to FILE-STATEMENT-KEY
           start Statement-File key >= FILE-STATEMENT-KEY
           perform until WS-STATEMENT-STATUS <> "00"
               read Statement-File next
                   at end move "10" to WS-STATEMENT-STATUS
               end-read
               if WS-STATEMENT-STATUS = "00"
                       and FILE-GENERATED-DATE > WS-PRIOR-LOAD-DATE
                       and FILE-GENERATED-DATE <= WS-LOAD-DATE
                   perform WRITE-STATEMENT-FACT
               end-if
           end-perform
           .
       WRITE-STATEMENT-FACT SECTION.
           move "FS" to WHS-RECORD-TYPE
           move FILE-ACCOUNT-ID of FILE-STATEMENT-RECORD
                                      to WHS-ACCOUNT-ID
           move FILE-CYCLE-START-DATE to WHS-CYCLE-START-DATE
           move FILE-GENERATED-DATE to WHS-GENERATED-DATE
           move FILE-ENDING-BALANCE to WHS-ENDING-BALANCE
           move FILE-INTEREST-CHARGED to WHS-INTEREST-CHARGED
           move FILE-MINIMUM-PAYMENT to WHS-MINIMUM-PAYMENT
           move FILE-DEFERRED-INTEREST of FILE-STATEMENT-RECORD
                                      to WHS-DEFERRED-INTEREST
           move FILE-REWARD-BALANCE to WHS-REWARD-BALANCE
           move FILE-SKIP-FLAG to WHS-SKIP-FLAG
           write WH-STATEMENT-LINE
           add 1 to WS-FACT-STATEMENT-ROWS
           .

      *> One keyed read per account on file for the load date's
      *> snapshot row, accumulating the same count and hash totals
      *> the trial balance leaves on its control row. An account
      *> with no snapshot for the date is counted and left out, and
      *> the tie-out then fails on the count - as it should.
       LOAD-SNAPSHOT-FACTS SECTION.
           if not SNAPSHOT-FILE-IS-AVAILABLE
               exit section
           end-if
           move 0 to WS-ACCOUNT-ID
           move START-READ to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           perform READ-NEXT-ACCOUNT
           perform until FILE-STATUS <> "00"
               move WS-ACCOUNT-ID to
                       FILE-ACCOUNT-ID of FILE-BALANCE-SNAPSHOT
               move WS-LOAD-DATE to FILE-SNAPSHOT-DATE
               read Snapshot-File key is FILE-SNAPSHOT-KEY
               if WS-SNAPSHOT-STATUS = "00"
                   perform WRITE-SNAPSHOT-FACT
               else
                   add 1 to WS-SNAPSHOTS-MISSING
               end-if
               perform READ-NEXT-ACCOUNT
           end-perform
           move "00" to FILE-STATUS
           .
       WRITE-SNAPSHOT-FACT SECTION.
           move "FB" to WHB-RECORD-TYPE
           move FILE-ACCOUNT-ID of FILE-BALANCE-SNAPSHOT
                                      to WHB-ACCOUNT-ID
           move FILE-SNAPSHOT-DATE to WHB-SNAPSHOT-DATE
           move FILE-BALANCE of FILE-BALANCE-SNAPSHOT to WHB-BALANCE
           move FILE-CREDIT-LIMIT of FILE-BALANCE-SNAPSHOT
                                      to WHB-CREDIT-LIMIT
           move FILE-ACCOUNT-STATUS of FILE-BALANCE-SNAPSHOT
                                      to WHB-ACCOUNT-STATUS
           move FILE-MISSED-PAYMENT-COUNT of FILE-BALANCE-SNAPSHOT
                                      to WHB-MISSED-PAYMENT-COUNT
           write WH-SNAPSHOT-LINE
           add 1 to WS-FACT-SNAPSHOT-ROWS
           add FILE-ACCOUNT-ID of FILE-BALANCE-SNAPSHOT
                                      to WS-SNAPSHOT-ID-HASH
           add FILE-BALANCE of FILE-BALANCE-SNAPSHOT
                                      to WS-SNAPSHOT-BALANCE-HASH
           .

       WRITE-TRAILER SECTION.
           move "TR" to WHZ-RECORD-TYPE
           move WS-LOAD-DATE to WHZ-LOAD-DATE
           move WS-DIM-ACCOUNT-ROWS to WHZ-DIM-ACCOUNT-ROWS
           move WS-DIM-CUSTOMER-ROWS to WHZ-DIM-CUSTOMER-ROWS
           move WS-FACT-TXN-ROWS to WHZ-FACT-TXN-ROWS
           move WS-FACT-PAYMENT-ROWS to WHZ-FACT-PAYMENT-ROWS
           move WS-FACT-STATEMENT-ROWS to WHZ-FACT-STATEMENT-ROWS
           move WS-FACT-SNAPSHOT-ROWS to WHZ-FACT-SNAPSHOT-ROWS
           move WS-SNAPSHOT-ID-HASH to WHZ-SNAPSHOT-ID-HASH
           move WS-SNAPSHOT-BALANCE-HASH to WHZ-SNAPSHOT-BALANCE-HASH
           write WH-TRAILER-LINE
           .

      *> The last whole-book trial balance control row for the load
      *> date is the one tied to - a rerun of the trial balance that
      *> night supersedes the earlier one.
       RECONCILE-TO-TRIAL-BALANCE SECTION.
           set LOAD-NOT-RECONCILED to true
           open input Control-File
           if WS-CONTROL-STATUS = "00"
               read Control-File
                   at end move "10" to WS-CONTROL-STATUS
               end-read
               perform until WS-CONTROL-STATUS <> "00"
                   if FILE-TB-RUN-DATE = WS-LOAD-DATE
                       set CONTROL-ROW-FOUND to true
                       move FILE-TB-ACCOUNT-COUNT
                                      to WS-TB-ACCOUNT-COUNT
                       move FILE-TB-ACCOUNT-ID-HASH
                                      to WS-TB-ACCOUNT-ID-HASH
                       move FILE-TB-BALANCE-HASH
                                      to WS-TB-BALANCE-HASH
                   end-if
                   read Control-File
                       at end move "10" to WS-CONTROL-STATUS
                   end-read
               end-perform
               close Control-File
           end-if
           if not CONTROL-ROW-FOUND
               display "*** No trial balance control totals for "
                       WS-LOAD-DATE " - load cannot be completed"
               exit section
           end-if
           if WS-FACT-SNAPSHOT-ROWS = WS-TB-ACCOUNT-COUNT
                   and WS-SNAPSHOT-ID-HASH = WS-TB-ACCOUNT-ID-HASH
                   and WS-SNAPSHOT-BALANCE-HASH = WS-TB-BALANCE-HASH
               set LOAD-RECONCILED to true
               exit section
           end-if
           display "*** Snapshot facts do not tie to the trial balance"
           display "    Accounts      warehouse " WS-FACT-SNAPSHOT-ROWS
                   "  trial balance " WS-TB-ACCOUNT-COUNT
           display "    ID hash       warehouse " WS-SNAPSHOT-ID-HASH
                   "  trial balance " WS-TB-ACCOUNT-ID-HASH
           move WS-SNAPSHOT-BALANCE-HASH to DISPLAY-CASH
           move WS-TB-BALANCE-HASH to DISPLAY-CASH-2
           display "    Balance hash  warehouse " DISPLAY-CASH
                   "  trial balance " DISPLAY-CASH-2
           .

       FINISH-LOAD SECTION.
           move WS-LOAD-DATE to FILE-LOAD-DATE
           read Load-Log-File key is FILE-LOAD-DATE
           if LOAD-RECONCILED
               set FILE-LOAD-COMPLETE to true
           else
               set FILE-LOAD-FAILED to true
           end-if
           move WS-AUDIT-ROW to FILE-AUDIT-END-ROW
           if WS-AUDIT-ROW < WS-AUDIT-START-ROW
               move WS-AUDIT-START-ROW to FILE-AUDIT-END-ROW
           end-if
           move WS-DIM-ACCOUNT-ROWS to FILE-DIM-ACCOUNT-ROWS
           move WS-DIM-CUSTOMER-ROWS to FILE-DIM-CUSTOMER-ROWS
           move WS-FACT-TXN-ROWS to FILE-FACT-TXN-ROWS
           move WS-FACT-PAYMENT-ROWS to FILE-FACT-PAYMENT-ROWS
           move WS-FACT-STATEMENT-ROWS to FILE-FACT-STATEMENT-ROWS
           move WS-FACT-SNAPSHOT-ROWS to FILE-FACT-SNAPSHOT-ROWS
           move WS-SNAPSHOT-ID-HASH to FILE-SNAPSHOT-ID-HASH
           move WS-SNAPSHOT-BALANCE-HASH to FILE-SNAPSHOT-BALANCE-HASH
           move WS-TODAY to FILE-FINISHED-DATE
           accept FILE-FINISHED-TIME from TIME
           rewrite FILE-WAREHOUSE-LOAD
           .

       CLOSE-FILES SECTION.
           if LOAD-FILES-ARE-OPEN
               move CLOSE-FILE to WS-FUNCTION-CODE
               call OPEN-CUSTOMER-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CUSTOMER-STATUS
               move CLOSE-FILE to WS-FUNCTION-CODE
               call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CUSTOMER-STATUS
               close Dim-State-File
               close Warehouse-File
           end-if
           if STATEMENT-FILE-IS-AVAILABLE
               close Statement-File
           end-if
           if SNAPSHOT-FILE-IS-AVAILABLE
               close Snapshot-File
           end-if
           if LOAD-LOG-IS-OPEN
               close Load-Log-File
           end-if
           .

       DISPLAY-SUMMARY SECTION.
           if LOAD-ALREADY-COMPLETE
               move "00" to FILE-STATUS
               exit section
           end-if
           display "*** Members compared:       " WS-MEMBERS-COMPARED
           display "*** Members changed:        " WS-MEMBERS-CHANGED
           display "*** Versions taken back:    " WS-VERSIONS-TAKEN-BACK
           display "*** Account dimension rows: " WS-DIM-ACCOUNT-ROWS
           display "*** Customer dimension rows:" WS-DIM-CUSTOMER-ROWS
           display "*** Transaction facts:      " WS-FACT-TXN-ROWS
           display "*** Payment facts:          " WS-FACT-PAYMENT-ROWS
           display "*** Statement facts:        " WS-FACT-STATEMENT-ROWS
           display "*** Snapshot facts:         " WS-FACT-SNAPSHOT-ROWS
           if WS-SNAPSHOTS-MISSING > 0
               display "*** Accounts with no snapshot for "
                       WS-LOAD-DATE ": " WS-SNAPSHOTS-MISSING
           end-if
           evaluate true
               when LOAD-RECONCILED
                   display "*** Warehouse load " WS-LOAD-DATE
                           " COMPLETE - tied to trial balance"
               when LOAD-NOT-RECONCILED
                   display "*** Warehouse load " WS-LOAD-DATE
                           " FAILED - not released to the warehouse"
           end-evaluate
           .
