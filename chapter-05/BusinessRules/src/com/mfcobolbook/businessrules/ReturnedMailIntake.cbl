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

      *> Returned-mail intake: works the week's scans of mail the
      *> Postal Service sent back, one comma-separated line each:
      *>   S,SERIAL,ENDORSEMENT    the piece's Intelligent Mail
      *>      serial, read off the barcode - the tracking file says
      *>      which customer, account and document it carried
      *>   A,ACCOUNT-ID,ENDORSEMENT   a piece with no readable
      *>      barcode, keyed by the account number printed on it
      *>      (ten digits, zero-padded)
      *> The endorsement is the carrier's two-letter reason (MV moved
      *> no forwarding, NS no such address, VC vacant, IA
      *> insufficient address, RF refused, UF unable to forward);
      *> blank is taken as UF.
      *> The customer's address is marked undeliverable, so the
      *> statement and letter runs stop putting paper in the mail to
      *> it, and the account goes on the skip-trace queue - every
      *> open account the customer holds when the piece was a
      *> household statement. A piece that went out before the
      *> customer's address was last replaced is counted and left
      *> alone: it was bound for the old address, not the current
      *> one. The flag is not this program's to clear - the
      *> customer rewrite drops it when a new address arrives.
       program-id. ReturnedMailIntake.

       environment division.
       input-output section.
       file-control.
           select Returned-File assign to external returnedMailFile
               organization is line sequential
               file status is WS-RETURNED-STATUS
               .
           select Piece-File assign to external mailPieceFile
               file status is WS-PIECE-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-MAIL-SERIAL of FILE-MAIL-PIECE
               .
           select Skip-Trace-File assign to external skipTraceFile
               file status is WS-SKIP-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-SKP-ACCOUNT-ID
                          of FILE-SKIP-TRACE-CASE
               .

       data division.
       file section.
       fd Returned-File.
       01 RETURNED-LINE                    PIC X(40).
       fd Piece-File.
       copy "MAIL-PIECE.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Skip-Trace-File.
       copy "SKIP-TRACE-CASE.cpy" replacing ==(PREFIX)== by ==FILE==.

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "CUSTOMER-RECORD.cpy" replacing ==(PREFIX)== by ==WS-CUST==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS.
        03 FILE-STATUS-BYTE-1              PIC X.
        03 FILE-STATUS-BYTE-2              PIC X.
       01 WS-CUSTOMER-STATUS               PIC XX.
       01 WS-RETURNED-STATUS               PIC XX.
       01 WS-PIECE-STATUS                  PIC XX.
       01 WS-SKIP-STATUS                   PIC XX.
       01 WS-PIECE-FILE-FLAG               PIC X VALUE "N".
        88 PIECE-FILE-IS-AVAILABLE             VALUE "Y".

       78 RETURNED-MAIL-CALLER-ID          VALUE "RETURNED-MAIL".
       78 DEFAULT-ENDORSEMENT              VALUE "UF".
       01 WS-CALLER-ID                     PIC X(20).
       01 WS-TODAY                         PIC 9(08).

       01 WS-SCAN-TYPE                     PIC X(01).
        88 SCAN-BY-SERIAL                      VALUE "S".
        88 SCAN-BY-ACCOUNT                     VALUE "A".
       01 WS-SCAN-KEY                      PIC X(10).
       01 WS-SCAN-KEY-NUMBER               PIC 9(10).
       01 WS-SCAN-REASON                   PIC X(02).
       01 WS-SCAN-TALLY                    PIC 99 COMP-5.

      *> What the scan resolved to.
       01 WS-RETURN-SERIAL                 PIC 9(09).
       01 WS-RETURN-CUSTOMER-ID            PIC 9(10).
       01 WS-RETURN-ACCOUNT-ID             PIC 9(10).
       01 WS-RETURN-MAILED-DATE            PIC 9(08).
       01 WS-REJECT-TEXT                   PIC X(30).
       01 WS-QUEUE-ACCOUNT-ID              PIC X(4) COMP-X.
       01 WS-QUEUE-CUSTOMER-ID             PIC X(4) COMP-X.

       01 WS-SCANS-READ                    PIC 9(6) COMP-5 VALUE 0.
       01 WS-SCANS-REJECTED                PIC 9(6) COMP-5 VALUE 0.
       01 WS-DUPLICATE-SCANS               PIC 9(6) COMP-5 VALUE 0.
       01 WS-STALE-RETURNS                 PIC 9(6) COMP-5 VALUE 0.
       01 WS-ADDRESSES-FLAGGED             PIC 9(6) COMP-5 VALUE 0.
       01 WS-ALREADY-FLAGGED               PIC 9(6) COMP-5 VALUE 0.
       01 WS-CASES-OPENED                  PIC 9(6) COMP-5 VALUE 0.
       01 WS-CASES-UPDATED                 PIC 9(6) COMP-5 VALUE 0.

       procedure division.
           move RETURNED-MAIL-CALLER-ID to WS-CALLER-ID
           call SET-AUDIT-CALLER-ID using by reference WS-CALLER-ID
           call GET-PROCESSING-DATE using by reference WS-TODAY
           perform OPEN-FILES
           if WS-CUSTOMER-STATUS = "00" and WS-RETURNED-STATUS = "00"
               perform PROCESS-RETURNED-FILE
               perform CLOSE-FILES
           end-if
           display "*** Returned pieces read:     " WS-SCANS-READ
           display "*** Scans rejected:           " WS-SCANS-REJECTED
           display "*** Pieces already returned:  " WS-DUPLICATE-SCANS
           display "*** Returns to old addresses: " WS-STALE-RETURNS
           display "*** Addresses flagged:        "
                   WS-ADDRESSES-FLAGGED
           display "*** ... already flagged:      " WS-ALREADY-FLAGGED
           display "*** Skip-trace cases opened:  " WS-CASES-OPENED
           display "*** Skip-trace cases updated: " WS-CASES-UPDATED
           stop run.

       OPEN-FILES SECTION.
           move OPEN-I-O to WS-FUNCTION-CODE
           call OPEN-CUSTOMER-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CUSTOMER-STATUS
           if WS-CUSTOMER-STATUS <> "00"
               display "*** Could not open customer file, status "
                       WS-CUSTOMER-STATUS
               exit section
           end-if
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           if FILE-STATUS <> "00"
               display "*** Could not open account file, status "
                       FILE-STATUS
               move FILE-STATUS to WS-CUSTOMER-STATUS
               exit section
           end-if
      *>   Without the tracking file only account-keyed scans can be
      *>   worked; serial scans are rejected one by one.
           open i-o Piece-File
           if WS-PIECE-STATUS = "00"
               set PIECE-FILE-IS-AVAILABLE to true
           else
               display "*** No mail-piece tracking file - serial "
                       "scans cannot be resolved"
           end-if
           open i-o Skip-Trace-File
           if WS-SKIP-STATUS = "35" or WS-SKIP-STATUS = "05"
               open output Skip-Trace-File
               close Skip-Trace-File
               open i-o Skip-Trace-File
           end-if
           open input Returned-File
           if WS-RETURNED-STATUS <> "00"
               display "*** Could not open returned-mail file, "
                       "status " WS-RETURNED-STATUS
           end-if
           .

       PROCESS-RETURNED-FILE SECTION.
           read Returned-File
               at end move "10" to WS-RETURNED-STATUS
           end-read
           perform until WS-RETURNED-STATUS <> "00"
               if RETURNED-LINE <> spaces
                   add 1 to WS-SCANS-READ
                   perform WORK-ONE-SCAN
               end-if
               read Returned-File
                   at end move "10" to WS-RETURNED-STATUS
               end-read
           end-perform
           .

       WORK-ONE-SCAN SECTION.
           move spaces to WS-SCAN-TYPE WS-SCAN-KEY WS-SCAN-REASON
           move spaces to WS-REJECT-TEXT
           move 0 to WS-SCAN-TALLY
           unstring RETURNED-LINE delimited by ","
               into WS-SCAN-TYPE
                    WS-SCAN-KEY
                    WS-SCAN-REASON
               tallying in WS-SCAN-TALLY
           end-unstring
           if WS-SCAN-REASON = spaces
               move DEFAULT-ENDORSEMENT to WS-SCAN-REASON
           end-if
           evaluate true
               when WS-SCAN-TALLY < 2
                       or WS-SCAN-KEY = spaces
                   move "malformed line" to WS-REJECT-TEXT
               when SCAN-BY-SERIAL
                   perform RESOLVE-BY-SERIAL
               when SCAN-BY-ACCOUNT
                   perform RESOLVE-BY-ACCOUNT
               when other
                   move "unknown scan type" to WS-REJECT-TEXT
           end-evaluate
           if WS-REJECT-TEXT <> spaces
               perform REJECT-SCAN
               exit section
           end-if
           if WS-RETURN-CUSTOMER-ID = 0
               exit section
           end-if
           perform FLAG-THE-ADDRESS
           if WS-REJECT-TEXT <> spaces
               perform REJECT-SCAN
               exit section
           end-if
           if WS-RETURN-CUSTOMER-ID = 0
               exit section
           end-if
           if WS-RETURN-ACCOUNT-ID > 0
               move WS-RETURN-ACCOUNT-ID to WS-QUEUE-ACCOUNT-ID
               perform QUEUE-FOR-SKIP-TRACE
           else
               perform QUEUE-CUSTOMER-ACCOUNTS
           end-if
           .

      *> The numeric key the unstring could not vouch for is checked
      *> here: a serial is nine digits, an account id ten. A
      *> piece already marked returned is a second scan of the same
      *> envelope and changes nothing.
       RESOLVE-BY-SERIAL SECTION.
           move 0 to WS-RETURN-CUSTOMER-ID
           if not PIECE-FILE-IS-AVAILABLE
               move "no tracking file" to WS-REJECT-TEXT
               exit section
           end-if
           if WS-SCAN-KEY(1:9) is not numeric
                   or WS-SCAN-KEY(10:1) <> space
               move "serial not numeric" to WS-REJECT-TEXT
               exit section
           end-if
           move WS-SCAN-KEY(1:9) to FILE-MAIL-SERIAL
           read Piece-File key is FILE-MAIL-SERIAL
           if WS-PIECE-STATUS <> "00"
               move "serial not on file" to WS-REJECT-TEXT
               exit section
           end-if
           if FILE-MAIL-RETURNED
               add 1 to WS-DUPLICATE-SCANS
               exit section
           end-if
           set FILE-MAIL-RETURNED to true
           move WS-TODAY to FILE-MAIL-RETURN-DATE
           move WS-SCAN-REASON to FILE-MAIL-RETURN-REASON
           rewrite FILE-MAIL-PIECE
           move FILE-MAIL-SERIAL to WS-RETURN-SERIAL
           move FILE-MAIL-CUSTOMER-ID to WS-RETURN-CUSTOMER-ID
           move FILE-MAIL-ACCOUNT-ID to WS-RETURN-ACCOUNT-ID
           move FILE-MAIL-DATE to WS-RETURN-MAILED-DATE
           .

       RESOLVE-BY-ACCOUNT SECTION.
           move 0 to WS-RETURN-CUSTOMER-ID
           if WS-SCAN-KEY is not numeric
               move "account id not numeric" to WS-REJECT-TEXT
               exit section
           end-if
           move WS-SCAN-KEY to WS-SCAN-KEY-NUMBER
           move WS-SCAN-KEY-NUMBER to WS-ACCOUNT-ID of WS-ACCOUNT
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
                   or WS-ACCOUNT-ID of WS-ACCOUNT
                                   <> WS-SCAN-KEY-NUMBER
               move "00" to FILE-STATUS
               move "account not on file" to WS-REJECT-TEXT
               exit section
           end-if
           move 0 to WS-RETURN-SERIAL
           move WS-CUSTOMER-ID of WS-ACCOUNT to WS-RETURN-CUSTOMER-ID
           move WS-SCAN-KEY-NUMBER to WS-RETURN-ACCOUNT-ID
           move 0 to WS-RETURN-MAILED-DATE
           .

      *> A piece mailed before the address was last replaced tells
      *> us nothing about the address we hold now. An account-keyed
      *> scan has no mailing date and is always taken at its word.
       FLAG-THE-ADDRESS SECTION.
           move WS-RETURN-CUSTOMER-ID to
                   WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD
           move START-READ to WS-FUNCTION-CODE
           call FIND-CUSTOMER-ID using by value WS-FUNCTION-CODE
                         by reference WS-CUST-CUSTOMER-RECORD
                                      WS-CUSTOMER-STATUS
           if WS-CUSTOMER-STATUS <> "00"
               move "00" to WS-CUSTOMER-STATUS
               move "customer not on file" to WS-REJECT-TEXT
               exit section
           end-if
           if WS-RETURN-MAILED-DATE > 0
                   and WS-CUST-ADDRESS-CHANGED-DATE
                                   > WS-RETURN-MAILED-DATE
               add 1 to WS-STALE-RETURNS
               display "OLD ADDRESS  customer " WS-RETURN-CUSTOMER-ID
                       "  mailed " WS-RETURN-MAILED-DATE
                       "  address changed "
                       WS-CUST-ADDRESS-CHANGED-DATE
               move 0 to WS-RETURN-CUSTOMER-ID
               exit section
           end-if
           if WS-CUST-ADDRESS-IS-UNDELIVERABLE
               add 1 to WS-ALREADY-FLAGGED
               exit section
           end-if
           set WS-CUST-ADDRESS-IS-UNDELIVERABLE to true
           move WS-TODAY to WS-CUST-UNDELIVERABLE-DATE
           move UPDATE-RECORD to WS-FUNCTION-CODE
           call WRITE-CUSTOMER-RECORD using by value WS-FUNCTION-CODE
                        by reference WS-CUST-CUSTOMER-RECORD
                                     WS-CUSTOMER-STATUS
           if WS-CUSTOMER-STATUS <> "00" and WS-CUSTOMER-STATUS <> "02"
               move "00" to WS-CUSTOMER-STATUS
               move "customer rewrite failed" to WS-REJECT-TEXT
               exit section
           end-if
           move "00" to WS-CUSTOMER-STATUS
           add 1 to WS-ADDRESSES-FLAGGED
           display "UNDELIVERABLE  customer " WS-RETURN-CUSTOMER-ID
                   "  " WS-SCAN-REASON
                   "  " WS-CUST-LAST-NAME(1:20)
           .

      *> A household statement belongs to no one account: every
      *> account the customer still holds is queued.
       QUEUE-CUSTOMER-ACCOUNTS SECTION.
           move WS-RETURN-CUSTOMER-ID to WS-QUEUE-CUSTOMER-ID
           move WS-QUEUE-CUSTOMER-ID to WS-CUSTOMER-ID of WS-ACCOUNT
           move 0 to WS-ACCOUNT-ID of WS-ACCOUNT
           move START-READ to WS-FUNCTION-CODE
           call FIND-ACCOUNT-BY-CUSTOMER using by value
                                        WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           perform READ-NEXT-CUSTOMER-ACCOUNT
           perform until (FILE-STATUS <> "00" and FILE-STATUS <> "02")
                      or WS-CUSTOMER-ID of WS-ACCOUNT
                                   <> WS-QUEUE-CUSTOMER-ID
               if not WS-ACCOUNT-CLOSED
                   move WS-ACCOUNT-ID of WS-ACCOUNT
                                   to WS-QUEUE-ACCOUNT-ID
                   perform QUEUE-FOR-SKIP-TRACE
               end-if
               perform READ-NEXT-CUSTOMER-ACCOUNT
           end-perform
           move "00" to FILE-STATUS
           .

       READ-NEXT-CUSTOMER-ACCOUNT SECTION.
           move READ-NEXT to WS-FUNCTION-CODE
           call FIND-ACCOUNT-BY-CUSTOMER using by value
                                        WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                                   FILE-STATUS
           .

      *> One case per account. A return on an open case adds to it;
      *> a return on a case already closed - the customer found and
      *> now lost again, or given up on - reopens it.
       QUEUE-FOR-SKIP-TRACE SECTION.
           move WS-QUEUE-ACCOUNT-ID to
                   FILE-SKP-ACCOUNT-ID of FILE-SKIP-TRACE-CASE
           read Skip-Trace-File key is FILE-SKP-ACCOUNT-ID
                                    of FILE-SKIP-TRACE-CASE
           if WS-SKIP-STATUS = "00"
               if not FILE-SKP-OPEN
                   set FILE-SKP-OPEN to true
                   move WS-TODAY to FILE-SKP-QUEUED-DATE
                   move 0 to FILE-SKP-CLOSED-DATE
               end-if
               move WS-RETURN-CUSTOMER-ID to FILE-SKP-CUSTOMER-ID
               move WS-TODAY to FILE-SKP-LAST-RETURN-DATE
               if FILE-SKP-RETURN-COUNT < 999
                   add 1 to FILE-SKP-RETURN-COUNT
               end-if
               move WS-SCAN-REASON to FILE-SKP-RETURN-REASON
               move WS-RETURN-SERIAL to FILE-SKP-MAIL-SERIAL
               rewrite FILE-SKIP-TRACE-CASE
               add 1 to WS-CASES-UPDATED
               exit section
           end-if
           move WS-RETURN-CUSTOMER-ID to FILE-SKP-CUSTOMER-ID
           move WS-TODAY to FILE-SKP-QUEUED-DATE
           move WS-TODAY to FILE-SKP-LAST-RETURN-DATE
           move 1 to FILE-SKP-RETURN-COUNT
           move WS-SCAN-REASON to FILE-SKP-RETURN-REASON
           move WS-RETURN-SERIAL to FILE-SKP-MAIL-SERIAL
           set FILE-SKP-OPEN to true
           move 0 to FILE-SKP-CLOSED-DATE
           write FILE-SKIP-TRACE-CASE
           add 1 to WS-CASES-OPENED
           .

       REJECT-SCAN SECTION.
           add 1 to WS-SCANS-REJECTED
           display "*** Scan rejected - " WS-REJECT-TEXT
                   ": " RETURNED-LINE
           .

       CLOSE-FILES SECTION.
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-CUSTOMER-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CUSTOMER-STATUS
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           if PIECE-FILE-IS-AVAILABLE
               close Piece-File
           end-if
           close Skip-Trace-File
           close Returned-File
           .
