      *>   3. no critical outbound interface sits registered but
      *>      unacknowledged past its business date;
      *>   4. tonight's new break-ledger items are inside the
      *>      tolerance count;
      *>   5. on the last business day of the month, the
      *>      intercompany ledger's due-to and due-from positions
      *>      across the group net to zero and every row is sound.
      *> All clear writes the CERTIFIED row the roll requires. A
      *> failure leaves the gate shut - unless the override file
      *> names an operator holding the CERT-OVERRIDE privilege, in
               organization is line sequential
               file status is WS-OVERRIDE-STATUS
               .
           select Intercompany-File assign to external
                                           intercompanyLedgerFile
               organization is line sequential
               file status is WS-IC-FILE-STATUS
               .

       data division.
       file section.
       copy "BREAK-LEDGER.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Override-File.
       01 OVERRIDE-LINE                    PIC X(20).
       fd Intercompany-File.
       copy "INTERCOMPANY-ENTRY.cpy"
                              replacing ==(PREFIX)== by ==FILE==.

       working-storage section.
       01 WS-CERT-STATUS                   PIC XX.
       01 WS-BREAK-STATUS                  PIC XX.
       01 WS-OVERRIDE-STATUS               PIC XX.
       01 WS-PRIVILEGE-STATUS              PIC XX.
       01 WS-IC-FILE-STATUS                PIC XX.

      *> More new breaks than this in one night is a feed problem,
      *> not noise.
       01 WS-SUSPENSE-ITEMS                PIC 9(06) COMP-5 VALUE 0.
       01 WS-UNACKED-FILES                 PIC 9(04) COMP-5 VALUE 0.
       01 WS-NEW-BREAKS                    PIC 9(04) COMP-5 VALUE 0.
       copy "DATE.cpy" replacing ==(PREFIX)== by ==WS-TOMORROW==.
       01 WS-IC-NET-TOTAL                  PIC S9(14)V99 VALUE 0.
      *> Each institution's position, subscripted by code + 1.
       01 WS-IC-POSITION-TABLE.
        03 WS-IC-POSITION OCCURS 1000      PIC S9(12)V99.
       01 WS-IC-INDEX                      PIC 9(04) COMP-5.
       01 WS-IC-BAD-ROWS                   PIC 9(06) COMP-5 VALUE 0.
       01 DISPLAY-CASH                     PIC -Z(12)9.99.

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           perform CHECK-THE-SUSPENSE
           perform CHECK-THE-INTERFACES
           perform CHECK-THE-BREAKS
           perform CHECK-THE-INTERCOMPANY
           if WS-CHECKS-FAILED = 0
               perform WRITE-CERTIFICATION
           else
           end-if
           .

      *> Month end only - the day whose tomorrow is in a new month.
      *> Each row moves the due-from institution's position up and
      *> the due-to institution's down by the same amount, so across
      *> the group the positions must total zero. A row that cannot
      *> be netted - one institution on both sides, an amount that
      *> is not a number, cash received that is not positive or a
      *> settlement that is not negative - is as much a failure as a
      *> total that does not net.
       CHECK-THE-INTERCOMPANY SECTION.
           move WS-TODAY to WS-TOMORROW-DATE
           call ADVANCE-ONE-DAY-ENTRY using by reference
                                                 WS-TOMORROW-DATE
           if WS-TOMORROW-MONTH = WS-TODAY(5:2)
               exit section
           end-if
           initialize WS-IC-POSITION-TABLE
           open input Intercompany-File
           if WS-IC-FILE-STATUS <> "00"
      *>       No ledger = no intercompany positions to net.
               exit section
           end-if
           read Intercompany-File
               at end move "10" to WS-IC-FILE-STATUS
           end-read
           perform until WS-IC-FILE-STATUS <> "00"
               perform NET-ONE-INTERCOMPANY-ROW
               read Intercompany-File
                   at end move "10" to WS-IC-FILE-STATUS
               end-read
           end-perform
           close Intercompany-File
           perform varying WS-IC-INDEX from 1 by 1
                   until WS-IC-INDEX > 1000
               add WS-IC-POSITION(WS-IC-INDEX) to WS-IC-NET-TOTAL
           end-perform
           if WS-IC-NET-TOTAL <> 0 or WS-IC-BAD-ROWS > 0
               perform NOTE-FAILURE
               if WS-SUMMARY-POINTER <= 47
                   move "IC NOT NETTED " to
                        WS-FAILURE-SUMMARY(WS-SUMMARY-POINTER:14)
                   add 14 to WS-SUMMARY-POINTER
               end-if
               move WS-IC-NET-TOTAL to DISPLAY-CASH
               display "CHECK FAILED  intercompany positions net to "
                       DISPLAY-CASH ", " WS-IC-BAD-ROWS
                       " unsound ledger rows"
           end-if
           .

       NET-ONE-INTERCOMPANY-ROW SECTION.
           if FILE-IC-AMOUNT not numeric
                   or FILE-DUE-TO-INSTITUTION not numeric
                   or FILE-DUE-FROM-INSTITUTION not numeric
                   or FILE-DUE-TO-INSTITUTION
                           = FILE-DUE-FROM-INSTITUTION
               add 1 to WS-IC-BAD-ROWS
               exit section
           end-if
           evaluate true
               when FILE-IC-CASH-RECEIVED and FILE-IC-AMOUNT > 0
                   continue
               when FILE-IC-SETTLEMENT and FILE-IC-AMOUNT < 0
                   continue
               when other
                   add 1 to WS-IC-BAD-ROWS
                   exit section
           end-evaluate
           compute WS-IC-INDEX = FILE-DUE-FROM-INSTITUTION + 1
           add FILE-IC-AMOUNT to WS-IC-POSITION(WS-IC-INDEX)
           compute WS-IC-INDEX = FILE-DUE-TO-INSTITUTION + 1
           subtract FILE-IC-AMOUNT from WS-IC-POSITION(WS-IC-INDEX)
           .

       NOTE-FAILURE SECTION.
           add 1 to WS-CHECKS-FAILED
           .
