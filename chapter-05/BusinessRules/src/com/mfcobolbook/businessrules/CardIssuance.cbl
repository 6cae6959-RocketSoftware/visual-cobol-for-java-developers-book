      *> row carrying the customer's emboss name for the
      *> personalization bureau. An account that already has an
      *> active card is skipped, so re-feeding a day's control file
      *> can't mint duplicate plastic. Each new card also gets its PIN:
      *> generated inside ISSUE-CARD-PIN, kept on the card only as a
      *> verification value, and sent to the secure print vendor on
      *> a PIN-mailer row that travels apart from the plastic.
       program-id. CardIssuance.

       environment division.
               organization is line sequential
               file status is WS-EMBOSS-STATUS
               .
           select Pin-Mailer-File assign to external pinMailerFile
               organization is line sequential
               file status is WS-MAILER-STATUS
               .

       data division.
       file section.
       01 CONTROL-LINE                     PIC X(20).
       fd Emboss-File.
       copy "EMBOSS-RECORD.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Pin-Mailer-File.
       copy "PIN-MAILER.cpy" replacing ==(PREFIX)== by ==FILE==.

       working-storage section.
       copy "FUNCTION-CODES.cpy".
        03 WS-CUSTOMER-STATUS-2            PIC X.
       01 WS-CONTROL-STATUS                PIC XX.
       01 WS-EMBOSS-STATUS                 PIC XX.
       01 WS-MAILER-STATUS                 PIC XX.
       01 WS-PIN-STATUS                    PIC XX.
       01 WS-ISSUED-PIN                    PIC X(04).
       01 WS-CARD-NUMBER-TEXT              PIC X(16).

       01 WS-TODAY                         PIC 9(08).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.

       01 WS-CARDS-ISSUED                  PIC 9(6) COMP-5 VALUE 0.
       01 WS-REJECT-COUNT                  PIC 9(6) COMP-5 VALUE 0.
       01 WS-PINS-MAILED                   PIC 9(6) COMP-5 VALUE 0.

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           end-if
           display "*** Cards issued:          " WS-CARDS-ISSUED
           display "*** Control lines skipped: " WS-REJECT-COUNT
           display "*** PIN mailers written:   " WS-PINS-MAILED
           stop run.

       OPEN-FILES SECTION.
           if WS-EMBOSS-STATUS = "35" or WS-EMBOSS-STATUS = "05"
               open output Emboss-File
           end-if
           open extend Pin-Mailer-File
           if WS-MAILER-STATUS = "35" or WS-MAILER-STATUS = "05"
               open output Pin-Mailer-File
           end-if
           open input Control-File
           if WS-CONTROL-STATUS <> "00"
               display "*** Could not open card issue control file, "
                   or WS-CARD-ACCOUNT-ID of WS-CARD-CARD-RECORD
                                   <> WS-REQUESTED-ACCOUNT-ID
               if WS-CARD-CARD-USABLE-OR-COMING
                       or WS-CARD-CARD-HELD
      *>           An active card, one already in the mail, or one
      *>           held on a takeover case all mean no new card
      *>           should be cut.
                   set ACCOUNT-HAS-ACTIVE-CARD to true
                   exit perform
               end-if
           end-if
           move "N" to FILE-EMBOSS-REASON
           perform WRITE-EMBOSS-ROW
           perform ISSUE-PIN
           add 1 to WS-CARDS-ISSUED
           .

      *> The card is on file before its PIN is set, so a failed PIN
      *> leaves a card a CSR can order a PIN for rather than a PIN
      *> with no card. The clear PIN goes onto the mailer row and is
      *> wiped from storage straight after.
       ISSUE-PIN SECTION.
      *>   No customer row means no address to mail a PIN to.
           if WS-CUSTOMER-STATUS <> "00"
               display "*** PIN not issued for account "
                       WS-CONTROL-ACCOUNT-ID " - no mailing address"
               exit section
           end-if
           call ISSUE-CARD-PIN using by reference WS-CARD-CARD-NUMBER
                                                  WS-ISSUED-PIN
                                                  WS-PIN-STATUS
           if WS-PIN-STATUS <> "00" and WS-PIN-STATUS <> "02"
               display "*** PIN not issued for account "
                       WS-CONTROL-ACCOUNT-ID
                       " status " WS-PIN-STATUS
               exit section
           end-if
           move WS-CARD-ACCOUNT-ID of WS-CARD-CARD-RECORD to
                        FILE-MAILER-ACCOUNT-ID
           move WS-REVEALED-PAN to WS-CARD-NUMBER-TEXT
           move WS-CARD-NUMBER-TEXT(13:4) to FILE-MAILER-CARD-LAST4
           move FILE-EMBOSS-NAME to FILE-MAILER-NAME
           move WS-CUST-ADDRESS-LINE-1 to FILE-MAILER-ADDRESS-1
           move WS-CUST-ADDRESS-LINE-2 to FILE-MAILER-ADDRESS-2
           move WS-CUST-CITY to FILE-MAILER-CITY
           move WS-CUST-STATE to FILE-MAILER-STATE
           move WS-CUST-ZIP-CODE to FILE-MAILER-ZIP-CODE
           move WS-ISSUED-PIN to FILE-MAILER-PIN
           set FILE-MAILER-NEW-CARD to true
           write FILE-PIN-MAILER
           move spaces to WS-ISSUED-PIN
           move spaces to FILE-MAILER-PIN
           add 1 to WS-PINS-MAILED
           .

      *> One extract row per card produced - the emboss name is the
      *> customer's first and last name squeezed onto the bureau's
      *> 26-character emboss line.
           call OPEN-CARD-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CARD-FILE-STATUS
           close Emboss-File
           close Pin-Mailer-File
           close Control-File
           .
