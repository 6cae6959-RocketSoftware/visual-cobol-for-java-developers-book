
      *> Fraud case disposition: reads the analysts' keyed file of
      *> ACCOUNT-ID,PATTERN,DISPOSITION,REVIEWER lines and moves each
      *> case through its lifecycle. PATTERN is the velocity scan's
      *> L or V, or the takeover scan's T;
      *> DISPOSITION is R (take under review), F (confirmed fraud) or
      *> P (false positive). A new case may go to any of the three; a
      *> case under review may only be ruled F or P; a case already
      *> ruling analyst and the date are recorded on the case, and a
      *> confirmed-fraud ruling also restricts the account itself, so
      *> the posting paths stop new spend without anyone having to
      *> remember a second step. The card network is told about any
      *> wallet tokens on the account's live cards as the case moves:
      *> suspended while under review, deleted on confirmed fraud,
      *> and resumed when a review ends in a false positive. A
      *> takeover case's held cards are settled with the ruling: a
      *> false positive puts each back as it was, confirmed fraud
      *> marks each STOLEN so its number is refused for good.
       program-id. FraudCaseDisposition.

       environment division.
       copy "PROCEDURE-NAMES.cpy".
       copy "FRAUD-CASE.cpy" replacing ==(PREFIX)== by ==WS-FC==.
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "CARD-RECORD.cpy" replacing ==(PREFIX)== by ==WS-CARD==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 WS-CASE-FILE-STATUS              PIC XX.
        03 FILE-STATUS-BYTE-1              PIC X.
        03 FILE-STATUS-BYTE-2              PIC X.
       01 WS-DISPOSITION-STATUS            PIC XX.
       01 WS-CARD-FILE-STATUS              PIC XX.
       01 WS-CARD-FILE-FLAG                PIC X VALUE "N".
        88 CARD-FILE-IS-OPEN                   VALUE "Y".
       01 WS-TOKEN-EVENT                   PIC X(01).
       01 WS-TOKENS-CHANGED                PIC 9(6) COMP-5.
       01 WS-TOKEN-STATUS                  PIC XX.

       01 WS-TODAY                         PIC 9(08).

       01 WS-CASES-DISPOSITIONED           PIC 9(6) COMP-5 VALUE 0.
       01 WS-ACCOUNTS-RESTRICTED           PIC 9(6) COMP-5 VALUE 0.
       01 WS-LINES-REJECTED                PIC 9(6) COMP-5 VALUE 0.
       01 WS-WALLET-TOKENS-CHANGED         PIC 9(6) COMP-5 VALUE 0.
       01 WS-HELD-CARDS-SETTLED            PIC 9(6) COMP-5 VALUE 0.

      *> Held cards found on the walk, rewritten after it - the
      *> rewrite's own read would lose the walk's place.
       78 HELD-TABLE-MAX                   VALUE 20.
       01 HELD-TABLE.
        03 HELD-CARD-NUMBER OCCURS 20 TIMES PIC 9(16).
       01 HELD-COUNT                       PIC 99 COMP-5.
       01 HELD-INDEX                       PIC 99 COMP-5.

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           display "*** Cases dispositioned:  " WS-CASES-DISPOSITIONED
           display "*** Accounts restricted:  " WS-ACCOUNTS-RESTRICTED
           display "*** Lines rejected:       " WS-LINES-REJECTED
           display "*** Wallet tokens changed:" WS-WALLET-TOKENS-CHANGED
           display "*** Held cards settled:   " WS-HELD-CARDS-SETTLED
           stop run.

       OPEN-FILES SECTION.
               move FILE-STATUS to WS-CASE-FILE-STATUS
               exit section
           end-if
      *>   No card file just means no card, so no wallet token, has
      *>   ever been issued - the cases are ruled on regardless.
           move OPEN-I-O to WS-FUNCTION-CODE
           call OPEN-CARD-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CARD-FILE-STATUS
           if WS-CARD-FILE-STATUS = "00"
               set CARD-FILE-IS-OPEN to true
           end-if
           open input Disposition-File
           if WS-DISPOSITION-STATUS <> "00"
               display "*** Could not open disposition file, status "
           end-unstring
           if WS-LINE-TALLY <> 4
                   or (WS-LINE-PATTERN <> "L"
                           and WS-LINE-PATTERN <> "V"
                           and WS-LINE-PATTERN <> "T")
                   or (WS-LINE-DISPOSITION <> "R"
                           and WS-LINE-DISPOSITION <> "F"
                           and WS-LINE-DISPOSITION <> "P")
           if WS-FC-CASE-CONFIRMED-FRAUD
               perform RESTRICT-ACCOUNT
           end-if
           perform NOTIFY-WALLET-TOKENS
           if WS-FC-PATTERN-TAKEOVER and WS-FC-CASE-DISPOSITIONED
               perform SETTLE-HELD-CARDS
           end-if
           .

       REJECT-LINE SECTION.
           end-if
           .

      *> Every live card on the account carries the ruling to its
      *> wallet tokens; retired cards have none left to change.
       NOTIFY-WALLET-TOKENS SECTION.
           if not CARD-FILE-IS-OPEN
               exit section
           end-if
           evaluate WS-LINE-DISPOSITION
               when "R"
                   move "S" to WS-TOKEN-EVENT
               when "F"
                   move "D" to WS-TOKEN-EVENT
               when other
                   move "R" to WS-TOKEN-EVENT
           end-evaluate
           move WS-LINE-ACCOUNT-ID to
                        WS-CARD-ACCOUNT-ID of WS-CARD-CARD-RECORD
           move 0 to WS-CARD-CARD-NUMBER
           move START-READ to WS-FUNCTION-CODE
           call FIND-CARD-BY-ACCOUNT using by value WS-FUNCTION-CODE
                                 by reference WS-CARD-CARD-RECORD
                                              WS-CARD-FILE-STATUS
           move READ-NEXT to WS-FUNCTION-CODE
           call FIND-CARD-BY-ACCOUNT using by value WS-FUNCTION-CODE
                                 by reference WS-CARD-CARD-RECORD
                                              WS-CARD-FILE-STATUS
           perform until (WS-CARD-FILE-STATUS <> "00"
                           and WS-CARD-FILE-STATUS <> "02")
                   or WS-CARD-ACCOUNT-ID of WS-CARD-CARD-RECORD
                                   <> WS-LINE-ACCOUNT-ID
               if WS-CARD-CARD-USABLE-OR-COMING
                   call SEND-TOKEN-LIFECYCLE using by reference
                                             WS-TOKEN-EVENT
                                             WS-CARD-CARD-RECORD
                                             WS-CARD-CARD-RECORD
                                             WS-TODAY
                                             WS-TOKENS-CHANGED
                                             WS-TOKEN-STATUS
                   add WS-TOKENS-CHANGED to WS-WALLET-TOKENS-CHANGED
                   if WS-TOKEN-STATUS <> "00"
                       display "*** Wallet token update failed for "
                               "account " WS-LINE-ACCOUNT-ID
                               " status " WS-TOKEN-STATUS
                   end-if
               end-if
               move READ-NEXT to WS-FUNCTION-CODE
               call FIND-CARD-BY-ACCOUNT using
                                          by value WS-FUNCTION-CODE
                                 by reference WS-CARD-CARD-RECORD
                                              WS-CARD-FILE-STATUS
           end-perform
           .

       SETTLE-HELD-CARDS SECTION.
           if not CARD-FILE-IS-OPEN
               exit section
           end-if
           move 0 to HELD-COUNT
           move WS-LINE-ACCOUNT-ID to
                        WS-CARD-ACCOUNT-ID of WS-CARD-CARD-RECORD
           move 0 to WS-CARD-CARD-NUMBER
           move START-READ to WS-FUNCTION-CODE
           call FIND-CARD-BY-ACCOUNT using by value WS-FUNCTION-CODE
                                 by reference WS-CARD-CARD-RECORD
                                              WS-CARD-FILE-STATUS
           move READ-NEXT to WS-FUNCTION-CODE
           call FIND-CARD-BY-ACCOUNT using by value WS-FUNCTION-CODE
                                 by reference WS-CARD-CARD-RECORD
                                              WS-CARD-FILE-STATUS
           perform until (WS-CARD-FILE-STATUS <> "00"
                           and WS-CARD-FILE-STATUS <> "02")
                   or WS-CARD-ACCOUNT-ID of WS-CARD-CARD-RECORD
                                   <> WS-LINE-ACCOUNT-ID
               if WS-CARD-CARD-HELD and HELD-COUNT < HELD-TABLE-MAX
                   add 1 to HELD-COUNT
                   move WS-CARD-CARD-NUMBER to
                                   HELD-CARD-NUMBER(HELD-COUNT)
               end-if
               move READ-NEXT to WS-FUNCTION-CODE
               call FIND-CARD-BY-ACCOUNT using
                                          by value WS-FUNCTION-CODE
                                 by reference WS-CARD-CARD-RECORD
                                              WS-CARD-FILE-STATUS
           end-perform
           perform varying HELD-INDEX from 1 by 1
                       until HELD-INDEX > HELD-COUNT
               perform SETTLE-ONE-HELD-CARD
           end-perform
           move "00" to WS-CARD-FILE-STATUS
           .

       SETTLE-ONE-HELD-CARD SECTION.
           move HELD-CARD-NUMBER(HELD-INDEX) to WS-CARD-CARD-NUMBER
           call FIND-CARD-BY-NUMBER using by reference
                                             WS-CARD-CARD-RECORD
                                             WS-CARD-FILE-STATUS
           if WS-CARD-FILE-STATUS <> "00"
               exit section
           end-if
           if WS-FC-CASE-CONFIRMED-FRAUD
               set WS-CARD-CARD-STOLEN to true
           else
               move WS-CARD-HELD-FROM-STATUS to WS-CARD-CARD-STATUS
           end-if
           move space to WS-CARD-HELD-FROM-STATUS
           move UPDATE-RECORD to WS-FUNCTION-CODE
           call WRITE-CARD-RECORD using by value WS-FUNCTION-CODE
                                 by reference WS-CARD-CARD-RECORD
                                              WS-CARD-FILE-STATUS
           if WS-CARD-FILE-STATUS = "00"
               add 1 to WS-HELD-CARDS-SETTLED
               display "HELD CARD SETTLED  account "
                       WS-LINE-ACCOUNT-ID "  card ****"
                       WS-CARD-CARD-NUMBER(13:4)
                       "  status " WS-CARD-CARD-STATUS
           else
               display "*** Could not settle held card ****"
                       WS-CARD-CARD-NUMBER(13:4) " on account "
                       WS-LINE-ACCOUNT-ID " status "
                       WS-CARD-FILE-STATUS
           end-if
           .

       CLOSE-FILES SECTION.
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-FRAUD-CASE-FILE using by value WS-FUNCTION-CODE
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           if CARD-FILE-IS-OPEN
               move CLOSE-FILE to WS-FUNCTION-CODE
               call OPEN-CARD-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CARD-FILE-STATUS
           end-if
           close Disposition-File
           .
