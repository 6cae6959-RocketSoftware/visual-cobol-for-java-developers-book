      *> template that isn't on file, or an account that can't be
      *> resolved to a customer, is reported and skipped, never half
      *> printed.
      *> The same run produces the adverse-action notices: every
      *> pending ADVERSE-ACTION row is merged through the ADVA
      *> template, addressed to the row's customer (an applicant
      *> refused at pricing has no account to resolve through), with
      *> the extra tokens &DECSN (what was decided), &REAS1 to &REAS4
      *> (the ranked reasons, in words), and the bureau score
      *> disclosure &SCORE, &SCDAT and &BUREA. The row is stamped
      *> sent, and the adverse-notice log gets a line per notice -
      *> decision date, date sent, due date, days taken and whether
      *> that was inside the thirty days - the proof each notice went
      *> out in time. A pending row already past its due date that
      *> still cannot be produced is reported overdue every night
      *> until it goes.
      *> Every letter and notice produced is also listed on the mail
      *> manifest for the postal preparation step, which addresses,
      *> presorts and barcodes the pieces before transmission.
      *> No paper goes to an address flagged undeliverable. Where the
      *> customer's contact preference takes electronic delivery
      *> (alone or with paper) the letter goes to the e-letter file
      *> for the delivery vendor instead, logged to the history like
      *> any other; otherwise it is withheld and reported. A
      *> withheld adverse-action notice stays pending - it goes out
      *> once a good address is on file, and the overdue report
      *> keeps it in view until then.
      *> Last, the annual privacy notice: every customer with an open
      *> account whose last notice is a year old (or who has never
      *> had one) is sent the PRIV template, routed like any letter,
      *> and the customer record is stamped with the date it went.
      *> A notice withheld for an undeliverable address leaves the
      *> customer due, so it goes the night a good address arrives.
      *> A template may be held in more than one language: the
      *> TEMPLATE line takes the language code after the template
      *> code (TEMPLATE,<code>,<language>; none means English). Each
      *> letter is merged from the version in the customer's
      *> preferred language, or from the English one where that
      *> language has none, and the words the merge itself supplies
      *> (the decision and reason wording of an adverse notice) come
      *> from the wording file in the same language as the letter.
      *> The history row records the language each letter went in.
       program-id. CorrespondenceRun.

       environment division.
               organization is line sequential
               file status is WS-LETTER-STATUS
               .
           select E-Letter-File assign to external letterEDeliveryFile
               organization is line sequential
               file status is WS-E-LETTER-STATUS
               .
           select Manifest-File assign to external mailManifestFile
               organization is line sequential
               file status is WS-MANIFEST-STATUS
               .
           select History-File
               assign to external correspondenceHistoryFile
               organization is line sequential
               file status is WS-HISTORY-STATUS
               .
           select Adverse-File assign to external adverseActionFile
               file status is WS-ADVERSE-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-ADV-KEY of FILE-ADVERSE-ACTION
               .
           select Notice-Log-File
               assign to external adverseNoticeLogFile
               organization is line sequential
               file status is WS-NOTICE-LOG-STATUS
               .

       data division.
       file section.
                              replacing ==(PREFIX)== by ==FILE==.
       fd Letter-File.
       01 LETTER-LINE                      PIC X(100).
       fd E-Letter-File.
       01 E-LETTER-LINE                    PIC X(100).
       fd Manifest-File.
       copy "MAIL-MANIFEST.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd History-File.
       01 HISTORY-RECORD.
        03 HIST-PRODUCED-DATE              PIC 9(08).
        03 HIST-ACCOUNT-ID                 PIC 9(10).
        03 HIST-CUSTOMER-ID                PIC 9(10).
        03 HIST-TEMPLATE-CODE              PIC X(04).
        03 HIST-LANGUAGE                   PIC X(02).
       fd Adverse-File.
       copy "ADVERSE-ACTION.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Notice-Log-File.
       01 NOTICE-LOG-RECORD.
        03 NLG-DECISION-DATE               PIC 9(08).
        03 NLG-SENT-DATE                   PIC 9(08).
        03 NLG-DUE-DATE                    PIC 9(08).
        03 NLG-CUSTOMER-ID                 PIC 9(10).
        03 NLG-ACCOUNT-ID                  PIC 9(10).
        03 NLG-DECISION-TYPE               PIC X(01).
        03 NLG-DAYS-TAKEN                  PIC 9(03).
        03 NLG-ON-TIME-FLAG                PIC X(01).

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "CUSTOMER-RECORD.cpy" replacing ==(PREFIX)== by ==WS-CUST==.
       copy "CONTACT-PREFERENCE.cpy"
                              replacing ==(PREFIX)== by ==WS-PREF==.
       copy "LANGUAGE-TABLE.cpy" replacing ==(PREFIX)== by ==LNG==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS.
       01 WS-TEMPLATE-STATUS               PIC XX.
       01 WS-TRIGGER-STATUS                PIC XX.
       01 WS-LETTER-STATUS                 PIC XX.
       01 WS-E-LETTER-STATUS               PIC XX.
       01 WS-PREFERENCE-STATUS             PIC XX.
       01 WS-PREFERENCE-FILE-FLAG          PIC X VALUE "N".
        88 PREFERENCE-FILE-IS-AVAILABLE        VALUE "Y".
      *> Where the letter in hand goes.
       01 WS-LETTER-ROUTE                  PIC X VALUE "P".
        88 LETTER-GOES-BY-PAPER                VALUE "P".
        88 LETTER-GOES-ELECTRONICALLY          VALUE "E".
        88 LETTER-IS-WITHHELD                  VALUE "W".
       01 WS-OUTPUT-LINE                   PIC X(100).
       01 WS-HISTORY-STATUS                PIC XX.
       01 WS-MANIFEST-STATUS               PIC XX.
       01 WS-ADVERSE-STATUS                PIC XX.
       01 WS-NOTICE-LOG-STATUS             PIC XX.
       01 WS-TRIGGER-OPEN-FLAG             PIC X VALUE "N".
        88 TRIGGER-FILE-IS-OPEN                VALUE "Y".

       01 WS-TODAY                         PIC 9(08).

      *> Loaded template library - a handful of letter shapes, each
      *> a code, a language and up to twenty 80-character body lines.
       78 TEMPLATE-MAX                     VALUE 20.
       78 TEMPLATE-LINES-MAX               VALUE 20.
       01 TEMPLATE-TABLE.
        03 TEMPLATE-ENTRY OCCURS 20 TIMES.
         05 TPL-CODE                        PIC X(04).
         05 TPL-LANGUAGE                    PIC X(02).
         05 TPL-LINE-COUNT                  PIC 99 COMP-5.
         05 TPL-BODY-LINE OCCURS 20 TIMES   PIC X(80).
       01 TEMPLATE-COUNT                   PIC 99 COMP-5 VALUE 0.
       01 TEMPLATE-INDEX                   PIC 99 COMP-5.
       01 TEMPLATE-SLOT                    PIC 99 COMP-5.
       01 LINE-INDEX                       PIC 99 COMP-5.
      *> The version of the template the letter in hand is merged
      *> from - the customer's language where it is on file.
       01 LETTER-SLOT                      PIC 99 COMP-5.
       01 WS-CUSTOMER-LANGUAGE             PIC X(02).
       01 WS-TEXT-ID                       PIC X(08).
       01 WS-WORDING                       PIC X(80).

       01 WS-PARSE-VERB                    PIC X(08).
       01 WS-PARSE-CODE                    PIC X(04).
       01 WS-PARSE-LANGUAGE                PIC X(02).
       01 WS-PARSE-TALLY                   PIC 99 COMP-5.
       01 WS-LOADING-FLAG                  PIC X VALUE "N".
        88 A-TEMPLATE-IS-LOADING              VALUE "Y".
       01 WS-DISPLAY-ACCOUNT               PIC 9(10).
       01 WS-DISPLAY-AMOUNT                PIC -Z(9)9.99.
       01 WS-DISPLAY-DATE                  PIC 9(08).
       01 WS-DISPLAY-SCORE                 PIC 9(03).

      *> What the letter in hand is merged from - the trigger row, or
      *> the adverse-action row for a notice.
       01 WS-MERGE-TEMPLATE-CODE           PIC X(04).
       01 WS-MERGE-ACCOUNT-ID              PIC 9(10).
       01 WS-MERGE-AMOUNT                  PIC S9(12)V99.
       01 WS-MERGE-DATE                    PIC 9(08).
       01 WS-ADVERSE-LETTER-FLAG           PIC X VALUE "N".
        88 ADVERSE-LETTER-IN-HAND              VALUE "Y".

       78 ADVERSE-TEMPLATE-CODE            VALUE "ADVA".
       78 PRIVACY-TEMPLATE-CODE            VALUE "PRIV".
      *> A yyyymmdd date plus this is the same day a year on.
       78 ONE-YEAR-IN-DATE-FORM            VALUE 10000.
       01 WS-PRIVACY-DUE-DATE              PIC 9(08).
       01 WS-RELATIONSHIP-FLAG             PIC X.
        88 CUSTOMER-HAS-OPEN-ACCOUNT           VALUE "Y".
       78 NOTICE-DAYS-ALLOWED              VALUE 30.
       78 REASON-TEXT-MAX                  VALUE 9.
       01 REASON-TEXT-VALUES.
        03 FILLER PIC X(32) VALUE "NSNo credit score available".
        03 FILLER PIC X(32) VALUE "BSCredit score too low".
        03 FILLER PIC X(32) VALUE "DQAccount is delinquent".
        03 FILLER PIC X(32) VALUE "MPPayments missed".
        03 FILLER PIC X(32) VALUE "HUBalance high vs credit limit".
        03 FILLER PIC X(32) VALUE "LPPayments low vs balance".
        03 FILLER PIC X(32) VALUE "CAReliance on cash advances".
        03 FILLER PIC X(32) VALUE "BHAccount risk score too low".
        03 FILLER PIC X(32) VALUE "CPProduct credit criteria unmet".
       01 REASON-TEXT-TABLE REDEFINES REASON-TEXT-VALUES.
        03 REASON-TEXT-ENTRY OCCURS 9 TIMES.
         05 RSN-CODE                        PIC X(02).
         05 RSN-TEXT                        PIC X(30).
       01 REASON-INDEX                     PIC 99 COMP-5.
       01 WS-REASON-DIGIT                  PIC 9(01).
       01 RSN-TEXT-INDEX                   PIC 99 COMP-5.

       01 WS-STEP-DATE                     PIC 9(08).
       01 WS-DAYS-TAKEN                    PIC 9(03) COMP-5.

       01 WS-LETTERS-PRODUCED              PIC 9(6) COMP-5 VALUE 0.
       01 WS-LETTERS-EMAILED               PIC 9(6) COMP-5 VALUE 0.
       01 WS-LETTERS-WITHHELD              PIC 9(6) COMP-5 VALUE 0.
       01 WS-TRIGGERS-SKIPPED              PIC 9(6) COMP-5 VALUE 0.
       01 WS-NOTICES-PRODUCED              PIC 9(6) COMP-5 VALUE 0.
       01 WS-NOTICES-LATE                  PIC 9(6) COMP-5 VALUE 0.
       01 WS-NOTICES-OVERDUE               PIC 9(6) COMP-5 VALUE 0.
       01 WS-PRIVACY-NOTICES-SENT          PIC 9(6) COMP-5 VALUE 0.
       01 WS-PRIVACY-NOTICES-HELD          PIC 9(6) COMP-5 VALUE 0.
       01 WS-LETTERS-UNTRANSLATED          PIC 9(6) COMP-5 VALUE 0.

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           perform OPEN-FILES
           if FILE-STATUS = "00"
               perform LOAD-TEMPLATES
               if TRIGGER-FILE-IS-OPEN
                   perform PROCESS-TRIGGERS
               end-if
               perform PROCESS-ADVERSE-ACTIONS
               perform PROCESS-PRIVACY-NOTICES
               perform CLOSE-FILES
           end-if
           display "*** Letters produced: " WS-LETTERS-PRODUCED
           display "*** Letters delivered electronically: "
                   WS-LETTERS-EMAILED
           display "*** Letters withheld, undeliverable:  "
                   WS-LETTERS-WITHHELD
           display "*** Triggers skipped: " WS-TRIGGERS-SKIPPED
           display "*** Adverse-action notices sent: "
                   WS-NOTICES-PRODUCED
           display "*** ... sent past thirty days:   "
                   WS-NOTICES-LATE
           display "*** Notices overdue and unsent:  "
                   WS-NOTICES-OVERDUE
           display "*** Privacy notices sent:        "
                   WS-PRIVACY-NOTICES-SENT
           display "*** Privacy notices withheld:    "
                   WS-PRIVACY-NOTICES-HELD
           display "*** Sent in English, untranslated: "
                   WS-LETTERS-UNTRANSLATED
           call REPORT-TEXT-FALLBACKS
           stop run.

       OPEN-FILES SECTION.
                       FILE-STATUS
               exit section
           end-if
      *>   I-O - the privacy notice run stamps the customer record.
           move OPEN-I-O to WS-FUNCTION-CODE
           call OPEN-CUSTOMER-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CUSTOMER-STATUS
           if WS-CUSTOMER-STATUS <> "00"
               exit section
           end-if
           open input Trigger-File
           if WS-TRIGGER-STATUS = "00"
               set TRIGGER-FILE-IS-OPEN to true
           else
               display "*** No correspondence triggers on file"
           end-if
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-PREFERENCE-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-PREFERENCE-STATUS
           if WS-PREFERENCE-STATUS = "00"
               set PREFERENCE-FILE-IS-AVAILABLE to true
           end-if
           open output Letter-File
           open output E-Letter-File
           open extend History-File
           if WS-HISTORY-STATUS = "35" or WS-HISTORY-STATUS = "05"
               open output History-File
           end-if
           open extend Manifest-File
           if WS-MANIFEST-STATUS = "35" or WS-MANIFEST-STATUS = "05"
               open output Manifest-File
           end-if
           .

      *> TEMPLATE,<code> opens a template, END closes it, everything
                   move "N" to WS-LOADING-FLAG
                   exit section
               end-if
               move spaces to WS-PARSE-LANGUAGE
               unstring TEMPLATE-LINE delimited by ","
                   into WS-PARSE-VERB
                        WS-PARSE-CODE
                        WS-PARSE-LANGUAGE
                   tallying in WS-PARSE-TALLY
               end-unstring
               if WS-PARSE-LANGUAGE = spaces
                   move LNG-ENGLISH to WS-PARSE-LANGUAGE
               end-if
               add 1 to TEMPLATE-COUNT
               move WS-PARSE-CODE to TPL-CODE(TEMPLATE-COUNT)
               move WS-PARSE-LANGUAGE to TPL-LANGUAGE(TEMPLATE-COUNT)
               move 0 to TPL-LINE-COUNT(TEMPLATE-COUNT)
               set A-TEMPLATE-IS-LOADING to true
               exit section
           .

       PRODUCE-ONE-LETTER SECTION.
           move FILE-TEMPLATE-CODE to WS-MERGE-TEMPLATE-CODE
           move FILE-TRIGGER-ACCOUNT-ID to WS-MERGE-ACCOUNT-ID
           move FILE-TRIGGER-AMOUNT to WS-MERGE-AMOUNT
           move FILE-TRIGGER-DATE to WS-MERGE-DATE
           move "N" to WS-ADVERSE-LETTER-FLAG
           perform FIND-TEMPLATE
           if TEMPLATE-SLOT = 0
               add 1 to WS-TRIGGERS-SKIPPED
                       FILE-TRIGGER-ACCOUNT-ID
               exit section
           end-if
           perform CHOOSE-LETTER-ROUTE
           if LETTER-IS-WITHHELD
               exit section
           end-if
           perform WRITE-LETTER-BODY
           perform WRITE-HISTORY-ROW
           if LETTER-GOES-BY-PAPER
               add 1 to WS-LETTERS-PRODUCED
               set FILE-MAN-LETTER to true
               perform WRITE-MANIFEST-ROW
           else
               add 1 to WS-LETTERS-EMAILED
           end-if
           .

      *> Paper unless the customer's address is flagged
      *> undeliverable; then electronic where the preference takes
      *> it, withheld where it does not.
       CHOOSE-LETTER-ROUTE SECTION.
           set LETTER-GOES-BY-PAPER to true
           if not WS-CUST-ADDRESS-IS-UNDELIVERABLE
               exit section
           end-if
           move space to WS-PREF-DELIVERY-CHANNEL
           if PREFERENCE-FILE-IS-AVAILABLE
               move WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD to
                    WS-PREF-CUSTOMER-ID of WS-PREF-CONTACT-PREFERENCE
               call FIND-PREFERENCE-BY-CUSTOMER using
                             by reference WS-PREF-CONTACT-PREFERENCE
                                          WS-PREFERENCE-STATUS
               if WS-PREFERENCE-STATUS <> "00"
                   move space to WS-PREF-DELIVERY-CHANNEL
               end-if
               move "00" to WS-PREFERENCE-STATUS
           end-if
           if (WS-PREF-DELIVERY-ELECTRONIC or WS-PREF-DELIVERY-BOTH)
                   and WS-CUST-EMAIL <> spaces
               set LETTER-GOES-ELECTRONICALLY to true
               exit section
           end-if
           set LETTER-IS-WITHHELD to true
           add 1 to WS-LETTERS-WITHHELD
           move WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD
                                   to WS-DISPLAY-ACCOUNT
           display "*** Letter " WS-MERGE-TEMPLATE-CODE
                   " withheld - address undeliverable, customer "
                   WS-DISPLAY-ACCOUNT
           .

      *> A letter on the e-letter file opens with the address the
      *> delivery vendor sends it to, where paper has a blank line.
       WRITE-LETTER-BODY SECTION.
           perform CHOOSE-TEMPLATE-LANGUAGE
           move spaces to WS-OUTPUT-LINE
           if LETTER-GOES-ELECTRONICALLY
               string "EMAIL " delimited by size
                      WS-CUST-EMAIL delimited by space
                   into WS-OUTPUT-LINE
               end-string
           end-if
           perform EMIT-LETTER-LINE
           perform varying LINE-INDEX from 1 by 1
                       until LINE-INDEX >
                             TPL-LINE-COUNT(LETTER-SLOT)
               move TPL-BODY-LINE(LETTER-SLOT, LINE-INDEX)
                                          to WS-WORK-LINE
               perform SUBSTITUTE-TOKENS
               move WS-WORK-LINE to WS-OUTPUT-LINE
               perform EMIT-LETTER-LINE
           end-perform
           .

       EMIT-LETTER-LINE SECTION.
           if LETTER-GOES-ELECTRONICALLY
               move WS-OUTPUT-LINE to E-LETTER-LINE
               write E-LETTER-LINE
           else
               move WS-OUTPUT-LINE to LETTER-LINE
               write LETTER-LINE
           end-if
           .

      *> The template's English version, or whichever version is on
      *> file where there is no English one.
       FIND-TEMPLATE SECTION.
           move 0 to TEMPLATE-SLOT
           perform varying TEMPLATE-INDEX from 1 by 1
                       until TEMPLATE-INDEX > TEMPLATE-COUNT
               if TPL-CODE(TEMPLATE-INDEX) = WS-MERGE-TEMPLATE-CODE
                   if TEMPLATE-SLOT = 0
                       move TEMPLATE-INDEX to TEMPLATE-SLOT
                   end-if
                   if TPL-LANGUAGE(TEMPLATE-INDEX) = LNG-ENGLISH
                       move TEMPLATE-INDEX to TEMPLATE-SLOT
                       exit perform
                   end-if
               end-if
           end-perform
           .

      *> The version in the customer's preferred language where one
      *> is on file; otherwise the version FIND-TEMPLATE found, and
      *> the letter is counted as sent untranslated.
       CHOOSE-TEMPLATE-LANGUAGE SECTION.
           move TEMPLATE-SLOT to LETTER-SLOT
           move WS-CUST-PREFERRED-LANGUAGE to WS-CUSTOMER-LANGUAGE
           if WS-CUSTOMER-LANGUAGE = spaces
               move LNG-ENGLISH to WS-CUSTOMER-LANGUAGE
           end-if
           if TPL-LANGUAGE(TEMPLATE-SLOT) = WS-CUSTOMER-LANGUAGE
               exit section
           end-if
           perform varying TEMPLATE-INDEX from 1 by 1
                       until TEMPLATE-INDEX > TEMPLATE-COUNT
               if TPL-CODE(TEMPLATE-INDEX) = WS-MERGE-TEMPLATE-CODE
                       and TPL-LANGUAGE(TEMPLATE-INDEX)
                                   = WS-CUSTOMER-LANGUAGE
                   move TEMPLATE-INDEX to LETTER-SLOT
                   exit section
               end-if
           end-perform
           add 1 to WS-LETTERS-UNTRANSLATED
           .

       RESOLVE-CUSTOMER SECTION.
           move WS-MERGE-ACCOUNT-ID to WS-ACCOUNT-ID of WS-ACCOUNT
           move START-READ to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
           end-if
           if FILE-STATUS <> "00"
                   or WS-ACCOUNT-ID of WS-ACCOUNT
                                   <> WS-MERGE-ACCOUNT-ID
               move "23" to WS-CUSTOMER-STATUS
               move "00" to FILE-STATUS
               exit section
           move WS-CUST-LAST-NAME to WS-SUB-VALUE
           perform REPLACE-ONE-TOKEN
           move "&ACCNO" to WS-TOKEN-TEXT
           move WS-MERGE-ACCOUNT-ID to WS-DISPLAY-ACCOUNT
           move WS-DISPLAY-ACCOUNT to WS-SUB-VALUE
           perform REPLACE-ONE-TOKEN
           move "&AMONT" to WS-TOKEN-TEXT
           move WS-MERGE-AMOUNT to WS-DISPLAY-AMOUNT
           move WS-DISPLAY-AMOUNT to WS-SUB-VALUE
           perform REPLACE-ONE-TOKEN
           move "&TDATE" to WS-TOKEN-TEXT
           move WS-MERGE-DATE to WS-DISPLAY-DATE
           move WS-DISPLAY-DATE to WS-SUB-VALUE
           perform REPLACE-ONE-TOKEN
           if ADVERSE-LETTER-IN-HAND
               perform SUBSTITUTE-ADVERSE-TOKENS
           end-if
           .

      *> The notice's own tokens: what was decided, the four ranked
      *> reasons in words, and the bureau score disclosure.
       SUBSTITUTE-ADVERSE-TOKENS SECTION.
           move "&DECSN" to WS-TOKEN-TEXT
           evaluate true
               when FILE-ADV-APPLICATION-REFUSED of FILE-ADVERSE-ACTION
                   move "Application for credit" to WS-SUB-VALUE
                   move "LT-DECAP" to WS-TEXT-ID
               when FILE-ADV-INCREASE-DECLINED of FILE-ADVERSE-ACTION
                   move "Credit line increase" to WS-SUB-VALUE
                   move "LT-DECCI" to WS-TEXT-ID
               when other
                   move "Credit limit reduction" to WS-SUB-VALUE
                   move "LT-DECCL" to WS-TEXT-ID
           end-evaluate
           perform TRANSLATE-SUB-VALUE
           perform REPLACE-ONE-TOKEN
           perform varying REASON-INDEX from 1 by 1
                       until REASON-INDEX > 4
               move REASON-INDEX to WS-REASON-DIGIT
               move "&REAS" to WS-TOKEN-TEXT
               move WS-REASON-DIGIT to WS-TOKEN-TEXT(6:1)
               perform LOOKUP-REASON-TEXT
               perform REPLACE-ONE-TOKEN
           end-perform
           move "&SCORE" to WS-TOKEN-TEXT
           if FILE-ADV-BUREAU-SCORED of FILE-ADVERSE-ACTION
               move FILE-ADV-BUREAU-SCORE of FILE-ADVERSE-ACTION
                                   to WS-DISPLAY-SCORE
               move WS-DISPLAY-SCORE to WS-SUB-VALUE
           else
               move "None on file" to WS-SUB-VALUE
               move "LT-NOSCR" to WS-TEXT-ID
               perform TRANSLATE-SUB-VALUE
           end-if
           perform REPLACE-ONE-TOKEN
           move "&SCDAT" to WS-TOKEN-TEXT
           if FILE-ADV-BUREAU-SCORED of FILE-ADVERSE-ACTION
               move FILE-ADV-SCORE-DATE of FILE-ADVERSE-ACTION
                                   to WS-DISPLAY-DATE
               move WS-DISPLAY-DATE to WS-SUB-VALUE
           else
               move spaces to WS-SUB-VALUE
           end-if
           perform REPLACE-ONE-TOKEN
           move "&BUREA" to WS-TOKEN-TEXT
           move FILE-ADV-BUREAU-CODE of FILE-ADVERSE-ACTION
                                   to WS-SUB-VALUE
           perform REPLACE-ONE-TOKEN
           .

       LOOKUP-REASON-TEXT SECTION.
           move spaces to WS-SUB-VALUE
           if FILE-ADV-REASON-CODE of FILE-ADVERSE-ACTION(REASON-INDEX)
                                   = spaces
               exit section
           end-if
           perform varying RSN-TEXT-INDEX from 1 by 1
                       until RSN-TEXT-INDEX > REASON-TEXT-MAX
               if RSN-CODE(RSN-TEXT-INDEX) = FILE-ADV-REASON-CODE
                               of FILE-ADVERSE-ACTION(REASON-INDEX)
                   move RSN-TEXT(RSN-TEXT-INDEX) to WS-SUB-VALUE
                   move spaces to WS-TEXT-ID
                   string "LT-RSN" delimited by size
                          RSN-CODE(RSN-TEXT-INDEX) delimited by size
                          into WS-TEXT-ID
                   end-string
                   perform TRANSLATE-SUB-VALUE
                   exit perform
               end-if
           end-perform
           .

      *> The merge's own words in the language of the letter they go
      *> into - the English in WS-SUB-VALUE stands where the wording
      *> file has no row for WS-TEXT-ID.
       TRANSLATE-SUB-VALUE SECTION.
           move WS-SUB-VALUE to WS-WORDING
           call GET-STATEMENT-TEXT using by reference WS-TEXT-ID
                                       TPL-LANGUAGE(LETTER-SLOT)
                                       WS-WORDING
           move WS-WORDING to WS-SUB-VALUE
           .

      *> One scanning loop serves every token: WS-TOKEN-TEXT names

       WRITE-HISTORY-ROW SECTION.
           move WS-TODAY to HIST-PRODUCED-DATE
           move WS-MERGE-ACCOUNT-ID to HIST-ACCOUNT-ID
           move WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD
                                          to HIST-CUSTOMER-ID
           move WS-MERGE-TEMPLATE-CODE to HIST-TEMPLATE-CODE
           move TPL-LANGUAGE(LETTER-SLOT) to HIST-LANGUAGE
           write HISTORY-RECORD
           .

      *> The piece type is set by the caller; the document's place
      *> in the print file is its count among the letters produced.
       WRITE-MANIFEST-ROW SECTION.
           move WS-MERGE-TEMPLATE-CODE to FILE-MAN-DOCUMENT-REF
           move WS-LETTERS-PRODUCED to FILE-MAN-DOCUMENT-SEQ
           move WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD
                                          to FILE-MAN-CUSTOMER-ID
           move WS-MERGE-ACCOUNT-ID to FILE-MAN-ACCOUNT-ID
           move WS-TODAY to FILE-MAN-PRODUCED-DATE
           write FILE-MAIL-MANIFEST
           .

      *> One keyed sweep of the adverse-action file. Only pending
      *> rows are worked; a sent row is the record of its notice.
       PROCESS-ADVERSE-ACTIONS SECTION.
           open i-o Adverse-File
           if WS-ADVERSE-STATUS <> "00"
               display "*** No adverse actions on file"
               exit section
           end-if
           open extend Notice-Log-File
           if WS-NOTICE-LOG-STATUS = "35" or WS-NOTICE-LOG-STATUS = "05"
               open output Notice-Log-File
           end-if
           move ADVERSE-TEMPLATE-CODE to WS-MERGE-TEMPLATE-CODE
           perform FIND-TEMPLATE
           if TEMPLATE-SLOT = 0
               display "*** No template " ADVERSE-TEMPLATE-CODE
                       " - adverse-action notices held"
           end-if
           move low-values to FILE-ADV-KEY of FILE-ADVERSE-ACTION
           start Adverse-File key >= FILE-ADV-KEY
                                 of FILE-ADVERSE-ACTION
           perform until WS-ADVERSE-STATUS <> "00"
               read Adverse-File next
                   at end move "10" to WS-ADVERSE-STATUS
               end-read
               if WS-ADVERSE-STATUS = "00"
                   and FILE-ADV-NOTICE-PENDING of FILE-ADVERSE-ACTION
                   perform PRODUCE-ADVERSE-NOTICE
               end-if
           end-perform
           close Adverse-File
           close Notice-Log-File
           .

       PRODUCE-ADVERSE-NOTICE SECTION.
           if TEMPLATE-SLOT = 0
               perform CHECK-NOTICE-OVERDUE
               exit section
           end-if
           move FILE-ADV-CUSTOMER-ID of FILE-ADVERSE-ACTION to
                   WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD
           move START-READ to WS-FUNCTION-CODE
           call FIND-CUSTOMER-ID using by value WS-FUNCTION-CODE
                         by reference WS-CUST-CUSTOMER-RECORD
                                      WS-CUSTOMER-STATUS
           if WS-CUSTOMER-STATUS <> "00"
               add 1 to WS-TRIGGERS-SKIPPED
               move FILE-ADV-CUSTOMER-ID of FILE-ADVERSE-ACTION
                                   to WS-DISPLAY-ACCOUNT
               display "*** Cannot resolve customer for adverse "
                       "action, customer " WS-DISPLAY-ACCOUNT
               perform CHECK-NOTICE-OVERDUE
               exit section
           end-if
           move FILE-ADV-ACCOUNT-ID of FILE-ADVERSE-ACTION
                                   to WS-MERGE-ACCOUNT-ID
           move FILE-ADV-NEW-LIMIT of FILE-ADVERSE-ACTION
                                   to WS-MERGE-AMOUNT
           move FILE-ADV-DECISION-DATE of FILE-ADVERSE-ACTION
                                   to WS-MERGE-DATE
           perform CHOOSE-LETTER-ROUTE
           if LETTER-IS-WITHHELD
               perform CHECK-NOTICE-OVERDUE
               exit section
           end-if
           set ADVERSE-LETTER-IN-HAND to true
           perform WRITE-LETTER-BODY
           perform WRITE-HISTORY-ROW
           move "N" to WS-ADVERSE-LETTER-FLAG
           if LETTER-GOES-BY-PAPER
               add 1 to WS-LETTERS-PRODUCED
               set FILE-MAN-ADVERSE-NOTICE to true
               perform WRITE-MANIFEST-ROW
           else
               add 1 to WS-LETTERS-EMAILED
           end-if
           set FILE-ADV-NOTICE-SENT of FILE-ADVERSE-ACTION to true
           move WS-TODAY to
                   FILE-ADV-NOTICE-SENT-DATE of FILE-ADVERSE-ACTION
           rewrite FILE-ADVERSE-ACTION
           perform WRITE-NOTICE-LOG-LINE
           move "00" to WS-ADVERSE-STATUS
           .

      *> Days taken are counted on the calendar from the decision to
      *> today, a day at a time the way every other date window here
      *> is stepped; on time means on or before the due date.
       WRITE-NOTICE-LOG-LINE SECTION.
           move FILE-ADV-DECISION-DATE of FILE-ADVERSE-ACTION
                                   to WS-STEP-DATE
           move 0 to WS-DAYS-TAKEN
           perform until WS-STEP-DATE >= WS-TODAY
                      or WS-DAYS-TAKEN >= 999
               call ADVANCE-ONE-DAY-ENTRY using by reference
                                                     WS-STEP-DATE
               add 1 to WS-DAYS-TAKEN
           end-perform
           move FILE-ADV-DECISION-DATE of FILE-ADVERSE-ACTION
                                   to NLG-DECISION-DATE
           move WS-TODAY to NLG-SENT-DATE
           move FILE-ADV-NOTICE-DUE-DATE of FILE-ADVERSE-ACTION
                                   to NLG-DUE-DATE
           move WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD
                                   to NLG-CUSTOMER-ID
           move WS-MERGE-ACCOUNT-ID to NLG-ACCOUNT-ID
           move FILE-ADV-DECISION-TYPE of FILE-ADVERSE-ACTION
                                   to NLG-DECISION-TYPE
           move WS-DAYS-TAKEN to NLG-DAYS-TAKEN
           if WS-TODAY <= FILE-ADV-NOTICE-DUE-DATE
                                   of FILE-ADVERSE-ACTION
                   and WS-DAYS-TAKEN <= NOTICE-DAYS-ALLOWED
               move "Y" to NLG-ON-TIME-FLAG
           else
               move "N" to NLG-ON-TIME-FLAG
               add 1 to WS-NOTICES-LATE
               display "*** Adverse notice sent late, customer "
                       NLG-CUSTOMER-ID " decided " NLG-DECISION-DATE
                       " - " NLG-DAYS-TAKEN " days"
           end-if
           write NOTICE-LOG-RECORD
           add 1 to WS-NOTICES-PRODUCED
           .

       CHECK-NOTICE-OVERDUE SECTION.
           if WS-TODAY > FILE-ADV-NOTICE-DUE-DATE
                                   of FILE-ADVERSE-ACTION
               add 1 to WS-NOTICES-OVERDUE
               move FILE-ADV-CUSTOMER-ID of FILE-ADVERSE-ACTION
                                   to WS-DISPLAY-ACCOUNT
               display "*** ADVERSE NOTICE OVERDUE  customer "
                       WS-DISPLAY-ACCOUNT "  decided "
                       FILE-ADV-DECISION-DATE of FILE-ADVERSE-ACTION
                       "  due "
                       FILE-ADV-NOTICE-DUE-DATE of FILE-ADVERSE-ACTION
           end-if
           .

      *> One walk of the customer file. A customer is due when the
      *> last notice is a year old or there never was one, and only
      *> while the relationship lasts - an open account of theirs.
       PROCESS-PRIVACY-NOTICES SECTION.
           move PRIVACY-TEMPLATE-CODE to WS-MERGE-TEMPLATE-CODE
           perform FIND-TEMPLATE
           if TEMPLATE-SLOT = 0
               display "*** No template " PRIVACY-TEMPLATE-CODE
                       " - privacy notices held"
               exit section
           end-if
           move 0 to WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD
           move START-READ to WS-FUNCTION-CODE
           call READ-CUSTOMER-RECORD using by value WS-FUNCTION-CODE
                                       by reference
                                           WS-CUST-CUSTOMER-RECORD
                                           WS-CUSTOMER-STATUS
           perform READ-NEXT-CUSTOMER
           perform until WS-CUSTOMER-STATUS <> "00"
               compute WS-PRIVACY-DUE-DATE =
                       WS-CUST-PRIVACY-NOTICE-DATE
                       + ONE-YEAR-IN-DATE-FORM
               if WS-CUST-PRIVACY-NOTICE-DATE = 0
                       or WS-PRIVACY-DUE-DATE <= WS-TODAY
                   perform PRODUCE-PRIVACY-NOTICE
               end-if
               perform READ-NEXT-CUSTOMER
           end-perform
           move "00" to WS-CUSTOMER-STATUS
           .

       READ-NEXT-CUSTOMER SECTION.
           move READ-NEXT to WS-FUNCTION-CODE
           call READ-CUSTOMER-RECORD using by value WS-FUNCTION-CODE
                                       by reference
                                           WS-CUST-CUSTOMER-RECORD
                                           WS-CUSTOMER-STATUS
           .

      *> The notice names the customer's first open account for
      *> &ACCNO; the stamp goes through the customer rewrite, whose
      *> keyed read leaves the walk positioned on this customer.
       PRODUCE-PRIVACY-NOTICE SECTION.
           perform FIND-OPEN-ACCOUNT
           if not CUSTOMER-HAS-OPEN-ACCOUNT
               exit section
           end-if
           move 0 to WS-MERGE-AMOUNT
           move WS-TODAY to WS-MERGE-DATE
           perform CHOOSE-LETTER-ROUTE
           if LETTER-IS-WITHHELD
               add 1 to WS-PRIVACY-NOTICES-HELD
               exit section
           end-if
           perform WRITE-LETTER-BODY
           perform WRITE-HISTORY-ROW
           if LETTER-GOES-BY-PAPER
               add 1 to WS-LETTERS-PRODUCED
               set FILE-MAN-PRIVACY-NOTICE to true
               perform WRITE-MANIFEST-ROW
           else
               add 1 to WS-LETTERS-EMAILED
           end-if
           add 1 to WS-PRIVACY-NOTICES-SENT
           move WS-TODAY to WS-CUST-PRIVACY-NOTICE-DATE
           move UPDATE-RECORD to WS-FUNCTION-CODE
           call WRITE-CUSTOMER-RECORD using by value WS-FUNCTION-CODE
                         by reference WS-CUST-CUSTOMER-RECORD
                                      WS-CUSTOMER-STATUS
           if WS-CUSTOMER-STATUS <> "00" and WS-CUSTOMER-STATUS <> "02"
               move WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD
                                   to WS-DISPLAY-ACCOUNT
               display "*** Privacy notice sent but not stamped, "
                       "customer " WS-DISPLAY-ACCOUNT
                       " status " WS-CUSTOMER-STATUS
           end-if
           move "00" to WS-CUSTOMER-STATUS
           .

       FIND-OPEN-ACCOUNT SECTION.
           move "N" to WS-RELATIONSHIP-FLAG
           move WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD
                                   to WS-CUSTOMER-ID of WS-ACCOUNT
           move 0 to WS-ACCOUNT-ID of WS-ACCOUNT
           move START-READ to WS-FUNCTION-CODE
           call FIND-ACCOUNT-BY-CUSTOMER using by value WS-FUNCTION-CODE
                                    by reference WS-ACCOUNT
                                                 FILE-STATUS
           if FILE-STATUS = "00"
               perform READ-NEXT-CUSTOMER-ACCOUNT
               perform until (FILE-STATUS <> "00"
                              and FILE-STATUS <> "02")
                          or WS-CUSTOMER-ID of WS-ACCOUNT <>
                             WS-CUST-CUSTOMER-ID
                                   of WS-CUST-CUSTOMER-RECORD
                   if WS-ACCOUNT-OPEN of WS-ACCOUNT
                       set CUSTOMER-HAS-OPEN-ACCOUNT to true
                       move WS-ACCOUNT-ID of WS-ACCOUNT
                                   to WS-MERGE-ACCOUNT-ID
                       exit perform
                   end-if
                   perform READ-NEXT-CUSTOMER-ACCOUNT
               end-perform
           end-if
           move "00" to FILE-STATUS
           .

       READ-NEXT-CUSTOMER-ACCOUNT SECTION.
           move READ-NEXT to WS-FUNCTION-CODE
           call FIND-ACCOUNT-BY-CUSTOMER using by value WS-FUNCTION-CODE
                                    by reference WS-ACCOUNT
                                                 FILE-STATUS
           .

       CLOSE-FILES SECTION.
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-CUSTOMER-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CUSTOMER-STATUS
           if TRIGGER-FILE-IS-OPEN
               close Trigger-File
           end-if
           if PREFERENCE-FILE-IS-AVAILABLE
               move CLOSE-FILE to WS-FUNCTION-CODE
               call OPEN-PREFERENCE-FILE using by value
                                        WS-FUNCTION-CODE
                                    by reference WS-PREFERENCE-STATUS
           end-if
           close Letter-File
           close E-Letter-File
           close History-File
           close Manifest-File
           .
