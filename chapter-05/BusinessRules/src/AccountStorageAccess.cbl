               record key is FILE-ACCOUNT-ID of FILE-ACCOUNT
               alternate record key is FILE-CUSTOMER-ID of FILE-ACCOUNT
                                                        with duplicates 
               alternate record key is FILE-COMPANY-ID of FILE-ACCOUNT
                                                        with duplicates
               .
           select Customer-File assign to external customerFile
               file status is file-status
                          of FILE-TRANSACTION-RECORD
               alternate record key is FILE-ACCOUNT-ID
                                    of FILE-TRANSACTION-RECORD
                                    with duplicates
               alternate record key is FILE-TRANS-DATE with duplicates
               .
           select Payment-File assign to external paymentFile
               organization is line sequential
               file status is WS-PROCDATE-STATUS
               .
      * House aggregate credit caps - one line: the per-customer cap
      * and the per-household cap, nine digits of whole dollars
      * each. Absent file = the caps built in below.
           select AggregateExposure-File
               assign to external aggregateExposureFile
               organization is line sequential
               file status is WS-AGX-PARM-STATUS
               .
      * Recurring merchants detected per account, with the
      * customer's stop flags - read at authorization time so a
      * stopped merchant's next attempt declines.
               access mode is dynamic
               record key is FILE-ACCOUNT-ID of FILE-SPEND-CONTROL
               .
      * The customer's travel notice, one row per account keyed by
      * the account id - taken through account maintenance or the
      * REST facade, read by AUTHORIZE-TRANSACTION on every foreign
      * sale past the foreign-use ceiling.
           select TravelNotice-File assign to external
                                               travelNoticeFile
               file status is file-status
               organization is indexed
               access mode is dynamic
               record key is FILE-ACCOUNT-ID of FILE-TRAVEL-NOTICE
               .
      * The cardholder's over-limit opt-in, one row per account
      * asked - maintained through account maintenance, read by
      * AUTHORIZE-TRANSACTION on every decision past open-to-buy.
           select OverlimitConsent-File assign to external
                                               overlimitConsentFile
               file status is file-status
               organization is indexed
               access mode is dynamic
               record key is FILE-ACCOUNT-ID
                          of FILE-OVERLIMIT-CONSENT
               .
      * Commercial card clients and their cost-center trees -
      * maintained through CommercialCardMaintenance, read by
      * AUTHORIZE-TRANSACTION to hold a company's cards to the
      * company limit and to every cost-center limit above them.
           select Company-File assign to external companyFile
               file status is file-status
               organization is indexed
               access mode is dynamic
               record key is FILE-COMPANY-ID of FILE-COMPANY-RECORD
               .
           select CostCenter-File assign to external costCenterFile
               file status is file-status
               organization is indexed
               access mode is dynamic
               record key is FILE-COST-CENTER-KEY of FILE-COST-CENTER
               .
      * The card-number token vault - real PANs in, surrogate
      * tokens out, opened and closed inside each call like the
      * transmission-control ledger so a row is on disk the moment
               record key is FILE-TOKEN-NUMBER of FILE-CARD-TOKEN
               alternate record key is FILE-PAN of FILE-CARD-TOKEN
               .
      * The PIN key - one 16-digit line, held by key custodians
      * outside the source and the data files - read once on the
      * first PIN call. No key means no PIN can be issued or
      * verified: the PIN entries fail closed.
           select Pin-Key-File assign to external pinKeyFile
               organization is line sequential
               file status is WS-PIN-KEY-STATUS
               .
      * The customer data keys - one VVVV,KKKKKKKKKKKKKKKK line per
      * key version (four-digit version, 16-digit key), held by the
      * key custodians like the PIN key and read once on the first
      * customer call. The highest version is current; older lines
      * stay until the conversion run has re-keyed every customer
      * off them.
           select Pii-Key-File assign to external piiKeyFile
               organization is line sequential
               file status is WS-PII-KEY-STATUS
               .
      * Installment plans, one row per converted purchase keyed by
      * account + transaction - written by the enrollment program,
      * amortized by the month-end run as it bills each cycle's
       copy "INSTALLMENT-PLAN.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Token-Vault-File.
       copy "CARD-TOKEN.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Pin-Key-File.
       01 PIN-KEY-LINE         pic x(16).
       fd Pii-Key-File.
       01 PII-KEY-LINE.
        03 PKL-VERSION         pic x(04).
        03 FILLER              pic x(01).
        03 PKL-KEY             pic x(16).
       fd SpendControl-File.
       copy "SPEND-CONTROL.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd TravelNotice-File.
       copy "TRAVEL-NOTICE.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd OverlimitConsent-File.
       copy "OVERLIMIT-CONSENT.cpy"
                              replacing ==(PREFIX)== by ==FILE==.
       fd Company-File.
       copy "COMPANY-RECORD.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd CostCenter-File.
       copy "COST-CENTER.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Auth-Hold-File.
       copy "AUTH-HOLD.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Recurring-File.
       copy "COUNTER-RECORD.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd ProcessingDate-File.
       01 PROCESSING-DATE-LINE pic x(08).
       fd AggregateExposure-File.
       01 AGGREGATE-EXPOSURE-LINE.
        03 AGX-LINE-CUSTOMER-CAP   pic x(09).
        03 AGX-LINE-HOUSEHOLD-CAP  pic x(09).
       working-storage section.
       01 displayable          pic x(255).
       78 MAX-ID               value 2147483648.
       01 WS-AUTH-TODAY            PIC 9(08).
       01 WS-AUTH-HOLDS            PIC S9(12)V99.
       01 WS-AUTH-OPEN-TO-BUY-WORK PIC S9(12)V99.
      * Which path is asking for the decision: the live point-of-sale
      * request, the replay of a network stand-in approval, or the
      * nightly probe for a stand-in limit. Only the live request
      * carries a PIN to verify.
       01 WS-AUTH-MODE             PIC X.
        88 AUTH-MODE-LIVE             VALUE "L".
        88 AUTH-MODE-STAND-IN         VALUE "S".
        88 AUTH-MODE-LIMIT-PROBE      VALUE "P".
      * The smallest purchase - what the limit probe asks for, so
      * every rule but open-to-buy itself is weighed as for a sale.
       78 STAND-IN-PROBE-AMOUNT    VALUE 0.01.
       01 WS-CARD-ACTIVATION-FLAG  PIC X.
        88 CARD-AWAITING-ACTIVATION   VALUE "U".
       01 WS-CARD-FILE-WAS-OPEN    PIC X.
        88 SPEND-DECLINE-MCC          VALUE "M".
        88 SPEND-DECLINE-TXN-MAX      VALUE "X".
       01 WS-SPEND-WAS-OPEN        PIC X.
      * A card named in a network breach alert and not yet replaced
      * is held to a small purchase ceiling and a few approvals a
      * day on its account - enough for the customer to keep using
      * it, too little for a fraud ring working the breached list.
       78 COMPROMISE-TXN-MAX       VALUE 250.00.
       78 COMPROMISE-DAILY-APPROVALS VALUE 5.
       01 WS-COMPROMISE-FLAG       PIC X.
        88 COMPROMISE-DECLINES        VALUE "Y".
       01 WS-COMPROMISE-TIGHTENED  PIC X.
       01 WS-COMPROMISE-APPROVALS  PIC 9(4) COMP-5.
      * A sale presented from outside the home country past the
      * product's foreign-use ceiling (FEE-SCHEDULE) declines unless
      * the account's travel notice covers the day and names the
      * merchant's country.
       copy "HOME-COUNTRY.cpy".
       01 WS-FOREIGN-USE-MAX       PIC S9(7)V99.
       01 WS-FOREIGN-USE-FLAG      PIC X.
        88 FOREIGN-USE-DECLINES       VALUE "Y".
       01 WS-TRAVEL-WAS-OPEN       PIC X.
       01 WS-TRAVEL-COUNTRY-INDEX  PIC 9 COMP-5.
       01 WS-CONSENT-WAS-OPEN      PIC X.
      * Company-card limit check: the authorizing card's own row is
      * parked while the company's cards are walked, the cost-center
      * chain above the card is held with what each node already
      * carries, and the files peeked are closed again only if this
      * check opened them.
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS-CCA==.
       01 WS-COMPANY-LIMIT-FLAG    PIC X.
        88 COMPANY-LIMIT-DECLINES     VALUE "Y".
        88 COST-CENTER-LIMIT-DECLINES VALUE "C".
       01 WS-COMPANY-WAS-OPEN      PIC X.
       01 WS-COST-CENTER-WAS-OPEN  PIC X.
       01 WS-COMPANY-EXPOSURE      PIC S9(12)V99.
       01 WS-CARD-EXPOSURE         PIC S9(12)V99.
       01 WS-COMPANY-WALK-STATUS   PIC XX.
       01 WS-CC-WALK-CODE          PIC X(08).
       01 WS-CC-DEPTH              PIC 99 COMP-5.
       01 WS-CC-INDEX              PIC 99 COMP-5.
       01 WS-CC-CHAIN-COUNT        PIC 99 COMP-5.
       01 WS-CC-CHAIN.
        03 WS-CC-CHAIN-ENTRY OCCURS 10.
         05 WS-CC-CHAIN-CODE       PIC X(08).
         05 WS-CC-CHAIN-LIMIT      PIC S9(12)V99.
         05 WS-CC-CHAIN-EXPOSURE   PIC S9(12)V99.
       01 WS-OVERLIMIT-TOLERANCE   PIC S9(12)V99.
       01 WS-FEE-SAVED-INDEX       pic 99 comp-5.
       01 WS-FEE-SAVED-COUNT       pic 99 comp-5.
       01 WS-BLOCKED-MCC-INDEX     PIC 9 COMP-5.
      * Per-merchant-category hold life: lodging and vehicle rental
      * settle days after checkout, everything else inside a few.
       01 WS-PRIVILEGE-STATUS      pic xx.
       78 PRIVILEGE-DATA-PURGE     value "DATA-PURGE".
       01 WS-PRIVILEGE-NAME        pic x(12).
       78 PRIVILEGE-PIN-RESET      value "PIN-RESET".
       01 WS-SAVED-CALLER-ID       pic x(20).
      * PIN verification. The verification value is a keyed digest
      * of PIN, owning account and PIN key, folded twice through a
      * prime modulus so no digit of any input survives in place.
      * Three wrong PINs in a row block the card's PIN.
       78 PIN-TRY-LIMIT            value 3.
       78 PIN-MODULUS              value 99999989.
       01 WS-PIN-KEY-STATUS        pic xx.
       01 WS-PIN-KEY               pic 9(16) value 0.
       01 WS-PIN-KEY-LOADED        pic x(01) value "N".
        88 PIN-KEY-IS-LOADED         value "Y".
       01 WS-PIN-MIX.
        03 WS-PIN-MIX-PIN          pic x(04).
        03 WS-PIN-MIX-ACCOUNT      pic 9(10).
        03 WS-PIN-MIX-KEY          pic 9(16).
       01 WS-PIN-MIX-DIGITS REDEFINES WS-PIN-MIX.
        03 WS-PIN-MIX-DIGIT        pic 9(01) occurs 30.
       01 WS-PIN-ACCUM             pic 9(10) comp-5.
       01 WS-PIN-QUOTIENT          pic 9(10) comp-5.
       01 WS-PIN-INDEX             pic 99 comp-5.
       01 WS-PIN-PASS              pic 9 comp-5.
       01 WS-PIN-VERIFY-VALUE      pic 9(08).
       01 WS-PIN-TIME              pic 9(08).
       01 WS-PIN-CANDIDATE         pic x(04).
       01 WS-PIN-CANDIDATE-DIGITS REDEFINES WS-PIN-CANDIDATE.
        03 WS-PIN-DIGIT            pic 9(01) occurs 4.
       01 WS-PIN-NUMBER            pic 9(04).
       01 WS-PIN-WEAK-FLAG         pic x(01).
        88 PIN-IS-WEAK               value "Y".
       01 WS-PIN-RESULT            pic x(01).
        88 PIN-VERIFIED              value "Y".
        88 PIN-INCORRECT             value "N".
        88 PIN-NOW-BLOCKED           value "B".
        88 PIN-UNAVAILABLE           value "U".
       01 WS-PIN-AUDIT-TEXT        pic x(40).
       01 WS-PIN-CARD-FOUND        pic x(01).
       copy "AUTHORIZATION-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.

       01 WS-PROCDATE-STATUS   pic xx.
       01 WS-PROCDATE-LOADED   pic x(01) value "N".
        88 PROCESSING-DATE-IS-LOADED value "Y".

      * Aggregate credit exposure: the customer's household as the
      * holder cross-reference finds it, every card account any of
      * them is on counted once, and the house caps read once per
      * run unit. The caller's place in the account, customer and
      * cross-reference files is noted on the way in and put back on
      * the way out.
       78 HOUSE-CUSTOMER-CAP       value 100000.
       78 HOUSE-HOUSEHOLD-CAP      value 250000.
       78 AGX-MAX-MEMBERS          value 20.
       78 AGX-MAX-ACCOUNTS         value 200.
       01 WS-AGX-PARM-STATUS       pic xx.
       01 WS-AGX-PARM-LOADED       pic x(01) value "N".
        88 AGX-PARMS-ARE-LOADED       value "Y".
       01 WS-AGX-CUSTOMER-CAP      pic 9(09) value HOUSE-CUSTOMER-CAP.
       01 WS-AGX-HOUSEHOLD-CAP     pic 9(09)
                                   value HOUSE-HOUSEHOLD-CAP.
       01 WS-AGX-CUSTOMER-WAS-OPEN pic x.
       01 WS-AGX-XREF-WAS-OPEN     pic x.
       01 WS-AGX-SAVED-ACCOUNT-ID  pic x(4) comp-x.
       01 WS-AGX-SAVED-CUSTOMER-ID pic x(4) comp-x.
       01 WS-AGX-SAVED-HOLDER-KEY  pic x(08).
       01 WS-AGX-WALK-STATUS       pic xx.
       01 WS-AGX-WALK-ID           pic x(4) comp-x.
       01 WS-AGX-ADD-ID            pic x(4) comp-x.
       01 WS-AGX-OWN-FLAG          pic x.
       01 WS-AGX-PROPOSAL-FOUND    pic x.
       01 WS-AGX-ACCOUNT-EXPOSURE  pic s9(12)v99.
       01 WS-AGX-INDEX             pic 9(4) comp-5.
       01 WS-AGX-SEARCH            pic 9(4) comp-5.
       01 WS-AGX-MEMBER-INDEX      pic 99 comp-5.
       01 WS-AGX-MEMBER-COUNT      pic 99 comp-5.
       01 WS-AGX-MEMBERS.
        03 WS-AGX-MEMBER-ID        pic x(4) comp-x
                                   occurs 20.
       01 WS-AGX-ACCOUNT-COUNT     pic 9(4) comp-5.
       01 WS-AGX-ACCOUNTS.
        03 WS-AGX-ACCOUNT-ENTRY    occurs 200.
         05 WS-AGX-TABLE-ACCOUNT-ID pic x(4) comp-x.
         05 WS-AGX-TABLE-OWN       pic x.
          88 AGX-CUSTOMER-HOLDS-IT    value "Y".

       01 WS-COUNTER-STATUS.
        03 WS-COUNTER-STATUS-1 pic x.
        03 WS-COUNTER-STATUS-2 pic x.
       01 WS-VAULT-STATUS.
        03 WS-VAULT-STATUS-1   pic x.
        03 WS-VAULT-STATUS-2   pic x.
      * Customer PII enciphering. Each digit of the tax id and birth
      * date is shifted by a keystream digit drawn from the key and
      * every clear digit before it, folded through a prime modulus -
      * so equal values under one key encipher equal (the duplicate
      * and roster matches still work on the stored form) while no
      * digit can be read off without the key. Non-digits (the tax
      * id's dashes) pass through; an absent value stays absent.
       78 PII-KEY-MAX              value 10.
       78 PII-MODULUS              value 1000000007.
       78 PRIVILEGE-PII-REVEAL     value "PII-REVEAL".
       01 WS-PII-KEY-STATUS        pic xx.
       01 WS-PII-KEYS-LOADED       pic x(01) value "N".
        88 PII-KEYS-ARE-LOADED        value "Y".
       01 WS-PII-KEY-TABLE.
        03 WS-PII-KEY-ENTRY        occurs 10.
         05 WS-PII-KEY-VERSION     pic 9(04).
         05 WS-PII-KEY-VALUE       pic 9(16).
       01 WS-PII-KEY-COUNT         pic 99 comp-5 value 0.
       01 WS-PII-KEY-INDEX         pic 99 comp-5.
       01 WS-PII-CURRENT-VERSION   pic 9(04) value 0.
       01 WS-PII-WANTED-VERSION    pic 9(04).
       01 WS-PII-KEY               pic 9(16).
       01 WS-PII-KEY-FOUND         pic x(01).
        88 PII-KEY-WAS-FOUND          value "Y".
       01 WS-PII-DIRECTION         pic x(01).
        88 PII-ENCIPHER               value "E".
        88 PII-DECIPHER               value "D".
       01 WS-PII-TEXT              pic x(11).
       01 WS-PII-TEXT-LENGTH       pic 99 comp-5.
       01 WS-PII-SALT              pic 9 comp-5.
       01 WS-PII-POSITION          pic 99 comp-5.
       01 WS-PII-STATE             pic 9(18) comp-5.
       01 WS-PII-QUOTIENT          pic 9(18) comp-5.
       01 WS-PII-SHIFT             pic 9 comp-5.
       01 WS-PII-SUM               pic 99 comp-5.
       01 WS-PII-IN-DIGIT          pic 9.
       01 WS-PII-OUT-DIGIT         pic 9.
       01 WS-PII-PLAIN-DIGIT       pic 9.
       01 WS-PII-GRANTED-CALLER    pic x(20) value spaces.
       01 WS-PII-DENIED-CALLER     pic x(20) value spaces.
       01 WS-PII-STORED-FLAG       pic x(01).
        88 PII-STORED-IS-KNOWN        value "Y".
       01 WS-PII-STORED-VERSION    pic 9(04).
       01 WS-PII-STORED-TAX-ID     pic x(11).
       01 WS-PII-STORED-BIRTH-DATE pic x(08).
      * Tokens live in the 9900 range no real card uses.
       78 TOKEN-BASE           value 9900000000000000.
       01 WS-NEW-TOKEN         pic 9(16).
       01 WS-LUHN-INDEX        pic 9(02) comp-5.
       01 WS-LUHN-QUOTIENT     pic 9(04) comp-5.
       01 WS-LUHN-REMAINDER    pic 9(02) comp-5.
      * A card account's closure is logged for the account updater.
       copy "CARD-CHANGE.cpy" replacing ==(PREFIX)== by ==WS-CHG==.
       01 WS-CHANGE-STATUS     pic xx.

       01 library-status-code  pic xx comp-5.
       copy "PROCEDURE-NAMES.cpy".
                              replacing ==(PREFIX)== by ==LNK==.
       copy "INSTALLMENT-PLAN.cpy" replacing ==(PREFIX)== by ==LNK==.
       copy "SPEND-CONTROL.cpy" replacing ==(PREFIX)== by ==LNK==.
       copy "TRAVEL-NOTICE.cpy" replacing ==(PREFIX)== by ==LNK==.
       copy "OVERLIMIT-CONSENT.cpy"
                              replacing ==(PREFIX)== by ==LNK==.
       copy "COMPANY-RECORD.cpy" replacing ==(PREFIX)== by ==LNK==.
       copy "COST-CENTER.cpy" replacing ==(PREFIX)== by ==LNK==.
       copy "AUTH-HOLD.cpy" replacing ==(PREFIX)== by ==LNK==.
       copy "AGGREGATE-EXPOSURE.cpy"
                              replacing ==(PREFIX)== by ==LNK==.
       01 LNK-CARD-NUMBER-OUT      PIC 9(16).
       01 LNK-PAN-NUMBER           PIC 9(16).
       01 LNK-PIN-VALUE            PIC X(04).
       01 LNK-NEW-PIN-VALUE        PIC X(04).
       01 LNK-PRIVILEGE-NAME       PIC X(12).
       01 LNK-BUSINESS-DATE        PIC 9(08).

       procedure division.
           perform display-file-names
               end-if
           end-if
           move spaces to WS-AUDIT-OLD-VALUES
           move "N" to WS-PII-STORED-FLAG
           if LNK-FUNCTION = UPDATE-RECORD
               move LNK-CUSTOMER-ID of LNK-CUSTOMER-RECORD to
                              FILE-CUSTOMER-ID of FILE-CUSTOMER-RECORD
                                       of FILE-CUSTOMER-RECORD
               if file-status = "00"
                   move FILE-CUSTOMER-RECORD to WS-AUDIT-OLD-VALUES
                   perform CARRY-UNDELIVERABLE-FLAG
                   perform SAVE-STORED-PII
               end-if
           end-if
           move LNK-CUSTOMER-RECORD to FILE-CUSTOMER-RECORD
           perform PROTECT-CUSTOMER-PII
           evaluate LNK-FUNCTION
           when WRITE-RECORD
               write FILE-CUSTOMER-RECORD
           end-if
           goback.

       ENTRY DELETE-CUSTOMER-RECORD using by reference
                                       LNK-CUSTOMER-RECORD
                                                       LNK-STATUS.
           move LNK-CUSTOMER-RECORD to FILE-CUSTOMER-RECORD
           move FILE-CUSTOMER-RECORD to WS-AUDIT-OLD-VALUES
                                             LNK-STATUS
           move MAX-ID to FILE-CUSTOMER-ID of FILE-CUSTOMER-RECORD
           start Customer-File key 
                           < FILE-CUSTOMER-ID OF FILE-CUSTOMER-RECORD

           read Customer-File previous  
           move FILE-CUSTOMER-RECORD to LNK-CUSTOMER-RECORD 
      * Closes an account in place instead of deleting it, so the
      * transaction history stays on file for the paper trail. Refuses
      * to close an account with a non-zero balance (file status "99").
      * A card account's closure is logged for the account updater, so
      * merchants billing its cards on file are told to stop.
       ENTRY CLOSE-ACCOUNT-RECORD using by reference LNK-ACCOUNT
                                                      LNK-STATUS.
           move LNK-ACCOUNT-ID of LNK-ACCOUNT to
                                              to WS-AUDIT-KEY
                       move FILE-ACCOUNT to WS-AUDIT-NEW-VALUES
                       perform write-audit-record
                       if not FILE-TYPE-DEPOSIT of FILE-ACCOUNT
                           perform LOG-ACCOUNT-CLOSURE
                       end-if
                   end-if
               else
                   move "99" to file-status
           move file-status to LNK-STATUS
           goback.

       LOG-ACCOUNT-CLOSURE section.
           perform LOAD-PROCESSING-DATE
           move WS-PROCESSING-DATE to WS-CHG-CHANGE-DATE
           set WS-CHG-CHANGE-CLOSED to true
           set WS-CHG-CHANGE-CLOSURE to true
           move FILE-ACCOUNT-ID of FILE-ACCOUNT
                                     to WS-CHG-CHANGE-ACCOUNT-ID
           move 0 to WS-CHG-OLD-CARD-NUMBER
           move 0 to WS-CHG-NEW-CARD-NUMBER
           move 0 to WS-CHG-NEW-CARD-EXPIRY
           call RECORD-CARD-CHANGE using by reference
                                             WS-CHG-CARD-CHANGE
                                             WS-CHANGE-STATUS
           exit section
           .

       ENTRY READ-LAST-ACCOUNT-RECORD using by reference LNK-ACCOUNT
                                                         LNK-STATUS.
           move MAX-ID to FILE-ACCOUNT-ID of FILE-ACCOUNT

           evaluate LNK-FUNCTION
               when START-READ
                   move LNK-TRANSACTION-RECORD
                                       TO FILE-TRANSACTION-RECORD
                   start TRANSACTION-FILE key >= FILE-TRANSACTION-ID
                                              of FILE-TRANSACTION-RECORD
               when READ-NEXT
           . 

       ENTRY FIND-TRANSACTION-BY-ACCOUNT using by value LNK-FUNCTION
                                   by reference LNK-TRANSACTION-RECORD
                                                LNK-STATUS
           move LNK-TRANSACTION-RECORD to FILE-TRANSACTION-RECORD
           evaluate LNK-FUNCTION
               when START-READ
                   start Transaction-File key = FILE-ACCOUNT-ID 
                                   of FILE-TRANSACTION-RECORD
               when READ-NEXT
                   read Transaction-File next 
           end-evaluate
           move FILE-ACCOUNT to LNK-ACCOUNT
           goback.

      * A company's cardholder accounts, walked the same way over
      * the FILE-COMPANY-ID alternate key - company exposure at
      * authorization, and the company statement and cost-center
      * spend report.
       ENTRY FIND-ACCOUNT-BY-COMPANY using by value LNK-FUNCTION
                                  by reference LNK-ACCOUNT
                                               LNK-STATUS
           move LNK-ACCOUNT to FILE-ACCOUNT
           evaluate LNK-FUNCTION
               when START-READ
                   start Account-File key = FILE-COMPANY-ID
                                         of FILE-ACCOUNT
               when READ-NEXT
                   read Account-File next
           end-evaluate
           move file-status to LNK-STATUS
           move FILE-ACCOUNT to LNK-ACCOUNT
           goback.

       ENTRY INITIALIZE-DATA-SYSTEM using by reference LNK-STATUS.
           move "00" to LNK-STATUS
           goback.
           move file-status to LNK-STATUS
           goback.

       ENTRY OPEN-TRAVEL-NOTICE-FILE using by VALUE LNK-FUNCTION
                                 by reference LNK-STATUS
           evaluate LNK-FUNCTION
               when OPEN-READ
                   open input TravelNotice-File
               when OPEN-WRITE
                   open output TravelNotice-File
               when OPEN-I-O
                   open i-o TravelNotice-File
               when CLOSE-FILE
                   close TravelNotice-File
           end-evaluate
      *    No notice file yet just means nobody has told us of a
      *    trip - create it on first i-o open like the spend-control
      *    file.
           if LNK-FUNCTION = OPEN-I-O
               and (file-status = "35" or file-status = "05")
               open output TravelNotice-File
               close TravelNotice-File
               open i-o TravelNotice-File
           end-if
           move file-status to LNK-STATUS
           goback.

       ENTRY WRITE-TRAVEL-NOTICE using by value LNK-FUNCTION
                              by reference LNK-TRAVEL-NOTICE
                                           LNK-STATUS.
           move spaces to WS-AUDIT-OLD-VALUES
           if LNK-FUNCTION = UPDATE-RECORD
               move LNK-ACCOUNT-ID of LNK-TRAVEL-NOTICE to
                        FILE-ACCOUNT-ID of FILE-TRAVEL-NOTICE
               read TravelNotice-File key is FILE-ACCOUNT-ID
                                          of FILE-TRAVEL-NOTICE
               if file-status = "00"
                   move FILE-TRAVEL-NOTICE to WS-AUDIT-OLD-VALUES
               end-if
           end-if
           move LNK-TRAVEL-NOTICE to FILE-TRAVEL-NOTICE
           evaluate LNK-FUNCTION
               when WRITE-RECORD
                   write FILE-TRAVEL-NOTICE
               when UPDATE-RECORD
                   rewrite FILE-TRAVEL-NOTICE
               when other
                   move "88" to file-status
           end-evaluate
           move file-status to LNK-STATUS
           if file-status = "00" or file-status = "02"
               set WS-AUDIT-TRAVEL to true
               if LNK-FUNCTION = UPDATE-RECORD
                   set WS-AUDIT-UPDATE to true
               else
                   set WS-AUDIT-WRITE to true
               end-if
               move FILE-ACCOUNT-ID of FILE-TRAVEL-NOTICE
                                                      to WS-AUDIT-KEY
               move FILE-TRAVEL-NOTICE to WS-AUDIT-NEW-VALUES
               perform write-audit-record
           end-if
           goback.

      * Direct keyed read - "23" means no trip is on file for the
      * account.
       ENTRY FIND-TRAVEL-NOTICE-BY-ACCOUNT using
                              by reference LNK-TRAVEL-NOTICE
                                           LNK-STATUS.
           move LNK-TRAVEL-NOTICE to FILE-TRAVEL-NOTICE
           read TravelNotice-File key is FILE-ACCOUNT-ID
                                      of FILE-TRAVEL-NOTICE
           move FILE-TRAVEL-NOTICE to LNK-TRAVEL-NOTICE
           move file-status to LNK-STATUS
           goback.

      * Sequential walk for the nightly purge.
       ENTRY READ-TRAVEL-NOTICE using by value LNK-FUNCTION
                              by reference LNK-TRAVEL-NOTICE
                                           LNK-STATUS
           evaluate LNK-FUNCTION
               when START-READ
                   move LNK-TRAVEL-NOTICE to FILE-TRAVEL-NOTICE
                   start TravelNotice-File key >= FILE-ACCOUNT-ID
                                       of FILE-TRAVEL-NOTICE
               when READ-NEXT
                   read TravelNotice-File next
           end-evaluate
           move FILE-TRAVEL-NOTICE to LNK-TRAVEL-NOTICE
           move file-status to LNK-STATUS
           goback.

       ENTRY DELETE-TRAVEL-NOTICE using by reference
                                    LNK-TRAVEL-NOTICE
                                    LNK-STATUS.
           move LNK-TRAVEL-NOTICE to FILE-TRAVEL-NOTICE
           move FILE-TRAVEL-NOTICE to WS-AUDIT-OLD-VALUES
           delete TravelNotice-File record
           move file-status to LNK-STATUS
           if file-status = "00"
               set WS-AUDIT-TRAVEL to true
               set WS-AUDIT-DELETE to true
               move FILE-ACCOUNT-ID of FILE-TRAVEL-NOTICE
                                                      to WS-AUDIT-KEY
               move spaces to WS-AUDIT-NEW-VALUES
               perform write-audit-record
           end-if
           goback.

       ENTRY OPEN-OVERLIMIT-CONSENT-FILE using by VALUE LNK-FUNCTION
                                 by reference LNK-STATUS
           evaluate LNK-FUNCTION
               when OPEN-READ
                   open input OverlimitConsent-File
               when OPEN-WRITE
                   open output OverlimitConsent-File
               when OPEN-I-O
                   open i-o OverlimitConsent-File
               when CLOSE-FILE
                   close OverlimitConsent-File
           end-evaluate
      *    No consent file yet just means nobody has been asked -
      *    create it on first i-o open like the other working files.
           if LNK-FUNCTION = OPEN-I-O
               and (file-status = "35" or file-status = "05")
               open output OverlimitConsent-File
               close OverlimitConsent-File
               open i-o OverlimitConsent-File
           end-if
           move file-status to LNK-STATUS
           goback.

       ENTRY WRITE-OVERLIMIT-CONSENT using by value LNK-FUNCTION
                              by reference LNK-OVERLIMIT-CONSENT
                                           LNK-STATUS.
           move spaces to WS-AUDIT-OLD-VALUES
           if LNK-FUNCTION = UPDATE-RECORD
               move LNK-ACCOUNT-ID of LNK-OVERLIMIT-CONSENT to
                        FILE-ACCOUNT-ID of FILE-OVERLIMIT-CONSENT
               read OverlimitConsent-File key is FILE-ACCOUNT-ID
                                          of FILE-OVERLIMIT-CONSENT
               if file-status = "00"
                   move FILE-OVERLIMIT-CONSENT to WS-AUDIT-OLD-VALUES
               end-if
           end-if
           move LNK-OVERLIMIT-CONSENT to FILE-OVERLIMIT-CONSENT
           evaluate LNK-FUNCTION
               when WRITE-RECORD
                   write FILE-OVERLIMIT-CONSENT
               when UPDATE-RECORD
                   rewrite FILE-OVERLIMIT-CONSENT
               when other
                   move "88" to file-status
           end-evaluate
           move file-status to LNK-STATUS
           if file-status = "00" or file-status = "02"
               set WS-AUDIT-OLCONSENT to true
               if LNK-FUNCTION = UPDATE-RECORD
                   set WS-AUDIT-UPDATE to true
               else
                   set WS-AUDIT-WRITE to true
               end-if
               move FILE-ACCOUNT-ID of FILE-OVERLIMIT-CONSENT
                                                      to WS-AUDIT-KEY
               move FILE-OVERLIMIT-CONSENT to WS-AUDIT-NEW-VALUES
               perform write-audit-record
           end-if
           goback.

      * Direct keyed read - "23" means the holder has never been
      * asked, which authorization treats the same as opted out.
       ENTRY FIND-OVERLIMIT-CONSENT-BY-ACCOUNT using
                              by reference LNK-OVERLIMIT-CONSENT
                                           LNK-STATUS.
           move LNK-OVERLIMIT-CONSENT to FILE-OVERLIMIT-CONSENT
           read OverlimitConsent-File key is FILE-ACCOUNT-ID
                                      of FILE-OVERLIMIT-CONSENT
           move FILE-OVERLIMIT-CONSENT to LNK-OVERLIMIT-CONSENT
           move file-status to LNK-STATUS
           goback.

       ENTRY OPEN-COMPANY-FILE using by VALUE LNK-FUNCTION
                                 by reference LNK-STATUS
           evaluate LNK-FUNCTION
               when OPEN-READ
                   open input Company-File
               when OPEN-WRITE
                   open output Company-File
               when OPEN-I-O
                   open i-o Company-File
               when CLOSE-FILE
                   close Company-File
           end-evaluate
           if LNK-FUNCTION = OPEN-I-O
               and (file-status = "35" or file-status = "05")
               open output Company-File
               close Company-File
               open i-o Company-File
           end-if
           move file-status to LNK-STATUS
           goback.

       ENTRY WRITE-COMPANY-RECORD using by value LNK-FUNCTION
                              by reference LNK-COMPANY-RECORD
                                           LNK-STATUS.
           move spaces to WS-AUDIT-OLD-VALUES
           if LNK-FUNCTION = UPDATE-RECORD
               move LNK-COMPANY-ID of LNK-COMPANY-RECORD to
                        FILE-COMPANY-ID of FILE-COMPANY-RECORD
               read Company-File key is FILE-COMPANY-ID
                                      of FILE-COMPANY-RECORD
               if file-status = "00"
                   move FILE-COMPANY-RECORD to WS-AUDIT-OLD-VALUES
               end-if
           end-if
           move LNK-COMPANY-RECORD to FILE-COMPANY-RECORD
           evaluate LNK-FUNCTION
               when WRITE-RECORD
                   write FILE-COMPANY-RECORD
               when UPDATE-RECORD
                   rewrite FILE-COMPANY-RECORD
               when other
                   move "88" to file-status
           end-evaluate
           move file-status to LNK-STATUS
           if file-status = "00" or file-status = "02"
               set WS-AUDIT-COMPANY to true
               if LNK-FUNCTION = UPDATE-RECORD
                   set WS-AUDIT-UPDATE to true
               else
                   set WS-AUDIT-WRITE to true
               end-if
               move FILE-COMPANY-ID of FILE-COMPANY-RECORD
                                                      to WS-AUDIT-KEY
               move FILE-COMPANY-RECORD to WS-AUDIT-NEW-VALUES
               perform write-audit-record
           end-if
           goback.

       ENTRY FIND-COMPANY-BY-ID using by reference LNK-COMPANY-RECORD
                                                 LNK-STATUS.
           move LNK-COMPANY-RECORD to FILE-COMPANY-RECORD
           read Company-File key is FILE-COMPANY-ID
                                  of FILE-COMPANY-RECORD
           move FILE-COMPANY-RECORD to LNK-COMPANY-RECORD
           move file-status to LNK-STATUS
           goback.

       ENTRY OPEN-COST-CENTER-FILE using by VALUE LNK-FUNCTION
                                 by reference LNK-STATUS
           evaluate LNK-FUNCTION
               when OPEN-READ
                   open input CostCenter-File
               when OPEN-WRITE
                   open output CostCenter-File
               when OPEN-I-O
                   open i-o CostCenter-File
               when CLOSE-FILE
                   close CostCenter-File
           end-evaluate
           if LNK-FUNCTION = OPEN-I-O
               and (file-status = "35" or file-status = "05")
               open output CostCenter-File
               close CostCenter-File
               open i-o CostCenter-File
           end-if
           move file-status to LNK-STATUS
           goback.

       ENTRY WRITE-COST-CENTER using by value LNK-FUNCTION
                              by reference LNK-COST-CENTER
                                           LNK-STATUS.
           move spaces to WS-AUDIT-OLD-VALUES
           if LNK-FUNCTION = UPDATE-RECORD
               move LNK-COST-CENTER-KEY of LNK-COST-CENTER to
                        FILE-COST-CENTER-KEY of FILE-COST-CENTER
               read CostCenter-File key is FILE-COST-CENTER-KEY
                                         of FILE-COST-CENTER
               if file-status = "00"
                   move FILE-COST-CENTER to WS-AUDIT-OLD-VALUES
               end-if
           end-if
           move LNK-COST-CENTER to FILE-COST-CENTER
           evaluate LNK-FUNCTION
               when WRITE-RECORD
                   write FILE-COST-CENTER
               when UPDATE-RECORD
                   rewrite FILE-COST-CENTER
               when other
                   move "88" to file-status
           end-evaluate
           move file-status to LNK-STATUS
           if file-status = "00" or file-status = "02"
               set WS-AUDIT-COSTCENTER to true
               if LNK-FUNCTION = UPDATE-RECORD
                   set WS-AUDIT-UPDATE to true
               else
                   set WS-AUDIT-WRITE to true
               end-if
               move FILE-COMPANY-ID of FILE-COST-CENTER
                                                      to WS-AUDIT-KEY
               move FILE-COST-CENTER to WS-AUDIT-NEW-VALUES
               perform write-audit-record
           end-if
           goback.

      * Keyed read on company + code - "23" is no such cost center.
       ENTRY FIND-COST-CENTER using by reference LNK-COST-CENTER
                                               LNK-STATUS.
           move LNK-COST-CENTER to FILE-COST-CENTER
           read CostCenter-File key is FILE-COST-CENTER-KEY
                                     of FILE-COST-CENTER
           move FILE-COST-CENTER to LNK-COST-CENTER
           move file-status to LNK-STATUS
           goback.

      * A company's whole tree in code order: START-READ positions
      * at the caller's key, READ-NEXT walks on; the caller stops
      * when the company changes.
       ENTRY READ-COST-CENTER using by value LNK-FUNCTION
                              by reference LNK-COST-CENTER
                                           LNK-STATUS.
           move LNK-COST-CENTER to FILE-COST-CENTER
           evaluate LNK-FUNCTION
               when START-READ
                   start CostCenter-File key >= FILE-COST-CENTER-KEY
                                              of FILE-COST-CENTER
               when READ-NEXT
                   read CostCenter-File next
           end-evaluate
           move FILE-COST-CENTER to LNK-COST-CENTER
           move file-status to LNK-STATUS
           goback.

      * Issues the next card: BIN prefix, the CARD counter
      * (race-free like every other GET-NEXT-*), and a Luhn check
      * digit over the first fifteen digits so the real number
           move "00" to WS-VAULT-STATUS
           goback.

      * The ONE way a customer's tax id and birth date come back out
      * in clear - for the bureau, tax, death-master and regulatory
      * files and the identity checks that genuinely need them. The
      * caller's copy of the customer is deciphered in place (its
      * key version goes to zero, so writing it back re-enciphers
      * it) and a REVEAL row naming the caller and the customer goes
      * on the audit trail; the values themselves never do. Gated on
      * the caller id registered through SET-AUDIT-CALLER-ID holding
      * PII-REVEAL: "95" = refused, and the refusal is audited once
      * per caller - a batch walking the file does not bury the trail
      * under one DENIED row per customer; "96" = the record's key
      * version is not on the key file. A record still in clear has
      * nothing to decipher and comes back as is.
       ENTRY REVEAL-CUSTOMER-PII using by reference
                                             LNK-CUSTOMER-RECORD
                                             LNK-STATUS.
           move "00" to LNK-STATUS
           if LNK-PII-KEY-VERSION of LNK-CUSTOMER-RECORD
                                                      is not numeric
               move 0 to LNK-PII-KEY-VERSION of LNK-CUSTOMER-RECORD
           end-if
           if LNK-PII-KEY-VERSION of LNK-CUSTOMER-RECORD = 0
               goback
           end-if
           if WS-CALLER-ID = WS-PII-DENIED-CALLER
               move "95" to LNK-STATUS
               goback
           end-if
           if WS-CALLER-ID <> WS-PII-GRANTED-CALLER
               move PRIVILEGE-PII-REVEAL to WS-PRIVILEGE-NAME
               call CHECK-OPERATOR-PRIVILEGE using by reference
                                                 WS-CALLER-ID
                                                 WS-PRIVILEGE-NAME
                                                 WS-PRIVILEGE-STATUS
               if WS-PRIVILEGE-STATUS <> "00"
                   set WS-AUDIT-SECURITY to true
                   set WS-AUDIT-DENIED to true
                   move 0 to WS-AUDIT-KEY
                   move spaces to WS-AUDIT-OLD-VALUES
                   string "PRIVILEGE PII-REVEAL DENIED TO "
                                              delimited by size
                          WS-CALLER-ID delimited by size
                       into WS-AUDIT-OLD-VALUES
                   end-string
                   move spaces to WS-AUDIT-NEW-VALUES
                   perform write-audit-record
                   move WS-CALLER-ID to WS-PII-DENIED-CALLER
                   move "95" to LNK-STATUS
                   goback
               end-if
               move WS-CALLER-ID to WS-PII-GRANTED-CALLER
           end-if
           perform LOAD-PII-KEYS
           move LNK-PII-KEY-VERSION of LNK-CUSTOMER-RECORD
                                         to WS-PII-WANTED-VERSION
           perform FIND-PII-KEY
           if not PII-KEY-WAS-FOUND
               move "96" to LNK-STATUS
               goback
           end-if
           set PII-DECIPHER to true
           perform CIPHER-LNK-CUSTOMER-PII
           move 0 to LNK-PII-KEY-VERSION of LNK-CUSTOMER-RECORD
           set WS-AUDIT-CUSTOMER to true
           set WS-AUDIT-REVEAL to true
           move LNK-CUSTOMER-ID of LNK-CUSTOMER-RECORD to WS-AUDIT-KEY
           move "TAX-ID AND DATE-OF-BIRTH REVEALED"
                                         to WS-AUDIT-OLD-VALUES
           move spaces to WS-AUDIT-NEW-VALUES
           perform write-audit-record
           goback.

      * Re-keys the caller's copy of a customer onto the current key
      * version - the one-time conversion of a file written in clear
      * and every key rotation after it. The clear values exist only
      * inside this call, so nothing is revealed and no REVEAL row is
      * written; the caller puts the record back with an ordinary
      * WRITE-CUSTOMER-RECORD update, whose audit row carries the
      * enciphered before and after. "00" = re-keyed or already on
      * the current key, "96" = no key installed, or the record's
      * own key version is not on the key file.
       ENTRY ROTATE-CUSTOMER-PII using by reference
                                             LNK-CUSTOMER-RECORD
                                             LNK-STATUS.
           move "00" to LNK-STATUS
           perform LOAD-PII-KEYS
           if WS-PII-KEY-COUNT = 0
               move "96" to LNK-STATUS
               goback
           end-if
           if LNK-PII-KEY-VERSION of LNK-CUSTOMER-RECORD
                                                      is not numeric
               move 0 to LNK-PII-KEY-VERSION of LNK-CUSTOMER-RECORD
           end-if
           if LNK-PII-KEY-VERSION of LNK-CUSTOMER-RECORD
                                          = WS-PII-CURRENT-VERSION
               goback
           end-if
           if LNK-PII-KEY-VERSION of LNK-CUSTOMER-RECORD > 0
               move LNK-PII-KEY-VERSION of LNK-CUSTOMER-RECORD
                                         to WS-PII-WANTED-VERSION
               perform FIND-PII-KEY
               if not PII-KEY-WAS-FOUND
                   move "96" to LNK-STATUS
                   goback
               end-if
               set PII-DECIPHER to true
               perform CIPHER-LNK-CUSTOMER-PII
           end-if
           move WS-PII-CURRENT-VERSION to WS-PII-WANTED-VERSION
           perform FIND-PII-KEY
           set PII-ENCIPHER to true
           perform CIPHER-LNK-CUSTOMER-PII
           move WS-PII-CURRENT-VERSION
                         to LNK-PII-KEY-VERSION of LNK-CUSTOMER-RECORD
           goback.

      * A new PIN for the card - at issuance, or when a CSR orders a
      * reissue for a forgotten one. The PIN is generated here, its
      * verification value goes on the card, any block is cleared,
      * and the clear PIN is handed back ONLY so the caller can
      * write the PIN mailer. Expects the card file open i-o, the
      * same as WRITE-CARD-RECORD. "96" = no PIN key.
       ENTRY ISSUE-CARD-PIN using by reference LNK-CARD-NUMBER-OUT
                                               LNK-PIN-VALUE
                                               LNK-STATUS.
           move spaces to LNK-PIN-VALUE
           perform LOAD-PIN-KEY
           if not PIN-KEY-IS-LOADED
               move "96" to LNK-STATUS
               goback
           end-if
           move LNK-CARD-NUMBER-OUT to
                        FILE-CARD-NUMBER of FILE-CARD-RECORD
           read Card-File key is FILE-CARD-NUMBER of FILE-CARD-RECORD
           if file-status <> "00"
               move file-status to LNK-STATUS
               goback
           end-if
           perform GENERATE-CARD-PIN
           move WS-PIN-CANDIDATE to WS-PIN-MIX-PIN
           perform DERIVE-PIN-VERIFY-VALUE
           move WS-PIN-VERIFY-VALUE to
                        FILE-PIN-VERIFY-VALUE of FILE-CARD-RECORD
           set FILE-PIN-IS-SET of FILE-CARD-RECORD to true
           move 0 to FILE-PIN-FAIL-COUNT of FILE-CARD-RECORD
           perform LOAD-PROCESSING-DATE
           move WS-PROCESSING-DATE to
                        FILE-PIN-CHANGED-DATE of FILE-CARD-RECORD
           rewrite FILE-CARD-RECORD
           if file-status = "00" or file-status = "02"
               set WS-AUDIT-PIN-SET to true
               move "PIN ISSUED" to WS-PIN-AUDIT-TEXT
               perform WRITE-PIN-AUDIT
               move WS-PIN-CANDIDATE to LNK-PIN-VALUE
           end-if
           move spaces to WS-PIN-CANDIDATE
           move file-status to LNK-STATUS
           goback.

      * The cardholder's own choice of PIN, proven by the current
      * one. A wrong current PIN counts toward the block exactly as
      * at an ATM. Statuses: "00" changed, "PN" new PIN unusable
      * (not four digits, one digit repeated, or a straight run),
      * "PI" current PIN wrong, "PB" PIN blocked, "PU" no PIN on the
      * card or no PIN key, other - the card read or rewrite failed.
       ENTRY CHANGE-CARD-PIN using by reference LNK-CARD-NUMBER-OUT
                                                LNK-PIN-VALUE
                                                LNK-NEW-PIN-VALUE
                                                LNK-STATUS.
           move LNK-CARD-NUMBER-OUT to
                        FILE-CARD-NUMBER of FILE-CARD-RECORD
           read Card-File key is FILE-CARD-NUMBER of FILE-CARD-RECORD
           if file-status <> "00"
               move file-status to LNK-STATUS
               goback
           end-if
           move LNK-NEW-PIN-VALUE to WS-PIN-CANDIDATE
           perform CHECK-PIN-STRENGTH
           if PIN-IS-WEAK
               move spaces to WS-PIN-CANDIDATE
               move "PN" to LNK-STATUS
               goback
           end-if
           move LNK-PIN-VALUE to WS-PIN-CANDIDATE
           perform VERIFY-CARD-PIN
           evaluate true
               when PIN-UNAVAILABLE
                   move "PU" to LNK-STATUS
               when PIN-NOW-BLOCKED
                   move "PB" to LNK-STATUS
               when PIN-INCORRECT
                   move "PI" to LNK-STATUS
               when other
                   move LNK-NEW-PIN-VALUE to WS-PIN-MIX-PIN
                   perform DERIVE-PIN-VERIFY-VALUE
                   move WS-PIN-VERIFY-VALUE to
                        FILE-PIN-VERIFY-VALUE of FILE-CARD-RECORD
                   set FILE-PIN-IS-SET of FILE-CARD-RECORD to true
                   move 0 to FILE-PIN-FAIL-COUNT of FILE-CARD-RECORD
                   perform LOAD-PROCESSING-DATE
                   move WS-PROCESSING-DATE to
                        FILE-PIN-CHANGED-DATE of FILE-CARD-RECORD
                   rewrite FILE-CARD-RECORD
                   if file-status = "00" or file-status = "02"
                       set WS-AUDIT-PIN-CHANGE to true
                       move "PIN CHANGED BY CARDHOLDER"
                                                to WS-PIN-AUDIT-TEXT
                       perform WRITE-PIN-AUDIT
                   end-if
                   move file-status to LNK-STATUS
           end-evaluate
           move spaces to WS-PIN-CANDIDATE
           move spaces to WS-PIN-MIX-PIN
           goback.

      * A CSR lifts a PIN block - the PIN itself is unchanged.
      * Gated on the CSR's own id holding PIN-RESET; a refusal
      * changes nothing and lands on the audit trail like any other
      * denied privilege. "95" = refused, "PU" = no PIN to unblock.
       ENTRY RESET-CARD-PIN using by reference LNK-CARD-NUMBER-OUT
                                               LNK-CALLER-ID
                                               LNK-STATUS.
           move WS-CALLER-ID to WS-SAVED-CALLER-ID
           move LNK-CALLER-ID to WS-CALLER-ID
           move PRIVILEGE-PIN-RESET to WS-PRIVILEGE-NAME
           call CHECK-OPERATOR-PRIVILEGE using by reference
                                             WS-CALLER-ID
                                             WS-PRIVILEGE-NAME
                                             WS-PRIVILEGE-STATUS
           if WS-PRIVILEGE-STATUS <> "00"
               set WS-AUDIT-SECURITY to true
               set WS-AUDIT-DENIED to true
               move 0 to WS-AUDIT-KEY
               move spaces to WS-AUDIT-OLD-VALUES
               string "PRIVILEGE PIN-RESET DENIED TO "
                                          delimited by size
                      WS-CALLER-ID delimited by size
                   into WS-AUDIT-OLD-VALUES
               end-string
               move spaces to WS-AUDIT-NEW-VALUES
               perform write-audit-record
               move WS-SAVED-CALLER-ID to WS-CALLER-ID
               move "95" to LNK-STATUS
               goback
           end-if
           move LNK-CARD-NUMBER-OUT to
                        FILE-CARD-NUMBER of FILE-CARD-RECORD
           read Card-File key is FILE-CARD-NUMBER of FILE-CARD-RECORD
           evaluate true
               when file-status <> "00"
                   move file-status to LNK-STATUS
               when FILE-PIN-NOT-ISSUED of FILE-CARD-RECORD
                   move "PU" to LNK-STATUS
               when other
                   set FILE-PIN-IS-SET of FILE-CARD-RECORD to true
                   move 0 to FILE-PIN-FAIL-COUNT of FILE-CARD-RECORD
                   rewrite FILE-CARD-RECORD
                   if file-status = "00" or file-status = "02"
                       set WS-AUDIT-PIN-RESET to true
                       move spaces to WS-PIN-AUDIT-TEXT
                       string "PIN UNBLOCKED BY " delimited by size
                              WS-CALLER-ID delimited by space
                           into WS-PIN-AUDIT-TEXT
                       end-string
                       perform WRITE-PIN-AUDIT
                   end-if
                   move file-status to LNK-STATUS
           end-evaluate
           move WS-SAVED-CALLER-ID to WS-CALLER-ID
           goback.

      * Standard Luhn: from the rightmost base digit (position 15)
      * leftwards, double every second digit, fold anything over 9
      * back to a single digit, sum the lot, and the check digit is
      * what tops the sum up to the next multiple of ten.
       COMPUTE-LUHN-CHECK-DIGIT section.
           move 0 to WS-LUHN-SUM
           perform varying WS-LUHN-INDEX from 15 by -2
                       until WS-LUHN-INDEX < 1
               compute WS-LUHN-DIGIT =
                               WS-CARD-DIGIT(WS-LUHN-INDEX) * 2
               if WS-LUHN-DIGIT > 9
                   subtract 9 from WS-LUHN-DIGIT
               end-if
               add WS-LUHN-DIGIT to WS-LUHN-SUM
           end-perform
           perform varying WS-LUHN-INDEX from 14 by -2
                       until WS-LUHN-INDEX < 1
               add WS-CARD-DIGIT(WS-LUHN-INDEX) to WS-LUHN-SUM
           end-perform
           divide WS-LUHN-SUM by 10 giving WS-LUHN-QUOTIENT
                                   remainder WS-LUHN-REMAINDER
           if WS-LUHN-REMAINDER = 0
           move WS-COUNTER-STATUS to LNK-STATUS
           goback.

      * The next Intelligent Mail serial for the postal preparation
      * step - one per barcoded piece. The caller keeps it inside
      * the nine digits its mailer id allows.
       ENTRY GET-NEXT-MAIL-SERIAL using by reference LNK-NEXT-ID
                                                     LNK-STATUS
           set FILE-COUNTER-MAIL-SERIAL to true
           perform NEXT-COUNTER-VALUE
           move WS-NEXT-ID to LNK-NEXT-ID
           move WS-COUNTER-STATUS to LNK-STATUS
           goback.

      * The next standing-order id, for the transfer intake.
       ENTRY GET-NEXT-STANDING-ORDER-ID using by reference LNK-NEXT-ID
                                                     LNK-STATUS
           set FILE-COUNTER-STANDING-ORDER to true
           perform NEXT-COUNTER-VALUE
           move WS-NEXT-ID to LNK-NEXT-ID
           move WS-COUNTER-STATUS to LNK-STATUS
           goback.

      * Point-of-sale authorization decision. The caller fills
      * LNK-AUTH-ACCOUNT-ID and LNK-AUTH-AMOUNT; the decision, reason
      * code and the open-to-buy it was computed from come back in the
           move LNK-AUTHORIZATION-RECORD to WS-AUTHORIZATION-RECORD
           move WS-AUTH-TODAY to WS-AUTH-DATE
           accept WS-AUTH-TIME from TIME
           set AUTH-MODE-LIVE to true
           move space to WS-AUTH-STAND-IN of WS-AUTHORIZATION-RECORD
           perform DECIDE-AUTHORIZATION
           move spaces to WS-AUTH-PIN-DATA of WS-AUTHORIZATION-RECORD
           perform write-authorization-record
           if WS-AUTH-APPROVED
      *>       The approval becomes a persistent hold that stands
      *>       against open-to-buy until settlement releases it or
      *>       its per-merchant-category expiry passes.
               perform WRITE-AUTH-HOLD-ROW
           end-if
           move WS-AUTHORIZATION-RECORD to LNK-AUTHORIZATION-RECORD
           move WS-AUTHORIZATION-STATUS to LNK-STATUS
           goback.

      * A network stand-in approval from the advice file, replayed
      * through the same decision a live request gets. The caller
      * fills the record as for AUTHORIZE-TRANSACTION plus the card,
      * and the network's approval date and time (zero = now). The
      * approval is money already promised, so its hold is written
      * whatever the host decides - unless there is no account to
      * hold it on or no amount to hold. The host's decision, reason
      * and open-to-buy come back and are logged as a STAND-IN row;
      * a decline is an approval the host would have refused. No PIN
      * is weighed - the network had none of ours to check it with.
       ENTRY RECORD-STAND-IN-APPROVAL using by reference
                                            LNK-AUTHORIZATION-RECORD
                                            LNK-STATUS.
           perform LOAD-PROCESSING-DATE
           move WS-PROCESSING-DATE to WS-AUTH-TODAY
           move LNK-AUTHORIZATION-RECORD to WS-AUTHORIZATION-RECORD
           if WS-AUTH-DATE of WS-AUTHORIZATION-RECORD = 0
               move WS-AUTH-TODAY to WS-AUTH-DATE
           end-if
           if WS-AUTH-TIME of WS-AUTHORIZATION-RECORD = 0
               accept WS-AUTH-TIME from TIME
           end-if
           move "N" to WS-AUTH-PIN-PRESENT of WS-AUTHORIZATION-RECORD
           set AUTH-MODE-STAND-IN to true
           set WS-AUTH-IS-STAND-IN to true
           perform DECIDE-AUTHORIZATION
           move spaces to WS-AUTH-PIN-DATA of WS-AUTHORIZATION-RECORD
           perform write-authorization-record
           if not WS-AUTH-REASON-NO-ACCOUNT
                   and not WS-AUTH-REASON-BAD-AMOUNT
               perform WRITE-AUTH-HOLD-ROW
           end-if
           move WS-AUTHORIZATION-RECORD to LNK-AUTHORIZATION-RECORD
           move WS-AUTHORIZATION-STATUS to LNK-STATUS
           goback.

      * The limit the network may approve up to in stand-in for the
      * account in LNK-AUTH-ACCOUNT-ID: the decision is asked for the
      * smallest purchase, so closure, restriction, a card still in
      * the mail, a freeze or a spent company limit all come back
      * declined under their own reason with a limit of zero; an
      * approval comes back with the open-to-buy as the limit. No
      * over-limit tolerance is extended in stand-in - that is the
      * host's to give. Nothing is logged or held. Expects the
      * account file open; the account file's read position is
      * moved, so a caller walking it re-finds its place by key.
       ENTRY GET-STAND-IN-LIMIT using by reference
                                            LNK-AUTHORIZATION-RECORD
                                            LNK-STATUS.
           perform LOAD-PROCESSING-DATE
           move WS-PROCESSING-DATE to WS-AUTH-TODAY
           move LNK-AUTHORIZATION-RECORD to WS-AUTHORIZATION-RECORD
           move WS-AUTH-TODAY to WS-AUTH-DATE
           accept WS-AUTH-TIME from TIME
           move STAND-IN-PROBE-AMOUNT to WS-AUTH-AMOUNT
           move 0 to WS-AUTH-MCC of WS-AUTHORIZATION-RECORD
           move spaces to WS-AUTH-MERCHANT-ID of WS-AUTHORIZATION-RECORD
           move "N" to WS-AUTH-PIN-PRESENT of WS-AUTHORIZATION-RECORD
           move spaces to WS-AUTH-PIN-DATA of WS-AUTHORIZATION-RECORD
           move space to WS-AUTH-STAND-IN of WS-AUTHORIZATION-RECORD
           move spaces to WS-AUTH-MERCHANT-COUNTRY
                                        of WS-AUTHORIZATION-RECORD
           set AUTH-MODE-LIMIT-PROBE to true
           perform DECIDE-AUTHORIZATION
           evaluate true
               when WS-AUTH-DECLINED
                   move 0 to WS-AUTH-OPEN-TO-BUY
               when WS-AUTH-REASON-OVER-LIMIT-OK
                   move 0 to WS-AUTH-OPEN-TO-BUY
                   set WS-AUTH-DECLINED to true
                   set WS-AUTH-REASON-OVER-LIMIT to true
               when other
                   continue
           end-evaluate
           move 0 to WS-AUTH-AMOUNT
           move WS-AUTHORIZATION-RECORD to LNK-AUTHORIZATION-RECORD
           move "00" to LNK-STATUS
           goback.

      * The decision itself, on the request in WS-AUTHORIZATION-RECORD:
      * account, restriction, amount, PIN, activation, the
      * cardholder's own controls, breach-alert tightening, foreign
      * use outside a travel notice, merchant stop, open-to-buy
      * with any over-limit tolerance, then company limits - first
      * decline wins. Fills decision, reason and open-to-buy; logs
      * nothing and holds nothing, which is for the entry that
      * asked.
       DECIDE-AUTHORIZATION section.
           move 0 to WS-AUTH-OPEN-TO-BUY
           move WS-AUTH-ACCOUNT-ID of WS-AUTHORIZATION-RECORD to
                                     FILE-ACCOUNT-ID of FILE-ACCOUNT
           read Account-File key is FILE-ACCOUNT-ID of FILE-ACCOUNT
           evaluate true
                   set WS-AUTH-DECLINED to true
                   set WS-AUTH-REASON-BAD-AMOUNT to true
               when other
      *>           A PIN-present request must carry the right PIN for
      *>           a live card on the account before anything else is
      *>           weighed; a wrong one counts toward the block.
                   set PIN-VERIFIED to true
                   if WS-AUTH-PIN-IS-PRESENT and AUTH-MODE-LIVE
                       perform CHECK-AUTH-PIN
                   end-if
                   if not PIN-VERIFIED
                       set WS-AUTH-DECLINED to true
                       if PIN-NOW-BLOCKED
                           set WS-AUTH-REASON-PIN-BLOCKED to true
                       else
                           set WS-AUTH-REASON-PIN-INCORRECT to true
                       end-if
                   else
      *>           A card still in the mail is inert - the account
      *>           whose only usable card awaits activation declines
      *>           under its own reason, distinguishable from an
                                                            to true
                       end-evaluate
                   else
      *>           A card a breach alert tightened answers to the
      *>           tightened ceiling and daily count until its
      *>           replacement is live.
                   perform CHECK-COMPROMISE-VELOCITY
                   if COMPROMISE-DECLINES
                       set WS-AUTH-DECLINED to true
                       set WS-AUTH-REASON-COMPROMISED to true
                   else
      *>           A sizeable sale from abroad is only expected when
      *>           the customer told us of the trip - the day inside
      *>           the notice and the country on it.
                   perform CHECK-FOREIGN-USE
                   if FOREIGN-USE-DECLINES
                       set WS-AUTH-DECLINED to true
                       set WS-AUTH-REASON-FOREIGN-USE to true
                   else
      *>           A recurring merchant the customer told us to
      *>           stop declines before open-to-buy is even looked
      *>           at.
                       - FILE-BALANCE of FILE-ACCOUNT
                       - WS-AUTH-HOLDS
                   move WS-AUTH-OPEN-TO-BUY-WORK to WS-AUTH-OPEN-TO-BUY
      *>           Past open-to-buy, an opted-in holder may still go
      *>           the product's tolerance over the limit. The
      *>           consent is read afresh on every decision, so an
      *>           opt-out binds from the very next authorization.
                   move 0 to WS-OVERLIMIT-TOLERANCE
                   if WS-AUTH-AMOUNT > WS-AUTH-OPEN-TO-BUY-WORK
                       perform CHECK-OVERLIMIT-CONSENT
                   end-if
                   evaluate true
                       when WS-AUTH-AMOUNT > WS-AUTH-OPEN-TO-BUY-WORK
                                           + WS-OVERLIMIT-TOLERANCE
                           set WS-AUTH-DECLINED to true
                           set WS-AUTH-REASON-OVER-LIMIT to true
                       when WS-AUTH-AMOUNT > WS-AUTH-OPEN-TO-BUY-WORK
                           set WS-AUTH-APPROVED to true
                           set WS-AUTH-REASON-OVER-LIMIT-OK to true
                       when other
                           set WS-AUTH-APPROVED to true
                           set WS-AUTH-REASON-OK to true
                   end-evaluate
      *>           A company card the card's own limits would pass must
      *>           still fit the company's overall limit and every
      *>           cost-center limit from its own node to the top.
                   if WS-AUTH-APPROVED
                       and FILE-COMPANY-ID of FILE-ACCOUNT <> 0
                       perform CHECK-COMPANY-LIMITS
                       evaluate true
                           when COMPANY-LIMIT-DECLINES
                               set WS-AUTH-DECLINED to true
                               set WS-AUTH-REASON-COMPANY-LIMIT
                                                            to true
                           when COST-CENTER-LIMIT-DECLINES
                               set WS-AUTH-DECLINED to true
                               set WS-AUTH-REASON-COST-CENTER
                                                            to true
                       end-evaluate
                   end-if
                   end-if
                   end-if
                   end-if
                   end-if
                   end-if
                   end-if
           end-evaluate
           exit section
           .

      * The undeliverable-address flag belongs to the address it was
      * raised against. A rewrite that replaces the address - from
      * whichever path - clears it; any other rewrite keeps the flag
      * the file holds, so a caller holding a copy read before the
      * returned mail was processed cannot drop it by accident.
       CARRY-UNDELIVERABLE-FLAG section.
           if LNK-ADDRESS-LINE-1 <>
                   FILE-ADDRESS-LINE-1 of FILE-CUSTOMER-RECORD
               or LNK-ADDRESS-LINE-2 <>
                   FILE-ADDRESS-LINE-2 of FILE-CUSTOMER-RECORD
               or LNK-CITY <> FILE-CITY of FILE-CUSTOMER-RECORD
               or LNK-STATE <> FILE-STATE of FILE-CUSTOMER-RECORD
               or LNK-ZIP-CODE <>
                   FILE-ZIP-CODE of FILE-CUSTOMER-RECORD
               move "N" to LNK-ADDRESS-UNDELIVERABLE-FLAG
               move 0 to LNK-UNDELIVERABLE-DATE
               exit section
           end-if
           if FILE-ADDRESS-IS-UNDELIVERABLE of FILE-CUSTOMER-RECORD
               move FILE-ADDRESS-UNDELIVERABLE-FLAG
                       of FILE-CUSTOMER-RECORD
                       to LNK-ADDRESS-UNDELIVERABLE-FLAG
               move FILE-UNDELIVERABLE-DATE of FILE-CUSTOMER-RECORD
                       to LNK-UNDELIVERABLE-DATE
           end-if
           exit section
           .

      * The over-limit tolerance this account may use: zero unless
      * the holder's consent row is opted in, then the product's
      * tolerance fraction of the credit limit from the fee schedule
      * in force. The consent file is bracketed around the peek like
      * the spend-control file; the fee schedule is reloaded into its
      * serving table, whose position is put back for any caller
      * part-way through reading it.
       CHECK-OVERLIMIT-CONSENT section.
           move "N" to WS-CONSENT-WAS-OPEN
           open input OverlimitConsent-File
           evaluate file-status
               when "00"
                   continue
               when "41"
                   move "Y" to WS-CONSENT-WAS-OPEN
               when other
                   move "00" to file-status
                   exit section
           end-evaluate
           move FILE-ACCOUNT-ID of FILE-ACCOUNT to
                        FILE-ACCOUNT-ID of FILE-OVERLIMIT-CONSENT
           read OverlimitConsent-File key is FILE-ACCOUNT-ID
                                      of FILE-OVERLIMIT-CONSENT
           if file-status = "00"
                   and FILE-OVERLIMIT-OPTED-IN of FILE-OVERLIMIT-CONSENT
               perform FIND-OVERLIMIT-TOLERANCE
           end-if
           if WS-CONSENT-WAS-OPEN = "N"
               close OverlimitConsent-File
           end-if
           move "00" to file-status
           exit section
           .

      * The company and cost-center limits for a company card.
      * The cost-center chain from the card's node upwards is loaded
      * first, then every card the company has is walked on the
      * company alternate key: each card's balance and outstanding
      * holds count against the company and against each node of
      * the chain that lies above that card. The request must fit
      * what is left under the company limit and under every node's
      * limit; a zero limit sets none, and a suspended company
      * declines outright. The authorizing card's row is put back
      * before returning.
       CHECK-COMPANY-LIMITS section.
           move "N" to WS-COMPANY-LIMIT-FLAG
           move FILE-ACCOUNT to WS-CCA-ACCOUNT
           move "N" to WS-COMPANY-WAS-OPEN
           open input Company-File
           evaluate file-status
               when "00"
                   continue
               when "41"
                   move "Y" to WS-COMPANY-WAS-OPEN
               when other
                   move "00" to file-status
                   exit section
           end-evaluate
           move FILE-COMPANY-ID of FILE-ACCOUNT to
                        FILE-COMPANY-ID of FILE-COMPANY-RECORD
           read Company-File key is FILE-COMPANY-ID
                                  of FILE-COMPANY-RECORD
           if file-status <> "00"
               if WS-COMPANY-WAS-OPEN = "N"
                   close Company-File
               end-if
               move "00" to file-status
               exit section
           end-if
           if not FILE-COMPANY-ACTIVE of FILE-COMPANY-RECORD
               set COMPANY-LIMIT-DECLINES to true
           else
               perform LOAD-COST-CENTER-CHAIN
               perform SUM-COMPANY-EXPOSURE
               if FILE-COMPANY-LIMIT of FILE-COMPANY-RECORD > 0
                   and WS-COMPANY-EXPOSURE + WS-AUTH-AMOUNT
                       > FILE-COMPANY-LIMIT of FILE-COMPANY-RECORD
                   set COMPANY-LIMIT-DECLINES to true
               else
                   perform varying WS-CC-INDEX from 1 by 1
                               until WS-CC-INDEX > WS-CC-CHAIN-COUNT
                       if WS-CC-CHAIN-LIMIT(WS-CC-INDEX) > 0
                           and WS-CC-CHAIN-EXPOSURE(WS-CC-INDEX)
                               + WS-AUTH-AMOUNT
                               > WS-CC-CHAIN-LIMIT(WS-CC-INDEX)
                           set COST-CENTER-LIMIT-DECLINES to true
                       end-if
                   end-perform
               end-if
           end-if
           if WS-COMPANY-WAS-OPEN = "N"
               close Company-File
           end-if
           move WS-CCA-ACCOUNT to FILE-ACCOUNT
           move "00" to file-status
           exit section
           .

      * The card's own cost center and each one above it, with its
      * limit, stopping at the top of the tree or at the depth
      * maintenance allows.
       LOAD-COST-CENTER-CHAIN section.
           move 0 to WS-CC-CHAIN-COUNT
           move "N" to WS-COST-CENTER-WAS-OPEN
           open input CostCenter-File
           evaluate file-status
               when "00"
                   continue
               when "41"
                   move "Y" to WS-COST-CENTER-WAS-OPEN
      *        No tree on file - nothing for this check to close.
               when other
                   move "Y" to WS-COST-CENTER-WAS-OPEN
                   move "00" to file-status
                   exit section
           end-evaluate
           move FILE-COST-CENTER-CODE of FILE-ACCOUNT
                                        to WS-CC-WALK-CODE
           perform until WS-CC-WALK-CODE = spaces
                      or WS-CC-CHAIN-COUNT = 10
               move FILE-COMPANY-ID of FILE-ACCOUNT to
                        FILE-COMPANY-ID of FILE-COST-CENTER
               move WS-CC-WALK-CODE to
                        FILE-COST-CENTER-CODE of FILE-COST-CENTER
               read CostCenter-File key is FILE-COST-CENTER-KEY
                                         of FILE-COST-CENTER
               if file-status = "00"
                   add 1 to WS-CC-CHAIN-COUNT
                   move WS-CC-WALK-CODE to
                        WS-CC-CHAIN-CODE(WS-CC-CHAIN-COUNT)
                   move FILE-SPEND-LIMIT of FILE-COST-CENTER to
                        WS-CC-CHAIN-LIMIT(WS-CC-CHAIN-COUNT)
                   move 0 to WS-CC-CHAIN-EXPOSURE(WS-CC-CHAIN-COUNT)
                   move FILE-PARENT-CODE of FILE-COST-CENTER
                                        to WS-CC-WALK-CODE
               else
                   move spaces to WS-CC-WALK-CODE
               end-if
           end-perform
           move "00" to file-status
           exit section
           .

      * Every card of the company: its balance and open holds add to
      * the company's exposure and to each chain node its own cost
      * center rolls up to. The cost-center file opened by
      * LOAD-COST-CENTER-CHAIN is closed here.
       SUM-COMPANY-EXPOSURE section.
           move 0 to WS-COMPANY-EXPOSURE
           move WS-CCA-COMPANY-ID to
                        FILE-COMPANY-ID of FILE-ACCOUNT
           start Account-File key = FILE-COMPANY-ID of FILE-ACCOUNT
           move file-status to WS-COMPANY-WALK-STATUS
           perform until WS-COMPANY-WALK-STATUS <> "00"
               read Account-File next
                   at end move "10" to file-status
               end-read
               move file-status to WS-COMPANY-WALK-STATUS
               if WS-COMPANY-WALK-STATUS = "02"
                   move "00" to WS-COMPANY-WALK-STATUS
               end-if
               if WS-COMPANY-WALK-STATUS = "00"
                   if FILE-COMPANY-ID of FILE-ACCOUNT <>
                           WS-CCA-COMPANY-ID
                       move "10" to WS-COMPANY-WALK-STATUS
                   else
                       perform SUM-OUTSTANDING-HOLDS
                       compute WS-CARD-EXPOSURE =
                           FILE-BALANCE of FILE-ACCOUNT
                           + WS-AUTH-HOLDS
                       add WS-CARD-EXPOSURE to WS-COMPANY-EXPOSURE
                       perform ADD-CARD-TO-CHAIN
                   end-if
               end-if
           end-perform
           if WS-COST-CENTER-WAS-OPEN = "N"
               close CostCenter-File
           end-if
           move "00" to file-status
           exit section
           .

      * Walks up from one card's cost center, crediting its exposure
      * to every node that is also on the authorizing card's chain.
       ADD-CARD-TO-CHAIN section.
           if WS-CC-CHAIN-COUNT = 0
               exit section
           end-if
           move FILE-COST-CENTER-CODE of FILE-ACCOUNT
                                        to WS-CC-WALK-CODE
           move 0 to WS-CC-DEPTH
           perform until WS-CC-WALK-CODE = spaces
                      or WS-CC-DEPTH = 10
               add 1 to WS-CC-DEPTH
               perform varying WS-CC-INDEX from 1 by 1
                           until WS-CC-INDEX > WS-CC-CHAIN-COUNT
                   if WS-CC-CHAIN-CODE(WS-CC-INDEX) = WS-CC-WALK-CODE
                       add WS-CARD-EXPOSURE to
                                WS-CC-CHAIN-EXPOSURE(WS-CC-INDEX)
                   end-if
               end-perform
               move FILE-COMPANY-ID of FILE-ACCOUNT to
                        FILE-COMPANY-ID of FILE-COST-CENTER
               move WS-CC-WALK-CODE to
                        FILE-COST-CENTER-CODE of FILE-COST-CENTER
               read CostCenter-File key is FILE-COST-CENTER-KEY
                                         of FILE-COST-CENTER
               if file-status = "00"
                   move FILE-PARENT-CODE of FILE-COST-CENTER
                                        to WS-CC-WALK-CODE
               else
                   move spaces to WS-CC-WALK-CODE
               end-if
           end-perform
           exit section
           .

       FIND-OVERLIMIT-TOLERANCE section.
           move WS-FEE-SERVE-INDEX to WS-FEE-SAVED-INDEX
           move WS-FEE-SERVE-COUNT to WS-FEE-SAVED-COUNT
           open input FeeSchedule-File
           if WS-FEE-SCHEDULE-STATUS <> "00"
               move "00" to WS-FEE-SCHEDULE-STATUS
               exit section
           end-if
           perform LOAD-FEE-VERSION
           perform varying WS-FEE-SERVE-INDEX from 1 by 1
                       until WS-FEE-SERVE-INDEX > WS-FEE-SERVE-COUNT
               move WS-FEE-SERVE-ROW(WS-FEE-SERVE-INDEX)
                                        to FEE-RAW-LINE
               if FILE-ACCOUNT-TYPE of FILE-FEE-SCHEDULE
                                   = FILE-TYPE of FILE-ACCOUNT
                       and FILE-OVERLIMIT-TOL-PCT of FILE-FEE-SCHEDULE
                                   is numeric
                   compute WS-OVERLIMIT-TOLERANCE rounded =
                       FILE-CREDIT-LIMIT of FILE-ACCOUNT
                       * FILE-OVERLIMIT-TOL-PCT of FILE-FEE-SCHEDULE
               end-if
           end-perform
           move WS-FEE-SAVED-INDEX to WS-FEE-SERVE-INDEX
           move WS-FEE-SAVED-COUNT to WS-FEE-SERVE-COUNT
           exit section
           .

      * The foreign-use ceiling on the fee schedule row for the
      * account's type - zero when the schedule cannot be read, has
      * no row for the type or leaves the column blank, and then no
      * ceiling applies.
       FIND-FOREIGN-USE-MAX section.
           move 0 to WS-FOREIGN-USE-MAX
           move WS-FEE-SERVE-INDEX to WS-FEE-SAVED-INDEX
           move WS-FEE-SERVE-COUNT to WS-FEE-SAVED-COUNT
           open input FeeSchedule-File
           if WS-FEE-SCHEDULE-STATUS <> "00"
               move "00" to WS-FEE-SCHEDULE-STATUS
               exit section
           end-if
           perform LOAD-FEE-VERSION
           perform varying WS-FEE-SERVE-INDEX from 1 by 1
                       until WS-FEE-SERVE-INDEX > WS-FEE-SERVE-COUNT
               move WS-FEE-SERVE-ROW(WS-FEE-SERVE-INDEX)
                                        to FEE-RAW-LINE
               if FILE-ACCOUNT-TYPE of FILE-FEE-SCHEDULE
                                   = FILE-TYPE of FILE-ACCOUNT
                       and FILE-FOREIGN-USE-MAX of FILE-FEE-SCHEDULE
                                   is numeric
                   move FILE-FOREIGN-USE-MAX of FILE-FEE-SCHEDULE
                                        to WS-FOREIGN-USE-MAX
               end-if
           end-perform
           move WS-FEE-SAVED-INDEX to WS-FEE-SERVE-INDEX
           move WS-FEE-SAVED-COUNT to WS-FEE-SERVE-COUNT
           exit section
           .

      * Whether the customer has stopped this merchant: a keyed
      * read on account + the presented merchant id against the
      * recurring-charge file, bracketed like the other peeks. No
      * file, no row, or no merchant id on the request all mean no
      * stop.
       CHECK-MERCHANT-STOP section.
           move "N" to WS-MERCHANT-STOP-FLAG
           if WS-AUTH-MERCHANT-ID of WS-AUTHORIZATION-RECORD = spaces
               exit section
           end-if
           open input Recurring-File
           if file-status <> "00"
               move "00" to file-status
               exit section
           end-if
           move FILE-ACCOUNT-ID of FILE-ACCOUNT to
                        FILE-ACCOUNT-ID of FILE-RECURRING-CHARGE
           move WS-AUTH-MERCHANT-ID of WS-AUTHORIZATION-RECORD to
                        FILE-MERCHANT-ID of FILE-RECURRING-CHARGE
           read Recurring-File key is FILE-RECURRING-KEY
                                   of FILE-RECURRING-CHARGE
           if file-status = "00"
                   and FILE-MERCHANT-STOPPED of FILE-RECURRING-CHARGE
               set MERCHANT-IS-STOPPED to true
           end-if
           close Recurring-File
           move "00" to file-status
           exit section
           .

      * The cardholder's standing rules against this authorization:
      * a temporary freeze declines everything, a blocked merchant
      * category declines its merchants, a per-transaction ceiling
      * declines anything over it. The control file is bracketed
      * around the peek like the collateral and card files - "41"
      * rides a handle a caller already holds, and no file or no
      * row means no rules.
       CHECK-SPEND-CONTROLS section.
           move space to WS-SPEND-CONTROL-FLAG
           move "N" to WS-SPEND-WAS-OPEN
           open input SpendControl-File
           evaluate file-status
               when "00"
                   continue
               when "41"
                   move "Y" to WS-SPEND-WAS-OPEN
               when other
                   move "00" to file-status
                   exit section
           end-evaluate
           move FILE-ACCOUNT-ID of FILE-ACCOUNT to
                        FILE-ACCOUNT-ID of FILE-SPEND-CONTROL
           read SpendControl-File key is FILE-ACCOUNT-ID
                                      of FILE-SPEND-CONTROL
           if file-status <> "00"
               if WS-SPEND-WAS-OPEN = "N"
                   close SpendControl-File
               end-if
               move "00" to file-status
               exit section
           end-if
           evaluate true
               when FILE-CARD-IS-FROZEN of FILE-SPEND-CONTROL
                   set SPEND-DECLINE-FROZEN to true
               when FILE-PER-TXN-MAX of FILE-SPEND-CONTROL > 0
                    and WS-AUTH-AMOUNT >
                        FILE-PER-TXN-MAX of FILE-SPEND-CONTROL
                   set SPEND-DECLINE-TXN-MAX to true
               when other
                   continue
           end-evaluate
           if WS-SPEND-CONTROL-FLAG = space and WS-AUTH-MCC > 0
               perform varying WS-BLOCKED-MCC-INDEX from 1 by 1
                           until WS-BLOCKED-MCC-INDEX > 5
                   if FILE-BLOCKED-MCC of FILE-SPEND-CONTROL
                                  (WS-BLOCKED-MCC-INDEX)
                                   = WS-AUTH-MCC
                       set SPEND-DECLINE-MCC to true
           exit section
           .

      * Whether a sale from abroad is one the customer warned us
      * of: a merchant country other than home (spaces = none
      * presented, read as domestic) past the product's foreign-use
      * ceiling declines unless the account's travel notice runs
      * from on or before today to on or after it and names that
      * country. No row means no trip. A notice file that cannot be
      * opened is reported and the ceiling is not applied - a
      * customer who told us of a trip must not be declined because
      * their notice could not be read. The notice file is
      * bracketed around the peek like the spend-control file.
       CHECK-FOREIGN-USE section.
           move space to WS-FOREIGN-USE-FLAG
           if WS-AUTH-MERCHANT-COUNTRY of WS-AUTHORIZATION-RECORD
                                                        = spaces
               or WS-AUTH-MERCHANT-COUNTRY of WS-AUTHORIZATION-RECORD
                                                        = HOME-COUNTRY
               exit section
           end-if
           perform FIND-FOREIGN-USE-MAX
           if WS-FOREIGN-USE-MAX not > 0
               or WS-AUTH-AMOUNT not > WS-FOREIGN-USE-MAX
               exit section
           end-if
           move "N" to WS-TRAVEL-WAS-OPEN
           open input TravelNotice-File
           evaluate file-status
               when "00"
                   continue
               when "41"
                   move "Y" to WS-TRAVEL-WAS-OPEN
               when other
                   display "*** Travel notice file not available, "
                           "status " file-status
                           " - foreign-use ceiling not applied"
                   move "00" to file-status
                   exit section
           end-evaluate
           set FOREIGN-USE-DECLINES to true
           move FILE-ACCOUNT-ID of FILE-ACCOUNT to
                        FILE-ACCOUNT-ID of FILE-TRAVEL-NOTICE
           read TravelNotice-File key is FILE-ACCOUNT-ID
                                      of FILE-TRAVEL-NOTICE
           if file-status = "00"
                   and FILE-TRAVEL-START-DATE of FILE-TRAVEL-NOTICE
                                                   <= WS-AUTH-TODAY
                   and FILE-TRAVEL-END-DATE of FILE-TRAVEL-NOTICE
                                                   >= WS-AUTH-TODAY
               perform varying WS-TRAVEL-COUNTRY-INDEX from 1 by 1
                           until WS-TRAVEL-COUNTRY-INDEX > 5
                   if FILE-TRAVEL-COUNTRY of FILE-TRAVEL-NOTICE
                                  (WS-TRAVEL-COUNTRY-INDEX)
                           = WS-AUTH-MERCHANT-COUNTRY
                                        of WS-AUTHORIZATION-RECORD
                       move space to WS-FOREIGN-USE-FLAG
                       exit perform
                   end-if
               end-perform
           end-if
           if WS-TRAVEL-WAS-OPEN = "N"
               close TravelNotice-File
           end-if
           move "00" to file-status
           exit section
           .

      * Whether the account's plastic is still waiting on the IVR
      * call: an account whose card history holds no ACTIVE card but
      * does hold an issued-not-activated one declines; an account
                   end-if
               end-if
           end-perform
           if WS-CARD-FILE-WAS-OPEN = "N"
               close Card-File
           end-if
           move "00" to file-status
           exit section
           .

      * Whether the card asking is one a breach alert tightened - it
      * stays tightened until its replacement is activated and
      * retires it: the presented card if the request names one,
      * else any active card on the account (a card-less request
      * cannot say which plastic it came from, so a tightened card
      * tightens them all). A tightened card declines past the
      * compromise ceiling, or once the account already has its
      * day's ration of authorization approvals - counted off
      * today's hold rows, settled or not. Card and hold files are
      * bracketed like CHECK-CARD-ACTIVATION.
       CHECK-COMPROMISE-VELOCITY section.
           move space to WS-COMPROMISE-FLAG
           move "N" to WS-COMPROMISE-TIGHTENED
           move "N" to WS-CARD-FILE-WAS-OPEN
           open input Card-File
           evaluate file-status
               when "00"
                   continue
               when "41"
                   move "Y" to WS-CARD-FILE-WAS-OPEN
               when other
                   move "00" to file-status
                   exit section
           end-evaluate
           if WS-AUTH-CARD-NUMBER of WS-AUTHORIZATION-RECORD > 0
               move WS-AUTH-CARD-NUMBER of WS-AUTHORIZATION-RECORD
                             to FILE-CARD-NUMBER of FILE-CARD-RECORD
               read Card-File key is FILE-CARD-NUMBER
                                  of FILE-CARD-RECORD
               if file-status = "00"
                   and FILE-CARD-ACTIVE of FILE-CARD-RECORD
                   and FILE-COMPROMISE-TIGHTENED of FILE-CARD-RECORD
                   move "Y" to WS-COMPROMISE-TIGHTENED
               end-if
           else
               move FILE-ACCOUNT-ID of FILE-ACCOUNT to
                            FILE-ACCOUNT-ID of FILE-CARD-RECORD
               start Card-File key = FILE-ACCOUNT-ID
                                          of FILE-CARD-RECORD
               perform until file-status <> "00"
                   read Card-File next
                       at end move "10" to file-status
                   end-read
                   if file-status = "02"
                       move "00" to file-status
                   end-if
                   if file-status = "00"
                       if FILE-ACCOUNT-ID of FILE-CARD-RECORD <>
                               FILE-ACCOUNT-ID of FILE-ACCOUNT
                           move "10" to file-status
                       else
                           if FILE-CARD-ACTIVE of FILE-CARD-RECORD
                               and FILE-COMPROMISE-TIGHTENED
                                           of FILE-CARD-RECORD
                               move "Y" to WS-COMPROMISE-TIGHTENED
                               move "10" to file-status
                           end-if
                       end-if
                   end-if
               end-perform
           end-if
           if WS-CARD-FILE-WAS-OPEN = "N"
               close Card-File
           end-if
           move "00" to file-status
           if WS-COMPROMISE-TIGHTENED = "N"
               exit section
           end-if
           if WS-AUTH-AMOUNT > COMPROMISE-TXN-MAX
               set COMPROMISE-DECLINES to true
               exit section
           end-if
           move 0 to WS-COMPROMISE-APPROVALS
           open input Auth-Hold-File
           if file-status <> "00"
               move "00" to file-status
               exit section
           end-if
           move FILE-ACCOUNT-ID of FILE-ACCOUNT to
                        FILE-ACCOUNT-ID of FILE-AUTH-HOLD
           move WS-AUTH-TODAY to FILE-HOLD-DATE of FILE-AUTH-HOLD
           move 0 to FILE-HOLD-TIME of FILE-AUTH-HOLD
           start Auth-Hold-File key >= FILE-HOLD-KEY
                                   of FILE-AUTH-HOLD
           perform until file-status <> "00"
               read Auth-Hold-File next
                   at end move "10" to file-status
               end-read
               if file-status = "00"
                   if FILE-ACCOUNT-ID of FILE-AUTH-HOLD <>
                           FILE-ACCOUNT-ID of FILE-ACCOUNT
                       or FILE-HOLD-DATE of FILE-AUTH-HOLD <>
                           WS-AUTH-TODAY
                       move "10" to file-status
                   else
                       if FILE-HOLD-FOR-AUTHORIZATION
                                          of FILE-AUTH-HOLD
                           add 1 to WS-COMPROMISE-APPROVALS
                       end-if
                   end-if
               end-if
           end-perform
           close Auth-Hold-File
           move "00" to file-status
           if WS-COMPROMISE-APPROVALS >= COMPROMISE-DAILY-APPROVALS
               set COMPROMISE-DECLINES to true
           end-if
           exit section
           .

      * The card a PIN-present request is for: the presented card
      * if the request names one (it must be a live card of this
      * account), else the account's active card. The card file is
      * bracketed like CHECK-CARD-ACTIVATION but opened i-o, since a
      * failure count has to be written back.
       CHECK-AUTH-PIN section.
           set PIN-UNAVAILABLE to true
           move "N" to WS-PIN-CARD-FOUND
           move "N" to WS-CARD-FILE-WAS-OPEN
           open i-o Card-File
           evaluate file-status
               when "00"
                   continue
               when "41"
                   move "Y" to WS-CARD-FILE-WAS-OPEN
               when other
                   move "00" to file-status
                   exit section
           end-evaluate
           if WS-AUTH-CARD-NUMBER of WS-AUTHORIZATION-RECORD > 0
               move WS-AUTH-CARD-NUMBER of WS-AUTHORIZATION-RECORD
                             to FILE-CARD-NUMBER of FILE-CARD-RECORD
               read Card-File key is FILE-CARD-NUMBER
                                  of FILE-CARD-RECORD
               if file-status = "00"
                   and FILE-ACCOUNT-ID of FILE-CARD-RECORD
                               = FILE-ACCOUNT-ID of FILE-ACCOUNT
                   and FILE-CARD-ACTIVE of FILE-CARD-RECORD
                   move "Y" to WS-PIN-CARD-FOUND
               end-if
           else
               move FILE-ACCOUNT-ID of FILE-ACCOUNT to
                            FILE-ACCOUNT-ID of FILE-CARD-RECORD
               start Card-File key = FILE-ACCOUNT-ID
                                          of FILE-CARD-RECORD
               perform until file-status <> "00"
                   read Card-File next
                       at end move "10" to file-status
                   end-read
                   if file-status = "02"
                       move "00" to file-status
                   end-if
                   if file-status = "00"
                       if FILE-ACCOUNT-ID of FILE-CARD-RECORD <>
                               FILE-ACCOUNT-ID of FILE-ACCOUNT
                           move "10" to file-status
                       else
                           if FILE-CARD-ACTIVE of FILE-CARD-RECORD
                               move "Y" to WS-PIN-CARD-FOUND
                               move "10" to file-status
                           end-if
                       end-if
                   end-if
               end-perform
           end-if
           if WS-PIN-CARD-FOUND = "Y"
               move WS-AUTH-PIN-DATA of WS-AUTHORIZATION-RECORD
                                        to WS-PIN-CANDIDATE
               perform VERIFY-CARD-PIN
               if PIN-VERIFIED
                   set WS-AUDIT-PIN-VERIFIED to true
                   move "PIN VERIFIED AT AUTHORIZATION"
                                        to WS-PIN-AUDIT-TEXT
                   perform WRITE-PIN-AUDIT
               end-if
               move spaces to WS-PIN-CANDIDATE
           end-if
           if WS-CARD-FILE-WAS-OPEN = "N"
               close Card-File
           end-if
           move "00" to file-status
           exit section
           .

      * Checks WS-PIN-CANDIDATE against the card in FILE-CARD-
      * RECORD. A match clears any run of failures; a miss adds one
      * and the PIN-TRY-LIMITth miss blocks the PIN. A blocked PIN
      * is refused without being looked at, so guessing on past the
      * block learns nothing. Misses and blocks are audited here;
      * the caller audits the success in its own words.
       VERIFY-CARD-PIN section.
           evaluate true
               when FILE-PIN-NOT-ISSUED of FILE-CARD-RECORD
                   set PIN-UNAVAILABLE to true
                   exit section
               when FILE-PIN-IS-BLOCKED of FILE-CARD-RECORD
                   set PIN-NOW-BLOCKED to true
                   exit section
           end-evaluate
           perform LOAD-PIN-KEY
           if not PIN-KEY-IS-LOADED
               set PIN-UNAVAILABLE to true
               exit section
           end-if
           move 0 to WS-PIN-VERIFY-VALUE
           if WS-PIN-CANDIDATE is numeric
               move WS-PIN-CANDIDATE to WS-PIN-MIX-PIN
               perform DERIVE-PIN-VERIFY-VALUE
               move spaces to WS-PIN-MIX-PIN
           end-if
           if WS-PIN-VERIFY-VALUE =
                        FILE-PIN-VERIFY-VALUE of FILE-CARD-RECORD
               set PIN-VERIFIED to true
               if FILE-PIN-FAIL-COUNT of FILE-CARD-RECORD > 0
                   move 0 to FILE-PIN-FAIL-COUNT of FILE-CARD-RECORD
                   rewrite FILE-CARD-RECORD
               end-if
               exit section
           end-if
           add 1 to FILE-PIN-FAIL-COUNT of FILE-CARD-RECORD
           if FILE-PIN-FAIL-COUNT of FILE-CARD-RECORD
                                        >= PIN-TRY-LIMIT
               set FILE-PIN-IS-BLOCKED of FILE-CARD-RECORD to true
               set PIN-NOW-BLOCKED to true
               set WS-AUDIT-PIN-BLOCKED to true
               move "PIN BLOCKED AFTER CONSECUTIVE FAILURES"
                                        to WS-PIN-AUDIT-TEXT
           else
               set PIN-INCORRECT to true
               set WS-AUDIT-PIN-FAILED to true
               move spaces to WS-PIN-AUDIT-TEXT
               string "PIN FAILED, ATTEMPT " delimited by size
                      FILE-PIN-FAIL-COUNT of FILE-CARD-RECORD
                                        delimited by size
                   into WS-PIN-AUDIT-TEXT
               end-string
           end-if
           rewrite FILE-CARD-RECORD
           perform WRITE-PIN-AUDIT
           exit section
           .

      * A fresh four-digit PIN off the clock and the card's account,
      * stirred through the keyed digest and stepped past any PIN a
      * thief would try first.
       GENERATE-CARD-PIN section.
           accept WS-PIN-TIME from TIME
           move WS-PIN-TIME(5:4) to WS-PIN-MIX-PIN
           perform DERIVE-PIN-VERIFY-VALUE
           divide WS-PIN-ACCUM by 10000 giving WS-PIN-QUOTIENT
                                      remainder WS-PIN-NUMBER
           move WS-PIN-NUMBER to WS-PIN-CANDIDATE
           perform CHECK-PIN-STRENGTH
           perform until not PIN-IS-WEAK
               compute WS-PIN-ACCUM = WS-PIN-NUMBER + 7919
               divide WS-PIN-ACCUM by 10000 giving WS-PIN-QUOTIENT
                                          remainder WS-PIN-NUMBER
               move WS-PIN-NUMBER to WS-PIN-CANDIDATE
               perform CHECK-PIN-STRENGTH
           end-perform
           exit section
           .

      * Four digits, not all the same and not a straight run up or
      * down (1234, 9876).
       CHECK-PIN-STRENGTH section.
           move "N" to WS-PIN-WEAK-FLAG
           if WS-PIN-CANDIDATE is not numeric
               set PIN-IS-WEAK to true
               exit section
           end-if
           if WS-PIN-DIGIT(2) = WS-PIN-DIGIT(1)
                   and WS-PIN-DIGIT(3) = WS-PIN-DIGIT(1)
                   and WS-PIN-DIGIT(4) = WS-PIN-DIGIT(1)
               set PIN-IS-WEAK to true
           end-if
           if WS-PIN-DIGIT(2) = WS-PIN-DIGIT(1) + 1
                   and WS-PIN-DIGIT(3) = WS-PIN-DIGIT(2) + 1
                   and WS-PIN-DIGIT(4) = WS-PIN-DIGIT(3) + 1
               set PIN-IS-WEAK to true
           end-if
           if WS-PIN-DIGIT(2) + 1 = WS-PIN-DIGIT(1)
                   and WS-PIN-DIGIT(3) + 1 = WS-PIN-DIGIT(2)
                   and WS-PIN-DIGIT(4) + 1 = WS-PIN-DIGIT(3)
               set PIN-IS-WEAK to true
           end-if
           exit section
           .

      * WS-PIN-MIX-PIN is set by the caller; the account comes off
      * the card in FILE-CARD-RECORD. Result in WS-PIN-VERIFY-VALUE
      * (never zero - zero means no PIN) and WS-PIN-ACCUM.
       DERIVE-PIN-VERIFY-VALUE section.
           move FILE-ACCOUNT-ID of FILE-CARD-RECORD
                                        to WS-PIN-MIX-ACCOUNT
           move WS-PIN-KEY to WS-PIN-MIX-KEY
           move 0 to WS-PIN-ACCUM
           perform varying WS-PIN-PASS from 1 by 1
                       until WS-PIN-PASS > 2
               perform varying WS-PIN-INDEX from 1 by 1
                           until WS-PIN-INDEX > 30
                   compute WS-PIN-ACCUM = WS-PIN-ACCUM * 31
                               + WS-PIN-MIX-DIGIT(WS-PIN-INDEX) + 7
                   divide WS-PIN-ACCUM by PIN-MODULUS
                       giving WS-PIN-QUOTIENT
                       remainder WS-PIN-ACCUM
               end-perform
           end-perform
           move WS-PIN-ACCUM to WS-PIN-VERIFY-VALUE
           if WS-PIN-VERIFY-VALUE = 0
               move 1 to WS-PIN-VERIFY-VALUE
           end-if
           move 0 to WS-PIN-MIX-KEY
           exit section
           .

       LOAD-PIN-KEY section.
           if PIN-KEY-IS-LOADED
               exit section
           end-if
           open input Pin-Key-File
           if WS-PIN-KEY-STATUS <> "00"
               exit section
           end-if
           read Pin-Key-File
               at end move "10" to WS-PIN-KEY-STATUS
           end-read
           if WS-PIN-KEY-STATUS = "00" and PIN-KEY-LINE is numeric
               move PIN-KEY-LINE to WS-PIN-KEY
               set PIN-KEY-IS-LOADED to true
           end-if
           close Pin-Key-File
           exit section
           .

      * The stored form of a customer about to be rewritten, kept so
      * PROTECT-CUSTOMER-PII can tell a replaced value from one the
      * caller left alone.
       SAVE-STORED-PII section.
           set PII-STORED-IS-KNOWN to true
           move FILE-PII-KEY-VERSION of FILE-CUSTOMER-RECORD
                                         to WS-PII-STORED-VERSION
           if WS-PII-STORED-VERSION is not numeric
               move 0 to WS-PII-STORED-VERSION
           end-if
           move FILE-TAX-ID of FILE-CUSTOMER-RECORD
                                         to WS-PII-STORED-TAX-ID
           move FILE-DATE-OF-BIRTH of FILE-CUSTOMER-RECORD
                                         to WS-PII-STORED-BIRTH-DATE
           exit section
           .

      * Enciphers the customer about to be written. A record in
      * clear (key version zero - a new customer, or one the caller
      * revealed) goes under the current key. A rewrite of a record
      * on the same version as the stored row keeps each value the
      * caller left alone and enciphers, under the record's own key,
      * any value the caller replaced - maintenance sets a new tax id
      * in clear on a record whose birth date is still enciphered.
      * Anything else arrived enciphered (a re-key) and is written as
      * it stands. With no key installed the record is written as
      * given, still version zero, for the conversion run to take up.
       PROTECT-CUSTOMER-PII section.
           perform LOAD-PII-KEYS
           if WS-PII-KEY-COUNT = 0
               exit section
           end-if
           if FILE-PII-KEY-VERSION of FILE-CUSTOMER-RECORD
                                                      is not numeric
               move 0 to FILE-PII-KEY-VERSION of FILE-CUSTOMER-RECORD
           end-if
           set PII-ENCIPHER to true
           evaluate true
               when FILE-PII-KEY-VERSION of FILE-CUSTOMER-RECORD = 0
                   move WS-PII-CURRENT-VERSION
                                         to WS-PII-WANTED-VERSION
                   perform FIND-PII-KEY
                   move FILE-TAX-ID of FILE-CUSTOMER-RECORD
                                         to WS-PII-TEXT
                   perform CIPHER-PII-TAX-ID
                   move WS-PII-TEXT
                             to FILE-TAX-ID of FILE-CUSTOMER-RECORD
                   move FILE-DATE-OF-BIRTH of FILE-CUSTOMER-RECORD
                                         to WS-PII-TEXT
                   perform CIPHER-PII-BIRTH-DATE
                   move WS-PII-TEXT(1:8) to
                         FILE-DATE-OF-BIRTH of FILE-CUSTOMER-RECORD
                   move WS-PII-CURRENT-VERSION
                         to FILE-PII-KEY-VERSION of FILE-CUSTOMER-RECORD
               when PII-STORED-IS-KNOWN
                   and WS-PII-STORED-VERSION =
                       FILE-PII-KEY-VERSION of FILE-CUSTOMER-RECORD
                   move WS-PII-STORED-VERSION to WS-PII-WANTED-VERSION
                   perform FIND-PII-KEY
                   if not PII-KEY-WAS-FOUND
                       exit section
                   end-if
                   if FILE-TAX-ID of FILE-CUSTOMER-RECORD
                                         <> WS-PII-STORED-TAX-ID
                       move FILE-TAX-ID of FILE-CUSTOMER-RECORD
                                         to WS-PII-TEXT
                       perform CIPHER-PII-TAX-ID
                       move WS-PII-TEXT
                             to FILE-TAX-ID of FILE-CUSTOMER-RECORD
                   end-if
                   if FILE-DATE-OF-BIRTH of FILE-CUSTOMER-RECORD
                                         <> WS-PII-STORED-BIRTH-DATE
                       move FILE-DATE-OF-BIRTH of FILE-CUSTOMER-RECORD
                                         to WS-PII-TEXT
                       perform CIPHER-PII-BIRTH-DATE
                       move WS-PII-TEXT(1:8) to
                         FILE-DATE-OF-BIRTH of FILE-CUSTOMER-RECORD
                   end-if
           end-evaluate
           exit section
           .

      * Both values of the caller's customer copy, in the direction
      * and under the key already set up.
       CIPHER-LNK-CUSTOMER-PII section.
           move LNK-TAX-ID of LNK-CUSTOMER-RECORD to WS-PII-TEXT
           perform CIPHER-PII-TAX-ID
           move WS-PII-TEXT to LNK-TAX-ID of LNK-CUSTOMER-RECORD
           move LNK-DATE-OF-BIRTH of LNK-CUSTOMER-RECORD
                                         to WS-PII-TEXT
           perform CIPHER-PII-BIRTH-DATE
           move WS-PII-TEXT(1:8)
                         to LNK-DATE-OF-BIRTH of LNK-CUSTOMER-RECORD
           exit section
           .

       CIPHER-PII-TAX-ID section.
           if WS-PII-TEXT = spaces
               exit section
           end-if
           move 11 to WS-PII-TEXT-LENGTH
           move 1 to WS-PII-SALT
           perform CIPHER-PII-TEXT
           exit section
           .

       CIPHER-PII-BIRTH-DATE section.
           if WS-PII-TEXT(1:8) = "00000000" or WS-PII-TEXT = spaces
               exit section
           end-if
           move 8 to WS-PII-TEXT-LENGTH
           move 2 to WS-PII-SALT
           perform CIPHER-PII-TEXT
           exit section
           .

      * WS-PII-TEXT(1:WS-PII-TEXT-LENGTH) under WS-PII-KEY, in the
      * direction set. The keystream state carries the CLEAR digits
      * forward, so deciphering rebuilds it digit by digit.
       CIPHER-PII-TEXT section.
           divide WS-PII-KEY by PII-MODULUS giving WS-PII-QUOTIENT
                                       remainder WS-PII-STATE
           compute WS-PII-STATE = WS-PII-STATE + WS-PII-SALT * 7919
           perform varying WS-PII-POSITION from 1 by 1
                       until WS-PII-POSITION > WS-PII-TEXT-LENGTH
               if WS-PII-TEXT(WS-PII-POSITION:1) is numeric
                   move WS-PII-TEXT(WS-PII-POSITION:1)
                                         to WS-PII-IN-DIGIT
                   divide WS-PII-STATE by 10 giving WS-PII-QUOTIENT
                                       remainder WS-PII-SHIFT
                   if PII-ENCIPHER
                       compute WS-PII-SUM =
                               WS-PII-IN-DIGIT + WS-PII-SHIFT
                   else
                       compute WS-PII-SUM =
                               WS-PII-IN-DIGIT + 10 - WS-PII-SHIFT
                   end-if
                   divide WS-PII-SUM by 10 giving WS-PII-QUOTIENT
                                       remainder WS-PII-OUT-DIGIT
                   if PII-ENCIPHER
                       move WS-PII-IN-DIGIT to WS-PII-PLAIN-DIGIT
                   else
                       move WS-PII-OUT-DIGIT to WS-PII-PLAIN-DIGIT
                   end-if
                   move WS-PII-OUT-DIGIT
                               to WS-PII-TEXT(WS-PII-POSITION:1)
                   compute WS-PII-STATE = WS-PII-STATE * 31
                               + WS-PII-PLAIN-DIGIT + WS-PII-POSITION
                   divide WS-PII-STATE by PII-MODULUS
                       giving WS-PII-QUOTIENT
                       remainder WS-PII-STATE
               end-if
           end-perform
           exit section
           .

       LOAD-PII-KEYS section.
           if PII-KEYS-ARE-LOADED
               exit section
           end-if
           set PII-KEYS-ARE-LOADED to true
           open input Pii-Key-File
           if WS-PII-KEY-STATUS <> "00"
               exit section
           end-if
           perform until WS-PII-KEY-STATUS <> "00"
                      or WS-PII-KEY-COUNT >= PII-KEY-MAX
               read Pii-Key-File
                   at end move "10" to WS-PII-KEY-STATUS
               end-read
               if WS-PII-KEY-STATUS = "00" and PKL-VERSION is numeric
                       and PKL-KEY is numeric
                   add 1 to WS-PII-KEY-COUNT
                   move PKL-VERSION
                           to WS-PII-KEY-VERSION(WS-PII-KEY-COUNT)
                   move PKL-KEY
                           to WS-PII-KEY-VALUE(WS-PII-KEY-COUNT)
                   if WS-PII-KEY-VERSION(WS-PII-KEY-COUNT)
                                         > WS-PII-CURRENT-VERSION
                       move WS-PII-KEY-VERSION(WS-PII-KEY-COUNT)
                                         to WS-PII-CURRENT-VERSION
                   end-if
               end-if
           end-perform
           close Pii-Key-File
           exit section
           .

       FIND-PII-KEY section.
           move "N" to WS-PII-KEY-FOUND
           move 0 to WS-PII-KEY
           perform varying WS-PII-KEY-INDEX from 1 by 1
                       until WS-PII-KEY-INDEX > WS-PII-KEY-COUNT
               if WS-PII-KEY-VERSION(WS-PII-KEY-INDEX)
                                         = WS-PII-WANTED-VERSION
                   move WS-PII-KEY-VALUE(WS-PII-KEY-INDEX)
                                         to WS-PII-KEY
                   set PII-KEY-WAS-FOUND to true
                   exit perform
               end-if
           end-perform
           exit section
           .

      * One SECURITY row for a PIN event: the operation is set by
      * the caller, the card is named by its token, and the text
      * says what happened - never the PIN or its value.
       WRITE-PIN-AUDIT section.
           set WS-AUDIT-SECURITY to true
           move FILE-ACCOUNT-ID of FILE-CARD-RECORD to WS-AUDIT-KEY
           move spaces to WS-AUDIT-OLD-VALUES
           string "TOKEN " delimited by size
                  FILE-CARD-NUMBER of FILE-CARD-RECORD
                                        delimited by size
                  " " delimited by size
                  WS-PIN-AUDIT-TEXT delimited by size
               into WS-AUDIT-OLD-VALUES
           end-string
           move spaces to WS-AUDIT-NEW-VALUES
           perform write-audit-record
           exit section
           .

      * rows on the persistent hold file, however many days old.
      * Settled transactions release their holds as they post and
      * the nightly sweep drops the stale ones, so what remains is
      * exactly the money still spoken for - and a payment hold,
      * payment credit not yet cleared, is as spoken for as a
      * purchase, so it counts until its clearing period ends. The
      * hold file is bracketed around the read; no file means no
      * holds yet.
       SUM-OUTSTANDING-HOLDS section.
           move 0 to WS-AUTH-HOLDS
           open input Auth-Hold-File
           move WS-HOLD-EXP-DATE to
                        FILE-HOLD-EXPIRY-DATE of FILE-AUTH-HOLD
           set FILE-HOLD-OPEN of FILE-AUTH-HOLD to true
           set FILE-HOLD-FOR-AUTHORIZATION of FILE-AUTH-HOLD to true
           move 0 to FILE-HOLD-PAYMENT-ID of FILE-AUTH-HOLD
      *>   Two approvals on one account can land in the same second.
      *>   Overwriting would drop the first hold from open-to-buy -
      *>   the exact double-spend window holds exist to close - so
           exit section
           .

      * Aggregate credit exposure for one customer, and for the
      * household around them, with the caller's proposal applied:
      * PROPOSED-ACCOUNT-ID's limit raised to PROPOSED-LIMIT, or
      * (PROPOSED-ACCOUNT-ID zero) a new card account opened at it.
      * Every card account - credit or charge, not charged off -
      * counts once, at the greater of its limit and its balance; a
      * closed one only for the balance it still carries. The
      * customer's own exposure is what they are on as primary or
      * active joint holder; the household adds every
      * account of each person who shares an account with them. The
      * customer is held to their own cap, or the house cap when
      * none is set; the household to the house household cap. The
      * caller must have the account file open; "23" = no such
      * customer. Any status but "00" means nothing was measured and
      * the caller is to refuse.
       ENTRY CHECK-AGGREGATE-EXPOSURE using by reference
                                            LNK-AGGREGATE-EXPOSURE
                                            LNK-STATUS.
           perform LOAD-AGGREGATE-PARMS
           move 0 to LNK-CUSTOMER-EXPOSURE
           move 0 to LNK-HOUSEHOLD-EXPOSURE
           move 0 to LNK-HOUSEHOLD-MEMBERS
           move WS-AGX-CUSTOMER-CAP to LNK-CUSTOMER-CAP
           move WS-AGX-HOUSEHOLD-CAP to LNK-HOUSEHOLD-CAP
           set LNK-WITHIN-AGGREGATE-CAP to true
           move "X" to WS-AGX-XREF-WAS-OPEN
           move FILE-ACCOUNT-ID of FILE-ACCOUNT
                                    to WS-AGX-SAVED-ACCOUNT-ID
           move FILE-CUSTOMER-ID of FILE-CUSTOMER-RECORD
                                    to WS-AGX-SAVED-CUSTOMER-ID
           move FILE-HOLDER-KEY of FILE-ACCOUNT-HOLDER-XREF
                                    to WS-AGX-SAVED-HOLDER-KEY
           move "N" to WS-AGX-CUSTOMER-WAS-OPEN
           open input Customer-File
           evaluate file-status
               when "00"
                   continue
               when "41"
                   move "Y" to WS-AGX-CUSTOMER-WAS-OPEN
               when other
                   move file-status to LNK-STATUS
                   goback
           end-evaluate
           move LNK-CUSTOMER-ID of LNK-AGGREGATE-EXPOSURE to
                        FILE-CUSTOMER-ID of FILE-CUSTOMER-RECORD
           read Customer-File key is FILE-CUSTOMER-ID
                                  of FILE-CUSTOMER-RECORD
           if file-status <> "00"
               move file-status to LNK-STATUS
               perform RESTORE-AGGREGATE-POSITIONS
               goback
           end-if
           if FILE-AGGREGATE-CREDIT-CAP of FILE-CUSTOMER-RECORD > 0
               move FILE-AGGREGATE-CREDIT-CAP of FILE-CUSTOMER-RECORD
                                    to LNK-CUSTOMER-CAP
           end-if
      *>   No cross-reference on file: the customer is a household of
      *>   one and only their primary accounts count.
           move "N" to WS-AGX-XREF-WAS-OPEN
           open input HolderXref-File
           evaluate file-status
               when "00"
                   continue
               when "41"
                   move "Y" to WS-AGX-XREF-WAS-OPEN
               when other
                   move "X" to WS-AGX-XREF-WAS-OPEN
           end-evaluate
           move 1 to WS-AGX-MEMBER-COUNT
           move LNK-CUSTOMER-ID of LNK-AGGREGATE-EXPOSURE
                                    to WS-AGX-MEMBER-ID(1)
           move 0 to WS-AGX-ACCOUNT-COUNT
           move 1 to WS-AGX-MEMBER-INDEX
           move "Y" to WS-AGX-OWN-FLAG
           perform COLLECT-MEMBER-ACCOUNTS
           perform COLLECT-HOUSEHOLD-MEMBERS
           move "N" to WS-AGX-OWN-FLAG
           perform varying WS-AGX-MEMBER-INDEX from 2 by 1
                   until WS-AGX-MEMBER-INDEX > WS-AGX-MEMBER-COUNT
               perform COLLECT-MEMBER-ACCOUNTS
           end-perform
           perform SUM-AGGREGATE-EXPOSURE
           move WS-AGX-MEMBER-COUNT to LNK-HOUSEHOLD-MEMBERS
           evaluate true
               when LNK-CUSTOMER-EXPOSURE > LNK-CUSTOMER-CAP
                   set LNK-OVER-CUSTOMER-CAP to true
               when LNK-HOUSEHOLD-EXPOSURE > LNK-HOUSEHOLD-CAP
                   set LNK-OVER-HOUSEHOLD-CAP to true
           end-evaluate
           perform RESTORE-AGGREGATE-POSITIONS
           move "00" to LNK-STATUS
           goback.

       LOAD-AGGREGATE-PARMS section.
           if AGX-PARMS-ARE-LOADED
               exit section
           end-if
           set AGX-PARMS-ARE-LOADED to true
           open input AggregateExposure-File
           if WS-AGX-PARM-STATUS = "00"
               read AggregateExposure-File
                   at end move "10" to WS-AGX-PARM-STATUS
               end-read
               if WS-AGX-PARM-STATUS = "00"
                   if AGX-LINE-CUSTOMER-CAP is numeric
                       move AGX-LINE-CUSTOMER-CAP
                                    to WS-AGX-CUSTOMER-CAP
                   end-if
                   if AGX-LINE-HOUSEHOLD-CAP is numeric
                       move AGX-LINE-HOUSEHOLD-CAP
                                    to WS-AGX-HOUSEHOLD-CAP
                   end-if
               end-if
               close AggregateExposure-File
           end-if
           exit section
           .

      * Every account the member at WS-AGX-MEMBER-INDEX is on: as
      * billing primary on the account file's customer key, then as
      * an active primary or joint holder on the cross-reference's.
      * Authorized users and cosigners carry no line of their own.
       COLLECT-MEMBER-ACCOUNTS section.
           move WS-AGX-MEMBER-ID(WS-AGX-MEMBER-INDEX) to WS-AGX-WALK-ID
           move WS-AGX-WALK-ID to FILE-CUSTOMER-ID of FILE-ACCOUNT
           start Account-File key = FILE-CUSTOMER-ID of FILE-ACCOUNT
           move file-status to WS-AGX-WALK-STATUS
           perform until WS-AGX-WALK-STATUS <> "00"
               read Account-File next
                   at end move "10" to file-status
               end-read
               move file-status to WS-AGX-WALK-STATUS
               if WS-AGX-WALK-STATUS = "02"
                   move "00" to WS-AGX-WALK-STATUS
               end-if
               if WS-AGX-WALK-STATUS = "00"
                   if FILE-CUSTOMER-ID of FILE-ACCOUNT <> WS-AGX-WALK-ID
                       move "10" to WS-AGX-WALK-STATUS
                   else
                       move FILE-ACCOUNT-ID of FILE-ACCOUNT
                                    to WS-AGX-ADD-ID
                       perform ADD-AGGREGATE-ACCOUNT
                   end-if
               end-if
           end-perform
           if WS-AGX-XREF-WAS-OPEN = "X"
               exit section
           end-if
           move WS-AGX-WALK-ID to
                        FILE-CUSTOMER-ID of FILE-ACCOUNT-HOLDER-XREF
           start HolderXref-File key = FILE-CUSTOMER-ID
                                    of FILE-ACCOUNT-HOLDER-XREF
           move file-status to WS-AGX-WALK-STATUS
           perform until WS-AGX-WALK-STATUS <> "00"
               read HolderXref-File next
                   at end move "10" to file-status
               end-read
               move file-status to WS-AGX-WALK-STATUS
               if WS-AGX-WALK-STATUS = "02"
                   move "00" to WS-AGX-WALK-STATUS
               end-if
               if WS-AGX-WALK-STATUS = "00"
                   if FILE-CUSTOMER-ID of FILE-ACCOUNT-HOLDER-XREF
                           <> WS-AGX-WALK-ID
                       move "10" to WS-AGX-WALK-STATUS
                   else
                       if FILE-HOLDER-ACTIVE of FILE-ACCOUNT-HOLDER-XREF
                          and (FILE-ROLE-PRIMARY
                                   of FILE-ACCOUNT-HOLDER-XREF
                            or FILE-ROLE-JOINT
                                   of FILE-ACCOUNT-HOLDER-XREF)
                           move FILE-ACCOUNT-ID
                                   of FILE-ACCOUNT-HOLDER-XREF
                                    to WS-AGX-ADD-ID
                           perform ADD-AGGREGATE-ACCOUNT
                       end-if
                   end-if
               end-if
           end-perform
           exit section
           .

      * Counts an account once. Found again from a household member
      * it keeps the customer's own mark if it already has it; past
      * the table's size the rest go uncounted.
       ADD-AGGREGATE-ACCOUNT section.
           perform varying WS-AGX-SEARCH from 1 by 1
                   until WS-AGX-SEARCH > WS-AGX-ACCOUNT-COUNT
               if WS-AGX-TABLE-ACCOUNT-ID(WS-AGX-SEARCH) = WS-AGX-ADD-ID
                   if WS-AGX-OWN-FLAG = "Y"
                       move "Y" to WS-AGX-TABLE-OWN(WS-AGX-SEARCH)
                   end-if
                   exit section
               end-if
           end-perform
           if WS-AGX-ACCOUNT-COUNT = AGX-MAX-ACCOUNTS
               exit section
           end-if
           add 1 to WS-AGX-ACCOUNT-COUNT
           move WS-AGX-ADD-ID to
                    WS-AGX-TABLE-ACCOUNT-ID(WS-AGX-ACCOUNT-COUNT)
           move WS-AGX-OWN-FLAG to
                    WS-AGX-TABLE-OWN(WS-AGX-ACCOUNT-COUNT)
           exit section
           .

      * The household: everyone billed on, or an active primary or
      * joint holder of, an account the customer is on.
       COLLECT-HOUSEHOLD-MEMBERS section.
           perform varying WS-AGX-INDEX from 1 by 1
                   until WS-AGX-INDEX > WS-AGX-ACCOUNT-COUNT
               move WS-AGX-TABLE-ACCOUNT-ID(WS-AGX-INDEX)
                                    to FILE-ACCOUNT-ID of FILE-ACCOUNT
               read Account-File key is FILE-ACCOUNT-ID of FILE-ACCOUNT
               if file-status = "00"
                   move FILE-CUSTOMER-ID of FILE-ACCOUNT
                                    to WS-AGX-ADD-ID
                   perform ADD-HOUSEHOLD-MEMBER
               end-if
               if WS-AGX-XREF-WAS-OPEN <> "X"
                   perform COLLECT-ACCOUNT-HOLDERS
               end-if
           end-perform
           move "00" to file-status
           exit section
           .

       COLLECT-ACCOUNT-HOLDERS section.
           move WS-AGX-TABLE-ACCOUNT-ID(WS-AGX-INDEX) to
                        FILE-ACCOUNT-ID of FILE-ACCOUNT-HOLDER-XREF
           move 0 to FILE-CUSTOMER-ID of FILE-ACCOUNT-HOLDER-XREF
           start HolderXref-File key >= FILE-HOLDER-KEY
                                    of FILE-ACCOUNT-HOLDER-XREF
           move file-status to WS-AGX-WALK-STATUS
           perform until WS-AGX-WALK-STATUS <> "00"
               read HolderXref-File next
                   at end move "10" to file-status
               end-read
               move file-status to WS-AGX-WALK-STATUS
               if WS-AGX-WALK-STATUS = "02"
                   move "00" to WS-AGX-WALK-STATUS
               end-if
               if WS-AGX-WALK-STATUS = "00"
                   if FILE-ACCOUNT-ID of FILE-ACCOUNT-HOLDER-XREF
                           <> WS-AGX-TABLE-ACCOUNT-ID(WS-AGX-INDEX)
                       move "10" to WS-AGX-WALK-STATUS
                   else
                       if FILE-HOLDER-ACTIVE of FILE-ACCOUNT-HOLDER-XREF
                          and (FILE-ROLE-PRIMARY
                                   of FILE-ACCOUNT-HOLDER-XREF
                            or FILE-ROLE-JOINT
                                   of FILE-ACCOUNT-HOLDER-XREF)
                           move FILE-CUSTOMER-ID
                                   of FILE-ACCOUNT-HOLDER-XREF
                                    to WS-AGX-ADD-ID
                           perform ADD-HOUSEHOLD-MEMBER
                       end-if
                   end-if
               end-if
           end-perform
           exit section
           .

       ADD-HOUSEHOLD-MEMBER section.
           perform varying WS-AGX-MEMBER-INDEX from 1 by 1
                   until WS-AGX-MEMBER-INDEX > WS-AGX-MEMBER-COUNT
               if WS-AGX-MEMBER-ID(WS-AGX-MEMBER-INDEX) = WS-AGX-ADD-ID
                   exit section
               end-if
           end-perform
           if WS-AGX-MEMBER-COUNT < AGX-MAX-MEMBERS
               add 1 to WS-AGX-MEMBER-COUNT
               move WS-AGX-ADD-ID to
                        WS-AGX-MEMBER-ID(WS-AGX-MEMBER-COUNT)
           end-if
           exit section
           .

      * Each counted account at the greater of its limit - the
      * proposed one, for the account being raised - and its
      * balance. A new account, or a raise on one the customer was
      * not found on, adds the proposed limit to both totals.
       SUM-AGGREGATE-EXPOSURE section.
           move "N" to WS-AGX-PROPOSAL-FOUND
           perform varying WS-AGX-INDEX from 1 by 1
                   until WS-AGX-INDEX > WS-AGX-ACCOUNT-COUNT
               move WS-AGX-TABLE-ACCOUNT-ID(WS-AGX-INDEX)
                                    to FILE-ACCOUNT-ID of FILE-ACCOUNT
               read Account-File key is FILE-ACCOUNT-ID of FILE-ACCOUNT
               if file-status = "00"
                  and (FILE-TYPE-CREDIT-CARD of FILE-ACCOUNT
                    or FILE-TYPE-CHARGE-CARD of FILE-ACCOUNT)
                  and not FILE-ACCOUNT-CHARGED-OFF of FILE-ACCOUNT
                   evaluate true
                       when FILE-ACCOUNT-CLOSED of FILE-ACCOUNT
                           move 0 to WS-AGX-ACCOUNT-EXPOSURE
                       when FILE-ACCOUNT-ID of FILE-ACCOUNT =
                               LNK-PROPOSED-ACCOUNT-ID
                                        of LNK-AGGREGATE-EXPOSURE
                          and LNK-PROPOSED-ACCOUNT-ID
                                        of LNK-AGGREGATE-EXPOSURE <> 0
                           move "Y" to WS-AGX-PROPOSAL-FOUND
                           move LNK-PROPOSED-LIMIT
                                        to WS-AGX-ACCOUNT-EXPOSURE
                       when other
                           move FILE-CREDIT-LIMIT of FILE-ACCOUNT
                                        to WS-AGX-ACCOUNT-EXPOSURE
                   end-evaluate
                   if FILE-BALANCE of FILE-ACCOUNT >
                                    WS-AGX-ACCOUNT-EXPOSURE
                       move FILE-BALANCE of FILE-ACCOUNT
                                    to WS-AGX-ACCOUNT-EXPOSURE
                   end-if
                   add WS-AGX-ACCOUNT-EXPOSURE to LNK-HOUSEHOLD-EXPOSURE
                   if AGX-CUSTOMER-HOLDS-IT(WS-AGX-INDEX)
                       add WS-AGX-ACCOUNT-EXPOSURE
                                    to LNK-CUSTOMER-EXPOSURE
                   end-if
               end-if
           end-perform
           if WS-AGX-PROPOSAL-FOUND = "N"
               add LNK-PROPOSED-LIMIT to LNK-CUSTOMER-EXPOSURE
               add LNK-PROPOSED-LIMIT to LNK-HOUSEHOLD-EXPOSURE
           end-if
           move "00" to file-status
           exit section
           .

      * Puts the account, customer and cross-reference files back
      * where the caller's own walk stood, and closes what this check
      * opened.
       RESTORE-AGGREGATE-POSITIONS section.
           move WS-AGX-SAVED-ACCOUNT-ID to
                        FILE-ACCOUNT-ID of FILE-ACCOUNT
           start Account-File key > FILE-ACCOUNT-ID of FILE-ACCOUNT
           if WS-AGX-CUSTOMER-WAS-OPEN = "N"
               close Customer-File
           else
               move WS-AGX-SAVED-CUSTOMER-ID to
                        FILE-CUSTOMER-ID of FILE-CUSTOMER-RECORD
               start Customer-File key > FILE-CUSTOMER-ID
                                      of FILE-CUSTOMER-RECORD
           end-if
           evaluate WS-AGX-XREF-WAS-OPEN
               when "N"
                   close HolderXref-File
               when "Y"
                   move WS-AGX-SAVED-HOLDER-KEY to
                        FILE-HOLDER-KEY of FILE-ACCOUNT-HOLDER-XREF
                   start HolderXref-File key > FILE-HOLDER-KEY
                                        of FILE-ACCOUNT-HOLDER-XREF
           end-evaluate
           move "00" to file-status
           exit section
           .

      * The settlement load's release: the oldest OPEN hold on the
      * account matching the posted amount is marked RELEASED -
      * the plastic's promise kept, the open-to-buy restored. "23"
                       move "10" to file-status
                   else
                       if FILE-HOLD-OPEN of FILE-AUTH-HOLD
                           and FILE-HOLD-FOR-AUTHORIZATION
                                               of FILE-AUTH-HOLD
                           and FILE-HOLD-AMOUNT of FILE-AUTH-HOLD
                               = LNK-HOLD-AMOUNT of LNK-AUTH-HOLD
                           set FILE-HOLD-RELEASED
           end-if
           goback.

      * The funds-hold engine's payment hold: the caller fills the
      * account, date, time, amount, last held day and payment id;
      * the row is written OPEN as a payment hold, bracketed and
      * created on first use like the approval's hold, with the
      * same time bump should two land in one second.
       ENTRY PLACE-PAYMENT-HOLD using by reference LNK-AUTH-HOLD
                                                   LNK-STATUS.
           open i-o Auth-Hold-File
           if file-status = "35" or file-status = "05"
               open output Auth-Hold-File
               close Auth-Hold-File
               open i-o Auth-Hold-File
           end-if
           if file-status <> "00"
               move file-status to LNK-STATUS
               move "00" to file-status
               goback
           end-if
           move LNK-AUTH-HOLD to FILE-AUTH-HOLD
           move 0 to FILE-HOLD-MCC of FILE-AUTH-HOLD
           set FILE-HOLD-OPEN of FILE-AUTH-HOLD to true
           set FILE-HOLD-FOR-PAYMENT of FILE-AUTH-HOLD to true
           write FILE-AUTH-HOLD
           perform until file-status <> "22"
               add 1 to FILE-HOLD-TIME of FILE-AUTH-HOLD
               write FILE-AUTH-HOLD
           end-perform
           move file-status to LNK-STATUS
           if file-status = "00" or file-status = "02"
               move FILE-AUTH-HOLD to LNK-AUTH-HOLD
               set WS-AUDIT-AUTHHOLD to true
               set WS-AUDIT-WRITE to true
               move FILE-ACCOUNT-ID of FILE-AUTH-HOLD to WS-AUDIT-KEY
               move spaces to WS-AUDIT-OLD-VALUES
               move FILE-AUTH-HOLD to WS-AUDIT-NEW-VALUES
               perform write-audit-record
           end-if
           close Auth-Hold-File
           move "00" to file-status
           goback.

      * A returned payment's hold goes with it - the reversal puts
      * the money back on the balance, and a hold still standing
      * would take it off open-to-buy a second time. The OPEN
      * payment hold on the account taken on LNK-HOLD-PAYMENT-ID is
      * marked RELEASED and its amount handed back; "23" = the
      * payment had no hold, or its clearing period had run out.
       ENTRY RELEASE-PAYMENT-HOLD using by reference LNK-AUTH-HOLD
                                                     LNK-STATUS.
           move 0 to LNK-HOLD-AMOUNT of LNK-AUTH-HOLD
           open i-o Auth-Hold-File
           if file-status <> "00"
               move "23" to LNK-STATUS
               move "00" to file-status
               goback
           end-if
           move "N" to WS-RELEASE-FOUND
           move LNK-ACCOUNT-ID of LNK-AUTH-HOLD to
                        FILE-ACCOUNT-ID of FILE-AUTH-HOLD
           move 0 to FILE-HOLD-DATE of FILE-AUTH-HOLD
           move 0 to FILE-HOLD-TIME of FILE-AUTH-HOLD
           start Auth-Hold-File key >= FILE-HOLD-KEY
                                   of FILE-AUTH-HOLD
           perform until file-status <> "00"
               read Auth-Hold-File next
                   at end move "10" to file-status
               end-read
               if file-status = "00"
                   if FILE-ACCOUNT-ID of FILE-AUTH-HOLD <>
                           LNK-ACCOUNT-ID of LNK-AUTH-HOLD
                       move "10" to file-status
                   else
                       if FILE-HOLD-OPEN of FILE-AUTH-HOLD
                           and FILE-HOLD-FOR-PAYMENT of FILE-AUTH-HOLD
                           and FILE-HOLD-PAYMENT-ID of FILE-AUTH-HOLD
                               = LNK-HOLD-PAYMENT-ID of LNK-AUTH-HOLD
                           set FILE-HOLD-RELEASED
                                  of FILE-AUTH-HOLD to true
                           rewrite FILE-AUTH-HOLD
                           move FILE-HOLD-AMOUNT of FILE-AUTH-HOLD to
                                        LNK-HOLD-AMOUNT of LNK-AUTH-HOLD
                           move "Y" to WS-RELEASE-FOUND
                           move "10" to file-status
                       end-if
                   end-if
               end-if
           end-perform
           close Auth-Hold-File
           move "00" to file-status
           if WS-RELEASE-FOUND = "Y"
               move "00" to LNK-STATUS
           else
               move "23" to LNK-STATUS
           end-if
           goback.

      * Payment credit still held on the account as of
      * LNK-HOLD-DATE - the OPEN payment holds whose clearing period
      * runs to that day or later, totalled into LNK-HOLD-AMOUNT for
      * the statement. No hold file means nothing held.
       ENTRY GET-PAYMENT-HOLD-TOTAL using by reference LNK-AUTH-HOLD.
           move 0 to LNK-HOLD-AMOUNT of LNK-AUTH-HOLD
           open input Auth-Hold-File
           if file-status <> "00"
               move "00" to file-status
               goback
           end-if
           move LNK-ACCOUNT-ID of LNK-AUTH-HOLD to
                        FILE-ACCOUNT-ID of FILE-AUTH-HOLD
           move 0 to FILE-HOLD-DATE of FILE-AUTH-HOLD
           move 0 to FILE-HOLD-TIME of FILE-AUTH-HOLD
           start Auth-Hold-File key >= FILE-HOLD-KEY
                                   of FILE-AUTH-HOLD
           perform until file-status <> "00"
               read Auth-Hold-File next
                   at end move "10" to file-status
               end-read
               if file-status = "00"
                   if FILE-ACCOUNT-ID of FILE-AUTH-HOLD <>
                           LNK-ACCOUNT-ID of LNK-AUTH-HOLD
                       move "10" to file-status
                   else
                       if FILE-HOLD-OPEN of FILE-AUTH-HOLD
                           and FILE-HOLD-FOR-PAYMENT of FILE-AUTH-HOLD
                           and FILE-HOLD-EXPIRY-DATE of FILE-AUTH-HOLD
                               >= LNK-HOLD-DATE of LNK-AUTH-HOLD
                           add FILE-HOLD-AMOUNT of FILE-AUTH-HOLD
                                  to LNK-HOLD-AMOUNT of LNK-AUTH-HOLD
                       end-if
                   end-if
               end-if
           end-perform
           close Auth-Hold-File
           move "00" to file-status
           goback.

      * Sequential walk over the hold file in key order, for the
      * nightly expiry sweep - the same START-READ/READ-NEXT
      * protocol the other walkers use. The sweep holds the file
           perform write-audit-record
           goback.

      * The batch is projected to miss its deadline tonight - an
      * event only, keyed on the business date, for operations to
      * pick up from the event stream. Nothing changed on any file,
      * so there is no audit row to go with it.
       ENTRY RAISE-BATCH-SLA-EVENT using by reference
                                                 LNK-BUSINESS-DATE.
           set WS-EVENT-BATCH-SLA to true
           set WS-EVENT-LATE to true
           move LNK-BUSINESS-DATE to WS-EVENT-KEY
           perform write-event-record
           goback.

      * The one entry that erases the book - gated on the caller id
      * already registered through SET-AUDIT-CALLER-ID holding the
      * DATA-PURGE privilege. A refusal deletes nothing, says so,
           call "CBL_DELETE_FILE" using displayable 
                              returning library-status-code
           if library-status-code <> 0 
               display "Status when deleting "
                       displayable library-status-code
           end-if
           exit section
           .
