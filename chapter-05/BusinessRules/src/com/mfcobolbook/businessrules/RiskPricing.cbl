      *>   "23" no pricing rows for the type at all (savings, or a
      *>        product Risk has not tabled) - the caller keeps its
      *>        keyed values, the pre-pricing behaviour
      *>
      *> DETERMINE-MLA-COVERAGE records the Military Lending Act
      *> covered-borrower determination for the opening, from the
      *> DoD database response file staged for the day's applicants:
      *> fixed-layout lines of SSN (9), date of birth (8, CCYYMMDD),
      *> last name (26), first name (20), date of interest (8) and
      *> the covered indicator (Y covered, N not). The applicant is
      *> matched on SSN and date of birth, the same pair submitted.
      *> A covered borrower's priced APR is held to the MAPR cap - no
      *> rate above it can stay inside it once a fee is charged.
      *>   "00" determined - MLA-STATUS C covered or N not covered
      *>   "23" no response for the applicant - no determination
      *>
      *> ASSESS-APPLICANT-AGE applies the CARD Act's under-21 rule to
      *> a card opening: the applicant's age is taken from the birth
      *> date on the customer record against the processing date,
      *> and an applicant under 21 is let in on their own only where
      *> the independent annual income stated on the application
      *> carries the priced limit - the limit no more than the
      *> income share Risk allows. Anyone else needs a cosigner of
      *> 21 or over, which is the caller's to find and check (an
      *> income and limit of zero asks for the age alone).
      *>   "00" 21 or over - LNK-APPLICANT-AGE says how old
      *>   "01" under 21, and the stated income supports the limit
      *>   "97" under 21, and the income does not support the limit
      *>   "98" no usable birth date on file - the age is unknown
       program-id. RiskPricing.

       environment division.
               access mode is dynamic
               record key is FILE-SCORE-KEY of FILE-SCORE-HISTORY
               .
           select Mla-Response-File assign to external
                                           mlaResponseFile
               organization is line sequential
               file status is WS-MLA-RESPONSE-STATUS
               .

       data division.
       file section.
                                           PIC X(09).
       fd Score-File.
       copy "SCORE-HISTORY.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Mla-Response-File.
       01 MLA-RESPONSE-LINE.
        03 MLR-SSN                         PIC 9(09).
        03 MLR-SSN-TEXT REDEFINES MLR-SSN  PIC X(09).
        03 MLR-BIRTH-DATE                  PIC 9(08).
        03 MLR-BIRTH-DATE-TEXT REDEFINES MLR-BIRTH-DATE
                                           PIC X(08).
        03 MLR-LAST-NAME                   PIC X(26).
        03 MLR-FIRST-NAME                  PIC X(20).
        03 MLR-DATE-OF-INTEREST            PIC 9(08).
        03 MLR-COVERED-FLAG                PIC X(01).

       working-storage section.
       01 WS-PRICING-STATUS                PIC XX.
       01 WS-SCORE-FOUND                   PIC X.
        88 A-SCORE-WAS-FOUND                   VALUE "Y".

      *> The day's DoD responses, loaded on first use like the bands.
       01 WS-MLA-RESPONSE-STATUS           PIC XX.
       78 MLA-MAPR-CAP                     VALUE 0.36.
       78 RESPONSE-TABLE-MAX               VALUE 500.
       01 RESPONSE-TABLE.
        03 RESPONSE-ENTRY OCCURS 500 TIMES.
         05 RSP-SSN                         PIC 9(09).
         05 RSP-BIRTH-DATE                  PIC 9(08).
         05 RSP-COVERED-FLAG                PIC X(01).
       01 RESPONSE-COUNT                   PIC 9(4) COMP-5 VALUE 0.
       01 RESPONSE-INDEX                   PIC 9(4) COMP-5.
       01 WS-RESPONSES-LOADED              PIC X VALUE "N".
        88 RESPONSES-ARE-LOADED                VALUE "Y".
      *> The applicant's tax id with everything but the digits taken
      *> out - only a nine-digit result is a usable SSN.
       01 WS-SSN-DIGITS                    PIC X(09).
       01 WS-SSN-NUMBER REDEFINES WS-SSN-DIGITS
                                           PIC 9(09).
       01 WS-SSN-LENGTH                    PIC 99 COMP-5.
       01 WS-TAX-ID-INDEX                  PIC 99 COMP-5.

      *> The under-21 ability-to-pay rule - an applicant under 21 may
      *> carry a limit of no more than this share of their own
      *> annual income.
       78 ADULT-AGE                        VALUE 21.
       78 UNDER-21-LIMIT-SHARE             VALUE 0.25.
       01 WS-TODAY                         PIC 9(08).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
        03 WS-TODAY-YEAR                   PIC 9(04).
        03 WS-TODAY-MONTH-DAY              PIC 9(04).
       01 WS-BIRTH-DATE                    PIC 9(08).
       01 WS-BIRTH-DATE-PARTS REDEFINES WS-BIRTH-DATE.
        03 WS-BIRTH-YEAR                   PIC 9(04).
        03 WS-BIRTH-MONTH                  PIC 9(02).
        03 WS-BIRTH-DAY                    PIC 9(02).
       01 WS-BIRTH-MONTH-DAY REDEFINES WS-BIRTH-DATE.
        03 FILLER                          PIC 9(04).
        03 WS-BIRTH-MMDD                   PIC 9(04).
       01 WS-SUPPORTED-LIMIT               PIC S9(9)V99.

       linkage section.
       01 LNK-ACCOUNT-TYPE                 PIC X(01).
       01 LNK-CUSTOMER-ID                  PIC X(4) COMP-X.
       01 LNK-PRICED-LIMIT                 PIC S9(9)V99.
       01 LNK-SCORE-USED                   PIC 9(03).
       01 LNK-STATUS                       PIC XX.
       01 LNK-TAX-ID                       PIC X(11).
       01 LNK-BIRTH-DATE                   PIC 9(08).
       01 LNK-MLA-STATUS                   PIC X(01).
       01 LNK-ANNUAL-INCOME                PIC 9(9)V99.
       01 LNK-APPLICANT-AGE                PIC 9(03).

       procedure division.
           goback.
           end-if
           goback.

       ENTRY DETERMINE-MLA-COVERAGE using by reference LNK-TAX-ID
                                                       LNK-BIRTH-DATE
                                                       LNK-PRICED-APR
                                                       LNK-MLA-STATUS
                                                       LNK-STATUS.
           move "23" to LNK-STATUS
           move space to LNK-MLA-STATUS
           perform LOAD-MLA-RESPONSES
           perform NORMALIZE-TAX-ID
           if WS-SSN-LENGTH <> 9
               goback
           end-if
           perform varying RESPONSE-INDEX from 1 by 1
                       until RESPONSE-INDEX > RESPONSE-COUNT
               if RSP-SSN(RESPONSE-INDEX) = WS-SSN-NUMBER
                   and RSP-BIRTH-DATE(RESPONSE-INDEX) = LNK-BIRTH-DATE
                   move "00" to LNK-STATUS
                   if RSP-COVERED-FLAG(RESPONSE-INDEX) = "Y"
                       move "C" to LNK-MLA-STATUS
                   else
                       move "N" to LNK-MLA-STATUS
                   end-if
                   exit perform
               end-if
           end-perform
           if LNK-MLA-STATUS = "C" and LNK-PRICED-APR > MLA-MAPR-CAP
               move MLA-MAPR-CAP to LNK-PRICED-APR
           end-if
           goback.

       ENTRY ASSESS-APPLICANT-AGE using by reference LNK-BIRTH-DATE
                                                     LNK-ANNUAL-INCOME
                                                     LNK-PRICED-LIMIT
                                                     LNK-APPLICANT-AGE
                                                     LNK-STATUS.
           move 0 to LNK-APPLICANT-AGE
           move LNK-BIRTH-DATE to WS-BIRTH-DATE
           call GET-PROCESSING-DATE using by reference WS-TODAY
           if WS-BIRTH-YEAR = 0
                   or WS-BIRTH-MONTH < 1 or WS-BIRTH-MONTH > 12
                   or WS-BIRTH-DAY < 1 or WS-BIRTH-DAY > 31
                   or WS-BIRTH-DATE > WS-TODAY
               move "98" to LNK-STATUS
               goback
           end-if
      *>   Whole years - the birthday not yet reached this year
      *>   takes one off.
           compute LNK-APPLICANT-AGE = WS-TODAY-YEAR - WS-BIRTH-YEAR
           if WS-TODAY-MONTH-DAY < WS-BIRTH-MMDD
               subtract 1 from LNK-APPLICANT-AGE
           end-if
           if LNK-APPLICANT-AGE >= ADULT-AGE
               move "00" to LNK-STATUS
               goback
           end-if
           compute WS-SUPPORTED-LIMIT rounded =
                   LNK-ANNUAL-INCOME * UNDER-21-LIMIT-SHARE
           if LNK-ANNUAL-INCOME > 0
                   and LNK-PRICED-LIMIT <= WS-SUPPORTED-LIMIT
               move "01" to LNK-STATUS
           else
               move "97" to LNK-STATUS
           end-if
           goback.

       LOAD-PRICING-TABLE SECTION.
           if BANDS-ARE-LOADED
               exit section
           move BND-APR(WS-FLOOR-INDEX) to LNK-PRICED-APR
           move BND-CREDIT-LIMIT(WS-FLOOR-INDEX) to LNK-PRICED-LIMIT
           .

       LOAD-MLA-RESPONSES SECTION.
           if RESPONSES-ARE-LOADED
               exit section
           end-if
           set RESPONSES-ARE-LOADED to true
           open input Mla-Response-File
           if WS-MLA-RESPONSE-STATUS <> "00"
               exit section
           end-if
           perform until WS-MLA-RESPONSE-STATUS <> "00"
                     or RESPONSE-COUNT >= RESPONSE-TABLE-MAX
               read Mla-Response-File
                   at end move "10" to WS-MLA-RESPONSE-STATUS
               end-read
               if WS-MLA-RESPONSE-STATUS = "00"
                   if MLR-SSN-TEXT is numeric
                           and MLR-BIRTH-DATE-TEXT is numeric
                           and (MLR-COVERED-FLAG = "Y"
                                or MLR-COVERED-FLAG = "N")
                       add 1 to RESPONSE-COUNT
                       move MLR-SSN to RSP-SSN(RESPONSE-COUNT)
                       move MLR-BIRTH-DATE to
                            RSP-BIRTH-DATE(RESPONSE-COUNT)
                       move MLR-COVERED-FLAG to
                            RSP-COVERED-FLAG(RESPONSE-COUNT)
                   else
                       display "*** Malformed MLA response ignored: "
                               MLA-RESPONSE-LINE
                   end-if
               end-if
           end-perform
           close Mla-Response-File
           .

       NORMALIZE-TAX-ID SECTION.
           move zeroes to WS-SSN-DIGITS
           move 0 to WS-SSN-LENGTH
           perform varying WS-TAX-ID-INDEX from 1 by 1
                       until WS-TAX-ID-INDEX > 11
               if LNK-TAX-ID(WS-TAX-ID-INDEX:1) is numeric
                   add 1 to WS-SSN-LENGTH
                   if WS-SSN-LENGTH <= 9
                       move LNK-TAX-ID(WS-TAX-ID-INDEX:1) to
                                WS-SSN-DIGITS(WS-SSN-LENGTH:1)
                   end-if
               end-if
           end-perform
           .
