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

      *> The one place certificate-of-deposit terms are priced and
      *> dated, so the opening, the grace-period change of terms and
      *> the automatic roll at maturity can never disagree.
      *>   LOOKUP-CD-PRODUCT - the CD product table row for a term:
      *>     status 00 found, 23 the term is not offered, 35 no
      *>     product table.
      *>   START-CD-TERM - starts a new term on the account passed
      *>     for its CD-TERM-MONTHS from the date given: locks the
      *>     table's current rate into APR, sets the maturity (the
      *>     same day of the month the term's months on, held to the
      *>     month's last day) and the grace end after it, and clears
      *>     the maturity notice for the new term. The caller writes
      *>     the account. Status as LOOKUP-CD-PRODUCT, account left
      *>     untouched unless 00.
      *> The product file is read once per run unit, on first call.
       program-id. CdProductTable.

       environment division.
       input-output section.
       file-control.
           select Cd-Product-File assign to external cdProductFile
               organization is line sequential
               file status is WS-PRODUCT-STATUS
               .

       data division.
       file section.
       fd Cd-Product-File.
       copy "CD-PRODUCT.cpy" replacing ==(PREFIX)== by ==FILE==.

       working-storage section.
       01 WS-PRODUCT-STATUS                PIC XX.
       01 WS-TABLE-FLAG                    PIC X VALUE "N".
        88 PRODUCT-TABLE-IS-LOADED             VALUE "Y".
       01 WS-TABLE-FILE-FLAG               PIC X VALUE "N".
        88 PRODUCT-FILE-WAS-FOUND              VALUE "Y".

       78 PRODUCT-TABLE-MAX                VALUE 20.
       01 PRODUCT-TABLE.
        03 PRODUCT-ENTRY OCCURS 20 TIMES.
         05 PT-TERM-MONTHS                  PIC 9(03).
         05 PT-TERM-RATE                    PIC 9V9(4).
         05 PT-PENALTY-DAYS                 PIC 9(03).
         05 PT-GRACE-DAYS                   PIC 9(02).
         05 PT-NOTICE-DAYS                  PIC 9(02).
       01 PRODUCT-COUNT                    PIC 99 COMP-5 VALUE 0.
       01 PRODUCT-INDEX                    PIC 99 COMP-5.
       01 WS-FOUND-INDEX                   PIC 99 COMP-5.
       01 WS-WANTED-TERM                   PIC 9(03).

       01 WS-MONTH-COUNT                   PIC 9(07) COMP-5.
       01 WS-END-DATE                      PIC 9(08).
       01 WS-END-DATE-PARTS REDEFINES WS-END-DATE.
        03 WS-END-YEAR                     PIC 9(04).
        03 WS-END-MONTH                    PIC 9(02).
        03 WS-END-DAY                      PIC 9(02).
       01 WS-START-DATE                    PIC 9(08).
       01 WS-START-DATE-PARTS REDEFINES WS-START-DATE.
        03 WS-START-YEAR                   PIC 9(04).
        03 WS-START-MONTH                  PIC 9(02).
        03 WS-START-DAY                    PIC 9(02).
       01 WS-DAYS-IN-MONTH                 PIC 99 COMP-5.
       01 WS-GRACE-STEP                    PIC 99 COMP-5.

       linkage section.
       copy "CD-PRODUCT.cpy" replacing ==(PREFIX)== by ==LNK==.
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==LNK==.
       01 LNK-TERM-START-DATE              PIC 9(08).
       01 LNK-STATUS                       PIC XX.

       procedure division.
           goback.

       ENTRY LOOKUP-CD-PRODUCT using by reference LNK-CD-PRODUCT
                                                  LNK-STATUS.
           move LNK-TERM-MONTHS to WS-WANTED-TERM
           perform FIND-PRODUCT-FOR-TERM
           if LNK-STATUS = "00"
               move PT-TERM-RATE(WS-FOUND-INDEX) to LNK-TERM-RATE
               move PT-PENALTY-DAYS(WS-FOUND-INDEX)
                                   to LNK-PENALTY-DAYS
               move PT-GRACE-DAYS(WS-FOUND-INDEX) to LNK-GRACE-DAYS
               move PT-NOTICE-DAYS(WS-FOUND-INDEX) to LNK-NOTICE-DAYS
           end-if
           goback.

       ENTRY START-CD-TERM using by reference LNK-ACCOUNT
                                              LNK-TERM-START-DATE
                                              LNK-STATUS.
           move LNK-CD-TERM-MONTHS to WS-WANTED-TERM
           perform FIND-PRODUCT-FOR-TERM
           if LNK-STATUS <> "00"
               goback
           end-if
           move LNK-TERM-START-DATE to WS-START-DATE
           perform COMPUTE-MATURITY-DATE
           move PT-TERM-RATE(WS-FOUND-INDEX) to LNK-APR
           move LNK-TERM-START-DATE to LNK-CD-TERM-START-DATE
           move WS-END-DATE to LNK-CD-MATURITY-DATE
           perform varying WS-GRACE-STEP from 1 by 1
                   until WS-GRACE-STEP > PT-GRACE-DAYS(WS-FOUND-INDEX)
               call ADVANCE-ONE-DAY-ENTRY using by reference
                                                     WS-END-DATE
           end-perform
           move WS-END-DATE to LNK-CD-GRACE-END-DATE
           move 0 to LNK-CD-NOTICE-DATE
           goback.

       FIND-PRODUCT-FOR-TERM SECTION.
           if not PRODUCT-TABLE-IS-LOADED
               perform LOAD-PRODUCT-TABLE
           end-if
           if not PRODUCT-FILE-WAS-FOUND
               move "35" to LNK-STATUS
               exit section
           end-if
           move "23" to LNK-STATUS
           perform varying PRODUCT-INDEX from 1 by 1
                       until PRODUCT-INDEX > PRODUCT-COUNT
               if PT-TERM-MONTHS(PRODUCT-INDEX) = WS-WANTED-TERM
                   move PRODUCT-INDEX to WS-FOUND-INDEX
                   move "00" to LNK-STATUS
                   exit section
               end-if
           end-perform
           .

       LOAD-PRODUCT-TABLE SECTION.
           set PRODUCT-TABLE-IS-LOADED to true
           open input Cd-Product-File
           if WS-PRODUCT-STATUS <> "00"
               display "*** Could not open CD product file, status "
                       WS-PRODUCT-STATUS
               exit section
           end-if
           set PRODUCT-FILE-WAS-FOUND to true
           perform until WS-PRODUCT-STATUS <> "00"
               read Cd-Product-File
                   at end move "10" to WS-PRODUCT-STATUS
               end-read
               if WS-PRODUCT-STATUS = "00"
                   if FILE-CD-PRODUCT is not numeric
                       display "*** Malformed CD product row "
                               "ignored: " FILE-CD-PRODUCT
                   else
                       if PRODUCT-COUNT >= PRODUCT-TABLE-MAX
                           display "*** CD product table full - "
                                   "term " FILE-TERM-MONTHS
                                   " ignored"
                       else
                           add 1 to PRODUCT-COUNT
                           move FILE-TERM-MONTHS to
                                PT-TERM-MONTHS(PRODUCT-COUNT)
                           move FILE-TERM-RATE to
                                PT-TERM-RATE(PRODUCT-COUNT)
                           move FILE-PENALTY-DAYS to
                                PT-PENALTY-DAYS(PRODUCT-COUNT)
                           move FILE-GRACE-DAYS to
                                PT-GRACE-DAYS(PRODUCT-COUNT)
                           move FILE-NOTICE-DAYS to
                                PT-NOTICE-DAYS(PRODUCT-COUNT)
                       end-if
                   end-if
               end-if
           end-perform
           close Cd-Product-File
           .

      *> The term's months on from the start, on the same day of the
      *> month - held to the last day of a shorter month, so a CD
      *> opened on the 31st matures on the 30th where it must.
       COMPUTE-MATURITY-DATE SECTION.
           compute WS-MONTH-COUNT = WS-START-YEAR * 12
                   + WS-START-MONTH - 1 + PT-TERM-MONTHS(WS-FOUND-INDEX)
           divide WS-MONTH-COUNT by 12 giving WS-END-YEAR
                                   remainder WS-END-MONTH
           add 1 to WS-END-MONTH
           move 1 to WS-END-DAY
           call GET-DAYS-IN-MONTH using by reference WS-END-DATE
                                                     WS-DAYS-IN-MONTH
           if WS-START-DAY > WS-DAYS-IN-MONTH
               move WS-DAYS-IN-MONTH to WS-END-DAY
           else
               move WS-START-DAY to WS-END-DAY
           end-if
           .
