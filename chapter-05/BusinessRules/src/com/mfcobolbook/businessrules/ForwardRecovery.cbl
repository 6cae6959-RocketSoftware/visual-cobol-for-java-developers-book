      *> Forward recovery - the story stops being "restore last
      *> night's backup and lose the day". Pointed at a restored
      *> set of data files and a time boundary (one parm line,
      *> yyyymmdd then hhmmssss; absent = replay everything, then
      *> optionally the audit position of the backup set restored -
      *> the rows the set already holds, which are chain-checked but
      *> not applied again), this
      *> replays the audit trail's after-images in file order
      *> against the account, customer, transaction and payment
      *> files:
               record key is FILE-ACCOUNT-ID of FILE-ACCOUNT
               alternate record key is FILE-CUSTOMER-ID of FILE-ACCOUNT
                                                        with duplicates
               alternate record key is FILE-COMPANY-ID of FILE-ACCOUNT
                                                        with duplicates
               .
           select Customer-File assign to external customerFile
               file status is WS-DATA-STATUS
        03 BND-DATE-TEXT REDEFINES BND-DATE
                                           PIC X(08).
        03 BND-TIME                        PIC 9(08).
        03 BND-START-ROW                   PIC 9(10).
        03 BND-START-ROW-TEXT REDEFINES BND-START-ROW
                                           PIC X(10).
       fd Account-File.
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Customer-File.

       01 WS-BOUNDARY-DATE                 PIC 9(08) VALUE 99999999.
       01 WS-BOUNDARY-TIME                 PIC 9(08) VALUE 99999999.
       01 WS-START-ROW                     PIC 9(10) VALUE 0.
       01 WS-CURRENT-DAY                   PIC 9(08) VALUE 0.
       01 WS-DAY-ROW-COUNT                 PIC 9(09) VALUE 0.
       01 WS-CHAIN-BROKEN                  PIC X VALUE "N".
       01 WS-ROWS-APPLIED                  PIC 9(09) VALUE 0.
       01 WS-ROWS-PAST-BOUNDARY            PIC 9(09) VALUE 0.
       01 WS-ROWS-SKIPPED                  PIC 9(09) VALUE 0.
       01 WS-ROWS-IN-SET                   PIC 9(09) VALUE 0.
       01 WS-COLLISIONS                    PIC 9(09) VALUE 0.

       procedure division.
                   "present):                " WS-COLLISIONS
           display "*** Rows past boundary:   " WS-ROWS-PAST-BOUNDARY
           display "*** Rows out of scope:    " WS-ROWS-SKIPPED
           display "*** Rows already in set:  " WS-ROWS-IN-SET
           if THE-CHAIN-IS-BROKEN
               display "*** REPLAY STOPPED - SEAL CHAIN BROKEN; "
                       "nothing after the break was applied"
           if WS-BOUNDARY-STATUS = "00" and BND-DATE-TEXT is numeric
               move BND-DATE to WS-BOUNDARY-DATE
               move BND-TIME to WS-BOUNDARY-TIME
               if BND-START-ROW-TEXT is numeric
                   move BND-START-ROW to WS-START-ROW
               end-if
           end-if
           close Boundary-File
           .
           .

       CONSIDER-ONE-ROW SECTION.
           if WS-ROWS-READ <= WS-START-ROW
               add 1 to WS-ROWS-IN-SET
               exit section
           end-if
           if FILE-AUDIT-DATE > WS-BOUNDARY-DATE
               or (FILE-AUDIT-DATE = WS-BOUNDARY-DATE
                   and FILE-AUDIT-TIME > WS-BOUNDARY-TIME)
