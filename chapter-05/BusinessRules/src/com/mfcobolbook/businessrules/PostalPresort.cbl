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

      *> Postal preparation - run after the statement and letter
      *> print runs and before their print files are transmitted,
      *> so the vendor no longer presorts account-order output at
      *> our expense. Every piece on the cycle's mail manifest is
      *> addressed from its CUSTOMER-RECORD and the address is
      *> standardized: upper case, punctuation dropped, spacing
      *> closed up, street suffix and unit words abbreviated, the
      *> ZIP split into ZIP and +4. A piece that cannot be delivered
      *> - customer gone, no street line, no city, unknown state, no
      *> valid ZIP, or an address flagged undeliverable since the
      *> piece printed - is held out onto the held-mail file and
      *> reported rather than mailed.
      *> Deliverable pieces are sorted on an indexed work file by
      *> ZIP, carrier route (from the carrier-route file where the
      *> ZIP+4 is on it) and +4, then trayed: a route with enough
      *> pieces gets carrier-route trays, what remains of a ZIP with
      *> enough gets 5-digit trays, what remains of a 3-digit area
      *> with enough gets 3-digit trays, and everything else goes in
      *> mixed trays. Each piece is given an Intelligent Mail barcode
      *> - our mailer id and service type from the postal control
      *> file and a serial from the MAIL-SERIAL counter - and the
      *> serial goes on the mail-piece tracking file with the
      *> customer, account and document it carried. The presort file
      *> the vendor works from lists the pieces in tray order; it is
      *> registered with transmission control, the pieces as the
      *> record count and the postage as the control total. The
      *> postage statement closes the run.
       program-id. PostalPresort.

       environment division.
       input-output section.
       file-control.
           select Manifest-File assign to external mailManifestFile
               organization is line sequential
               file status is WS-MANIFEST-STATUS
               .
           select Control-File assign to external postalControlFile
               organization is line sequential
               file status is WS-CONTROL-STATUS
               .
      *> The carrier-route reference, loaded from the address
      *> vendor's data: ZIP+4 to carrier route. Optional - without
      *> it pieces presort to ZIP level only.
           select Route-File assign to external carrierRouteFile
               file status is WS-ROUTE-STATUS
               organization is indexed
               access mode is dynamic
               record key is ROUTE-ZIP-PLUS4
               .
           select Work-File assign to external presortWorkFile
               file status is WS-WORK-STATUS
               organization is indexed
               access mode is dynamic
               record key is WRK-SORT-KEY
               alternate record key is WRK-TRAY-KEY with duplicates
               .
           select Piece-File assign to external mailPieceFile
               file status is WS-PIECE-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-MAIL-SERIAL of FILE-MAIL-PIECE
               .
           select Presort-File assign to external mailPresortFile
               organization is line sequential
               file status is WS-PRESORT-STATUS
               .
           select Held-File assign to external mailHeldFile
               organization is line sequential
               file status is WS-HELD-STATUS
               .

       data division.
       file section.
       fd Manifest-File.
       copy "MAIL-MANIFEST.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Control-File.
       01 POSTAL-CONTROL-LINE.
        03 PCL-MAILER-ID                   PIC 9(06).
        03 PCL-SERVICE-TYPE                PIC 9(03).
        03 PCL-RATE-CARRIER-ROUTE          PIC 9V999.
        03 PCL-RATE-FIVE-DIGIT             PIC 9V999.
        03 PCL-RATE-THREE-DIGIT            PIC 9V999.
        03 PCL-RATE-MIXED                  PIC 9V999.
       fd Route-File.
       01 ROUTE-RECORD.
        03 ROUTE-ZIP-PLUS4                 PIC X(09).
        03 ROUTE-CARRIER-ROUTE             PIC X(04).
       fd Work-File.
       01 WORK-PIECE.
        03 WRK-SORT-KEY.
         05 WRK-ZIP5                       PIC X(05).
         05 WRK-ROUTE                      PIC X(04).
         05 WRK-ZIP4                       PIC X(04).
         05 WRK-INTAKE-SEQ                 PIC 9(06).
        03 WRK-TRAY-KEY.
         05 WRK-TRAY-NUMBER                PIC 9(05).
         05 WRK-TRAY-SEQ                   PIC 9(04).
        03 WRK-PRESORT-LEVEL               PIC X(02).
        03 WRK-TRAY-DESTINATION            PIC X(09).
        03 WRK-SERIAL                      PIC 9(09).
        03 WRK-PIECE-TYPE                  PIC X(01).
        03 WRK-DOCUMENT-REF                PIC X(08).
        03 WRK-DOCUMENT-SEQ                PIC 9(06).
        03 WRK-CUSTOMER-ID                 PIC 9(10).
        03 WRK-ACCOUNT-ID                  PIC 9(10).
        03 WRK-NAME                        PIC X(40).
        03 WRK-ADDRESS-1                   PIC X(30).
        03 WRK-ADDRESS-2                   PIC X(30).
        03 WRK-CITY                        PIC X(20).
        03 WRK-STATE                       PIC X(02).
       fd Piece-File.
       copy "MAIL-PIECE.cpy" replacing ==(PREFIX)== by ==FILE==.
      *> One line per piece, in tray order: the tray and where it is
      *> bound, the document to pull from the print file, the
      *> barcode's tracking and routing codes, and the address block
      *> as standardized.
       fd Presort-File.
       01 PRESORT-LINE.
        03 PRS-TRAY-NUMBER                 PIC 9(05).
        03 PRS-TRAY-SEQ                    PIC 9(04).
        03 PRS-PRESORT-LEVEL               PIC X(02).
        03 PRS-TRAY-DESTINATION            PIC X(09).
        03 PRS-PIECE-TYPE                  PIC X(01).
        03 PRS-DOCUMENT-REF                PIC X(08).
        03 PRS-DOCUMENT-SEQ                PIC 9(06).
        03 PRS-IMB-TRACKING.
         05 PRS-IMB-BARCODE-ID             PIC 9(02).
         05 PRS-IMB-SERVICE-TYPE           PIC 9(03).
         05 PRS-IMB-MAILER-ID              PIC 9(06).
         05 PRS-IMB-SERIAL                 PIC 9(09).
        03 PRS-IMB-ROUTING                 PIC X(11).
        03 PRS-NAME                        PIC X(40).
        03 PRS-ADDRESS-1                   PIC X(30).
        03 PRS-ADDRESS-2                   PIC X(30).
        03 PRS-CITY                        PIC X(20).
        03 PRS-STATE                       PIC X(02).
        03 PRS-ZIP-CODE                    PIC X(10).
       fd Held-File.
       01 HELD-LINE.
        03 HLD-PRODUCED-DATE               PIC 9(08).
        03 HLD-PIECE-TYPE                  PIC X(01).
        03 HLD-DOCUMENT-REF                PIC X(08).
        03 HLD-DOCUMENT-SEQ                PIC 9(06).
        03 HLD-CUSTOMER-ID                 PIC 9(10).
        03 HLD-ACCOUNT-ID                  PIC 9(10).
        03 HLD-REASON                      PIC X(02).
        03 HLD-ADDRESS-1                   PIC X(30).
        03 HLD-CITY                        PIC X(20).
        03 HLD-STATE                       PIC X(02).
        03 HLD-ZIP-CODE                    PIC X(10).

       working-storage section.
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "CUSTOMER-RECORD.cpy" replacing ==(PREFIX)== by ==WS-CUST==.
       copy "XMIT-CONTROL.cpy" replacing ==(PREFIX)== by ==WS-XMIT==.

       01 WS-FUNCTION-CODE                 PIC X.
       01 FILE-STATUS.
        03 FILE-STATUS-BYTE-1              PIC X.
        03 FILE-STATUS-BYTE-2              PIC X.
       01 WS-CUSTOMER-STATUS               PIC XX.
       01 WS-MANIFEST-STATUS               PIC XX.
       01 WS-CONTROL-STATUS                PIC XX.
       01 WS-ROUTE-STATUS                  PIC XX.
       01 WS-WORK-STATUS                   PIC XX.
       01 WS-PIECE-STATUS                  PIC XX.
       01 WS-PRESORT-STATUS                PIC XX.
       01 WS-HELD-STATUS                   PIC XX.
       01 WS-XMIT-STATUS                   PIC XX.
       01 WS-SERIAL-STATUS                 PIC XX.
       01 WS-ROUTE-FILE-FLAG               PIC X VALUE "N".
        88 ROUTE-FILE-IS-AVAILABLE             VALUE "Y".
       01 WS-TODAY                         PIC 9(08).

       78 XMIT-INTERFACE-NAME              VALUE "MAILPRESORT".
      *> Pieces a destination needs before it earns its own tray at
      *> a presort level, and the most one letter tray holds.
       78 PRESORT-MINIMUM                  VALUE 10.
       78 TRAY-CAPACITY                    VALUE 300.
       78 IMB-BARCODE-ID                   VALUE 0.
       78 SERIAL-MODULUS                   VALUE 1000000000.

       01 WS-MAILER-ID                     PIC 9(06).
       01 WS-SERVICE-TYPE                  PIC 9(03).
       01 WS-NEXT-SERIAL                   PIC X(4) COMP-X.
       01 WS-SERIAL-QUOTIENT               PIC 9(09).
       01 WS-SERIAL                        PIC 9(09).

      *> The address being standardized.
       01 WS-STD-LINE-1                    PIC X(30).
       01 WS-STD-LINE-2                    PIC X(30).
       01 WS-STD-CITY                      PIC X(20).
       01 WS-STD-STATE                     PIC X(02).
       01 WS-STD-ZIP-RAW                   PIC X(10).
       01 WS-STD-ZIP5                      PIC X(05).
       01 WS-STD-ZIP4                      PIC X(04).
       01 WS-HOLD-REASON                   PIC X(02).
        88 PIECE-IS-DELIVERABLE                VALUE SPACES.
        88 HOLD-NOT-ON-FILE                    VALUE "NF".
        88 HOLD-NO-STREET                      VALUE "NA".
        88 HOLD-NO-CITY                        VALUE "NC".
        88 HOLD-BAD-STATE                      VALUE "BS".
        88 HOLD-BAD-ZIP                        VALUE "BZ".
        88 HOLD-UNDELIVERABLE                  VALUE "UD".

      *> Closing up spaces, one field at a time.
       01 WS-SQZ-IN                        PIC X(30).
       01 WS-SQZ-OUT                       PIC X(30).
       01 WS-SQZ-IN-POS                    PIC 99 COMP-5.
       01 WS-SQZ-OUT-POS                   PIC 99 COMP-5.
       01 WS-SQZ-LAST-WAS-SPACE            PIC X.

      *> Word-level abbreviation.
       01 WS-WORD-START                    PIC 99 COMP-5.
       01 WS-WORD-END                      PIC 99 COMP-5.
       01 WS-WORD-LENGTH                   PIC 99 COMP-5.
       01 WS-WORD                          PIC X(12).
       01 WS-ABBREVIATION                  PIC X(04).
       01 WS-ABBREV-INDEX                  PIC 99 COMP-5.

       01 WS-SUFFIX-VALUES.
        03 FILLER PIC X(16) VALUE "STREET      ST  ".
        03 FILLER PIC X(16) VALUE "AVENUE      AVE ".
        03 FILLER PIC X(16) VALUE "ROAD        RD  ".
        03 FILLER PIC X(16) VALUE "DRIVE       DR  ".
        03 FILLER PIC X(16) VALUE "BOULEVARD   BLVD".
        03 FILLER PIC X(16) VALUE "LANE        LN  ".
        03 FILLER PIC X(16) VALUE "COURT       CT  ".
        03 FILLER PIC X(16) VALUE "PLACE       PL  ".
        03 FILLER PIC X(16) VALUE "TERRACE     TER ".
        03 FILLER PIC X(16) VALUE "CIRCLE      CIR ".
        03 FILLER PIC X(16) VALUE "PARKWAY     PKWY".
        03 FILLER PIC X(16) VALUE "HIGHWAY     HWY ".
        03 FILLER PIC X(16) VALUE "SQUARE      SQ  ".
        03 FILLER PIC X(16) VALUE "TRAIL       TRL ".
       01 WS-SUFFIX-TABLE redefines WS-SUFFIX-VALUES.
        03 WS-SUFFIX-ENTRY occurs 14 times.
         05 WS-SUFFIX-WORD                 PIC X(12).
         05 WS-SUFFIX-ABBREV               PIC X(04).
       78 SUFFIX-COUNT                     VALUE 14.

       01 WS-UNIT-VALUES.
        03 FILLER PIC X(16) VALUE "APARTMENT   APT ".
        03 FILLER PIC X(16) VALUE "SUITE       STE ".
        03 FILLER PIC X(16) VALUE "BUILDING    BLDG".
        03 FILLER PIC X(16) VALUE "FLOOR       FL  ".
        03 FILLER PIC X(16) VALUE "ROOM        RM  ".
        03 FILLER PIC X(16) VALUE "UNIT        UNIT".
       01 WS-UNIT-TABLE redefines WS-UNIT-VALUES.
        03 WS-UNIT-ENTRY occurs 6 times.
         05 WS-UNIT-WORD                   PIC X(12).
         05 WS-UNIT-ABBREV                 PIC X(04).
       78 UNIT-COUNT                       VALUE 6.

      *> The states, DC, the territories and the military post
      *> offices the Postal Service delivers to.
       01 WS-STATE-VALUES.
        03 FILLER PIC X(40) VALUE
               "ALAKAZARCACOCTDEDCFLGAHIIDILINIAKSKYLAME".
        03 FILLER PIC X(40) VALUE
               "MDMAMIMNMSMOMTNENVNHNJNMNYNCNDOHOKORPARI".
        03 FILLER PIC X(40) VALUE
               "SCSDTNTXUTVTVAWAWVWIWYPRVIGUASMPAAAEAPFM".
       01 WS-STATE-TABLE redefines WS-STATE-VALUES.
        03 WS-STATE-CODE                   PIC X(02) occurs 60 times.
       78 STATE-COUNT                      VALUE 60.
       01 WS-STATE-INDEX                   PIC 99 COMP-5.

      *> Pass one's findings, in work-file key order so pass two can
      *> meet them with a pointer instead of a search: the routes
      *> and ZIPs that earn their own trays, and what is left over in
      *> each 3-digit area.
       78 PRESORT-LIST-MAX                 VALUE 5000.
       01 WS-CR-LIST.
        03 WS-CR-KEY                       PIC X(09) occurs 5000.
       01 WS-CR-COUNT                      PIC 9(6) COMP-5 VALUE 0.
       01 WS-CR-POINTER                    PIC 9(6) COMP-5.
       01 WS-FD-LIST.
        03 WS-FD-KEY                       PIC X(05) occurs 5000.
       01 WS-FD-COUNT                      PIC 9(6) COMP-5 VALUE 0.
       01 WS-FD-POINTER                    PIC 9(6) COMP-5.
       01 WS-ZIP3-TABLE.
        03 WS-ZIP3-RESIDUAL                PIC 9(6) COMP-5 VALUE 0
                                                     occurs 1000.
       01 WS-ZIP3-INDEX                    PIC 9(4) COMP-5.

       01 WS-GROUP-ROUTE-KEY               PIC X(09).
       01 WS-GROUP-ROUTE-COUNT             PIC 9(6) COMP-5.
       01 WS-GROUP-ZIP5                    PIC X(05).
       01 WS-GROUP-ZIP5-COUNT              PIC 9(6) COMP-5.
       01 WS-GROUP-ZIP5-CR-TAKEN           PIC 9(6) COMP-5.
       01 WS-GROUP-RESIDUAL                PIC 9(6) COMP-5.
       01 WS-PIECE-ROUTE-KEY               PIC X(09).

      *> The tray open at each level, where it is bound and how full.
       01 WS-OPEN-TRAYS.
        03 WS-OPEN-TRAY occurs 4 times.
         05 WS-OPEN-TRAY-NUMBER            PIC 9(05).
         05 WS-OPEN-TRAY-DESTINATION       PIC X(09).
         05 WS-OPEN-TRAY-PIECES            PIC 9(4) COMP-5.
       01 WS-LEVEL-INDEX                   PIC 9 COMP-5.
       01 WS-TRAY-COUNT                    PIC 9(05) VALUE 0.
       01 WS-PIECE-DESTINATION             PIC X(09).

      *> The postage statement, one line per presort level.
       01 WS-LEVEL-CODES                   PIC X(08) VALUE "CR5D3DMX".
       01 WS-LEVEL-CODE-TABLE redefines WS-LEVEL-CODES.
        03 WS-LEVEL-CODE                   PIC X(02) occurs 4.
       01 WS-LEVEL-TOTALS.
        03 WS-LEVEL-TOTAL occurs 4 times.
         05 WS-LEVEL-PIECES                PIC 9(6) COMP-5.
         05 WS-LEVEL-TRAYS                 PIC 9(6) COMP-5.
         05 WS-LEVEL-RATE                  PIC 9V999.
         05 WS-LEVEL-POSTAGE               PIC S9(10)V99.
       01 WS-TOTAL-POSTAGE                 PIC S9(12)V99 VALUE 0.

       01 WS-INTAKE-SEQ                    PIC 9(06) VALUE 0.
       01 WS-PIECES-READ                   PIC 9(6) COMP-5 VALUE 0.
       01 WS-PIECES-HELD                   PIC 9(6) COMP-5 VALUE 0.
       01 WS-PIECES-PRESORTED              PIC 9(6) COMP-5 VALUE 0.
       01 DISPLAY-COUNT                    PIC Z(5)9.
       01 DISPLAY-TRAYS                    PIC Z(5)9.
       01 DISPLAY-RATE                     PIC 9.999.
       01 DISPLAY-CASH                     PIC -Z(12)9.99.

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           perform OPEN-FILES
           if FILE-STATUS = "00"
               perform LOAD-MANIFEST
               perform COUNT-PRESORT-GROUPS
               perform ASSIGN-TRAYS
               perform WRITE-PRESORT-FILE
               perform REGISTER-WITH-XMIT-CONTROL
               perform CLOSE-FILES
               perform DISPLAY-POSTAGE-STATEMENT
           end-if
           stop run.

       OPEN-FILES SECTION.
           open input Control-File
           if WS-CONTROL-STATUS = "00"
               read Control-File
                   at end move "10" to WS-CONTROL-STATUS
               end-read
           end-if
           if WS-CONTROL-STATUS <> "00"
                   or PCL-MAILER-ID is not numeric
                   or PCL-SERVICE-TYPE is not numeric
               display "*** No usable postal control line, status "
                       WS-CONTROL-STATUS " - no pieces barcoded"
               move "99" to FILE-STATUS
               exit section
           end-if
           move PCL-MAILER-ID to WS-MAILER-ID
           move PCL-SERVICE-TYPE to WS-SERVICE-TYPE
           move PCL-RATE-CARRIER-ROUTE to WS-LEVEL-RATE(1)
           move PCL-RATE-FIVE-DIGIT to WS-LEVEL-RATE(2)
           move PCL-RATE-THREE-DIGIT to WS-LEVEL-RATE(3)
           move PCL-RATE-MIXED to WS-LEVEL-RATE(4)
           close Control-File
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-CUSTOMER-FILE using by value WS-FUNCTION-CODE
                                    by reference FILE-STATUS
           if FILE-STATUS <> "00"
               display "*** Could not open customer file, status "
                       FILE-STATUS
               exit section
           end-if
           open input Manifest-File
           if WS-MANIFEST-STATUS <> "00"
               display "*** Could not open mail manifest, status "
                       WS-MANIFEST-STATUS
               move WS-MANIFEST-STATUS to FILE-STATUS
               exit section
           end-if
           open input Route-File
           if WS-ROUTE-STATUS = "00"
               set ROUTE-FILE-IS-AVAILABLE to true
           else
               display "*** No carrier-route file - presorting to "
                       "ZIP level"
           end-if
      *>   The work file is the run's own - started empty each time.
           open output Work-File
           close Work-File
           open i-o Work-File
           open i-o Piece-File
           if WS-PIECE-STATUS = "35" or WS-PIECE-STATUS = "05"
               open output Piece-File
               close Piece-File
               open i-o Piece-File
           end-if
           open output Presort-File
           open extend Held-File
           if WS-HELD-STATUS = "35" or WS-HELD-STATUS = "05"
               open output Held-File
           end-if
           move 0 to WS-OPEN-TRAY-NUMBER(1) WS-OPEN-TRAY-NUMBER(2)
                     WS-OPEN-TRAY-NUMBER(3) WS-OPEN-TRAY-NUMBER(4)
           .

       LOAD-MANIFEST SECTION.
           read Manifest-File
               at end move "10" to WS-MANIFEST-STATUS
           end-read
           perform until WS-MANIFEST-STATUS <> "00"
               add 1 to WS-PIECES-READ
               perform ADDRESS-ONE-PIECE
               read Manifest-File
                   at end move "10" to WS-MANIFEST-STATUS
               end-read
           end-perform
           .

       ADDRESS-ONE-PIECE SECTION.
           move spaces to WS-HOLD-REASON
           move FILE-MAN-CUSTOMER-ID to
                        WS-CUST-CUSTOMER-ID of WS-CUST-CUSTOMER-RECORD
           move START-READ to WS-FUNCTION-CODE
           call FIND-CUSTOMER-ID using by value WS-FUNCTION-CODE
                        by reference WS-CUST-CUSTOMER-RECORD
                                     WS-CUSTOMER-STATUS
           if WS-CUSTOMER-STATUS <> "00"
               set HOLD-NOT-ON-FILE to true
               move spaces to WS-CUST-ADDRESS-LINE-1
                              WS-CUST-CITY
                              WS-CUST-STATE
                              WS-CUST-ZIP-CODE
               perform HOLD-PIECE
               exit section
           end-if
      *>   Mail came back from this address after the piece printed.
           if WS-CUST-ADDRESS-IS-UNDELIVERABLE
               set HOLD-UNDELIVERABLE to true
               perform HOLD-PIECE
               exit section
           end-if
           perform STANDARDIZE-ADDRESS
           if not PIECE-IS-DELIVERABLE
               perform HOLD-PIECE
               exit section
           end-if
           add 1 to WS-INTAKE-SEQ
           move WS-STD-ZIP5 to WRK-ZIP5
           move WS-STD-ZIP4 to WRK-ZIP4
           move spaces to WRK-ROUTE
           if ROUTE-FILE-IS-AVAILABLE and WS-STD-ZIP4 <> spaces
               move WS-STD-ZIP5 to ROUTE-ZIP-PLUS4(1:5)
               move WS-STD-ZIP4 to ROUTE-ZIP-PLUS4(6:4)
               read Route-File key is ROUTE-ZIP-PLUS4
               if WS-ROUTE-STATUS = "00"
                   move ROUTE-CARRIER-ROUTE to WRK-ROUTE
               end-if
           end-if
           move WS-INTAKE-SEQ to WRK-INTAKE-SEQ
           move 0 to WRK-TRAY-NUMBER
           move 0 to WRK-TRAY-SEQ
           move spaces to WRK-PRESORT-LEVEL
           move spaces to WRK-TRAY-DESTINATION
           move 0 to WRK-SERIAL
           move FILE-MAN-PIECE-TYPE to WRK-PIECE-TYPE
           move FILE-MAN-DOCUMENT-REF to WRK-DOCUMENT-REF
           move FILE-MAN-DOCUMENT-SEQ to WRK-DOCUMENT-SEQ
           move FILE-MAN-CUSTOMER-ID to WRK-CUSTOMER-ID
           move FILE-MAN-ACCOUNT-ID to WRK-ACCOUNT-ID
           move spaces to WRK-NAME
           string WS-CUST-FIRST-NAME delimited by "  "
                  " " delimited by size
                  WS-CUST-LAST-NAME delimited by "  "
               into WRK-NAME
           end-string
           inspect WRK-NAME converting
               "abcdefghijklmnopqrstuvwxyz" to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           move WS-STD-LINE-1 to WRK-ADDRESS-1
           move WS-STD-LINE-2 to WRK-ADDRESS-2
           move WS-STD-CITY to WRK-CITY
           move WS-STD-STATE to WRK-STATE
           write WORK-PIECE
           .

      *> Upper case, periods and commas out, runs of spaces closed
      *> up; a unit line with no street line is moved up to be the
      *> street line. The suffix is the street line's last word,
      *> the unit word the unit line's first.
       STANDARDIZE-ADDRESS SECTION.
           move WS-CUST-ADDRESS-LINE-1 to WS-STD-LINE-1
           move WS-CUST-ADDRESS-LINE-2 to WS-STD-LINE-2
           move WS-CUST-CITY to WS-STD-CITY
           move WS-CUST-STATE to WS-STD-STATE
           move WS-CUST-ZIP-CODE to WS-STD-ZIP-RAW
           inspect WS-STD-LINE-1 converting
               "abcdefghijklmnopqrstuvwxyz.," to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ  "
           inspect WS-STD-LINE-2 converting
               "abcdefghijklmnopqrstuvwxyz.," to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ  "
           inspect WS-STD-CITY converting
               "abcdefghijklmnopqrstuvwxyz.," to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ  "
           inspect WS-STD-STATE converting
               "abcdefghijklmnopqrstuvwxyz" to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           move WS-STD-LINE-1 to WS-SQZ-IN
           perform SQUEEZE-SPACES
           move WS-SQZ-OUT to WS-STD-LINE-1
           move WS-STD-LINE-2 to WS-SQZ-IN
           perform SQUEEZE-SPACES
           move WS-SQZ-OUT to WS-STD-LINE-2
           move WS-STD-CITY to WS-SQZ-IN
           perform SQUEEZE-SPACES
           move WS-SQZ-OUT to WS-STD-CITY
           if WS-STD-LINE-1 = spaces
               move WS-STD-LINE-2 to WS-STD-LINE-1
               move spaces to WS-STD-LINE-2
           end-if
           perform ABBREVIATE-SUFFIX
           perform ABBREVIATE-UNIT
           perform SPLIT-ZIP-CODE
           evaluate true
               when WS-STD-LINE-1 = spaces
                   set HOLD-NO-STREET to true
               when WS-STD-CITY = spaces
                   set HOLD-NO-CITY to true
               when other
                   perform CHECK-STATE
           end-evaluate
           if PIECE-IS-DELIVERABLE and WS-STD-ZIP5 = spaces
               set HOLD-BAD-ZIP to true
           end-if
           .

       SQUEEZE-SPACES SECTION.
           move spaces to WS-SQZ-OUT
           move 0 to WS-SQZ-OUT-POS
           move "Y" to WS-SQZ-LAST-WAS-SPACE
           perform varying WS-SQZ-IN-POS from 1 by 1
                       until WS-SQZ-IN-POS > 30
               if WS-SQZ-IN(WS-SQZ-IN-POS:1) = space
                   move "Y" to WS-SQZ-LAST-WAS-SPACE
               else
                   if WS-SQZ-LAST-WAS-SPACE = "Y"
                           and WS-SQZ-OUT-POS > 0
                       add 1 to WS-SQZ-OUT-POS
                   end-if
                   add 1 to WS-SQZ-OUT-POS
                   move WS-SQZ-IN(WS-SQZ-IN-POS:1) to
                            WS-SQZ-OUT(WS-SQZ-OUT-POS:1)
                   move "N" to WS-SQZ-LAST-WAS-SPACE
               end-if
           end-perform
           .

       ABBREVIATE-SUFFIX SECTION.
           move 30 to WS-WORD-END
           perform until WS-WORD-END = 0
                      or WS-STD-LINE-1(WS-WORD-END:1) <> space
               subtract 1 from WS-WORD-END
           end-perform
           if WS-WORD-END = 0
               exit section
           end-if
           move WS-WORD-END to WS-WORD-START
           perform until WS-WORD-START = 1
                      or WS-STD-LINE-1(WS-WORD-START - 1:1) = space
               subtract 1 from WS-WORD-START
           end-perform
      *>   A one-word street line is a name, not a suffix.
           if WS-WORD-START = 1
               exit section
           end-if
           compute WS-WORD-LENGTH = WS-WORD-END - WS-WORD-START + 1
           if WS-WORD-LENGTH > 12
               exit section
           end-if
           move spaces to WS-WORD
           move WS-STD-LINE-1(WS-WORD-START:WS-WORD-LENGTH) to WS-WORD
           move spaces to WS-ABBREVIATION
           perform varying WS-ABBREV-INDEX from 1 by 1
                       until WS-ABBREV-INDEX > SUFFIX-COUNT
               if WS-SUFFIX-WORD(WS-ABBREV-INDEX) = WS-WORD
                   move WS-SUFFIX-ABBREV(WS-ABBREV-INDEX)
                                          to WS-ABBREVIATION
                   exit perform
               end-if
           end-perform
           if WS-ABBREVIATION <> spaces
               move spaces to WS-STD-LINE-1(WS-WORD-START:)
               move WS-ABBREVIATION to WS-STD-LINE-1(WS-WORD-START:4)
           end-if
           .

       ABBREVIATE-UNIT SECTION.
           if WS-STD-LINE-2 = spaces
               exit section
           end-if
           move 1 to WS-WORD-END
           perform until WS-WORD-END = 30
                      or WS-STD-LINE-2(WS-WORD-END + 1:1) = space
               add 1 to WS-WORD-END
           end-perform
           if WS-WORD-END > 12
               exit section
           end-if
           move spaces to WS-WORD
           move WS-STD-LINE-2(1:WS-WORD-END) to WS-WORD
           move spaces to WS-ABBREVIATION
           perform varying WS-ABBREV-INDEX from 1 by 1
                       until WS-ABBREV-INDEX > UNIT-COUNT
               if WS-UNIT-WORD(WS-ABBREV-INDEX) = WS-WORD
                   move WS-UNIT-ABBREV(WS-ABBREV-INDEX)
                                          to WS-ABBREVIATION
                   exit perform
               end-if
           end-perform
           if WS-ABBREVIATION <> spaces
               move WS-STD-LINE-2(WS-WORD-END + 1:) to WS-SQZ-IN
               move spaces to WS-STD-LINE-2
               string WS-ABBREVIATION delimited by space
                      WS-SQZ-IN delimited by size
                   into WS-STD-LINE-2
               end-string
           end-if
           .

      *> ZIP as 5 digits, ZIP+4 with or without the hyphen. A +4 that
      *> is not four digits is dropped - the piece still goes on its
      *> ZIP - but a ZIP that is not five digits holds the piece.
       SPLIT-ZIP-CODE SECTION.
           move spaces to WS-STD-ZIP5
           move spaces to WS-STD-ZIP4
           if WS-STD-ZIP-RAW(1:5) is not numeric
                   or WS-STD-ZIP-RAW(1:5) = "00000"
               exit section
           end-if
           move WS-STD-ZIP-RAW(1:5) to WS-STD-ZIP5
           evaluate true
               when WS-STD-ZIP-RAW(6:1) = "-"
                       and WS-STD-ZIP-RAW(7:4) is numeric
                   move WS-STD-ZIP-RAW(7:4) to WS-STD-ZIP4
               when WS-STD-ZIP-RAW(6:4) is numeric
                       and WS-STD-ZIP-RAW(10:1) = space
                   move WS-STD-ZIP-RAW(6:4) to WS-STD-ZIP4
               when other
                   continue
           end-evaluate
           .

       CHECK-STATE SECTION.
           set HOLD-BAD-STATE to true
           perform varying WS-STATE-INDEX from 1 by 1
                       until WS-STATE-INDEX > STATE-COUNT
               if WS-STATE-CODE(WS-STATE-INDEX) = WS-STD-STATE
                   move spaces to WS-HOLD-REASON
                   exit perform
               end-if
           end-perform
           .

      *> Held pieces are reported and listed for follow-up; their
      *> documents stay out of the presort file, so the vendor never
      *> mails them.
       HOLD-PIECE SECTION.
           add 1 to WS-PIECES-HELD
           move WS-TODAY to HLD-PRODUCED-DATE
           move FILE-MAN-PIECE-TYPE to HLD-PIECE-TYPE
           move FILE-MAN-DOCUMENT-REF to HLD-DOCUMENT-REF
           move FILE-MAN-DOCUMENT-SEQ to HLD-DOCUMENT-SEQ
           move FILE-MAN-CUSTOMER-ID to HLD-CUSTOMER-ID
           move FILE-MAN-ACCOUNT-ID to HLD-ACCOUNT-ID
           move WS-HOLD-REASON to HLD-REASON
           move WS-CUST-ADDRESS-LINE-1 to HLD-ADDRESS-1
           move WS-CUST-CITY to HLD-CITY
           move WS-CUST-STATE to HLD-STATE
           move WS-CUST-ZIP-CODE to HLD-ZIP-CODE
           write HELD-LINE
           display "HELD  " WS-HOLD-REASON
                   "  customer " FILE-MAN-CUSTOMER-ID
                   "  account " FILE-MAN-ACCOUNT-ID
                   "  piece " FILE-MAN-PIECE-TYPE
                   " " FILE-MAN-DOCUMENT-REF
                   " " FILE-MAN-DOCUMENT-SEQ
           .

      *> Pass one, in sort order: a route with enough pieces earns
      *> carrier-route trays; what a ZIP has left after its routes
      *> earns 5-digit trays if there is enough of it, otherwise it
      *> counts toward its 3-digit area. A list that fills leaves
      *> the rest to the next level down - dearer, never wrong.
       COUNT-PRESORT-GROUPS SECTION.
           move low-values to WRK-SORT-KEY
           start Work-File key >= WRK-SORT-KEY
           move spaces to WS-GROUP-ROUTE-KEY
           move spaces to WS-GROUP-ZIP5
           move 0 to WS-GROUP-ROUTE-COUNT
           move 0 to WS-GROUP-ZIP5-COUNT
           move 0 to WS-GROUP-ZIP5-CR-TAKEN
           perform until WS-WORK-STATUS <> "00"
               read Work-File next
                   at end move "10" to WS-WORK-STATUS
               end-read
               if WS-WORK-STATUS = "00"
                   move WRK-SORT-KEY(1:9) to WS-PIECE-ROUTE-KEY
                   if WS-PIECE-ROUTE-KEY <> WS-GROUP-ROUTE-KEY
                       perform CLOSE-ROUTE-GROUP
                       move WS-PIECE-ROUTE-KEY to WS-GROUP-ROUTE-KEY
                   end-if
                   if WRK-ZIP5 <> WS-GROUP-ZIP5
                       perform CLOSE-ZIP5-GROUP
                       move WRK-ZIP5 to WS-GROUP-ZIP5
                   end-if
                   add 1 to WS-GROUP-ROUTE-COUNT
                   add 1 to WS-GROUP-ZIP5-COUNT
               end-if
           end-perform
           perform CLOSE-ROUTE-GROUP
           perform CLOSE-ZIP5-GROUP
           move "00" to WS-WORK-STATUS
           .

       CLOSE-ROUTE-GROUP SECTION.
           if WS-GROUP-ROUTE-COUNT >= PRESORT-MINIMUM
                   and WS-GROUP-ROUTE-KEY(6:4) <> spaces
                   and WS-CR-COUNT < PRESORT-LIST-MAX
               add 1 to WS-CR-COUNT
               move WS-GROUP-ROUTE-KEY to WS-CR-KEY(WS-CR-COUNT)
               add WS-GROUP-ROUTE-COUNT to WS-GROUP-ZIP5-CR-TAKEN
           end-if
           move 0 to WS-GROUP-ROUTE-COUNT
           .

       CLOSE-ZIP5-GROUP SECTION.
           if WS-GROUP-ZIP5 = spaces
               exit section
           end-if
           compute WS-GROUP-RESIDUAL =
               WS-GROUP-ZIP5-COUNT - WS-GROUP-ZIP5-CR-TAKEN
           if WS-GROUP-RESIDUAL >= PRESORT-MINIMUM
                   and WS-FD-COUNT < PRESORT-LIST-MAX
               add 1 to WS-FD-COUNT
               move WS-GROUP-ZIP5 to WS-FD-KEY(WS-FD-COUNT)
           else
               move WS-GROUP-ZIP5(1:3) to WS-ZIP3-INDEX
               add 1 to WS-ZIP3-INDEX
               add WS-GROUP-RESIDUAL to WS-ZIP3-RESIDUAL(WS-ZIP3-INDEX)
           end-if
           move 0 to WS-GROUP-ZIP5-COUNT
           move 0 to WS-GROUP-ZIP5-CR-TAKEN
           .

      *> Pass two, in the same order: each piece's level, tray and
      *> barcode serial, rewritten onto its work row and recorded on
      *> the tracking file.
       ASSIGN-TRAYS SECTION.
           move 1 to WS-CR-POINTER
           move 1 to WS-FD-POINTER
           move low-values to WRK-SORT-KEY
           start Work-File key >= WRK-SORT-KEY
           perform until WS-WORK-STATUS <> "00"
               read Work-File next
                   at end move "10" to WS-WORK-STATUS
               end-read
               if WS-WORK-STATUS = "00"
                   perform CHOOSE-PRESORT-LEVEL
                   perform PLACE-IN-TRAY
                   perform ASSIGN-SERIAL
                   rewrite WORK-PIECE
                   perform WRITE-TRACKING-ROW
                   add 1 to WS-PIECES-PRESORTED
               end-if
           end-perform
           move "00" to WS-WORK-STATUS
           .

       CHOOSE-PRESORT-LEVEL SECTION.
           move WRK-SORT-KEY(1:9) to WS-PIECE-ROUTE-KEY
           perform until WS-CR-POINTER > WS-CR-COUNT
                      or WS-CR-KEY(WS-CR-POINTER) >= WS-PIECE-ROUTE-KEY
               add 1 to WS-CR-POINTER
           end-perform
           perform until WS-FD-POINTER > WS-FD-COUNT
                      or WS-FD-KEY(WS-FD-POINTER) >= WRK-ZIP5
               add 1 to WS-FD-POINTER
           end-perform
           move WRK-ZIP5(1:3) to WS-ZIP3-INDEX
           add 1 to WS-ZIP3-INDEX
           evaluate true
               when WS-CR-POINTER <= WS-CR-COUNT
                       and WS-CR-KEY(WS-CR-POINTER) = WS-PIECE-ROUTE-KEY
                   move 1 to WS-LEVEL-INDEX
                   move WS-PIECE-ROUTE-KEY to WS-PIECE-DESTINATION
               when WS-FD-POINTER <= WS-FD-COUNT
                       and WS-FD-KEY(WS-FD-POINTER) = WRK-ZIP5
                   move 2 to WS-LEVEL-INDEX
                   move WRK-ZIP5 to WS-PIECE-DESTINATION
               when WS-ZIP3-RESIDUAL(WS-ZIP3-INDEX) >= PRESORT-MINIMUM
                   move 3 to WS-LEVEL-INDEX
                   move WRK-ZIP5(1:3) to WS-PIECE-DESTINATION
               when other
                   move 4 to WS-LEVEL-INDEX
                   move "MIXED" to WS-PIECE-DESTINATION
           end-evaluate
           move WS-LEVEL-CODE(WS-LEVEL-INDEX) to WRK-PRESORT-LEVEL
           move WS-PIECE-DESTINATION to WRK-TRAY-DESTINATION
           .

      *> Each level keeps one tray open. A piece bound somewhere
      *> else, or a full tray, starts the next tray number.
       PLACE-IN-TRAY SECTION.
           if WS-OPEN-TRAY-NUMBER(WS-LEVEL-INDEX) = 0
                   or WS-OPEN-TRAY-DESTINATION(WS-LEVEL-INDEX)
                                       <> WS-PIECE-DESTINATION
                   or WS-OPEN-TRAY-PIECES(WS-LEVEL-INDEX)
                                       >= TRAY-CAPACITY
               add 1 to WS-TRAY-COUNT
               move WS-TRAY-COUNT to
                        WS-OPEN-TRAY-NUMBER(WS-LEVEL-INDEX)
               move WS-PIECE-DESTINATION to
                        WS-OPEN-TRAY-DESTINATION(WS-LEVEL-INDEX)
               move 0 to WS-OPEN-TRAY-PIECES(WS-LEVEL-INDEX)
               add 1 to WS-LEVEL-TRAYS(WS-LEVEL-INDEX)
           end-if
           add 1 to WS-OPEN-TRAY-PIECES(WS-LEVEL-INDEX)
           add 1 to WS-LEVEL-PIECES(WS-LEVEL-INDEX)
           move WS-OPEN-TRAY-NUMBER(WS-LEVEL-INDEX) to WRK-TRAY-NUMBER
           move WS-OPEN-TRAY-PIECES(WS-LEVEL-INDEX) to WRK-TRAY-SEQ
           .

      *> Nine serial digits go with a six-digit mailer id; the
      *> counter runs on past them, so the serial is its remainder.
       ASSIGN-SERIAL SECTION.
           call GET-NEXT-MAIL-SERIAL using by reference WS-NEXT-SERIAL
                                                        WS-SERIAL-STATUS
           divide WS-NEXT-SERIAL by SERIAL-MODULUS
               giving WS-SERIAL-QUOTIENT remainder WS-SERIAL
           move WS-SERIAL to WRK-SERIAL
           .

       WRITE-TRACKING-ROW SECTION.
           move WRK-SERIAL to FILE-MAIL-SERIAL
           move WS-MAILER-ID to FILE-MAIL-MAILER-ID
           move WRK-CUSTOMER-ID to FILE-MAIL-CUSTOMER-ID
           move WRK-ACCOUNT-ID to FILE-MAIL-ACCOUNT-ID
           move WRK-PIECE-TYPE to FILE-MAIL-PIECE-TYPE
           move WRK-DOCUMENT-REF to FILE-MAIL-DOCUMENT-REF
           move WRK-DOCUMENT-SEQ to FILE-MAIL-DOCUMENT-SEQ
           move WS-TODAY to FILE-MAIL-DATE
           move spaces to FILE-MAIL-ZIP-CODE
           if WRK-ZIP4 = spaces
               move WRK-ZIP5 to FILE-MAIL-ZIP-CODE
           else
               string WRK-ZIP5 "-" WRK-ZIP4 delimited by size
                   into FILE-MAIL-ZIP-CODE
               end-string
           end-if
           move WRK-TRAY-NUMBER to FILE-MAIL-TRAY-NUMBER
           move WRK-PRESORT-LEVEL to FILE-MAIL-PRESORT-LEVEL
           set FILE-MAIL-IN-THE-MAIL to true
           move 0 to FILE-MAIL-RETURN-DATE
           move spaces to FILE-MAIL-RETURN-REASON
           write FILE-MAIL-PIECE
               invalid key
                   rewrite FILE-MAIL-PIECE
           end-write
           .

      *> Pass three: the vendor's file, tray by tray, on the work
      *> file's tray key.
       WRITE-PRESORT-FILE SECTION.
           move low-values to WRK-TRAY-KEY
           start Work-File key >= WRK-TRAY-KEY
           perform until WS-WORK-STATUS <> "00"
               read Work-File next
                   at end move "10" to WS-WORK-STATUS
               end-read
               if WS-WORK-STATUS = "02"
                   move "00" to WS-WORK-STATUS
               end-if
               if WS-WORK-STATUS = "00"
                   perform WRITE-PRESORT-LINE
               end-if
           end-perform
           .

       WRITE-PRESORT-LINE SECTION.
           move WRK-TRAY-NUMBER to PRS-TRAY-NUMBER
           move WRK-TRAY-SEQ to PRS-TRAY-SEQ
           move WRK-PRESORT-LEVEL to PRS-PRESORT-LEVEL
           move WRK-TRAY-DESTINATION to PRS-TRAY-DESTINATION
           move WRK-PIECE-TYPE to PRS-PIECE-TYPE
           move WRK-DOCUMENT-REF to PRS-DOCUMENT-REF
           move WRK-DOCUMENT-SEQ to PRS-DOCUMENT-SEQ
           move IMB-BARCODE-ID to PRS-IMB-BARCODE-ID
           move WS-SERVICE-TYPE to PRS-IMB-SERVICE-TYPE
           move WS-MAILER-ID to PRS-IMB-MAILER-ID
           move WRK-SERIAL to PRS-IMB-SERIAL
           move spaces to PRS-IMB-ROUTING
           string WRK-ZIP5 delimited by size
                  WRK-ZIP4 delimited by space
               into PRS-IMB-ROUTING
           end-string
           move WRK-NAME to PRS-NAME
           move WRK-ADDRESS-1 to PRS-ADDRESS-1
           move WRK-ADDRESS-2 to PRS-ADDRESS-2
           move WRK-CITY to PRS-CITY
           move WRK-STATE to PRS-STATE
           move spaces to PRS-ZIP-CODE
           if WRK-ZIP4 = spaces
               move WRK-ZIP5 to PRS-ZIP-CODE
           else
               string WRK-ZIP5 "-" WRK-ZIP4 delimited by size
                   into PRS-ZIP-CODE
               end-string
           end-if
           write PRESORT-LINE
           .

      *> The business date's yymmdd is the file sequence - one
      *> presort file a day, and a rerun re-registers it.
       REGISTER-WITH-XMIT-CONTROL SECTION.
           perform varying WS-LEVEL-INDEX from 1 by 1
                       until WS-LEVEL-INDEX > 4
               compute WS-LEVEL-POSTAGE(WS-LEVEL-INDEX) rounded =
                   WS-LEVEL-PIECES(WS-LEVEL-INDEX)
                   * WS-LEVEL-RATE(WS-LEVEL-INDEX)
               add WS-LEVEL-POSTAGE(WS-LEVEL-INDEX) to WS-TOTAL-POSTAGE
           end-perform
           move XMIT-INTERFACE-NAME to WS-XMIT-INTERFACE-NAME
           move WS-TODAY(3:6) to WS-XMIT-FILE-SEQUENCE
           move WS-TODAY to WS-XMIT-BUSINESS-DATE
           move WS-PIECES-PRESORTED to WS-XMIT-RECORD-COUNT
           move WS-TOTAL-POSTAGE to WS-XMIT-CONTROL-TOTAL
           call REGISTER-OUTBOUND-FILE using by reference
                                             WS-XMIT-XMIT-CONTROL
                                             WS-XMIT-STATUS
           if WS-XMIT-STATUS <> "00" and WS-XMIT-STATUS <> "02"
               display "*** Could not register presort file in "
                       "transmission control, status " WS-XMIT-STATUS
           end-if
           .

       CLOSE-FILES SECTION.
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-CUSTOMER-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-CUSTOMER-STATUS
           close Manifest-File
           if ROUTE-FILE-IS-AVAILABLE
               close Route-File
           end-if
           close Work-File
           close Piece-File
           close Presort-File
           close Held-File
           .

       DISPLAY-POSTAGE-STATEMENT SECTION.
           display " "
           display "POSTAGE STATEMENT - FIRST-CLASS PRESORTED LETTERS"
           display "  Mailer id " WS-MAILER-ID
                   "  service type " WS-SERVICE-TYPE
                   "  mailing date " WS-TODAY
           display "  Level  Trays  Pieces   Rate          Postage"
           perform varying WS-LEVEL-INDEX from 1 by 1
                       until WS-LEVEL-INDEX > 4
               move WS-LEVEL-TRAYS(WS-LEVEL-INDEX) to DISPLAY-TRAYS
               move WS-LEVEL-PIECES(WS-LEVEL-INDEX) to DISPLAY-COUNT
               move WS-LEVEL-RATE(WS-LEVEL-INDEX) to DISPLAY-RATE
               move WS-LEVEL-POSTAGE(WS-LEVEL-INDEX) to DISPLAY-CASH
               display "  " WS-LEVEL-CODE(WS-LEVEL-INDEX)
                       "   " DISPLAY-TRAYS
                       " " DISPLAY-COUNT
                       "  " DISPLAY-RATE
                       " " DISPLAY-CASH
           end-perform
           move WS-TOTAL-POSTAGE to DISPLAY-CASH
           display "  Total postage:            " DISPLAY-CASH
           display "*** Manifest pieces read:   " WS-PIECES-READ
           display "*** Pieces presorted:       " WS-PIECES-PRESORTED
           display "*** Pieces held out:        " WS-PIECES-HELD
           display "*** Trays:                  " WS-TRAY-COUNT
           .
