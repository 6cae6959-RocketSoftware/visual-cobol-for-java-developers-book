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

      * MAIL-PIECE - one row per piece the postal preparation step
      * barcoded, keyed by the Intelligent Mail serial printed in
      * its barcode, so a piece that comes back or is scanned in the
      * mail stream can be traced to the customer, the account and
      * the document it carried. The serial is unique within the
      * mailer id for far longer than the postal retention window.
       01 (PREFIX)-MAIL-PIECE.
        03 (PREFIX)-MAIL-SERIAL        PIC 9(09).
        03 (PREFIX)-MAIL-MAILER-ID     PIC 9(06).
        03 (PREFIX)-MAIL-CUSTOMER-ID   PIC 9(10).
        03 (PREFIX)-MAIL-ACCOUNT-ID    PIC 9(10).
        03 (PREFIX)-MAIL-PIECE-TYPE    PIC X(01).
        03 (PREFIX)-MAIL-DOCUMENT-REF  PIC X(08).
        03 (PREFIX)-MAIL-DOCUMENT-SEQ  PIC 9(06).
        03 (PREFIX)-MAIL-DATE          PIC 9(08).
        03 (PREFIX)-MAIL-ZIP-CODE      PIC X(10).
        03 (PREFIX)-MAIL-TRAY-NUMBER   PIC 9(05).
        03 (PREFIX)-MAIL-PRESORT-LEVEL PIC X(02).
         88 (PREFIX)-MAIL-CARRIER-ROUTE    VALUE "CR".
         88 (PREFIX)-MAIL-FIVE-DIGIT       VALUE "5D".
         88 (PREFIX)-MAIL-THREE-DIGIT      VALUE "3D".
         88 (PREFIX)-MAIL-MIXED            VALUE "MX".
        03 (PREFIX)-MAIL-PIECE-STATUS  PIC X(01).
         88 (PREFIX)-MAIL-IN-THE-MAIL      VALUE "M".
         88 (PREFIX)-MAIL-RETURNED         VALUE "R".
      * Set by returned-mail intake when the piece comes back: the
      * date it was scanned and the endorsement the carrier gave.
        03 (PREFIX)-MAIL-RETURN-DATE   PIC 9(08) VALUE 0.
        03 (PREFIX)-MAIL-RETURN-REASON PIC X(02) VALUE SPACES.
