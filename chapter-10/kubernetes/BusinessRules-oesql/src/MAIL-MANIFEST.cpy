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

      * MAIL-MANIFEST - one row per mail piece a print run produced,
      * appended by the statement and correspondence runs alongside
      * their print output, in the order the documents were printed
      * (the interop statement printer appends through the mail
      * manifest log, MailManifestLog).
      * The postal preparation step reads it to address, presort and
      * barcode the pieces before the print file is transmitted;
      * DOCUMENT-SEQ is the document's place in its own print file,
      * so the vendor can pull each piece into tray order. ACCOUNT-ID
      * is zero for a piece addressed to the customer as a whole.
       01 (PREFIX)-MAIL-MANIFEST.
        03 (PREFIX)-MAN-PIECE-TYPE     PIC X(01).
         88 (PREFIX)-MAN-HOUSEHOLD-STATEMENT VALUE "H".
         88 (PREFIX)-MAN-LETTER            VALUE "L".
         88 (PREFIX)-MAN-ADVERSE-NOTICE    VALUE "A".
         88 (PREFIX)-MAN-PRIVACY-NOTICE    VALUE "P".
         88 (PREFIX)-MAN-ACCOUNT-STATEMENT VALUE "S".
        03 (PREFIX)-MAN-DOCUMENT-REF   PIC X(08).
        03 (PREFIX)-MAN-DOCUMENT-SEQ   PIC 9(06).
        03 (PREFIX)-MAN-CUSTOMER-ID    PIC 9(10).
        03 (PREFIX)-MAN-ACCOUNT-ID     PIC 9(10).
        03 (PREFIX)-MAN-PRODUCED-DATE  PIC 9(08).
