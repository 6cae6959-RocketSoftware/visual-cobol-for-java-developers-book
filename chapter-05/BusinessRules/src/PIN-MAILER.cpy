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

      * PIN-MAILER - one row per PIN sent to the secure print
      * vendor, appended by card issuance and by a CSR-ordered PIN
      * reissue. The vendor prints it into a sealed mailer that
      * travels separately from the plastic, so intercepting one
      * envelope never yields both card and PIN. Only the last four
      * of the card number are carried; the file is the one place a
      * clear PIN exists outside the security module and the vendor
      * purges it on print.
       01 (PREFIX)-PIN-MAILER.
        03 (PREFIX)-MAILER-ACCOUNT-ID  PIC 9(10).
        03 (PREFIX)-MAILER-CARD-LAST4  PIC X(04).
        03 (PREFIX)-MAILER-NAME        PIC X(26).
        03 (PREFIX)-MAILER-ADDRESS-1   PIC X(30).
        03 (PREFIX)-MAILER-ADDRESS-2   PIC X(30).
        03 (PREFIX)-MAILER-CITY        PIC X(20).
        03 (PREFIX)-MAILER-STATE       PIC X(02).
        03 (PREFIX)-MAILER-ZIP-CODE    PIC X(10).
        03 (PREFIX)-MAILER-PIN         PIC X(04).
        03 (PREFIX)-MAILER-REASON      PIC X(01).
         88 (PREFIX)-MAILER-NEW-CARD       VALUE "N".
         88 (PREFIX)-MAILER-PIN-REISSUE    VALUE "P".
