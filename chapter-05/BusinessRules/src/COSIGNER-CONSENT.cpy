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

      * COSIGNER-CONSENT - the written consent of an under-21
      * account's cosigner to a higher credit limit, one row per
      * account, keyed by the account. CONSENTED-LIMIT is the
      * highest limit the cosigner has agreed to share the liability
      * for; an increase past it needs a fresh consent, which
      * replaces the row. DOCUMENT-REF points at the signed form in
      * the imaging system.
       01 (PREFIX)-COSIGNER-CONSENT.
        03 (PREFIX)-ACCOUNT-ID         PIC X(4) COMP-X.
        03 (PREFIX)-COSIGNER-ID        PIC X(4) COMP-X.
        03 (PREFIX)-CONSENT-DATE       PIC 9(08).
        03 (PREFIX)-CONSENTED-LIMIT    PIC S9(9)V99.
        03 (PREFIX)-DOCUMENT-REF       PIC X(20).
        03 (PREFIX)-RECORDED-DATE      PIC 9(08).
        03 (PREFIX)-RECORDED-BY        PIC X(20).
