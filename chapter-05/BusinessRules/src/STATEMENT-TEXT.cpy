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

      * STATEMENT-TEXT - one row of the statement and letter wording
      * file Marketing and Compliance own: the fixed words a
      * statement or letter prints around its figures, held once per
      * language so a translation is added without a code change.
      * TEXT-ID names the piece of wording (the programs that print
      * it carry the English as their own default, used when the
      * file has no row for it at all); LANGUAGE is a LANGUAGE-TABLE
      * code. Fixed layout: text id (8), language (2), text (80).
       01 (PREFIX)-STATEMENT-TEXT.
        03 (PREFIX)-TEXT-ID            PIC X(08).
        03 (PREFIX)-TEXT-LANGUAGE      PIC X(02).
        03 (PREFIX)-TEXT-WORDING       PIC X(80).
