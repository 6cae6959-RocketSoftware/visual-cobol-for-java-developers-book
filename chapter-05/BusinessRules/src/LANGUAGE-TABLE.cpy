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

      * LANGUAGE-TABLE - the languages statements and letters are
      * produced in. English is the language of record: every piece
      * of wording exists in English, and anything not yet translated
      * into a customer's language is produced in English. Each other
      * language here is one the bank markets in, and the translation
      * gap report checks every template and piece of wording for it.
       78 (PREFIX)-LANGUAGE-MAX            VALUE 2.
       78 (PREFIX)-ENGLISH                 VALUE "EN".
       01 (PREFIX)-LANGUAGE-VALUES.
        03 FILLER PIC X(12) VALUE "ENEnglish".
        03 FILLER PIC X(12) VALUE "ESSpanish".
       01 (PREFIX)-LANGUAGE-TABLE REDEFINES (PREFIX)-LANGUAGE-VALUES.
        03 (PREFIX)-LANGUAGE-ENTRY OCCURS 2 TIMES.
         05 (PREFIX)-LANGUAGE-CODE         PIC X(02).
         05 (PREFIX)-LANGUAGE-NAME         PIC X(10).
