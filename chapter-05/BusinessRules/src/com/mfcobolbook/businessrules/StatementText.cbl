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

      *> Statement and letter wording by language. The wording file
      *> (STATEMENT-TEXT rows: text id, language, text) is loaded once
      *> per run unit; GET-STATEMENT-TEXT answers a piece of wording
      *> in the language asked for. Where that language has no row
      *> for it the English row answers instead, and where the file
      *> has no row for it at all the caller's own wording - the
      *> English it moved into the text area before the call - is
      *> left standing, so a missing or short wording file never
      *> leaves a statement blank. Each English stand-in for a
      *> missing translation is counted, and REPORT-TEXT-FALLBACKS
      *> says at the end of the run how often a customer read
      *> English for want of one.
       program-id. StatementText.

       environment division.
       input-output section.
       file-control.
           select Text-File assign to external statementTextFile
               organization is line sequential
               file status is WS-TEXT-STATUS
               .

       data division.
       file section.
       fd Text-File.
       copy "STATEMENT-TEXT.cpy" replacing ==(PREFIX)== by ==FILE==.

       working-storage section.
       copy "LANGUAGE-TABLE.cpy" replacing ==(PREFIX)== by ==LNG==.
       01 WS-TEXT-STATUS                   PIC XX.
       01 WS-TEXTS-LOADED                  PIC X VALUE "N".
        88 TEXTS-ARE-LOADED                    VALUE "Y".

       78 TEXT-TABLE-MAX                   VALUE 400.
       01 TEXT-TABLE.
        03 TEXT-ENTRY OCCURS 400 TIMES.
         05 TT-TEXT-ID                      PIC X(08).
         05 TT-LANGUAGE                     PIC X(02).
         05 TT-WORDING                      PIC X(80).
       01 TEXT-COUNT                       PIC 9(4) COMP-5 VALUE 0.
       01 TEXT-INDEX                       PIC 9(4) COMP-5.
       01 WS-FOUND-INDEX                   PIC 9(4) COMP-5.
       01 WS-WANTED-LANGUAGE               PIC X(02).
       01 WS-FALLBACK-COUNT                PIC 9(9) COMP-5 VALUE 0.
       01 DISPLAY-COUNT                    PIC Z(8)9.

       linkage section.
       01 LNK-TEXT-ID                      PIC X(08).
       01 LNK-LANGUAGE                     PIC X(02).
       01 LNK-TEXT                         PIC X(80).

       procedure division.
           goback.

      *> The wording for a text id in a language - that language's
      *> row, else the English row, else the caller's default left
      *> in LNK-TEXT untouched.
       ENTRY GET-STATEMENT-TEXT using by reference LNK-TEXT-ID
                                                   LNK-LANGUAGE
                                                   LNK-TEXT.
           perform LOAD-TEXT-TABLE
           move LNK-LANGUAGE to WS-WANTED-LANGUAGE
           if WS-WANTED-LANGUAGE = spaces
               move LNG-ENGLISH to WS-WANTED-LANGUAGE
           end-if
           perform FIND-TEXT
           if WS-FOUND-INDEX = 0 and WS-WANTED-LANGUAGE <> LNG-ENGLISH
               add 1 to WS-FALLBACK-COUNT
               move LNG-ENGLISH to WS-WANTED-LANGUAGE
               perform FIND-TEXT
           end-if
           if WS-FOUND-INDEX > 0
               move TT-WORDING(WS-FOUND-INDEX) to LNK-TEXT
           end-if
           goback.

      *> The end-of-run tally of wording produced in English because
      *> the customer's language had no translation of it.
       ENTRY REPORT-TEXT-FALLBACKS.
           move WS-FALLBACK-COUNT to DISPLAY-COUNT
           display "*** Wording shown in English, untranslated: "
                   DISPLAY-COUNT
           goback.

       LOAD-TEXT-TABLE section.
           if TEXTS-ARE-LOADED
               exit section
           end-if
           set TEXTS-ARE-LOADED to true
           open input Text-File
           if WS-TEXT-STATUS <> "00"
               exit section
           end-if
           perform until WS-TEXT-STATUS <> "00"
               read Text-File
                   at end move "10" to WS-TEXT-STATUS
               end-read
               if WS-TEXT-STATUS = "00"
                   if FILE-TEXT-ID = spaces
                           or FILE-TEXT-LANGUAGE = spaces
                       display "*** Malformed wording line ignored: "
                               FILE-STATEMENT-TEXT(1:40)
                   else
                       if TEXT-COUNT >= TEXT-TABLE-MAX
                           display "*** Wording table full - line "
                                   "ignored: "
                                   FILE-STATEMENT-TEXT(1:40)
                       else
                           add 1 to TEXT-COUNT
                           move FILE-TEXT-ID to TT-TEXT-ID(TEXT-COUNT)
                           move FILE-TEXT-LANGUAGE to
                                TT-LANGUAGE(TEXT-COUNT)
                           move FILE-TEXT-WORDING to
                                TT-WORDING(TEXT-COUNT)
                       end-if
                   end-if
               end-if
           end-perform
           close Text-File
           exit section
           .

       FIND-TEXT section.
           move 0 to WS-FOUND-INDEX
           perform varying TEXT-INDEX from 1 by 1
                       until TEXT-INDEX > TEXT-COUNT
               if TT-TEXT-ID(TEXT-INDEX) = LNK-TEXT-ID
                       and TT-LANGUAGE(TEXT-INDEX) = WS-WANTED-LANGUAGE
                   move TEXT-INDEX to WS-FOUND-INDEX
                   exit perform
               end-if
           end-perform
           exit section
           .
