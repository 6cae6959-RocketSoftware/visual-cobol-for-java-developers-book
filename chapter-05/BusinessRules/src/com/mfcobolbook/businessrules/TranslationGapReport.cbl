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

      *> Translation gap report - every piece of customer-facing text
      *> held in English with no version yet in one of the other
      *> languages the bank markets in (LANGUAGE-TABLE), so the gap is
      *> closed before a customer reads English they did not ask for.
      *> Three sources are checked:
      *>   - the letter templates (TEMPLATE,<code>,<language> lines;
      *>     no language is English);
      *>   - the statement and letter wording file (STATEMENT-TEXT
      *>     rows) - every English row is checked;
      *>   - the statement message file - a message keyed for English
      *>     only; one keyed for every language (space) needs no
      *>     translation.
      *> A missing source file is reported and the others still run.
       program-id. TranslationGapReport.

       environment division.
       input-output section.
       file-control.
           select Template-File assign to external letterTemplateFile
               organization is line sequential
               file status is WS-TEMPLATE-STATUS
               .
           select Text-File assign to external statementTextFile
               organization is line sequential
               file status is WS-TEXT-STATUS
               .
           select Message-File assign to external
                                           statementMessageFile
               organization is line sequential
               file status is WS-MESSAGE-STATUS
               .

       data division.
       file section.
       fd Template-File.
       01 TEMPLATE-LINE                    PIC X(80).
       fd Text-File.
       copy "STATEMENT-TEXT.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Message-File.
       01 MESSAGE-LINE.
        03 MSG-CODE                        PIC X(04).
        03 FILLER                          PIC X(105).
        03 MSG-LANGUAGE-FILTER             PIC X(02).

       working-storage section.
       copy "LANGUAGE-TABLE.cpy" replacing ==(PREFIX)== by ==LNG==.
       01 WS-TEMPLATE-STATUS               PIC XX.
       01 WS-TEXT-STATUS                   PIC XX.
       01 WS-MESSAGE-STATUS                PIC XX.

       01 WS-PARSE-VERB                    PIC X(08).
       01 WS-PARSE-CODE                    PIC X(04).
       01 WS-PARSE-LANGUAGE                PIC X(02).
       01 WS-PARSE-TALLY                   PIC 99 COMP-5.

      *> Every piece of text found, by source, id and language.
       78 ITEM-TABLE-MAX                   VALUE 1000.
       01 ITEM-TABLE.
        03 ITEM-ENTRY OCCURS 1000 TIMES.
         05 ITM-SOURCE                      PIC X(08).
         05 ITM-ID                          PIC X(08).
         05 ITM-LANGUAGE                    PIC X(02).
       01 ITEM-COUNT                       PIC 9(4) COMP-5 VALUE 0.
       01 ITEM-INDEX                       PIC 9(4) COMP-5.
       01 MATCH-INDEX                      PIC 9(4) COMP-5.
       01 LANGUAGE-INDEX                   PIC 99 COMP-5.
       01 WS-ITEMS-DROPPED                 PIC 9(6) COMP-5 VALUE 0.

       01 WS-NEW-SOURCE                    PIC X(08).
       01 WS-NEW-ID                        PIC X(08).
       01 WS-NEW-LANGUAGE                  PIC X(02).
       01 WS-TRANSLATION-FLAG              PIC X.
        88 TRANSLATION-IS-ON-FILE              VALUE "Y".

       01 WS-ENGLISH-ITEMS                 PIC 9(6) COMP-5 VALUE 0.
       01 WS-GAPS-FOUND                    PIC 9(6) COMP-5 VALUE 0.

       procedure division.
           perform LOAD-TEMPLATES
           perform LOAD-WORDING
           perform LOAD-MESSAGES
           display " "
           display "*** TRANSLATION GAPS - ENGLISH TEXT WITH NO "
                   "VERSION IN A MARKETED LANGUAGE"
           display "    SOURCE    ID        MISSING LANGUAGE"
           perform varying ITEM-INDEX from 1 by 1
                       until ITEM-INDEX > ITEM-COUNT
               if ITM-LANGUAGE(ITEM-INDEX) = LNG-ENGLISH
                   add 1 to WS-ENGLISH-ITEMS
                   perform CHECK-ONE-ITEM
               end-if
           end-perform
           display " "
           display "*** English texts checked:   " WS-ENGLISH-ITEMS
           display "*** Translations missing:    " WS-GAPS-FOUND
           if WS-ITEMS-DROPPED > 0
               display "*** Texts not checked, table full: "
                       WS-ITEMS-DROPPED
           end-if
           stop run.

      *> Only the TEMPLATE lines matter here - the body is the
      *> correspondence run's business.
       LOAD-TEMPLATES SECTION.
           open input Template-File
           if WS-TEMPLATE-STATUS <> "00"
               display "*** No letter template file - templates not "
                       "checked"
               exit section
           end-if
           move "TEMPLATE" to WS-NEW-SOURCE
           perform until WS-TEMPLATE-STATUS <> "00"
               read Template-File
                   at end move "10" to WS-TEMPLATE-STATUS
               end-read
               if WS-TEMPLATE-STATUS = "00"
                       and TEMPLATE-LINE(1:9) = "TEMPLATE,"
                   move spaces to WS-PARSE-CODE WS-PARSE-LANGUAGE
                   unstring TEMPLATE-LINE delimited by ","
                       into WS-PARSE-VERB
                            WS-PARSE-CODE
                            WS-PARSE-LANGUAGE
                       tallying in WS-PARSE-TALLY
                   end-unstring
                   move WS-PARSE-CODE to WS-NEW-ID
                   move WS-PARSE-LANGUAGE to WS-NEW-LANGUAGE
                   perform ADD-ONE-ITEM
               end-if
           end-perform
           close Template-File
           .

       LOAD-WORDING SECTION.
           open input Text-File
           if WS-TEXT-STATUS <> "00"
               display "*** No statement wording file - wording not "
                       "checked"
               exit section
           end-if
           move "WORDING" to WS-NEW-SOURCE
           perform until WS-TEXT-STATUS <> "00"
               read Text-File
                   at end move "10" to WS-TEXT-STATUS
               end-read
               if WS-TEXT-STATUS = "00" and FILE-TEXT-ID <> spaces
                   move FILE-TEXT-ID to WS-NEW-ID
                   move FILE-TEXT-LANGUAGE to WS-NEW-LANGUAGE
                   perform ADD-ONE-ITEM
               end-if
           end-perform
           close Text-File
           .

      *> A message for every language is left out - it has nothing
      *> to translate into.
       LOAD-MESSAGES SECTION.
           open input Message-File
           if WS-MESSAGE-STATUS <> "00"
               display "*** No statement message file - messages not "
                       "checked"
               exit section
           end-if
           move "MESSAGE" to WS-NEW-SOURCE
           perform until WS-MESSAGE-STATUS <> "00"
               read Message-File
                   at end move "10" to WS-MESSAGE-STATUS
               end-read
               if WS-MESSAGE-STATUS = "00" and MSG-CODE <> spaces
                       and MSG-LANGUAGE-FILTER <> spaces
                   move MSG-CODE to WS-NEW-ID
                   move MSG-LANGUAGE-FILTER to WS-NEW-LANGUAGE
                   perform ADD-ONE-ITEM
               end-if
           end-perform
           close Message-File
           .

      *> A template line with no language is the English version.
       ADD-ONE-ITEM SECTION.
           if WS-NEW-LANGUAGE = spaces
               move LNG-ENGLISH to WS-NEW-LANGUAGE
           end-if
           if ITEM-COUNT >= ITEM-TABLE-MAX
               add 1 to WS-ITEMS-DROPPED
               exit section
           end-if
           add 1 to ITEM-COUNT
           move WS-NEW-SOURCE to ITM-SOURCE(ITEM-COUNT)
           move WS-NEW-ID to ITM-ID(ITEM-COUNT)
           move WS-NEW-LANGUAGE to ITM-LANGUAGE(ITEM-COUNT)
           .

      *> One line per marketed language the English text has no
      *> version in.
       CHECK-ONE-ITEM SECTION.
           perform varying LANGUAGE-INDEX from 1 by 1
                       until LANGUAGE-INDEX > LNG-LANGUAGE-MAX
               if LNG-LANGUAGE-CODE(LANGUAGE-INDEX) <> LNG-ENGLISH
                   perform FIND-TRANSLATION
                   if not TRANSLATION-IS-ON-FILE
                       add 1 to WS-GAPS-FOUND
                       display "    " ITM-SOURCE(ITEM-INDEX)
                               "  " ITM-ID(ITEM-INDEX)
                               "  " LNG-LANGUAGE-CODE(LANGUAGE-INDEX)
                               " " LNG-LANGUAGE-NAME(LANGUAGE-INDEX)
                   end-if
               end-if
           end-perform
           .

       FIND-TRANSLATION SECTION.
           move "N" to WS-TRANSLATION-FLAG
           perform varying MATCH-INDEX from 1 by 1
                       until MATCH-INDEX > ITEM-COUNT
               if ITM-SOURCE(MATCH-INDEX) = ITM-SOURCE(ITEM-INDEX)
                       and ITM-ID(MATCH-INDEX) = ITM-ID(ITEM-INDEX)
                       and ITM-LANGUAGE(MATCH-INDEX)
                               = LNG-LANGUAGE-CODE(LANGUAGE-INDEX)
                   set TRANSLATION-IS-ON-FILE to true
                   exit perform
               end-if
           end-perform
           .
