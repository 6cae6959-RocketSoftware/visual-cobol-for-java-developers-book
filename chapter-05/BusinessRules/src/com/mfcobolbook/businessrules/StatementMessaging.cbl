      *>   balance band (two zoned 9(9)V99, zero max = no ceiling),
      *>   promo filter (1: Y = only accounts with a live promo,
      *>   space = any), date window (two yyyymmdd), then the
      *>   message text (60), then the language filter (2, a
      *>   LANGUAGE-TABLE code, space = every language).
      *> A message keyed once per language under one code is served
      *> to each customer in their own language; a customer whose
      *> language has no version of a code is served its English
      *> one instead, so an untranslated message still reaches them.
      *> SELECT-STATEMENT-MESSAGES answers with the top messages an
      *> account qualifies for, best priorities first, up to the
      *> space the statement has - and tallies each message served,
        03 MSG-END-TEXT REDEFINES MSG-END-DATE
                                           PIC X(08).
        03 MSG-TEXT                        PIC X(60).
        03 MSG-LANGUAGE-FILTER             PIC X(02).

       working-storage section.
       copy "LANGUAGE-TABLE.cpy" replacing ==(PREFIX)== by ==LNG==.
       01 WS-MESSAGE-STATUS                PIC XX.
       01 WS-TODAY                         PIC 9(08).
       01 WS-MESSAGES-LOADED               PIC X VALUE "N".
         05 MT-START-DATE                   PIC 9(08).
         05 MT-END-DATE                     PIC 9(08).
         05 MT-TEXT                         PIC X(60).
         05 MT-LANGUAGE-FILTER              PIC X(02).
         05 MT-SERVED-COUNT                 PIC 9(09).
       01 MESSAGE-COUNT                    PIC 99 COMP-5 VALUE 0.
       01 MESSAGE-INDEX                    PIC 99 COMP-5.
       01 WS-PICKED-FLAG                   PIC X OCCURS 50.
       01 WS-BEST-INDEX                    PIC 99 COMP-5.
       01 WS-SLOT                          PIC 9 COMP-5.
       01 WS-CUSTOMER-LANGUAGE             PIC X(02).
       01 TRANSLATION-INDEX                PIC 99 COMP-5.
       01 WS-TRANSLATION-FLAG              PIC X.
        88 TRANSLATION-IS-KEYED                VALUE "Y".
       01 DISPLAY-COUNT                    PIC Z(8)9.

       linkage section.
       01 LNK-MSG-BRANCH                   PIC 9(03).
       01 LNK-MSG-BALANCE                  PIC S9(12)V99.
       01 LNK-MSG-PROMO-EXPIRY             PIC 9(08).
       01 LNK-MSG-LANGUAGE                 PIC X(02).
       01 LNK-MSG-AREA.
        03 LNK-MSG-LINE                    PIC X(60) OCCURS 3.
       01 LNK-MSG-LINES-OUT                PIC 9(01).
                                             LNK-MSG-BRANCH
                                             LNK-MSG-BALANCE
                                             LNK-MSG-PROMO-EXPIRY
                                             LNK-MSG-LANGUAGE
                                             LNK-MSG-AREA
                                             LNK-MSG-LINES-OUT.
           perform LOAD-MESSAGE-TABLE
           move LNK-MSG-LANGUAGE to WS-CUSTOMER-LANGUAGE
           if WS-CUSTOMER-LANGUAGE = spaces
               move LNG-ENGLISH to WS-CUSTOMER-LANGUAGE
           end-if
           move 0 to LNK-MSG-LINES-OUT
           move spaces to LNK-MSG-AREA
           perform varying MESSAGE-INDEX from 1 by 1
                       move MSG-END-DATE to
                            MT-END-DATE(MESSAGE-COUNT)
                       move MSG-TEXT to MT-TEXT(MESSAGE-COUNT)
                       move MSG-LANGUAGE-FILTER to
                            MT-LANGUAGE-FILTER(MESSAGE-COUNT)
                       move 0 to MT-SERVED-COUNT(MESSAGE-COUNT)
                   else
                       display "*** Malformed message line ignored: "
                   and LNK-MSG-PROMO-EXPIRY = 0
               exit section
           end-if
           if MT-LANGUAGE-FILTER(MESSAGE-INDEX) <> spaces
                   and MT-LANGUAGE-FILTER(MESSAGE-INDEX)
                                   <> WS-CUSTOMER-LANGUAGE
               if MT-LANGUAGE-FILTER(MESSAGE-INDEX) <> LNG-ENGLISH
                   exit section
               end-if
               perform FIND-KEYED-TRANSLATION
               if TRANSLATION-IS-KEYED
                   exit section
               end-if
           end-if
           if WS-BEST-INDEX = 0
               or MT-PRIORITY(MESSAGE-INDEX)
                               < MT-PRIORITY(WS-BEST-INDEX)
           end-if
           exit section
           .

      *> Whether the message in hand - an English one - is also keyed
      *> in the customer's language under the same code; if it is,
      *> that version serves them and this one does not.
       FIND-KEYED-TRANSLATION section.
           move "N" to WS-TRANSLATION-FLAG
           perform varying TRANSLATION-INDEX from 1 by 1
                       until TRANSLATION-INDEX > MESSAGE-COUNT
               if MT-CODE(TRANSLATION-INDEX) = MT-CODE(MESSAGE-INDEX)
                       and MT-LANGUAGE-FILTER(TRANSLATION-INDEX)
                                   = WS-CUSTOMER-LANGUAGE
                   set TRANSLATION-IS-KEYED to true
                   exit perform
               end-if
           end-perform
           exit section
           .
