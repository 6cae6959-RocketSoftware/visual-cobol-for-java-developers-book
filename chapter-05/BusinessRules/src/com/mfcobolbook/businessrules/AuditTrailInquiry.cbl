                       " -> " NEWC-LEGAL-HOLD-FLAG
               set A-FIELD-WAS-SHOWN to true
           end-if
           if OLDC-DO-NOT-SOLICIT-FLAG <> NEWC-DO-NOT-SOLICIT-FLAG
               display "    NO-SOLICIT  " OLDC-DO-NOT-SOLICIT-FLAG
                       " -> " NEWC-DO-NOT-SOLICIT-FLAG
               set A-FIELD-WAS-SHOWN to true
           end-if
           .

       RENDER-TRANSACTION-CHANGES SECTION.
