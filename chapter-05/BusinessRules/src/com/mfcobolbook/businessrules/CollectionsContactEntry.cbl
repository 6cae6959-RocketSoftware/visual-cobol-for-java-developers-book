      *>   S,<account>,NW,<Y/N>        - set/lift no-work-calls
      *> Every C line is checked before it can log:
      *>   - cease-and-desist on the case refuses the attempt whole;
      *>   - an account placed with an outside collection agency is
      *>     the agency's to contact - our attempt is refused;
      *>   - a call placed to the workplace refuses when the
      *>     no-work-calls flag stands;
      *>   - the hard stop: the eighth call attempt within seven
       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "COLLECTION-CASE.cpy" replacing ==(PREFIX)== by ==WS-CASE==.
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       copy "DATE.cpy" replacing ==(PREFIX)== by ==WS-ROLL==.

       01 WS-FUNCTION-CODE                 PIC X.
        03 FILE-STATUS-BYTE-1              PIC X.
        03 FILE-STATUS-BYTE-2              PIC X.
       01 WS-COLLECTION-STATUS             PIC XX.
       01 WS-ACCOUNT-FILE-STATUS           PIC XX.
       01 WS-ENTRY-STATUS                  PIC XX.
       01 WS-ATTEMPT-STATUS                PIC XX.

           call GET-PROCESSING-DATE using by reference WS-TODAY
           perform OPEN-FILES
           if WS-ENTRY-STATUS = "00" and WS-COLLECTION-STATUS = "00"
                   and WS-ACCOUNT-FILE-STATUS = "00"
               perform PROCESS-ENTRY-FILE
               perform CLOSE-FILES
           end-if
                       WS-COLLECTION-STATUS
               exit section
           end-if
           move OPEN-READ to WS-FUNCTION-CODE
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-ACCOUNT-FILE-STATUS
           if WS-ACCOUNT-FILE-STATUS <> "00"
               display "*** Could not open account file, status "
                       WS-ACCOUNT-FILE-STATUS
               exit section
           end-if
           open input Entry-File
           if WS-ENTRY-STATUS <> "00"
               display "*** Could not open entry file, status "
           move "00" to WS-COLLECTION-STATUS
           .

      *> The account itself says whether an agency has it.
       FETCH-ACCOUNT SECTION.
           move WS-REQUESTED-ACCOUNT-ID to WS-ACCOUNT-ID
           move START-READ to WS-FUNCTION-CODE
           call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                      by reference WS-ACCOUNT
                                               WS-ACCOUNT-FILE-STATUS
           if WS-ACCOUNT-FILE-STATUS = "00"
               move READ-NEXT to WS-FUNCTION-CODE
               call READ-ACCOUNT-RECORD using by value WS-FUNCTION-CODE
                                          by reference WS-ACCOUNT
                                               WS-ACCOUNT-FILE-STATUS
           end-if
           if WS-ACCOUNT-FILE-STATUS = "00"
                   and WS-ACCOUNT-ID <> WS-REQUESTED-ACCOUNT-ID
               move "23" to WS-ACCOUNT-FILE-STATUS
           end-if
           .

       LOG-ONE-ATTEMPT SECTION.
           if not A-CASE-IS-ON-FILE
               add 1 to WS-REJECTS
                       WS-REQ-ACCOUNT-DISPLAY
               exit section
           end-if
           perform FETCH-ACCOUNT
           if WS-ACCOUNT-FILE-STATUS = "00"
                   and WS-AGENCY-CODE <> spaces
               add 1 to WS-ATTEMPTS-REFUSED
               display "REFUSED - PLACED WITH AGENCY " WS-AGENCY-CODE
                       " on account " WS-REQ-ACCOUNT-DISPLAY
               exit section
           end-if
           if WS-PARSE-FIELD-3(1:1) = "P"
                   and WS-PARSE-FIELD-4(1:1) = "W"
                   and WS-CASE-NO-CALLS-AT-WORK
           move CLOSE-FILE to WS-FUNCTION-CODE
           call OPEN-COLLECTION-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-COLLECTION-STATUS
           call OPEN-ACCOUNT-FILE using by value WS-FUNCTION-CODE
                                    by reference WS-ACCOUNT-FILE-STATUS
           close Entry-File
           .
