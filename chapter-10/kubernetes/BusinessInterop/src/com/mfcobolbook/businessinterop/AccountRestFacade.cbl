      *> identity is handed to the storage layer's audit stamp before
      *> the work runs, so the audit trail names the person at the
      *> branch, not the facade process.
      *>
      *> Travel notices are kept here too - the customer's word that
      *> they will be abroad, which spares declared-trip spending the
      *> foreign-use ceiling at authorization. They go through the
      *> same audited storage-layer entries and the same edits as
      *> the CSR's TN maintenance action.
       class-id com.mfcobolbook.businessinterop.AccountRestFacade public
                   implements type AutoCloseable.


       01 accountAccess        type AccountDataAccess.
       01 keyRegistry          type ApiKeyRegistry.
      *> The authenticated caller of the request in hand - stamped
      *> on a travel notice as the one who took it.
       01 currentCaller        string.

       copy "FUNCTION-CODES.cpy".
       copy "PROCEDURE-NAMES.cpy".
       copy "HOME-COUNTRY.cpy".

       01 accountJson.
         03 jsonAccountId          binary-long.
         03 jsonAcctType           pic x(01).
         03 jsonCreditLimit        decimal.

       01 travelJson.
         03 jsonStartDate          pic 9(08).
         03 jsonEndDate            pic 9(08).
         03 jsonCountries.
           05 jsonCountry          pic x(03) occurs 5.
         03 jsonChannel            pic x(01).
         03 jsonEnteredDate        pic 9(08).
         03 jsonEnteredBy          pic x(20).

       method-id new.
           set accountAccess to new AccountDataAccess()
           set keyRegistry to new ApiKeyRegistry()
           set result to accountAccess::closeAccount(accountId)
       end method.

      *> GET /accounts/{accountId}/travel-notice
       method-id getTravelNotice (apiKey as string,
                                  accountId as binary-long)
                   returning result as string.
       copy "TRAVEL-NOTICE.cpy" replacing ==(PREFIX)== by ==TN==.
       01 tnStatus              pic xx.
       01 tnFunction            pic x.
           invoke authorize(apiKey, ROLE-INQUIRY, "getTravelNotice")
           initialize travelJson
           move OPEN-READ to tnFunction
           call OPEN-TRAVEL-NOTICE-FILE using by value tnFunction
                                    by reference tnStatus
           if tnStatus = "00"
               initialize TN-TRAVEL-NOTICE
               move accountId to TN-ACCOUNT-ID
               call FIND-TRAVEL-NOTICE-BY-ACCOUNT using
                              by reference TN-TRAVEL-NOTICE tnStatus
               if tnStatus = "00"
                   invoke fillTravelJson(TN-TRAVEL-NOTICE)
               end-if
               move CLOSE-FILE to tnFunction
               call OPEN-TRAVEL-NOTICE-FILE using by value tnFunction
                                        by reference tnStatus
           end-if
           if jsonStartDate = 0
               raise new RecordNotFoundException(
                   "No travel notice for account " & accountId)
           end-if
           json generate result from travelJson
       end method.

      *> POST /accounts/{accountId}/travel-notice - body carries
      *> startDate, endDate, up to five countries (ISO alpha-3) and
      *> the channel the customer gave the notice through, the web
      *> (W) when left blank. An account that already has a notice
      *> is refused - PUT replaces one.
       method-id addTravelNotice (apiKey as string,
                                  accountId as binary-long,
                                  jsonBody as string)
                   returning result as string.
           invoke authorize(apiKey, ROLE-MAINTENANCE, "addTravelNotice")
           initialize travelJson
           json parse jsonBody into travelJson
           set result to saveTravelNotice(accountId, WRITE-RECORD)
       end method.

      *> PUT /accounts/{accountId}/travel-notice - same body as POST;
      *> the notice on file is replaced whole.
       method-id updateTravelNotice (apiKey as string,
                                     accountId as binary-long,
                                     jsonBody as string)
                   returning result as string.
           invoke authorize(apiKey, ROLE-MAINTENANCE,
                            "updateTravelNotice")
           initialize travelJson
           json parse jsonBody into travelJson
           set result to saveTravelNotice(accountId, UPDATE-RECORD)
       end method.

      *> DELETE /accounts/{accountId}/travel-notice - the trip is
      *> off; false when no notice was on file.
       method-id deleteTravelNotice (apiKey as string,
                                     accountId as binary-long)
                   returning result as condition-value.
       copy "TRAVEL-NOTICE.cpy" replacing ==(PREFIX)== by ==TN==.
       01 tnStatus              pic xx.
       01 tnFunction            pic x.
           invoke authorize(apiKey, ROLE-MAINTENANCE,
                            "deleteTravelNotice")
           set result to false
           move OPEN-I-O to tnFunction
           call OPEN-TRAVEL-NOTICE-FILE using by value tnFunction
                                    by reference tnStatus
           if tnStatus <> "00"
               raise new FileErrorException(
                   "Travel notice file not available, status "
                   & tnStatus)
           end-if
           initialize TN-TRAVEL-NOTICE
           move accountId to TN-ACCOUNT-ID
           call FIND-TRAVEL-NOTICE-BY-ACCOUNT using
                              by reference TN-TRAVEL-NOTICE tnStatus
           if tnStatus = "00"
               call DELETE-TRAVEL-NOTICE using
                              by reference TN-TRAVEL-NOTICE tnStatus
               set result to (tnStatus = "00")
           end-if
           move CLOSE-FILE to tnFunction
           call OPEN-TRAVEL-NOTICE-FILE using by value tnFunction
                                    by reference tnStatus
       end method.

      *> Edits the notice in travelJson the way the TN maintenance
      *> action does - a trip that has not already ended, the last
      *> day on or after the first, at least one destination and
      *> none of them home, a known channel - then writes or
      *> replaces it through the audited storage entry, stamped with
      *> the processing date and the authenticated caller.
       method-id saveTravelNotice (accountId as binary-long,
                                   noticeFunction as string)
                   returning result as string private.
       copy "TRAVEL-NOTICE.cpy" replacing ==(PREFIX)== by ==TN==.
       01 tnStatus              pic xx.
       01 tnFunction            pic x.
       01 today                 pic 9(08).
       01 countryCount          binary-long.
       01 countryIndex          binary-long.
       01 refusal               string.
           if accountAccess::getAccount(accountId) = null
               raise new RecordNotFoundException(
                   "No account found for id " & accountId)
           end-if
           call GET-PROCESSING-DATE using by reference today
           if jsonChannel = space
               move "W" to jsonChannel
           end-if
           move jsonChannel to TN-NOTICE-CHANNEL
           set countryCount to 0
           perform varying countryIndex from 1 by 1
                       until countryIndex > 5
               if jsonCountry(countryIndex) = HOME-COUNTRY
                   set refusal to "home country named as a destination"
               end-if
               if jsonCountry(countryIndex) <> spaces
                   add 1 to countryCount
               end-if
           end-perform
           evaluate true
               when refusal <> null
                   continue
               when jsonStartDate = 0
                       or jsonEndDate < jsonStartDate
                       or jsonEndDate < today
                   set refusal to "trip dates are not valid"
               when countryCount = 0
                   set refusal to "no destination country"
               when not TN-NOTICE-CHANNEL-VALID
                   set refusal to "unknown channel " & jsonChannel
           end-evaluate
           if refusal <> null
               raise new RecordWriteException(
                   "Travel notice refused: " & refusal)
           end-if

           move OPEN-I-O to tnFunction
           call OPEN-TRAVEL-NOTICE-FILE using by value tnFunction
                                    by reference tnStatus
           if tnStatus <> "00"
               raise new FileErrorException(
                   "Travel notice file not available, status "
                   & tnStatus)
           end-if
           initialize TN-TRAVEL-NOTICE
           move accountId to TN-ACCOUNT-ID
           call FIND-TRAVEL-NOTICE-BY-ACCOUNT using
                              by reference TN-TRAVEL-NOTICE tnStatus
           evaluate true
               when noticeFunction = WRITE-RECORD and tnStatus = "00"
                   set refusal to "a notice is already on file"
               when noticeFunction = UPDATE-RECORD and tnStatus <> "00"
                   set refusal to "no notice on file to replace"
               when other
                   initialize TN-TRAVEL-NOTICE
                   move accountId to TN-ACCOUNT-ID
                   move jsonStartDate to TN-TRAVEL-START-DATE
                   move jsonEndDate to TN-TRAVEL-END-DATE
                   move jsonCountries to TN-COUNTRY-TABLE
                   move jsonChannel to TN-NOTICE-CHANNEL
                   move today to TN-NOTICE-ENTERED-DATE
                   move currentCaller to TN-NOTICE-ENTERED-BY
                   move noticeFunction to tnFunction
                   call WRITE-TRAVEL-NOTICE using by value tnFunction
                              by reference TN-TRAVEL-NOTICE tnStatus
                   if tnStatus <> "00" and tnStatus <> "02"
                       set refusal to "write failed, status "
                                      & tnStatus
                   end-if
           end-evaluate
           move CLOSE-FILE to tnFunction
           call OPEN-TRAVEL-NOTICE-FILE using by value tnFunction
                                    by reference tnStatus
           if refusal <> null
               raise new RecordWriteException(
                   "Travel notice not saved: " & refusal)
           end-if
           invoke fillTravelJson(TN-TRAVEL-NOTICE)
           json generate result from travelJson
       end method.

       method-id fillTravelJson private.
       linkage section.
       copy "TRAVEL-NOTICE.cpy" replacing ==(PREFIX)== by ==LNK==.
       procedure division using by reference LNK-TRAVEL-NOTICE.
           move LNK-TRAVEL-START-DATE to jsonStartDate
           move LNK-TRAVEL-END-DATE to jsonEndDate
           move LNK-COUNTRY-TABLE to jsonCountries
           move LNK-NOTICE-CHANNEL to jsonChannel
           move LNK-NOTICE-ENTERED-DATE to jsonEnteredDate
           move LNK-NOTICE-ENTERED-BY to jsonEnteredBy
       end method.

      *> Authentication and authorization in one place. A pass means
      *> the caller exists and carries the role; their identity is
      *> stamped on the audit trail before the method's work starts.
               raise new AccessDeniedException(
                   "Not authorized for " & operation)
           end-if
           set currentCaller to caller
           invoke setAuditCaller(caller)
       end method.

