      
       program-id. AccountStorageAccess.
      
       environment division.
       input-output section.
       file-control.
      * Business processing-date control - the same one-line file the
      * native build reads. Absent file = the machine date.
           select ProcessingDate-File
               assign to external processingDateFile
               organization is line sequential
               file status is WS-PROCDATE-STATUS
               .

       data division.
       file section.
       fd ProcessingDate-File.
       01 PROCESSING-DATE-LINE pic x(08).

       working-storage section.
       01 WS-FUNCTION-CODE                 pic x. 
       78 POSTGRES-HOST value "POSTGRES_HOST".
       01 WS-RULE-PERCENTAGE               pic 9V9(4).
       01 WS-RULE-FLOOR-AMOUNT             pic S9(12)V99.
       01 WS-NEXT-ID                       pic x(4) comp-x.
       01 WS-CUST-FIRST-NAME               pic x(30).
       01 WS-CUST-LAST-NAME                pic x(30).
       01 WS-CUST-ADDRESS-LINE-1           pic x(30).
       01 WS-CUST-ADDRESS-LINE-2           pic x(30).
       01 WS-CUST-CITY                     pic x(20).
       01 WS-CUST-STATE                    pic x(2).
       01 WS-CUST-ZIP-CODE                 pic x(10).
       01 WS-CUST-PHONE                    pic x(15).
       01 WS-CUST-EMAIL                    pic x(60).
       01 WS-CUST-DATE-OF-BIRTH            pic x(8).
       01 WS-CUST-TAX-ID                   pic x(11).
       01 WS-CUST-UNDELIVERABLE            pic x(1).
       01 WS-CUST-UNDELIVERABLE-DATE       pic x(8).
       01 WS-CUST-LANGUAGE                 pic x(2).
       01 WS-TN-ACCOUNT-ID                 pic x(4) comp-x.
       01 WS-TN-START-DATE                 pic x(8).
       01 WS-TN-END-DATE                   pic x(8).
       01 WS-TN-COUNTRY-1                  pic x(3).
       01 WS-TN-COUNTRY-2                  pic x(3).
       01 WS-TN-COUNTRY-3                  pic x(3).
       01 WS-TN-COUNTRY-4                  pic x(3).
       01 WS-TN-COUNTRY-5                  pic x(3).
       01 WS-TN-CHANNEL                    pic x(1).
       01 WS-TN-ENTERED-DATE               pic x(8).
       01 WS-TN-ENTERED-BY                 pic x(20).

       EXEC SQL END DECLARE SECTION END-EXEC.
       01 date-characters                  pic x(8).
       copy "PAYMENT-RECORD.cpy" replacing ==(PREFIX)== by ==OLD==.
       copy "CONTACT-PREFERENCE.cpy"
                              replacing ==(PREFIX)== by ==OLD==.
       copy "TRAVEL-NOTICE.cpy" replacing ==(PREFIX)== by ==OLD==.
       copy "AUDIT-RECORD.cpy" replacing ==(PREFIX)== by ==WS==.
       01 WS-CALLER-ID                     pic x(20) value "UNKNOWN".
       01 WS-PROCDATE-STATUS               pic xx.
       01 WS-PROCESSING-DATE               pic 9(08) value 0.
       01 WS-PROCDATE-LOADED               pic x(01) value "N".
        88 PROCESSING-DATE-IS-LOADED           value "Y".

       copy "PROCEDURE-NAMES.cpy".

                              replacing ==(PREFIX)== by ==LNK==.
       copy "ACCOUNT-HOLDER-XREF.cpy"
                              replacing ==(PREFIX)== by ==LNK==.
       copy "TRAVEL-NOTICE.cpy" replacing ==(PREFIX)== by ==LNK==.
       01 LNK-PROCESSING-DATE              pic 9(08).

       procedure division.
           goback.
           move LNK-CALLER-ID to WS-CALLER-ID
           goback.

      * The business date records are stamped with - read once per
      * run unit, the end-of-day roll advances the control file
      * between days. No file means the machine date.
       ENTRY GET-PROCESSING-DATE using by reference
                                            LNK-PROCESSING-DATE.
           perform load-processing-date
           move WS-PROCESSING-DATE to LNK-PROCESSING-DATE
           goback.

      * Race-free key generation - nextval() on a Postgres sequence is
      * atomic across concurrent callers, unlike the previous
      * select-max-and-add-one done in application code.
           end-if
           goback.

      * Cardholder travel notices, one row per account - the
      * authorization path checks these before declining a foreign
      * transaction.
       ENTRY OPEN-TRAVEL-NOTICE-FILE using by VALUE LNK-FUNCTION
                                 by reference LNK-STATUS
           perform connect-to-database
           goback.

       ENTRY WRITE-TRAVEL-NOTICE using by value LNK-FUNCTION
                              by reference LNK-TRAVEL-NOTICE
                                           LNK-STATUS.
           move LNK-ACCOUNT-ID of LNK-TRAVEL-NOTICE
                                                   to WS-TN-ACCOUNT-ID
           move spaces to WS-AUDIT-OLD-VALUES
           if LNK-FUNCTION = UPDATE-RECORD
               perform select-travel-notice
               if sqlcode = 0
                   move WS-TN-ACCOUNT-ID to
                        OLD-ACCOUNT-ID of OLD-TRAVEL-NOTICE
                   move WS-TN-START-DATE to OLD-TRAVEL-START-DATE
                   move WS-TN-END-DATE to OLD-TRAVEL-END-DATE
                   move WS-TN-COUNTRY-1 to OLD-TRAVEL-COUNTRY(1)
                   move WS-TN-COUNTRY-2 to OLD-TRAVEL-COUNTRY(2)
                   move WS-TN-COUNTRY-3 to OLD-TRAVEL-COUNTRY(3)
                   move WS-TN-COUNTRY-4 to OLD-TRAVEL-COUNTRY(4)
                   move WS-TN-COUNTRY-5 to OLD-TRAVEL-COUNTRY(5)
                   move WS-TN-CHANNEL to OLD-NOTICE-CHANNEL
                   move WS-TN-ENTERED-DATE to OLD-NOTICE-ENTERED-DATE
                   move WS-TN-ENTERED-BY to OLD-NOTICE-ENTERED-BY
                   move OLD-TRAVEL-NOTICE to WS-AUDIT-OLD-VALUES
               end-if
           end-if
           move LNK-TRAVEL-START-DATE to WS-TN-START-DATE
           move LNK-TRAVEL-END-DATE to WS-TN-END-DATE
           move LNK-TRAVEL-COUNTRY(1) to WS-TN-COUNTRY-1
           move LNK-TRAVEL-COUNTRY(2) to WS-TN-COUNTRY-2
           move LNK-TRAVEL-COUNTRY(3) to WS-TN-COUNTRY-3
           move LNK-TRAVEL-COUNTRY(4) to WS-TN-COUNTRY-4
           move LNK-TRAVEL-COUNTRY(5) to WS-TN-COUNTRY-5
           move LNK-NOTICE-CHANNEL to WS-TN-CHANNEL
           move LNK-NOTICE-ENTERED-DATE to WS-TN-ENTERED-DATE
           move LNK-NOTICE-ENTERED-BY to WS-TN-ENTERED-BY
           perform with test after until not SQL-REPLAY-WANTED
           evaluate LNK-FUNCTION
               when WRITE-RECORD
                   exec sql
                       insert into travelnotice
                           (accountid, startdate, enddate,
                            country1, country2, country3,
                            country4, country5, channel,
                            entereddate, enteredby)
                           values
                           (:WS-TN-ACCOUNT-ID,
                            :WS-TN-START-DATE,
                            :WS-TN-END-DATE,
                            :WS-TN-COUNTRY-1,
                            :WS-TN-COUNTRY-2,
                            :WS-TN-COUNTRY-3,
                            :WS-TN-COUNTRY-4,
                            :WS-TN-COUNTRY-5,
                            :WS-TN-CHANNEL,
                            :WS-TN-ENTERED-DATE,
                            :WS-TN-ENTERED-BY);
                       commit
                   end-exec
                   perform convert-sqlcode
               when UPDATE-RECORD
                   exec sql
                       update travelnotice
                          set startdate = :WS-TN-START-DATE,
                              enddate = :WS-TN-END-DATE,
                              country1 = :WS-TN-COUNTRY-1,
                              country2 = :WS-TN-COUNTRY-2,
                              country3 = :WS-TN-COUNTRY-3,
                              country4 = :WS-TN-COUNTRY-4,
                              country5 = :WS-TN-COUNTRY-5,
                              channel = :WS-TN-CHANNEL,
                              entereddate = :WS-TN-ENTERED-DATE,
                              enteredby = :WS-TN-ENTERED-BY
                        where accountid = :WS-TN-ACCOUNT-ID;
                       commit
                   end-exec
                   perform convert-sqlcode
               when other
                   move "N" to sql-replay-flag
                   move "88" to LNK-STATUS
           end-evaluate
           end-perform
           if LNK-STATUS = "00"
               set WS-AUDIT-TRAVEL to true
               if LNK-FUNCTION = UPDATE-RECORD
                   set WS-AUDIT-UPDATE to true
               else
                   set WS-AUDIT-WRITE to true
               end-if
               move WS-TN-ACCOUNT-ID to WS-AUDIT-KEY
               move LNK-TRAVEL-NOTICE to WS-AUDIT-NEW-VALUES
               perform write-audit-record
           end-if
           goback.

      * Direct read by account - "23" means no trip is on file.
       ENTRY FIND-TRAVEL-NOTICE-BY-ACCOUNT using
                              by reference LNK-TRAVEL-NOTICE
                                           LNK-STATUS.
           move LNK-ACCOUNT-ID of LNK-TRAVEL-NOTICE
                                                   to WS-TN-ACCOUNT-ID
           perform with test after until not SQL-REPLAY-WANTED
           perform select-travel-notice
           if sqlcode = 0
               perform move-travel-notice-to-lnk
           end-if
           perform convert-sqlcode
           end-perform
           goback.

       ENTRY DELETE-TRAVEL-NOTICE using by reference
                                    LNK-TRAVEL-NOTICE
                                    LNK-STATUS.
           move LNK-ACCOUNT-ID of LNK-TRAVEL-NOTICE
                                                   to WS-TN-ACCOUNT-ID
           move LNK-TRAVEL-NOTICE to WS-AUDIT-OLD-VALUES
           perform with test after until not SQL-REPLAY-WANTED
           exec sql
               delete from travelnotice
                   where accountid = :WS-TN-ACCOUNT-ID
           end-exec
           perform convert-sqlcode
           end-perform
           if LNK-STATUS = "00"
               set WS-AUDIT-TRAVEL to true
               set WS-AUDIT-DELETE to true
               move WS-TN-ACCOUNT-ID to WS-AUDIT-KEY
               move spaces to WS-AUDIT-NEW-VALUES
               perform write-audit-record
           end-if
           goback.


       ENTRY OPEN-HOLDER-XREF-FILE using by VALUE LNK-FUNCTION
                                 by reference LNK-STATUS
           move spaces to WS-AUDIT-OLD-VALUES
           if LNK-FUNCTION = UPDATE-RECORD
               exec sql
                   select id, firstname, lastname, addressline1,
                       addressline2, city, state, zipcode,
                       phone, email,
                       coalesce(dateofbirth, '00000000'),
                       coalesce(taxid, ' '),
                       coalesce(addressundeliverable, 'N'),
                       coalesce(undeliverabledate, '00000000'),
                       coalesce(preferredlanguage, 'EN')
                   into
                       :WS-TEMP-ID, :WS-CUST-FIRST-NAME,
                       :WS-CUST-LAST-NAME, :WS-CUST-ADDRESS-LINE-1,
                       :WS-CUST-ADDRESS-LINE-2, :WS-CUST-CITY,
                       :WS-CUST-STATE, :WS-CUST-ZIP-CODE,
                       :WS-CUST-PHONE, :WS-CUST-EMAIL,
                       :WS-CUST-DATE-OF-BIRTH, :WS-CUST-TAX-ID,
                       :WS-CUST-UNDELIVERABLE,
                       :WS-CUST-UNDELIVERABLE-DATE,
                       :WS-CUST-LANGUAGE
                   from customer
                       where id = :WS-TEMP-ID
               end-exec
               if sqlcode = 0
                   perform move-customer-to-old
                   perform carry-undeliverable-flag
                   move OLD-CUSTOMER-RECORD to WS-AUDIT-OLD-VALUES
               end-if
           end-if
           move LNK-ADDRESS-UNDELIVERABLE-FLAG to WS-CUST-UNDELIVERABLE
           move LNK-UNDELIVERABLE-DATE to WS-CUST-UNDELIVERABLE-DATE
           move LNK-PREFERRED-LANGUAGE to WS-CUST-LANGUAGE
           perform with test after until not SQL-REPLAY-WANTED
           evaluate LNK-FUNCTION
           when WRITE-RECORD
               exec sql
                   insert into customer
                       (id, firstName, lastName, addressline1,
                        addressline2, city, state, zipcode, phone,
                        email, addressundeliverable, undeliverabledate,
                        preferredlanguage)
                       values
                       (:WS-TEMP-ID,
                        :LNK-FIRST-NAME,
                        :LNK-STATE,
                        :LNK-ZIP-CODE,
                        :LNK-PHONE,
                        :LNK-EMAIL,
                        :WS-CUST-UNDELIVERABLE,
                        :WS-CUST-UNDELIVERABLE-DATE,
                        :WS-CUST-LANGUAGE);
                   commit
               end-exec
           when UPDATE-RECORD
                       state = :LNK-STATE,
                       zipcode = :LNK-ZIP-CODE,
                       phone = :LNK-PHONE,
                       email = :LNK-EMAIL,
                       addressundeliverable = :WS-CUST-UNDELIVERABLE,
                       undeliverabledate = :WS-CUST-UNDELIVERABLE-DATE,
                       preferredlanguage = :WS-CUST-LANGUAGE
                   where
                       (id = :WS-TEMP-ID);
                   commit
               when START-READ
                   exec sql 
                       declare wcurs cursor for 
                           select id, firstname, lastname, addressline1,
                               addressline2, city, state, zipcode,
                               phone, email,
                               coalesce(dateofbirth, '00000000'),
                               coalesce(taxid, ' '),
                               coalesce(addressundeliverable, 'N'),
                               coalesce(undeliverabledate, '00000000'),
                               coalesce(preferredlanguage, 'EN')
                               from customer
                               where lastname = :LNK-LAST-NAME 
                   end-exec
                   exec sql
                   end-exec
               when READ-NEXT
                   exec sql
                       fetch wcurs into
                           :WS-TEMP-ID, :WS-CUST-FIRST-NAME,
                           :WS-CUST-LAST-NAME, :WS-CUST-ADDRESS-LINE-1,
                           :WS-CUST-ADDRESS-LINE-2, :WS-CUST-CITY,
                           :WS-CUST-STATE, :WS-CUST-ZIP-CODE,
                           :WS-CUST-PHONE, :WS-CUST-EMAIL,
                           :WS-CUST-DATE-OF-BIRTH, :WS-CUST-TAX-ID,
                           :WS-CUST-UNDELIVERABLE,
                           :WS-CUST-UNDELIVERABLE-DATE,
                           :WS-CUST-LANGUAGE
                   end-exec
                   if sqlcode = 0
                       perform move-customer-to-lnk
                   end-if
           end-evaluate
           perform convert-sqlcode
           end-perform
           move LNK-CUSTOMER-ID of LNK-CUSTOMER-RECORD to WS-TEMP-ID 
           perform with test after until not SQL-REPLAY-WANTED
           exec sql
               select id, firstname, lastname, addressline1,
                   addressline2, city, state, zipcode,
                   phone, email,
                   coalesce(dateofbirth, '00000000'),
                   coalesce(taxid, ' '),
                   coalesce(addressundeliverable, 'N'),
                   coalesce(undeliverabledate, '00000000'),
                   coalesce(preferredlanguage, 'EN')
               into
                   :WS-TEMP-ID, :WS-CUST-FIRST-NAME,
                   :WS-CUST-LAST-NAME, :WS-CUST-ADDRESS-LINE-1,
                   :WS-CUST-ADDRESS-LINE-2, :WS-CUST-CITY,
                   :WS-CUST-STATE, :WS-CUST-ZIP-CODE,
                   :WS-CUST-PHONE, :WS-CUST-EMAIL,
                   :WS-CUST-DATE-OF-BIRTH, :WS-CUST-TAX-ID,
                   :WS-CUST-UNDELIVERABLE,
                   :WS-CUST-UNDELIVERABLE-DATE,
                   :WS-CUST-LANGUAGE
               from customer
                   where id = :WS-TEMP-ID
           end-exec
           if sqlcode = 0
               perform move-customer-to-lnk
           end-if
           perform convert-sqlcode
           end-perform
           goback.
               when START-READ
                   exec sql 
                       declare zcurs cursor for 
                           select id, firstname, lastname, addressline1,
                               addressline2, city, state, zipcode,
                               phone, email,
                               coalesce(dateofbirth, '00000000'),
                               coalesce(taxid, ' '),
                               coalesce(addressundeliverable, 'N'),
                               coalesce(undeliverabledate, '00000000'),
                               coalesce(preferredlanguage, 'EN')
                              from customer
                              where id >= :WS-TEMP-ID 
                   end-exec
                   exec sql
                   end-exec
               when READ-NEXT
                   exec sql
                       fetch zcurs into
                           :WS-TEMP-ID, :WS-CUST-FIRST-NAME,
                           :WS-CUST-LAST-NAME, :WS-CUST-ADDRESS-LINE-1,
                           :WS-CUST-ADDRESS-LINE-2, :WS-CUST-CITY,
                           :WS-CUST-STATE, :WS-CUST-ZIP-CODE,
                           :WS-CUST-PHONE, :WS-CUST-EMAIL,
                           :WS-CUST-DATE-OF-BIRTH, :WS-CUST-TAX-ID,
                           :WS-CUST-UNDELIVERABLE,
                           :WS-CUST-UNDELIVERABLE-DATE,
                           :WS-CUST-LANGUAGE
                   end-exec
                   if sqlcode = 0
                       perform move-customer-to-lnk
                   end-if
           end-evaluate
           perform convert-sqlcode
           end-perform
                                             LNK-STATUS
           perform with test after until not SQL-REPLAY-WANTED
           exec sql
               select id, firstname, lastname, addressline1,
                   addressline2, city, state, zipcode,
                   phone, email,
                   coalesce(dateofbirth, '00000000'),
                   coalesce(taxid, ' '),
                   coalesce(addressundeliverable, 'N'),
                   coalesce(undeliverabledate, '00000000'),
                   coalesce(preferredlanguage, 'EN')
               into
                   :WS-TEMP-ID, :WS-CUST-FIRST-NAME,
                   :WS-CUST-LAST-NAME, :WS-CUST-ADDRESS-LINE-1,
                   :WS-CUST-ADDRESS-LINE-2, :WS-CUST-CITY,
                   :WS-CUST-STATE, :WS-CUST-ZIP-CODE,
                   :WS-CUST-PHONE, :WS-CUST-EMAIL,
                   :WS-CUST-DATE-OF-BIRTH, :WS-CUST-TAX-ID,
                   :WS-CUST-UNDELIVERABLE,
                   :WS-CUST-UNDELIVERABLE-DATE,
                   :WS-CUST-LANGUAGE
               from customer
                   order by id desc limit 1
           end-exec
           if sqlcode = 0
               perform move-customer-to-lnk
           end-if
           perform convert-sqlcode
           end-perform
           goback.
           exit section
           .

      * Copies the customer host variables a select or fetch just
      * filled into the linkage record. Fields the table doesn't
      * carry come back blank.
       move-customer-to-lnk section.
           initialize LNK-CUSTOMER-RECORD
           move WS-TEMP-ID to LNK-CUSTOMER-ID of LNK-CUSTOMER-RECORD
           move WS-CUST-FIRST-NAME to LNK-FIRST-NAME
           move WS-CUST-LAST-NAME to LNK-LAST-NAME
           move WS-CUST-ADDRESS-LINE-1 to LNK-ADDRESS-LINE-1
           move WS-CUST-ADDRESS-LINE-2 to LNK-ADDRESS-LINE-2
           move WS-CUST-CITY to LNK-CITY
           move WS-CUST-STATE to LNK-STATE
           move WS-CUST-ZIP-CODE to LNK-ZIP-CODE
           move WS-CUST-PHONE to LNK-PHONE
           move WS-CUST-EMAIL to LNK-EMAIL
           move WS-CUST-DATE-OF-BIRTH to LNK-DATE-OF-BIRTH
           move WS-CUST-TAX-ID to LNK-TAX-ID
           move WS-CUST-UNDELIVERABLE to LNK-ADDRESS-UNDELIVERABLE-FLAG
           move WS-CUST-UNDELIVERABLE-DATE to LNK-UNDELIVERABLE-DATE
           move WS-CUST-LANGUAGE to LNK-PREFERRED-LANGUAGE
           exit section
           .

      * Same again for the before-image an update is audited against.
       move-customer-to-old section.
           initialize OLD-CUSTOMER-RECORD
           move WS-TEMP-ID to OLD-CUSTOMER-ID of OLD-CUSTOMER-RECORD
           move WS-CUST-FIRST-NAME to OLD-FIRST-NAME
           move WS-CUST-LAST-NAME to OLD-LAST-NAME
           move WS-CUST-ADDRESS-LINE-1 to OLD-ADDRESS-LINE-1
           move WS-CUST-ADDRESS-LINE-2 to OLD-ADDRESS-LINE-2
           move WS-CUST-CITY to OLD-CITY
           move WS-CUST-STATE to OLD-STATE
           move WS-CUST-ZIP-CODE to OLD-ZIP-CODE
           move WS-CUST-PHONE to OLD-PHONE
           move WS-CUST-EMAIL to OLD-EMAIL
           move WS-CUST-DATE-OF-BIRTH to OLD-DATE-OF-BIRTH
           move WS-CUST-TAX-ID to OLD-TAX-ID
           move WS-CUST-UNDELIVERABLE to OLD-ADDRESS-UNDELIVERABLE-FLAG
           move WS-CUST-UNDELIVERABLE-DATE to OLD-UNDELIVERABLE-DATE
           move WS-CUST-LANGUAGE to OLD-PREFERRED-LANGUAGE
           exit section
           .

      * Returned mail marks an address undeliverable; the mark stays
      * until the address itself is changed. A caller that rewrites
      * the customer without touching the address must not clear it.
       carry-undeliverable-flag section.
           if LNK-ADDRESS-LINE-1 not = OLD-ADDRESS-LINE-1
              or LNK-ADDRESS-LINE-2 not = OLD-ADDRESS-LINE-2
              or LNK-CITY not = OLD-CITY
              or LNK-STATE not = OLD-STATE
              or LNK-ZIP-CODE not = OLD-ZIP-CODE
               move "N" to LNK-ADDRESS-UNDELIVERABLE-FLAG
               move 0 to LNK-UNDELIVERABLE-DATE
               exit section
           end-if
           if OLD-ADDRESS-IS-UNDELIVERABLE
               move OLD-ADDRESS-UNDELIVERABLE-FLAG
                                   to LNK-ADDRESS-UNDELIVERABLE-FLAG
               move OLD-UNDELIVERABLE-DATE to LNK-UNDELIVERABLE-DATE
           end-if
           exit section
           .

       select-travel-notice section.
           exec sql
               select startdate, enddate, country1, country2,
                      country3, country4, country5, channel,
                      entereddate, enteredby
                   into :WS-TN-START-DATE, :WS-TN-END-DATE,
                        :WS-TN-COUNTRY-1, :WS-TN-COUNTRY-2,
                        :WS-TN-COUNTRY-3, :WS-TN-COUNTRY-4,
                        :WS-TN-COUNTRY-5, :WS-TN-CHANNEL,
                        :WS-TN-ENTERED-DATE, :WS-TN-ENTERED-BY
                   from travelnotice
                   where accountid = :WS-TN-ACCOUNT-ID
           end-exec
           exit section
           .

       move-travel-notice-to-lnk section.
           move WS-TN-ACCOUNT-ID to LNK-ACCOUNT-ID of LNK-TRAVEL-NOTICE
           move WS-TN-START-DATE to LNK-TRAVEL-START-DATE
           move WS-TN-END-DATE to LNK-TRAVEL-END-DATE
           move WS-TN-COUNTRY-1 to LNK-TRAVEL-COUNTRY(1)
           move WS-TN-COUNTRY-2 to LNK-TRAVEL-COUNTRY(2)
           move WS-TN-COUNTRY-3 to LNK-TRAVEL-COUNTRY(3)
           move WS-TN-COUNTRY-4 to LNK-TRAVEL-COUNTRY(4)
           move WS-TN-COUNTRY-5 to LNK-TRAVEL-COUNTRY(5)
           move WS-TN-CHANNEL to LNK-NOTICE-CHANNEL
           move WS-TN-ENTERED-DATE to LNK-NOTICE-ENTERED-DATE
           move WS-TN-ENTERED-BY to LNK-NOTICE-ENTERED-BY
           exit section
           .

       load-processing-date section.
           if PROCESSING-DATE-IS-LOADED
               exit section
           end-if
           set PROCESSING-DATE-IS-LOADED to true
           accept WS-PROCESSING-DATE from DATE YYYYMMDD
           open input ProcessingDate-File
           if WS-PROCDATE-STATUS = "00"
               read ProcessingDate-File
                   at end move "10" to WS-PROCDATE-STATUS
               end-read
               if WS-PROCDATE-STATUS = "00"
                       and PROCESSING-DATE-LINE is numeric
                   move PROCESSING-DATE-LINE to WS-PROCESSING-DATE
               end-if
               close ProcessingDate-File
           end-if
           exit section
           .

      * Copies the merchant host variables a transaction fetch just
      * filled into the linkage record - shared by the three fetch
      * paths so the field list only lives in one place.
