                   email character varying(60) COLLATE pg_catalog."default",
                   dateofbirth character(8) COLLATE pg_catalog."default",
                   taxid character varying(11) COLLATE pg_catalog."default",
                   addressundeliverable character(1)
                       COLLATE pg_catalog."default" DEFAULT 'N',
                   undeliverabledate character(8)
                       COLLATE pg_catalog."default" DEFAULT '00000000',
                   preferredlanguage character(2)
                       COLLATE pg_catalog."default" DEFAULT 'EN',
                   CONSTRAINT customer_pkey PRIMARY KEY (id)
               )
               
           perform close-database-connection
           perform open-database-connection

      *> Cardholder travel notices, one row per account - dates and
      *> up to five destination countries the authorization path
      *> accepts foreign transactions from.
           exec sql
               DROP TABLE if exists public.travelnotice CASCADE;
               CREATE TABLE public.travelnotice
               (
                   accountid integer NOT NULL,
                   startdate character(8) COLLATE pg_catalog."default",
                   enddate character(8) COLLATE pg_catalog."default",
                   country1 character(3) COLLATE pg_catalog."default",
                   country2 character(3) COLLATE pg_catalog."default",
                   country3 character(3) COLLATE pg_catalog."default",
                   country4 character(3) COLLATE pg_catalog."default",
                   country5 character(3) COLLATE pg_catalog."default",
                   channel character(1) COLLATE pg_catalog."default",
                   entereddate character(8)
                       COLLATE pg_catalog."default",
                   enteredby character varying(20)
                       COLLATE pg_catalog."default",
                   CONSTRAINT travelnotice_pkey PRIMARY KEY (accountid),
                   CONSTRAINT travelnotice_accountid_fkey
                       FOREIGN KEY (accountid)
                       REFERENCES public.account (id) MATCH SIMPLE
                       ON UPDATE NO ACTION
                       ON DELETE NO ACTION
               )

               TABLESPACE pg_default;

               ALTER TABLE public.travelnotice
                   OWNER to postgres;
           end-exec
           perform convert-sqlcode
           perform close-database-connection
           perform open-database-connection

      *> Audit trail - one row per WRITE-*/DELETE-* call against the
      *> account, customer, transaction or payment tables, so "who
      *> changed this and when" can be answered later.
                       (SELECT 1 FROM public.schemaversion
                        WHERE version = 2);

               ALTER TABLE public.customer
                   ADD COLUMN IF NOT EXISTS addressundeliverable
                       character(1) COLLATE pg_catalog."default"
                       DEFAULT 'N',
                   ADD COLUMN IF NOT EXISTS undeliverabledate
                       character(8) COLLATE pg_catalog."default"
                       DEFAULT '00000000',
                   ADD COLUMN IF NOT EXISTS preferredlanguage
                       character(2) COLLATE pg_catalog."default"
                       DEFAULT 'EN';

               CREATE TABLE if not exists public.travelnotice
               (
                   accountid integer NOT NULL,
                   startdate character(8) COLLATE pg_catalog."default",
                   enddate character(8) COLLATE pg_catalog."default",
                   country1 character(3) COLLATE pg_catalog."default",
                   country2 character(3) COLLATE pg_catalog."default",
                   country3 character(3) COLLATE pg_catalog."default",
                   country4 character(3) COLLATE pg_catalog."default",
                   country5 character(3) COLLATE pg_catalog."default",
                   channel character(1) COLLATE pg_catalog."default",
                   entereddate character(8)
                       COLLATE pg_catalog."default",
                   enteredby character varying(20)
                       COLLATE pg_catalog."default",
                   CONSTRAINT travelnotice_pkey PRIMARY KEY (accountid),
                   CONSTRAINT travelnotice_accountid_fkey
                       FOREIGN KEY (accountid)
                       REFERENCES public.account (id) MATCH SIMPLE
                       ON UPDATE NO ACTION
                       ON DELETE NO ACTION
               );

               INSERT INTO public.schemaversion (version)
                   SELECT 3
                   WHERE NOT EXISTS
                       (SELECT 1 FROM public.schemaversion
                        WHERE version = 3);

               commit;
           end-exec
           perform convert-sqlcode
