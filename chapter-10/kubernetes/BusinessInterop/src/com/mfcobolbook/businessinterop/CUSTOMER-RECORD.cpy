      * pass must not touch a held record no matter how old it is.
        03 (PREFIX)-LEGAL-HOLD-FLAG    PIC X(01) VALUE "N".
         88 (PREFIX)-UNDER-LEGAL-HOLD      VALUE "Y".
      * Do-not-solicit - the customer has asked us for no marketing
      * offers. The prescreen list run drops them from every campaign
      * whatever the vendor's list says; servicing mail is unaffected.
        03 (PREFIX)-DO-NOT-SOLICIT-FLAG PIC X(01) VALUE "N".
         88 (PREFIX)-DO-NOT-SOLICIT        VALUE "Y".
      * Address changed - the date (yyyymmdd) the mailing address
      * was last replaced, by maintenance or a change-of-address
      * match; zero = as opened. A wallet token asked for soon after
      * an address change is stepped up to a one-time passcode
      * rather than approved outright.
        03 (PREFIX)-ADDRESS-CHANGED-DATE PIC 9(08) VALUE 0.
      * Address undeliverable - mail to the address on file has come
      * back from the Postal Service (set by returned-mail intake,
      * dated when it was). Paper output to the customer is held
      * while it is set; electronic delivery carries on where the
      * contact preference allows. It is cleared by the customer
      * rewrite itself whenever a different address is written -
      * maintenance, a change-of-address match or the customer's
      * own update - and otherwise survives every other rewrite.
        03 (PREFIX)-ADDRESS-UNDELIVERABLE-FLAG PIC X(01) VALUE "N".
         88 (PREFIX)-ADDRESS-IS-UNDELIVERABLE VALUE "Y".
        03 (PREFIX)-UNDELIVERABLE-DATE PIC 9(08) VALUE 0.
      * Insider class - set only by the HR roster load: the bank's
      * employees, and the executive officers, directors and
      * principal shareholders Regulation O calls insiders. Blank
      * is an ordinary customer. INSIDER-OPERATOR-ID is the
      * insider's own operator id - maintenance and CSR actions
      * carrying that id are refused on this customer - and
      * INSIDER-AS-OF-DATE (yyyymmdd) the roster date last applied.
        03 (PREFIX)-INSIDER-CLASS      PIC X(01) VALUE SPACE.
         88 (PREFIX)-NOT-AN-INSIDER        VALUE SPACE.
         88 (PREFIX)-INSIDER-EMPLOYEE      VALUE "E".
         88 (PREFIX)-INSIDER-OFFICER       VALUE "O".
         88 (PREFIX)-INSIDER-DIRECTOR      VALUE "D".
         88 (PREFIX)-INSIDER-SHAREHOLDER   VALUE "P".
         88 (PREFIX)-REG-O-INSIDER         VALUE "O" "D" "P".
        03 (PREFIX)-INSIDER-OPERATOR-ID PIC X(20) VALUE SPACES.
        03 (PREFIX)-INSIDER-AS-OF-DATE PIC 9(08) VALUE 0.
      * Information sharing - the customer's privacy-notice choices.
      * AFFILIATE-SHARE-OPT-OUT stops their information going to the
      * bank's affiliates, THIRD-PARTY-SHARE-OPT-OUT to any company
      * outside the group (co-brand partners, list and mail
      * vendors). Each carries the date (yyyymmdd) and channel (B
      * branch, P phone, W web, M mail) of the customer's last
      * choice; zero/blank = never expressed. Set only by the PS
      * maintenance action. The extracts that share customer data
      * suppress an opted-out customer and count the suppression.
      * PRIVACY-NOTICE-DATE is when the last annual privacy notice
      * went out; zero = never sent, due now.
        03 (PREFIX)-AFFILIATE-SHARE-OPT-OUT PIC X(01) VALUE "N".
         88 (PREFIX)-NO-AFFILIATE-SHARING  VALUE "Y".
        03 (PREFIX)-AFFILIATE-OPT-OUT-DATE PIC 9(08) VALUE 0.
        03 (PREFIX)-AFFILIATE-OPT-OUT-CHANNEL PIC X(01) VALUE SPACE.
        03 (PREFIX)-THIRD-PARTY-SHARE-OPT-OUT PIC X(01) VALUE "N".
         88 (PREFIX)-NO-THIRD-PARTY-SHARING VALUE "Y".
        03 (PREFIX)-THIRD-PARTY-OPT-OUT-DATE PIC 9(08) VALUE 0.
        03 (PREFIX)-THIRD-PARTY-OPT-OUT-CHANNEL PIC X(01) VALUE SPACE.
        03 (PREFIX)-PRIVACY-NOTICE-DATE PIC 9(08) VALUE 0.
      * PII key version - TAX-ID and DATE-OF-BIRTH are held enciphered
      * under this version of the customer data key (the digits are
      * enciphered in place, so the fields keep their shape and an
      * absent value stays spaces or zeros). Zero = still in clear,
      * written before a key was installed and waiting for the
      * conversion run. The storage layer enciphers on every customer
      * write; the clear values come back only through the audited
      * REVEAL-CUSTOMER-PII entry.
        03 (PREFIX)-PII-KEY-VERSION    PIC 9(04) VALUE 0.
      * Preferred language - the language statements, letters and
      * statement messages are produced in for this customer: EN
      * English, ES Spanish (the codes are on LANGUAGE-TABLE). Spaces,
      * on records written before the field existed, read as English.
      * Any text not yet translated into the customer's language is
      * produced in English. Set only by the CL maintenance action.
        03 (PREFIX)-PREFERRED-LANGUAGE PIC X(02) VALUE "EN".
         88 (PREFIX)-PREFERS-ENGLISH       VALUE "EN", "  ".
         88 (PREFIX)-PREFERS-SPANISH       VALUE "ES".
      * Backup withholding - the IRS has told us, by a CP2100
      * B-notice, that the TIN on file does not match its records.
      * BNoticeIntake sets WITHHOLDING-STATUS to A with the notice
      * (B-NOTICE-DATE, yyyymmdd, as printed on the list), whether it
      * is the first or second within three years (B-NOTICE-LEVEL 1
      * or 2) and the date withholding starts (WITHHOLDING-START-DATE,
      * thirty business days after the notice came in). While the
      * status is A and the start date is reached, deposit interest
      * is paid net of the backup withholding percentage. The BW
      * maintenance action clears it (status C, WITHHOLDING-CLEARED-
      * DATE the day the certified W-9 - or, after a second notice,
      * the SSA/IRS validation - was received). Blank = never
      * noticed.
        03 (PREFIX)-WITHHOLDING-STATUS PIC X(01) VALUE SPACE.
         88 (PREFIX)-NO-BACKUP-WITHHOLDING VALUE SPACE, "C".
         88 (PREFIX)-BACKUP-WITHHOLDING    VALUE "A".
         88 (PREFIX)-WITHHOLDING-CLEARED   VALUE "C".
        03 (PREFIX)-B-NOTICE-LEVEL     PIC 9(01) VALUE 0.
         88 (PREFIX)-FIRST-B-NOTICE        VALUE 1.
         88 (PREFIX)-SECOND-B-NOTICE       VALUE 2.
        03 (PREFIX)-B-NOTICE-DATE      PIC 9(08) VALUE 0.
        03 (PREFIX)-WITHHOLDING-START-DATE PIC 9(08) VALUE 0.
        03 (PREFIX)-WITHHOLDING-CLEARED-DATE PIC 9(08) VALUE 0.
      * Relationship pricing tier the monthly review last put the
      * customer in (a RELATIONSHIP-TIER code, space = untiered) and
      * the day it last changed.
        03 (PREFIX)-REL-TIER           PIC X(01) VALUE SPACE.
        03 (PREFIX)-REL-TIER-DATE      PIC 9(08) VALUE 0.
      * Aggregate credit cap - the most this customer may hold in
      * card credit lines across every account they are on, whole
      * dollars. Zero = the house cap from the aggregate exposure
      * parameters.
        03 (PREFIX)-AGGREGATE-CREDIT-CAP PIC 9(09) VALUE 0.
