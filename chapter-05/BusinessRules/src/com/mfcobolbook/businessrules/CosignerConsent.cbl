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

      *> Cosigner consent: the written agreement of an under-21
      *> account's cosigner to carry a higher credit limit with the
      *> holder. The CARD Act lets such an account's limit rise only
      *> with that consent, so every path that raises a limit asks
      *> here first and the branch file records the signed form:
      *>   RECORD-COSIGNER-CONSENT - files the consent, replacing any
      *>   earlier one for the account (a fresh form for a higher
      *>   limit supersedes the last). Statuses:
      *>     "00" recorded
      *>     other - the consent file could not be written
      *>   CHECK-COSIGNER-CONSENT - whether the consent on file
      *>   covers a proposed limit. Statuses:
      *>     "00" the cosigner has agreed to this limit or higher
      *>     "23" no consent on file, or one for a lower limit
      *> The file is opened and closed on each call; the paths that
      *> ask are infrequent enough for that to cost nothing.
       program-id. CosignerConsent.

       environment division.
       input-output section.
       file-control.
           select Consent-File assign to external cosignerConsentFile
               file status is WS-CONSENT-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-ACCOUNT-ID
                                         of FILE-COSIGNER-CONSENT
               .

       data division.
       file section.
       fd Consent-File.
       copy "COSIGNER-CONSENT.cpy" replacing ==(PREFIX)== by ==FILE==.

       working-storage section.
       01 WS-CONSENT-STATUS                PIC XX.

       linkage section.
       copy "COSIGNER-CONSENT.cpy" replacing ==(PREFIX)== by ==LNK==.
       01 LNK-CHECK-ACCOUNT-ID             PIC X(4) COMP-X.
       01 LNK-PROPOSED-LIMIT               PIC S9(9)V99.
       01 LNK-STATUS                       PIC XX.

       procedure division.
           goback.

       ENTRY RECORD-COSIGNER-CONSENT using by reference
                                               LNK-COSIGNER-CONSENT
                                               LNK-STATUS.
           open i-o Consent-File
           if WS-CONSENT-STATUS = "35"
               open output Consent-File
               close Consent-File
               open i-o Consent-File
           end-if
           if WS-CONSENT-STATUS <> "00" and WS-CONSENT-STATUS <> "05"
               move WS-CONSENT-STATUS to LNK-STATUS
               goback
           end-if
           move LNK-ACCOUNT-ID of LNK-COSIGNER-CONSENT to
                        FILE-ACCOUNT-ID of FILE-COSIGNER-CONSENT
           read Consent-File key is FILE-ACCOUNT-ID
                                         of FILE-COSIGNER-CONSENT
           if WS-CONSENT-STATUS = "00"
               move LNK-COSIGNER-CONSENT to FILE-COSIGNER-CONSENT
               rewrite FILE-COSIGNER-CONSENT
           else
               move LNK-COSIGNER-CONSENT to FILE-COSIGNER-CONSENT
               write FILE-COSIGNER-CONSENT
           end-if
           move WS-CONSENT-STATUS to LNK-STATUS
           close Consent-File
           goback.

       ENTRY CHECK-COSIGNER-CONSENT using by reference
                                               LNK-CHECK-ACCOUNT-ID
                                               LNK-PROPOSED-LIMIT
                                               LNK-STATUS.
           move "23" to LNK-STATUS
           open input Consent-File
           if WS-CONSENT-STATUS <> "00"
               goback
           end-if
           move LNK-CHECK-ACCOUNT-ID to
                        FILE-ACCOUNT-ID of FILE-COSIGNER-CONSENT
           read Consent-File key is FILE-ACCOUNT-ID
                                         of FILE-COSIGNER-CONSENT
           if WS-CONSENT-STATUS = "00"
               and FILE-CONSENTED-LIMIT of FILE-COSIGNER-CONSENT
                                   >= LNK-PROPOSED-LIMIT
               move "00" to LNK-STATUS
           end-if
           close Consent-File
           goback.
