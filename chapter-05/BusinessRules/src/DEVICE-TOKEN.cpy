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

      * DEVICE-TOKEN - one row per wallet token the card network's
      * token service has asked us to provision: a phone, watch or
      * tablet holding a network-issued stand-in for one of our
      * cards. Keyed by the network's token reference, with the
      * card (CARD-RECORD's vault token, never the real number) as
      * an alternate key so every wallet token riding on a card can
      * be found when the card changes. Rows are never deleted - a
      * token the network has been told to delete stays here marked
      * DELETED, so a replayed request for it can be recognized.
      *   A  active - approved, or stepped up and verified
      *   P  pending - stepped up, waiting on the customer's OTP
      *   S  suspended - the card or account is under suspicion
      *   D  deleted - declined at verification or retired
       01 (PREFIX)-DEVICE-TOKEN.
        03 (PREFIX)-DEVICE-TOKEN-REF   PIC X(24).
        03 (PREFIX)-DEVICE-CARD-NUMBER PIC 9(16).
        03 (PREFIX)-DEVICE-ACCOUNT-ID  PIC X(4) COMP-X.
        03 (PREFIX)-DEVICE-WALLET-ID   PIC X(02).
        03 (PREFIX)-DEVICE-TYPE        PIC X(01).
         88 (PREFIX)-DEVICE-PHONE          VALUE "P".
         88 (PREFIX)-DEVICE-WATCH          VALUE "W".
         88 (PREFIX)-DEVICE-TABLET         VALUE "T".
        03 (PREFIX)-DEVICE-NAME        PIC X(20).
        03 (PREFIX)-DEVICE-TOKEN-STATUS PIC X(01).
         88 (PREFIX)-DEVICE-TOKEN-ACTIVE    VALUE "A".
         88 (PREFIX)-DEVICE-TOKEN-PENDING   VALUE "P".
         88 (PREFIX)-DEVICE-TOKEN-SUSPENDED VALUE "S".
         88 (PREFIX)-DEVICE-TOKEN-DELETED   VALUE "D".
      * Why the provisioning decision went the way it did - the
      * reason code returned to the token service.
        03 (PREFIX)-DEVICE-DECISION-REASON PIC X(02).
        03 (PREFIX)-DEVICE-REQUEST-DATE PIC 9(08).
        03 (PREFIX)-DEVICE-STATUS-DATE PIC 9(08).
