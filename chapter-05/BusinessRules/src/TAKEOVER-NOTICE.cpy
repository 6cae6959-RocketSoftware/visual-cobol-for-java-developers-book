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

      * TAKEOVER-NOTICE - one row per suspected account takeover,
      * addressed to the contact details the customer had BEFORE the
      * change that started the sequence: if the change was the
      * fraudster's, the new phone, email and address are theirs, so
      * the ordinary letter path would warn the wrong person. The
      * mail and messaging vendor sends it by every channel present.
      * EVENTS lists what followed the change, one letter each:
      * C replacement card, A authorized user, L credit-line
      * increase, W wallet provisioning.
       01 (PREFIX)-TAKEOVER-NOTICE.
        03 (PREFIX)-NOTICE-DATE        PIC 9(08).
        03 (PREFIX)-ACCOUNT-ID         PIC 9(10).
        03 (PREFIX)-CUSTOMER-ID        PIC 9(10).
        03 (PREFIX)-CHANGE-DATE        PIC 9(08).
        03 (PREFIX)-FIRST-NAME         PIC X(30).
        03 (PREFIX)-LAST-NAME          PIC X(30).
        03 (PREFIX)-OLD-ADDRESS-LINE-1 PIC X(30).
        03 (PREFIX)-OLD-ADDRESS-LINE-2 PIC X(30).
        03 (PREFIX)-OLD-CITY           PIC X(20).
        03 (PREFIX)-OLD-STATE          PIC X(02).
        03 (PREFIX)-OLD-ZIP-CODE       PIC X(10).
        03 (PREFIX)-OLD-PHONE          PIC X(15).
        03 (PREFIX)-OLD-EMAIL          PIC X(60).
        03 (PREFIX)-EVENTS             PIC X(04).
        03 (PREFIX)-RISK-SCORE         PIC 9(03).
