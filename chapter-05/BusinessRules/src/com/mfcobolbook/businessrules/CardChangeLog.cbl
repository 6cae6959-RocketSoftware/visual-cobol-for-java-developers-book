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

      *> Card change log: the one place a card change a merchant
      *> holding the card on file would need to hear about is
      *> written down for the network's account updater. Called at
      *> the moment of the change by whichever program made it:
      *>   R  CardLostStolen and CardExpirySweep when a card is
      *>      replaced, CardActivation when a compromise reissue is
      *>      activated and the exposed card is retired
      *>   C  AccountStorageAccess when an account is closed,
      *>      ChargeOffProcessing when one is charged off
      *> RECORD-CARD-CHANGE stamps the row and appends it to the
      *> card change log; AccountUpdaterExtract turns the day's rows
      *> into the outbound updater file. Statuses:
      *>   "00" logged
      *>   other - the card change log could not be written
       program-id. CardChangeLog.

       environment division.
       input-output section.
       file-control.
           select Card-Change-File assign to external cardChangeFile
               organization is line sequential
               file status is WS-CHANGE-STATUS
               .

       data division.
       file section.
       fd Card-Change-File.
       copy "CARD-CHANGE.cpy" replacing ==(PREFIX)== by ==FILE==.

       working-storage section.
       01 WS-CHANGE-STATUS                 PIC XX.

       linkage section.
       copy "CARD-CHANGE.cpy" replacing ==(PREFIX)== by ==LNK==.
       01 LNK-STATUS                       PIC XX.

       procedure division.
           goback.

       ENTRY RECORD-CARD-CHANGE using by reference LNK-CARD-CHANGE
                                                   LNK-STATUS.
           move "00" to LNK-STATUS
           open extend Card-Change-File
           if WS-CHANGE-STATUS = "35" or WS-CHANGE-STATUS = "05"
               open output Card-Change-File
           end-if
           if WS-CHANGE-STATUS <> "00"
               move WS-CHANGE-STATUS to LNK-STATUS
               goback
           end-if
           move LNK-CARD-CHANGE to FILE-CARD-CHANGE
           write FILE-CARD-CHANGE
           if WS-CHANGE-STATUS <> "00"
               move WS-CHANGE-STATUS to LNK-STATUS
           end-if
           close Card-Change-File
           goback.
