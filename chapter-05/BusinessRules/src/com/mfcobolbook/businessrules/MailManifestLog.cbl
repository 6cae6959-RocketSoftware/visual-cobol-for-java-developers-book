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

      *> Mail manifest log: appends one MAIL-MANIFEST row for a mail
      *> piece printed by a caller that keeps no manifest file of
      *> its own - the interop statement printer, which builds each
      *> statement as text for the print service. The batch print
      *> runs write their rows straight to the manifest. The caller
      *> fills in the whole row; RECORD-MAIL-PIECE only appends it,
      *> so PostalPresort addresses, presorts and barcodes the piece
      *> with the rest of the day's mail. Statuses:
      *>   "00" logged
      *>   other - the mail manifest could not be written
       program-id. MailManifestLog.

       environment division.
       input-output section.
       file-control.
           select Manifest-File assign to external mailManifestFile
               organization is line sequential
               file status is WS-MANIFEST-STATUS
               .

       data division.
       file section.
       fd Manifest-File.
       copy "MAIL-MANIFEST.cpy" replacing ==(PREFIX)== by ==FILE==.

       working-storage section.
       01 WS-MANIFEST-STATUS               PIC XX.

       linkage section.
       copy "MAIL-MANIFEST.cpy" replacing ==(PREFIX)== by ==LNK==.
       01 LNK-STATUS                       PIC XX.

       procedure division.
           goback.

       ENTRY RECORD-MAIL-PIECE using by reference LNK-MAIL-MANIFEST
                                                  LNK-STATUS.
           move "00" to LNK-STATUS
           open extend Manifest-File
           if WS-MANIFEST-STATUS = "35" or WS-MANIFEST-STATUS = "05"
               open output Manifest-File
           end-if
           if WS-MANIFEST-STATUS <> "00"
               move WS-MANIFEST-STATUS to LNK-STATUS
               goback
           end-if
           move LNK-MAIL-MANIFEST to FILE-MAIL-MANIFEST
           write FILE-MAIL-MANIFEST
           if WS-MANIFEST-STATUS <> "00"
               move WS-MANIFEST-STATUS to LNK-STATUS
           end-if
           close Manifest-File
           goback.
