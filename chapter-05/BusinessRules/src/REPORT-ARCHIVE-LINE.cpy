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

      * REPORT-ARCHIVE-LINE - one printed line of an archived report,
      * keyed by the REPORT-ARCHIVE row's key and the line's place
      * in the report, so a reprint reads the run back in order.
       01 (PREFIX)-REPORT-ARCHIVE-LINE.
        03 (PREFIX)-LINE-KEY.
         05 (PREFIX)-REPORT-ID         PIC X(12).
         05 (PREFIX)-PROCESSING-DATE   PIC 9(08).
         05 (PREFIX)-ARCHIVE-SEQ       PIC 9(03).
         05 (PREFIX)-LINE-NUMBER       PIC 9(07).
        03 (PREFIX)-LINE-TEXT          PIC X(200).
