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

      * COST-CENTER - one node of a company's cost-center hierarchy,
      * keyed by company and the company's own cost-center code.
      * PARENT-CODE is the node above, spaces at the top of the
      * tree; maintenance refuses a parent that would close a loop
      * and keeps the tree no deeper than ten levels.
      * SPEND-LIMIT covers the combined balance and outstanding
      * holds of every account attached to this node or to any node
      * beneath it - zero means the node sets no limit of its own
      * and only its ancestors and the company limit apply.
       01 (PREFIX)-COST-CENTER.
        03 (PREFIX)-COST-CENTER-KEY.
         05 (PREFIX)-COMPANY-ID        PIC X(4) COMP-X.
         05 (PREFIX)-COST-CENTER-CODE  PIC X(08).
        03 (PREFIX)-PARENT-CODE        PIC X(08) VALUE SPACES.
        03 (PREFIX)-COST-CENTER-NAME   PIC X(30) VALUE SPACES.
        03 (PREFIX)-SPEND-LIMIT        PIC S9(12)V99 VALUE 0.
        03 (PREFIX)-COST-CENTER-STATUS PIC X(01) VALUE "A".
         88 (PREFIX)-COST-CENTER-ACTIVE    VALUE "A".
         88 (PREFIX)-COST-CENTER-CLOSED    VALUE "C".
