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

      * HOME-COUNTRY - the country the bank issues its cards in, as
      * the ISO 3166 alpha-3 code merchant and travel-notice
      * countries are carried in. A sale presented from any other
      * country is foreign - it answers to the product's foreign-use
      * ceiling at authorization and to the travel notice on file -
      * and a travel notice may not name it as a destination. Kept
      * in one place so authorization, account maintenance, the
      * REST facade, the velocity scan and the network invoice
      * reconciliation can never disagree about where home is.
       78 HOME-COUNTRY                     VALUE "USA".
