        03 (PREFIX)-FOREIGN-FEE-PCT    PIC 9V9(4).
        03 (PREFIX)-WDL-LIMIT-COUNT    PIC 9(02).
        03 (PREFIX)-EXCESS-WDL-FEE     PIC S9(7)V99.
      * Penalty pricing: the APR an account of this type is moved to
      * once it falls 60 days past due, after the advance notice has
      * gone out. Blank (rows that predate the column) or zero means
      * the product carries no penalty rate and is never repriced.
        03 (PREFIX)-PENALTY-APR        PIC 9V9(4).
      * Over-limit: the fee charged for a cycle that closes over the
      * credit limit on an account whose holder has opted in, and the
      * tolerance - a fraction of the credit limit - authorization
      * may go past the limit for such an account. Blank or zero in
      * either means the product allows no over-limit spend or fee.
        03 (PREFIX)-OVERLIMIT-FEE      PIC S9(7)V99.
        03 (PREFIX)-OVERLIMIT-TOL-PCT  PIC 9V9(4).
      * Foreign use: the largest single sale authorization approves
      * from a merchant outside the home country on an account of
      * this type, unless the customer's travel notice covers the
      * day and names the country. Blank or zero means the product
      * puts no ceiling on foreign use.
        03 (PREFIX)-FOREIGN-USE-MAX    PIC S9(7)V99.
