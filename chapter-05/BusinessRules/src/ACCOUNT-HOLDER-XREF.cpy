      * person is on" is as cheap as "everyone on this account".
      * ACCOUNT-RECORD's own CUSTOMER-ID remains the billing primary;
      * the cross-reference carries the full picture - the primary
      * mirrored as a PRIMARY row, joint holders, authorized users,
      * and the cosigner an under-21 applicant was opened with. Rows
      * are retired in place (REMOVED) rather than deleted, so "who
      * was on this account last spring" stays answerable.
       01 (PREFIX)-ACCOUNT-HOLDER-XREF.
        03 (PREFIX)-HOLDER-KEY.
         05 (PREFIX)-ACCOUNT-ID        PIC X(4) COMP-X.
         88 (PREFIX)-ROLE-PRIMARY          VALUE "P".
         88 (PREFIX)-ROLE-JOINT            VALUE "J".
         88 (PREFIX)-ROLE-AUTHORIZED       VALUE "A".
         88 (PREFIX)-ROLE-COSIGNER         VALUE "C".
        03 (PREFIX)-HOLDER-ADDED-DATE  PIC 9(08).
        03 (PREFIX)-HOLDER-STATUS      PIC X(01).
         88 (PREFIX)-HOLDER-ACTIVE         VALUE "A".
