      *> to catch accounts whose customer record is missing. Neither
      *> file carries a foreign key at the ISAM level, so this is the
      *> only thing standing between manual data fixes and orphaned
      *> records reaching month-end processing. Any orphan ends the
      *> run with return code 8, so a batch step or a backup verify
      *> that runs this check fails on it.
       program-id. ReferentialIntegrityCheck.

       data division.
           display "*** Holder rows checked: " WS-XREFS-CHECKED
           display "*** Orphaned holder rows found: "
                   WS-ORPHAN-XREF-COUNT
           if WS-ORPHAN-TRANSACTION-COUNT > 0
                   or WS-ORPHAN-ACCOUNT-COUNT > 0
                   or WS-ORPHAN-XREF-COUNT > 0
               move 8 to return-code
           end-if
           .
