         88 (PREFIX)-JOB-FAILED            VALUE "F".
         88 (PREFIX)-JOB-NOT-NEEDED        VALUE "X".
        03 (PREFIX)-JOB-END-TIME       PIC 9(08).
      * START-TIME/ELAPSED-SECONDS time the launched process itself;
      * RECORDS-PROCESSED is whatever count the job handed back on the
      * job statistics file, zero for a job that reports none.
        03 (PREFIX)-JOB-START-TIME     PIC 9(08) VALUE 0.
        03 (PREFIX)-JOB-ELAPSED-SECONDS PIC 9(06) VALUE 0.
        03 (PREFIX)-JOB-RECORDS-PROCESSED PIC 9(09) VALUE 0.
