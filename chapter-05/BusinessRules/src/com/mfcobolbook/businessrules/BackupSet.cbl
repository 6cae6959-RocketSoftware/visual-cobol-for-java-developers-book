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

      *> Point-in-time backup sets. Copying the indexed files one at
      *> a time while posting runs write to them gives a pile of
      *> files that were never consistent with each other; a set
      *> taken here is. The one-line command file reads either
      *>   BACKUP,<label>,<backup directory>
      *>   VERIFY,<label>,<backup directory>,<scratch directory>
      *> BACKUP takes the quiesce point through the batch interlock -
      *> a BACKUP lock over the whole id range of every resource the
      *> posting and maintenance runs lock, so no run can start into
      *> the copy and the copy cannot start under a run - then copies
      *> every data file into <backup directory>/<label>: the
      *> account, customer, transaction, payment and audit files
      *> always, plus every file named on the backup file list (one
      *> upper-case external name per line, ACCOUNTFILE style). Live
      *> paths come from the dd_ environment names the storage layer
      *> itself reports; an indexed file's .idx rides along with it.
      *> The set's MANIFEST then records, measured over the COPIES,
      *> each file's byte count and hash total, the record count and
      *> record hash of the four core files and the audit trail, the
      *> audit log position (rows on the trail and the stamp of the
      *> last row - hand that row count to ForwardRecovery to replay
      *> forward from this set) and the trial balance's own control
      *> figures. The locks are given back when the copy is done.
      *> VERIFY restores a set into the scratch directory, re-measures
      *> every restored file against the manifest, points every dd_
      *> name of the set at the scratch copies and runs each command
      *> on the verify steps file (ReferentialIntegrityCheck and
      *> MonthEndTrialBalance, normally) against them - any non-zero
      *> exit fails the verify. The trial balance the steps wrote into
      *> the scratch control file must then tie to the manifest's
      *> figures. A set that does not verify ends the run with
      *> return code 8, and so does a backup that could not be taken.
       program-id. BackupSet.

       environment division.
       input-output section.
       file-control.
           select Command-File assign to external backupCommandFile
               organization is line sequential
               file status is WS-COMMAND-STATUS
               .
           select File-List-File assign to external backupFileList
               organization is line sequential
               file status is WS-LIST-STATUS
               .
           select Steps-File assign to external backupVerifyStepsFile
               organization is line sequential
               file status is WS-STEPS-STATUS
               .
           select Manifest-File assign to external backupManifestFile
               organization is line sequential
               file status is WS-MANIFEST-STATUS
               .
           select Control-File
               assign to external trialBalanceControlFile
               organization is line sequential
               file status is WS-CONTROL-STATUS
               .
           select Audit-File assign to external auditFile
               organization is line sequential
               file status is WS-DATA-STATUS
               .
           select Account-File assign to external accountFile
               file status is WS-DATA-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-ACCOUNT-ID of FILE-ACCOUNT
               alternate record key is FILE-CUSTOMER-ID of FILE-ACCOUNT
                                                        with duplicates
               alternate record key is FILE-COMPANY-ID of FILE-ACCOUNT
                                                        with duplicates
               .
           select Customer-File assign to external customerFile
               file status is WS-DATA-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-CUSTOMER-ID OF FILE-CUSTOMER-RECORD
               alternate record key is FILE-LAST-NAME with duplicates
               .
           select Transaction-File assign to external transactionFile
               file status is WS-DATA-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-TRANSACTION-ID
                          of FILE-TRANSACTION-RECORD
               alternate record key is FILE-ACCOUNT-ID
                                    of FILE-TRANSACTION-RECORD
                                    with duplicates
               alternate record key is FILE-TRANS-DATE with duplicates
               .
           select Payment-File assign to external paymentFile
               file status is WS-DATA-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-PAYMENT-ID
               alternate record key is FILE-ACCOUNT-ID
                                    of FILE-PAYMENT-RECORD
                                    with duplicates
               .

       data division.
       file section.
       fd Command-File.
       01 COMMAND-LINE-REC                 PIC X(250).
       fd File-List-File.
       01 FILE-LIST-LINE                   PIC X(30).
       fd Steps-File.
       01 STEPS-LINE                       PIC X(250).
       fd Manifest-File.
       copy "BACKUP-MANIFEST.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Control-File.
       copy "TRIAL-BALANCE-CONTROL.cpy"
                              replacing ==(PREFIX)== by ==FILE==.
       fd Audit-File.
       copy "AUDIT-RECORD.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Account-File.
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Customer-File.
       copy "CUSTOMER-RECORD.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Transaction-File.
       copy "TRANSACTION-RECORD.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Payment-File.
       copy "PAYMENT-RECORD.cpy" replacing ==(PREFIX)== by ==FILE==.

       working-storage section.
       copy "JOB-LOCK.cpy" replacing ==(PREFIX)== by ==WS-LOCK==.

       01 WS-COMMAND-STATUS                PIC XX.
       01 WS-LIST-STATUS                   PIC XX.
       01 WS-STEPS-STATUS                  PIC XX.
       01 WS-MANIFEST-STATUS               PIC XX.
       01 WS-CONTROL-STATUS                PIC XX.
       01 WS-DATA-STATUS                   PIC XX.
       01 WS-RUN-LOCK-STATUS.
        03 WS-RUN-LOCK-STATUS-1            PIC X.
        03 WS-RUN-LOCK-STATUS-2            PIC X.

       01 WS-BACKUP-MODE                   PIC X(08).
       01 WS-SET-LABEL                     PIC X(20).
       01 WS-ROOT-DIR                      PIC X(200).
       01 WS-SCRATCH-DIR                   PIC X(200).
       01 WS-SET-DIR                       PIC X(255).
       01 WS-MEASURE-DIR                   PIC X(255).
       01 WS-SET-DATE                      PIC 9(08).
       01 WS-SET-TIME                      PIC 9(08).
       01 WS-RUN-FAILED-FLAG               PIC X VALUE "N".
        88 THE-RUN-FAILED                      VALUE "Y".

      *> The resources the batch runs lock, each taken over its
      *> whole id range under its own BACKUP run id.
       78 LOCK-RESOURCE-MAX                VALUE 5.
       01 LOCK-RESOURCE-LIST.
        03 FILLER                          PIC X(12) VALUE "ACCOUNT".
        03 FILLER                          PIC X(12) VALUE "CUSTOMER".
        03 FILLER                          PIC X(12)
                                           VALUE "TRANSACTION".
        03 FILLER                          PIC X(12) VALUE "PAYMENT".
        03 FILLER                          PIC X(12) VALUE "SNAPSHOT".
       01 LOCK-RESOURCE-TABLE REDEFINES LOCK-RESOURCE-LIST.
        03 LOCK-RESOURCE-ENTRY             PIC X(12) OCCURS 5 TIMES.
       01 LOCK-INDEX                       PIC 9(4) COMP-5.
       01 WS-LOCKS-HELD                    PIC 9(4) COMP-5 VALUE 0.
       01 WS-LOCK-DIGIT                    PIC 9.

      *> The files every set carries, always the first five rows of
      *> the set in this order.
       78 CORE-FILE-MAX                    VALUE 5.
       78 CORE-ACCOUNT                     VALUE 1.
       78 CORE-CUSTOMER                    VALUE 2.
       78 CORE-TRANSACTION                 VALUE 3.
       78 CORE-PAYMENT                     VALUE 4.
       78 CORE-AUDIT                       VALUE 5.
       01 CORE-FILE-LIST.
        03 FILLER                          PIC X(30)
                                           VALUE "ACCOUNTFILE".
        03 FILLER                          PIC X(30)
                                           VALUE "CUSTOMERFILE".
        03 FILLER                          PIC X(30)
                                           VALUE "TRANSACTIONFILE".
        03 FILLER                          PIC X(30)
                                           VALUE "PAYMENTFILE".
        03 FILLER                          PIC X(30)
                                           VALUE "AUDITFILE".
       01 CORE-FILE-TABLE REDEFINES CORE-FILE-LIST.
        03 CORE-FILE-ENTRY                 PIC X(30) OCCURS 5 TIMES.

      *> One row per file of the set: the figures measured this run
      *> and, on a verify, the figures the manifest promised.
       78 SET-FILE-MAX                     VALUE 60.
       01 SET-FILE-TABLE.
        03 SET-FILE-ENTRY OCCURS 60 TIMES.
         05 SFT-NAME                        PIC X(30).
         05 SFT-LIVE-PATH                   PIC X(255).
         05 SFT-HAS-INDEX                   PIC X.
          88 SFT-INDEX-IS-PRESENT               VALUE "Y".
         05 SFT-BYTES                       PIC 9(12).
         05 SFT-BYTE-HASH                   PIC 9(10).
         05 SFT-IDX-BYTES                   PIC 9(12).
         05 SFT-IDX-BYTE-HASH               PIC 9(10).
         05 SFT-RECORDS                     PIC 9(09).
         05 SFT-RECORD-HASH                 PIC 9(10).
         05 SFT-EXP-BYTES                   PIC 9(12).
         05 SFT-EXP-BYTE-HASH               PIC 9(10).
         05 SFT-EXP-IDX-BYTES               PIC 9(12).
         05 SFT-EXP-IDX-BYTE-HASH           PIC 9(10).
         05 SFT-EXP-RECORDS                 PIC 9(09).
         05 SFT-EXP-RECORD-HASH             PIC 9(10).
       01 SET-FILE-COUNT                   PIC 9(4) COMP-5 VALUE 0.
       01 SET-FILE-INDEX                   PIC 9(4) COMP-5.
       01 WS-FOUND-INDEX                   PIC 9(4) COMP-5.

      *> Audit log position and trial balance figures - measured,
      *> and on a verify the manifest's.
       01 WS-AUDIT-ROWS                    PIC 9(10) VALUE 0.
       01 WS-AUDIT-LAST-DATE               PIC 9(08) VALUE 0.
       01 WS-AUDIT-LAST-TIME               PIC 9(08) VALUE 0.
       01 WS-TB-ACCOUNT-COUNT              PIC 9(09) VALUE 0.
       01 WS-TB-ACCOUNT-ID-HASH            PIC 9(12) COMP-5 VALUE 0.
       01 WS-TB-BALANCE-HASH               PIC S9(14)V99 VALUE 0.
       01 WS-EXP-AUDIT-ROWS                PIC 9(10) VALUE 0.
       01 WS-EXP-TB-ACCOUNT-COUNT          PIC 9(09) VALUE 0.
       01 WS-EXP-TB-ACCOUNT-ID-HASH        PIC 9(12) VALUE 0.
       01 WS-EXP-TB-BALANCE-HASH           PIC S9(14)V99 VALUE 0.
       01 WS-EXP-FILE-COUNT                PIC 9(04) VALUE 0.

      *> Library-routine plumbing: environment names, paths and the
      *> byte-stream handle used to measure a file as it lies on disk.
       01 WS-ENV-NAME                      PIC X(40).
       01 WS-ENV-VALUE                     PIC X(255).
       01 WS-SOURCE-NAME                   PIC X(255).
       01 WS-TARGET-NAME                   PIC X(255).
       01 WS-MEASURE-PATH                  PIC X(255).
       01 library-status-code              PIC XX COMP-5.
       01 WS-FILE-DETAILS.
        03 WS-FILE-SIZE                    PIC X(8) COMP-X.
        03 WS-FILE-DATE.
         05 WS-FILE-DAY                    PIC X COMP-X.
         05 WS-FILE-MONTH                  PIC X COMP-X.
         05 WS-FILE-YEAR                   PIC X(2) COMP-X.
        03 WS-FILE-TIME.
         05 WS-FILE-HOURS                  PIC X COMP-X.
         05 WS-FILE-MINUTES                PIC X COMP-X.
         05 WS-FILE-SECONDS                PIC X COMP-X.
         05 WS-FILE-HUNDREDTHS             PIC X COMP-X.
       01 WS-ACCESS-MODE                   PIC X COMP-X VALUE 1.
       01 WS-DENY-MODE                     PIC X COMP-X VALUE 3.
       01 WS-DEVICE                        PIC X COMP-X VALUE 0.
       01 WS-READ-FLAGS                    PIC X COMP-X VALUE 0.
       01 WS-FILE-HANDLE                   PIC X(4).
       01 WS-FILE-OFFSET                   PIC X(8) COMP-X.
       01 WS-BYTE-COUNT                    PIC X(4) COMP-X.
       01 WS-MEASURED-BYTES                PIC 9(12).
       01 WS-MEASURED-HASH                 PIC 9(10).
       78 BLOCK-SIZE                       VALUE 4096.

      *> The audit seal's fold, over file bytes and over records.
       78 HASH-MODULUS                     VALUE 1000000007.
       01 WS-FOLD-TEXT                     PIC X(4096).
       01 WS-FOLD-LENGTH                   PIC 9(4) COMP-5.
       01 WS-BYTE-INDEX                    PIC 9(4) COMP-5.
       01 WS-ONE-BYTE                      PIC X.
       01 WS-ONE-BYTE-VALUE REDEFINES WS-ONE-BYTE
                                           PIC 99 COMP-X.
       01 WS-HASH-WORK                     PIC 9(18) COMP-5.
       01 WS-HASH-QUOTIENT                 PIC 9(18) COMP-5.
       01 WS-HASH-REMAINDER                PIC 9(18) COMP-5.

       01 WS-STEPS-RUN                     PIC 9(6) COMP-5 VALUE 0.
       01 WS-MISMATCH-COUNT                PIC 9(6) COMP-5 VALUE 0.
       01 WS-CONTROL-ROW-FLAG              PIC X VALUE "N".
        88 CONTROL-ROW-FOUND                   VALUE "Y".
       01 DISPLAY-CASH                     PIC -Z(13)9.99.

       procedure division.
           perform READ-COMMAND
           evaluate WS-BACKUP-MODE
               when "BACKUP"
                   perform TAKE-BACKUP
               when "VERIFY"
                   perform VERIFY-BACKUP
               when other
                   display "*** No backup command - BACKUP,<label>,"
                           "<directory> or VERIFY,<label>,"
                           "<directory>,<scratch directory>"
                   set THE-RUN-FAILED to true
           end-evaluate
           if THE-RUN-FAILED
               move 8 to return-code
           end-if
           stop run.

       READ-COMMAND SECTION.
           move spaces to WS-BACKUP-MODE WS-SET-LABEL WS-ROOT-DIR
                          WS-SCRATCH-DIR
           open input Command-File
           if WS-COMMAND-STATUS <> "00"
               exit section
           end-if
           read Command-File
               at end move "10" to WS-COMMAND-STATUS
           end-read
           if WS-COMMAND-STATUS = "00"
               unstring COMMAND-LINE-REC delimited by ","
                   into WS-BACKUP-MODE WS-SET-LABEL WS-ROOT-DIR
                        WS-SCRATCH-DIR
               end-unstring
           end-if
           close Command-File
           accept WS-SET-DATE from DATE YYYYMMDD
           accept WS-SET-TIME from TIME
      *>   An unlabeled set is labeled with its own date and time.
           if WS-SET-LABEL = spaces
               string WS-SET-DATE WS-SET-TIME(1:6)
                      delimited by size into WS-SET-LABEL
               end-string
           end-if
           if WS-ROOT-DIR = spaces
               move "." to WS-ROOT-DIR
           end-if
           move spaces to WS-SET-DIR
           string WS-ROOT-DIR delimited by space
                  "/" delimited by size
                  WS-SET-LABEL delimited by space
               into WS-SET-DIR
           end-string
           .

      *>****************************************************************
      *> BACKUP
      *>****************************************************************
       TAKE-BACKUP SECTION.
           perform LOAD-FILE-LIST
           perform QUIESCE-THE-BATCH
           if THE-RUN-FAILED
               exit section
           end-if
           perform RESOLVE-LIVE-PATHS
           if not THE-RUN-FAILED
               perform COPY-SET-FILES
           end-if
      *>   The copy is the point in time; measuring it can go on
      *>   with the batch released.
           perform RELEASE-THE-LOCKS
           if THE-RUN-FAILED
               display "*** BACKUP FAILED - set " WS-SET-LABEL
                       " is incomplete and must not be used"
               exit section
           end-if
           move WS-SET-DIR to WS-MEASURE-DIR
           perform MEASURE-SET-FILES
           if THE-RUN-FAILED
               display "*** BACKUP FAILED - set " WS-SET-LABEL
                       " could not be measured"
               exit section
           end-if
           perform WRITE-MANIFEST
           if not THE-RUN-FAILED
               display "*** BACKUP SET " WS-SET-LABEL " taken "
                       WS-SET-DATE " " WS-SET-TIME
               display "***   files " SET-FILE-COUNT
                       "  audit position " WS-AUDIT-ROWS
                       " rows, last " WS-AUDIT-LAST-DATE " "
                       WS-AUDIT-LAST-TIME
           end-if
           .

       LOAD-FILE-LIST SECTION.
           perform varying SET-FILE-INDEX from 1 by 1
                       until SET-FILE-INDEX > CORE-FILE-MAX
               move CORE-FILE-ENTRY(SET-FILE-INDEX) to WS-ENV-VALUE
               perform ADD-SET-FILE
           end-perform
           open input File-List-File
           if WS-LIST-STATUS <> "00"
               exit section
           end-if
           perform until WS-LIST-STATUS <> "00"
               read File-List-File
                   at end move "10" to WS-LIST-STATUS
               end-read
               if WS-LIST-STATUS = "00"
                       and FILE-LIST-LINE <> spaces
                   move FILE-LIST-LINE to WS-ENV-VALUE
                   perform ADD-SET-FILE
               end-if
           end-perform
           close File-List-File
           .

      *> WS-ENV-VALUE names the file; a name already in the set is
      *> taken once.
       ADD-SET-FILE SECTION.
           perform varying WS-FOUND-INDEX from 1 by 1
                       until WS-FOUND-INDEX > SET-FILE-COUNT
               if SFT-NAME(WS-FOUND-INDEX) = WS-ENV-VALUE(1:30)
                   exit section
               end-if
           end-perform
           if SET-FILE-COUNT >= SET-FILE-MAX
               display "*** Backup file list is full - "
                       WS-ENV-VALUE(1:30) " left out"
               set THE-RUN-FAILED to true
               exit section
           end-if
           add 1 to SET-FILE-COUNT
           initialize SET-FILE-ENTRY(SET-FILE-COUNT)
           move WS-ENV-VALUE(1:30) to SFT-NAME(SET-FILE-COUNT)
           move "N" to SFT-HAS-INDEX(SET-FILE-COUNT)
           .

      *> Every resource locked over its whole range; one refusal and
      *> the locks already taken are handed straight back.
       QUIESCE-THE-BATCH SECTION.
           if THE-RUN-FAILED
               exit section
           end-if
           perform varying LOCK-INDEX from 1 by 1
                       until LOCK-INDEX > LOCK-RESOURCE-MAX
               perform SET-UP-LOCK-KEY
               move 999999999 to WS-LOCK-RANGE-END-ACCOUNT-ID
               call ACQUIRE-RUN-LOCK using by reference
                                          WS-LOCK-JOB-LOCK
                                          WS-RUN-LOCK-STATUS
               if WS-RUN-LOCK-STATUS <> "00"
                   display "*** " LOCK-RESOURCE-ENTRY(LOCK-INDEX)
                           " is locked by another run - backup "
                           "refused, status " WS-RUN-LOCK-STATUS
                   set THE-RUN-FAILED to true
                   exit perform
               end-if
               add 1 to WS-LOCKS-HELD
           end-perform
           if THE-RUN-FAILED
               perform RELEASE-THE-LOCKS
           end-if
           .

       SET-UP-LOCK-KEY SECTION.
           move LOCK-INDEX to WS-LOCK-DIGIT
           move spaces to WS-LOCK-RUN-ID
           string "BACKUP-" WS-LOCK-DIGIT delimited by size
               into WS-LOCK-RUN-ID
           end-string
           move 0 to WS-LOCK-CHUNK-START-ACCOUNT-ID
           move LOCK-RESOURCE-ENTRY(LOCK-INDEX)
                                   to WS-LOCK-RESOURCE-NAME
           .

       RELEASE-THE-LOCKS SECTION.
           perform varying LOCK-INDEX from 1 by 1
                       until LOCK-INDEX > WS-LOCKS-HELD
               perform SET-UP-LOCK-KEY
               call RELEASE-RUN-LOCK using by reference
                                          WS-LOCK-JOB-LOCK
                                          WS-RUN-LOCK-STATUS
           end-perform
           move 0 to WS-LOCKS-HELD
           .

      *> The live path of every file is whatever its dd_ name says,
      *> the same lookup the storage layer reports its files with.
       RESOLVE-LIVE-PATHS SECTION.
           perform varying SET-FILE-INDEX from 1 by 1
                       until SET-FILE-INDEX > SET-FILE-COUNT
               move spaces to WS-ENV-NAME
               string "dd_" SFT-NAME(SET-FILE-INDEX)
                      delimited by space into WS-ENV-NAME
               end-string
               display WS-ENV-NAME upon environment-name
               move spaces to WS-ENV-VALUE
               accept WS-ENV-VALUE from environment-value
               if WS-ENV-VALUE = spaces
                   display "*** " WS-ENV-NAME " is not set - "
                           "cannot find the live file"
                   set THE-RUN-FAILED to true
               else
                   move WS-ENV-VALUE
                                 to SFT-LIVE-PATH(SET-FILE-INDEX)
               end-if
           end-perform
           .

       COPY-SET-FILES SECTION.
           call "CBL_CREATE_DIR" using WS-SET-DIR
                              returning library-status-code
           perform varying SET-FILE-INDEX from 1 by 1
                       until SET-FILE-INDEX > SET-FILE-COUNT
                          or THE-RUN-FAILED
               move SFT-LIVE-PATH(SET-FILE-INDEX) to WS-SOURCE-NAME
               move WS-SET-DIR to WS-MEASURE-DIR
               perform BUILD-TARGET-NAME
               perform COPY-ONE-FILE
               if not THE-RUN-FAILED
                   move spaces to WS-SOURCE-NAME
                   string SFT-LIVE-PATH(SET-FILE-INDEX)
                                              delimited by space
                          ".idx" delimited by size
                       into WS-SOURCE-NAME
                   end-string
                   call "CBL_CHECK_FILE_EXIST" using WS-SOURCE-NAME
                                                     WS-FILE-DETAILS
                                      returning library-status-code
                   if library-status-code = 0
                       move "Y" to SFT-HAS-INDEX(SET-FILE-INDEX)
                       perform BUILD-TARGET-NAME
                       string WS-TARGET-NAME delimited by space
                              ".idx" delimited by size
                           into WS-MEASURE-PATH
                       end-string
                       move WS-MEASURE-PATH to WS-TARGET-NAME
                       perform COPY-ONE-FILE
                   end-if
               end-if
           end-perform
           .

      *> WS-TARGET-NAME = WS-MEASURE-DIR/<name of the current file>.
       BUILD-TARGET-NAME SECTION.
           move spaces to WS-TARGET-NAME WS-MEASURE-PATH
           string WS-MEASURE-DIR delimited by space
                  "/" delimited by size
                  SFT-NAME(SET-FILE-INDEX) delimited by space
               into WS-TARGET-NAME
           end-string
           .

       COPY-ONE-FILE SECTION.
           call "CBL_COPY_FILE" using WS-SOURCE-NAME WS-TARGET-NAME
                              returning library-status-code
           if library-status-code <> 0
               display "*** Could not copy " WS-SOURCE-NAME
               display "***   to " WS-TARGET-NAME
               display "***   status " library-status-code
               set THE-RUN-FAILED to true
           end-if
           .

       WRITE-MANIFEST SECTION.
           move "dd_BACKUPMANIFESTFILE" to WS-ENV-NAME
           move spaces to WS-MEASURE-PATH
           string WS-SET-DIR delimited by space
                  "/MANIFEST" delimited by size
               into WS-MEASURE-PATH
           end-string
           display WS-ENV-NAME upon environment-name
           display WS-MEASURE-PATH upon environment-value
           open output Manifest-File
           if WS-MANIFEST-STATUS <> "00"
               display "*** Could not write the manifest, status "
                       WS-MANIFEST-STATUS
               set THE-RUN-FAILED to true
               exit section
           end-if
           move spaces to FILE-BACKUP-MANIFEST
           set FILE-BM-SET-ROW to true
           move WS-SET-LABEL to FILE-BM-SET-LABEL
           move WS-SET-DATE to FILE-BM-SET-DATE
           move WS-SET-TIME to FILE-BM-SET-TIME
           move WS-AUDIT-ROWS to FILE-BM-AUDIT-ROWS
           move WS-AUDIT-LAST-DATE to FILE-BM-AUDIT-LAST-DATE
           move WS-AUDIT-LAST-TIME to FILE-BM-AUDIT-LAST-TIME
           move SET-FILE-COUNT to FILE-BM-FILE-COUNT
           write FILE-BACKUP-MANIFEST
           perform varying SET-FILE-INDEX from 1 by 1
                       until SET-FILE-INDEX > SET-FILE-COUNT
               move spaces to FILE-BACKUP-MANIFEST
               set FILE-BM-FILE-ROW to true
               move SFT-NAME(SET-FILE-INDEX) to FILE-BM-FILE-NAME
               move SFT-BYTES(SET-FILE-INDEX) to FILE-BM-FILE-BYTES
               move SFT-BYTE-HASH(SET-FILE-INDEX)
                                          to FILE-BM-FILE-BYTE-HASH
               move SFT-RECORDS(SET-FILE-INDEX)
                                          to FILE-BM-FILE-RECORDS
               move SFT-RECORD-HASH(SET-FILE-INDEX)
                                          to FILE-BM-FILE-RECORD-HASH
               write FILE-BACKUP-MANIFEST
               if SFT-INDEX-IS-PRESENT(SET-FILE-INDEX)
                   move ".idx" to FILE-BM-FILE-SUFFIX
                   move SFT-IDX-BYTES(SET-FILE-INDEX)
                                          to FILE-BM-FILE-BYTES
                   move SFT-IDX-BYTE-HASH(SET-FILE-INDEX)
                                          to FILE-BM-FILE-BYTE-HASH
                   move 0 to FILE-BM-FILE-RECORDS
                             FILE-BM-FILE-RECORD-HASH
                   write FILE-BACKUP-MANIFEST
               end-if
           end-perform
           move spaces to FILE-BACKUP-MANIFEST
           set FILE-BM-TOTAL-ROW to true
           move WS-TB-ACCOUNT-COUNT to FILE-BM-TB-ACCOUNT-COUNT
           move WS-TB-ACCOUNT-ID-HASH to FILE-BM-TB-ACCOUNT-ID-HASH
           move WS-TB-BALANCE-HASH to FILE-BM-TB-BALANCE-HASH
           write FILE-BACKUP-MANIFEST
           close Manifest-File
           .

      *>****************************************************************
      *> VERIFY
      *>****************************************************************
       VERIFY-BACKUP SECTION.
           if WS-SCRATCH-DIR = spaces
               display "*** No scratch directory named - verify "
                       "refused"
               set THE-RUN-FAILED to true
               exit section
           end-if
           perform READ-MANIFEST
           if THE-RUN-FAILED
               exit section
           end-if
           perform RESTORE-SET-FILES
           if THE-RUN-FAILED
               display "*** VERIFY FAILED - set " WS-SET-LABEL
                       " could not be restored"
               exit section
           end-if
           move WS-SCRATCH-DIR to WS-MEASURE-DIR
           perform MEASURE-SET-FILES
           perform COMPARE-MEASUREMENTS
           perform RUN-VERIFY-STEPS
           perform CHECK-TRIAL-BALANCE
           if WS-MISMATCH-COUNT > 0
               set THE-RUN-FAILED to true
           end-if
           if THE-RUN-FAILED
               display "*** VERIFY FAILED - set " WS-SET-LABEL
                       " is NOT usable; " WS-MISMATCH-COUNT
                       " figure(s) did not tie"
           else
               display "*** VERIFIED - set " WS-SET-LABEL
                       " restores, ties to its manifest and "
                       "passes " WS-STEPS-RUN " check step(s)"
           end-if
           .

       READ-MANIFEST SECTION.
           move "dd_BACKUPMANIFESTFILE" to WS-ENV-NAME
           move spaces to WS-MEASURE-PATH
           string WS-SET-DIR delimited by space
                  "/MANIFEST" delimited by size
               into WS-MEASURE-PATH
           end-string
           display WS-ENV-NAME upon environment-name
           display WS-MEASURE-PATH upon environment-value
           open input Manifest-File
           if WS-MANIFEST-STATUS <> "00"
               display "*** No manifest for set " WS-SET-LABEL
                       ", status " WS-MANIFEST-STATUS
               set THE-RUN-FAILED to true
               exit section
           end-if
           perform until WS-MANIFEST-STATUS <> "00"
               read Manifest-File
                   at end move "10" to WS-MANIFEST-STATUS
               end-read
               if WS-MANIFEST-STATUS = "00"
                   perform LOAD-MANIFEST-ROW
               end-if
           end-perform
           close Manifest-File
      *>   A manifest that lost rows, or is not a set at all, is
      *>   refused before anything is restored.
           if SET-FILE-COUNT <> WS-EXP-FILE-COUNT
                   or SET-FILE-COUNT < CORE-FILE-MAX
               display "*** Manifest for set " WS-SET-LABEL
                       " is incomplete"
               set THE-RUN-FAILED to true
               exit section
           end-if
           perform varying SET-FILE-INDEX from 1 by 1
                       until SET-FILE-INDEX > CORE-FILE-MAX
               if SFT-NAME(SET-FILE-INDEX)
                       <> CORE-FILE-ENTRY(SET-FILE-INDEX)
                   display "*** Manifest for set " WS-SET-LABEL
                           " does not lead with the core files"
                   set THE-RUN-FAILED to true
               end-if
           end-perform
           .

       LOAD-MANIFEST-ROW SECTION.
           evaluate true
               when FILE-BM-SET-ROW
                   move FILE-BM-AUDIT-ROWS to WS-EXP-AUDIT-ROWS
                   move FILE-BM-FILE-COUNT to WS-EXP-FILE-COUNT
                   display "*** Verifying set " FILE-BM-SET-LABEL
                           " taken " FILE-BM-SET-DATE " "
                           FILE-BM-SET-TIME
               when FILE-BM-TOTAL-ROW
                   move FILE-BM-TB-ACCOUNT-COUNT
                                   to WS-EXP-TB-ACCOUNT-COUNT
                   move FILE-BM-TB-ACCOUNT-ID-HASH
                                   to WS-EXP-TB-ACCOUNT-ID-HASH
                   move FILE-BM-TB-BALANCE-HASH
                                   to WS-EXP-TB-BALANCE-HASH
               when FILE-BM-FILE-ROW and FILE-BM-FILE-SUFFIX = ".idx"
                   if SET-FILE-COUNT > 0
                       move "Y" to SFT-HAS-INDEX(SET-FILE-COUNT)
                       move FILE-BM-FILE-BYTES
                                to SFT-EXP-IDX-BYTES(SET-FILE-COUNT)
                       move FILE-BM-FILE-BYTE-HASH
                                to SFT-EXP-IDX-BYTE-HASH
                                                  (SET-FILE-COUNT)
                   end-if
               when FILE-BM-FILE-ROW
                   move FILE-BM-FILE-NAME to WS-ENV-VALUE
                   perform ADD-SET-FILE
                   move FILE-BM-FILE-BYTES
                                to SFT-EXP-BYTES(SET-FILE-COUNT)
                   move FILE-BM-FILE-BYTE-HASH
                                to SFT-EXP-BYTE-HASH(SET-FILE-COUNT)
                   move FILE-BM-FILE-RECORDS
                                to SFT-EXP-RECORDS(SET-FILE-COUNT)
                   move FILE-BM-FILE-RECORD-HASH
                                to SFT-EXP-RECORD-HASH(SET-FILE-COUNT)
           end-evaluate
           .

       RESTORE-SET-FILES SECTION.
           call "CBL_CREATE_DIR" using WS-SCRATCH-DIR
                              returning library-status-code
           perform varying SET-FILE-INDEX from 1 by 1
                       until SET-FILE-INDEX > SET-FILE-COUNT
                          or THE-RUN-FAILED
               move WS-SET-DIR to WS-MEASURE-DIR
               perform BUILD-TARGET-NAME
               move WS-TARGET-NAME to WS-SOURCE-NAME
               move WS-SCRATCH-DIR to WS-MEASURE-DIR
               perform BUILD-TARGET-NAME
               perform COPY-ONE-FILE
               if SFT-INDEX-IS-PRESENT(SET-FILE-INDEX)
                       and not THE-RUN-FAILED
                   string WS-SOURCE-NAME delimited by space
                          ".idx" delimited by size
                       into WS-MEASURE-PATH
                   end-string
                   move WS-MEASURE-PATH to WS-SOURCE-NAME
                   move spaces to WS-MEASURE-PATH
                   string WS-TARGET-NAME delimited by space
                          ".idx" delimited by size
                       into WS-MEASURE-PATH
                   end-string
                   move WS-MEASURE-PATH to WS-TARGET-NAME
                   perform COPY-ONE-FILE
               end-if
           end-perform
           .

       COMPARE-MEASUREMENTS SECTION.
           perform varying SET-FILE-INDEX from 1 by 1
                       until SET-FILE-INDEX > SET-FILE-COUNT
               if SFT-BYTES(SET-FILE-INDEX)
                           <> SFT-EXP-BYTES(SET-FILE-INDEX)
                       or SFT-BYTE-HASH(SET-FILE-INDEX)
                           <> SFT-EXP-BYTE-HASH(SET-FILE-INDEX)
                       or SFT-IDX-BYTES(SET-FILE-INDEX)
                           <> SFT-EXP-IDX-BYTES(SET-FILE-INDEX)
                       or SFT-IDX-BYTE-HASH(SET-FILE-INDEX)
                           <> SFT-EXP-IDX-BYTE-HASH(SET-FILE-INDEX)
                   add 1 to WS-MISMATCH-COUNT
                   display "*** MISMATCH " SFT-NAME(SET-FILE-INDEX)
                           " bytes " SFT-BYTES(SET-FILE-INDEX)
                           " hash " SFT-BYTE-HASH(SET-FILE-INDEX)
                           " - manifest says "
                           SFT-EXP-BYTES(SET-FILE-INDEX) " hash "
                           SFT-EXP-BYTE-HASH(SET-FILE-INDEX)
               end-if
               if SFT-RECORDS(SET-FILE-INDEX)
                           <> SFT-EXP-RECORDS(SET-FILE-INDEX)
                       or SFT-RECORD-HASH(SET-FILE-INDEX)
                           <> SFT-EXP-RECORD-HASH(SET-FILE-INDEX)
                   add 1 to WS-MISMATCH-COUNT
                   display "*** MISMATCH " SFT-NAME(SET-FILE-INDEX)
                           " records " SFT-RECORDS(SET-FILE-INDEX)
                           " hash " SFT-RECORD-HASH(SET-FILE-INDEX)
                           " - manifest says "
                           SFT-EXP-RECORDS(SET-FILE-INDEX) " hash "
                           SFT-EXP-RECORD-HASH(SET-FILE-INDEX)
               end-if
           end-perform
           if WS-AUDIT-ROWS <> WS-EXP-AUDIT-ROWS
               add 1 to WS-MISMATCH-COUNT
               display "*** MISMATCH audit position " WS-AUDIT-ROWS
                       " - manifest says " WS-EXP-AUDIT-ROWS
           end-if
           .

      *> Each step runs as its own process, as the batch driver runs
      *> its jobs, and inherits the dd_ names now pointing at the
      *> scratch copies. The trial balance control file is pointed
      *> at a fresh scratch file and the institution filter at one
      *> that does not exist, so the trial balance runs whole-book
      *> and leaves its control row where this run can read it.
       RUN-VERIFY-STEPS SECTION.
           move WS-SCRATCH-DIR to WS-MEASURE-DIR
           move "TRIALBALANCECONTROLFILE" to WS-ENV-VALUE
           perform POINT-DD-NAME-AT-COPY
           call "CBL_DELETE_FILE" using WS-TARGET-NAME
                              returning library-status-code
           move "INSTITUTIONFILTERFILE" to WS-ENV-VALUE
           perform POINT-DD-NAME-AT-COPY
           call "CBL_DELETE_FILE" using WS-TARGET-NAME
                              returning library-status-code
           open input Steps-File
           if WS-STEPS-STATUS <> "00"
               display "*** No verify steps file - the restored set "
                       "has not been checked"
               add 1 to WS-MISMATCH-COUNT
               exit section
           end-if
           perform until WS-STEPS-STATUS <> "00"
               read Steps-File
                   at end move "10" to WS-STEPS-STATUS
               end-read
               if WS-STEPS-STATUS = "00" and STEPS-LINE <> spaces
                   add 1 to WS-STEPS-RUN
                   display "*** Running check step: " STEPS-LINE
                   call "SYSTEM" using by reference STEPS-LINE
                   if return-code <> 0
                       add 1 to WS-MISMATCH-COUNT
                       display "*** CHECK STEP FAILED, exit code "
                               return-code
                   end-if
                   move 0 to return-code
               end-if
           end-perform
           close Steps-File
           .

      *> WS-ENV-VALUE names a file; its dd_ name is pointed at
      *> WS-MEASURE-DIR/<name>, left in WS-TARGET-NAME.
       POINT-DD-NAME-AT-COPY SECTION.
           move spaces to WS-ENV-NAME WS-TARGET-NAME
           string "dd_" WS-ENV-VALUE delimited by space
               into WS-ENV-NAME
           end-string
           string WS-MEASURE-DIR delimited by space
                  "/" delimited by size
                  WS-ENV-VALUE delimited by space
               into WS-TARGET-NAME
           end-string
           display WS-ENV-NAME upon environment-name
           display WS-TARGET-NAME upon environment-value
           .

       CHECK-TRIAL-BALANCE SECTION.
           open input Control-File
           if WS-CONTROL-STATUS <> "00"
               display "*** The trial balance left no control row "
                       "against the restored set"
               add 1 to WS-MISMATCH-COUNT
               exit section
           end-if
           perform until WS-CONTROL-STATUS <> "00"
               read Control-File
                   at end move "10" to WS-CONTROL-STATUS
               end-read
               if WS-CONTROL-STATUS = "00"
                   set CONTROL-ROW-FOUND to true
                   move FILE-TB-ACCOUNT-COUNT to WS-TB-ACCOUNT-COUNT
                   move FILE-TB-ACCOUNT-ID-HASH
                                   to WS-TB-ACCOUNT-ID-HASH
                   move FILE-TB-BALANCE-HASH to WS-TB-BALANCE-HASH
               end-if
           end-perform
           close Control-File
           if not CONTROL-ROW-FOUND
               display "*** The trial balance left no control row "
                       "against the restored set"
               add 1 to WS-MISMATCH-COUNT
               exit section
           end-if
           move WS-TB-BALANCE-HASH to DISPLAY-CASH
           display "***   trial balance accounts "
                   WS-TB-ACCOUNT-COUNT "  id hash "
                   WS-TB-ACCOUNT-ID-HASH "  balance hash "
                   DISPLAY-CASH
           if WS-TB-ACCOUNT-COUNT <> WS-EXP-TB-ACCOUNT-COUNT
                   or WS-TB-ACCOUNT-ID-HASH
                          <> WS-EXP-TB-ACCOUNT-ID-HASH
                   or WS-TB-BALANCE-HASH <> WS-EXP-TB-BALANCE-HASH
               add 1 to WS-MISMATCH-COUNT
               move WS-EXP-TB-BALANCE-HASH to DISPLAY-CASH
               display "*** MISMATCH trial balance - manifest says "
                       "accounts " WS-EXP-TB-ACCOUNT-COUNT
                       "  id hash " WS-EXP-TB-ACCOUNT-ID-HASH
                       "  balance hash " DISPLAY-CASH
           end-if
           .

      *>****************************************************************
      *> MEASURING - the same figures for a new set and a restored one
      *>****************************************************************
      *> Every file of the set under WS-MEASURE-DIR: bytes and byte
      *> hash of each physical file, then, with the dd_ names turned
      *> on the copies, records and record hash of the core files.
       MEASURE-SET-FILES SECTION.
           perform varying SET-FILE-INDEX from 1 by 1
                       until SET-FILE-INDEX > SET-FILE-COUNT
               perform BUILD-TARGET-NAME
               move WS-TARGET-NAME to WS-MEASURE-PATH
               perform MEASURE-FILE-BYTES
               move WS-MEASURED-BYTES to SFT-BYTES(SET-FILE-INDEX)
               move WS-MEASURED-HASH to SFT-BYTE-HASH(SET-FILE-INDEX)
               if SFT-INDEX-IS-PRESENT(SET-FILE-INDEX)
                   move spaces to WS-MEASURE-PATH
                   string WS-TARGET-NAME delimited by space
                          ".idx" delimited by size
                       into WS-MEASURE-PATH
                   end-string
                   perform MEASURE-FILE-BYTES
                   move WS-MEASURED-BYTES
                                 to SFT-IDX-BYTES(SET-FILE-INDEX)
                   move WS-MEASURED-HASH
                                 to SFT-IDX-BYTE-HASH(SET-FILE-INDEX)
               end-if
               move SFT-NAME(SET-FILE-INDEX) to WS-ENV-VALUE
               perform POINT-DD-NAME-AT-COPY
           end-perform
           perform MEASURE-ACCOUNT-RECORDS
           perform MEASURE-CUSTOMER-RECORDS
           perform MEASURE-TRANSACTION-RECORDS
           perform MEASURE-PAYMENT-RECORDS
           perform MEASURE-AUDIT-RECORDS
           .

      *> The file as it lies on disk, read as a byte stream in
      *> blocks; a file that cannot be read fails the run.
       MEASURE-FILE-BYTES SECTION.
           move 0 to WS-MEASURED-BYTES WS-MEASURED-HASH
           call "CBL_CHECK_FILE_EXIST" using WS-MEASURE-PATH
                                             WS-FILE-DETAILS
                              returning library-status-code
           if library-status-code <> 0
               display "*** Missing from the set: " WS-MEASURE-PATH
               set THE-RUN-FAILED to true
               exit section
           end-if
           move WS-FILE-SIZE to WS-MEASURED-BYTES
           call "CBL_OPEN_FILE" using WS-MEASURE-PATH WS-ACCESS-MODE
                                      WS-DENY-MODE WS-DEVICE
                                      WS-FILE-HANDLE
                              returning library-status-code
           if library-status-code <> 0
               display "*** Could not read " WS-MEASURE-PATH
               set THE-RUN-FAILED to true
               exit section
           end-if
           move 0 to WS-FILE-OFFSET WS-HASH-WORK
           perform until WS-FILE-OFFSET >= WS-FILE-SIZE
               if WS-FILE-SIZE - WS-FILE-OFFSET > BLOCK-SIZE
                   move BLOCK-SIZE to WS-BYTE-COUNT
               else
                   compute WS-BYTE-COUNT =
                           WS-FILE-SIZE - WS-FILE-OFFSET
               end-if
               call "CBL_READ_FILE" using WS-FILE-HANDLE
                                          WS-FILE-OFFSET
                                          WS-BYTE-COUNT
                                          WS-READ-FLAGS
                                          WS-FOLD-TEXT
                              returning library-status-code
               if library-status-code <> 0
                   display "*** Read failed on " WS-MEASURE-PATH
                   set THE-RUN-FAILED to true
                   exit perform
               end-if
               move WS-BYTE-COUNT to WS-FOLD-LENGTH
               perform FOLD-TEXT-INTO-HASH
               add WS-BYTE-COUNT to WS-FILE-OFFSET
           end-perform
           call "CBL_CLOSE_FILE" using WS-FILE-HANDLE
                              returning library-status-code
           move WS-HASH-WORK to WS-MEASURED-HASH
           .

      *> The account pass also takes the trial balance's control
      *> figures: count, id hash and the raw sum of balances.
       MEASURE-ACCOUNT-RECORDS SECTION.
           move 0 to WS-TB-ACCOUNT-COUNT WS-TB-ACCOUNT-ID-HASH
                     WS-TB-BALANCE-HASH WS-HASH-WORK
           open input Account-File
           if WS-DATA-STATUS <> "00"
               display "*** Could not open the set's account file, "
                       "status " WS-DATA-STATUS
               set THE-RUN-FAILED to true
               exit section
           end-if
           perform until WS-DATA-STATUS <> "00"
               read Account-File next
                   at end move "10" to WS-DATA-STATUS
               end-read
               if WS-DATA-STATUS = "00"
                   add 1 to SFT-RECORDS(CORE-ACCOUNT)
                   add 1 to WS-TB-ACCOUNT-COUNT
                   add FILE-ACCOUNT-ID of FILE-ACCOUNT
                                   to WS-TB-ACCOUNT-ID-HASH
                   add FILE-BALANCE of FILE-ACCOUNT
                                   to WS-TB-BALANCE-HASH
                   move FILE-ACCOUNT to WS-FOLD-TEXT
                   move length of FILE-ACCOUNT to WS-FOLD-LENGTH
                   perform FOLD-TEXT-INTO-HASH
               end-if
           end-perform
           close Account-File
           move WS-HASH-WORK to SFT-RECORD-HASH(CORE-ACCOUNT)
           .

       MEASURE-CUSTOMER-RECORDS SECTION.
           move 0 to WS-HASH-WORK
           open input Customer-File
           if WS-DATA-STATUS <> "00"
               display "*** Could not open the set's customer file, "
                       "status " WS-DATA-STATUS
               set THE-RUN-FAILED to true
               exit section
           end-if
           perform until WS-DATA-STATUS <> "00"
               read Customer-File next
                   at end move "10" to WS-DATA-STATUS
               end-read
               if WS-DATA-STATUS = "00"
                   add 1 to SFT-RECORDS(CORE-CUSTOMER)
                   move FILE-CUSTOMER-RECORD to WS-FOLD-TEXT
                   move length of FILE-CUSTOMER-RECORD
                                   to WS-FOLD-LENGTH
                   perform FOLD-TEXT-INTO-HASH
               end-if
           end-perform
           close Customer-File
           move WS-HASH-WORK to SFT-RECORD-HASH(CORE-CUSTOMER)
           .

       MEASURE-TRANSACTION-RECORDS SECTION.
           move 0 to WS-HASH-WORK
           open input Transaction-File
           if WS-DATA-STATUS <> "00"
               display "*** Could not open the set's transaction "
                       "file, status " WS-DATA-STATUS
               set THE-RUN-FAILED to true
               exit section
           end-if
           perform until WS-DATA-STATUS <> "00"
               read Transaction-File next
                   at end move "10" to WS-DATA-STATUS
               end-read
               if WS-DATA-STATUS = "00"
                   add 1 to SFT-RECORDS(CORE-TRANSACTION)
                   move FILE-TRANSACTION-RECORD to WS-FOLD-TEXT
                   move length of FILE-TRANSACTION-RECORD
                                   to WS-FOLD-LENGTH
                   perform FOLD-TEXT-INTO-HASH
               end-if
           end-perform
           close Transaction-File
           move WS-HASH-WORK to SFT-RECORD-HASH(CORE-TRANSACTION)
           .

       MEASURE-PAYMENT-RECORDS SECTION.
           move 0 to WS-HASH-WORK
           open input Payment-File
           if WS-DATA-STATUS <> "00"
               display "*** Could not open the set's payment file, "
                       "status " WS-DATA-STATUS
               set THE-RUN-FAILED to true
               exit section
           end-if
           perform until WS-DATA-STATUS <> "00"
               read Payment-File next
                   at end move "10" to WS-DATA-STATUS
               end-read
               if WS-DATA-STATUS = "00"
                   add 1 to SFT-RECORDS(CORE-PAYMENT)
                   move FILE-PAYMENT-RECORD to WS-FOLD-TEXT
                   move length of FILE-PAYMENT-RECORD
                                   to WS-FOLD-LENGTH
                   perform FOLD-TEXT-INTO-HASH
               end-if
           end-perform
           close Payment-File
           move WS-HASH-WORK to SFT-RECORD-HASH(CORE-PAYMENT)
           .

      *> The audit log position: rows on the copied trail and the
      *> stamp of the last one.
       MEASURE-AUDIT-RECORDS SECTION.
           move 0 to WS-HASH-WORK WS-AUDIT-ROWS WS-AUDIT-LAST-DATE
                     WS-AUDIT-LAST-TIME
           open input Audit-File
           if WS-DATA-STATUS <> "00"
               display "*** Could not open the set's audit file, "
                       "status " WS-DATA-STATUS
               set THE-RUN-FAILED to true
               exit section
           end-if
           perform until WS-DATA-STATUS <> "00"
               read Audit-File
                   at end move "10" to WS-DATA-STATUS
               end-read
               if WS-DATA-STATUS = "00"
                   add 1 to WS-AUDIT-ROWS
                   move FILE-AUDIT-DATE to WS-AUDIT-LAST-DATE
                   move FILE-AUDIT-TIME to WS-AUDIT-LAST-TIME
                   move FILE-AUDIT-RECORD to WS-FOLD-TEXT
                   move length of FILE-AUDIT-RECORD to WS-FOLD-LENGTH
                   perform FOLD-TEXT-INTO-HASH
               end-if
           end-perform
           close Audit-File
           move WS-AUDIT-ROWS to SFT-RECORDS(CORE-AUDIT)
           move WS-HASH-WORK to SFT-RECORD-HASH(CORE-AUDIT)
           .

      *> The audit seal's fold over WS-FOLD-TEXT(1:WS-FOLD-LENGTH),
      *> carried on in WS-HASH-WORK.
       FOLD-TEXT-INTO-HASH SECTION.
           perform varying WS-BYTE-INDEX from 1 by 1
                       until WS-BYTE-INDEX > WS-FOLD-LENGTH
               move WS-FOLD-TEXT(WS-BYTE-INDEX:1) to WS-ONE-BYTE
               compute WS-HASH-WORK =
                       WS-HASH-WORK * 31 + WS-ONE-BYTE-VALUE
               divide WS-HASH-WORK by HASH-MODULUS
                       giving WS-HASH-QUOTIENT
                       remainder WS-HASH-REMAINDER
               move WS-HASH-REMAINDER to WS-HASH-WORK
           end-perform
           .
