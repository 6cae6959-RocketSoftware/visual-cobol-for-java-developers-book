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

      *> Monthly agency commission reconciliation. For a month (one-
      *> line control file, bare yyyymm; absent = the prior calendar
      *> month, as PartnerSettlement reads it) every AGENCY-REMIT row
      *> RecoveryPosting logged that month is priced twice: the
      *> commission the agency claimed on its remit line, and ours -
      *> the gross collected at the rate on the placement the money
      *> came in under. The report lists each line where the two
      *> differ and each line that was refused (money we never took
      *> earns no commission, so all of the claim is in dispute),
      *> then one summary per agency: lines, gross collected,
      *> commission claimed, commission calculated and the variance
      *> - the amount to query on the agency's invoice.
       program-id. AgencyCommissionRecon.

       environment division.
       input-output section.
       file-control.
           select Month-Control-File assign to external
                                           agencyReconControl
               organization is line sequential
               file status is WS-CONTROL-STATUS
               .
           select Remit-Log-File assign to external agencyRemitLog
               organization is line sequential
               file status is WS-REMIT-LOG-STATUS
               .
           select Report-File assign to external
                                           agencyCommissionReport
               organization is line sequential
               file status is WS-REPORT-STATUS
               .

       data division.
       file section.
       fd Month-Control-File.
       01 CONTROL-LINE                     PIC X(80).
       fd Remit-Log-File.
       copy "AGENCY-REMIT.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Report-File.
       01 REPORT-LINE                      PIC X(132).

       working-storage section.
       copy "PROCEDURE-NAMES.cpy".

       01 WS-CONTROL-STATUS                PIC XX.
       01 WS-REMIT-LOG-STATUS              PIC XX.
       01 WS-REPORT-STATUS                 PIC XX.

       01 WS-TODAY                         PIC 9(08).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
        03 WS-TODAY-YEAR                   PIC 9(04).
        03 WS-TODAY-MONTH                  PIC 9(02).
        03 FILLER                          PIC X(02).
       01 WS-RECON-MONTH                   PIC 9(06).
       01 WS-RECON-MONTH-PARTS REDEFINES WS-RECON-MONTH.
        03 WS-RECON-YEAR                   PIC 9(04).
        03 WS-RECON-MM                     PIC 9(02).

      *> One row per agency remitting in the month.
       78 AGENCY-TABLE-MAX                 VALUE 50.
       01 AGENCY-TABLE.
        03 AGENCY-ENTRY                    OCCURS 50.
         05 AGT-AGENCY-CODE                PIC X(08).
         05 AGT-LINES                      PIC 9(6) COMP-5.
         05 AGT-REFUSED                    PIC 9(6) COMP-5.
         05 AGT-DIFFERENCES                PIC 9(6) COMP-5.
         05 AGT-GROSS                      PIC S9(12)V99.
         05 AGT-CLAIMED                    PIC S9(12)V99.
         05 AGT-CALCULATED                 PIC S9(12)V99.
       01 AGENCY-COUNT                     PIC 9(4) COMP-5 VALUE 0.
       01 AGENCY-INDEX                     PIC 9(4) COMP-5.
       01 WS-AGENCY-OVERFLOWS              PIC 9(6) COMP-5 VALUE 0.

       01 WS-VARIANCE                      PIC S9(12)V99.
       01 WS-TOTAL-CLAIMED                 PIC S9(14)V99 VALUE 0.
       01 WS-TOTAL-CALCULATED              PIC S9(14)V99 VALUE 0.
       01 WS-TOTAL-VARIANCE                PIC S9(14)V99 VALUE 0.
       01 WS-LINES-READ                    PIC 9(6) COMP-5 VALUE 0.
       01 DISPLAY-CASH                     PIC -Z(12)9.99.
       01 DISPLAY-CASH-2                   PIC -Z(12)9.99.
       01 DISPLAY-CASH-3                   PIC -Z(12)9.99.
       01 DISPLAY-COUNT                    PIC Z(5)9.
       01 DISPLAY-COUNT-2                  PIC Z(5)9.
       01 DISPLAY-ACCOUNT-ID               PIC 9(10).

       procedure division.
           call GET-PROCESSING-DATE using by reference WS-TODAY
           perform DETERMINE-RECON-MONTH
           perform OPEN-FILES
           if WS-REPORT-STATUS = "00"
               perform WRITE-REPORT-HEADING
               if WS-REMIT-LOG-STATUS = "00"
                   perform SCAN-REMIT-LOG
               end-if
               perform varying AGENCY-INDEX from 1 by 1
                           until AGENCY-INDEX > AGENCY-COUNT
                   perform WRITE-AGENCY-SUMMARY
               end-perform
               perform CLOSE-FILES
           end-if
           display "*** Reconciliation month: " WS-RECON-MONTH
           display "*** Remit lines in month: " WS-LINES-READ
           display "*** Agencies reconciled:  " AGENCY-COUNT
           move WS-TOTAL-CLAIMED to DISPLAY-CASH
           display "*** Commission claimed:   " DISPLAY-CASH
           move WS-TOTAL-CALCULATED to DISPLAY-CASH
           display "*** Commission calculated:" DISPLAY-CASH
           move WS-TOTAL-VARIANCE to DISPLAY-CASH
           display "*** Variance to query:    " DISPLAY-CASH
           if WS-AGENCY-OVERFLOWS > 0
               display "*** AGENCY TABLE FULL - " WS-AGENCY-OVERFLOWS
                       " remit lines not reconciled; raise "
                       "AGENCY-TABLE-MAX"
           end-if
           stop run.

       DETERMINE-RECON-MONTH SECTION.
           if WS-TODAY-MONTH = 1
               compute WS-RECON-YEAR = WS-TODAY-YEAR - 1
               move 12 to WS-RECON-MM
           else
               move WS-TODAY-YEAR to WS-RECON-YEAR
               compute WS-RECON-MM = WS-TODAY-MONTH - 1
           end-if
           open input Month-Control-File
           if WS-CONTROL-STATUS = "00"
               read Month-Control-File
                   at end move "10" to WS-CONTROL-STATUS
               end-read
               if WS-CONTROL-STATUS = "00" and CONTROL-LINE <> spaces
                   if CONTROL-LINE(1:6) is numeric
                       move CONTROL-LINE(1:6) to WS-RECON-MONTH
                   end-if
               end-if
               close Month-Control-File
           end-if
           .

      *> No remit log means no agency remitted anything yet - the
      *> report still goes out, empty, so the month is on record.
       OPEN-FILES SECTION.
           open input Remit-Log-File
           open output Report-File
           if WS-REPORT-STATUS <> "00"
               display "*** Could not open commission report, status "
                       WS-REPORT-STATUS
           end-if
           .

       WRITE-REPORT-HEADING SECTION.
           move spaces to REPORT-LINE
           string "AGENCY COMMISSION RECONCILIATION " delimited by size
                  WS-RECON-MONTH delimited by size
                  into REPORT-LINE
           write REPORT-LINE
           move spaces to REPORT-LINE
           write REPORT-LINE
           .

       SCAN-REMIT-LOG SECTION.
           read Remit-Log-File
               at end move "10" to WS-REMIT-LOG-STATUS
           end-read
           perform until WS-REMIT-LOG-STATUS <> "00"
               if FILE-REM-POSTED-DATE(1:6) = WS-RECON-MONTH
                   perform TAKE-REMIT-ROW
               end-if
               read Remit-Log-File
                   at end move "10" to WS-REMIT-LOG-STATUS
               end-read
           end-perform
           .

       TAKE-REMIT-ROW SECTION.
           perform FIND-AGENCY-ENTRY
           if AGENCY-INDEX > AGENCY-COUNT
               add 1 to WS-AGENCY-OVERFLOWS
               exit section
           end-if
           add 1 to WS-LINES-READ
           add 1 to AGT-LINES(AGENCY-INDEX)
           add FILE-REM-CLAIMED-COMMISSION to AGT-CLAIMED(AGENCY-INDEX)
           if FILE-REM-REFUSED
               add 1 to AGT-REFUSED(AGENCY-INDEX)
               perform WRITE-REFUSED-LINE
               exit section
           end-if
           add FILE-REM-GROSS-AMOUNT to AGT-GROSS(AGENCY-INDEX)
           add FILE-REM-CALC-COMMISSION
                                   to AGT-CALCULATED(AGENCY-INDEX)
           if FILE-REM-CLAIMED-COMMISSION <> FILE-REM-CALC-COMMISSION
               add 1 to AGT-DIFFERENCES(AGENCY-INDEX)
               perform WRITE-DIFFERENCE-LINE
           end-if
           .

      *> Leaves AGENCY-INDEX on the row, adding one if there is
      *> room; past the end of the table when there is not.
       FIND-AGENCY-ENTRY SECTION.
           perform varying AGENCY-INDEX from 1 by 1
                       until AGENCY-INDEX > AGENCY-COUNT
               if AGT-AGENCY-CODE(AGENCY-INDEX) = FILE-REM-AGENCY-CODE
                   exit perform
               end-if
           end-perform
           if AGENCY-INDEX > AGENCY-COUNT
                   and AGENCY-COUNT < AGENCY-TABLE-MAX
               add 1 to AGENCY-COUNT
               move AGENCY-COUNT to AGENCY-INDEX
               move FILE-REM-AGENCY-CODE
                                   to AGT-AGENCY-CODE(AGENCY-INDEX)
               move 0 to AGT-LINES(AGENCY-INDEX)
                         AGT-REFUSED(AGENCY-INDEX)
                         AGT-DIFFERENCES(AGENCY-INDEX)
                         AGT-GROSS(AGENCY-INDEX)
                         AGT-CLAIMED(AGENCY-INDEX)
                         AGT-CALCULATED(AGENCY-INDEX)
           end-if
           .

       WRITE-DIFFERENCE-LINE SECTION.
           move FILE-REM-ACCOUNT-ID to DISPLAY-ACCOUNT-ID
           move FILE-REM-GROSS-AMOUNT to DISPLAY-CASH
           move FILE-REM-CLAIMED-COMMISSION to DISPLAY-CASH-2
           move FILE-REM-CALC-COMMISSION to DISPLAY-CASH-3
           move spaces to REPORT-LINE
           string "  DIFFERS " delimited by size
                  FILE-REM-AGENCY-CODE delimited by size
                  " ACCT " delimited by size
                  DISPLAY-ACCOUNT-ID delimited by size
                  " GROSS" delimited by size
                  DISPLAY-CASH delimited by size
                  " CLAIMED" delimited by size
                  DISPLAY-CASH-2 delimited by size
                  " OURS" delimited by size
                  DISPLAY-CASH-3 delimited by size
                  into REPORT-LINE
           write REPORT-LINE
           .

       WRITE-REFUSED-LINE SECTION.
           move FILE-REM-ACCOUNT-ID to DISPLAY-ACCOUNT-ID
           move FILE-REM-GROSS-AMOUNT to DISPLAY-CASH
           move FILE-REM-CLAIMED-COMMISSION to DISPLAY-CASH-2
           move spaces to REPORT-LINE
           string "  REFUSED " delimited by size
                  FILE-REM-AGENCY-CODE delimited by size
                  " ACCT " delimited by size
                  DISPLAY-ACCOUNT-ID delimited by size
                  " GROSS" delimited by size
                  DISPLAY-CASH delimited by size
                  " CLAIMED" delimited by size
                  DISPLAY-CASH-2 delimited by size
                  " - NOT POSTED, NONE DUE" delimited by size
                  into REPORT-LINE
           write REPORT-LINE
           .

       WRITE-AGENCY-SUMMARY SECTION.
           subtract AGT-CALCULATED(AGENCY-INDEX)
               from AGT-CLAIMED(AGENCY-INDEX) giving WS-VARIANCE
           add AGT-CLAIMED(AGENCY-INDEX) to WS-TOTAL-CLAIMED
           add AGT-CALCULATED(AGENCY-INDEX) to WS-TOTAL-CALCULATED
           add WS-VARIANCE to WS-TOTAL-VARIANCE
           move spaces to REPORT-LINE
           write REPORT-LINE
           move AGT-LINES(AGENCY-INDEX) to DISPLAY-COUNT
           move AGT-REFUSED(AGENCY-INDEX) to DISPLAY-COUNT-2
           move AGT-GROSS(AGENCY-INDEX) to DISPLAY-CASH
           move spaces to REPORT-LINE
           string "AGENCY " delimited by size
                  AGT-AGENCY-CODE(AGENCY-INDEX) delimited by size
                  "  LINES" delimited by size
                  DISPLAY-COUNT delimited by size
                  "  REFUSED" delimited by size
                  DISPLAY-COUNT-2 delimited by size
                  "  GROSS COLLECTED" delimited by size
                  DISPLAY-CASH delimited by size
                  into REPORT-LINE
           write REPORT-LINE
           move AGT-CLAIMED(AGENCY-INDEX) to DISPLAY-CASH
           move AGT-CALCULATED(AGENCY-INDEX) to DISPLAY-CASH-2
           move WS-VARIANCE to DISPLAY-CASH-3
           move spaces to REPORT-LINE
           string "  CLAIMED" delimited by size
                  DISPLAY-CASH delimited by size
                  "  CALCULATED" delimited by size
                  DISPLAY-CASH-2 delimited by size
                  "  VARIANCE" delimited by size
                  DISPLAY-CASH-3 delimited by size
                  into REPORT-LINE
           write REPORT-LINE
           .

       CLOSE-FILES SECTION.
           close Remit-Log-File
           close Report-File
           .
