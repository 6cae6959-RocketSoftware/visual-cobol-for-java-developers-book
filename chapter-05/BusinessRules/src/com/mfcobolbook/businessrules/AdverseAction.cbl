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

      *> The one place an adverse credit decision is recorded, so the
      *> notice the customer is owed can say why. Called at the
      *> moment of the decision by whichever program made it:
      *>   A  MaintenanceFileProcessor, when pricing refuses an
      *>      applicant (no score and no override, or a score no
      *>      band of the product covers)
      *>   I  CreditLineIncreaseCandidates, for an account the
      *>      review turned down
      *>   R  CreditLimitBatchUpdate and MaintenanceFileProcessor,
      *>      when a credit limit is cut
      *> RECORD-ADVERSE-ACTION gathers the inputs the decision rests
      *> on - the bureau score in force (newest SCORE-HISTORY row),
      *> the account's behaviour score and its reason codes, the
      *> missed-payment count and delinquency, and utilization on
      *> the limit that stood before the decision - weighs each
      *> factor by how far it sits past its benchmark, and writes the
      *> ADVERSE-ACTION row carrying the four strongest. An applicant
      *> has no account yet, so only the bureau factors apply; a
      *> decision nothing on file explains is recorded as CP, the
      *> product's own credit criteria. Statuses:
      *>   "00" recorded
      *>   "02" already on file for the same decision today
      *>   other - the adverse-action file could not be written
       program-id. AdverseAction.

       environment division.
       input-output section.
       file-control.
           select Score-File assign to external scoreHistoryFile
               file status is WS-SCORE-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-SCORE-KEY of FILE-SCORE-HISTORY
               .
           select Behavior-File assign to external behaviorScoreFile
               file status is WS-BEHAVIOR-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-ACCOUNT-ID of FILE-BEHAVIOR-SCORE
               .
           select Adverse-File assign to external adverseActionFile
               file status is WS-ADVERSE-STATUS
               organization is indexed
               access mode is dynamic
               record key is FILE-ADV-KEY of FILE-ADVERSE-ACTION
               .

       data division.
       file section.
       fd Score-File.
       copy "SCORE-HISTORY.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Behavior-File.
       copy "BEHAVIOR-SCORE.cpy" replacing ==(PREFIX)== by ==FILE==.
       fd Adverse-File.
       copy "ADVERSE-ACTION.cpy" replacing ==(PREFIX)== by ==FILE==.

       working-storage section.
       copy "PROCEDURE-NAMES.cpy".
       01 WS-SCORE-STATUS                  PIC XX.
       01 WS-BEHAVIOR-STATUS               PIC XX.
       01 WS-ADVERSE-STATUS                PIC XX.

      *> Benchmarks each factor is measured against - a factor past
      *> its benchmark is a reason, weighted by how far past.
       78 BUREAU-SCORE-BENCHMARK           VALUE 720.
       78 BEHAVIOR-SCORE-BENCHMARK         VALUE 700.
       78 UTILIZATION-BENCHMARK-PCT        VALUE 30.
       78 NO-SCORE-WEIGHT                  VALUE 900.
       78 DELINQUENT-WEIGHT                VALUE 600.
       78 POLICY-WEIGHT                    VALUE 1.
       78 WEIGHT-MAX                       VALUE 999.
       78 NOTICE-DAYS                      VALUE 30.

      *> Every factor found, before ranking. A code found twice (a
      *> behaviour reason and our own measure of the same thing)
      *> keeps its heavier weight.
       78 FACTOR-MAX                       VALUE 12.
       01 FACTOR-TABLE.
        03 FACTOR-ENTRY OCCURS 12 TIMES.
         05 FCT-CODE                        PIC X(02).
         05 FCT-WEIGHT                      PIC 9(04).
         05 FCT-TAKEN                       PIC X(01).
       01 FACTOR-COUNT                     PIC 99 COMP-5 VALUE 0.
       01 FACTOR-INDEX                     PIC 99 COMP-5.
       01 FACTOR-BEST                      PIC 99 COMP-5.
       01 RANK-INDEX                       PIC 99 COMP-5.
       01 WS-FACTOR-CODE                   PIC X(02).
       01 WS-FACTOR-WEIGHT                 PIC 9(05).
       01 WS-BEHAVIOR-WEIGHT               PIC 9(05).

       01 WS-UTILIZATION-BASE              PIC S9(9)V99.
       01 WS-DUE-DATE                      PIC 9(08).
       01 WS-DAY-COUNTER                   PIC 99 COMP-5.

       linkage section.
       01 LNK-DECISION-TYPE                PIC X(01).
       01 LNK-DECISION-CUSTOMER-ID         PIC X(4) COMP-X.
       copy "ACCOUNT-RECORD.cpy" replacing ==(PREFIX)== by ==LNK==.
       01 LNK-OLD-LIMIT                    PIC S9(9)V99.
       01 LNK-NEW-LIMIT                    PIC S9(9)V99.
       01 LNK-DECISION-DATE                PIC 9(08).
       01 LNK-STATUS                       PIC XX.

       procedure division.
           goback.

      *> LNK-ACCOUNT is read only for an I or R decision - an A
      *> caller passes whatever its buffer holds.
       ENTRY RECORD-ADVERSE-ACTION using by reference
                                               LNK-DECISION-TYPE
                                               LNK-DECISION-CUSTOMER-ID
                                               LNK-ACCOUNT
                                               LNK-OLD-LIMIT
                                               LNK-NEW-LIMIT
                                               LNK-DECISION-DATE
                                               LNK-STATUS.
           move "00" to LNK-STATUS
           initialize FILE-ADVERSE-ACTION
           move LNK-DECISION-CUSTOMER-ID to
                        FILE-ADV-CUSTOMER-ID of FILE-ADVERSE-ACTION
           move LNK-DECISION-DATE to
                        FILE-ADV-DECISION-DATE of FILE-ADVERSE-ACTION
           if LNK-DECISION-TYPE = "A"
               move 0 to FILE-ADV-ACCOUNT-ID of FILE-ADVERSE-ACTION
           else
               move LNK-ACCOUNT-ID of LNK-ACCOUNT to
                        FILE-ADV-ACCOUNT-ID of FILE-ADVERSE-ACTION
           end-if
           move LNK-DECISION-TYPE to
                        FILE-ADV-DECISION-TYPE of FILE-ADVERSE-ACTION
           move LNK-OLD-LIMIT to
                        FILE-ADV-OLD-LIMIT of FILE-ADVERSE-ACTION
           move LNK-NEW-LIMIT to
                        FILE-ADV-NEW-LIMIT of FILE-ADVERSE-ACTION
           move 0 to FACTOR-COUNT
           perform WEIGH-BUREAU-SCORE
           if LNK-DECISION-TYPE <> "A"
               perform WEIGH-BEHAVIOR-SCORE
               perform WEIGH-DELINQUENCY
               perform WEIGH-UTILIZATION
           end-if
           if FACTOR-COUNT = 0
               move "CP" to WS-FACTOR-CODE
               move POLICY-WEIGHT to WS-FACTOR-WEIGHT
               perform ADD-FACTOR
           end-if
           perform RANK-FACTORS
           move LNK-DECISION-DATE to WS-DUE-DATE
           perform varying WS-DAY-COUNTER from 1 by 1
                       until WS-DAY-COUNTER > NOTICE-DAYS
               call ADVANCE-ONE-DAY-ENTRY using by reference
                                                     WS-DUE-DATE
           end-perform
           move WS-DUE-DATE to
                        FILE-ADV-NOTICE-DUE-DATE of FILE-ADVERSE-ACTION
           set FILE-ADV-NOTICE-PENDING of FILE-ADVERSE-ACTION to true
           move 0 to FILE-ADV-NOTICE-SENT-DATE of FILE-ADVERSE-ACTION
           perform WRITE-ADVERSE-ROW
           goback.

      *> The newest score row under the customer is the score in
      *> force - the same sweep RiskPricing prices from.
       WEIGH-BUREAU-SCORE SECTION.
           move "N" to FILE-ADV-SCORE-ON-FILE of FILE-ADVERSE-ACTION
           move 0 to FILE-ADV-BUREAU-SCORE of FILE-ADVERSE-ACTION
           move 0 to FILE-ADV-SCORE-DATE of FILE-ADVERSE-ACTION
           move spaces to FILE-ADV-BUREAU-CODE of FILE-ADVERSE-ACTION
           open input Score-File
           if WS-SCORE-STATUS = "00"
               move LNK-DECISION-CUSTOMER-ID to
                            FILE-CUSTOMER-ID of FILE-SCORE-HISTORY
               move 0 to FILE-SCORE-DATE of FILE-SCORE-HISTORY
               start Score-File key >= FILE-SCORE-KEY
                                    of FILE-SCORE-HISTORY
               perform until WS-SCORE-STATUS <> "00"
                   read Score-File next
                       at end move "10" to WS-SCORE-STATUS
                   end-read
                   if WS-SCORE-STATUS = "00"
                       if FILE-CUSTOMER-ID of FILE-SCORE-HISTORY
                                       <> LNK-DECISION-CUSTOMER-ID
                           move "10" to WS-SCORE-STATUS
                       else
                           set FILE-ADV-BUREAU-SCORED
                                   of FILE-ADVERSE-ACTION to true
                           move FILE-SCORE-VALUE of FILE-SCORE-HISTORY
                             to FILE-ADV-BUREAU-SCORE
                                             of FILE-ADVERSE-ACTION
                           move FILE-SCORE-DATE of FILE-SCORE-HISTORY
                             to FILE-ADV-SCORE-DATE
                                             of FILE-ADVERSE-ACTION
                           move FILE-BUREAU-CODE of FILE-SCORE-HISTORY
                             to FILE-ADV-BUREAU-CODE
                                             of FILE-ADVERSE-ACTION
                       end-if
                   end-if
               end-perform
               close Score-File
           end-if
           if not FILE-ADV-BUREAU-SCORED of FILE-ADVERSE-ACTION
               move "NS" to WS-FACTOR-CODE
               move NO-SCORE-WEIGHT to WS-FACTOR-WEIGHT
               perform ADD-FACTOR
               exit section
           end-if
           if FILE-ADV-BUREAU-SCORE of FILE-ADVERSE-ACTION
                                   < BUREAU-SCORE-BENCHMARK
               compute WS-FACTOR-WEIGHT =
                   (BUREAU-SCORE-BENCHMARK
                    - FILE-ADV-BUREAU-SCORE of FILE-ADVERSE-ACTION) * 2
               move "BS" to WS-FACTOR-CODE
               perform ADD-FACTOR
           end-if
           .

      *> The monthly scoring batch's verdict and the reason codes it
      *> gave, in its own order - the first code outweighs the
      *> second, the second the third.
       WEIGH-BEHAVIOR-SCORE SECTION.
           move 0 to FILE-ADV-BEHAVIOR-SCORE of FILE-ADVERSE-ACTION
           open input Behavior-File
           if WS-BEHAVIOR-STATUS <> "00"
               exit section
           end-if
           move LNK-ACCOUNT-ID of LNK-ACCOUNT to
                        FILE-ACCOUNT-ID of FILE-BEHAVIOR-SCORE
           read Behavior-File key is FILE-ACCOUNT-ID
                                  of FILE-BEHAVIOR-SCORE
           if WS-BEHAVIOR-STATUS <> "00"
               close Behavior-File
               exit section
           end-if
           move FILE-SCORE-VALUE of FILE-BEHAVIOR-SCORE to
                        FILE-ADV-BEHAVIOR-SCORE of FILE-ADVERSE-ACTION
           if FILE-SCORE-VALUE of FILE-BEHAVIOR-SCORE
                                   < BEHAVIOR-SCORE-BENCHMARK
               compute WS-BEHAVIOR-WEIGHT =
                   (BEHAVIOR-SCORE-BENCHMARK
                    - FILE-SCORE-VALUE of FILE-BEHAVIOR-SCORE) * 2
               move "BH" to WS-FACTOR-CODE
               move WS-BEHAVIOR-WEIGHT to WS-FACTOR-WEIGHT
               perform ADD-FACTOR
           else
               move 0 to WS-BEHAVIOR-WEIGHT
           end-if
           if FILE-REASON-CODE-1 of FILE-BEHAVIOR-SCORE <> spaces
               move FILE-REASON-CODE-1 of FILE-BEHAVIOR-SCORE
                                           to WS-FACTOR-CODE
               compute WS-FACTOR-WEIGHT = WS-BEHAVIOR-WEIGHT + 300
               perform ADD-FACTOR
           end-if
           if FILE-REASON-CODE-2 of FILE-BEHAVIOR-SCORE <> spaces
               move FILE-REASON-CODE-2 of FILE-BEHAVIOR-SCORE
                                           to WS-FACTOR-CODE
               compute WS-FACTOR-WEIGHT = WS-BEHAVIOR-WEIGHT + 200
               perform ADD-FACTOR
           end-if
           if FILE-REASON-CODE-3 of FILE-BEHAVIOR-SCORE <> spaces
               move FILE-REASON-CODE-3 of FILE-BEHAVIOR-SCORE
                                           to WS-FACTOR-CODE
               compute WS-FACTOR-WEIGHT = WS-BEHAVIOR-WEIGHT + 100
               perform ADD-FACTOR
           end-if
           close Behavior-File
           .

       WEIGH-DELINQUENCY SECTION.
           move LNK-MISSED-PAYMENT-COUNT of LNK-ACCOUNT to
                        FILE-ADV-MISSED-COUNT of FILE-ADVERSE-ACTION
           if LNK-ACCOUNT-DELINQUENT of LNK-ACCOUNT
               compute WS-FACTOR-WEIGHT = DELINQUENT-WEIGHT
                   + LNK-MISSED-PAYMENT-COUNT of LNK-ACCOUNT * 50
               move "DQ" to WS-FACTOR-CODE
               perform ADD-FACTOR
           end-if
           if LNK-MISSED-PAYMENT-COUNT of LNK-ACCOUNT > 0
               compute WS-FACTOR-WEIGHT =
                   LNK-MISSED-PAYMENT-COUNT of LNK-ACCOUNT * 100
               move "MP" to WS-FACTOR-CODE
               perform ADD-FACTOR
           end-if
           .

      *> Utilization on the limit that stood when the decision was
      *> taken - a cut is judged against the line it cut.
       WEIGH-UTILIZATION SECTION.
           move 0 to FILE-ADV-UTILIZATION of FILE-ADVERSE-ACTION
           move LNK-OLD-LIMIT to WS-UTILIZATION-BASE
           if WS-UTILIZATION-BASE not > 0
               move LNK-CREDIT-LIMIT of LNK-ACCOUNT
                                   to WS-UTILIZATION-BASE
           end-if
           if WS-UTILIZATION-BASE not > 0
                   or LNK-BALANCE of LNK-ACCOUNT not > 0
               exit section
           end-if
           compute FILE-ADV-UTILIZATION of FILE-ADVERSE-ACTION
                                                          rounded =
               LNK-BALANCE of LNK-ACCOUNT / WS-UTILIZATION-BASE * 100
               on size error
                   move 99999.99 to
                        FILE-ADV-UTILIZATION of FILE-ADVERSE-ACTION
           end-compute
           if FILE-ADV-UTILIZATION of FILE-ADVERSE-ACTION
                                   >= UTILIZATION-BENCHMARK-PCT
               compute WS-FACTOR-WEIGHT =
                   FILE-ADV-UTILIZATION of FILE-ADVERSE-ACTION * 4
                   on size error
                       move WEIGHT-MAX to WS-FACTOR-WEIGHT
               end-compute
               move "HU" to WS-FACTOR-CODE
               perform ADD-FACTOR
           end-if
           .

       ADD-FACTOR SECTION.
           if WS-FACTOR-WEIGHT > WEIGHT-MAX
               move WEIGHT-MAX to WS-FACTOR-WEIGHT
           end-if
           if WS-FACTOR-WEIGHT = 0
               move 1 to WS-FACTOR-WEIGHT
           end-if
           perform varying FACTOR-INDEX from 1 by 1
                       until FACTOR-INDEX > FACTOR-COUNT
               if FCT-CODE(FACTOR-INDEX) = WS-FACTOR-CODE
                   if WS-FACTOR-WEIGHT > FCT-WEIGHT(FACTOR-INDEX)
                       move WS-FACTOR-WEIGHT to
                                   FCT-WEIGHT(FACTOR-INDEX)
                   end-if
                   exit section
               end-if
           end-perform
           if FACTOR-COUNT >= FACTOR-MAX
               exit section
           end-if
           add 1 to FACTOR-COUNT
           move WS-FACTOR-CODE to FCT-CODE(FACTOR-COUNT)
           move WS-FACTOR-WEIGHT to FCT-WEIGHT(FACTOR-COUNT)
           move "N" to FCT-TAKEN(FACTOR-COUNT)
           .

      *> Four passes, each taking the heaviest factor not yet taken;
      *> on a tie the factor found first wins, so the bureau score
      *> leads its equals.
       RANK-FACTORS SECTION.
           perform varying RANK-INDEX from 1 by 1 until RANK-INDEX > 4
               move 0 to FACTOR-BEST
               perform varying FACTOR-INDEX from 1 by 1
                           until FACTOR-INDEX > FACTOR-COUNT
                   if FCT-TAKEN(FACTOR-INDEX) = "N"
                       if FACTOR-BEST = 0
                           move FACTOR-INDEX to FACTOR-BEST
                       else
                           if FCT-WEIGHT(FACTOR-INDEX)
                                   > FCT-WEIGHT(FACTOR-BEST)
                               move FACTOR-INDEX to FACTOR-BEST
                           end-if
                       end-if
                   end-if
               end-perform
               if FACTOR-BEST = 0
                   move spaces to FILE-ADV-REASON-CODE
                                   of FILE-ADVERSE-ACTION(RANK-INDEX)
                   move 0 to FILE-ADV-REASON-WEIGHT
                                   of FILE-ADVERSE-ACTION(RANK-INDEX)
               else
                   move "Y" to FCT-TAKEN(FACTOR-BEST)
                   move FCT-CODE(FACTOR-BEST) to FILE-ADV-REASON-CODE
                                   of FILE-ADVERSE-ACTION(RANK-INDEX)
                   move FCT-WEIGHT(FACTOR-BEST) to
                                   FILE-ADV-REASON-WEIGHT
                                   of FILE-ADVERSE-ACTION(RANK-INDEX)
               end-if
           end-perform
           .

      *> A duplicate key is the same decision recorded earlier the
      *> same day - left as it stands, not overwritten, so a notice
      *> already stamped sent stays sent.
       WRITE-ADVERSE-ROW SECTION.
           open i-o Adverse-File
           if WS-ADVERSE-STATUS = "35" or WS-ADVERSE-STATUS = "05"
               open output Adverse-File
               close Adverse-File
               open i-o Adverse-File
           end-if
           if WS-ADVERSE-STATUS <> "00"
               move WS-ADVERSE-STATUS to LNK-STATUS
               exit section
           end-if
           write FILE-ADVERSE-ACTION
           evaluate WS-ADVERSE-STATUS
               when "00"
                   move "00" to LNK-STATUS
               when "22"
                   move "02" to LNK-STATUS
               when other
                   move WS-ADVERSE-STATUS to LNK-STATUS
           end-evaluate
           close Adverse-File
           .
