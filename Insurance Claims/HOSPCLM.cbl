      *    CURR-DATE             -> POLICY-BENEFIT-DATE (CCYYMMDD)    *
      *    INS-COVERAGE-PERC     -> POLICY-COINSURANCE (PERC / 100)   *
      *    DAILY AMT * STAY LTH  -> CLAIM-AMOUNT                      *
      *    DIAG-CODE (ICD-10)    -> CLAIM-DIAG-CODE                   *
      *    ACCIDENT FLAG (A/W)   -> CLAIM-ACCIDENT-IND                *
      *                                                               *
      *  HAND-OFF CONTROL TOTALS:  HOSPEDIT ENDS HOSPRPT WITH A       *
      *  CONTROL TRAILER (DETAIL RECORD COUNT AND AN AMOUNT HASH OF   *
      *  DAILY AMOUNT TIMES STAY LENGTH).  HOSPRPT IS BALANCED        *
      *  AGAINST IT BEFORE THE CLAIMS FILE IS EVEN OPENED; A MISSING  *
      *  TRAILER, A RECORD AFTER IT OR A COUNT OR HASH MISMATCH       *
      *  STOPS THE RUN WITH RETURN CODE 16 AND NO CLAIMS WRITTEN.     *
      *  CLAIMOUT IS ENDED WITH ITS OWN CONTROL TRAILER (CLAIMTRL     *
      *  COPYBOOK) FOR THE CLAIMS PROGRAM TO BALANCE THE SAME WAY.    *
      *                                                               *
      *  RETURN CODES:                                                *
      *      0  - NORMAL COMPLETION                                   *
      *      12 - CYCLE ALREADY POSTED (NO CYCLEOVR=Y CARD)           *
      *      16 - INVALID CONTROL CARD, OR HOSPRPT OUT OF BALANCE     *
      *           WITH ITS CONTROL TRAILER                            *
      *                                                               *
      *  INPUT FILE:                                                  *
      *      RTPOT44.HOSPRPT.DATA - HOSPEDIT'S UNFORMATTED GOOD-     *
      *      RECORD REPORT FILE (THE RPTFILE DD), WHICH CARRIES THE   *
      *      PRICED WS-OUTPUT-REC RECORDS.  NOTE: HOSPEDIT'S HOSPOUT  *
      *      DD CARRIES THE RAW 110-BYTE INPUT RECORDS AND IS NOT     *
      *      THE FILE THIS PROGRAM READS.                             *
      *      INTERNAL FILE NAME:  HOSPRPT                             *
      *      JCL DD NAME:         RPTFILE                             *
      *      INTERNAL FILE NAME:  CLAIMOUT                            *
      *      JCL DD NAME:         CLAIMOUT                            *
      *                                                               *
      *      RTPOT44.BATCH.RUNLOG (SHARED NIGHTLY RUN LOG - ONE RUN   *
      *      RECORD APPENDED, CARRYING THE HAND-OFF BALANCE STATUS    *
      *      FOR THE BATCHDSH DASHBOARD)                              *
      *      INTERNAL FILE NAME:  RUNLOG                              *
      *      JCL DD NAME:         RUNLOG                              *
      *                                                               *
      *  JCL JOB: RTPOT44.LEARN.REUSABLE.JCL(HOSPCLM)                 *
      *****************************************************************
      *
           SELECT OPTIONAL CYCLECTL
              ASSIGN TO CYCLECTL           *>SHARED CYCLE CONTROL FILE
              FILE STATUS IS CYCLE-STATUS.
      *
           SELECT OPTIONAL RUNLOG
              ASSIGN TO RUNLOG             *>SHARED NIGHTLY RUN LOG
              FILE STATUS IS RUN-LOG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
       FD  CLAIMOUT
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS CLAIM-RECORD-WS.
      *
           COPY CLAIMREC. *> COPYBOOK RECORD LAYOUT FOR CLAIMS FILE
      *
           COPY CLAIMTRL. *> CONTROL TRAILER ENDING THE CLAIMS FILE
      *
       FD  PARMFILE
           RECORDING MODE IS F
           05  CYC-CYCLE-DATE     PIC 9(08).
           05  CYC-POSTED-FLAG    PIC X(01).
           05  FILLER             PIC X(63).
      *
       FD  RUNLOG
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RUN-LOG-REC.
      *
       01  RUN-LOG-REC  PIC X(80).
      *
       WORKING-STORAGE SECTION.
      *
           05  HOSP-FACILITY             PIC X(02).
           05  HOSP-INS-TYPE-2           PIC X(03).
           05  HOSP-PCP-ID               PIC X(06).
           05  HOSP-ADMIT-DATE           PIC X(10).
           05  HOSP-DIAG-CODE            PIC X(07).
           05  HOSP-DIAG-XLATE-FLAG      PIC X(01).
           05  HOSP-ACCIDENT-FLAG        PIC X(01).
           05  FILLER                    PIC X(18).
      *
      *****************************************************************
      *  THE CONTROL TRAILER HOSPEDIT WRITES AS THE LAST HOSPRPT      *
      *  RECORD - DETAIL RECORD COUNT AND AMOUNT HASH.                *
      *****************************************************************
      *
       01  WS-HOSPRPT-TRAILER REDEFINES WS-HOSPRPT-REC.
           05  HOSP-TRL-ID               PIC X(08).
               88  HOSPRPT-CONTROL-TRAILER         VALUE 'TRAILER '.
           05  HOSP-TRL-PROGRAM-ID       PIC X(08).
           05  HOSP-TRL-RECORD-COUNT     PIC 9(09).
           05  HOSP-TRL-AMOUNT-HASH      PIC 9(13)V99.
           05  FILLER                    PIC X(93).
      *
       01 WS-PROGRAM-SWITCHES.
          05 WS-HOSPRPT-EOF          PIC X(01)  VALUE SPACES.
           05 CLAIM-OUT-STATUS       PIC X(02). *>GENERATED CLAIMS FILE
           05 PARM-STATUS            PIC X(02). *>RUN CONTROL CARDS
           05 CYCLE-STATUS           PIC X(02). *>CYCLE CONTROL FILE
           05 RUN-LOG-STATUS         PIC X(02). *>SHARED RUN LOG
      *
       01 WS-PARM-CONTROLS.
          05 WS-PARM-EOF-SW          PIC X(01) VALUE SPACES.
          05 WS-CYC-OWN-SUB          PIC S9(04) COMP VALUE 0.
          05 WS-CYC-SUB              PIC S9(04) COMP VALUE 0.
          05 WS-CYCLE-DATE           PIC 9(08) VALUE 0.
      *
      *****************************************************************
      *  HAND-OFF CONTROL TOTALS.  WS-HO-xxx ACCUMULATE WHAT HOSPRPT  *
      *  ACTUALLY DELIVERED, FOR COMPARISON WITH HOSPEDIT'S TRAILER   *
      *  (SEE 0250-VERIFY-HOSPRPT-TRAILER); WS-CLM-xxx ACCUMULATE     *
      *  THE CLAIMS WRITTEN FOR CLAIMOUT'S OWN TRAILER.               *
      *****************************************************************
      *
       01 WS-HANDOFF-CONTROLS.
          05 WS-HO-STATUS            PIC X(01) VALUE SPACE.
             88 HANDOFF-BALANCED               VALUE 'B'.
             88 HANDOFF-OUT-OF-BALANCE         VALUE 'O'.
          05 WS-HO-TRAILERS-READ     PIC 9(03) VALUE 0.
          05 WS-HO-AFTER-TRAILER     PIC 9(09) VALUE 0.
          05 WS-HO-RECORD-COUNT      PIC 9(09) VALUE 0.
          05 WS-HO-AMOUNT-HASH       PIC 9(13)V99 VALUE 0.
          05 WS-HO-TRL-RECORD-COUNT  PIC 9(09) VALUE 0.
          05 WS-HO-TRL-AMOUNT-HASH   PIC 9(13)V99 VALUE 0.
          05 WS-HO-STAY-AMOUNT       PIC 9(08)V99 VALUE 0.
          05 WS-CLM-AMOUNT-HASH      PIC S9(13)V99 VALUE 0.
          05 WS-HO-COUNT-EDIT        PIC ZZZ,ZZZ,ZZ9.
          05 WS-HO-HASH-EDIT         PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
      *
      *****************************************************************
      *  STANDARD RUN RECORD APPENDED TO THE SHARED NIGHTLY BATCH RUN *
      *  LOG AT CLOSE (SEE 1550-WRITE-RUN-LOG).  SAME 80-BYTE LAYOUT  *
      *  EVERY PROGRAM IN THE NIGHTLY STREAM WRITES FOR BATCHDSH,     *
      *  WITH THE HAND-OFF BALANCE STATUS ('B' BALANCED, 'O' OUT OF   *
      *  BALANCE) IN THE FIRST BYTE AFTER THE COMPLETION STATUS.      *
      *****************************************************************
      *
       01 WS-RUN-LOG-REC.
          05 WS-RL-PROGRAM-ID        PIC X(08) VALUE 'HOSPCLM'.
          05 WS-RL-RUN-DATE          PIC 9(08).
          05 WS-RL-RUN-TIME          PIC 9(06).
          05 WS-RL-RECS-READ         PIC 9(08).
          05 WS-RL-RECS-WRITTEN      PIC 9(08).
          05 WS-RL-ERROR-COUNT       PIC 9(08).
          05 WS-RL-STATUS            PIC X(04).
          05 WS-RL-HANDOFF-STATUS    PIC X(01).
          05 FILLER                  PIC X(29) VALUE SPACES.
      *
       01 WS-CYCLE-TABLE.
          05 WS-CYC-ENTRY OCCURS 20 TIMES.
      * CALLS:                                                        *
      *    -  0000-HOUSEKEEPING                                       *
      *    -  0400-MAIN-PROCESS                                       *
      *    -  1450-WRITE-CLAIMOUT-TRAILER                             *
      *    -  1500-CLOSE-FILES                                        *
      *    -  1550-WRITE-RUN-LOG                                      *
      *    -  1600-MARK-CYCLE-POSTED                                  *
      *****************************************************************
      *
           PERFORM 0000-HOUSEKEEPING.
           PERFORM 0400-MAIN-PROCESS
               UNTIL END-OF-HOSPRPT.
           PERFORM 1450-WRITE-CLAIMOUT-TRAILER.
           PERFORM 1500-CLOSE-FILES.
           PERFORM 1550-WRITE-RUN-LOG.
           PERFORM 1600-MARK-CYCLE-POSTED.
           GOBACK.
      *
      *
      *****************************************************************
      * DESCRIPTION:                                                  *
      *  THIS PARAGRAPH INITIALIZES WORKING STORAGE VARIABLES,        *
      *  BALANCES HOSPRPT AGAINST ITS CONTROL TRAILER, CALLS THE      *
      *  PARAGRAPH TO OPEN FILES AND PERFORMS THE FIRST READ OF THE   *
      *  HOSPRPT INPUT FILE.                                          *
      * CALLED BY:                                                    *
      *     -  MAIN PROCEDURE STATEMENT                               *
      * CALLS:                                                        *
      *     -  0100-READ-PARM-FILE                                    *
      *     -  0150-CHECK-CYCLE-CONTROL                               *
      *     -  0250-VERIFY-HOSPRPT-TRAILER                            *
      *     -  0200-OPEN-FILES                                        *
      *     -  0300-READ-HOSPRPT-FILE                                 *
      *****************************************************************
      *
           PERFORM 0100-READ-PARM-FILE.
           PERFORM 0150-CHECK-CYCLE-CONTROL.
           PERFORM 0250-VERIFY-HOSPRPT-TRAILER.
           PERFORM 0200-OPEN-FILES.
           PERFORM 0300-READ-HOSPRPT-FILE.
      *
              DISPLAY 'ERROR ENCOUNTERED OPENING GENERATED CLAIMS OUTPUT
      -               ' FILE'
           END-IF.
      *
       0250-VERIFY-HOSPRPT-TRAILER.
      *
      *****************************************************************
      * DESCRIPTION:                                                  *
      *  READS HOSPRPT ONCE, AHEAD OF THE BRIDGE PASS, COUNTING ITS   *
      *  DETAIL RECORDS AND HASHING THEIR STAY COST (DAILY AMOUNT     *
      *  TIMES STAY LENGTH), AND BALANCES BOTH AGAINST THE CONTROL    *
      *  TRAILER HOSPEDIT WROTE AS THE LAST RECORD.  A MISSING OR     *
      *  DUPLICATED TRAILER, ANY RECORD AFTER THE TRAILER, OR A       *
      *  COUNT OR HASH MISMATCH MEANS HOSPRPT IS NOT THE FILE         *
      *  HOSPEDIT WROTE - THE RUN IS LOGGED OUT OF BALANCE AND        *
      *  STOPPED WITH RETURN CODE 16 BEFORE CLAIMOUT IS OPENED.       *
      * CALLED BY:                                                    *
      *     -  0000-HOUSEKEEPING                                      *
      * CALLS:                                                        *
      *     -  0260-TALLY-HOSPRPT-RECORD                              *
      *     -  1550-WRITE-RUN-LOG                                     *
      *****************************************************************
      *
           OPEN INPUT HOSPRPT.
           IF HOSP-STATUS EQUAL '00'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO WS-HOSPRPT-EOF
              DISPLAY 'ERROR ENCOUNTERED OPENING HOSPRPT INPUT FILE'
           END-IF.
      *
           PERFORM UNTIL END-OF-HOSPRPT
              READ HOSPRPT INTO WS-HOSPRPT-REC
                 AT END
                    MOVE 'Y' TO WS-HOSPRPT-EOF
                 NOT AT END
                    PERFORM 0260-TALLY-HOSPRPT-RECORD
              END-READ
           END-PERFORM.
      *
           IF HOSP-STATUS EQUAL '00' OR '10'
              CLOSE HOSPRPT
           END-IF.
      *
           MOVE SPACES TO WS-HOSPRPT-EOF.
           MOVE 'B'    TO WS-HO-STATUS.
      *
           IF WS-HO-TRAILERS-READ = 0
              MOVE 'O' TO WS-HO-STATUS
              DISPLAY 'HOSPRPT CARRIES NO HOSPEDIT CONTROL TRAILER'
           END-IF.
           IF WS-HO-TRAILERS-READ > 1
              MOVE 'O' TO WS-HO-STATUS
              DISPLAY 'HOSPRPT CARRIES ' WS-HO-TRAILERS-READ
                      ' CONTROL TRAILERS - EXPECTED ONE'
           END-IF.
           IF WS-HO-AFTER-TRAILER > 0
              MOVE 'O' TO WS-HO-STATUS
              MOVE WS-HO-AFTER-TRAILER TO WS-HO-COUNT-EDIT
              DISPLAY 'HOSPRPT CARRIES ' WS-HO-COUNT-EDIT
                      ' RECORD(S) AFTER ITS CONTROL TRAILER'
           END-IF.
           IF WS-HO-RECORD-COUNT NOT = WS-HO-TRL-RECORD-COUNT
              OR WS-HO-AMOUNT-HASH NOT = WS-HO-TRL-AMOUNT-HASH
              MOVE 'O' TO WS-HO-STATUS
              DISPLAY 'HOSPRPT DETAIL TOTALS DO NOT MATCH ITS '
                      'CONTROL TRAILER:'
              MOVE WS-HO-TRL-RECORD-COUNT TO WS-HO-COUNT-EDIT
              MOVE WS-HO-TRL-AMOUNT-HASH  TO WS-HO-HASH-EDIT
              DISPLAY '   TRAILER  - DETAIL RECORDS: ' WS-HO-COUNT-EDIT
                      ' AMOUNT HASH: ' WS-HO-HASH-EDIT
              MOVE WS-HO-RECORD-COUNT     TO WS-HO-COUNT-EDIT
              MOVE WS-HO-AMOUNT-HASH      TO WS-HO-HASH-EDIT
              DISPLAY '   RECEIVED - DETAIL RECORDS: ' WS-HO-COUNT-EDIT
                      ' AMOUNT HASH: ' WS-HO-HASH-EDIT
           END-IF.
      *
           IF HANDOFF-OUT-OF-BALANCE
              DISPLAY 'HOSPCLM RUN STOPPED - HOSPRPT IS OUT OF BALANCE '
                      'WITH HOSPEDIT''S CONTROL TRAILER, NO CLAIMS WRIT'
                      'TEN'
              PERFORM 1550-WRITE-RUN-LOG
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      *
           MOVE WS-HO-RECORD-COUNT TO WS-HO-COUNT-EDIT.
           MOVE WS-HO-AMOUNT-HASH  TO WS-HO-HASH-EDIT.
           DISPLAY 'HOSPCLM HOSPRPT HAND-OFF BALANCED -- DETAIL RECORDS'
                   ': ' WS-HO-COUNT-EDIT ' AMOUNT HASH: '
                   WS-HO-HASH-EDIT.
      *
       0260-TALLY-HOSPRPT-RECORD.
      *
      *****************************************************************
      * DESCRIPTION:                                                  *
      *  CLASSIFIES ONE HOSPRPT RECORD FOR THE HAND-OFF BALANCE: THE  *
      *  CONTROL TRAILER IS CAPTURED, A DETAIL RECORD (NUMERIC        *
      *  PATIENT NUMBER AND STAY LENGTH) IS COUNTED AND ITS STAY      *
      *  COST ADDED TO THE HASH, AND HOSPEDIT'S TOTALS LINES ARE      *
      *  PASSED OVER.  ANY RECORD FOLLOWING A TRAILER IS COUNTED.     *
      * CALLED BY:                                                    *
      *     -  0250-VERIFY-HOSPRPT-TRAILER                            *
      * CALLS:                                                        *
      *     -  NONE                                                   *
      *****************************************************************
      *
           IF WS-HO-TRAILERS-READ > 0
              ADD 1 TO WS-HO-AFTER-TRAILER
           END-IF.
      *
           IF HOSPRPT-CONTROL-TRAILER
              ADD 1 TO WS-HO-TRAILERS-READ
              IF HOSP-TRL-RECORD-COUNT IS NUMERIC
                 AND HOSP-TRL-AMOUNT-HASH IS NUMERIC
                 MOVE HOSP-TRL-RECORD-COUNT TO WS-HO-TRL-RECORD-COUNT
                 MOVE HOSP-TRL-AMOUNT-HASH  TO WS-HO-TRL-AMOUNT-HASH
              ELSE
                 MOVE 'O' TO WS-HO-STATUS
                 DISPLAY 'HOSPRPT CONTROL TRAILER TOTALS ARE NOT '
                         'NUMERIC'
              END-IF
           ELSE
              IF HOSP-PATIENT-NBR IS NUMERIC
                 AND HOSP-STAY-LTH IS NUMERIC
                 ADD 1 TO WS-HO-RECORD-COUNT
                 COMPUTE WS-DAILY-AMOUNT =
                         FUNCTION NUMVAL-C (HOSP-AMT-PER-DAY)
                     ON SIZE ERROR
                        MOVE ZERO TO WS-DAILY-AMOUNT
                 END-COMPUTE
                 COMPUTE WS-HO-STAY-AMOUNT =
                         WS-DAILY-AMOUNT * HOSP-STAY-LTH
                 ADD WS-HO-STAY-AMOUNT TO WS-HO-AMOUNT-HASH
              END-IF
           END-IF.
      *
       0300-READ-HOSPRPT-FILE.
      *
      *****************************************************************
      * DESCRIPTION:                                                  *
      *  THIS PARAGRAPH PROCESSES ONE HOSPRPT RECORD.  HOSPRPT ALSO   *
      *  CARRIES THE TRAILING TOTALS LINES AND THE CONTROL TRAILER    *
      *  HOSPEDIT WRITES AFTER THE LAST GOOD RECORD, SO ANY RECORD    *
      *  WHOSE PATIENT NUMBER IS NOT NUMERIC IS SKIPPED (AND COUNTED) *
      *  RATHER THAN MAPPED.  GOOD RECORDS ARE MAPPED TO THE CLAIMREC *
      *  LAYOUT AND WRITTEN TO THE GENERATED CLAIMS FILE.  THE NEXT   *
      *  RECORD IS THEN READ.                                         *
      * CALLED BY:                                                    *
      *     -  MAIN PROCEDURE STATEMENT                               *
      * CALLS:                                                        *
      *****************************************************************
      *
           MOVE HOSP-PCP-ID           TO CLAIM-PCP-ID.
      *
      *****************************************************************
      *  CARRY THE STAY'S ICD-10 DIAGNOSIS (ALREADY TRANSLATED FROM   *
      *  ANY LEGACY CODE BY HOSPEDIT) THROUGH TO THE CLAIM.           *
      *****************************************************************
      *
           MOVE HOSP-DIAG-CODE        TO CLAIM-DIAG-CODE.
      *
      *****************************************************************
      *  CARRY HOSPEDIT'S ACCIDENT FLAG ('A' AUTO, 'W' WORKPLACE) SO  *
      *  CLAIMS CAN REFER THE PAID CLAIM FOR SUBROGATION.             *
      *****************************************************************
      *
           MOVE HOSP-ACCIDENT-FLAG    TO CLAIM-ACCIDENT-IND.
      *
       0600-WRITE-CLAIM-RECORD.
      *
      *  THIS PARAGRAPH WRITES THE GENERATED CLAIM RECORD, CHECKS THE *
      *  FILE STATUS FOR A SUCCESSFUL WRITE OPERATION (STATUS = '00') *
      *  AND DISPLAYS AN ERROR IF AN ISSUE IS ENCOUNTERED WITH        *
      *  WRITING TO THE FILE.  EACH CLAIM WRITTEN IS COUNTED AND ITS  *
      *  AMOUNTS ADDED TO THE HASH FOR CLAIMOUT'S CONTROL TRAILER.    *
      * CALLED BY:                                                    *
      *     -  0400-MAIN-PROCESS                                      *
      * CALLS:                                                        *
      *
           IF CLAIM-OUT-STATUS EQUAL '00'
              ADD 1 TO WS-CLAIMS-WRITTEN
              ADD CLAIM-AMOUNT, CLAIM-AMOUNT-PAID
                 TO WS-CLM-AMOUNT-HASH
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO GENERATED CLAIMS FIL
      -               'E'
           END-IF.
      *
       1450-WRITE-CLAIMOUT-TRAILER.
      *
      *****************************************************************
      * DESCRIPTION:                                                  *
      *  WRITES THE CONTROL TRAILER AS THE LAST CLAIMOUT RECORD -     *
      *  THE COUNT OF CLAIMS WRITTEN AND THE HASH OF THEIR CLAIM      *
      *  AMOUNT PLUS AMOUNT PAID - SO THE CLAIMS PROGRAM CAN BALANCE  *
      *  THE FEED BEFORE POSTING FROM IT.                             *
      * CALLED BY:                                                    *
      *     -  MAIN PROCEDURE STATEMENT                               *
      * CALLS:                                                        *
      *     -  NONE                                                   *
      *****************************************************************
      *
           MOVE SPACES                TO CLAIM-TRAILER-WS.
           SET CLAIM-CONTROL-TRAILER  TO TRUE.
           MOVE WS-CYCLE-PROGRAM-ID   TO CLM-TRL-PROGRAM-ID.
           MOVE WS-CLAIMS-WRITTEN     TO CLM-TRL-RECORD-COUNT.
           MOVE WS-CLM-AMOUNT-HASH    TO CLM-TRL-AMOUNT-HASH.
      *
           WRITE CLAIM-TRAILER-WS.
      *
           IF CLAIM-OUT-STATUS EQUAL '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING GENERATED CLAIMS FILE '
                      'TRAILER'
           END-IF.
      *
       1500-CLOSE-FILES.
      *
           DISPLAY 'HOSPCLM RECONCILIATION -- RECORDS READ: '
                   WS-RECS-READ ' CLAIMS WRITTEN: ' WS-CLAIMS-WRITTEN
                   ' NON-DETAIL RECORDS SKIPPED: ' WS-RECS-SKIPPED.
      *
       1550-WRITE-RUN-LOG.
      *
      *****************************************************************
      * DESCRIPTION:                                                  *
      *  APPENDS THIS RUN'S STANDARD RUN RECORD (PROGRAM ID, RUN      *
      *  DATE/TIME, RECORDS READ, CLAIMS WRITTEN, COMPLETION STATUS   *
      *  AND THE HOSPRPT HAND-OFF BALANCE STATUS) TO THE SHARED       *
      *  NIGHTLY BATCH RUN LOG READ BY THE BATCHDSH DASHBOARD.  AN    *
      *  OUT-OF-BALANCE RUN IS LOGGED WITH AN ERR STATUS BEFORE IT    *
      *  STOPS.                                                       *
      * CALLED BY:                                                    *
      *     -  MAIN PROCEDURE STATEMENT                               *
      *     -  0250-VERIFY-HOSPRPT-TRAILER                            *
      * CALLS:                                                        *
      *     -  NONE                                                   *
      *****************************************************************
      *
           OPEN EXTEND RUNLOG.
           IF RUN-LOG-STATUS EQUAL '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING BATCH RUN LOG'
           END-IF.
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RL-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RL-RUN-TIME.
           MOVE WS-RECS-READ               TO WS-RL-RECS-READ.
           MOVE WS-CLAIMS-WRITTEN          TO WS-RL-RECS-WRITTEN.
           MOVE ZERO                       TO WS-RL-ERROR-COUNT.
           MOVE WS-HO-STATUS               TO WS-RL-HANDOFF-STATUS.
           IF HANDOFF-OUT-OF-BALANCE
              MOVE 'ERR'                   TO WS-RL-STATUS
           ELSE
              MOVE 'OK'                    TO WS-RL-STATUS
           END-IF.
      *
           WRITE RUN-LOG-REC FROM WS-RUN-LOG-REC.
           IF RUN-LOG-STATUS EQUAL '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO BATCH RUN LOG'
           END-IF.
      *
           CLOSE RUNLOG.
           IF RUN-LOG-STATUS EQUAL '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING BATCH RUN LOG'
           END-IF.
      *
       1600-MARK-CYCLE-POSTED.
      *
