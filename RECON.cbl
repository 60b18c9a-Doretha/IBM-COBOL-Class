      *     3. CLAIMS WHERE THE AMOUNT PAID EXCEEDS THE STAY'S        *
      *        COMPUTED NET AMOUNT (DAILY AMOUNT TIMES STAY LENGTH)   *
      *  GRAND TOTALS OF AMOUNT BILLED VERSUS AMOUNT PAID CLOSE THE   *
      *  REPORT.  UNMATCHED STAYS CARRY FORWARD ON THE OPEN-ITEM FILE *
      *  (OPENOUT, READ BACK AS OPENIN), WHICH ALSO CARRIES EACH      *
      *  ITEM'S CARRIER AND THE CARRIER CASH THE CASHPOST PROGRAM     *
      *  HAS APPLIED TO IT.                                           *
      *                                                               *
      *  HAND-OFF CONTROL TOTALS:  HOSPEDIT ENDS HOSPRPT WITH A       *
      *  CONTROL TRAILER (DETAIL RECORD COUNT AND AN AMOUNT HASH OF   *
      *  DAILY AMOUNT TIMES STAY LENGTH).  HOSPRPT IS BALANCED        *
      *  AGAINST IT BEFORE ANY FILE IS OPENED FOR OUTPUT; A MISSING   *
      *  TRAILER, A RECORD AFTER IT OR A COUNT OR HASH MISMATCH       *
      *  STOPS THE RUN WITH RETURN CODE 16.  THE WRITE-OFF FILE IS    *
      *  ENDED WITH ITS OWN CONTROL TRAILER (THE CLAIMTRL LAYOUT) FOR *
      *  THE CLAIMS PROGRAM TO BALANCE THE SAME WAY.                  *
      *                                                               *
      *  INPUT FILES:                                                 *
      *      RTPOT44.HOSPRPT.DATA - HOSPEDIT'S UNFORMATTED GOOD-     *
      *      RECORD REPORT FILE (THE RPTFILE DD), WHICH CARRIES THE   *
      *      PRICED WS-OUTPUT-REC RECORDS.  NOTE: HOSPEDIT'S HOSPOUT  *
      *      DD CARRIES THE RAW 110-BYTE INPUT RECORDS AND IS NOT     *
      *      THE FILE THIS PROGRAM READS.                             *
      *      INTERNAL FILE NAME:  HOSPRPT                             *
      *      JCL DD NAME:         RPTFILE                             *
      *      INTERNAL FILE NAME:  RECONRPT                            *
      *      JCL DD NAME:         RECONRPT                            *
      *                                                               *
      *      RTPOT44.RECON.WROFFILE (AUTO WRITE-OFF ADJUSTMENTS, READ *
      *      AS PART OF INCLAIMS BY THE NEXT CLAIMS RUN AND ENDED BY  *
      *      A CONTROL TRAILER)                                       *
      *      INTERNAL FILE NAME:  WROFFILE                            *
      *      JCL DD NAME:         WROFFILE                            *
      *                                                               *
      *      RTPOT44.BATCH.RUNLOG (SHARED NIGHTLY RUN LOG - ONE RUN   *
      *      RECORD APPENDED, CARRYING THE HAND-OFF BALANCE STATUS    *
      *      FOR THE BATCHDSH DASHBOARD)                              *
      *      INTERNAL FILE NAME:  RUNLOG                              *
      *      JCL DD NAME:         RUNLOG                              *
      *                                                               *
      *  JCL JOB: RTPOT44.LEARN.REUSABLE.JCL(RECON)                   *
      *****************************************************************
      *
           SELECT WROFFILE
              ASSIGN TO WROFFILE           *>AUTO WRITE-OFF ADJUSTMENTS
              FILE STATUS IS WROFF-STATUS. *>FOR THE CLAIMS RUN
      *
           SELECT OPTIONAL RUNLOG
              ASSIGN TO RUNLOG             *>SHARED NIGHTLY RUN LOG
              FILE STATUS IS RUN-LOG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *****************************************************************
      *  AUTO WRITE-OFF ADJUSTMENT FILE.  VARIANCES AT OR UNDER THE   *
      *  WRTOL= TOLERANCE ARE AUTO-MATCHED AND WRITTEN HERE AS        *
      *  ADJUSTMENT ('A') TRANSACTIONS IN THE 100-BYTE CLAIMREC       *
      *  LAYOUT, SO THE NEXT CLAIMS RUN CONSUMES THEM INSTEAD OF      *
      *  SOMEONE KEYING HUNDREDS OF MANUAL CORRECTIONS A MONTH.       *
      *****************************************************************
      *
       FD  WROFFILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS WROFF-REC.
      *
       01  WROFF-REC    PIC X(100).
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
           05  FILLER                    PIC X(27).
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
      *****************************************************************
      *  WORKING STORAGE IMAGE OF ONE PAYMENT EXTRACT RECORD AS THE   *
      *  CLAIMS PROGRAM WRITES IT - 'H' = HEADER, 'D' = DETAIL,       *
      *  'T' = TRAILER.                                               *
               10  WS-STAY-MATCHED-SW    PIC X(01).
               10  WS-STAY-FIRST-SEEN    PIC 9(08).
               10  WS-STAY-ADMIT-DATE    PIC X(10).
               10  WS-STAY-CARRIER       PIC X(03).
               10  WS-STAY-CASH-APPLIED  PIC S9(9)V99 COMP-3.
      *
       01  WS-STAY-ENTRIES-USED          PIC S9(04) COMP VALUE 0.
       01  WS-STAY-FOUND-SW              PIC X(01) VALUE 'N'.
          05 DUN-STATUS              PIC X(02).
          05 PARM-STATUS             PIC X(02).
          05 WROFF-STATUS            PIC X(02).
          05 RUN-LOG-STATUS          PIC X(02).
      *
      *****************************************************************
      *  HAND-OFF CONTROL TOTALS.  WS-HO-xxx ACCUMULATE WHAT HOSPRPT  *
      *  ACTUALLY DELIVERED, FOR COMPARISON WITH HOSPEDIT'S TRAILER   *
      *  (SEE 0075-VERIFY-HOSPRPT-TRAILER).                           *
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
          05 WS-HO-COUNT-EDIT        PIC ZZZ,ZZZ,ZZ9.
          05 WS-HO-HASH-EDIT         PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
      *
      *****************************************************************
      *  STANDARD RUN RECORD APPENDED TO THE SHARED NIGHTLY BATCH RUN *
      *  LOG AT CLOSE (SEE 0850-WRITE-RUN-LOG).  SAME 80-BYTE LAYOUT  *
      *  EVERY PROGRAM IN THE NIGHTLY STREAM WRITES FOR BATCHDSH,     *
      *  WITH THE HAND-OFF BALANCE STATUS ('B' BALANCED, 'O' OUT OF   *
      *  BALANCE) IN THE FIRST BYTE AFTER THE COMPLETION STATUS.      *
      *****************************************************************
      *
       01 WS-RUN-LOG-REC.
          05 WS-RL-PROGRAM-ID        PIC X(08) VALUE 'RECON'.
          05 WS-RL-RUN-DATE          PIC 9(08).
          05 WS-RL-RUN-TIME          PIC 9(06).
          05 WS-RL-RECS-READ         PIC 9(08).
          05 WS-RL-RECS-WRITTEN      PIC 9(08).
          05 WS-RL-ERROR-COUNT       PIC 9(08).
          05 WS-RL-STATUS            PIC X(04).
          05 WS-RL-HANDOFF-STATUS    PIC X(01).
          05 FILLER                  PIC X(29) VALUE SPACES.
      *
      *****************************************************************
      *  WORKING STORAGE IMAGE OF ONE OPEN-ITEM RECORD, AS WRITTEN    *
      *  TO OPENOUT AND READ BACK FROM OPENIN ON THE NEXT RUN.  THE   *
      *  CARRIER (PRIMARY INSURANCE TYPE) AND THE CARRIER CASH        *
      *  ALREADY APPLIED ARE MAINTAINED BY THE CASHPOST PROGRAM,      *
      *  WHICH RUNS BETWEEN RECON RUNS AGAINST THIS SAME FILE - THE   *
      *  OPEN BALANCE OF AN ITEM IS ITS NET AMOUNT LESS THE CASH      *
      *  APPLIED.                                                     *
      *****************************************************************
      *
       01 WS-OPEN-ITEM-REC.
          05 OI-NET-AMT              PIC S9(9)V99.
          05 OI-FIRST-SEEN           PIC 9(08).
          05 OI-ADMIT-DATE           PIC X(10).
          05 OI-CARRIER              PIC X(03).
          05 OI-CASH-APPLIED         PIC S9(9)V99.
          05 FILLER                  PIC X(12).
      *
      *****************************************************************
      *  ACCOUNTS-RECEIVABLE AGING CONTROLS.  OPEN ITEMS ARE AGED BY  *
          05 WS-ADMIT-YYYYMMDD       PIC 9(08) VALUE 0.
          05 WS-ADMIT-INT            PIC S9(09) COMP VALUE 0.
          05 WS-AGE-DAYS             PIC S9(05) COMP VALUE 0.
          05 WS-OPEN-BALANCE         PIC S9(9)V99 COMP-3 VALUE 0.
          05 WS-AGE-0-30-AMT         PIC S9(11)V99 COMP-3 VALUE 0.
          05 WS-AGE-31-60-AMT        PIC S9(11)V99 COMP-3 VALUE 0.
          05 WS-AGE-61-90-AMT        PIC S9(11)V99 COMP-3 VALUE 0.
          05 WS-WO-UNDER-COUNT       PIC S9(05) COMP VALUE 0.
          05 WS-WO-OVER-AMT          PIC S9(9)V99 COMP-3 VALUE 0.
          05 WS-WO-UNDER-AMT         PIC S9(9)V99 COMP-3 VALUE 0.
          05 WS-WO-RECORDS-WRITTEN   PIC 9(09) VALUE 0.
          05 WS-WO-AMOUNT-HASH       PIC S9(13)V99 VALUE 0.
          05 WS-PARM-KEYWORD         PIC X(20).
          05 WS-PARM-VALUE           PIC X(20).
      *
          05 WO-TRANS-CODE           PIC X(01).
          05 WO-RECEIVED-DATE        PIC 9(08).
          05 WO-PCP-ID               PIC X(06).
          05 WO-DIAG-CODE            PIC X(07).
          05 FILLER                  PIC X(03).
      *
      *****************************************************************
      *  CONTROL TRAILER ENDING THE WRITE-OFF FILE - THE SAME LAYOUT  *
      *  AS THE CLAIMTRL COPYBOOK THE CLAIMS PROGRAM BALANCES EVERY   *
      *  INCLAIMS FEED WITH: ADJUSTMENTS WRITTEN AND THE HASH OF      *
      *  THEIR CLAIM AMOUNT PLUS AMOUNT PAID.                         *
      *****************************************************************
      *
       01 WS-WROFF-TRAILER REDEFINES WS-WROFF-REC.
          05 WO-TRL-ID               PIC X(08).
          05 WO-TRL-PROGRAM-ID       PIC X(08).
          05 WO-TRL-RECORD-COUNT     PIC 9(09).
          05 WO-TRL-AMOUNT-HASH      PIC S9(13)V99.
          05 FILLER                  PIC X(60).
      *
       01  COUNTERS-AND-ACCUMULATORS.
           05 STAYS-LOADED           PIC S9(04) COMP VALUE 0.
      *  DESCRIPTION:                                                 *
      *    THE MAIN PROCEDURE AREA LOADS THE PRICED STAYS, MATCHES    *
      *    THE PAYMENT EXTRACT AGAINST THEM, REPORTS THE UNMATCHED    *
      *    STAYS AND WRITES THE GRAND TOTALS.  HOSPRPT IS BALANCED    *
      *    AGAINST HOSPEDIT'S CONTROL TRAILER FIRST, AND THE RUN IS   *
      *    LOGGED TO THE SHARED RUN LOG LAST.                         *
      *                                                               *
      *  CALLED BY:                                                   *
      *    - NONE                                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    - 0000-HOUSEKEEPING                                        *
      *    - 0050-READ-PARM-FILE                                      *
      *    - 0075-VERIFY-HOSPRPT-TRAILER                              *
      *    - 0100-OPEN-FILES                                          *
      *    - 0250-LOAD-OPEN-ITEMS                                     *
      *    - 0200-LOAD-STAY-TABLE                                     *
      *    - 0400-MATCH-PAYMENT-EXTRACT                               *
      *    - 0600-REPORT-UNMATCHED-STAYS                              *
      *    - 0650-WRITE-OPEN-ITEMS                                    *
      *    - 0660-WRITE-AGING-SECTION                                 *
      *    - 0700-WRITE-GRAND-TOTALS                                  *
      *    - 0750-WRITE-WROFF-TRAILER                                 *
      *    - 0800-CLOSE-FILES                                         *
      *    - 0850-WRITE-RUN-LOG                                       *
      *****************************************************************
      *
       PROCEDURE DIVISION.
           PERFORM 0000-HOUSEKEEPING.
           PERFORM 0050-READ-PARM-FILE.
           PERFORM 0075-VERIFY-HOSPRPT-TRAILER.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0250-LOAD-OPEN-ITEMS.
           PERFORM 0200-LOAD-STAY-TABLE.
           PERFORM 0650-WRITE-OPEN-ITEMS.
           PERFORM 0660-WRITE-AGING-SECTION.
           PERFORM 0700-WRITE-GRAND-TOTALS.
           PERFORM 0750-WRITE-WROFF-TRAILER.
           PERFORM 0800-CLOSE-FILES.
           PERFORM 0850-WRITE-RUN-LOG.
           GOBACK.
      *
       0000-HOUSEKEEPING.
                 DISPLAY 'UNRECOGNIZED CONTROL CARD KEYWORD: '
                    WS-PARM-KEYWORD
           END-EVALUATE.
      *
       0075-VERIFY-HOSPRPT-TRAILER.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS HOSPRPT ONCE, AHEAD OF THE MATCH,     *
      *    COUNTING ITS DETAIL RECORDS AND HASHING THEIR STAY COST    *
      *    (DAILY AMOUNT TIMES STAY LENGTH), AND BALANCES BOTH        *
      *    AGAINST THE CONTROL TRAILER HOSPEDIT WROTE AS THE LAST     *
      *    RECORD.  A MISSING OR DUPLICATED TRAILER, ANY RECORD AFTER *
      *    THE TRAILER, OR A COUNT OR HASH MISMATCH MEANS HOSPRPT IS  *
      *    NOT THE FILE HOSPEDIT WROTE - THE RUN IS LOGGED OUT OF     *
      *    BALANCE AND STOPPED WITH RETURN CODE 16 BEFORE THE REPORT, *
      *    OPEN-ITEM, DUNNING OR WRITE-OFF FILES ARE OPENED.          *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0080-TALLY-HOSPRPT-RECORD                               *
      *    -  0850-WRITE-RUN-LOG                                      *
      *****************************************************************
      *
           OPEN INPUT HOSPRPT.
           IF HOSP-STATUS = '00'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO HOSPRPT-FILE-SW
              DISPLAY 'ERROR ENCOUNTERED OPENING HOSPRPT INPUT FILE'
           END-IF.
      *
           PERFORM UNTIL END-OF-HOSPRPT
              READ HOSPRPT INTO WS-HOSPRPT-REC
                 AT END
                    MOVE 'Y' TO HOSPRPT-FILE-SW
                 NOT AT END
                    PERFORM 0080-TALLY-HOSPRPT-RECORD
              END-READ
           END-PERFORM.
      *
           IF HOSP-STATUS = '00' OR '10'
              CLOSE HOSPRPT
           END-IF.
      *
           MOVE SPACE TO HOSPRPT-FILE-SW.
           MOVE 'B'   TO WS-HO-STATUS.
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
              DISPLAY 'RECON RUN STOPPED - HOSPRPT IS OUT OF BALANCE '
                      'WITH HOSPEDIT''S CONTROL TRAILER'
              PERFORM 0850-WRITE-RUN-LOG
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      *
           MOVE WS-HO-RECORD-COUNT TO WS-HO-COUNT-EDIT.
           MOVE WS-HO-AMOUNT-HASH  TO WS-HO-HASH-EDIT.
           DISPLAY 'RECON HOSPRPT HAND-OFF BALANCED -- DETAIL RECORDS: '
                   WS-HO-COUNT-EDIT ' AMOUNT HASH: ' WS-HO-HASH-EDIT.
      *
       0080-TALLY-HOSPRPT-RECORD.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH CLASSIFIES ONE HOSPRPT RECORD FOR THE       *
      *    HAND-OFF BALANCE: THE CONTROL TRAILER IS CAPTURED, A       *
      *    DETAIL RECORD (NUMERIC PATIENT NUMBER AND STAY LENGTH) IS  *
      *    COUNTED AND ITS STAY COST ADDED TO THE HASH, AND           *
      *    HOSPEDIT'S TOTALS LINES ARE PASSED OVER.  ANY RECORD       *
      *    FOLLOWING A TRAILER IS COUNTED.                            *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0075-VERIFY-HOSPRPT-TRAILER                             *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
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
                 END-COMPUTE
                 ADD WS-HO-STAY-AMOUNT TO WS-HO-AMOUNT-HASH
              END-IF
           END-IF.
      *
       0100-OPEN-FILES.
      *
                             TO WS-STAY-FIRST-SEEN (ST-IDX)
                          MOVE HOSP-ADMIT-DATE
                             TO WS-STAY-ADMIT-DATE (ST-IDX)
                          MOVE HOSP-INS-TYPE (1:3)
                             TO WS-STAY-CARRIER (ST-IDX)
                          MOVE ZERO
                             TO WS-STAY-CASH-APPLIED (ST-IDX)
                          ADD WS-STAY-COST  TO TOTAL-AMT-BILLED
                       ELSE
      *
                          TO WS-STAY-FIRST-SEEN (ST-IDX)
                       MOVE OI-ADMIT-DATE
                          TO WS-STAY-ADMIT-DATE (ST-IDX)
                       MOVE OI-CARRIER
                          TO WS-STAY-CARRIER (ST-IDX)
                       IF OI-CASH-APPLIED IS NUMERIC
                          MOVE OI-CASH-APPLIED
                             TO WS-STAY-CASH-APPLIED (ST-IDX)
                       ELSE
                          MOVE ZERO
                             TO WS-STAY-CASH-APPLIED (ST-IDX)
                       END-IF
                    ELSE
                       ADD +1 TO STAYS-NOT-LOADED
                       DISPLAY 'WARNING: STAY TABLE CAPACITY OF 1000 EN
      *    WRITTEN TO THE WRITE-OFF FILE AS AN ADJUSTMENT ('A')       *
      *    TRANSACTION IN THE CLAIMREC LAYOUT THE CLAIMS PROGRAM      *
      *    CONSUMES, AND THE OVER/UNDER SPLIT COUNTS AND AMOUNTS ARE  *
      *    ACCUMULATED FOR THE GRAND TOTALS PAGE.  EACH ADJUSTMENT    *
      *    WRITTEN IS COUNTED AND HASHED FOR THE FILE'S CONTROL       *
      *    TRAILER.                                                   *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0500-MATCH-ONE-CLAIM                                    *
      *
           WRITE WROFF-REC FROM WS-WROFF-REC.
           IF WROFF-STATUS = '00'
              ADD +1 TO WS-WO-RECORDS-WRITTEN
              ADD WO-CLAIM-AMOUNT, WO-CLAIM-AMOUNT-PAID
                 TO WS-WO-AMOUNT-HASH
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO WRITE-OFF FILE'
           END-IF.
      *    THIS PARAGRAPH CARRIES ONE UNMATCHED STAY FORWARD - THE    *
      *    OPEN-ITEM RECORD IS WRITTEN, THE ITEM IS AGED BY ITS       *
      *    ADMIT DATE, AND ITEMS PAST 120 DAYS ALSO GO TO THE         *
      *    DUNNING EXTRACT.  AN ITEM PART-PAID BY A CARRIER           *
      *    REMITTANCE AGES ON ITS REMAINING OPEN BALANCE.             *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0650-WRITE-OPEN-ITEMS                                   *
           MOVE WS-STAY-NET-AMT (ST-IDX)     TO OI-NET-AMT.
           MOVE WS-STAY-FIRST-SEEN (ST-IDX)  TO OI-FIRST-SEEN.
           MOVE WS-STAY-ADMIT-DATE (ST-IDX)  TO OI-ADMIT-DATE.
           MOVE WS-STAY-CARRIER (ST-IDX)     TO OI-CARRIER.
           MOVE WS-STAY-CASH-APPLIED (ST-IDX) TO OI-CASH-APPLIED.
           COMPUTE WS-OPEN-BALANCE = WS-STAY-NET-AMT (ST-IDX)
                                   - WS-STAY-CASH-APPLIED (ST-IDX).
      *
           WRITE OPEN-OUT-REC FROM WS-OPEN-ITEM-REC.
           IF OPEN-OUT-STATUS = '00'
      *
           EVALUATE TRUE
              WHEN WS-AGE-DAYS <= 30
                 ADD WS-OPEN-BALANCE TO WS-AGE-0-30-AMT
              WHEN WS-AGE-DAYS <= 60
                 ADD WS-OPEN-BALANCE TO WS-AGE-31-60-AMT
              WHEN WS-AGE-DAYS <= 90
                 ADD WS-OPEN-BALANCE TO WS-AGE-61-90-AMT
              WHEN WS-AGE-DAYS <= 120
                 ADD WS-OPEN-BALANCE TO WS-AGE-91-120-AMT
              WHEN OTHER
                 ADD WS-OPEN-BALANCE TO WS-AGE-OVER-120-AMT
                 ADD +1 TO WS-DUNNING-ITEMS
                 WRITE DUN-REC FROM WS-OPEN-ITEM-REC
                 IF DUN-STATUS = '00'
              DISPLAY 'ERROR ENCOUNTERED WRITING TO RECONCILIATION REPOR
      -              'T'
           END-IF.
      *
       0750-WRITE-WROFF-TRAILER.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH ENDS THE WRITE-OFF FILE WITH ITS CONTROL    *
      *    TRAILER - THE ADJUSTMENTS WRITTEN AND THE HASH OF THEIR    *
      *    CLAIM AMOUNT PLUS AMOUNT PAID - SO THE CLAIMS PROGRAM CAN  *
      *    BALANCE THE FEED BEFORE POSTING FROM IT.  THE TRAILER IS   *
      *    WRITTEN EVEN WHEN NOTHING WAS WRITTEN OFF.                 *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE SPACES                TO WS-WROFF-REC.
           MOVE 'TRAILER '            TO WO-TRL-ID.
           MOVE 'RECON'               TO WO-TRL-PROGRAM-ID.
           MOVE WS-WO-RECORDS-WRITTEN TO WO-TRL-RECORD-COUNT.
           MOVE WS-WO-AMOUNT-HASH     TO WO-TRL-AMOUNT-HASH.
      *
           WRITE WROFF-REC FROM WS-WROFF-TRAILER.
           IF WROFF-STATUS = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING WRITE-OFF FILE TRAILER'
           END-IF.
      *
       0800-CLOSE-FILES.
      *
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING WRITE-OFF FILE'
           END-IF.
      *
       0850-WRITE-RUN-LOG.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH APPENDS ONE RUN RECORD (CLAIMS READ, WRITE- *
      *    OFFS WRITTEN, UNMATCHED AND OVERPAID CLAIMS, COMPLETION    *
      *    STATUS AND THE HOSPRPT HAND-OFF BALANCE STATUS) TO THE     *
      *    SHARED NIGHTLY BATCH RUN LOG READ BY THE BATCHDSH          *
      *    DASHBOARD PROGRAM.  A RUN STOPPED OUT OF BALANCE IS LOGGED *
      *    WITH AN ERR STATUS.                                        *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *    -  0075-VERIFY-HOSPRPT-TRAILER                             *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE FUNCTION CURRENT-DATE (1:8)  TO WS-RL-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6)  TO WS-RL-RUN-TIME.
           MOVE CLAIMS-READ                  TO WS-RL-RECS-READ.
           MOVE WS-WO-RECORDS-WRITTEN        TO WS-RL-RECS-WRITTEN.
           COMPUTE WS-RL-ERROR-COUNT =
              CLAIMS-WITH-NO-STAY + CLAIMS-OVERPAID
           END-COMPUTE.
           MOVE WS-HO-STATUS                 TO WS-RL-HANDOFF-STATUS.
           IF HANDOFF-OUT-OF-BALANCE
              MOVE 'ERR'                     TO WS-RL-STATUS
           ELSE
              MOVE 'OK'                      TO WS-RL-STATUS
           END-IF.
      *
           OPEN EXTEND RUNLOG.
           IF RUN-LOG-STATUS = '00'
              WRITE RUN-LOG-REC FROM WS-RUN-LOG-REC
              CLOSE RUNLOG
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING BATCH RUN LOG'
           END-IF.
