       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREMPOST.
       AUTHOR. DORETHA RILEY.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. CURRENT-DATE.
      *
      *****************************************************************
      *  DESCRIPTION                                                  *
      *    THIS PROGRAM MAINTAINS THE PREMIUM BILLING MASTER AND      *
      *    POSTS PREMIUM PAYMENTS TO IT.  EACH TRANSACTION IS APPLIED *
      *    DIRECTLY TO THE KEYED MASTER:                              *
      *      'A' - ADD A POLICY TO PREMIUM BILLING.  THE AMOUNT IS    *
      *            THE MONTHLY PREMIUM AND THE DATE IS THE COVERAGE   *
      *            EFFECTIVE DATE, WHICH IS ALSO THE FIRST PREMIUM    *
      *            DUE DATE AND SETS THE POLICY'S BILLING DAY.        *
      *      'C' - CHANGE THE MONTHLY PREMIUM.                        *
      *      'P' - POST A PREMIUM PAYMENT RECEIVED ON THE DATE GIVEN. *
      *            THE PAYMENT IS ADDED TO THE POLICY'S CREDIT AND    *
      *            EVERY FULL MONTHLY PREMIUM IN THE CREDIT ADVANCES  *
      *            THE PAID-TO DATE ONE MONTH.  A POLICY IN ITS GRACE *
      *            PERIOD THAT IS PAID PAST THE PAYMENT DATE RETURNS  *
      *            TO CURRENT.  A PAYMENT ON A LAPSED POLICY IS HELD  *
      *            AS CREDIT TOWARD REINSTATEMENT.                    *
      *      'R' - REINSTATE A LAPSED POLICY AS OF THE DATE GIVEN.    *
      *            THE HELD CREDIT MUST PAY THE BACK PREMIUM PAST THE *
      *            REINSTATEMENT DATE OR THE TRANSACTION IS REJECTED  *
      *            AND THE POLICY STAYS LAPSED.                       *
      *    EVERY TRANSACTION, APPLIED OR REJECTED, IS LISTED ON THE   *
      *    AUDIT REPORT WITH THE POLICY'S STATUS AND PAID-TO DATE     *
      *    BEFORE AND AFTER AND THE USER/DATE FROM THE TRANSACTION,   *
      *    THE SAME WAY ADDRMNT AUDITS THE ADDRESS MASTER.  GRACE AND *
      *    LAPSE ARE SET BY THE MONTHLY PREMBILL RUN.                 *
      *                                                               *
      *    RETURN CODES:                                              *
      *      0  - ALL TRANSACTIONS APPLIED                            *
      *      4  - ONE OR MORE TRANSACTIONS REJECTED                   *
      *                                                               *
      *    INPUT FILES:                                               *
      *      RTPOT44.PREMTRAN.DATA (PREMIUM TRANSACTIONS)             *
      *      INTERNAL FILE NAME:  PREMTRAN                            *
      *      JCL DD NAME:         PREMTRAN                            *
      *                                                               *
      *    UPDATE FILES:                                              *
      *      RTPOT44.PREMMSTR.DATA (PREMIUM BILLING MASTER, KEYED)    *
      *      INTERNAL FILE NAME:  PREMMSTR                            *
      *      JCL DD NAME:         PREMMSTR                            *
      *                                                               *
      *    OUTPUT FILES:                                              *
      *      DD SYSOUT=* (PREMIUM POSTING AUDIT REPORT)               *
      *      INTERNAL FILE NAME:  PREMAUDT                            *
      *      JCL DD NAME:         PREMAUDT                            *
      *                                                               *
      *    JCL JOB: RTPOT44.LEARN.REUSABLE.JCL(PREMPOST)              *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PREMMSTR *>PREMIUM BILLING MASTER (KEYED)
           ASSIGN TO PREMMSTR
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PRM-POLICY-NO
             FILE STATUS IS PMCODE.
      *
           SELECT PREMTRAN         *>PREMIUM TRANSACTIONS
           ASSIGN TO PREMTRAN
             FILE STATUS IS TRCODE.
      *
           SELECT PREMAUDT         *>POSTING AUDIT REPORT
           ASSIGN TO PREMAUDT
             FILE STATUS IS AUCODE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PREMMSTR
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PREMIUM-MASTER-REC.
      *
           COPY PREMREC. *> PREMIUM BILLING MASTER RECORD LAYOUT
      *
       FD  PREMTRAN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PREM-TRAN-REC.
      *
       01  PREM-TRAN-REC PIC X(80).
      *
       FD  PREMAUDT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS AUDIT-RPT-REC.
      *
       01  AUDIT-RPT-REC PIC X(133).
      *
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-CODES.
          05 PMCODE               PIC X(02).
          05 TRCODE               PIC X(02).
          05 AUCODE               PIC X(02).
      *
       01 WS-FILE-SWITCHES.
          05 PREMTRAN-FILE-SW     PIC X(01) VALUE SPACE.
             88 END-OF-PREMTRAN-FILE VALUE 'Y'.
      *
       01 WS-PREM-TRAN-REC.  *>PREMIUM TRANSACTION LAYOUT
          05 WS-TRN-ACTION        PIC X(01).
             88 TRN-ADD                     VALUE 'A'.
             88 TRN-CHANGE                  VALUE 'C'.
             88 TRN-PAYMENT                 VALUE 'P'.
             88 TRN-REINSTATE               VALUE 'R'.
             88 TRN-VALID-ACTION            VALUES ARE 'A', 'C', 'P',
                                                       'R'.
          05 WS-TRN-POLICY-NO     PIC X(07).
          05 WS-TRN-POLICY-NO-N REDEFINES WS-TRN-POLICY-NO
                                  PIC 9(07).
          05 WS-TRN-AMOUNT-X      PIC X(07).
          05 WS-TRN-AMOUNT REDEFINES WS-TRN-AMOUNT-X
                                  PIC 9(05)V99.
          05 WS-TRN-EFF-DATE-X    PIC X(08).
          05 WS-TRN-EFF-DATE REDEFINES WS-TRN-EFF-DATE-X
                                  PIC 9(08).
          05 WS-TRN-USER-ID       PIC X(08).
          05 WS-TRN-DATE          PIC X(08).
          05 FILLER               PIC X(41).
      *
       01 WS-POSTING-CONTROLS.
          05 WS-PM-FOUND-SW       PIC X(01) VALUE 'N'.
             88 POLICY-FOUND                VALUE 'Y'.
          05 WS-TRAN-OK-SW        PIC X(01) VALUE 'N'.
             88 TRAN-APPLIED                VALUE 'Y'.
          05 WS-BEFORE-STATE      PIC X(20) VALUE SPACES.
          05 WS-STATE-TEXT        PIC X(20) VALUE SPACES.
          05 WS-STATE-DATE        PIC 9999/99/99.
          05 WS-SAVED-MASTER-REC  PIC X(80) VALUE SPACES.
      *** ONE-MONTH DATE ARITHMETIC - THE PAID-TO DATE MOVES TO THE
      *** SAME DAY NEXT MONTH AS THE POLICY'S EFFECTIVE DATE (THE
      *** BILLING DAY), PULLED BACK TO THE MONTH END IN A SHORT MONTH.
          05 WS-ADV-DATE          PIC 9(08) VALUE 0.
          05 WS-ADV-DATE-X REDEFINES WS-ADV-DATE.
             10 WS-ADV-CCYY       PIC 9(04).
             10 WS-ADV-MM         PIC 9(02).
             10 WS-ADV-DD         PIC 9(02).
          05 WS-ANCHOR-DATE       PIC 9(08) VALUE 0.
          05 WS-ANCHOR-DATE-X REDEFINES WS-ANCHOR-DATE.
             10 FILLER            PIC 9(06).
             10 WS-ANCHOR-DD      PIC 9(02).
      *
       01 COUNTERS-AND-ACCUMULATORS.
          05 TRANS-READ           PIC S9(05) COMP VALUE 0.
          05 TRANS-APPLIED        PIC S9(05) COMP VALUE 0.
          05 TRANS-REJECTED       PIC S9(05) COMP VALUE 0.
          05 POLICIES-ADDED       PIC S9(05) COMP VALUE 0.
          05 PAYMENTS-POSTED      PIC S9(05) COMP VALUE 0.
          05 PAYMENT-AMT-POSTED   PIC S9(09)V99 VALUE 0.
          05 POLICIES-REINSTATED  PIC S9(05) COMP VALUE 0.
      *
       01 WS-AUDIT-HEADER-1.
          05 FILLER               PIC X(47) VALUE SPACES.
          05 FILLER               PIC X(39) VALUE
                'PREMIUM BILLING MASTER POSTING AUDIT'.
          05 FILLER               PIC X(47) VALUE SPACES.
      *
       01 WS-AUDIT-HEADER-2.
          05 FILLER               PIC X(47) VALUE SPACES.
          05 FILLER               PIC X(36) VALUE ALL '='.
          05 FILLER               PIC X(50) VALUE SPACES.
      *
       01 WS-AUDIT-HEADER-3.
          05 FILLER               PIC X(06) VALUE 'ACTION'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(07) VALUE 'POLICY'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(20) VALUE 'BEFORE'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(20) VALUE 'AFTER'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE '    AMOUNT'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE 'USER'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE 'DATE'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(40) VALUE 'RESULT'.
      *
       01 WS-AUDIT-HEADER-4.
          05 FILLER               PIC X(06) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(07) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(20) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(20) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(40) VALUE ALL '='.
      *
       01 WS-AUDIT-DETAIL.
          05 AUDIT-ACTION-D       PIC X(06).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 AUDIT-POLICY-D       PIC X(07).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 AUDIT-BEFORE-D       PIC X(20).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 AUDIT-AFTER-D        PIC X(20).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 AUDIT-AMOUNT-D       PIC ZZ,ZZ9.99.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 AUDIT-USER-D         PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 AUDIT-DATE-D         PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 AUDIT-RESULT-D       PIC X(40).
      *
       01 WS-AUDIT-TOTAL-LINE.
          05 AUDIT-TOTAL-LABEL    PIC X(40).
          05 AUDIT-TOTAL-COUNT    PIC ZZ,ZZ9.
          05 FILLER               PIC X(87) VALUE SPACES.
      *
       01 WS-AUDIT-AMOUNT-LINE.
          05 AUDIT-AMOUNT-LABEL   PIC X(40).
          05 AUDIT-TOTAL-AMOUNT   PIC $$,$$$,$$9.99.
          05 FILLER               PIC X(80) VALUE SPACES.
      *
       01 WS-AUDIT-BLANK-LINE     PIC X(133) VALUE SPACES.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THE MAIN PROCEDURE AREA APPLIES THE TRANSACTION FILE TO    *
      *    THE PREMIUM MASTER, WRITES THE AUDIT TOTALS, AND CLOSES    *
      *    THE FILES.                                                 *
      *                                                               *
      *  CALLED BY:                                                   *
      *    - NONE                                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    - 0000-HOUSEKEEPING                                        *
      *    - 0100-OPEN-FILES                                          *
      *    - 0300-APPLY-TRANSACTIONS                                  *
      *    - 0700-WRITE-AUDIT-TOTALS                                  *
      *    - 0800-CLOSE-FILES                                         *
      *****************************************************************
      *
       PROCEDURE DIVISION.
           PERFORM 0000-HOUSEKEEPING.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0300-APPLY-TRANSACTIONS.
           PERFORM 0700-WRITE-AUDIT-TOTALS.
           PERFORM 0800-CLOSE-FILES.
           GOBACK.
      *
       0000-HOUSEKEEPING.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH INITIALIZES WORKING STORAGE VARIABLES.      *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           INITIALIZE WS-PREM-TRAN-REC,
                      COUNTERS-AND-ACCUMULATORS,
                      WS-FILE-SWITCHES,
                      WS-AUDIT-DETAIL.
      *
       0100-OPEN-FILES.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH OPENS THE FILES, CHECKS EACH FILE STATUS,   *
      *    AND WRITES THE AUDIT REPORT HEADERS.  THE PREMIUM MASTER   *
      *    IS OPTIONAL SO THE FIRST RUN CREATES IT - FILE STATUS '05' *
      *    ON THE OPEN MEANS IT WAS NOT THERE AND WAS CREATED.        *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           OPEN I-O PREMMSTR.
           IF PMCODE = '00' OR '05'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING PREMIUM MASTER FILE, ST
      -          'ATUS: ' PMCODE
           END-IF.
      *
           OPEN INPUT PREMTRAN.
           IF TRCODE = '00'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO PREMTRAN-FILE-SW
              DISPLAY 'ERROR ENCOUNTERED OPENING TRANSACTION FILE'
           END-IF.
      *
           OPEN OUTPUT PREMAUDT.
           IF AUCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING AUDIT REPORT FILE'
           END-IF.
      *
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-BLANK-LINE.
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-HEADER-1.
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-HEADER-2.
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-BLANK-LINE.
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-HEADER-3.
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-HEADER-4.
      *
       0300-APPLY-TRANSACTIONS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE TRANSACTION FILE AND APPLIES EACH *
      *    TRANSACTION TO THE MASTER VIA 0400-APPLY-ONE-TRAN.         *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0400-APPLY-ONE-TRAN                                     *
      *****************************************************************
      *
           PERFORM UNTIL END-OF-PREMTRAN-FILE
              READ PREMTRAN INTO WS-PREM-TRAN-REC
                 AT END
                    MOVE 'Y' TO PREMTRAN-FILE-SW
                 NOT AT END
                    ADD +1 TO TRANS-READ
                    PERFORM 0400-APPLY-ONE-TRAN
              END-READ
           END-PERFORM.
      *
           IF TRCODE = '00' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED READING TRANSACTION FILE'
           END-IF.
      *
       0400-APPLY-ONE-TRAN.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH EDITS AND APPLIES ONE TRANSACTION:          *
      *      - ACTION MUST BE 'A', 'C', 'P' OR 'R'                    *
      *      - THE POLICY NUMBER MUST BE NUMERIC                      *
      *      - AN ADD, CHANGE OR PAYMENT NEEDS A NUMERIC AMOUNT       *
      *        GREATER THAN ZERO                                      *
      *      - AN ADD, PAYMENT OR REINSTATEMENT NEEDS A VALID DATE    *
      *    EVERY TRANSACTION, APPLIED OR REJECTED, GETS AN AUDIT      *
      *    LINE.                                                      *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0300-APPLY-TRANSACTIONS                                 *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0450-READ-PREMIUM-MASTER                                *
      *    -  0460-APPLY-VALID-TRAN                                   *
      *    -  0500-WRITE-AUDIT-LINE                                   *
      *****************************************************************
      *
           MOVE SPACES TO WS-AUDIT-DETAIL.
           MOVE WS-TRN-ACTION      TO AUDIT-ACTION-D.
           MOVE WS-TRN-POLICY-NO   TO AUDIT-POLICY-D.
           MOVE WS-TRN-USER-ID     TO AUDIT-USER-D.
           MOVE WS-TRN-DATE        TO AUDIT-DATE-D.
           IF WS-TRN-AMOUNT-X IS NUMERIC
              MOVE WS-TRN-AMOUNT   TO AUDIT-AMOUNT-D
           END-IF.
           MOVE 'N/A'              TO AUDIT-BEFORE-D, AUDIT-AFTER-D.
      *
           EVALUATE TRUE
              WHEN NOT TRN-VALID-ACTION
                 MOVE 'REJECTED - ACTION MUST BE A, C, P OR R'
                                   TO AUDIT-RESULT-D
              WHEN WS-TRN-POLICY-NO IS NOT NUMERIC
                 MOVE 'REJECTED - POLICY NUMBER MUST BE NUMERIC'
                                   TO AUDIT-RESULT-D
              WHEN NOT TRN-REINSTATE
                 AND (WS-TRN-AMOUNT-X IS NOT NUMERIC
                      OR WS-TRN-AMOUNT = ZERO)
                 MOVE 'REJECTED - AMOUNT MUST BE NUMERIC, NOT 0'
                                   TO AUDIT-RESULT-D
              WHEN NOT TRN-CHANGE
                 AND (WS-TRN-EFF-DATE-X IS NOT NUMERIC
                      OR FUNCTION TEST-DATE-YYYYMMDD
                            (WS-TRN-EFF-DATE) NOT = 0)
                 MOVE 'REJECTED - DATE MUST BE A VALID CCYYMMDD'
                                   TO AUDIT-RESULT-D
              WHEN OTHER
                 PERFORM 0450-READ-PREMIUM-MASTER
                 PERFORM 0460-APPLY-VALID-TRAN
           END-EVALUATE.
      *
           IF AUDIT-RESULT-D (1:8) = 'REJECTED'
              ADD +1 TO TRANS-REJECTED
              MOVE 4 TO RETURN-CODE
           ELSE
              ADD +1 TO TRANS-APPLIED
           END-IF.
           PERFORM 0500-WRITE-AUDIT-LINE.
      *
       0450-READ-PREMIUM-MASTER.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE TRANSACTION'S POLICY FROM THE     *
      *    PREMIUM MASTER AND REMEMBERS ITS BEFORE STATE.  FILE       *
      *    STATUS '23' (NOT FOUND) IS NOT AN ERROR HERE.              *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0400-APPLY-ONE-TRAN                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0510-FORMAT-POLICY-STATE                                *
      *****************************************************************
      *
           MOVE 'N'                TO WS-PM-FOUND-SW.
           MOVE 'NONE'             TO WS-BEFORE-STATE.
           MOVE WS-TRN-POLICY-NO-N TO PRM-POLICY-NO.
           READ PREMMSTR
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-PM-FOUND-SW
                 PERFORM 0510-FORMAT-POLICY-STATE
                 MOVE WS-STATE-TEXT TO WS-BEFORE-STATE
           END-READ.
      *
           IF PMCODE = '00' OR '23'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED READING PREMIUM MASTER FILE, ST
      -          'ATUS: ' PMCODE
           END-IF.
      *
       0460-APPLY-VALID-TRAN.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH APPLIES AN EDITED TRANSACTION AGAINST THE   *
      *    MASTER ROW JUST READ, WRITES OR REWRITES THE ROW, AND SETS *
      *    THE AUDIT LINE'S AFTER STATE AND RESULT.                   *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0400-APPLY-ONE-TRAN                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0470-ADD-POLICY                                         *
      *    -  0475-CHANGE-PREMIUM                                     *
      *    -  0480-POST-PAYMENT                                      *
      *    -  0485-REINSTATE-POLICY                                  *
      *    -  0510-FORMAT-POLICY-STATE                                *
      *****************************************************************
      *
           MOVE WS-BEFORE-STATE TO AUDIT-BEFORE-D.
           MOVE 'N'             TO WS-TRAN-OK-SW.
      *
           EVALUATE TRUE
              WHEN TRN-ADD AND POLICY-FOUND
                 MOVE 'REJECTED - POLICY ALREADY ON THE MASTER'
                                   TO AUDIT-RESULT-D
              WHEN TRN-ADD
                 PERFORM 0470-ADD-POLICY
              WHEN NOT POLICY-FOUND
                 MOVE 'REJECTED - POLICY IS NOT ON THE MASTER'
                                   TO AUDIT-RESULT-D
              WHEN TRN-CHANGE
                 PERFORM 0475-CHANGE-PREMIUM
              WHEN TRN-PAYMENT
                 PERFORM 0480-POST-PAYMENT
              WHEN TRN-REINSTATE
                 PERFORM 0485-REINSTATE-POLICY
           END-EVALUATE.
      *
           IF TRAN-APPLIED
              IF TRN-ADD
                 WRITE PREMIUM-MASTER-REC
              ELSE
                 REWRITE PREMIUM-MASTER-REC
              END-IF
              IF PMCODE = '00'
                 PERFORM 0510-FORMAT-POLICY-STATE
                 MOVE WS-STATE-TEXT TO AUDIT-AFTER-D
              ELSE
                 MOVE 'REJECTED - PREMIUM MASTER UPDATE FAILED'
                                   TO AUDIT-RESULT-D
                 DISPLAY 'ERROR ENCOUNTERED UPDATING PREMIUM MASTER FILE
      -             ', STATUS: ' PMCODE
              END-IF
           ELSE
              MOVE WS-BEFORE-STATE TO AUDIT-AFTER-D
           END-IF.
      *
       0470-ADD-POLICY.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH BUILDS A NEW PREMIUM MASTER ROW.  THE FIRST *
      *    PREMIUM IS DUE ON THE EFFECTIVE DATE, SO THE POLICY STARTS *
      *    CURRENT WITH A PAID-TO DATE EQUAL TO ITS EFFECTIVE DATE.   *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0460-APPLY-VALID-TRAN                                   *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           INITIALIZE PREMIUM-MASTER-REC.
           MOVE WS-TRN-POLICY-NO-N TO PRM-POLICY-NO.
           MOVE 'A'                TO PRM-STATUS.
           MOVE WS-TRN-AMOUNT      TO PRM-MONTHLY-PREMIUM.
           MOVE WS-TRN-EFF-DATE    TO PRM-EFF-DATE, PRM-PAID-TO-DATE.
           MOVE 'Y'                TO WS-TRAN-OK-SW.
           ADD +1 TO POLICIES-ADDED.
           MOVE 'ADDED'            TO AUDIT-RESULT-D.
      *
       0475-CHANGE-PREMIUM.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH CHANGES THE MONTHLY PREMIUM.  THE NEW       *
      *    PREMIUM APPLIES TO EVERY PREMIUM NOT YET PAID.             *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0460-APPLY-VALID-TRAN                                   *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE WS-TRN-AMOUNT      TO PRM-MONTHLY-PREMIUM.
           MOVE 'Y'                TO WS-TRAN-OK-SW.
           MOVE 'PREMIUM CHANGED'  TO AUDIT-RESULT-D.
      *
       0480-POST-PAYMENT.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH POSTS A PREMIUM PAYMENT.  ON A LAPSED       *
      *    POLICY THE PAYMENT IS ONLY HELD AS CREDIT; OTHERWISE THE   *
      *    CREDIT IS APPLIED A MONTH AT A TIME AND A POLICY IN GRACE  *
      *    THAT IS NOW PAID PAST THE PAYMENT DATE RETURNS TO CURRENT. *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0460-APPLY-VALID-TRAN                                   *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0490-APPLY-CREDIT                                       *
      *****************************************************************
      *
           ADD WS-TRN-AMOUNT       TO PRM-CREDIT-BALANCE.
           MOVE WS-TRN-EFF-DATE    TO PRM-LAST-PAY-DATE.
           MOVE WS-TRN-AMOUNT      TO PRM-LAST-PAY-AMT.
           MOVE 'Y'                TO WS-TRAN-OK-SW.
           ADD +1                  TO PAYMENTS-POSTED.
           ADD WS-TRN-AMOUNT       TO PAYMENT-AMT-POSTED.
      *
           IF PRM-LAPSED
              MOVE 'POSTED - LAPSED, HELD FOR REINSTATEMENT'
                                   TO AUDIT-RESULT-D
           ELSE
              PERFORM 0490-APPLY-CREDIT
              IF PRM-IN-GRACE
                 AND PRM-PAID-TO-DATE > WS-TRN-EFF-DATE
                 MOVE 'A'          TO PRM-STATUS
                 MOVE ZERO         TO PRM-GRACE-END-DATE
                 MOVE 'POSTED - BROUGHT CURRENT FROM GRACE'
                                   TO AUDIT-RESULT-D
              ELSE
                 MOVE 'POSTED'     TO AUDIT-RESULT-D
              END-IF
           END-IF.
      *
       0485-REINSTATE-POLICY.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH REINSTATES A LAPSED POLICY.  THE CREDIT     *
      *    HELD SINCE THE LAPSE IS APPLIED TO THE BACK PREMIUM; IF IT *
      *    DOES NOT PAY THE POLICY PAST THE REINSTATEMENT DATE THE    *
      *    ROW IS PUT BACK AS IT WAS AND THE TRANSACTION REJECTED.    *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0460-APPLY-VALID-TRAN                                   *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0490-APPLY-CREDIT                                       *
      *****************************************************************
      *
           IF NOT PRM-LAPSED
              MOVE 'REJECTED - POLICY IS NOT LAPSED'
                                   TO AUDIT-RESULT-D
           ELSE
              MOVE PREMIUM-MASTER-REC TO WS-SAVED-MASTER-REC
              PERFORM 0490-APPLY-CREDIT
              IF PRM-PAID-TO-DATE > WS-TRN-EFF-DATE
                 MOVE 'A'          TO PRM-STATUS
                 MOVE ZERO         TO PRM-GRACE-END-DATE,
                                      PRM-LAPSE-DATE
                 MOVE 'Y'          TO WS-TRAN-OK-SW
                 ADD +1            TO POLICIES-REINSTATED
                 MOVE 'REINSTATED' TO AUDIT-RESULT-D
              ELSE
                 MOVE WS-SAVED-MASTER-REC TO PREMIUM-MASTER-REC
                 MOVE 'REJECTED - BACK PREMIUM NOT PAID IN FULL'
                                   TO AUDIT-RESULT-D
              END-IF
           END-IF.
      *
       0490-APPLY-CREDIT.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH APPLIES THE POLICY'S CREDIT A FULL MONTHLY  *
      *    PREMIUM AT A TIME, ADVANCING THE PAID-TO DATE ONE MONTH    *
      *    FOR EACH.  WHAT IS LEFT STAYS AS CREDIT.                   *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0480-POST-PAYMENT                                       *
      *    -  0485-REINSTATE-POLICY                                   *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0495-ADVANCE-ONE-MONTH                                  *
      *****************************************************************
      *
           IF PRM-MONTHLY-PREMIUM > ZERO
              MOVE PRM-EFF-DATE     TO WS-ANCHOR-DATE
              MOVE PRM-PAID-TO-DATE TO WS-ADV-DATE
              PERFORM UNTIL PRM-CREDIT-BALANCE < PRM-MONTHLY-PREMIUM
                 SUBTRACT PRM-MONTHLY-PREMIUM FROM PRM-CREDIT-BALANCE
                 PERFORM 0495-ADVANCE-ONE-MONTH
              END-PERFORM
              MOVE WS-ADV-DATE      TO PRM-PAID-TO-DATE
           END-IF.
      *
       0495-ADVANCE-ONE-MONTH.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH MOVES WS-ADV-DATE TO THE POLICY'S BILLING   *
      *    DAY IN THE FOLLOWING MONTH, PULLED BACK TO THE LAST DAY OF *
      *    A MONTH TOO SHORT TO HAVE IT.                              *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0490-APPLY-CREDIT                                       *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           IF WS-ADV-MM = 12
              MOVE 1 TO WS-ADV-MM
              ADD 1  TO WS-ADV-CCYY
           ELSE
              ADD 1  TO WS-ADV-MM
           END-IF.
           MOVE WS-ANCHOR-DD TO WS-ADV-DD.
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD (WS-ADV-DATE) = 0
              SUBTRACT 1 FROM WS-ADV-DD
           END-PERFORM.
      *
       0500-WRITE-AUDIT-LINE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES ONE AUDIT REPORT DETAIL LINE AND     *
      *    CHECKS THE FILE STATUS.                                    *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0400-APPLY-ONE-TRAN                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-DETAIL.
           IF AUCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO AUDIT REPORT FILE'
           END-IF.
      *
       0510-FORMAT-POLICY-STATE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH FORMATS THE MASTER ROW'S STATUS AND PAID-TO *
      *    DATE (E.G. 'G PAID TO 2026/09/01') FOR THE AUDIT LINE.     *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0450-READ-PREMIUM-MASTER                                *
      *    -  0460-APPLY-VALID-TRAN                                   *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE PRM-PAID-TO-DATE TO WS-STATE-DATE.
           MOVE SPACES           TO WS-STATE-TEXT.
           STRING PRM-STATUS     DELIMITED BY SIZE
                  ' PAID TO '    DELIMITED BY SIZE
                  WS-STATE-DATE  DELIMITED BY SIZE
                    INTO WS-STATE-TEXT.
      *
       0700-WRITE-AUDIT-TOTALS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES THE TRANSACTION COUNTS AND THE TOTAL *
      *    OF PAYMENTS POSTED TO THE AUDIT REPORT.                    *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-BLANK-LINE.
      *
           MOVE 'TOTAL TRANSACTIONS READ:  '  TO AUDIT-TOTAL-LABEL.
           MOVE TRANS-READ                    TO AUDIT-TOTAL-COUNT.
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-TOTAL-LINE.
      *
           MOVE 'TOTAL TRANSACTIONS APPLIED:  ' TO AUDIT-TOTAL-LABEL.
           MOVE TRANS-APPLIED                 TO AUDIT-TOTAL-COUNT.
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-TOTAL-LINE.
      *
           MOVE 'TOTAL TRANSACTIONS REJECTED:  ' TO AUDIT-TOTAL-LABEL.
           MOVE TRANS-REJECTED                TO AUDIT-TOTAL-COUNT.
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-TOTAL-LINE.
      *
           MOVE 'POLICIES ADDED:  '           TO AUDIT-TOTAL-LABEL.
           MOVE POLICIES-ADDED                TO AUDIT-TOTAL-COUNT.
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-TOTAL-LINE.
      *
           MOVE 'POLICIES REINSTATED:  '      TO AUDIT-TOTAL-LABEL.
           MOVE POLICIES-REINSTATED           TO AUDIT-TOTAL-COUNT.
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-TOTAL-LINE.
      *
           MOVE 'PREMIUM PAYMENTS POSTED:  '  TO AUDIT-TOTAL-LABEL.
           MOVE PAYMENTS-POSTED               TO AUDIT-TOTAL-COUNT.
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-TOTAL-LINE.
      *
           MOVE 'PREMIUM PAYMENT AMOUNT POSTED:  '
                                              TO AUDIT-AMOUNT-LABEL.
           MOVE PAYMENT-AMT-POSTED            TO AUDIT-TOTAL-AMOUNT.
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-AMOUNT-LINE.
      *
       0800-CLOSE-FILES.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH CLOSES ALL FILES AND CHECKS THE FILE        *
      *    STATUS FOR EACH CLOSE OPERATION.                           *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           CLOSE PREMMSTR.
           IF PMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING PREMIUM MASTER FILE'
           END-IF.
      *
           CLOSE PREMTRAN.
           IF TRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING TRANSACTION FILE'
           END-IF.
      *
           CLOSE PREMAUDT.
           IF AUCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING AUDIT REPORT FILE'
           END-IF.
