       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVMNT.
       AUTHOR. DORETHA RILEY.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. CURRENT-DATE.
       SECURITY. NON-CONFIDENTIAL.
      *
      *****************************************************************
      *  DESCRIPTION                                                  *
      *    THIS PROGRAM MAINTAINS THE PROVIDER MASTER FILE HOSPEDIT   *
      *    LOADS IN 0280-READ-LOAD-PROVIDER-FILE TO VALIDATE PCP-ID.  *
      *    IT LOADS THE CURRENT MASTER INTO A TABLE, APPLIES ADD      *
      *    ('A'), CHANGE ('C') AND TERMINATE ('T') TRANSACTIONS FROM  *
      *    A TRANSACTION FILE, WRITES THE UPDATED MASTER TO A NEW     *
      *    FILE AND PRODUCES AN AUDIT REPORT SHOWING EVERY            *
      *    TRANSACTION WITH ITS BEFORE AND AFTER STATE AND THE        *
      *    USER/DATE FROM THE TRANSACTION RECORD - THE SAME FLOW      *
      *    ADDRMNT USES FOR THE ADDRESS MASTER.                       *
      *                                                               *
      *    EACH PROVIDER ROW CARRIES ITS NETWORK CONTRACT START AND   *
      *    END DATES AND ITS CREDENTIAL EXPIRY DATE.  HOSPEDIT TREATS *
      *    A STAY ADMITTED OUTSIDE THE CONTRACT WINDOW AS OUT-OF-     *
      *    NETWORK AND REJECTS A STAY ADMITTED AFTER THE CREDENTIAL   *
      *    EXPIRED.  A TERMINATE DOES NOT DROP THE ROW - IT ENDS THE  *
      *    CONTRACT SO STAYS ADMITTED BEFORE THE TERMINATION STILL    *
      *    PRICE IN-NETWORK.                                          *
      *                                                               *
      *    EACH ROW ALSO CARRIES THE PROVIDER'S TAX ID AND TIN TYPE   *
      *    (1 = EIN, 2 = SSN) FOR THE YEAR-END 1099 EXTRACT.  AN ADD  *
      *    OR CHANGE MAY SUPPLY THEM; THE AUDIT LINE SHOWS A TAX ID   *
      *    THAT WAS SET OR REPLACED.                                  *
      *                                                               *
      *    MALFORMED TRANSACTIONS (BAD ACTION CODE, BLANK PROVIDER    *
      *    ID, BAD NETWORK FLAG, DATE OR TAX ID, DUPLICATE ADD,       *
      *    CHANGE OR TERMINATE OF AN UNKNOWN PROVIDER) ARE REJECTED   *
      *    AND REPORTED.                                              *
      *                                                               *
      *    INPUT FILES:                                               *
      *      RTPOT44.PROVFILE.DATA (CURRENT PROVIDER MASTER)          *
      *      INTERNAL FILE NAME:  PROVFILE                            *
      *      JCL DD NAME:         PROVFILE                            *
      *                                                               *
      *      RTPOT44.PROVTRAN.DATA (MAINTENANCE TRANSACTIONS)         *
      *      INTERNAL FILE NAME:  PROVTRAN                            *
      *      JCL DD NAME:         PROVTRAN                            *
      *                                                               *
      *    OUTPUT FILES:                                              *
      *      RTPOT44.PROVFILE.NEW (UPDATED PROVIDER MASTER)           *
      *      INTERNAL FILE NAME:  NEWPROV                             *
      *      JCL DD NAME:         NEWPROV                             *
      *                                                               *
      *      DD SYSOUT=* (MAINTENANCE AUDIT REPORT)                   *
      *      INTERNAL FILE NAME:  PROVAUDT                            *
      *      JCL DD NAME:         PROVAUDT                            *
      *                                                               *
      *    JCL JOB: RTPOT44.LEARN.REUSABLE.JCL(PROVMNT)               *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROVFILE         *>CURRENT PROVIDER MASTER
           ASSIGN TO PROVFILE
             FILE STATUS IS PMCODE.
      *
           SELECT PROVTRAN         *>MAINTENANCE TRANSACTIONS
           ASSIGN TO PROVTRAN
             FILE STATUS IS TRCODE.
      *
           SELECT NEWPROV          *>UPDATED PROVIDER MASTER
           ASSIGN TO NEWPROV
             FILE STATUS IS NPCODE.
      *
           SELECT PROVAUDT         *>MAINTENANCE AUDIT REPORT
           ASSIGN TO PROVAUDT
             FILE STATUS IS AUCODE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PROVFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PROV-MSTR-REC.
      *
       01  PROV-MSTR-REC PIC X(80).
      *
       FD  PROVTRAN
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS PROV-TRAN-REC.
      *
       01  PROV-TRAN-REC PIC X(100).
      *
       FD  NEWPROV
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS NEW-PROV-REC.
      *
       01  NEW-PROV-REC PIC X(80).
      *
       FD  PROVAUDT
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
          05 NPCODE               PIC X(02).
          05 AUCODE               PIC X(02).
      *
       01 WS-FILE-SWITCHES.
          05 PROVFILE-FILE-SW     PIC X(01) VALUE SPACE.
             88 END-OF-PROVFILE-FILE VALUE 'Y'.
          05 PROVTRAN-FILE-SW     PIC X(01) VALUE SPACE.
             88 END-OF-PROVTRAN-FILE VALUE 'Y'.
      *
       01 WS-PROV-MSTR-REC.  *>PROVIDER MASTER RECORD LAYOUT
          05 WS-PM-PROV-ID        PIC X(06).
          05 WS-PM-PROV-NAME      PIC X(20).
          05 WS-PM-NETWORK        PIC X(01).
      *** NETWORK CONTRACT WINDOW AND CREDENTIAL EXPIRY (CCYYMMDD).
      *** ROWS WRITTEN BEFORE THESE DATES EXISTED CARRY SPACES, WHICH
      *** LOAD AS AN OPEN-ENDED CONTRACT AND NO EXPIRY.
          05 WS-PM-CONTR-START    PIC X(08).
          05 WS-PM-CONTR-END      PIC X(08).
          05 WS-PM-CRED-EXPIRY    PIC X(08).
          05 WS-PM-STATUS         PIC X(01).
      *** TAX ID AND TIN TYPE (1 = EIN, 2 = SSN) FOR THE 1099 EXTRACT.
      *** ROWS WRITTEN BEFORE THESE EXISTED CARRY SPACES (NO TAX ID).
          05 WS-PM-TAX-ID         PIC X(09).
          05 WS-PM-TIN-TYPE       PIC X(01).
          05 FILLER               PIC X(18) VALUE SPACES.
      *
       01 WS-PROV-TRAN-REC.  *>MAINTENANCE TRANSACTION LAYOUT
          05 WS-TRN-ACTION        PIC X(01).
             88 TRN-ADD                     VALUE 'A'.
             88 TRN-CHANGE                  VALUE 'C'.
             88 TRN-TERMINATE               VALUE 'T'.
             88 TRN-VALID-ACTION            VALUES ARE 'A', 'C', 'T'.
          05 WS-TRN-PROV-ID       PIC X(06).
          05 WS-TRN-PROV-NAME     PIC X(20).
          05 WS-TRN-NETWORK       PIC X(01).
             88 TRN-VALID-NETWORK           VALUES ARE 'N', 'O'.
      *** DATES ARE CCYYMMDD.  ON A CHANGE, A BLANK FIELD LEAVES THE
      *** MASTER VALUE ALONE.  ON A TERMINATE, WS-TRN-CONTR-END IS
      *** THE LAST DAY OF THE CONTRACT (BLANK = THE TRANSACTION DATE).
          05 WS-TRN-CONTR-START   PIC X(08).
          05 WS-TRN-CONTR-START-N REDEFINES WS-TRN-CONTR-START
                                  PIC 9(08).
          05 WS-TRN-CONTR-END     PIC X(08).
          05 WS-TRN-CONTR-END-N REDEFINES WS-TRN-CONTR-END
                                  PIC 9(08).
          05 WS-TRN-CRED-EXPIRY   PIC X(08).
          05 WS-TRN-CRED-EXPIRY-N REDEFINES WS-TRN-CRED-EXPIRY
                                  PIC 9(08).
          05 WS-TRN-USER-ID       PIC X(08).
          05 WS-TRN-DATE          PIC X(08).
          05 WS-TRN-DATE-N REDEFINES WS-TRN-DATE
                                  PIC 9(08).
      *** TAX ID IS NINE DIGITS; A TAX ID NEEDS ITS TIN TYPE.  ON A
      *** CHANGE, A BLANK TAX ID LEAVES THE MASTER VALUE ALONE.
          05 WS-TRN-TAX-ID        PIC X(09).
          05 WS-TRN-TIN-TYPE      PIC X(01).
             88 TRN-VALID-TIN-TYPE          VALUES ARE '1', '2'.
          05 FILLER               PIC X(22).
      *
       01 WS-PROVIDER-TABLE.
          05 WS-PV-ENTRY OCCURS 500 TIMES INDEXED BY PV-IDX.
             10 WS-PV-PROV-ID     PIC X(06).
             10 WS-PV-PROV-NAME   PIC X(20).
             10 WS-PV-NETWORK     PIC X(01).
             10 WS-PV-CONTR-START PIC 9(08).
             10 WS-PV-CONTR-END   PIC 9(08).
             10 WS-PV-CRED-EXPIRY PIC 9(08).
             10 WS-PV-STATUS      PIC X(01).
                88 PV-TERMINATED            VALUE 'T'.
             10 WS-PV-TAX-ID      PIC X(09).
             10 WS-PV-TIN-TYPE    PIC X(01).
      *
       01 WS-MAINT-CONTROLS.
          05 WS-PV-ENTRIES-LOADED PIC S9(04) COMP VALUE 0.
          05 WS-PV-FOUND-SW       PIC X(01) VALUE 'N'.
             88 PROVIDER-FOUND              VALUE 'Y'.
          05 WS-PV-FOUND-SUB      PIC S9(04) COMP VALUE 0.
          05 WS-TRAN-VALID-SW     PIC X(01) VALUE 'Y'.
             88 TRAN-DATA-VALID             VALUE 'Y'.
          05 WS-DATE-CHECK        PIC X(08) VALUE SPACES.
          05 WS-DATE-CHECK-N REDEFINES WS-DATE-CHECK
                                  PIC 9(08).
          05 WS-DATE-OK-SW        PIC X(01) VALUE 'Y'.
             88 DATE-CHECK-OK               VALUE 'Y'.
          05 WS-NEW-START         PIC 9(08) VALUE 0.
          05 WS-NEW-END           PIC 9(08) VALUE 0.
          05 WS-OLD-TAX-ID        PIC X(09) VALUE SPACES.
      *
      *****************************************************************
      *  BEFORE/AFTER IMAGE PRINTED ON THE AUDIT LINE - NETWORK FLAG, *
      *  CONTRACT START-END AND CREDENTIAL EXPIRY (T = TERMINATED).   *
      *  THE PROVIDER NAME PRINTS UNDER IT ON THE AUDIT NAME LINE.    *
      *****************************************************************
      *
       01 WS-PROV-IMAGE.
          05 WS-IMG-STATE.
             10 WS-IMG-STATUS     PIC X(01).
             10 WS-IMG-NETWORK    PIC X(01).
             10 FILLER            PIC X(01) VALUE SPACE.
             10 WS-IMG-CONTR-START PIC 9(08).
             10 FILLER            PIC X(01) VALUE '-'.
             10 WS-IMG-CONTR-END  PIC 9(08).
             10 FILLER            PIC X(01) VALUE SPACE.
             10 WS-IMG-CRED-EXPIRY PIC 9(08).
          05 WS-IMG-PROV-NAME     PIC X(20).
      *
       01 COUNTERS-AND-ACCUMULATORS.
          05 TRANS-READ           PIC S9(04) COMP VALUE 0.
          05 TRANS-APPLIED        PIC S9(04) COMP VALUE 0.
          05 TRANS-REJECTED       PIC S9(04) COMP VALUE 0.
          05 MASTER-RECS-WRITTEN  PIC S9(04) COMP VALUE 0.
      *
       01 WS-AUDIT-HEADER-1.
          05 FILLER               PIC X(46) VALUE SPACES.
          05 FILLER               PIC X(40) VALUE
                'PROVIDER MASTER MAINTENANCE AUDIT TRAIL'.
          05 FILLER               PIC X(47) VALUE SPACES.
      *
       01 WS-AUDIT-HEADER-2.
          05 FILLER               PIC X(46) VALUE SPACES.
          05 FILLER               PIC X(40) VALUE ALL '='.
          05 FILLER               PIC X(47) VALUE SPACES.
      *
       01 WS-AUDIT-HEADER-3.
          05 FILLER               PIC X(06) VALUE 'ACTION'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE 'PROVIDER'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(29) VALUE
                'BEFORE (NW CONTRACT  CRED)'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(29) VALUE
                'AFTER  (NW CONTRACT  CRED)'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE 'USER'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE 'DATE'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(33) VALUE 'RESULT'.
      *
       01 WS-AUDIT-HEADER-4.
          05 FILLER               PIC X(06) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(29) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(29) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(33) VALUE ALL '='.
      *
       01 WS-AUDIT-DETAIL.
          05 AUDIT-ACTION-D       PIC X(06).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 AUDIT-PROV-D         PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 AUDIT-BEFORE-D       PIC X(29).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 AUDIT-AFTER-D        PIC X(29).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 AUDIT-USER-D         PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 AUDIT-DATE-D         PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 AUDIT-RESULT-D       PIC X(33).
      *
       01 WS-AUDIT-NAME-LINE.
          05 FILLER               PIC X(18) VALUE SPACES.
          05 AUDIT-BEFORE-NAME-D  PIC X(29).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 AUDIT-AFTER-NAME-D   PIC X(29).
          05 FILLER               PIC X(55) VALUE SPACES.
      *
       01 WS-AUDIT-TOTAL-LINE.
          05 AUDIT-TOTAL-LABEL    PIC X(40).
          05 AUDIT-TOTAL-COUNT    PIC ZZ,ZZ9.
          05 FILLER               PIC X(87) VALUE SPACES.
      *
       01 WS-AUDIT-BLANK-LINE     PIC X(133) VALUE SPACES.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THE MAIN PROCEDURE AREA LOADS THE CURRENT MASTER, APPLIES  *
      *    THE TRANSACTION FILE, WRITES THE UPDATED MASTER AND THE    *
      *    AUDIT TOTALS, AND CLOSES THE FILES.                        *
      *                                                               *
      *  CALLED BY:                                                   *
      *    - NONE                                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    - 0000-HOUSEKEEPING                                        *
      *    - 0100-OPEN-FILES                                          *
      *    - 0200-LOAD-MASTER-TABLE                                   *
      *    - 0300-APPLY-TRANSACTIONS                                  *
      *    - 0600-WRITE-NEW-MASTER                                    *
      *    - 0700-WRITE-AUDIT-TOTALS                                  *
      *    - 0800-CLOSE-FILES                                         *
      *****************************************************************
      *
       PROCEDURE DIVISION.
           PERFORM 0000-HOUSEKEEPING.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0200-LOAD-MASTER-TABLE.
           PERFORM 0300-APPLY-TRANSACTIONS.
           PERFORM 0600-WRITE-NEW-MASTER.
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
           INITIALIZE WS-PROV-MSTR-REC,
                      WS-PROV-TRAN-REC,
                      WS-PROVIDER-TABLE,
                      WS-MAINT-CONTROLS,
                      COUNTERS-AND-ACCUMULATORS,
                      WS-FILE-SWITCHES,
                      WS-AUDIT-DETAIL,
                      WS-AUDIT-NAME-LINE.
      *
       0100-OPEN-FILES.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH OPENS THE INPUT AND OUTPUT FILES, CHECKS    *
      *    EACH FILE STATUS, AND WRITES THE AUDIT REPORT HEADERS.     *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           OPEN INPUT PROVFILE.
           IF PMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING PROVIDER MASTER FILE'
           END-IF.
      *
           OPEN INPUT PROVTRAN.
           IF TRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING TRANSACTION FILE'
           END-IF.
      *
           OPEN OUTPUT NEWPROV.
           IF NPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING NEW PROVIDER MASTER'
           END-IF.
      *
           OPEN OUTPUT PROVAUDT.
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
       0200-LOAD-MASTER-TABLE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE CURRENT PROVIDER MASTER AND LOADS *
      *    ONE TABLE ENTRY PER RECORD.  A ROW WITHOUT CONTRACT DATES  *
      *    LOADS AS AN OPEN-ENDED CONTRACT (ZERO START, 99999999 END) *
      *    AND ONE WITHOUT A CREDENTIAL EXPIRY AS 99999999.  RECORDS  *
      *    BEYOND THE TABLE'S CAPACITY ARE WARNED ABOUT INSTEAD OF    *
      *    VANISHING SILENTLY.                                        *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           PERFORM UNTIL END-OF-PROVFILE-FILE
              READ PROVFILE INTO WS-PROV-MSTR-REC
                 AT END
                    MOVE 'Y' TO PROVFILE-FILE-SW
                 NOT AT END
                    IF WS-PV-ENTRIES-LOADED < 500
                       ADD +1 TO WS-PV-ENTRIES-LOADED
                       SET PV-IDX TO WS-PV-ENTRIES-LOADED
                       MOVE WS-PM-PROV-ID
                          TO WS-PV-PROV-ID (PV-IDX)
                       MOVE WS-PM-PROV-NAME
                          TO WS-PV-PROV-NAME (PV-IDX)
                       MOVE WS-PM-NETWORK TO WS-PV-NETWORK (PV-IDX)
                       MOVE WS-PM-STATUS  TO WS-PV-STATUS (PV-IDX)
                       MOVE WS-PM-TAX-ID  TO WS-PV-TAX-ID (PV-IDX)
                       MOVE WS-PM-TIN-TYPE
                          TO WS-PV-TIN-TYPE (PV-IDX)
                       IF WS-PM-CONTR-START IS NUMERIC
                          MOVE WS-PM-CONTR-START
                             TO WS-PV-CONTR-START (PV-IDX)
                       ELSE
                          MOVE ZERO TO WS-PV-CONTR-START (PV-IDX)
                       END-IF
                       IF WS-PM-CONTR-END IS NUMERIC
                          MOVE WS-PM-CONTR-END
                             TO WS-PV-CONTR-END (PV-IDX)
                       ELSE
                          MOVE 99999999 TO WS-PV-CONTR-END (PV-IDX)
                       END-IF
                       IF WS-PM-CRED-EXPIRY IS NUMERIC
                          MOVE WS-PM-CRED-EXPIRY
                             TO WS-PV-CRED-EXPIRY (PV-IDX)
                       ELSE
                          MOVE 99999999 TO WS-PV-CRED-EXPIRY (PV-IDX)
                       END-IF
                    ELSE
                       DISPLAY 'WARNING: PROVIDER MASTER TABLE CAPACITY 
      -                   'OF 500 ENTRIES EXCEEDED - PROVIDER '
                          WS-PM-PROV-ID ' NOT LOADED'
                    END-IF
              END-READ
           END-PERFORM.
      *
           IF PMCODE = '00' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED READING PROVIDER MASTER FILE'
           END-IF.
      *
       0300-APPLY-TRANSACTIONS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE TRANSACTION FILE AND APPLIES EACH *
      *    TRANSACTION TO THE MASTER TABLE VIA 0400-APPLY-ONE-TRAN.   *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0400-APPLY-ONE-TRAN                                     *
      *****************************************************************
      *
           PERFORM UNTIL END-OF-PROVTRAN-FILE
              READ PROVTRAN INTO WS-PROV-TRAN-REC
                 AT END
                    MOVE 'Y' TO PROVTRAN-FILE-SW
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
      *    THIS PARAGRAPH VALIDATES AND APPLIES ONE TRANSACTION:      *
      *      - ACTION MUST BE 'A' (ADD), 'C' (CHANGE) OR 'T'          *
      *        (TERMINATE)                                            *
      *      - THE PROVIDER ID MUST NOT BE BLANK                      *
      *      - THE NETWORK FLAG AND DATES MUST BE VALID (SEE 0430)    *
      *      - AN ADD OF A PROVIDER ALREADY ON THE MASTER IS REJECTED *
      *        AS A DUPLICATE                                         *
      *      - A CHANGE OR TERMINATE OF A PROVIDER NOT ON THE MASTER  *
      *        IS REJECTED                                            *
      *    EVERY TRANSACTION, APPLIED OR REJECTED, GETS AN AUDIT LINE *
      *    WITH ITS BEFORE AND AFTER STATE.                           *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0300-APPLY-TRANSACTIONS                                 *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0430-VALIDATE-TRAN-DATA                                 *
      *    -  0450-SEARCH-MASTER-TABLE                                *
      *    -  0460-APPLY-VALID-TRAN                                   *
      *    -  0500-WRITE-AUDIT-LINE                                   *
      *****************************************************************
      *
           MOVE SPACES TO WS-AUDIT-DETAIL.
           MOVE SPACES TO AUDIT-BEFORE-NAME-D, AUDIT-AFTER-NAME-D.
           MOVE WS-TRN-ACTION      TO AUDIT-ACTION-D.
           MOVE WS-TRN-PROV-ID     TO AUDIT-PROV-D.
           MOVE WS-TRN-USER-ID     TO AUDIT-USER-D.
           MOVE WS-TRN-DATE        TO AUDIT-DATE-D.
      *
           IF NOT TRN-VALID-ACTION
              ADD +1 TO TRANS-REJECTED
              MOVE 'N/A'      TO AUDIT-BEFORE-D, AUDIT-AFTER-D
              MOVE 'REJECTED - ACTION NOT A, C OR T'
                              TO AUDIT-RESULT-D
              PERFORM 0500-WRITE-AUDIT-LINE
           ELSE
              IF WS-TRN-PROV-ID = SPACES
                 ADD +1 TO TRANS-REJECTED
                 MOVE 'N/A'   TO AUDIT-BEFORE-D, AUDIT-AFTER-D
                 MOVE 'REJECTED - PROVIDER ID IS BLANK'
                              TO AUDIT-RESULT-D
                 PERFORM 0500-WRITE-AUDIT-LINE
              ELSE
                 PERFORM 0430-VALIDATE-TRAN-DATA
                 IF TRAN-DATA-VALID
                    PERFORM 0450-SEARCH-MASTER-TABLE
                    PERFORM 0460-APPLY-VALID-TRAN
                 ELSE
                    ADD +1 TO TRANS-REJECTED
                    MOVE 'N/A' TO AUDIT-BEFORE-D, AUDIT-AFTER-D
                    PERFORM 0500-WRITE-AUDIT-LINE
                 END-IF
              END-IF
           END-IF.
      *
       0430-VALIDATE-TRAN-DATA.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH EDITS THE TRANSACTION'S DATA FIELDS:        *
      *      - AN ADD NEEDS A NAME AND A NETWORK FLAG OF N (IN) OR O  *
      *        (OUT); A CHANGE'S NETWORK FLAG, IF GIVEN, MUST BE N/O  *
      *      - EVERY DATE SUPPLIED MUST BE A REAL CCYYMMDD DATE       *
      *      - A TERMINATE WITH NO END DATE NEEDS A VALID TRANSACTION *
      *        DATE TO END THE CONTRACT ON                            *
      *      - A TAX ID, IF GIVEN, MUST BE NINE DIGITS WITH A TIN     *
      *        TYPE OF 1 (EIN) OR 2 (SSN)                             *
      *    THE REJECTION TEXT IS LEFT IN AUDIT-RESULT-D.              *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0400-APPLY-ONE-TRAN                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0435-CHECK-ONE-DATE                                     *
      *****************************************************************
      *
           MOVE 'Y' TO WS-TRAN-VALID-SW.
      *
           IF TRN-ADD
              IF WS-TRN-PROV-NAME = SPACES
                 MOVE 'N' TO WS-TRAN-VALID-SW
                 MOVE 'REJECTED - PROVIDER NAME IS BLANK'
                                       TO AUDIT-RESULT-D
              ELSE
                 IF NOT TRN-VALID-NETWORK
                    MOVE 'N' TO WS-TRAN-VALID-SW
                    MOVE 'REJECTED - NETWORK MUST BE N OR O'
                                       TO AUDIT-RESULT-D
                 END-IF
              END-IF
           END-IF.
      *
           IF TRAN-DATA-VALID AND TRN-CHANGE
              AND WS-TRN-NETWORK NOT = SPACE
              AND NOT TRN-VALID-NETWORK
              MOVE 'N' TO WS-TRAN-VALID-SW
              MOVE 'REJECTED - NETWORK MUST BE N OR O'
                                       TO AUDIT-RESULT-D
           END-IF.
      *
           IF TRAN-DATA-VALID
              MOVE WS-TRN-CONTR-START TO WS-DATE-CHECK
              PERFORM 0435-CHECK-ONE-DATE
              IF DATE-CHECK-OK
                 MOVE WS-TRN-CONTR-END TO WS-DATE-CHECK
                 PERFORM 0435-CHECK-ONE-DATE
              END-IF
              IF DATE-CHECK-OK
                 MOVE WS-TRN-CRED-EXPIRY TO WS-DATE-CHECK
                 PERFORM 0435-CHECK-ONE-DATE
              END-IF
              IF DATE-CHECK-OK AND TRN-TERMINATE
                 AND WS-TRN-CONTR-END = SPACES
                 IF WS-TRN-DATE = SPACES
                    MOVE 'N' TO WS-DATE-OK-SW
                 ELSE
                    MOVE WS-TRN-DATE TO WS-DATE-CHECK
                    PERFORM 0435-CHECK-ONE-DATE
                 END-IF
              END-IF
              IF NOT DATE-CHECK-OK
                 MOVE 'N' TO WS-TRAN-VALID-SW
                 MOVE 'REJECTED - DATE MUST BE CCYYMMDD'
                                       TO AUDIT-RESULT-D
              END-IF
           END-IF.
      *
           IF TRAN-DATA-VALID
              AND (TRN-ADD OR TRN-CHANGE)
              AND WS-TRN-TAX-ID NOT = SPACES
              IF WS-TRN-TAX-ID NOT NUMERIC
                 OR WS-TRN-TAX-ID = ZERO
                 OR NOT TRN-VALID-TIN-TYPE
                 MOVE 'N' TO WS-TRAN-VALID-SW
                 MOVE 'REJECTED - TAX ID/TIN TYPE INVALID'
                                       TO AUDIT-RESULT-D
              END-IF
           END-IF.
      *
       0435-CHECK-ONE-DATE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH CHECKS THE DATE IN WS-DATE-CHECK.  SPACES   *
      *    (NOT SUPPLIED) PASS; ANYTHING ELSE MUST BE A NUMERIC,      *
      *    REAL CALENDAR DATE.                                        *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0430-VALIDATE-TRAN-DATA                                 *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE 'Y' TO WS-DATE-OK-SW.
           IF WS-DATE-CHECK NOT = SPACES
              IF WS-DATE-CHECK NOT NUMERIC
                 MOVE 'N' TO WS-DATE-OK-SW
              ELSE
                 IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-CHECK-N)
                       NOT = 0
                    MOVE 'N' TO WS-DATE-OK-SW
                 END-IF
              END-IF
           END-IF.
      *
       0450-SEARCH-MASTER-TABLE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH SEARCHES THE MASTER TABLE FOR THE           *
      *    TRANSACTION'S PROVIDER ID AND REMEMBERS THE MATCHING ENTRY *
      *    AND ITS CURRENT (BEFORE) IMAGE AND NAME.                   *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0400-APPLY-ONE-TRAN                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0520-FORMAT-PROV-IMAGE                                  *
      *****************************************************************
      *
           MOVE 'N'    TO WS-PV-FOUND-SW.
           MOVE ZERO   TO WS-PV-FOUND-SUB.
      *
           PERFORM VARYING PV-IDX FROM 1 BY 1
              UNTIL PV-IDX > WS-PV-ENTRIES-LOADED
                 IF WS-PV-PROV-ID (PV-IDX) = WS-TRN-PROV-ID
                    MOVE 'Y' TO WS-PV-FOUND-SW
                    SET WS-PV-FOUND-SUB TO PV-IDX
                 END-IF
           END-PERFORM.
      *
           IF PROVIDER-FOUND
              SET PV-IDX TO WS-PV-FOUND-SUB
              PERFORM 0520-FORMAT-PROV-IMAGE
              MOVE WS-IMG-STATE  TO AUDIT-BEFORE-D
              MOVE WS-IMG-PROV-NAME TO AUDIT-BEFORE-NAME-D
           ELSE
              MOVE 'NONE'        TO AUDIT-BEFORE-D
           END-IF.
      *
       0460-APPLY-VALID-TRAN.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH APPLIES A VALID ADD, CHANGE OR TERMINATE    *
      *    TRANSACTION AGAINST THE MASTER TABLE AND WRITES ITS AUDIT  *
      *    LINE:                                                      *
      *      - ADD:       A NEW ROW; BLANK CONTRACT DATES MEAN AN     *
      *                   OPEN-ENDED CONTRACT, A BLANK EXPIRY NONE    *
      *      - CHANGE:    EACH NON-BLANK FIELD REPLACES THE ROW'S     *
      *      - TERMINATE: THE CONTRACT ENDS ON THE GIVEN END DATE (OR *
      *                   THE TRANSACTION DATE) AND THE ROW IS MARKED *
      *                   'T'; THE ROW ITSELF IS KEPT                 *
      *    A CONTRACT START AFTER ITS END IS REJECTED.                *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0400-APPLY-ONE-TRAN                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0470-ADD-NEW-PROVIDER                                   *
      *    -  0480-CHANGE-PROVIDER                                    *
      *    -  0490-TERMINATE-PROVIDER                                 *
      *    -  0500-WRITE-AUDIT-LINE                                   *
      *****************************************************************
      *
           MOVE AUDIT-BEFORE-D TO AUDIT-AFTER-D.
           MOVE AUDIT-BEFORE-NAME-D TO AUDIT-AFTER-NAME-D.
      *
           EVALUATE TRUE
              WHEN TRN-ADD
                 IF PROVIDER-FOUND
                    ADD +1 TO TRANS-REJECTED
                    MOVE 'REJECTED - ALREADY ON THE MASTER'
                                          TO AUDIT-RESULT-D
                 ELSE
                    PERFORM 0470-ADD-NEW-PROVIDER
                 END-IF
              WHEN NOT PROVIDER-FOUND
                 ADD +1 TO TRANS-REJECTED
                 MOVE 'REJECTED - NOT ON THE MASTER'
                                          TO AUDIT-RESULT-D
              WHEN TRN-CHANGE
                 PERFORM 0480-CHANGE-PROVIDER
              WHEN TRN-TERMINATE
                 PERFORM 0490-TERMINATE-PROVIDER
           END-EVALUATE.
      *
           PERFORM 0500-WRITE-AUDIT-LINE.
      *
       0470-ADD-NEW-PROVIDER.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH ADDS A NEW PROVIDER ROW FROM THE            *
      *    TRANSACTION, OR REJECTS IT IF THE CONTRACT WINDOW IS       *
      *    BACKWARDS OR THE TABLE IS FULL.                            *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0460-APPLY-VALID-TRAN                                   *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0520-FORMAT-PROV-IMAGE                                  *
      *****************************************************************
      *
           IF WS-TRN-CONTR-START = SPACES
              MOVE ZERO                 TO WS-NEW-START
           ELSE
              MOVE WS-TRN-CONTR-START-N TO WS-NEW-START
           END-IF.
           IF WS-TRN-CONTR-END = SPACES
              MOVE 99999999             TO WS-NEW-END
           ELSE
              MOVE WS-TRN-CONTR-END-N   TO WS-NEW-END
           END-IF.
      *
           IF WS-NEW-START > WS-NEW-END
              ADD +1 TO TRANS-REJECTED
              MOVE 'REJECTED - CONTRACT START > END'
                                       TO AUDIT-RESULT-D
           ELSE
           IF WS-PV-ENTRIES-LOADED NOT < 500
              ADD +1 TO TRANS-REJECTED
              MOVE 'REJECTED - PROVIDER TABLE IS FULL'
                                       TO AUDIT-RESULT-D
           ELSE
              ADD +1 TO WS-PV-ENTRIES-LOADED
              SET PV-IDX TO WS-PV-ENTRIES-LOADED
              MOVE WS-TRN-PROV-ID      TO WS-PV-PROV-ID (PV-IDX)
              MOVE WS-TRN-PROV-NAME    TO WS-PV-PROV-NAME (PV-IDX)
              MOVE WS-TRN-NETWORK      TO WS-PV-NETWORK (PV-IDX)
              MOVE WS-NEW-START        TO WS-PV-CONTR-START (PV-IDX)
              MOVE WS-NEW-END          TO WS-PV-CONTR-END (PV-IDX)
              IF WS-TRN-CRED-EXPIRY = SPACES
                 MOVE 99999999         TO WS-PV-CRED-EXPIRY (PV-IDX)
              ELSE
                 MOVE WS-TRN-CRED-EXPIRY-N
                                       TO WS-PV-CRED-EXPIRY (PV-IDX)
              END-IF
              MOVE 'A'                 TO WS-PV-STATUS (PV-IDX)
              MOVE WS-TRN-TAX-ID       TO WS-PV-TAX-ID (PV-IDX)
              IF WS-TRN-TAX-ID = SPACES
                 MOVE SPACE            TO WS-PV-TIN-TYPE (PV-IDX)
              ELSE
                 MOVE WS-TRN-TIN-TYPE  TO WS-PV-TIN-TYPE (PV-IDX)
              END-IF
              ADD +1 TO TRANS-APPLIED
              PERFORM 0520-FORMAT-PROV-IMAGE
              MOVE WS-IMG-STATE        TO AUDIT-AFTER-D
              MOVE WS-IMG-PROV-NAME    TO AUDIT-AFTER-NAME-D
              IF WS-TRN-TAX-ID = SPACES
                 MOVE 'ADDED - NO TAX ID' TO AUDIT-RESULT-D
              ELSE
                 STRING 'ADDED - TAX ID ' WS-TRN-TAX-ID
                    DELIMITED BY SIZE INTO AUDIT-RESULT-D
              END-IF
           END-IF
           END-IF.
      *
       0480-CHANGE-PROVIDER.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH REPLACES EACH FIELD THE CHANGE TRANSACTION  *
      *    SUPPLIES (NON-BLANK) ON THE PROVIDER'S ROW, AFTER CHECKING *
      *    THE RESULTING CONTRACT WINDOW IS NOT BACKWARDS.  A TAX ID  *
      *    THAT CHANGES IS SHOWN OLD>NEW IN THE RESULT COLUMN.        *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0460-APPLY-VALID-TRAN                                   *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0520-FORMAT-PROV-IMAGE                                  *
      *****************************************************************
      *
           SET PV-IDX TO WS-PV-FOUND-SUB.
           MOVE WS-PV-CONTR-START (PV-IDX) TO WS-NEW-START.
           MOVE WS-PV-CONTR-END (PV-IDX)   TO WS-NEW-END.
           IF WS-TRN-CONTR-START NOT = SPACES
              MOVE WS-TRN-CONTR-START-N    TO WS-NEW-START
           END-IF.
           IF WS-TRN-CONTR-END NOT = SPACES
              MOVE WS-TRN-CONTR-END-N      TO WS-NEW-END
           END-IF.
      *
           IF WS-NEW-START > WS-NEW-END
              ADD +1 TO TRANS-REJECTED
              MOVE 'REJECTED - CONTRACT START > END'
                                       TO AUDIT-RESULT-D
           ELSE
              IF WS-TRN-PROV-NAME NOT = SPACES
                 MOVE WS-TRN-PROV-NAME TO WS-PV-PROV-NAME (PV-IDX)
              END-IF
              IF WS-TRN-NETWORK NOT = SPACE
                 MOVE WS-TRN-NETWORK   TO WS-PV-NETWORK (PV-IDX)
              END-IF
              IF WS-TRN-CRED-EXPIRY NOT = SPACES
                 MOVE WS-TRN-CRED-EXPIRY-N
                                       TO WS-PV-CRED-EXPIRY (PV-IDX)
              END-IF
              MOVE WS-NEW-START        TO WS-PV-CONTR-START (PV-IDX)
              MOVE WS-NEW-END          TO WS-PV-CONTR-END (PV-IDX)
              MOVE WS-PV-TAX-ID (PV-IDX) TO WS-OLD-TAX-ID
              IF WS-TRN-TAX-ID NOT = SPACES
                 MOVE WS-TRN-TAX-ID    TO WS-PV-TAX-ID (PV-IDX)
                 MOVE WS-TRN-TIN-TYPE  TO WS-PV-TIN-TYPE (PV-IDX)
              END-IF
              ADD +1 TO TRANS-APPLIED
              PERFORM 0520-FORMAT-PROV-IMAGE
              MOVE WS-IMG-STATE        TO AUDIT-AFTER-D
              MOVE WS-IMG-PROV-NAME    TO AUDIT-AFTER-NAME-D
              IF WS-PV-TAX-ID (PV-IDX) = WS-OLD-TAX-ID
                 MOVE 'CHANGED'        TO AUDIT-RESULT-D
              ELSE
                 IF WS-OLD-TAX-ID = SPACES
                    MOVE 'NONE'        TO WS-OLD-TAX-ID
                 END-IF
                 STRING 'CHANGED TIN ' WS-OLD-TAX-ID '>'
                        WS-PV-TAX-ID (PV-IDX)
                    DELIMITED BY SIZE INTO AUDIT-RESULT-D
              END-IF
           END-IF.
      *
       0490-TERMINATE-PROVIDER.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH ENDS THE PROVIDER'S NETWORK CONTRACT ON THE *
      *    TRANSACTION'S END DATE (OR ITS TRANSACTION DATE) AND MARKS *
      *    THE ROW TERMINATED.  A PROVIDER ALREADY TERMINATED, OR AN  *
      *    END DATE BEFORE THE CONTRACT START, IS REJECTED.           *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0460-APPLY-VALID-TRAN                                   *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0520-FORMAT-PROV-IMAGE                                  *
      *****************************************************************
      *
           SET PV-IDX TO WS-PV-FOUND-SUB.
           IF WS-TRN-CONTR-END = SPACES
              MOVE WS-TRN-DATE-N       TO WS-NEW-END
           ELSE
              MOVE WS-TRN-CONTR-END-N  TO WS-NEW-END
           END-IF.
      *
           IF PV-TERMINATED (PV-IDX)
              ADD +1 TO TRANS-REJECTED
              MOVE 'REJECTED - ALREADY TERMINATED'
                                       TO AUDIT-RESULT-D
           ELSE
           IF WS-NEW-END < WS-PV-CONTR-START (PV-IDX)
              ADD +1 TO TRANS-REJECTED
              MOVE 'REJECTED - END BEFORE START'
                                       TO AUDIT-RESULT-D
           ELSE
              MOVE WS-NEW-END          TO WS-PV-CONTR-END (PV-IDX)
              MOVE 'T'                 TO WS-PV-STATUS (PV-IDX)
              ADD +1 TO TRANS-APPLIED
              PERFORM 0520-FORMAT-PROV-IMAGE
              MOVE WS-IMG-STATE        TO AUDIT-AFTER-D
              MOVE WS-IMG-PROV-NAME    TO AUDIT-AFTER-NAME-D
              MOVE 'TERMINATED'        TO AUDIT-RESULT-D
           END-IF
           END-IF.
      *
       0500-WRITE-AUDIT-LINE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES ONE AUDIT REPORT DETAIL LINE AND     *
      *    CHECKS THE FILE STATUS.  WHEN THE PROVIDER WAS ON THE      *
      *    MASTER BEFORE OR AFTER, ITS NAME LINE FOLLOWS.             *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0400-APPLY-ONE-TRAN                                     *
      *    -  0460-APPLY-VALID-TRAN                                   *
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
           IF AUDIT-BEFORE-NAME-D NOT = SPACES
              OR AUDIT-AFTER-NAME-D NOT = SPACES
              WRITE AUDIT-RPT-REC FROM WS-AUDIT-NAME-LINE
              IF AUCODE NOT = '00'
                 DISPLAY 'ERROR ENCOUNTERED WRITING TO AUDIT REPORT '
                         'FILE'
              END-IF
           END-IF.
      *
       0520-FORMAT-PROV-IMAGE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH BUILDS THE AUDIT IMAGE OF THE TABLE ENTRY   *
      *    AT PV-IDX - STATUS, NETWORK FLAG, CONTRACT START-END,      *
      *    CREDENTIAL EXPIRY AND PROVIDER NAME.                       *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0450-SEARCH-MASTER-TABLE                                *
      *    -  0470-ADD-NEW-PROVIDER                                   *
      *    -  0480-CHANGE-PROVIDER                                    *
      *    -  0490-TERMINATE-PROVIDER                                 *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE WS-PV-STATUS (PV-IDX)      TO WS-IMG-STATUS.
           MOVE WS-PV-NETWORK (PV-IDX)     TO WS-IMG-NETWORK.
           MOVE WS-PV-CONTR-START (PV-IDX) TO WS-IMG-CONTR-START.
           MOVE WS-PV-CONTR-END (PV-IDX)   TO WS-IMG-CONTR-END.
           MOVE WS-PV-CRED-EXPIRY (PV-IDX) TO WS-IMG-CRED-EXPIRY.
           MOVE WS-PV-PROV-NAME (PV-IDX)   TO WS-IMG-PROV-NAME.
      *
       0600-WRITE-NEW-MASTER.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES THE UPDATED MASTER TABLE TO THE NEW  *
      *    PROVIDER MASTER FILE IN THE 80-BYTE LAYOUT HOSPEDIT LOADS  *
      *    AT STARTUP.  TERMINATED ROWS ARE KEPT SO OLDER STAYS STILL *
      *    FIND THEIR PROVIDER.                                       *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           PERFORM VARYING PV-IDX FROM 1 BY 1
              UNTIL PV-IDX > WS-PV-ENTRIES-LOADED
                 INITIALIZE WS-PROV-MSTR-REC
                 MOVE WS-PV-PROV-ID (PV-IDX)     TO WS-PM-PROV-ID
                 MOVE WS-PV-PROV-NAME (PV-IDX)   TO WS-PM-PROV-NAME
                 MOVE WS-PV-NETWORK (PV-IDX)     TO WS-PM-NETWORK
                 MOVE WS-PV-CONTR-START (PV-IDX) TO WS-PM-CONTR-START
                 MOVE WS-PV-CONTR-END (PV-IDX)   TO WS-PM-CONTR-END
                 MOVE WS-PV-CRED-EXPIRY (PV-IDX) TO WS-PM-CRED-EXPIRY
                 MOVE WS-PV-STATUS (PV-IDX)      TO WS-PM-STATUS
                 MOVE WS-PV-TAX-ID (PV-IDX)      TO WS-PM-TAX-ID
                 MOVE WS-PV-TIN-TYPE (PV-IDX)    TO WS-PM-TIN-TYPE
                 WRITE NEW-PROV-REC FROM WS-PROV-MSTR-REC
                 IF NPCODE = '00'
                    ADD +1 TO MASTER-RECS-WRITTEN
                 ELSE
                    DISPLAY 'ERROR ENCOUNTERED WRITING NEW PROVIDER MAST
      -                'ER FILE'
                 END-IF
           END-PERFORM.
      *
       0700-WRITE-AUDIT-TOTALS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES THE TRANSACTION AND MASTER RECORD    *
      *    COUNTS TO THE AUDIT REPORT.                                *
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
           MOVE 'MASTER RECORDS WRITTEN:  '   TO AUDIT-TOTAL-LABEL.
           MOVE MASTER-RECS-WRITTEN           TO AUDIT-TOTAL-COUNT.
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-TOTAL-LINE.
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
           CLOSE PROVFILE.
           IF PMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING PROVIDER MASTER FILE'
           END-IF.
      *
           CLOSE PROVTRAN.
           IF TRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING TRANSACTION FILE'
           END-IF.
      *
           CLOSE NEWPROV.
           IF NPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING NEW PROVIDER MASTER'
           END-IF.
      *
           CLOSE PROVAUDT.
           IF AUCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING AUDIT REPORT FILE'
           END-IF.
