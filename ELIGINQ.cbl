       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ELIGINQ.
       AUTHOR. DORETHA RILEY.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. CURRENT-DATE.
       SECURITY. NON-CONFIDENTIAL.
      *
      *****************************************************************
      *  DESCRIPTION                                                  *
      *    THIS PROGRAM BUILDS THE NIGHTLY ELIGIBILITY-INQUIRY FILE   *
      *    SENT TO THE CARRIERS, SO THE COVERAGE WINDOW ON THE        *
      *    PATIENT MASTER CAN BE CONFIRMED BY THE CARRIER INSTEAD OF  *
      *    RELYING ON THE LAST COVERAGE TRANSACTION SOMEONE KEYED.    *
      *    THE CARRIERS' ANSWERS ARE PROCESSED BY THE COMPANION       *
      *    ELIGRESP PROGRAM.                                          *
      *                                                               *
      *    A PATIENT IS INQUIRED ON WHEN EITHER:                      *
      *      - THE PATIENT IS ACTIVE ON THE PATIENT MASTER AND HAS A  *
      *        PRE-AUTHORIZATION ON PREAUTH FOR AN ADMISSION ON OR    *
      *        AFTER THE RUN DATE, OR                                 *
      *      - THE PATIENT WAS SEEN (DISCHARGED, OR STILL IN HOUSE)   *
      *        WITHIN THE LOOK-BACK WINDOW - 90 DAYS UNLESS A         *
      *        LOOKBACK= CARD SAYS OTHERWISE - ACCORDING TO THE       *
      *        CUMULATIVE STAY HISTORY HOSPEDIT APPENDS.              *
      *    THE CARRIER FOR EACH PATIENT IS THE PRIMARY INSURANCE TYPE *
      *    ON THE PATIENT'S MOST RECENT STAY.  THE INQUIRY FILE IS    *
      *    GROUPED BY CARRIER - A HEADER, ONE DETAIL PER PATIENT AND  *
      *    A COUNT TRAILER FOR EACH - SO THE TRANSMISSION STEP CAN    *
      *    ROUTE EACH GROUP TO ITS CARRIER.  A SELECTED PATIENT THAT  *
      *    CANNOT BE INQUIRED ON (NOT ON THE MASTER, MERGED INTO      *
      *    ANOTHER NUMBER, OR NO STAY TO NAME A CARRIER) IS LISTED ON *
      *    THE CONTROL REPORT FOR THE BUSINESS OFFICE TO VERIFY BY    *
      *    HAND.                                                      *
      *                                                               *
      *    CONTROL CARDS (KEYWORD=VALUE, ONE PER RECORD, OPTIONAL):   *
      *      RUNDATE=CCYYMMDD (DEFAULT TODAY'S DATE)                  *
      *      LOOKBACK=NNN     (DAYS, DEFAULT 090)                     *
      *                                                               *
      *    INPUT FILES:                                               *
      *      RTPOT44.PREAUTH.DATA (PRE-AUTHORIZATIONS)                *
      *      INTERNAL FILE NAME:  PREAUTH                             *
      *      JCL DD NAME:         PREAUTH                             *
      *                                                               *
      *      RTPOT44.HOSPEDIT.STAYHIST (CUMULATIVE STAY HISTORY)      *
      *      INTERNAL FILE NAME:  STAYFILE                            *
      *      JCL DD NAME:         STAYHIST                            *
      *                                                               *
      *      RTPOT44.PATMSTR.DATA (PATIENT MASTER, KEYED)             *
      *      INTERNAL FILE NAME:  PATMSTR                             *
      *      JCL DD NAME:         PATMSTR                             *
      *                                                               *
      *      RTPOT44.ELIGINQ.PARMS (CONTROL CARDS)                    *
      *      INTERNAL FILE NAME:  PARMFILE                            *
      *      JCL DD NAME:         PARMFILE                            *
      *                                                               *
      *    OUTPUT FILES:                                              *
      *      RTPOT44.ELIGINQ.INQUIRY (ELIGIBILITY INQUIRIES)          *
      *      INTERNAL FILE NAME:  ELIGOUT                             *
      *      JCL DD NAME:         ELIGOUT                             *
      *                                                               *
      *      DD SYSOUT=* (INQUIRY CONTROL REPORT)                     *
      *      INTERNAL FILE NAME:  ELIGRPT                             *
      *      JCL DD NAME:         ELIGRPT                             *
      *                                                               *
      *    JCL JOB: RTPOT44.LEARN.REUSABLE.JCL(ELIGINQ)               *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PREAUTH  *>PRE-AUTHORIZATIONS
           ASSIGN TO PREAUTH
             FILE STATUS IS PACODE.
      *
           SELECT OPTIONAL STAYFILE *>CUMULATIVE STAY HISTORY
           ASSIGN TO STAYHIST
             FILE STATUS IS SHCODE.
      *
           SELECT PATMSTR          *>PATIENT MASTER, KEYED
           ASSIGN TO PATMSTR
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PMK-PATIENT-NBR
             FILE STATUS IS PMCODE.
      *
           SELECT OPTIONAL PARMFILE *>RUN CONTROL CARDS
           ASSIGN TO PARMFILE
             FILE STATUS IS PRCODE.
      *
           SELECT ELIGOUT          *>ELIGIBILITY INQUIRY FILE
           ASSIGN TO ELIGOUT
             FILE STATUS IS EOCODE.
      *
           SELECT ELIGRPT          *>INQUIRY CONTROL REPORT
           ASSIGN TO ELIGRPT
             FILE STATUS IS RPCODE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PREAUTH
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PRE-AUTH-REC.
      *
       01  PRE-AUTH-REC PIC X(80).
      *
       FD  STAYFILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS STAY-REC.
      *
       01  STAY-REC PIC X(100).
      *
       FD  PATMSTR
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PAT-MSTR-REC.
      *
       01  PAT-MSTR-REC.
           05  PMK-PATIENT-NBR    PIC 9(05).
           05  FILLER             PIC X(75).
      *
       FD  PARMFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PARM-CARD-REC.
      *
       01  PARM-CARD-REC PIC X(80).
      *
       FD  ELIGOUT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ELIG-OUT-REC.
      *
       01  ELIG-OUT-REC PIC X(80).
      *
       FD  ELIGRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS ELIG-RPT-REC.
      *
       01  ELIG-RPT-REC PIC X(133).
      *
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-CODES.
          05 PACODE               PIC X(02).
          05 SHCODE               PIC X(02).
          05 PMCODE               PIC X(02).
          05 PRCODE               PIC X(02).
          05 EOCODE               PIC X(02).
          05 RPCODE               PIC X(02).
      *
       01 WS-FILE-SWITCHES.
          05 PREAUTH-FILE-SW      PIC X(01) VALUE SPACE.
             88 END-OF-PREAUTH-FILE         VALUE 'Y'.
          05 STAY-FILE-SW         PIC X(01) VALUE SPACE.
             88 END-OF-STAY-FILE            VALUE 'Y'.
          05 PARM-FILE-SW         PIC X(01) VALUE SPACE.
             88 END-OF-PARM-FILE            VALUE 'Y'.
          05 WS-PARM-ERROR-SW     PIC X(01) VALUE 'N'.
             88 PARM-ERROR                  VALUE 'Y'.
          05 WS-PAT-FOUND-SW      PIC X(01) VALUE 'N'.
             88 PATIENT-FOUND               VALUE 'Y'.
          05 WS-ENTRY-FOUND-SW    PIC X(01) VALUE 'N'.
             88 ENTRY-FOUND                 VALUE 'Y'.
          05 WS-CARR-FOUND-SW     PIC X(01) VALUE 'N'.
             88 CARRIER-FOUND               VALUE 'Y'.
      *
       01 WS-PARM-FIELDS.
          05 WS-PARM-KEYWORD      PIC X(20).
          05 WS-PARM-VALUE        PIC X(20).
      *
       01 WS-RUN-CONTROLS.
          05 WS-RUN-DATE          PIC 9(08) VALUE 0.
          05 WS-RUN-DATE-INT      PIC 9(07) VALUE 0.
          05 WS-LOOKBACK-DAYS     PIC 9(03) VALUE 90.
          05 WS-SEEN-CUTOFF-INT   PIC 9(07) VALUE 0.
          05 WS-WORK-DATE         PIC 9(08) VALUE 0.
          05 WS-WORK-DATE-INT     PIC 9(07) VALUE 0.
      *
      *****************************************************************
      *  PATIENT MASTER ROW - SAME LAYOUT PATMAINT MAINTAINS.         *
      *****************************************************************
      *
       01 WS-PAT-MSTR-REC.
          05 WS-PMST-PATIENT-NBR  PIC 9(05).
          05 WS-PMST-LAST-NAME    PIC X(10).
          05 WS-PMST-FIRST-NAME   PIC X(10).
          05 WS-PMST-STATUS       PIC X(01).
             88 PMST-ACTIVE                 VALUE 'A'.
             88 PMST-MERGED                 VALUE 'M'.
          05 WS-PMST-COV-EFF-DATE  PIC 9(08).
          05 WS-PMST-COV-TERM-DATE PIC 9(08).
          05 FILLER               PIC X(38).
      *
      *****************************************************************
      *  PRE-AUTHORIZATION RECORD - SAME LAYOUT HOSPEDIT LOADS (SEE   *
      *  ITS WS-PRE-AUTH-REC).  THE ADMIT DATE IS MM/DD/CCYY.         *
      *****************************************************************
      *
       01 WS-PRE-AUTH-REC.
          05 WS-PA-PATIENT-NBR    PIC 9(05).
          05 WS-PA-ADMIT-DATE     PIC X(10).
          05 WS-PA-AUTH-DAYS      PIC 9(03).
          05 FILLER               PIC X(62).
      *
      *****************************************************************
      *  STAY HISTORY RECORD - SAME LAYOUT HOSPEDIT APPENDS (SEE THE  *
      *  STAYHIST PROGRAM'S WS-STAY-REC).                             *
      *****************************************************************
      *
       01 WS-STAY-REC.
          05 WS-STAY-PATIENT-NBR     PIC 9(05).
          05 WS-STAY-LAST-NAME       PIC X(10).
          05 WS-STAY-FIRST-NAME      PIC X(10).
          05 WS-STAY-ADMIT-DATE      PIC 9(08).
          05 WS-STAY-LTH             PIC 9(03).
          05 WS-STAY-PATIENT-TYPE    PIC X(01).
          05 WS-STAY-FACILITY-CODE   PIC X(02).
          05 WS-STAY-PCP-ID          PIC X(06).
          05 WS-STAY-DIAG-CODE       PIC X(07).
          05 WS-STAY-INS-TYPE        PIC X(03).
          05 WS-STAY-INS-TYPE-2      PIC X(03).
          05 WS-STAY-IN-OUT-NETWORK  PIC X(01).
          05 WS-STAY-GROSS-AMT       PIC S9(09)V99.
          05 WS-STAY-NET-AMT         PIC S9(09)V99.
          05 WS-STAY-COPAY           PIC S9(03).
          05 WS-STAY-DEDUCTIBLE      PIC S9(04).
          05 WS-STAY-RUN-DATE        PIC 9(08).
          05 FILLER                  PIC X(04).
      *
      *****************************************************************
      *  ELIGIBILITY INQUIRY RECORDS.  EACH CARRIER'S GROUP IS ONE    *
      *  'H' HEADER, ONE 'D' DETAIL PER PATIENT AND ONE 'T' TRAILER   *
      *  CARRYING THE DETAIL COUNT.  THE DETAIL CARRIES THE COVERAGE  *
      *  WINDOW WE HOLD SO THE CARRIER CAN ANSWER AGAINST IT.  THE    *
      *  INQUIRY REASON IS 'P' (UPCOMING PRE-AUTHORIZATION), 'S'      *
      *  (SEEN IN THE LOOK-BACK WINDOW) OR 'B' (BOTH); THE SERVICE    *
      *  DATE IS THE PRE-AUTHORIZED ADMIT DATE, OR THE LAST ADMIT     *
      *  WHEN THERE IS NO PRE-AUTHORIZATION.                          *
      *****************************************************************
      *
       01 WS-INQ-DETAIL-REC.
          05 INQ-RECORD-TYPE      PIC X(01) VALUE 'D'.
          05 INQ-CARRIER          PIC X(03).
          05 INQ-PATIENT-NBR      PIC 9(05).
          05 INQ-LAST-NAME        PIC X(10).
          05 INQ-FIRST-NAME       PIC X(10).
          05 INQ-MASTER-STATUS    PIC X(01).
          05 INQ-COV-EFF-DATE     PIC 9(08).
          05 INQ-COV-TERM-DATE    PIC 9(08).
          05 INQ-REASON           PIC X(01).
          05 INQ-SERVICE-DATE     PIC 9(08).
          05 INQ-INQUIRY-DATE     PIC 9(08).
          05 FILLER               PIC X(17).
      *
       01 WS-INQ-HEADER-REC REDEFINES WS-INQ-DETAIL-REC.
          05 INQH-RECORD-TYPE     PIC X(01).
          05 INQH-CARRIER         PIC X(03).
          05 INQH-INQUIRY-DATE    PIC 9(08).
          05 FILLER               PIC X(68).
      *
       01 WS-INQ-TRAILER-REC REDEFINES WS-INQ-DETAIL-REC.
          05 INQT-RECORD-TYPE     PIC X(01).
          05 INQT-CARRIER         PIC X(03).
          05 INQT-DETAIL-COUNT    PIC 9(07).
          05 FILLER               PIC X(69).
      *
      *****************************************************************
      *  CANDIDATE TABLE - ONE ENTRY PER PATIENT FOUND ON THE STAY    *
      *  HISTORY OR PREAUTH, WITH THE LATEST STAY'S CARRIER AND       *
      *  DISCHARGE AND THE EARLIEST UPCOMING PRE-AUTHORIZED ADMIT.    *
      *****************************************************************
      *
       01 WS-CAND-TABLE.
          05 WS-CAND-ENTRY OCCURS 5000 TIMES INDEXED BY CD-IDX.
             10 WS-CAND-PATIENT-NBR  PIC 9(05).
             10 WS-CAND-CARRIER      PIC X(03).
             10 WS-CAND-LAST-ADMIT   PIC 9(08).
             10 WS-CAND-LAST-DISCH   PIC 9(07).
             10 WS-CAND-PREAUTH-DATE PIC 9(08).
             10 WS-CAND-PREAUTH-SW   PIC X(01).
                88 CAND-HAS-PREAUTH            VALUE 'Y'.
             10 WS-CAND-SEEN-SW      PIC X(01).
                88 CAND-SEEN                   VALUE 'Y'.
             10 WS-CAND-SEND-SW      PIC X(01).
                88 CAND-SEND                   VALUE 'Y'.
             10 WS-CAND-LAST-NAME    PIC X(10).
             10 WS-CAND-FIRST-NAME   PIC X(10).
             10 WS-CAND-MSTR-STATUS  PIC X(01).
             10 WS-CAND-COV-EFF      PIC 9(08).
             10 WS-CAND-COV-TERM     PIC 9(08).
      *
       01 WS-CAND-CONTROLS.
          05 WS-CAND-ENTRIES-USED PIC S9(04) COMP VALUE 0.
          05 WS-CAND-FOUND-SUB    PIC S9(04) COMP VALUE 0.
      *
      *****************************************************************
      *  CARRIER TABLE - ONE ENTRY PER CARRIER WITH AT LEAST ONE      *
      *  INQUIRY, FOR GROUPING THE INQUIRY FILE AND THE SUMMARY.      *
      *****************************************************************
      *
       01 WS-CARR-TABLE.
          05 WS-CARR-ENTRY OCCURS 200 TIMES INDEXED BY CR-IDX.
             10 WS-CARR-CODE         PIC X(03).
             10 WS-CARR-INQUIRIES    PIC S9(05) COMP.
      *
       01 WS-CARR-CONTROLS.
          05 WS-CARR-ENTRIES-USED PIC S9(04) COMP VALUE 0.
          05 WS-CARR-DETAIL-COUNT PIC S9(07) COMP VALUE 0.
      *
       01 COUNTERS-AND-ACCUMULATORS.
          05 STAYS-READ           PIC S9(07) COMP VALUE 0.
          05 PREAUTHS-READ        PIC S9(05) COMP VALUE 0.
          05 PREAUTHS-UPCOMING    PIC S9(05) COMP VALUE 0.
          05 PATIENTS-NOT-LOADED  PIC S9(05) COMP VALUE 0.
          05 SELECTED-PREAUTH     PIC S9(05) COMP VALUE 0.
          05 SELECTED-SEEN        PIC S9(05) COMP VALUE 0.
          05 SELECTED-BOTH        PIC S9(05) COMP VALUE 0.
          05 PREAUTH-NOT-ACTIVE   PIC S9(05) COMP VALUE 0.
          05 INQUIRIES-WRITTEN    PIC S9(07) COMP VALUE 0.
          05 EXCEPTIONS-LISTED    PIC S9(05) COMP VALUE 0.
      *
       01 WS-ELIG-HEADER-1.
          05 FILLER               PIC X(45) VALUE SPACES.
          05 FILLER               PIC X(43) VALUE
                'ELIGIBILITY INQUIRY EXTRACT CONTROL REPORT'.
          05 FILLER               PIC X(45) VALUE SPACES.
      *
       01 WS-ELIG-HEADER-2.
          05 FILLER               PIC X(45) VALUE SPACES.
          05 FILLER               PIC X(43) VALUE ALL '='.
          05 FILLER               PIC X(45) VALUE SPACES.
      *
       01 WS-ELIG-HEADER-3.
          05 FILLER               PIC X(10) VALUE 'RUN DATE: '.
          05 ELIG-RUN-DATE-H      PIC 9(08).
          05 FILLER               PIC X(05) VALUE SPACES.
          05 FILLER               PIC X(20) VALUE 'LOOK-BACK DAYS: '.
          05 ELIG-LOOKBACK-H      PIC ZZ9.
          05 FILLER               PIC X(87) VALUE SPACES.
      *
       01 WS-ELIG-SECTION-TITLE.
          05 ELIG-SECTION-TEXT    PIC X(60).
          05 FILLER               PIC X(73) VALUE SPACES.
      *
       01 WS-EXC-COL-HEADER.
          05 FILLER               PIC X(07) VALUE 'PATIENT'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(06) VALUE 'REASON'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE 'SVC DATE'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(106) VALUE 'EXCEPTION'.
      *
       01 WS-EXC-DETAIL.
          05 EXC-PATIENT-D        PIC X(07).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 EXC-REASON-D         PIC X(06).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 EXC-SERVICE-DATE-D   PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 EXC-MESSAGE-D        PIC X(60).
          05 FILLER               PIC X(46) VALUE SPACES.
      *
       01 WS-CARR-COL-HEADER.
          05 FILLER               PIC X(07) VALUE 'CARRIER'.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(09) VALUE 'INQUIRIES'.
          05 FILLER               PIC X(113) VALUE SPACES.
      *
       01 WS-CARR-DETAIL.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 CARR-CODE-D          PIC X(03).
          05 FILLER               PIC X(09) VALUE SPACES.
          05 CARR-INQUIRIES-D     PIC ZZ,ZZ9.
          05 FILLER               PIC X(113) VALUE SPACES.
      *
       01 WS-ELIG-NONE-LINE.
          05 FILLER               PIC X(09) VALUE SPACES.
          05 ELIG-NONE-TEXT       PIC X(50).
          05 FILLER               PIC X(74) VALUE SPACES.
      *
       01 WS-ELIG-COUNT-LINE.
          05 ELIG-COUNT-LABEL     PIC X(45).
          05 ELIG-COUNT-O         PIC ZZZ,ZZ9.
          05 FILLER               PIC X(81) VALUE SPACES.
      *
       01 WS-ELIG-BLANK-LINE      PIC X(133) VALUE SPACES.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THE MAIN PROCEDURE AREA LOADS THE STAY HISTORY AND THE     *
      *    PRE-AUTHORIZATIONS INTO THE CANDIDATE TABLE, SELECTS THE   *
      *    PATIENTS TO INQUIRE ON, WRITES THE INQUIRY FILE GROUPED BY *
      *    CARRIER AND CLOSES WITH THE CONTROL TOTALS.                *
      *                                                               *
      *  CALLED BY:                                                   *
      *    - NONE                                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    - 0000-HOUSEKEEPING                                        *
      *    - 0100-OPEN-FILES                                          *
      *    - 0200-LOAD-STAY-HISTORY                                   *
      *    - 0300-LOAD-PREAUTHORIZATIONS                              *
      *    - 0500-SELECT-PATIENTS                                     *
      *    - 0600-WRITE-INQUIRY-FILE                                  *
      *    - 0700-WRITE-CONTROL-TOTALS                                *
      *    - 0800-CLOSE-FILES                                         *
      *****************************************************************
      *
       PROCEDURE DIVISION.
           PERFORM 0000-HOUSEKEEPING.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0200-LOAD-STAY-HISTORY.
           PERFORM 0300-LOAD-PREAUTHORIZATIONS.
           PERFORM 0500-SELECT-PATIENTS.
           PERFORM 0600-WRITE-INQUIRY-FILE.
           PERFORM 0700-WRITE-CONTROL-TOTALS.
           PERFORM 0800-CLOSE-FILES.
           GOBACK.
      *
       0000-HOUSEKEEPING.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH INITIALIZES WORKING STORAGE VARIABLES,      *
      *    SETS THE RUN DATE, READS THE CONTROL CARDS AND WORKS OUT   *
      *    THE FIRST DAY OF THE LOOK-BACK WINDOW.  A BAD CONTROL CARD *
      *    STOPS THE RUN BEFORE ANY INQUIRY IS WRITTEN.               *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0050-READ-PARM-FILE                                     *
      *****************************************************************
      *
           INITIALIZE WS-PAT-MSTR-REC,
                      WS-PRE-AUTH-REC,
                      WS-STAY-REC,
                      WS-CAND-TABLE,
                      WS-CARR-TABLE,
                      COUNTERS-AND-ACCUMULATORS.
      *
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
      *
           PERFORM 0050-READ-PARM-FILE.
      *
           IF PARM-ERROR
              DISPLAY 'ELIGINQ RUN STOPPED - INVALID CONTROL CARD(S), SE
      -              'E PRIOR MESSAGES'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      *
           COMPUTE WS-RUN-DATE-INT =
              FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
           COMPUTE WS-SEEN-CUTOFF-INT =
              WS-RUN-DATE-INT - WS-LOOKBACK-DAYS.
      *
       0050-READ-PARM-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE OPTIONAL KEYWORD=VALUE CONTROL    *
      *    CARDS.  RUNDATE= OVERRIDES THE RUN DATE (FOR A RERUN);     *
      *    LOOKBACK= CHANGES HOW MANY DAYS BACK A STAY MAKES A        *
      *    PATIENT "RECENTLY SEEN".  AN UNRECOGNIZED KEYWORD OR BAD   *
      *    VALUE FLAGS A CONTROL CARD ERROR INSTEAD OF SILENTLY       *
      *    DEFAULTING.                                                *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0000-HOUSEKEEPING                                       *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0060-PARSE-PARM-CARD                                    *
      *****************************************************************
      *
           OPEN INPUT PARMFILE.
           IF PRCODE = '00' OR '05'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO PARM-FILE-SW
              DISPLAY 'ERROR ENCOUNTERED OPENING CONTROL CARD FILE, STAT
      -          'US: ' PRCODE
           END-IF.
      *
           PERFORM UNTIL END-OF-PARM-FILE
              READ PARMFILE
                 AT END
                    MOVE 'Y' TO PARM-FILE-SW
                 NOT AT END
                    PERFORM 0060-PARSE-PARM-CARD
              END-READ
           END-PERFORM.
      *
           IF PRCODE = '00' OR '10'
              CLOSE PARMFILE
           END-IF.
      *
       0060-PARSE-PARM-CARD.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH BREAKS ONE KEYWORD=VALUE CONTROL CARD APART *
      *    AND APPLIES IT.                                            *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0050-READ-PARM-FILE                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE SPACES TO WS-PARM-KEYWORD, WS-PARM-VALUE.
           UNSTRING PARM-CARD-REC DELIMITED BY '='
              INTO WS-PARM-KEYWORD, WS-PARM-VALUE
           END-UNSTRING.
           EVALUATE WS-PARM-KEYWORD
              WHEN 'RUNDATE'
                 IF WS-PARM-VALUE (1:8) IS NUMERIC
                    AND FUNCTION TEST-DATE-YYYYMMDD
                           (FUNCTION NUMVAL (WS-PARM-VALUE (1:8))) = 0
                    MOVE WS-PARM-VALUE (1:8) TO WS-RUN-DATE
                 ELSE
                    MOVE 'Y' TO WS-PARM-ERROR-SW
                    DISPLAY 'INVALID RUNDATE VALUE ON CONTROL CARD: '
                       WS-PARM-VALUE
                 END-IF
              WHEN 'LOOKBACK'
                 IF WS-PARM-VALUE (1:3) IS NUMERIC
                    AND WS-PARM-VALUE (1:3) > '000'
                    MOVE WS-PARM-VALUE (1:3) TO WS-LOOKBACK-DAYS
                 ELSE
                    MOVE 'Y' TO WS-PARM-ERROR-SW
                    DISPLAY 'INVALID LOOKBACK VALUE ON CONTROL CARD (NNN
      -                ' DAYS): ' WS-PARM-VALUE
                 END-IF
              WHEN SPACES
                 CONTINUE
              WHEN OTHER
                 MOVE 'Y' TO WS-PARM-ERROR-SW
                 DISPLAY 'UNRECOGNIZED CONTROL CARD KEYWORD: '
                    WS-PARM-KEYWORD
           END-EVALUATE.
      *
       0100-OPEN-FILES.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH OPENS THE INPUT AND OUTPUT FILES, CHECKS    *
      *    EACH FILE STATUS, AND WRITES THE CONTROL REPORT HEADERS.   *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           OPEN INPUT PREAUTH.
           IF PACODE = '00' OR '05'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO PREAUTH-FILE-SW
              DISPLAY 'ERROR ENCOUNTERED OPENING PRE-AUTHORIZATION FILE'
           END-IF.
      *
           OPEN INPUT STAYFILE.
           IF SHCODE = '00' OR '05'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO STAY-FILE-SW
              DISPLAY 'ERROR ENCOUNTERED OPENING STAY HISTORY FILE, STAT
      -          'US: ' SHCODE
           END-IF.
      *
           OPEN INPUT PATMSTR.
           IF PMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING PATIENT MASTER FILE, ST
      -          'ATUS: ' PMCODE
           END-IF.
      *
           OPEN OUTPUT ELIGOUT.
           IF EOCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING ELIGIBILITY INQUIRY FIL
      -          'E'
           END-IF.
      *
           OPEN OUTPUT ELIGRPT.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING INQUIRY CONTROL REPORT'
           END-IF.
      *
           MOVE WS-RUN-DATE      TO ELIG-RUN-DATE-H.
           MOVE WS-LOOKBACK-DAYS TO ELIG-LOOKBACK-H.
           WRITE ELIG-RPT-REC FROM WS-ELIG-BLANK-LINE.
           WRITE ELIG-RPT-REC FROM WS-ELIG-HEADER-1.
           WRITE ELIG-RPT-REC FROM WS-ELIG-HEADER-2.
           WRITE ELIG-RPT-REC FROM WS-ELIG-BLANK-LINE.
           WRITE ELIG-RPT-REC FROM WS-ELIG-HEADER-3.
           WRITE ELIG-RPT-REC FROM WS-ELIG-BLANK-LINE.
      *
       0200-LOAD-STAY-HISTORY.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE WHOLE STAY HISTORY AND KEEPS, PER *
      *    PATIENT, THE MOST RECENT STAY'S ADMIT DATE, CARRIER        *
      *    (PRIMARY INSURANCE TYPE) AND DISCHARGE DAY (ADMIT PLUS     *
      *    STAY LENGTH).  EVERY PATIENT WITH A STAY IS LOADED - NOT   *
      *    JUST RECENT ONES - SO A PRE-AUTHORIZED PATIENT SEEN LONG   *
      *    AGO STILL HAS A CARRIER TO INQUIRE WITH.                   *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0250-FIND-CANDIDATE                                     *
      *****************************************************************
      *
           PERFORM UNTIL END-OF-STAY-FILE
              READ STAYFILE INTO WS-STAY-REC
                 AT END
                    MOVE 'Y' TO STAY-FILE-SW
                 NOT AT END
                    ADD +1 TO STAYS-READ
                    IF WS-STAY-ADMIT-DATE IS NUMERIC
                       AND FUNCTION TEST-DATE-YYYYMMDD
                              (WS-STAY-ADMIT-DATE) = 0
                       MOVE WS-STAY-PATIENT-NBR TO WS-PMST-PATIENT-NBR
                       PERFORM 0250-FIND-CANDIDATE
                       IF ENTRY-FOUND
                          SET CD-IDX TO WS-CAND-FOUND-SUB
                          IF WS-STAY-ADMIT-DATE >
                             WS-CAND-LAST-ADMIT (CD-IDX)
                             MOVE WS-STAY-ADMIT-DATE
                                TO WS-CAND-LAST-ADMIT (CD-IDX)
                             MOVE WS-STAY-INS-TYPE
                                TO WS-CAND-CARRIER (CD-IDX)
                             COMPUTE WS-CAND-LAST-DISCH (CD-IDX) =
                                FUNCTION INTEGER-OF-DATE
                                   (WS-STAY-ADMIT-DATE)
                                + WS-STAY-LTH
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
      *
           IF SHCODE = '00' OR '05' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED READING STAY HISTORY FILE'
           END-IF.
      *
       0250-FIND-CANDIDATE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH FINDS THE CANDIDATE TABLE ENTRY FOR THE     *
      *    PATIENT NUMBER IN WS-PMST-PATIENT-NBR, ADDING A NEW EMPTY  *
      *    ENTRY THE FIRST TIME THE PATIENT IS SEEN.  A FULL TABLE IS *
      *    WARNED ABOUT ONCE PER PATIENT AND LEAVES ENTRY-FOUND OFF.  *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0200-LOAD-STAY-HISTORY                                  *
      *    -  0300-LOAD-PREAUTHORIZATIONS                             *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE 'N' TO WS-ENTRY-FOUND-SW.
           PERFORM VARYING CD-IDX FROM 1 BY 1
              UNTIL CD-IDX > WS-CAND-ENTRIES-USED OR ENTRY-FOUND
                 IF WS-CAND-PATIENT-NBR (CD-IDX) = WS-PMST-PATIENT-NBR
                    MOVE 'Y' TO WS-ENTRY-FOUND-SW
                    SET WS-CAND-FOUND-SUB TO CD-IDX
                 END-IF
           END-PERFORM.
      *
           IF NOT ENTRY-FOUND
              IF WS-CAND-ENTRIES-USED < 5000
                 ADD +1 TO WS-CAND-ENTRIES-USED
                 MOVE WS-CAND-ENTRIES-USED TO WS-CAND-FOUND-SUB
                 SET CD-IDX TO WS-CAND-FOUND-SUB
                 INITIALIZE WS-CAND-ENTRY (CD-IDX)
                 MOVE WS-PMST-PATIENT-NBR
                    TO WS-CAND-PATIENT-NBR (CD-IDX)
                 MOVE 'N' TO WS-CAND-PREAUTH-SW (CD-IDX),
                             WS-CAND-SEEN-SW (CD-IDX),
                             WS-CAND-SEND-SW (CD-IDX)
                 MOVE 'Y' TO WS-ENTRY-FOUND-SW
              ELSE
                 ADD +1 TO PATIENTS-NOT-LOADED
                 DISPLAY 'WARNING: CANDIDATE TABLE CAPACITY OF 5000 EXCE
      -            'EDED - PATIENT ' WS-PMST-PATIENT-NBR
                    ' NOT INQUIRED'
              END-IF
           END-IF.
      *
       0300-LOAD-PREAUTHORIZATIONS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE PRE-AUTHORIZATION FILE AND MARKS  *
      *    EVERY PATIENT WITH AN AUTHORIZED ADMISSION ON OR AFTER THE *
      *    RUN DATE, KEEPING THE EARLIEST SUCH ADMIT AS THE SERVICE   *
      *    DATE TO INQUIRE FOR.  PAST ADMISSIONS ARE IGNORED - THE    *
      *    STAY HISTORY ALREADY COVERS PATIENTS RECENTLY SEEN.        *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0250-FIND-CANDIDATE                                     *
      *****************************************************************
      *
           PERFORM UNTIL END-OF-PREAUTH-FILE
              READ PREAUTH INTO WS-PRE-AUTH-REC
                 AT END
                    MOVE 'Y' TO PREAUTH-FILE-SW
                 NOT AT END
                    ADD +1 TO PREAUTHS-READ
                    MOVE ZERO TO WS-WORK-DATE
                    IF WS-PA-ADMIT-DATE (7:4) IS NUMERIC
                       AND WS-PA-ADMIT-DATE (1:2) IS NUMERIC
                       AND WS-PA-ADMIT-DATE (4:2) IS NUMERIC
                       STRING WS-PA-ADMIT-DATE (7:4)
                              WS-PA-ADMIT-DATE (1:2)
                              WS-PA-ADMIT-DATE (4:2)
                          DELIMITED BY SIZE INTO WS-WORK-DATE
                    END-IF
                    IF WS-WORK-DATE NOT < WS-RUN-DATE
                       AND WS-PA-PATIENT-NBR IS NUMERIC
                       ADD +1 TO PREAUTHS-UPCOMING
                       MOVE WS-PA-PATIENT-NBR TO WS-PMST-PATIENT-NBR
                       PERFORM 0250-FIND-CANDIDATE
                       IF ENTRY-FOUND
                          SET CD-IDX TO WS-CAND-FOUND-SUB
                          IF NOT CAND-HAS-PREAUTH (CD-IDX)
                             OR WS-WORK-DATE <
                                WS-CAND-PREAUTH-DATE (CD-IDX)
                             MOVE WS-WORK-DATE
                                TO WS-CAND-PREAUTH-DATE (CD-IDX)
                          END-IF
                          MOVE 'Y' TO WS-CAND-PREAUTH-SW (CD-IDX)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
      *
           IF PACODE = '00' OR '05' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED READING PRE-AUTHORIZATION FILE'
           END-IF.
      *
       0500-SELECT-PATIENTS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH DECIDES WHICH CANDIDATES ARE INQUIRED ON.   *
      *    A PATIENT WHOSE LAST DISCHARGE FALLS INSIDE THE LOOK-BACK  *
      *    WINDOW IS "SEEN"; A PATIENT WITH AN UPCOMING PRE-          *
      *    AUTHORIZATION QUALIFIES ONLY IF ACTIVE ON THE MASTER.      *
      *    EACH QUALIFYING PATIENT IS READ FROM THE PATIENT MASTER    *
      *    FOR THE NAME AND THE COVERAGE WINDOW WE HOLD.  A           *
      *    QUALIFYING PATIENT THAT CANNOT BE INQUIRED ON IS LISTED AS *
      *    AN EXCEPTION.                                              *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0550-SELECT-ONE-CANDIDATE                               *
      *****************************************************************
      *
           MOVE 'SELECTED PATIENTS THAT CANNOT BE INQUIRED ON:'
                                          TO ELIG-SECTION-TEXT.
           WRITE ELIG-RPT-REC FROM WS-ELIG-SECTION-TITLE.
           WRITE ELIG-RPT-REC FROM WS-EXC-COL-HEADER.
      *
           PERFORM VARYING CD-IDX FROM 1 BY 1
              UNTIL CD-IDX > WS-CAND-ENTRIES-USED
                 PERFORM 0550-SELECT-ONE-CANDIDATE
           END-PERFORM.
      *
           IF EXCEPTIONS-LISTED = ZERO
              MOVE 'NO EXCEPTIONS THIS RUN' TO ELIG-NONE-TEXT
              WRITE ELIG-RPT-REC FROM WS-ELIG-NONE-LINE
           END-IF.
      *
       0550-SELECT-ONE-CANDIDATE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH APPLIES THE SELECTION RULES TO THE          *
      *    CANDIDATE AT CD-IDX.  A CANDIDATE SEEN RECENTLY OR WITH AN *
      *    UPCOMING PRE-AUTHORIZATION IS LOOKED UP ON THE PATIENT     *
      *    MASTER; ONE NOT FOUND OR MERGED IS LISTED AS AN EXCEPTION. *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0500-SELECT-PATIENTS                                    *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0555-QUALIFY-CANDIDATE                                  *
      *    -  0560-READ-PATIENT-MASTER                                *
      *    -  0580-WRITE-EXCEPTION-LINE                               *
      *****************************************************************
      *
           IF WS-CAND-LAST-ADMIT (CD-IDX) > ZERO
              AND WS-CAND-LAST-DISCH (CD-IDX) NOT < WS-SEEN-CUTOFF-INT
              MOVE 'Y' TO WS-CAND-SEEN-SW (CD-IDX)
           END-IF.
      *
           IF CAND-SEEN (CD-IDX)
              OR CAND-HAS-PREAUTH (CD-IDX)
              MOVE WS-CAND-PATIENT-NBR (CD-IDX) TO WS-PMST-PATIENT-NBR
              PERFORM 0560-READ-PATIENT-MASTER
              EVALUATE TRUE
                 WHEN NOT PATIENT-FOUND
                    MOVE 'NOT ON THE PATIENT MASTER - NO INQUIRY SENT'
                                          TO EXC-MESSAGE-D
                    PERFORM 0580-WRITE-EXCEPTION-LINE
                 WHEN PMST-MERGED
                    MOVE 'MERGED INTO ANOTHER PATIENT NUMBER - NO INQUIR
      -            'Y SENT'              TO EXC-MESSAGE-D
                    PERFORM 0580-WRITE-EXCEPTION-LINE
                 WHEN OTHER
                    PERFORM 0555-QUALIFY-CANDIDATE
              END-EVALUATE
           END-IF.
      *
       0555-QUALIFY-CANDIDATE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH FINISHES THE SELECTION RULES FOR A          *
      *    CANDIDATE FOUND ON THE PATIENT MASTER AND NOT MERGED.      *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0550-SELECT-ONE-CANDIDATE                               *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0557-ACCEPT-CANDIDATE                                   *
      *****************************************************************
      *
      *****************************************************************
      *  AN UPCOMING PRE-AUTHORIZATION ALONE ONLY COUNTS FOR AN       *
      *  ACTIVE PATIENT.  AN INACTIVE PATIENT SEEN RECENTLY IS STILL  *
      *  INQUIRED ON, ON THE STRENGTH OF THE STAY.                    *
      *****************************************************************
      *
           IF CAND-HAS-PREAUTH (CD-IDX)
              AND NOT PMST-ACTIVE
              MOVE 'N' TO WS-CAND-PREAUTH-SW (CD-IDX)
              ADD +1 TO PREAUTH-NOT-ACTIVE
           END-IF.
      *
           IF CAND-SEEN (CD-IDX)
              OR CAND-HAS-PREAUTH (CD-IDX)
              PERFORM 0557-ACCEPT-CANDIDATE
           END-IF.
      *
       0557-ACCEPT-CANDIDATE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH LISTS A QUALIFYING CANDIDATE WITH NO        *
      *    CARRIER AS AN EXCEPTION.  OTHERWISE IT MARKS THE CANDIDATE *
      *    TO BE SENT, CARRIES ITS MASTER NAME AND COVERAGE DATES,    *
      *    COUNTS IT BY SELECTION REASON AND COUNTS IT UNDER ITS      *
      *    CARRIER.                                                   *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0555-QUALIFY-CANDIDATE                                  *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0580-WRITE-EXCEPTION-LINE                               *
      *    -  0590-ADD-CARRIER                                        *
      *****************************************************************
      *
           IF WS-CAND-CARRIER (CD-IDX) = SPACES
              MOVE 'NO STAY ON HISTORY TO NAME A CARRIER - VERIFY BY HAN
      -            'D'                   TO EXC-MESSAGE-D
              PERFORM 0580-WRITE-EXCEPTION-LINE
           ELSE
              MOVE WS-PMST-LAST-NAME  TO WS-CAND-LAST-NAME (CD-IDX)
              MOVE WS-PMST-FIRST-NAME TO WS-CAND-FIRST-NAME (CD-IDX)
              MOVE WS-PMST-STATUS     TO WS-CAND-MSTR-STATUS (CD-IDX)
              IF WS-PMST-COV-EFF-DATE IS NUMERIC
                 MOVE WS-PMST-COV-EFF-DATE  TO WS-CAND-COV-EFF (CD-IDX)
              ELSE
                 MOVE ZERO                  TO WS-CAND-COV-EFF (CD-IDX)
              END-IF
              IF WS-PMST-COV-TERM-DATE IS NUMERIC
                 AND WS-PMST-COV-TERM-DATE > ZERO
                 MOVE WS-PMST-COV-TERM-DATE TO WS-CAND-COV-TERM (CD-IDX)
              ELSE
                 MOVE 99999999              TO WS-CAND-COV-TERM (CD-IDX)
              END-IF
              MOVE 'Y' TO WS-CAND-SEND-SW (CD-IDX)
      *
              EVALUATE TRUE
                 WHEN CAND-HAS-PREAUTH (CD-IDX) AND CAND-SEEN (CD-IDX)
                    ADD +1 TO SELECTED-BOTH
                 WHEN CAND-HAS-PREAUTH (CD-IDX)
                    ADD +1 TO SELECTED-PREAUTH
                 WHEN OTHER
                    ADD +1 TO SELECTED-SEEN
              END-EVALUATE
      *
              PERFORM 0590-ADD-CARRIER
           END-IF.
      *
       0560-READ-PATIENT-MASTER.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE KEYED PATIENT MASTER BY THE       *
      *    NUMBER IN WS-PMST-PATIENT-NBR.                             *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0550-SELECT-ONE-CANDIDATE                               *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE 'N' TO WS-PAT-FOUND-SW.
           MOVE WS-PMST-PATIENT-NBR TO PMK-PATIENT-NBR.
           READ PATMSTR INTO WS-PAT-MSTR-REC
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-PAT-FOUND-SW
           END-READ.
      *
           IF PMCODE = '00' OR '23'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED READING PATIENT MASTER FILE, ST
      -          'ATUS: ' PMCODE
           END-IF.
      *
       0580-WRITE-EXCEPTION-LINE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES ONE EXCEPTION LINE FOR THE CANDIDATE *
      *    AT CD-IDX.  THE CALLER HAS ALREADY MOVED THE MESSAGE.      *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0550-SELECT-ONE-CANDIDATE                               *
      *    -  0557-ACCEPT-CANDIDATE                                   *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           ADD +1 TO EXCEPTIONS-LISTED.
           MOVE WS-CAND-PATIENT-NBR (CD-IDX) TO EXC-PATIENT-D.
           EVALUATE TRUE
              WHEN CAND-HAS-PREAUTH (CD-IDX) AND CAND-SEEN (CD-IDX)
                 MOVE 'BOTH'    TO EXC-REASON-D
              WHEN CAND-HAS-PREAUTH (CD-IDX)
                 MOVE 'PREAUT'  TO EXC-REASON-D
              WHEN OTHER
                 MOVE 'SEEN'    TO EXC-REASON-D
           END-EVALUATE.
           IF CAND-HAS-PREAUTH (CD-IDX)
              MOVE WS-CAND-PREAUTH-DATE (CD-IDX) TO EXC-SERVICE-DATE-D
           ELSE
              MOVE WS-CAND-LAST-ADMIT (CD-IDX)   TO EXC-SERVICE-DATE-D
           END-IF.
      *
           WRITE ELIG-RPT-REC FROM WS-EXC-DETAIL.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING INQUIRY CONTROL REPORT'
           END-IF.
      *
       0590-ADD-CARRIER.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH COUNTS THE SELECTED PATIENT UNDER ITS       *
      *    CARRIER, ADDING THE CARRIER TO THE CARRIER TABLE THE FIRST *
      *    TIME IT IS SEEN.                                           *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0557-ACCEPT-CANDIDATE                                   *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE 'N' TO WS-CARR-FOUND-SW.
           PERFORM VARYING CR-IDX FROM 1 BY 1
              UNTIL CR-IDX > WS-CARR-ENTRIES-USED OR CARRIER-FOUND
                 IF WS-CARR-CODE (CR-IDX) = WS-CAND-CARRIER (CD-IDX)
                    MOVE 'Y' TO WS-CARR-FOUND-SW
                    ADD +1 TO WS-CARR-INQUIRIES (CR-IDX)
                 END-IF
           END-PERFORM.
      *
           IF NOT CARRIER-FOUND
              IF WS-CARR-ENTRIES-USED < 200
                 ADD +1 TO WS-CARR-ENTRIES-USED
                 SET CR-IDX TO WS-CARR-ENTRIES-USED
                 MOVE WS-CAND-CARRIER (CD-IDX) TO WS-CARR-CODE (CR-IDX)
                 MOVE 1 TO WS-CARR-INQUIRIES (CR-IDX)
              ELSE
                 MOVE 'N' TO WS-CAND-SEND-SW (CD-IDX)
                 DISPLAY 'WARNING: CARRIER TABLE CAPACITY OF 200 EXCEEDE
      -            'D - CARRIER ' WS-CAND-CARRIER (CD-IDX)
                    ' NOT INQUIRED'
              END-IF
           END-IF.
      *
       0600-WRITE-INQUIRY-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES THE INQUIRY FILE ONE CARRIER GROUP   *
      *    AT A TIME - HEADER, A DETAIL FOR EVERY SELECTED PATIENT OF *
      *    THAT CARRIER, THEN THE COUNT TRAILER.                      *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0650-WRITE-INQUIRY-DETAIL                               *
      *****************************************************************
      *
           PERFORM VARYING CR-IDX FROM 1 BY 1
              UNTIL CR-IDX > WS-CARR-ENTRIES-USED
                 MOVE SPACES               TO WS-INQ-HEADER-REC
                 MOVE 'H'                  TO INQH-RECORD-TYPE
                 MOVE WS-CARR-CODE (CR-IDX) TO INQH-CARRIER
                 MOVE WS-RUN-DATE          TO INQH-INQUIRY-DATE
                 WRITE ELIG-OUT-REC FROM WS-INQ-HEADER-REC
                 MOVE ZERO TO WS-CARR-DETAIL-COUNT
                 PERFORM VARYING CD-IDX FROM 1 BY 1
                    UNTIL CD-IDX > WS-CAND-ENTRIES-USED
                       IF CAND-SEND (CD-IDX)
                          AND WS-CAND-CARRIER (CD-IDX) =
                              WS-CARR-CODE (CR-IDX)
                          PERFORM 0650-WRITE-INQUIRY-DETAIL
                       END-IF
                 END-PERFORM
                 MOVE SPACES               TO WS-INQ-TRAILER-REC
                 MOVE 'T'                  TO INQT-RECORD-TYPE
                 MOVE WS-CARR-CODE (CR-IDX) TO INQT-CARRIER
                 MOVE WS-CARR-DETAIL-COUNT TO INQT-DETAIL-COUNT
                 WRITE ELIG-OUT-REC FROM WS-INQ-TRAILER-REC
           END-PERFORM.
      *
           IF EOCODE = '00' OR WS-CARR-ENTRIES-USED = ZERO
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING ELIGIBILITY INQUIRY FIL
      -          'E'
           END-IF.
      *
       0650-WRITE-INQUIRY-DETAIL.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES ONE INQUIRY DETAIL FOR THE SELECTED  *
      *    PATIENT AT CD-IDX.                                         *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0600-WRITE-INQUIRY-FILE                                 *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE SPACES                       TO WS-INQ-DETAIL-REC.
           MOVE 'D'                          TO INQ-RECORD-TYPE.
           MOVE WS-CAND-CARRIER (CD-IDX)     TO INQ-CARRIER.
           MOVE WS-CAND-PATIENT-NBR (CD-IDX) TO INQ-PATIENT-NBR.
           MOVE WS-CAND-LAST-NAME (CD-IDX)   TO INQ-LAST-NAME.
           MOVE WS-CAND-FIRST-NAME (CD-IDX)  TO INQ-FIRST-NAME.
           MOVE WS-CAND-MSTR-STATUS (CD-IDX) TO INQ-MASTER-STATUS.
           MOVE WS-CAND-COV-EFF (CD-IDX)     TO INQ-COV-EFF-DATE.
           MOVE WS-CAND-COV-TERM (CD-IDX)    TO INQ-COV-TERM-DATE.
           EVALUATE TRUE
              WHEN CAND-HAS-PREAUTH (CD-IDX) AND CAND-SEEN (CD-IDX)
                 MOVE 'B' TO INQ-REASON
              WHEN CAND-HAS-PREAUTH (CD-IDX)
                 MOVE 'P' TO INQ-REASON
              WHEN OTHER
                 MOVE 'S' TO INQ-REASON
           END-EVALUATE.
           IF CAND-HAS-PREAUTH (CD-IDX)
              MOVE WS-CAND-PREAUTH-DATE (CD-IDX) TO INQ-SERVICE-DATE
           ELSE
              MOVE WS-CAND-LAST-ADMIT (CD-IDX)   TO INQ-SERVICE-DATE
           END-IF.
           MOVE WS-RUN-DATE                  TO INQ-INQUIRY-DATE.
      *
           WRITE ELIG-OUT-REC FROM WS-INQ-DETAIL-REC.
           IF EOCODE = '00'
              ADD +1 TO WS-CARR-DETAIL-COUNT, INQUIRIES-WRITTEN
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING ELIGIBILITY INQUIRY FIL
      -          'E'
           END-IF.
      *
       0700-WRITE-CONTROL-TOTALS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES THE INQUIRIES-BY-CARRIER SUMMARY AND *
      *    THE RUN'S CONTROL COUNTS.                                  *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           WRITE ELIG-RPT-REC FROM WS-ELIG-BLANK-LINE.
           MOVE 'INQUIRIES BY CARRIER:'  TO ELIG-SECTION-TEXT.
           WRITE ELIG-RPT-REC FROM WS-ELIG-SECTION-TITLE.
           WRITE ELIG-RPT-REC FROM WS-CARR-COL-HEADER.
      *
           PERFORM VARYING CR-IDX FROM 1 BY 1
              UNTIL CR-IDX > WS-CARR-ENTRIES-USED
                 MOVE WS-CARR-CODE (CR-IDX)      TO CARR-CODE-D
                 MOVE WS-CARR-INQUIRIES (CR-IDX) TO CARR-INQUIRIES-D
                 WRITE ELIG-RPT-REC FROM WS-CARR-DETAIL
           END-PERFORM.
      *
           IF WS-CARR-ENTRIES-USED = ZERO
              MOVE 'NO INQUIRIES THIS RUN' TO ELIG-NONE-TEXT
              WRITE ELIG-RPT-REC FROM WS-ELIG-NONE-LINE
           END-IF.
      *
           WRITE ELIG-RPT-REC FROM WS-ELIG-BLANK-LINE.
      *
           MOVE 'STAY HISTORY RECORDS READ:  '    TO ELIG-COUNT-LABEL.
           MOVE STAYS-READ                        TO ELIG-COUNT-O.
           WRITE ELIG-RPT-REC FROM WS-ELIG-COUNT-LINE.
      *
           MOVE 'PRE-AUTHORIZATIONS READ:  '      TO ELIG-COUNT-LABEL.
           MOVE PREAUTHS-READ                     TO ELIG-COUNT-O.
           WRITE ELIG-RPT-REC FROM WS-ELIG-COUNT-LINE.
      *
           MOVE 'PRE-AUTHORIZATIONS UPCOMING:  '  TO ELIG-COUNT-LABEL.
           MOVE PREAUTHS-UPCOMING                 TO ELIG-COUNT-O.
           WRITE ELIG-RPT-REC FROM WS-ELIG-COUNT-LINE.
      *
           MOVE 'UPCOMING PRE-AUTH, PATIENT NOT ACTIVE:  '
                                                  TO ELIG-COUNT-LABEL.
           MOVE PREAUTH-NOT-ACTIVE                TO ELIG-COUNT-O.
           WRITE ELIG-RPT-REC FROM WS-ELIG-COUNT-LINE.
      *
           MOVE 'SELECTED - UPCOMING PRE-AUTH ONLY:  '
                                                  TO ELIG-COUNT-LABEL.
           MOVE SELECTED-PREAUTH                  TO ELIG-COUNT-O.
           WRITE ELIG-RPT-REC FROM WS-ELIG-COUNT-LINE.
      *
           MOVE 'SELECTED - RECENTLY SEEN ONLY:  ' TO ELIG-COUNT-LABEL.
           MOVE SELECTED-SEEN                     TO ELIG-COUNT-O.
           WRITE ELIG-RPT-REC FROM WS-ELIG-COUNT-LINE.
      *
           MOVE 'SELECTED - BOTH:  '              TO ELIG-COUNT-LABEL.
           MOVE SELECTED-BOTH                     TO ELIG-COUNT-O.
           WRITE ELIG-RPT-REC FROM WS-ELIG-COUNT-LINE.
      *
           MOVE 'EXCEPTIONS - NO INQUIRY SENT:  ' TO ELIG-COUNT-LABEL.
           MOVE EXCEPTIONS-LISTED                 TO ELIG-COUNT-O.
           WRITE ELIG-RPT-REC FROM WS-ELIG-COUNT-LINE.
      *
           IF PATIENTS-NOT-LOADED > ZERO
              MOVE 'PATIENTS NOT LOADED (TABLE FULL):  '
                                                  TO ELIG-COUNT-LABEL
              MOVE PATIENTS-NOT-LOADED            TO ELIG-COUNT-O
              WRITE ELIG-RPT-REC FROM WS-ELIG-COUNT-LINE
           END-IF.
      *
           MOVE 'INQUIRIES WRITTEN:  '            TO ELIG-COUNT-LABEL.
           MOVE INQUIRIES-WRITTEN                 TO ELIG-COUNT-O.
           WRITE ELIG-RPT-REC FROM WS-ELIG-COUNT-LINE.
      *
       0800-CLOSE-FILES.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH CLOSES ALL FILES AND CHECKS THE FILE STATUS *
      *    FOR EACH CLOSE OPERATION.                                  *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           CLOSE PREAUTH.
           IF PACODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING PRE-AUTHORIZATION FILE'
           END-IF.
      *
           CLOSE STAYFILE.
           IF SHCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING STAY HISTORY FILE'
           END-IF.
      *
           CLOSE PATMSTR.
           IF PMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING PATIENT MASTER FILE'
           END-IF.
      *
           CLOSE ELIGOUT.
           IF EOCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING ELIGIBILITY INQUIRY FIL
      -          'E'
           END-IF.
      *
           CLOSE ELIGRPT.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING INQUIRY CONTROL REPORT'
           END-IF.
