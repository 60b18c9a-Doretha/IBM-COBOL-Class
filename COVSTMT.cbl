       IDENTIFICATION DIVISION.
       PROGRAM-ID.  COVSTMT.
       AUTHOR. DORETHA RILEY.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. CURRENT-DATE.
       SECURITY. NON-CONFIDENTIAL.
      *
      *****************************************************************
      *  DESCRIPTION                                                  *
      *    THIS YEAR-END PROGRAM WORKS OUT, FOR EVERY PATIENT ON THE  *
      *    PATIENT MASTER, WHICH MONTHS OF THE TAX YEAR THEY HAD      *
      *    COVERAGE, AND PRODUCES THE ANNUAL STATEMENT OF COVERAGE.   *
      *                                                               *
      *    A MONTH COUNTS AS COVERED WHEN THE PATIENT WAS COVERED ON  *
      *    AT LEAST ONE DAY OF IT UNDER:                              *
      *      - THE CURRENT COVERAGE WINDOW ON THE PATIENT MASTER      *
      *        (WS-PMST-COV-EFF-DATE THRU WS-PMST-COV-TERM-DATE), OR  *
      *      - A WINDOW PATMAINT LATER REPLACED WITH A COVERAGE-DATE  *
      *        ('C') CHANGE, TAKEN FROM THE COVERAGE HISTORY.  WHEN   *
      *        THE NEW WINDOW STARTS LATER THAN THE OLD ONE (A        *
      *        RE-ENROLLMENT OR A MID-YEAR CHANGE) THE OLD WINDOW     *
      *        COUNTS UP TO THE DAY BEFORE THE NEW ONE STARTS.  WHEN  *
      *        IT DOES NOT (A CORRECTION OR RETROACTIVE TERMINATION   *
      *        OF THE SAME ENROLLMENT) THE OLD WINDOW IS SUPERSEDED   *
      *        AND DOES NOT COUNT.                                    *
      *                                                               *
      *    EACH PATIENT WITH AT LEAST ONE COVERED MONTH GETS:         *
      *      - A MAILABLE STATEMENT, ADDRESSED FROM THE INSURED       *
      *        ADDRESS MASTER (THE PATIENT NUMBER IS THE INSURED      *
      *        POLICY NUMBER, AS HOSPCLM CARRIES IT TO CLAIMS), AND   *
      *      - ONE RECORD ON THE MACHINE-READABLE FILING EXTRACT.     *
      *    A PATIENT WITH NO ADDRESS ON FILE IS NOT MAILED - THEY ARE *
      *    LISTED ON THE EXCEPTION LIST INSTEAD (THE FILING EXTRACT   *
      *    RECORD IS STILL WRITTEN, FLAGGED AS HAVING NO ADDRESS).    *
      *    MERGED DUPLICATE PATIENT NUMBERS ARE SKIPPED - THEIR       *
      *    COVERAGE IS REPORTED UNDER THE SURVIVING NUMBER.           *
      *                                                               *
      *    CONTROL CARDS (KEYWORD=VALUE, ONE PER RECORD, OPTIONAL):   *
      *      TAXYEAR=CCYY      (DEFAULT THE YEAR BEFORE TODAY'S)      *
      *      STMTDATE=CCYYMMDD (DEFAULT TODAY'S DATE)                 *
      *                                                               *
      *    RETURN CODES:                                              *
      *      0  - ALL STATEMENTS MAILABLE                             *
      *      4  - ONE OR MORE PATIENTS ON THE EXCEPTION LIST          *
      *      16 - INVALID CONTROL CARD - NOTHING WRITTEN              *
      *                                                               *
      *    INPUT FILES:                                               *
      *      RTPOT44.PATMSTR.DATA (PATIENT MASTER, KEYED)             *
      *      INTERNAL FILE NAME:  PATMSTR                             *
      *      JCL DD NAME:         PATMSTR                             *
      *                                                               *
      *      RTPOT44.PATCOVH.DATA (COVERAGE HISTORY FROM PATMAINT)    *
      *      INTERNAL FILE NAME:  PATCOVH                             *
      *      JCL DD NAME:         PATCOVH                             *
      *                                                               *
      *      RTPOT44.ADDRMSTR.DATA (INSURED ADDRESS MASTER)           *
      *      INTERNAL FILE NAME:  ADDRMSTR                            *
      *      JCL DD NAME:         ADDRMSTR                            *
      *                                                               *
      *      RTPOT44.COVSTMT.PARMS (CONTROL CARDS)                    *
      *      INTERNAL FILE NAME:  PARMFILE                            *
      *      JCL DD NAME:         PARMFILE                            *
      *                                                               *
      *    OUTPUT FILES:                                              *
      *      RTPOT44.COVSTMT.STMTFILE (COVERAGE STATEMENTS)           *
      *      INTERNAL FILE NAME:  STMTFILE                            *
      *      JCL DD NAME:         STMTFILE                            *
      *                                                               *
      *      RTPOT44.COVSTMT.COVEXT (COVERAGE FILING EXTRACT)         *
      *      INTERNAL FILE NAME:  COVEXT                              *
      *      JCL DD NAME:         COVEXT                              *
      *                                                               *
      *      DD SYSOUT=* (EXCEPTION LIST AND CONTROL TOTALS)          *
      *      INTERNAL FILE NAME:  COVEXCP                             *
      *      JCL DD NAME:         COVEXCP                             *
      *                                                               *
      *    JCL JOB: RTPOT44.LEARN.REUSABLE.JCL(COVSTMT)               *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATMSTR          *>PATIENT MASTER, KEYED
           ASSIGN TO PATMSTR
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS PMK-PATIENT-NBR
             FILE STATUS IS PMCODE.
      *
           SELECT OPTIONAL PATCOVH  *>COVERAGE HISTORY
           ASSIGN TO PATCOVH
             FILE STATUS IS CHCODE.
      *
           SELECT OPTIONAL ADDRMSTR *>INSURED ADDRESS MASTER
           ASSIGN TO ADDRMSTR
             FILE STATUS IS AMCODE.
      *
           SELECT OPTIONAL PARMFILE *>RUN CONTROL CARDS
           ASSIGN TO PARMFILE
             FILE STATUS IS PRCODE.
      *
           SELECT STMTFILE         *>COVERAGE STATEMENTS
           ASSIGN TO STMTFILE
             FILE STATUS IS STCODE.
      *
           SELECT COVEXT           *>COVERAGE FILING EXTRACT
           ASSIGN TO COVEXT
             FILE STATUS IS CXCODE.
      *
           SELECT COVEXCP          *>EXCEPTION LIST/CONTROL TOTALS
           ASSIGN TO COVEXCP
             FILE STATUS IS EXCODE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PATMSTR
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PAT-MSTR-REC.
      *
       01  PAT-MSTR-REC.
           05  PMK-PATIENT-NBR    PIC 9(05).
           05  FILLER             PIC X(75).
      *
       FD  PATCOVH
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PAT-COVH-REC.
      *
       01  PAT-COVH-REC PIC X(80).
      *
       FD  ADDRMSTR
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ADDR-MSTR-REC.
      *
       01  ADDR-MSTR-REC PIC X(80).
      *
       FD  PARMFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PARM-CARD-REC.
      *
       01  PARM-CARD-REC PIC X(80).
      *
       FD  STMTFILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS STMT-REC.
      *
       01  STMT-REC PIC X(133).
      *
      *****************************************************************
      *  ONE RECORD PER PATIENT WITH COVERAGE IN THE TAX YEAR: A Y/N  *
      *  INDICATOR FOR EACH MONTH JANUARY THRU DECEMBER, THE COUNT OF *
      *  COVERED MONTHS, AN ALL-YEAR INDICATOR AND THE MAILING        *
      *  ADDRESS (SPACES, WITH CX-ADDRESS-IND 'N', WHEN NONE IS ON    *
      *  FILE).                                                       *
      *****************************************************************
      *
       FD  COVEXT
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS COV-EXT-REC.
      *
       01  COV-EXT-REC.
           05  CX-TAX-YEAR        PIC 9(04).
           05  CX-PATIENT-NBR     PIC 9(05).
           05  CX-LAST-NAME       PIC X(10).
           05  CX-FIRST-NAME      PIC X(10).
           05  CX-ALL-YEAR-IND    PIC X(01).
           05  CX-MONTH-IND       PIC X(01) OCCURS 12 TIMES.
           05  CX-MONTHS-COVERED  PIC 9(02).
           05  CX-ADDRESS-IND     PIC X(01).
           05  CX-STREET          PIC X(25).
           05  CX-CITY            PIC X(20).
           05  CX-STATE           PIC X(02).
           05  CX-ZIP             PIC X(09).
           05  FILLER             PIC X(19).
      *
       FD  COVEXCP
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS EXCP-RPT-REC.
      *
       01  EXCP-RPT-REC PIC X(133).
      *
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-CODES.
          05 PMCODE               PIC X(02).
          05 CHCODE               PIC X(02).
          05 AMCODE               PIC X(02).
          05 PRCODE               PIC X(02).
          05 STCODE               PIC X(02).
          05 CXCODE               PIC X(02).
          05 EXCODE               PIC X(02).
      *
       01 WS-FILE-SWITCHES.
          05 PATMSTR-FILE-SW      PIC X(01) VALUE SPACE.
             88 END-OF-PATMSTR-FILE VALUE 'Y'.
          05 PATCOVH-FILE-SW      PIC X(01) VALUE SPACE.
             88 END-OF-PATCOVH-FILE VALUE 'Y'.
          05 ADDRMSTR-FILE-SW     PIC X(01) VALUE SPACE.
             88 END-OF-ADDRMSTR-FILE VALUE 'Y'.
          05 PARM-FILE-SW         PIC X(01) VALUE SPACE.
             88 END-OF-PARM-FILE    VALUE 'Y'.
      *
       01 WS-PAT-MSTR-REC.  *>PATIENT MASTER RECORD LAYOUT
          05 WS-PMST-PATIENT-NBR  PIC 9(05).
          05 WS-PMST-LAST-NAME    PIC X(10).
          05 WS-PMST-FIRST-NAME   PIC X(10).
          05 WS-PMST-STATUS       PIC X(01).
             88 PMST-MERGED                 VALUE 'M'.
          05 WS-PMST-COV-EFF-DATE  PIC 9(08).
          05 WS-PMST-COV-TERM-DATE PIC 9(08).
          05 FILLER               PIC X(38).
      *
       01 WS-PAT-COVH-REC.  *>COVERAGE HISTORY LAYOUT (SEE PATMAINT)
          05 WS-COVH-PATIENT-NBR  PIC 9(05).
          05 WS-COVH-ACTION       PIC X(01).
             88 COVH-COVERAGE-CHANGE        VALUE 'C'.
          05 WS-COVH-OLD-EFF-DATE  PIC 9(08).
          05 WS-COVH-OLD-TERM-DATE PIC 9(08).
          05 WS-COVH-NEW-EFF-DATE  PIC 9(08).
          05 WS-COVH-NEW-TERM-DATE PIC 9(08).
          05 WS-COVH-USER-ID      PIC X(08).
          05 WS-COVH-DATE         PIC X(08).
          05 FILLER               PIC X(26).
      *
       01 WS-ADDR-MSTR-REC.  *>ADDRESS MASTER RECORD LAYOUT
          05 WS-AM-POLICY-NO      PIC 9(07).
          05 WS-AM-STREET         PIC X(25).
          05 WS-AM-CITY           PIC X(20).
          05 WS-AM-STATE          PIC X(02).
          05 WS-AM-ZIP            PIC X(09).
          05 FILLER               PIC X(17).
      *
       01 WS-ADDRESS-TABLE.
          05 WS-AD-ENTRY OCCURS 1000 TIMES INDEXED BY AD-IDX.
             10 WS-AD-POLICY-NO   PIC 9(07).
             10 WS-AD-STREET      PIC X(25).
             10 WS-AD-CITY        PIC X(20).
             10 WS-AD-STATE       PIC X(02).
             10 WS-AD-ZIP         PIC X(09).
      *
      *****************************************************************
      *  REPLACED COVERAGE WINDOWS THAT TOUCH THE TAX YEAR, IN THE    *
      *  ORDER PATMAINT APPLIED THEM.                                 *
      *****************************************************************
      *
       01 WS-COV-HIST-TABLE.
          05 WS-CH-ENTRY OCCURS 5000 TIMES INDEXED BY CH-IDX.
             10 WS-CH-PATIENT-NBR PIC 9(05).
             10 WS-CH-OLD-EFF     PIC 9(08).
             10 WS-CH-OLD-TERM    PIC 9(08).
             10 WS-CH-NEW-EFF     PIC 9(08).
      *
       01 WS-MONTH-NAMES-VALUES   PIC X(36) VALUE
                'JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC'.
       01 WS-MONTH-NAMES REDEFINES WS-MONTH-NAMES-VALUES.
          05 WS-MONTH-NAME        PIC X(03) OCCURS 12 TIMES.
      *
       01 WS-MONTH-FLAGS.
          05 WS-MONTH-COVERED-SW  PIC X(01) OCCURS 12 TIMES.
      *
       01 WS-STMT-CONTROLS.
          05 WS-AD-ENTRIES-LOADED PIC S9(04) COMP VALUE 0.
          05 WS-CH-ENTRIES-LOADED PIC S9(04) COMP VALUE 0.
          05 WS-AD-FOUND-SW       PIC X(01) VALUE 'N'.
             88 ADDRESS-FOUND               VALUE 'Y'.
          05 WS-AD-FOUND-SUB      PIC S9(04) COMP VALUE 0.
          05 WS-MONTH-SUB         PIC S9(04) COMP VALUE 0.
          05 WS-MONTHS-COVERED    PIC S9(04) COMP VALUE 0.
          05 WS-PARM-ERROR-SW     PIC X(01) VALUE 'N'.
             88 PARM-ERROR                  VALUE 'Y'.
          05 WS-PARM-KEYWORD      PIC X(20).
          05 WS-PARM-VALUE        PIC X(20).
          05 WS-CURRENT-DATE      PIC 9(08) VALUE 0.
          05 WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE.
             10 WS-CURRENT-YEAR   PIC 9(04).
             10 FILLER            PIC 9(04).
          05 WS-STMT-DATE         PIC 9(08) VALUE 0.
          05 WS-TAX-YEAR          PIC 9(04) VALUE 0.
          05 WS-YEAR-START        PIC 9(08) VALUE 0.
          05 WS-YEAR-END          PIC 9(08) VALUE 0.
          05 WS-MONTH-START       PIC 9(08) VALUE 0.
          05 WS-MONTH-END         PIC 9(08) VALUE 0.
      *** WINDOW BEING CREDITED - IT COUNTS FOR A MONTH ONLY WHEN THE
      *** CUTOFF (THE START OF THE WINDOW THAT REPLACED IT) IS LATER
      *** THAN THE FIRST OF THE MONTH.
          05 WS-WIN-EFF           PIC 9(08) VALUE 0.
          05 WS-WIN-TERM          PIC 9(08) VALUE 0.
          05 WS-WIN-CUTOFF        PIC 9(08) VALUE 0.
          05 WS-PATIENT-NAME      PIC X(21) VALUE SPACES.
      *
       01 COUNTERS-AND-ACCUMULATORS.
          05 PATIENTS-READ        PIC S9(07) COMP VALUE 0.
          05 PATIENTS-MERGED      PIC S9(07) COMP VALUE 0.
          05 PATIENTS-NOT-COVERED PIC S9(07) COMP VALUE 0.
          05 PATIENTS-COVERED     PIC S9(07) COMP VALUE 0.
          05 PATIENTS-ALL-YEAR    PIC S9(07) COMP VALUE 0.
          05 STATEMENTS-WRITTEN   PIC S9(07) COMP VALUE 0.
          05 EXTRACT-RECS-WRITTEN PIC S9(07) COMP VALUE 0.
          05 EXCEPTIONS-LISTED    PIC S9(07) COMP VALUE 0.
          05 HISTORY-RECS-READ    PIC S9(07) COMP VALUE 0.
      *
      *****************************************************************
      *  COVERAGE STATEMENT LINES - ONE PAGE PER PATIENT              *
      *****************************************************************
      *
       01 STMT-HEADER-1.
          05 FILLER       PIC X(48)  VALUE SPACES.
          05 FILLER       PIC X(37)  VALUE
                'ANNUAL STATEMENT OF HEALTH COVERAGE'.
          05 FILLER       PIC X(48)  VALUE SPACES.
      *
       01 STMT-HEADER-2.
          05 FILLER       PIC X(48)  VALUE SPACES.
          05 FILLER       PIC X(35)  VALUE ALL '-'.
          05 FILLER       PIC X(50)  VALUE SPACES.
      *
       01 STMT-MAIL-NAME-LINE.
          05 FILLER           PIC X(09)  VALUE 'MAIL TO: '.
          05 STMT-MAIL-NAME-O PIC X(21).
          05 FILLER           PIC X(103) VALUE SPACES.
      *
       01 STMT-MAIL-STREET-LINE.
          05 FILLER           PIC X(09)  VALUE SPACES.
          05 STMT-STREET-O    PIC X(25).
          05 FILLER           PIC X(99)  VALUE SPACES.
      *
       01 STMT-MAIL-CITY-LINE.
          05 FILLER           PIC X(09)  VALUE SPACES.
          05 STMT-CITY-O      PIC X(20).
          05 FILLER           PIC X(02)  VALUE SPACES.
          05 STMT-STATE-O     PIC X(02).
          05 FILLER           PIC X(02)  VALUE SPACES.
          05 STMT-ZIP-O       PIC X(09).
          05 FILLER           PIC X(89)  VALUE SPACES.
      *
       01 STMT-ID-LINE.
          05 FILLER           PIC X(09)  VALUE 'PATIENT: '.
          05 STMT-PATIENT-NBR-O PIC 9(05).
          05 FILLER           PIC X(05)  VALUE SPACES.
          05 FILLER           PIC X(10)  VALUE 'TAX YEAR: '.
          05 STMT-TAX-YEAR-O  PIC 9(04).
          05 FILLER           PIC X(05)  VALUE SPACES.
          05 FILLER           PIC X(16)  VALUE 'STATEMENT DATE: '.
          05 STMT-DATE-O      PIC 9999/99/99.
          05 FILLER           PIC X(69)  VALUE SPACES.
      *
       01 STMT-TEXT-LINE.
          05 STMT-TEXT-O      PIC X(100).
          05 FILLER           PIC X(33)  VALUE SPACES.
      *
       01 STMT-MONTH-HEADER.
          05 FILLER           PIC X(10)  VALUE SPACES.
          05 STMT-MONTH-NAME-O PIC X(06) OCCURS 12 TIMES.
          05 FILLER           PIC X(51)  VALUE SPACES.
      *
       01 STMT-MONTH-LINE.
          05 FILLER           PIC X(10)  VALUE 'COVERED:'.
          05 STMT-MONTH-FLAG-O PIC X(06) OCCURS 12 TIMES.
          05 FILLER           PIC X(51)  VALUE SPACES.
      *
       01 STMT-COUNT-LINE.
          05 FILLER           PIC X(22)  VALUE 'TOTAL MONTHS COVERED: '.
          05 STMT-MONTHS-O    PIC Z9.
          05 FILLER           PIC X(109) VALUE SPACES.
      *
       01 STMT-BLANK-LINE         PIC X(133) VALUE SPACES.
      *
      *****************************************************************
      *  EXCEPTION LIST AND CONTROL TOTAL LINES                       *
      *****************************************************************
      *
       01 WS-EXCP-HEADER-1.
          05 FILLER               PIC X(40) VALUE SPACES.
          05 FILLER               PIC X(41) VALUE
                'COVERAGE STATEMENT EXCEPTIONS - TAX YEAR '.
          05 EXCP-TAX-YEAR-H      PIC 9(04).
          05 FILLER               PIC X(48) VALUE SPACES.
      *
       01 WS-EXCP-HEADER-2.
          05 FILLER               PIC X(40) VALUE SPACES.
          05 FILLER               PIC X(45) VALUE ALL '='.
          05 FILLER               PIC X(48) VALUE SPACES.
      *
       01 WS-EXCP-HEADER-3.
          05 FILLER               PIC X(07) VALUE 'PATIENT'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(21) VALUE 'NAME'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(06) VALUE 'MONTHS'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(93) VALUE 'REASON'.
      *
       01 WS-EXCP-HEADER-4.
          05 FILLER               PIC X(07) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(21) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(06) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(60) VALUE ALL '='.
          05 FILLER               PIC X(33) VALUE SPACES.
      *
       01 WS-EXCP-DETAIL.
          05 EXCP-PATIENT-D       PIC 9(05).
          05 FILLER               PIC X(04) VALUE SPACES.
          05 EXCP-NAME-D          PIC X(21).
          05 FILLER               PIC X(06) VALUE SPACES.
          05 EXCP-MONTHS-D        PIC Z9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 EXCP-REASON-D        PIC X(60).
          05 FILLER               PIC X(33) VALUE SPACES.
      *
       01 WS-EXCP-TOTAL-LINE.
          05 EXCP-TOTAL-LABEL     PIC X(45).
          05 EXCP-TOTAL-COUNT     PIC Z,ZZZ,ZZ9.
          05 FILLER               PIC X(79) VALUE SPACES.
      *
       01 WS-EXCP-BLANK-LINE      PIC X(133) VALUE SPACES.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    MAIN PROCEDURE AREA.  LOADS THE ADDRESS MASTER AND THE     *
      *    REPLACED COVERAGE WINDOWS, THEN READS THE PATIENT MASTER   *
      *    IN PATIENT NUMBER SEQUENCE, STATEMENTING EACH PATIENT WITH *
      *    COVERAGE IN THE TAX YEAR, AND WRITES THE CONTROL TOTALS.   *
      *                                                               *
      *  CALLED BY:                                                   *
      *    - NONE                                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    - 0000-HOUSEKEEPING                                        *
      *    - 0100-OPEN-FILES                                          *
      *    - 0150-LOAD-ADDRESS-TABLE                                  *
      *    - 0200-LOAD-COVERAGE-HISTORY                               *
      *    - 0300-PROCESS-PATIENTS                                    *
      *    - 0700-WRITE-CONTROL-TOTALS                                *
      *    - 0800-CLOSE-FILES                                         *
      *****************************************************************
      *
       PROCEDURE DIVISION.
           PERFORM 0000-HOUSEKEEPING.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0150-LOAD-ADDRESS-TABLE.
           PERFORM 0200-LOAD-COVERAGE-HISTORY.
           PERFORM 0300-PROCESS-PATIENTS.
           PERFORM 0700-WRITE-CONTROL-TOTALS.
           PERFORM 0800-CLOSE-FILES.
           GOBACK.
      *
       0000-HOUSEKEEPING.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH INITIALIZES WORKING STORAGE VARIABLES,      *
      *    DEFAULTS THE TAX YEAR AND STATEMENT DATE AND READS THE     *
      *    CONTROL CARDS.  A BAD CONTROL CARD STOPS THE RUN BEFORE    *
      *    ANYTHING IS WRITTEN.                                       *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0050-READ-PARM-FILE                                     *
      *****************************************************************
      *
           INITIALIZE WS-PAT-MSTR-REC,
                      WS-PAT-COVH-REC,
                      WS-ADDR-MSTR-REC,
                      WS-ADDRESS-TABLE,
                      WS-COV-HIST-TABLE,
                      WS-FILE-SWITCHES,
                      COUNTERS-AND-ACCUMULATORS.
      *
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE             TO WS-STMT-DATE.
           COMPUTE WS-TAX-YEAR = WS-CURRENT-YEAR - 1.
      *
           PERFORM 0050-READ-PARM-FILE.
      *
           IF PARM-ERROR
              DISPLAY 'COVSTMT RUN STOPPED - INVALID CONTROL CARD(S), SE
      -              'E PRIOR MESSAGES'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      *
           COMPUTE WS-YEAR-START = WS-TAX-YEAR * 10000 + 0101.
           COMPUTE WS-YEAR-END   = WS-TAX-YEAR * 10000 + 1231.
      *
       0050-READ-PARM-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE OPTIONAL KEYWORD=VALUE CONTROL    *
      *    CARDS.  TAXYEAR= NAMES THE YEAR BEING STATEMENTED AND      *
      *    STMTDATE= OVERRIDES THE STATEMENT DATE.  AN UNRECOGNIZED   *
      *    KEYWORD OR BAD VALUE FLAGS A CONTROL CARD ERROR INSTEAD OF *
      *    SILENTLY DEFAULTING.                                       *
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
              WHEN 'TAXYEAR'
                 IF WS-PARM-VALUE (1:4) IS NUMERIC
                    AND WS-PARM-VALUE (1:4) > '1999'
                    MOVE WS-PARM-VALUE (1:4) TO WS-TAX-YEAR
                 ELSE
                    MOVE 'Y' TO WS-PARM-ERROR-SW
                    DISPLAY 'INVALID TAXYEAR VALUE ON CONTROL CARD: '
                       WS-PARM-VALUE
                 END-IF
              WHEN 'STMTDATE'
                 IF WS-PARM-VALUE (1:8) IS NUMERIC
                    AND FUNCTION TEST-DATE-YYYYMMDD
                           (FUNCTION NUMVAL (WS-PARM-VALUE (1:8))) = 0
                    MOVE WS-PARM-VALUE (1:8) TO WS-STMT-DATE
                 ELSE
                    MOVE 'Y' TO WS-PARM-ERROR-SW
                    DISPLAY 'INVALID STMTDATE VALUE ON CONTROL CARD: '
                       WS-PARM-VALUE
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
      *    EACH FILE STATUS, AND WRITES THE EXCEPTION LIST HEADERS.   *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           OPEN INPUT PATMSTR.
           IF PMCODE = '00'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO PATMSTR-FILE-SW
              DISPLAY 'ERROR ENCOUNTERED OPENING PATIENT MASTER FILE, ST
      -          'ATUS: ' PMCODE
           END-IF.
      *
           OPEN INPUT PATCOVH.
           IF CHCODE = '00' OR '05'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO PATCOVH-FILE-SW
              DISPLAY 'ERROR ENCOUNTERED OPENING COVERAGE HISTORY FILE, 
      -          'STATUS: ' CHCODE
           END-IF.
      *
           OPEN INPUT ADDRMSTR.
           IF AMCODE = '00' OR '05'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO ADDRMSTR-FILE-SW
              DISPLAY 'ERROR ENCOUNTERED OPENING INSURED ADDRESS MASTER,
      -          ' STATUS: ' AMCODE
           END-IF.
      *
           OPEN OUTPUT STMTFILE.
           IF STCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING STATEMENT FILE'
           END-IF.
      *
           OPEN OUTPUT COVEXT.
           IF CXCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING FILING EXTRACT'
           END-IF.
      *
           OPEN OUTPUT COVEXCP.
           IF EXCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING EXCEPTION LIST FILE'
           END-IF.
      *
           MOVE WS-TAX-YEAR TO EXCP-TAX-YEAR-H.
           WRITE EXCP-RPT-REC FROM WS-EXCP-BLANK-LINE.
           WRITE EXCP-RPT-REC FROM WS-EXCP-HEADER-1.
           WRITE EXCP-RPT-REC FROM WS-EXCP-HEADER-2.
           WRITE EXCP-RPT-REC FROM WS-EXCP-BLANK-LINE.
           WRITE EXCP-RPT-REC FROM WS-EXCP-HEADER-3.
           WRITE EXCP-RPT-REC FROM WS-EXCP-HEADER-4.
      *
       0150-LOAD-ADDRESS-TABLE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH LOADS THE INSURED ADDRESS MASTER.  ROWS     *
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
           PERFORM UNTIL END-OF-ADDRMSTR-FILE
              READ ADDRMSTR INTO WS-ADDR-MSTR-REC
                 AT END
                    MOVE 'Y' TO ADDRMSTR-FILE-SW
                 NOT AT END
                    IF WS-AD-ENTRIES-LOADED < 1000
                       ADD 1 TO WS-AD-ENTRIES-LOADED
                       SET AD-IDX TO WS-AD-ENTRIES-LOADED
                       MOVE WS-AM-POLICY-NO
                          TO WS-AD-POLICY-NO (AD-IDX)
                       MOVE WS-AM-STREET TO WS-AD-STREET (AD-IDX)
                       MOVE WS-AM-CITY   TO WS-AD-CITY (AD-IDX)
                       MOVE WS-AM-STATE  TO WS-AD-STATE (AD-IDX)
                       MOVE WS-AM-ZIP    TO WS-AD-ZIP (AD-IDX)
                    ELSE
                       DISPLAY 'WARNING: ADDRESS MASTER TABLE CAPACITY O
      -                  'F 1000 ENTRIES EXCEEDED - POLICY '
                          WS-AM-POLICY-NO ' NOT LOADED'
                    END-IF
              END-READ
           END-PERFORM.
      *
           IF AMCODE = '00' OR '10'
              CLOSE ADDRMSTR
           END-IF.
      *
       0200-LOAD-COVERAGE-HISTORY.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH LOADS, IN FILE (APPLIED) ORDER, EVERY       *
      *    COVERAGE-DATE CHANGE WHOSE REPLACED WINDOW TOUCHES THE TAX *
      *    YEAR.  ADDS ARE NOT NEEDED - THE WINDOW AN ADD SET IS      *
      *    EITHER STILL ON THE MASTER OR WAS REPLACED BY A CHANGE.    *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           PERFORM UNTIL END-OF-PATCOVH-FILE
              READ PATCOVH INTO WS-PAT-COVH-REC
                 AT END
                    MOVE 'Y' TO PATCOVH-FILE-SW
                 NOT AT END
                    ADD +1 TO HISTORY-RECS-READ
                    IF COVH-COVERAGE-CHANGE
                       AND WS-COVH-OLD-EFF-DATE NOT > WS-YEAR-END
                       AND WS-COVH-OLD-TERM-DATE NOT < WS-YEAR-START
                       IF WS-CH-ENTRIES-LOADED < 5000
                          ADD 1 TO WS-CH-ENTRIES-LOADED
                          SET CH-IDX TO WS-CH-ENTRIES-LOADED
                          MOVE WS-COVH-PATIENT-NBR
                             TO WS-CH-PATIENT-NBR (CH-IDX)
                          MOVE WS-COVH-OLD-EFF-DATE
                             TO WS-CH-OLD-EFF (CH-IDX)
                          MOVE WS-COVH-OLD-TERM-DATE
                             TO WS-CH-OLD-TERM (CH-IDX)
                          MOVE WS-COVH-NEW-EFF-DATE
                             TO WS-CH-NEW-EFF (CH-IDX)
                       ELSE
                          DISPLAY 'WARNING: COVERAGE HISTORY TABLE CAPAC
      -                     'ITY OF 5000 ENTRIES EXCEEDED - PATIENT '
                             WS-COVH-PATIENT-NBR ' NOT LOADED'
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
      *
           IF CHCODE = '00' OR '10'
              CLOSE PATCOVH
           END-IF.
      *
       0300-PROCESS-PATIENTS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE PATIENT MASTER IN PATIENT NUMBER  *
      *    SEQUENCE.  A PATIENT WITH AT LEAST ONE COVERED MONTH GETS  *
      *    A FILING EXTRACT RECORD AND EITHER A STATEMENT OR, WITH NO *
      *    ADDRESS ON FILE, AN EXCEPTION LINE.                        *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0400-FIGURE-COVERED-MONTHS                              *
      *    -  0450-FIND-ADDRESS                                       *
      *    -  0500-WRITE-STATEMENT                                    *
      *    -  0550-WRITE-EXTRACT                                      *
      *    -  0600-WRITE-EXCEPTION                                    *
      *****************************************************************
      *
           PERFORM UNTIL END-OF-PATMSTR-FILE
              READ PATMSTR NEXT RECORD INTO WS-PAT-MSTR-REC
                 AT END
                    MOVE 'Y' TO PATMSTR-FILE-SW
                 NOT AT END
                    ADD +1 TO PATIENTS-READ
                    IF PMST-MERGED
                       ADD +1 TO PATIENTS-MERGED
                    ELSE
                       PERFORM 0400-FIGURE-COVERED-MONTHS
                       IF WS-MONTHS-COVERED = 0
                          ADD +1 TO PATIENTS-NOT-COVERED
                       ELSE
                          ADD +1 TO PATIENTS-COVERED
                          IF WS-MONTHS-COVERED = 12
                             ADD +1 TO PATIENTS-ALL-YEAR
                          END-IF
                          MOVE SPACES TO WS-PATIENT-NAME
                          STRING WS-PMST-FIRST-NAME DELIMITED BY SPACE
                                 ' '                DELIMITED BY SIZE
                                 WS-PMST-LAST-NAME  DELIMITED BY SPACE
                                   INTO WS-PATIENT-NAME
                          PERFORM 0450-FIND-ADDRESS
                          IF ADDRESS-FOUND
                             PERFORM 0500-WRITE-STATEMENT
                          ELSE
                             PERFORM 0600-WRITE-EXCEPTION
                          END-IF
                          PERFORM 0550-WRITE-EXTRACT
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
      *
           IF PMCODE = '00' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED READING PATIENT MASTER FILE, ST
      -          'ATUS: ' PMCODE
           END-IF.
      *
       0400-FIGURE-COVERED-MONTHS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH SETS THE TWELVE MONTH FLAGS FOR THE PATIENT *
      *    JUST READ: EVERY REPLACED WINDOW ON THE COVERAGE HISTORY,  *
      *    CUT OFF WHERE ITS REPLACEMENT STARTS (OR DROPPED WHEN THE  *
      *    REPLACEMENT DOES NOT START LATER), THEN THE CURRENT WINDOW *
      *    ON THE MASTER.                                             *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0300-PROCESS-PATIENTS                                   *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0410-CREDIT-WINDOW                                      *
      *****************************************************************
      *
           MOVE ALL 'N' TO WS-MONTH-FLAGS.
           MOVE ZERO    TO WS-MONTHS-COVERED.
      *
           PERFORM VARYING CH-IDX FROM 1 BY 1
              UNTIL CH-IDX > WS-CH-ENTRIES-LOADED
                 IF WS-CH-PATIENT-NBR (CH-IDX) = WS-PMST-PATIENT-NBR
                    AND WS-CH-NEW-EFF (CH-IDX) > WS-CH-OLD-EFF (CH-IDX)
                    MOVE WS-CH-OLD-EFF (CH-IDX)  TO WS-WIN-EFF
                    MOVE WS-CH-OLD-TERM (CH-IDX) TO WS-WIN-TERM
                    MOVE WS-CH-NEW-EFF (CH-IDX)  TO WS-WIN-CUTOFF
                    PERFORM 0410-CREDIT-WINDOW
                 END-IF
           END-PERFORM.
      *
           MOVE WS-PMST-COV-EFF-DATE  TO WS-WIN-EFF.
           MOVE WS-PMST-COV-TERM-DATE TO WS-WIN-TERM.
           MOVE 99999999              TO WS-WIN-CUTOFF.
           PERFORM 0410-CREDIT-WINDOW.
      *
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
              UNTIL WS-MONTH-SUB > 12
                 IF WS-MONTH-COVERED-SW (WS-MONTH-SUB) = 'Y'
                    ADD 1 TO WS-MONTHS-COVERED
                 END-IF
           END-PERFORM.
      *
       0410-CREDIT-WINDOW.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH FLAGS EVERY MONTH OF THE TAX YEAR THAT THE  *
      *    WINDOW IN WS-WIN-EFF THRU WS-WIN-TERM COVERS FOR AT LEAST  *
      *    ONE DAY BEFORE WS-WIN-CUTOFF.  A ZERO EFFECTIVE DATE AND A *
      *    99999999 TERMINATION DATE ARE OPEN-ENDED.                  *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0400-FIGURE-COVERED-MONTHS                              *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
              UNTIL WS-MONTH-SUB > 12
                 COMPUTE WS-MONTH-START = WS-TAX-YEAR * 10000
                                        + WS-MONTH-SUB * 100 + 1
                 COMPUTE WS-MONTH-END   = WS-TAX-YEAR * 10000
                                        + WS-MONTH-SUB * 100 + 31
                 IF WS-WIN-EFF NOT > WS-MONTH-END
                    AND WS-WIN-TERM NOT < WS-MONTH-START
                    AND WS-WIN-CUTOFF > WS-MONTH-START
                    MOVE 'Y' TO WS-MONTH-COVERED-SW (WS-MONTH-SUB)
                 END-IF
           END-PERFORM.
      *
       0450-FIND-ADDRESS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH LOOKS THE PATIENT UP ON THE ADDRESS TABLE.  *
      *    THE PATIENT NUMBER IS THE INSURED POLICY NUMBER THE        *
      *    ADDRESS MASTER IS KEPT UNDER.                              *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0300-PROCESS-PATIENTS                                   *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE 'N'  TO WS-AD-FOUND-SW.
           MOVE ZERO TO WS-AD-FOUND-SUB.
           PERFORM VARYING AD-IDX FROM 1 BY 1
              UNTIL AD-IDX > WS-AD-ENTRIES-LOADED
                 OR ADDRESS-FOUND
                    IF WS-AD-POLICY-NO (AD-IDX) = WS-PMST-PATIENT-NBR
                       AND WS-AD-STREET (AD-IDX) NOT = SPACES
                       MOVE 'Y' TO WS-AD-FOUND-SW
                       SET WS-AD-FOUND-SUB TO AD-IDX
                    END-IF
           END-PERFORM.
      *
       0500-WRITE-STATEMENT.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES ONE COVERAGE STATEMENT PAGE - THE    *
      *    MAILING BLOCK, THE PATIENT AND TAX YEAR, A COVERED FLAG    *
      *    UNDER EACH MONTH AND THE COUNT OF COVERED MONTHS.          *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0300-PROCESS-PATIENTS                                   *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           SET AD-IDX TO WS-AD-FOUND-SUB.
           MOVE WS-PATIENT-NAME        TO STMT-MAIL-NAME-O.
           MOVE WS-AD-STREET (AD-IDX)  TO STMT-STREET-O.
           MOVE WS-AD-CITY (AD-IDX)    TO STMT-CITY-O.
           MOVE WS-AD-STATE (AD-IDX)   TO STMT-STATE-O.
           MOVE WS-AD-ZIP (AD-IDX)     TO STMT-ZIP-O.
           MOVE WS-PMST-PATIENT-NBR    TO STMT-PATIENT-NBR-O.
           MOVE WS-TAX-YEAR            TO STMT-TAX-YEAR-O.
           MOVE WS-STMT-DATE           TO STMT-DATE-O.
      *
           WRITE STMT-REC FROM STMT-HEADER-1
              AFTER ADVANCING PAGE.
           WRITE STMT-REC FROM STMT-HEADER-2
              AFTER ADVANCING 1 LINE.
           WRITE STMT-REC FROM STMT-BLANK-LINE
              AFTER ADVANCING 1 LINE.
           WRITE STMT-REC FROM STMT-MAIL-NAME-LINE
              AFTER ADVANCING 1 LINE.
           WRITE STMT-REC FROM STMT-MAIL-STREET-LINE
              AFTER ADVANCING 1 LINE.
           WRITE STMT-REC FROM STMT-MAIL-CITY-LINE
              AFTER ADVANCING 1 LINE.
           WRITE STMT-REC FROM STMT-BLANK-LINE
              AFTER ADVANCING 1 LINE.
           WRITE STMT-REC FROM STMT-ID-LINE
              AFTER ADVANCING 1 LINE.
           WRITE STMT-REC FROM STMT-BLANK-LINE
              AFTER ADVANCING 1 LINE.
      *
           MOVE 'THIS STATEMENT SHOWS THE MONTHS OF THE TAX YEAR IN WHIC
      -         'H YOU HAD HEALTH COVERAGE WITH US.' TO STMT-TEXT-O.
           WRITE STMT-REC FROM STMT-TEXT-LINE
              AFTER ADVANCING 1 LINE.
           WRITE STMT-REC FROM STMT-BLANK-LINE
              AFTER ADVANCING 1 LINE.
      *
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
              UNTIL WS-MONTH-SUB > 12
                 MOVE WS-MONTH-NAME (WS-MONTH-SUB)
                    TO STMT-MONTH-NAME-O (WS-MONTH-SUB)
                 IF WS-MONTH-COVERED-SW (WS-MONTH-SUB) = 'Y'
                    MOVE 'YES' TO STMT-MONTH-FLAG-O (WS-MONTH-SUB)
                 ELSE
                    MOVE ' - ' TO STMT-MONTH-FLAG-O (WS-MONTH-SUB)
                 END-IF
           END-PERFORM.
           WRITE STMT-REC FROM STMT-MONTH-HEADER
              AFTER ADVANCING 1 LINE.
           WRITE STMT-REC FROM STMT-MONTH-LINE
              AFTER ADVANCING 1 LINE.
           WRITE STMT-REC FROM STMT-BLANK-LINE
              AFTER ADVANCING 1 LINE.
      *
           MOVE WS-MONTHS-COVERED      TO STMT-MONTHS-O.
           WRITE STMT-REC FROM STMT-COUNT-LINE
              AFTER ADVANCING 1 LINE.
           IF WS-MONTHS-COVERED = 12
              MOVE 'YOU WERE COVERED FOR ALL 12 MONTHS OF THE YEAR.'
                                       TO STMT-TEXT-O
              WRITE STMT-REC FROM STMT-TEXT-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
           WRITE STMT-REC FROM STMT-BLANK-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'PLEASE KEEP THIS STATEMENT WITH YOUR TAX RECORDS.'
                                       TO STMT-TEXT-O.
           WRITE STMT-REC FROM STMT-TEXT-LINE
              AFTER ADVANCING 1 LINE.
      *
           IF STCODE = '00'
              ADD +1 TO STATEMENTS-WRITTEN
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING STATEMENT FILE'
           END-IF.
      *
       0550-WRITE-EXTRACT.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES THE PATIENT'S FILING EXTRACT RECORD, *
      *    WITH THE ADDRESS WHEN ONE IS ON FILE.                      *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0300-PROCESS-PATIENTS                                   *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE SPACES                 TO COV-EXT-REC.
           MOVE WS-TAX-YEAR            TO CX-TAX-YEAR.
           MOVE WS-PMST-PATIENT-NBR    TO CX-PATIENT-NBR.
           MOVE WS-PMST-LAST-NAME      TO CX-LAST-NAME.
           MOVE WS-PMST-FIRST-NAME     TO CX-FIRST-NAME.
           IF WS-MONTHS-COVERED = 12
              MOVE 'Y'                 TO CX-ALL-YEAR-IND
           ELSE
              MOVE 'N'                 TO CX-ALL-YEAR-IND
           END-IF.
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
              UNTIL WS-MONTH-SUB > 12
                 MOVE WS-MONTH-COVERED-SW (WS-MONTH-SUB)
                    TO CX-MONTH-IND (WS-MONTH-SUB)
           END-PERFORM.
           MOVE WS-MONTHS-COVERED      TO CX-MONTHS-COVERED.
           IF ADDRESS-FOUND
              SET AD-IDX TO WS-AD-FOUND-SUB
              MOVE 'Y'                    TO CX-ADDRESS-IND
              MOVE WS-AD-STREET (AD-IDX)  TO CX-STREET
              MOVE WS-AD-CITY (AD-IDX)    TO CX-CITY
              MOVE WS-AD-STATE (AD-IDX)   TO CX-STATE
              MOVE WS-AD-ZIP (AD-IDX)     TO CX-ZIP
           ELSE
              MOVE 'N'                    TO CX-ADDRESS-IND
           END-IF.
      *
           WRITE COV-EXT-REC.
           IF CXCODE = '00'
              ADD +1 TO EXTRACT-RECS-WRITTEN
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING FILING EXTRACT'
           END-IF.
      *
       0600-WRITE-EXCEPTION.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH LISTS A COVERED PATIENT WHO HAS NO ADDRESS  *
      *    ON THE INSURED ADDRESS MASTER, SO NO STATEMENT IS MAILED   *
      *    BLIND.                                                     *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0300-PROCESS-PATIENTS                                   *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE WS-PMST-PATIENT-NBR    TO EXCP-PATIENT-D.
           MOVE WS-PATIENT-NAME        TO EXCP-NAME-D.
           MOVE WS-MONTHS-COVERED      TO EXCP-MONTHS-D.
           MOVE 'NO ADDRESS ON FILE - STATEMENT NOT MAILED'
                                       TO EXCP-REASON-D.
           WRITE EXCP-RPT-REC FROM WS-EXCP-DETAIL.
           IF EXCODE = '00'
              ADD +1 TO EXCEPTIONS-LISTED
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO EXCEPTION LIST FILE'
           END-IF.
      *
       0700-WRITE-CONTROL-TOTALS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES THE RUN'S CONTROL TOTALS BELOW THE   *
      *    EXCEPTION LIST AND SETS THE RETURN CODE.                   *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           IF EXCEPTIONS-LISTED = 0
              MOVE SPACES               TO WS-EXCP-DETAIL
              MOVE '** NO EXCEPTIONS **' TO EXCP-REASON-D
              WRITE EXCP-RPT-REC FROM WS-EXCP-DETAIL
           ELSE
              MOVE 4 TO RETURN-CODE
           END-IF.
      *
           WRITE EXCP-RPT-REC FROM WS-EXCP-BLANK-LINE.
           WRITE EXCP-RPT-REC FROM WS-EXCP-BLANK-LINE.
      *
           MOVE 'PATIENT MASTER RECORDS READ:  '   TO EXCP-TOTAL-LABEL.
           MOVE PATIENTS-READ                      TO EXCP-TOTAL-COUNT.
           WRITE EXCP-RPT-REC FROM WS-EXCP-TOTAL-LINE.
           MOVE 'MERGED NUMBERS SKIPPED:  '        TO EXCP-TOTAL-LABEL.
           MOVE PATIENTS-MERGED                    TO EXCP-TOTAL-COUNT.
           WRITE EXCP-RPT-REC FROM WS-EXCP-TOTAL-LINE.
           MOVE 'PATIENTS WITH NO COVERAGE IN THE YEAR:  '
                                                   TO EXCP-TOTAL-LABEL.
           MOVE PATIENTS-NOT-COVERED               TO EXCP-TOTAL-COUNT.
           WRITE EXCP-RPT-REC FROM WS-EXCP-TOTAL-LINE.
           MOVE 'PATIENTS WITH COVERAGE IN THE YEAR:  '
                                                   TO EXCP-TOTAL-LABEL.
           MOVE PATIENTS-COVERED                   TO EXCP-TOTAL-COUNT.
           WRITE EXCP-RPT-REC FROM WS-EXCP-TOTAL-LINE.
           MOVE '   COVERED ALL 12 MONTHS:  '      TO EXCP-TOTAL-LABEL.
           MOVE PATIENTS-ALL-YEAR                  TO EXCP-TOTAL-COUNT.
           WRITE EXCP-RPT-REC FROM WS-EXCP-TOTAL-LINE.
           MOVE 'STATEMENTS WRITTEN:  '            TO EXCP-TOTAL-LABEL.
           MOVE STATEMENTS-WRITTEN                 TO EXCP-TOTAL-COUNT.
           WRITE EXCP-RPT-REC FROM WS-EXCP-TOTAL-LINE.
           MOVE 'EXCEPTIONS - NO ADDRESS ON FILE:  '
                                                   TO EXCP-TOTAL-LABEL.
           MOVE EXCEPTIONS-LISTED                  TO EXCP-TOTAL-COUNT.
           WRITE EXCP-RPT-REC FROM WS-EXCP-TOTAL-LINE.
           MOVE 'FILING EXTRACT RECORDS WRITTEN:  ' TO EXCP-TOTAL-LABEL.
           MOVE EXTRACT-RECS-WRITTEN               TO EXCP-TOTAL-COUNT.
           WRITE EXCP-RPT-REC FROM WS-EXCP-TOTAL-LINE.
           MOVE 'COVERAGE HISTORY RECORDS READ:  ' TO EXCP-TOTAL-LABEL.
           MOVE HISTORY-RECS-READ                  TO EXCP-TOTAL-COUNT.
           WRITE EXCP-RPT-REC FROM WS-EXCP-TOTAL-LINE.
           MOVE '   REPLACED WINDOWS IN THE TAX YEAR:  '
                                                   TO EXCP-TOTAL-LABEL.
           MOVE WS-CH-ENTRIES-LOADED               TO EXCP-TOTAL-COUNT.
           WRITE EXCP-RPT-REC FROM WS-EXCP-TOTAL-LINE.
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
           CLOSE PATMSTR.
           IF PMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING PATIENT MASTER FILE'
           END-IF.
      *
           CLOSE STMTFILE.
           IF STCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING STATEMENT FILE'
           END-IF.
      *
           CLOSE COVEXT.
           IF CXCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING FILING EXTRACT'
           END-IF.
      *
           CLOSE COVEXCP.
           IF EXCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING EXCEPTION LIST FILE'
           END-IF.
