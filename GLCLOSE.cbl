       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GLCLOSE.
       AUTHOR. DORETHA RILEY.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. CURRENT-DATE.
       SECURITY. NON-CONFIDENTIAL.
      *
      *****************************************************************
      *  DESCRIPTION                                                  *
      *    THIS PROGRAM CARRIES THE NIGHT'S GENERAL LEDGER POSTINGS   *
      *    INTO ACCOUNT BALANCES AND CLOSES FISCAL PERIODS.  IT RUNS  *
      *    AFTER GLPROOF HAS PASSED THE SHARED GL INTERFACE FILE.     *
      *    IT LOADS THE GL BALANCE MASTER (ONE BALANCE ROW PER        *
      *    GL-ACCOUNT AND FISCAL PERIOD - OPENING BALANCE, DEBITS,    *
      *    CREDITS AND CLOSING BALANCE - PLUS ONE ROW PER CLOSED      *
      *    PERIOD), ROLLS EVERY GLFILE POSTING INTO THE ROW FOR ITS   *
      *    ACCOUNT AND THE PERIOD OF ITS GL-CYCLE-DATE, CARRIES EACH  *
      *    ACCOUNT'S CLOSING BALANCE FORWARD AS THE NEXT PERIOD'S     *
      *    OPENING BALANCE, PRINTS THE TRIAL BALANCE AND WRITES THE   *
      *    UPDATED MASTER TO A NEW FILE.                              *
      *                                                               *
      *    THE FISCAL PERIOD IS THE CALENDAR MONTH (CCYYMM) OF THE    *
      *    POSTING'S GL-CYCLE-DATE.  BALANCES ARE SIGNED DEBIT-       *
      *    POSITIVE: CLOSING = OPENING + DEBITS - CREDITS.            *
      *                                                               *
      *    PERIODS CLOSE IN SEQUENCE.  THE OPEN PERIOD IS THE MONTH   *
      *    AFTER THE LAST CLOSED PERIOD (BEFORE THE FIRST CLOSE, THE  *
      *    EARLIEST PERIOD ON THE MASTER).  A CLOSE=CCYYMM CARD       *
      *    NAMING THE OPEN PERIOD CLOSES IT AFTER ITS TRIAL BALANCE   *
      *    PRINTS, PROVIDED IT IS IN BALANCE.  ONCE A PERIOD IS       *
      *    CLOSED ITS BALANCES ARE FROZEN: A LATER POSTING DATED      *
      *    IN A CLOSED PERIOD IS REJECTED TO THE EXCEPTION REPORT,    *
      *    OR - WITH A CLOSEDPOST=MOVE CARD - POSTED TO THE OPEN      *
      *    PERIOD INSTEAD AND LISTED ON THE EXCEPTION REPORT AS       *
      *    MOVED.  MALFORMED POSTINGS ARE ALWAYS REJECTED.            *
      *                                                               *
      *    THE UPDATED MASTER GOES TO A NEW FILE, SO A RERUN AGAINST  *
      *    THE SAME MASTER GENERATION REPRODUCES THE SAME RESULT.     *
      *                                                               *
      *    THE FEEDERS APPEND TO GLFILE NIGHT AFTER NIGHT, SO THE     *
      *    MASTER'S CONTROL ROW CARRIES A HIGH-WATER MARK - THE       *
      *    NUMBER OF GLFILE RECORDS ALREADY ROLLED INTO IT.  THOSE    *
      *    RECORDS ARE SKIPPED AND ONLY THE ONES AFTER THEM ARE       *
      *    POSTED.  A GLFILE HOLDING FEWER RECORDS THAN THE MARK IS   *
      *    TAKEN TO BE A NEW GENERATION AND IS POSTED FROM THE START. *
      *                                                               *
      *    CONTROL CARDS (KEYWORD=VALUE, ONE PER RECORD, OPTIONAL):   *
      *      CLOSE=CCYYMM         CLOSE THIS PERIOD AFTER ITS TRIAL   *
      *                           BALANCE (MUST BE THE OPEN PERIOD)   *
      *      CLOSEDPOST=REJECT    REJECT POSTINGS DATED IN A CLOSED   *
      *                           PERIOD (THE DEFAULT)                *
      *      CLOSEDPOST=MOVE      POST THEM TO THE OPEN PERIOD        *
      *    WITHOUT A CLOSE= CARD THE TRIAL BALANCE IS PRINTED FOR     *
      *    THE OPEN PERIOD AND NOTHING IS CLOSED.                     *
      *                                                               *
      *    RETURN CODES:                                              *
      *      0  - NORMAL COMPLETION                                   *
      *      4  - POSTINGS REJECTED OR MOVED (SEE EXCEPTION REPORT)   *
      *      8  - TRIAL BALANCE OUT OF BALANCE, OR THE CLOSE= PERIOD  *
      *           IS NOT THE OPEN PERIOD - THE PERIOD WAS NOT CLOSED  *
      *      16 - INVALID CONTROL CARD, BALANCE MASTER OUT OF         *
      *           SEQUENCE, BALANCE TABLE CAPACITY EXCEEDED, OR GLFILE*
      *           OR THE BALANCE MASTER COULD NOT BE OPENED - NO      *
      *           PERIOD IS CLOSED, AND WITHOUT THE BALANCE MASTER NO *
      *           NEW MASTER IS WRITTEN                               *
      *                                                               *
      *    INPUT FILES:                                               *
      *      RTPOT44.GL.INTERFACE (SHARED GL POSTING INTERFACE)       *
      *      INTERNAL FILE NAME:  GLFILE                              *
      *      JCL DD NAME:         GLFILE                              *
      *                                                               *
      *      RTPOT44.GL.BALANCE (CURRENT GL BALANCE MASTER)           *
      *      INTERNAL FILE NAME:  GLBAL                               *
      *      JCL DD NAME:         GLBAL                               *
      *                                                               *
      *      RTPOT44.GLCLOSE.PARMS (CONTROL CARDS)                    *
      *      INTERNAL FILE NAME:  PARM-FILE                           *
      *      JCL DD NAME:         PARMFILE                            *
      *                                                               *
      *    OUTPUT FILES:                                              *
      *      RTPOT44.GL.BALANCE.NEW (UPDATED GL BALANCE MASTER)       *
      *      INTERNAL FILE NAME:  NEWGLBAL                            *
      *      JCL DD NAME:         NEWGLBAL                            *
      *                                                               *
      *      DD SYSOUT=* (TRIAL BALANCE REPORT)                       *
      *      INTERNAL FILE NAME:  GLTBRPT                             *
      *      JCL DD NAME:         GLTBRPT                             *
      *                                                               *
      *      DD SYSOUT=* (CLOSED-PERIOD POSTING EXCEPTION REPORT)     *
      *      INTERNAL FILE NAME:  GLEXCRPT                            *
      *      JCL DD NAME:         GLEXCRPT                            *
      *                                                               *
      *      RTPOT44.BATCH.RUNLOG (SHARED NIGHTLY RUN LOG - ONE RUN   *
      *      RECORD APPENDED)                                         *
      *      INTERNAL FILE NAME:  RUNLOG                              *
      *      JCL DD NAME:         RUNLOG                              *
      *                                                               *
      *    JCL JOB: RTPOT44.LEARN.REUSABLE.JCL(GLCLOSE)               *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLFILE           *>SHARED GL POSTING INTERFACE
           ASSIGN TO GLFILE
             FILE STATUS IS GLCODE.
      *
           SELECT OPTIONAL GLBAL   *>CURRENT GL BALANCE MASTER
           ASSIGN TO GLBAL
             FILE STATUS IS GBCODE.
      *
           SELECT NEWGLBAL         *>UPDATED GL BALANCE MASTER
           ASSIGN TO NEWGLBAL
             FILE STATUS IS NBCODE.
      *
           SELECT GLTBRPT          *>TRIAL BALANCE REPORT
           ASSIGN TO GLTBRPT
             FILE STATUS IS TBCODE.
      *
           SELECT GLEXCRPT         *>CLOSED-PERIOD EXCEPTION REPORT
           ASSIGN TO GLEXCRPT
             FILE STATUS IS EXCODE.
      *
           SELECT OPTIONAL PARM-FILE  *>KEYWORD=VALUE CONTROL CARDS
           ASSIGN TO PARMFILE
             FILE STATUS IS PFCODE.
      *
           SELECT OPTIONAL RUNLOG  *>SHARED NIGHTLY BATCH RUN LOG
           ASSIGN TO RUNLOG
             FILE STATUS IS LGCODE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  GLFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS GL-POST-REC.
      *
       01  GL-POST-REC PIC X(80).
      *
       FD  GLBAL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS GL-BAL-REC.
      *
       01  GL-BAL-REC  PIC X(80).
      *
       FD  NEWGLBAL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS NEW-GL-BAL-REC.
      *
       01  NEW-GL-BAL-REC PIC X(80).
      *
       FD  GLTBRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS GL-TB-REC.
      *
       01  GL-TB-REC   PIC X(133).
      *
       FD  GLEXCRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS GL-EXC-REC.
      *
       01  GL-EXC-REC  PIC X(133).
      *
       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PARM-CARD-REC.
      *
       01  PARM-CARD-REC PIC X(80).
      *
       FD  RUNLOG
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RUN-LOG-REC.
      *
       01  RUN-LOG-REC PIC X(80).
      *
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-CODES.
          05 GLCODE               PIC X(02).
          05 GBCODE               PIC X(02).
          05 NBCODE               PIC X(02).
          05 TBCODE               PIC X(02).
          05 EXCODE               PIC X(02).
          05 PFCODE               PIC X(02).
          05 LGCODE               PIC X(02).
      *
       01 WS-FILE-SWITCHES.
          05 GLFILE-FILE-SW       PIC X(01) VALUE SPACE.
             88 END-OF-GLFILE     VALUE 'Y'.
          05 GLBAL-FILE-SW        PIC X(01) VALUE SPACE.
             88 END-OF-GLBAL      VALUE 'Y'.
          05 WS-GL-INPUT-SW       PIC X(01) VALUE SPACE.
             88 GL-INPUT-FAILED   VALUE 'G' 'B'.
             88 GLBAL-UNREADABLE VALUE 'B'.
          05 PARM-FILE-SW         PIC X(01) VALUE SPACE.
             88 END-OF-PARM-FILE  VALUE 'Y'.
          05 WS-PARM-ERROR-SW     PIC X(01) VALUE 'N'.
             88 PARM-ERROR        VALUE 'Y'.
      *
       01 WS-PARM-CONTROLS.
          05 WS-PARM-KEYWORD      PIC X(20).
          05 WS-PARM-VALUE        PIC X(20).
          05 WS-PARM-PERIOD-X     PIC X(06).
          05 WS-PARM-PERIOD REDEFINES WS-PARM-PERIOD-X
                                  PIC 9(06).
      *** PERIOD TO CLOSE (CLOSE= CARD), ZERO WHEN NONE WAS GIVEN.
          05 WS-CLOSE-PERIOD      PIC 9(06) VALUE 0.
      *** WHAT BECOMES OF A POSTING DATED IN A CLOSED PERIOD.
          05 WS-CLOSED-POST-SW    PIC X(01) VALUE 'R'.
             88 REJECT-CLOSED-POSTINGS      VALUE 'R'.
             88 MOVE-CLOSED-POSTINGS        VALUE 'M'.
      *
       01 WS-GL-POST-REC.  *>GL POSTING RECORD AS THE FEEDERS WRITE IT
          05 WS-GL-ACCOUNT        PIC X(08).
          05 WS-GL-DR-CR          PIC X(02).
          05 WS-GL-AMOUNT         PIC S9(11)V99.
          05 WS-GL-CYCLE-DATE     PIC 9(08).
          05 WS-GL-CYCLE-DATE-R REDEFINES WS-GL-CYCLE-DATE.
             10 WS-GL-CYCLE-PERIOD PIC 9(06).
             10 WS-GL-CYCLE-DAY   PIC 9(02).
          05 WS-GL-SOURCE-PGM     PIC X(08).
          05 FILLER               PIC X(41).
      *
      *****************************************************************
      *  GL BALANCE MASTER RECORD.  THREE RECORD TYPES - THE          *
      *  CONTROL ROW FIRST, THEN PERIOD ROWS, THEN BALANCE ROWS IN    *
      *  GL-ACCOUNT / PERIOD SEQUENCE:                                *
      *    'H' - CONTROL ROW: GLFILE RECORDS ALREADY ROLLED, THE      *
      *          CYCLE DATE OF THE LAST ONE AND THE DATE OF THE RUN   *
      *    'P' - ONE ROW PER CLOSED FISCAL PERIOD AND ITS CLOSE DATE  *
      *    'B' - ONE ROW PER GL-ACCOUNT AND FISCAL PERIOD             *
      *****************************************************************
      *
       01 WS-GL-BAL-REC.
          05 WS-GB-REC-TYPE       PIC X(01).
             88 GB-CONTROL-ROW              VALUE 'H'.
             88 GB-PERIOD-ROW               VALUE 'P'.
             88 GB-BALANCE-ROW              VALUE 'B'.
          05 WS-GB-KEY.
             10 WS-GB-ACCOUNT     PIC X(08).
             10 WS-GB-PERIOD      PIC 9(06).
          05 WS-GB-OPENING        PIC S9(13)V99.
          05 WS-GB-DEBITS         PIC S9(13)V99.
          05 WS-GB-CREDITS        PIC S9(13)V99.
          05 WS-GB-CLOSING        PIC S9(13)V99.
          05 FILLER               PIC X(05).
      *
       01 WS-GL-PER-REC REDEFINES WS-GL-BAL-REC.
          05 WS-GP-REC-TYPE       PIC X(01).
          05 WS-GP-PERIOD         PIC 9(06).
          05 WS-GP-STATUS         PIC X(01).
             88 GP-PERIOD-CLOSED            VALUE 'C'.
          05 WS-GP-CLOSE-DATE     PIC 9(08).
          05 FILLER               PIC X(64).
      *
       01 WS-GL-CTL-REC REDEFINES WS-GL-BAL-REC.
          05 WS-GH-REC-TYPE       PIC X(01).
          05 WS-GH-ROLLED-COUNT   PIC 9(09).
          05 WS-GH-LAST-CYCLE-DATE PIC 9(08).
          05 WS-GH-ROLL-DATE      PIC 9(08).
          05 FILLER               PIC X(54).
      *
      *****************************************************************
      *  CLOSED-PERIOD TABLE, IN CLOSE SEQUENCE (TWENTY YEARS).       *
      *****************************************************************
      *
       01 WS-PERIOD-TABLE.
          05 WS-PD-ENTRY OCCURS 240 TIMES INDEXED BY PD-IDX.
             10 WS-PD-PERIOD      PIC 9(06).
             10 WS-PD-CLOSE-DATE  PIC 9(08).
      *
      *****************************************************************
      *  BALANCE TABLE, KEPT IN GL-ACCOUNT / PERIOD SEQUENCE SO THE   *
      *  NEW MASTER IS WRITTEN STRAIGHT FROM IT.  A NEW ROW IS        *
      *  INSERTED IN KEY POSITION.                                    *
      *****************************************************************
      *
       01 WS-BALANCE-TABLE.
          05 WS-BL-ENTRY OCCURS 3000 TIMES INDEXED BY BL-IDX.
             10 WS-BL-KEY.
                15 WS-BL-ACCOUNT  PIC X(08).
                15 WS-BL-PERIOD   PIC 9(06).
             10 WS-BL-OPENING     PIC S9(13)V99 COMP-3.
             10 WS-BL-DEBITS      PIC S9(13)V99 COMP-3.
             10 WS-BL-CREDITS     PIC S9(13)V99 COMP-3.
             10 WS-BL-CLOSING     PIC S9(13)V99 COMP-3.
      *
      *****************************************************************
      *  ACCOUNTS WHOSE BALANCE IS CARRIED INTO THE TRIAL BALANCE     *
      *  PERIOD WITH NO ACTIVITY IN IT, SO EVERY LIVE BALANCE SHOWS   *
      *  ON THE TRIAL BALANCE AND IS FROZEN WITH THE CLOSED PERIOD.   *
      *****************************************************************
      *
       01 WS-CARRY-TABLE.
          05 WS-CY-ACCOUNT OCCURS 500 TIMES PIC X(08).
      *
       01 WS-BALANCE-CONTROLS.
          05 WS-PD-ENTRIES-USED   PIC S9(04) COMP VALUE 0.
          05 WS-BL-ENTRIES-USED   PIC S9(04) COMP VALUE 0.
          05 WS-BL-SUB            PIC S9(04) COMP VALUE 0.
          05 WS-BL-SHIFT-SUB      PIC S9(04) COMP VALUE 0.
          05 WS-POSTING-SW        PIC X(01) VALUE 'Y'.
             88 POSTING-ACCEPTED            VALUE 'Y'.
          05 WS-BL-FOUND-SW       PIC X(01) VALUE 'N'.
             88 BALANCE-ROW-FOUND           VALUE 'Y'.
          05 WS-BL-STOP-SW        PIC X(01) VALUE 'N'.
             88 BALANCE-SEARCH-DONE         VALUE 'Y'.
          05 WS-CY-ENTRIES-USED   PIC S9(04) COMP VALUE 0.
          05 WS-CY-SUB            PIC S9(04) COMP VALUE 0.
          05 WS-CY-HAS-TB-ROW-SW  PIC X(01) VALUE 'N'.
             88 ACCOUNT-HAS-TB-ROW          VALUE 'Y'.
          05 WS-CY-LAST-ROW-SW    PIC X(01) VALUE 'N'.
             88 LAST-ROW-OF-ACCOUNT         VALUE 'Y'.
          05 WS-CY-PRIOR-CLOSING  PIC S9(13)V99 COMP-3 VALUE 0.
          05 WS-SEARCH-KEY.
             10 WS-SEARCH-ACCOUNT PIC X(08).
             10 WS-SEARCH-PERIOD  PIC 9(06).
          05 WS-PREV-KEY          PIC X(14) VALUE LOW-VALUES.
      *
      *****************************************************************
      *  GLFILE HIGH-WATER MARK.  WS-ROLLED-COUNT IS THE NUMBER OF    *
      *  GLFILE RECORDS THE INPUT MASTER HAS ALREADY ROLLED;          *
      *  WS-GL-RECS-SEEN COUNTS THE RECORDS READ THIS RUN AND IS      *
      *  WRITTEN TO THE NEW MASTER AS ITS MARK.                       *
      *****************************************************************
      *
       01 WS-ROLL-CONTROLS.
          05 WS-ROLLED-COUNT      PIC 9(09) VALUE 0.
          05 WS-ROLLED-CYCLE-DATE PIC 9(08) VALUE 0.
          05 WS-GL-RECS-SEEN      PIC 9(09) VALUE 0.
          05 WS-LAST-CYCLE-DATE   PIC 9(08) VALUE 0.
      *
       01 WS-PERIOD-CONTROLS.
          05 WS-TODAY-YYYYMMDD    PIC 9(08) VALUE 0.
          05 WS-LAST-CLOSED-PERIOD PIC 9(06) VALUE 0.
          05 WS-OPEN-PERIOD       PIC 9(06) VALUE 0.
          05 WS-TB-PERIOD         PIC 9(06) VALUE 0.
          05 WS-POST-PERIOD       PIC 9(06) VALUE 0.
          05 WS-PERIOD-WORK       PIC 9(06) VALUE 0.
          05 WS-PERIOD-WORK-R REDEFINES WS-PERIOD-WORK.
             10 WS-PW-YEAR        PIC 9(04).
             10 WS-PW-MONTH       PIC 9(02).
          05 WS-TB-STATUS-SW      PIC X(01) VALUE 'B'.
             88 TRIAL-BALANCE-IN-BALANCE    VALUE 'B'.
             88 TRIAL-BALANCE-OUT-OF-BAL    VALUE 'O'.
          05 WS-CLOSE-DONE-SW     PIC X(01) VALUE 'N'.
             88 PERIOD-CLOSED-THIS-RUN      VALUE 'Y'.
          05 WS-CLOSE-REFUSED-SW  PIC X(01) VALUE 'N'.
             88 CLOSE-REFUSED               VALUE 'Y'.
      *
       01 COUNTERS-AND-ACCUMULATORS.
          05 POSTINGS-READ        PIC S9(07) COMP VALUE 0.
          05 POSTINGS-APPLIED     PIC S9(07) COMP VALUE 0.
          05 POSTINGS-MOVED       PIC S9(07) COMP VALUE 0.
          05 POSTINGS-REJECTED    PIC S9(07) COMP VALUE 0.
          05 POSTINGS-PRIOR-RUN   PIC S9(07) COMP VALUE 0.
          05 MASTER-RECS-WRITTEN  PIC S9(07) COMP VALUE 0.
          05 TB-ACCOUNTS          PIC S9(07) COMP VALUE 0.
          05 TB-TOTAL-OPENING     PIC S9(15)V99 COMP-3 VALUE 0.
          05 TB-TOTAL-DEBITS      PIC S9(15)V99 COMP-3 VALUE 0.
          05 TB-TOTAL-CREDITS     PIC S9(15)V99 COMP-3 VALUE 0.
          05 TB-TOTAL-CLOSING     PIC S9(15)V99 COMP-3 VALUE 0.
          05 EXC-REJECTED-AMOUNT  PIC S9(15)V99 COMP-3 VALUE 0.
          05 EXC-MOVED-AMOUNT     PIC S9(15)V99 COMP-3 VALUE 0.
      *
       01 WS-RUN-LOG-REC.  *>STANDARD RUN RECORD LAYOUT
          05 WS-RL-PROGRAM-ID     PIC X(08) VALUE 'GLCLOSE'.
          05 WS-RL-RUN-DATE       PIC 9(08).
          05 WS-RL-RUN-TIME       PIC 9(06).
          05 WS-RL-RECS-READ      PIC 9(08).
          05 WS-RL-RECS-WRITTEN   PIC 9(08).
          05 WS-RL-ERROR-COUNT    PIC 9(08).
          05 WS-RL-STATUS         PIC X(04).
          05 WS-RL-HANDOFF-STATUS PIC X(01) VALUE SPACE.
          05 FILLER               PIC X(29) VALUE SPACES.
      *
       01 WS-TB-HEADER-1.
          05 FILLER               PIC X(51) VALUE SPACES.
          05 FILLER               PIC X(31) VALUE
                'GENERAL LEDGER TRIAL BALANCE'.
          05 FILLER               PIC X(51) VALUE SPACES.
      *
       01 WS-TB-HEADER-2.
          05 FILLER               PIC X(51) VALUE SPACES.
          05 FILLER               PIC X(31) VALUE ALL '='.
          05 FILLER               PIC X(51) VALUE SPACES.
      *
       01 WS-TB-PERIOD-LINE.
          05 FILLER               PIC X(15) VALUE 'FISCAL PERIOD: '.
          05 TB-PERIOD-D          PIC 9(06).
          05 FILLER               PIC X(04) VALUE SPACES.
          05 TB-PERIOD-STATUS-D   PIC X(60).
          05 FILLER               PIC X(48) VALUE SPACES.
      *
       01 WS-TB-COL-HEADER-1.
          05 FILLER               PIC X(08) VALUE 'ACCOUNT'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(19) VALUE
                '    OPENING BALANCE'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(19) VALUE
                '             DEBITS'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(19) VALUE
                '            CREDITS'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(19) VALUE
                '    CLOSING BALANCE'.
          05 FILLER               PIC X(41) VALUE SPACES.
      *
       01 WS-TB-COL-HEADER-2.
          05 FILLER               PIC X(08) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(19) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(19) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(19) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(19) VALUE ALL '='.
          05 FILLER               PIC X(41) VALUE SPACES.
      *
       01 WS-TB-DETAIL.
          05 TB-ACCOUNT-D         PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 TB-OPENING-D         PIC -$$$,$$$,$$$,$$9.99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 TB-DEBITS-D          PIC -$$$,$$$,$$$,$$9.99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 TB-CREDITS-D         PIC -$$$,$$$,$$$,$$9.99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 TB-CLOSING-D         PIC -$$$,$$$,$$$,$$9.99.
          05 FILLER               PIC X(41) VALUE SPACES.
      *
       01 WS-TB-NONE-LINE.
          05 FILLER               PIC X(50) VALUE
                'NO ACCOUNT BALANCES FOR THIS PERIOD.'.
          05 FILLER               PIC X(83) VALUE SPACES.
      *
       01 WS-TB-COUNT-LINE.
          05 TB-COUNT-LABEL       PIC X(40).
          05 TB-COUNT-O           PIC Z,ZZZ,ZZ9.
          05 FILLER               PIC X(84) VALUE SPACES.
      *
       01 WS-TB-VERDICT-LINE.
          05 TB-VERDICT-TEXT      PIC X(80).
          05 FILLER               PIC X(53) VALUE SPACES.
      *
       01 WS-EXC-HEADER-1.
          05 FILLER               PIC X(46) VALUE SPACES.
          05 FILLER               PIC X(41) VALUE
                'GL CLOSED-PERIOD POSTING EXCEPTIONS'.
          05 FILLER               PIC X(46) VALUE SPACES.
      *
       01 WS-EXC-HEADER-2.
          05 FILLER               PIC X(46) VALUE SPACES.
          05 FILLER               PIC X(41) VALUE ALL '='.
          05 FILLER               PIC X(46) VALUE SPACES.
      *
       01 WS-EXC-COL-HEADER-1.
          05 FILLER               PIC X(08) VALUE 'ACCOUNT'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(05) VALUE 'DR/CR'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(19) VALUE
                '             AMOUNT'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE 'CYCLE DT'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE 'SOURCE'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(75) VALUE 'RESULT'.
      *
       01 WS-EXC-COL-HEADER-2.
          05 FILLER               PIC X(08) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(05) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(19) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(75) VALUE ALL '='.
      *
       01 WS-EXC-DETAIL.
          05 EXC-ACCOUNT-D        PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 EXC-DR-CR-D          PIC X(05).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 EXC-AMOUNT-D         PIC -$$$,$$$,$$$,$$9.99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 EXC-CYCLE-DATE-D     PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 EXC-SOURCE-D         PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 EXC-RESULT-D         PIC X(75).
      *
       01 WS-EXC-RESULT-WORK.
          05 EXC-RESULT-TEXT      PIC X(40).
          05 EXC-RESULT-PERIOD    PIC 9(06).
          05 FILLER               PIC X(29) VALUE SPACES.
      *
       01 WS-EXC-TOTAL-LINE.
          05 EXC-TOTAL-LABEL      PIC X(36).
          05 EXC-TOTAL-COUNT      PIC Z,ZZZ,ZZ9.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 EXC-TOTAL-AMT        PIC -$$$,$$$,$$$,$$9.99.
          05 FILLER               PIC X(65) VALUE SPACES.
      *
       01 WS-EXC-NONE-LINE.
          05 FILLER               PIC X(50) VALUE
                'NO POSTINGS REJECTED OR MOVED.'.
          05 FILLER               PIC X(83) VALUE SPACES.
      *
       01 WS-RPT-BLANK-LINE       PIC X(133) VALUE SPACES.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THE MAIN PROCEDURE AREA LOADS THE BALANCE MASTER, ROLLS    *
      *    THE NIGHT'S POSTINGS INTO IT, PRINTS THE TRIAL BALANCE,    *
      *    CLOSES THE PERIOD WHEN ASKED TO, WRITES THE NEW MASTER AND *
      *    SETS THE RETURN CODE.                                      *
      *                                                               *
      *  CALLED BY:                                                   *
      *    - NONE                                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    - 0000-HOUSEKEEPING                                        *
      *    - 0050-READ-PARM-FILE                                      *
      *    - 0100-OPEN-FILES                                          *
      *    - 0200-LOAD-BALANCE-MASTER                                 *
      *    - 0300-POST-GL-FILE                                        *
      *    - 0400-ROLL-BALANCES-FORWARD                               *
      *    - 0500-PRINT-TRIAL-BALANCE                                 *
      *    - 0600-CLOSE-PERIOD                                        *
      *    - 0650-WRITE-NEW-MASTER                                    *
      *    - 0700-WRITE-EXCEPTION-TOTALS                              *
      *    - 0800-CLOSE-FILES                                         *
      *    - 0850-WRITE-RUN-LOG                                       *
      *****************************************************************
      *
       PROCEDURE DIVISION.
           PERFORM 0000-HOUSEKEEPING.
           PERFORM 0050-READ-PARM-FILE.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0200-LOAD-BALANCE-MASTER.
           PERFORM 0300-POST-GL-FILE.
           PERFORM 0400-ROLL-BALANCES-FORWARD.
           PERFORM 0500-PRINT-TRIAL-BALANCE.
           PERFORM 0600-CLOSE-PERIOD.
           IF GLBAL-UNREADABLE
              DISPLAY 'GLCLOSE NEW GL BALANCE MASTER NOT WRITTEN - THE '
                      'BALANCE MASTER COULD NOT BE READ'
           ELSE
              PERFORM 0650-WRITE-NEW-MASTER
           END-IF.
           PERFORM 0700-WRITE-EXCEPTION-TOTALS.
           PERFORM 0800-CLOSE-FILES.
           PERFORM 0850-WRITE-RUN-LOG.
           IF GL-INPUT-FAILED
              MOVE +16 TO RETURN-CODE
           ELSE
              IF TRIAL-BALANCE-OUT-OF-BAL OR CLOSE-REFUSED
                 MOVE +8 TO RETURN-CODE
              ELSE
                 IF POSTINGS-REJECTED > 0 OR POSTINGS-MOVED > 0
                    MOVE +4 TO RETURN-CODE
                 ELSE
                    MOVE +0 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.
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
           INITIALIZE WS-GL-POST-REC,
                      WS-GL-BAL-REC,
                      WS-PERIOD-TABLE,
                      WS-BALANCE-TABLE,
                      WS-CARRY-TABLE,
                      WS-ROLL-CONTROLS,
                      COUNTERS-AND-ACCUMULATORS,
                      WS-FILE-SWITCHES.
      *
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-YYYYMMDD.
      *
       0050-READ-PARM-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE SHARED KEYWORD=VALUE CONTROL-CARD *
      *    FILE.  CLOSE=CCYYMM NAMES THE PERIOD TO CLOSE AND          *
      *    CLOSEDPOST=REJECT/MOVE SAYS WHAT BECOMES OF A POSTING      *
      *    DATED IN A CLOSED PERIOD.  AN UNRECOGNIZED KEYWORD OR BAD  *
      *    VALUE STOPS THE RUN INSTEAD OF SILENTLY DEFAULTING.        *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0060-PARSE-PARM-CARD                                    *
      *****************************************************************
      *
           OPEN INPUT PARM-FILE.
           IF PFCODE = '00' OR '05'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO PARM-FILE-SW
           END-IF.
      *
           PERFORM UNTIL END-OF-PARM-FILE
              READ PARM-FILE
                 AT END
                    MOVE 'Y' TO PARM-FILE-SW
                 NOT AT END
                    PERFORM 0060-PARSE-PARM-CARD
              END-READ
           END-PERFORM.
      *
           IF PFCODE = '00' OR '10'
              CLOSE PARM-FILE
           END-IF.
      *
           IF PARM-ERROR
              DISPLAY 'GLCLOSE RUN STOPPED - INVALID CONTROL CARD(S), '
                      'SEE PRIOR MESSAGES'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      *
       0060-PARSE-PARM-CARD.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH BREAKS ONE KEYWORD=VALUE CONTROL CARD       *
      *    APART AND APPLIES IT.                                      *
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
              WHEN 'CLOSE'
                 MOVE WS-PARM-VALUE (1:6) TO WS-PARM-PERIOD-X
                 IF WS-PARM-PERIOD-X IS NUMERIC
                    AND WS-PARM-VALUE (7:14) = SPACES
                    AND WS-PARM-PERIOD-X (5:2) >= '01'
                    AND WS-PARM-PERIOD-X (5:2) <= '12'
                    MOVE WS-PARM-PERIOD TO WS-CLOSE-PERIOD
                    DISPLAY 'GLCLOSE PARM ACCEPTED: CLOSE='
                       WS-CLOSE-PERIOD
                 ELSE
                    MOVE 'Y' TO WS-PARM-ERROR-SW
                    DISPLAY 'INVALID CLOSE VALUE ON CONTROL CARD: '
                       WS-PARM-VALUE
                 END-IF
              WHEN 'CLOSEDPOST'
                 EVALUATE WS-PARM-VALUE
                    WHEN 'REJECT'
                       MOVE 'R' TO WS-CLOSED-POST-SW
                       DISPLAY 'GLCLOSE PARM ACCEPTED: '
                               'CLOSEDPOST=REJECT'
                    WHEN 'MOVE'
                       MOVE 'M' TO WS-CLOSED-POST-SW
                       DISPLAY 'GLCLOSE PARM ACCEPTED: CLOSEDPOST=MOVE'
                    WHEN OTHER
                       MOVE 'Y' TO WS-PARM-ERROR-SW
                       DISPLAY 'INVALID CLOSEDPOST VALUE ON CONTROL '
                          'CARD: ' WS-PARM-VALUE
                 END-EVALUATE
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
      *    THIS PARAGRAPH OPENS THE INPUT FILES AND THE TWO REPORTS,  *
      *    AND WRITES THE REPORT HEADERS.  A MISSING                  *
      *    BALANCE MASTER (THE FIRST RUN) STARTS FROM NO BALANCES.    *
      *    ANY OTHER FAILURE TO OPEN GLFILE OR THE BALANCE MASTER     *
      *    MARKS THE GL INPUT FAILED.  THE NEW MASTER IS OPENED BY    *
      *    0650 ONLY ONCE THE BALANCE MASTER HAS BEEN READ, SO ITS    *
      *    HISTORY IS NEVER REPLACED BY AN EMPTY MASTER.              *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           OPEN INPUT GLFILE.
           IF GLCODE = '00'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO GLFILE-FILE-SW
              MOVE 'G' TO WS-GL-INPUT-SW
              DISPLAY 'ERROR ENCOUNTERED OPENING GL INTERFACE FILE, '
                      'STATUS: ' GLCODE
           END-IF.
      *
           OPEN INPUT GLBAL.
           IF GBCODE = '00' OR '05'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO GLBAL-FILE-SW
              MOVE 'B' TO WS-GL-INPUT-SW
              DISPLAY 'ERROR ENCOUNTERED OPENING GL BALANCE MASTER, '
                      'STATUS: ' GBCODE
           END-IF.
      *
           OPEN OUTPUT GLTBRPT.
           IF TBCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING TRIAL BALANCE REPORT'
           END-IF.
      *
           OPEN OUTPUT GLEXCRPT.
           IF EXCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING GL EXCEPTION REPORT'
           END-IF.
      *
           WRITE GL-TB-REC FROM WS-RPT-BLANK-LINE.
           WRITE GL-TB-REC FROM WS-TB-HEADER-1.
           WRITE GL-TB-REC FROM WS-TB-HEADER-2.
           WRITE GL-TB-REC FROM WS-RPT-BLANK-LINE.
      *
           WRITE GL-EXC-REC FROM WS-RPT-BLANK-LINE.
           WRITE GL-EXC-REC FROM WS-EXC-HEADER-1.
           WRITE GL-EXC-REC FROM WS-EXC-HEADER-2.
           WRITE GL-EXC-REC FROM WS-RPT-BLANK-LINE.
           WRITE GL-EXC-REC FROM WS-EXC-COL-HEADER-1.
           WRITE GL-EXC-REC FROM WS-EXC-COL-HEADER-2.
      *
       0200-LOAD-BALANCE-MASTER.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH LOADS THE BALANCE MASTER: THE CONTROL ROW'S *
      *    HIGH-WATER MARK, CLOSED-PERIOD ROWS INTO THE PERIOD TABLE  *
      *    (THE LATEST IS THE LAST CLOSED PERIOD) AND BALANCE ROWS    *
      *    INTO THE BALANCE TABLE.  BALANCE ROWS MUST ARRIVE IN       *
      *    GL-ACCOUNT / PERIOD SEQUENCE - A MASTER OUT OF SEQUENCE,   *
      *    AN UNKNOWN ROW TYPE OR A TABLE OVERFLOW STOPS THE RUN      *
      *    RATHER THAN WRITE A DAMAGED MASTER.                        *
      *    THE OPEN PERIOD IS THE MONTH AFTER THE LAST CLOSED PERIOD. *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0210-LOAD-ONE-MASTER-ROW                                *
      *    -  0900-NEXT-PERIOD                                        *
      *****************************************************************
      *
           PERFORM UNTIL END-OF-GLBAL
              READ GLBAL INTO WS-GL-BAL-REC
                 AT END
                    MOVE 'Y' TO GLBAL-FILE-SW
                 NOT AT END
                    PERFORM 0210-LOAD-ONE-MASTER-ROW
              END-READ
              IF GBCODE = '00' OR '10'
                 CONTINUE
              ELSE
                 MOVE 'Y' TO GLBAL-FILE-SW
                 MOVE 'B' TO WS-GL-INPUT-SW
                 DISPLAY 'ERROR ENCOUNTERED READING GL BALANCE MASTER, '
                         'STATUS: ' GBCODE
              END-IF
           END-PERFORM.
      *
           IF GBCODE = '00' OR '10'
              CLOSE GLBAL
           END-IF.
      *
           IF WS-LAST-CLOSED-PERIOD > 0
              MOVE WS-LAST-CLOSED-PERIOD TO WS-PERIOD-WORK
              PERFORM 0900-NEXT-PERIOD
              MOVE WS-PERIOD-WORK        TO WS-OPEN-PERIOD
           END-IF.
      *
       0210-LOAD-ONE-MASTER-ROW.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH LOADS ONE BALANCE MASTER ROW - THE CONTROL  *
      *    ROW'S HIGH-WATER MARK, OR A ROW INTO THE PERIOD OR BALANCE *
      *    TABLE.                                                     *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0200-LOAD-BALANCE-MASTER                                *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           EVALUATE TRUE
              WHEN GB-CONTROL-ROW
                 IF WS-GH-ROLLED-COUNT IS NUMERIC
                    MOVE WS-GH-ROLLED-COUNT    TO WS-ROLLED-COUNT
                    MOVE WS-GH-LAST-CYCLE-DATE TO WS-ROLLED-CYCLE-DATE
                 ELSE
                    DISPLAY 'GLCLOSE RUN STOPPED - BALANCE MASTER '
                            'CONTROL ROW IS DAMAGED'
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                 END-IF
              WHEN GB-PERIOD-ROW
                 IF WS-PD-ENTRIES-USED < 240
                    ADD +1 TO WS-PD-ENTRIES-USED
                    SET PD-IDX TO WS-PD-ENTRIES-USED
                    MOVE WS-GP-PERIOD     TO WS-PD-PERIOD (PD-IDX)
                    MOVE WS-GP-CLOSE-DATE TO WS-PD-CLOSE-DATE (PD-IDX)
                    IF WS-GP-PERIOD > WS-LAST-CLOSED-PERIOD
                       MOVE WS-GP-PERIOD  TO WS-LAST-CLOSED-PERIOD
                    END-IF
                 ELSE
                    DISPLAY 'GLCLOSE RUN STOPPED - CLOSED-PERIOD TABLE '
                            'CAPACITY OF 240 EXCEEDED'
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                 END-IF
              WHEN GB-BALANCE-ROW
                 IF WS-GB-KEY NOT > WS-PREV-KEY
                    DISPLAY 'GLCLOSE RUN STOPPED - BALANCE MASTER OUT '
                            'OF SEQUENCE AT ACCOUNT ' WS-GB-ACCOUNT
                            ' PERIOD ' WS-GB-PERIOD
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                 END-IF
                 MOVE WS-GB-KEY TO WS-PREV-KEY
                 IF WS-BL-ENTRIES-USED < 3000
                    ADD +1 TO WS-BL-ENTRIES-USED
                    SET BL-IDX TO WS-BL-ENTRIES-USED
                    MOVE WS-GB-KEY      TO WS-BL-KEY (BL-IDX)
                    MOVE WS-GB-OPENING  TO WS-BL-OPENING (BL-IDX)
                    MOVE WS-GB-DEBITS   TO WS-BL-DEBITS (BL-IDX)
                    MOVE WS-GB-CREDITS  TO WS-BL-CREDITS (BL-IDX)
                    MOVE WS-GB-CLOSING  TO WS-BL-CLOSING (BL-IDX)
                 ELSE
                    DISPLAY 'GLCLOSE RUN STOPPED - BALANCE TABLE '
                            'CAPACITY OF 3000 EXCEEDED'
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                 END-IF
              WHEN OTHER
                 DISPLAY 'GLCLOSE RUN STOPPED - UNKNOWN BALANCE MASTER '
                         'ROW TYPE: ' WS-GB-REC-TYPE
                 MOVE 16 TO RETURN-CODE
                 GOBACK
           END-EVALUATE.
      *
       0300-POST-GL-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH ROLLS THE GL POSTINGS NOT YET ROLLED INTO   *
      *    THE BALANCE TABLE.  WHEN GLFILE ENDS BEFORE THE MASTER'S   *
      *    HIGH-WATER MARK IS REACHED, THE FILE HAS BEEN REPLACED BY  *
      *    A NEW GENERATION: IT IS READ AGAIN AND POSTED FROM THE     *
      *    START.  IF GLFILE COULD NOT BE READ TO ITS END, THE NEW    *
      *    MASTER KEEPS THE HIGHER OF THE OLD MARK AND THE RECORDS    *
      *    READ, SO NOTHING ALREADY ROLLED IS ROLLED AGAIN.           *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0310-READ-GL-POSTINGS                                   *
      *****************************************************************
      *
           MOVE ZERO TO WS-GL-RECS-SEEN.
           MOVE WS-ROLLED-CYCLE-DATE TO WS-LAST-CYCLE-DATE.
           PERFORM 0310-READ-GL-POSTINGS.
      *
           IF GLCODE = '00' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED READING GL INTERFACE FILE'
           END-IF.
      *
           IF GLCODE = '10'
              AND WS-GL-RECS-SEEN < WS-ROLLED-COUNT
              DISPLAY 'GLCLOSE NOTICE - GL INTERFACE FILE HOLDS '
                      WS-GL-RECS-SEEN ' RECORDS, FEWER THAN THE '
                      WS-ROLLED-COUNT ' ALREADY ROLLED'
              DISPLAY 'GLCLOSE NOTICE - TREATED AS A NEW GENERATION '
                      'AND POSTED FROM THE START'
              CLOSE GLFILE
              OPEN INPUT GLFILE
              IF GLCODE = '00'
                 MOVE 'N'  TO GLFILE-FILE-SW
                 MOVE ZERO TO WS-ROLLED-COUNT, WS-GL-RECS-SEEN,
                              POSTINGS-PRIOR-RUN
                 PERFORM 0310-READ-GL-POSTINGS
              ELSE
                 DISPLAY 'ERROR ENCOUNTERED REOPENING GL INTERFACE '
                         'FILE, STATUS: ' GLCODE
              END-IF
           END-IF.
      *
           IF WS-GL-RECS-SEEN < WS-ROLLED-COUNT
              MOVE WS-ROLLED-COUNT TO WS-GL-RECS-SEEN
           END-IF.
      *
       0310-READ-GL-POSTINGS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS GLFILE TO ITS END.  THE FIRST         *
      *    WS-ROLLED-COUNT RECORDS WERE ROLLED BY AN EARLIER RUN AND  *
      *    ARE ONLY COUNTED; EVERY LATER RECORD IS POSTED.            *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0300-POST-GL-FILE                                       *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0350-POST-ONE-POSTING                                   *
      *****************************************************************
      *
           PERFORM UNTIL END-OF-GLFILE
              READ GLFILE INTO WS-GL-POST-REC
                 AT END
                    MOVE 'Y' TO GLFILE-FILE-SW
                 NOT AT END
                    ADD +1 TO WS-GL-RECS-SEEN
                    IF WS-GL-RECS-SEEN > WS-ROLLED-COUNT
                       ADD +1 TO POSTINGS-READ
                       PERFORM 0350-POST-ONE-POSTING
                       IF WS-GL-CYCLE-DATE IS NUMERIC
                          MOVE WS-GL-CYCLE-DATE TO WS-LAST-CYCLE-DATE
                       END-IF
                    ELSE
                       ADD +1 TO POSTINGS-PRIOR-RUN
                    END-IF
              END-READ
              IF GLCODE = '00' OR '10'
                 CONTINUE
              ELSE
                 MOVE 'Y' TO GLFILE-FILE-SW
                 IF NOT GLBAL-UNREADABLE
                    MOVE 'G' TO WS-GL-INPUT-SW
                 END-IF
              END-IF
           END-PERFORM.
      *
       0350-POST-ONE-POSTING.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH POSTS ONE GL RECORD TO THE BALANCE ROW FOR  *
      *    ITS ACCOUNT AND THE PERIOD OF ITS CYCLE DATE.  A MALFORMED *
      *    RECORD (AMOUNT NOT NUMERIC, NEITHER DR NOR CR, OR A BAD    *
      *    CYCLE DATE) IS REJECTED.  A POSTING DATED IN A CLOSED      *
      *    PERIOD IS REJECTED, OR MOVED TO THE OPEN PERIOD UNDER      *
      *    CLOSEDPOST=MOVE.  BOTH ARE LISTED ON THE EXCEPTION REPORT. *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0310-READ-GL-POSTINGS                                   *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0360-FIND-OR-INSERT-BALANCE                             *
      *    -  0380-WRITE-EXCEPTION-LINE                               *
      *****************************************************************
      *
           MOVE SPACES TO WS-EXC-RESULT-WORK.
           MOVE ZERO   TO EXC-RESULT-PERIOD.
           MOVE 'Y'    TO WS-POSTING-SW.
      *
           IF WS-GL-AMOUNT IS NOT NUMERIC
              OR (WS-GL-DR-CR NOT = 'DR' AND WS-GL-DR-CR NOT = 'CR')
              OR WS-GL-CYCLE-DATE IS NOT NUMERIC
              OR WS-GL-CYCLE-PERIOD (5:2) < '01'
              OR WS-GL-CYCLE-PERIOD (5:2) > '12'
              ADD +1 TO POSTINGS-REJECTED
              MOVE 'REJECTED - MALFORMED POSTING RECORD'
                                              TO EXC-RESULT-TEXT
              PERFORM 0380-WRITE-EXCEPTION-LINE
              MOVE 'N' TO WS-POSTING-SW
           ELSE
              MOVE WS-GL-CYCLE-PERIOD TO WS-POST-PERIOD
           END-IF.
      *
           IF POSTING-ACCEPTED
              AND WS-LAST-CLOSED-PERIOD > 0
              AND WS-POST-PERIOD NOT > WS-LAST-CLOSED-PERIOD
              IF MOVE-CLOSED-POSTINGS
                 ADD +1 TO POSTINGS-MOVED
                 ADD WS-GL-AMOUNT   TO EXC-MOVED-AMOUNT
                 MOVE WS-OPEN-PERIOD TO WS-POST-PERIOD
                 MOVE 'MOVED - PERIOD CLOSED, POSTED TO PERIOD'
                                              TO EXC-RESULT-TEXT
                 MOVE WS-OPEN-PERIOD          TO EXC-RESULT-PERIOD
                 PERFORM 0380-WRITE-EXCEPTION-LINE
              ELSE
                 ADD +1 TO POSTINGS-REJECTED
                 ADD WS-GL-AMOUNT   TO EXC-REJECTED-AMOUNT
                 MOVE 'REJECTED - POSTING DATED IN CLOSED PERIOD'
                                              TO EXC-RESULT-TEXT
                 MOVE WS-POST-PERIOD          TO EXC-RESULT-PERIOD
                 PERFORM 0380-WRITE-EXCEPTION-LINE
                 MOVE 'N' TO WS-POSTING-SW
              END-IF
           END-IF.
      *
           IF POSTING-ACCEPTED
              MOVE WS-GL-ACCOUNT  TO WS-SEARCH-ACCOUNT
              MOVE WS-POST-PERIOD TO WS-SEARCH-PERIOD
              PERFORM 0360-FIND-OR-INSERT-BALANCE
              SET BL-IDX TO WS-BL-SUB
              IF WS-GL-DR-CR = 'DR'
                 ADD WS-GL-AMOUNT TO WS-BL-DEBITS (BL-IDX)
              ELSE
                 ADD WS-GL-AMOUNT TO WS-BL-CREDITS (BL-IDX)
              END-IF
              ADD +1 TO POSTINGS-APPLIED
           END-IF.
      *
       0360-FIND-OR-INSERT-BALANCE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH FINDS THE BALANCE ROW FOR WS-SEARCH-KEY     *
      *    (ACCOUNT AND PERIOD), OR INSERTS A ZERO ROW FOR IT IN KEY  *
      *    POSITION, AND LEAVES ITS SUBSCRIPT IN WS-BL-SUB.  THE NEW  *
      *    ROW'S OPENING BALANCE IS SET BY 0400-ROLL-BALANCES-        *
      *    FORWARD.                                                   *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0350-POST-ONE-POSTING                                   *
      *    -  0500-PRINT-TRIAL-BALANCE                                *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0370-INSERT-BALANCE-ROW                                 *
      *****************************************************************
      *
           MOVE 'N' TO WS-BL-FOUND-SW, WS-BL-STOP-SW.
           MOVE ZERO TO WS-BL-SUB.
           PERFORM VARYING BL-IDX FROM 1 BY 1
              UNTIL BL-IDX > WS-BL-ENTRIES-USED
                 OR BALANCE-SEARCH-DONE
                 IF WS-BL-KEY (BL-IDX) NOT < WS-SEARCH-KEY
                    MOVE 'Y' TO WS-BL-STOP-SW
                    SET WS-BL-SUB TO BL-IDX
                    IF WS-BL-KEY (BL-IDX) = WS-SEARCH-KEY
                       MOVE 'Y' TO WS-BL-FOUND-SW
                    END-IF
                 END-IF
           END-PERFORM.
      *
           IF NOT BALANCE-ROW-FOUND
              PERFORM 0370-INSERT-BALANCE-ROW
           END-IF.
      *
       0370-INSERT-BALANCE-ROW.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH OPENS A GAP AT WS-BL-SUB (OR USES THE END   *
      *    OF THE TABLE WHEN WS-BL-SUB IS ZERO) AND STORES A ZERO     *
      *    BALANCE ROW FOR WS-SEARCH-KEY THERE.  A FULL TABLE STOPS   *
      *    THE RUN.                                                   *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0360-FIND-OR-INSERT-BALANCE                             *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           IF WS-BL-ENTRIES-USED NOT < 3000
              DISPLAY 'GLCLOSE RUN STOPPED - BALANCE TABLE CAPACITY OF '
                      '3000 EXCEEDED AT ACCOUNT ' WS-SEARCH-ACCOUNT
                      ' PERIOD ' WS-SEARCH-PERIOD
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      *
           IF WS-BL-SUB = ZERO
              COMPUTE WS-BL-SUB = WS-BL-ENTRIES-USED + 1
           ELSE
              PERFORM VARYING WS-BL-SHIFT-SUB FROM WS-BL-ENTRIES-USED
                 BY -1 UNTIL WS-BL-SHIFT-SUB < WS-BL-SUB
                    MOVE WS-BL-ENTRY (WS-BL-SHIFT-SUB)
                       TO WS-BL-ENTRY (WS-BL-SHIFT-SUB + 1)
              END-PERFORM
           END-IF.
           ADD +1 TO WS-BL-ENTRIES-USED.
      *
           SET BL-IDX TO WS-BL-SUB.
           MOVE WS-SEARCH-KEY TO WS-BL-KEY (BL-IDX).
           MOVE ZERO          TO WS-BL-OPENING (BL-IDX)
                                 WS-BL-DEBITS (BL-IDX)
                                 WS-BL-CREDITS (BL-IDX)
                                 WS-BL-CLOSING (BL-IDX).
      *
       0380-WRITE-EXCEPTION-LINE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES ONE EXCEPTION REPORT LINE FOR THE    *
      *    CURRENT POSTING WITH THE RESULT TEXT THE CALLER BUILT.     *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0350-POST-ONE-POSTING                                   *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE SPACES              TO WS-EXC-DETAIL.
           MOVE WS-GL-ACCOUNT       TO EXC-ACCOUNT-D.
           MOVE WS-GL-DR-CR         TO EXC-DR-CR-D.
           IF WS-GL-AMOUNT IS NUMERIC
              MOVE WS-GL-AMOUNT     TO EXC-AMOUNT-D
           ELSE
              MOVE ZERO             TO EXC-AMOUNT-D
           END-IF.
           MOVE WS-GL-CYCLE-DATE    TO EXC-CYCLE-DATE-D.
           MOVE WS-GL-SOURCE-PGM    TO EXC-SOURCE-D.
           IF EXC-RESULT-PERIOD = ZERO
              MOVE EXC-RESULT-TEXT  TO EXC-RESULT-D
           ELSE
              STRING EXC-RESULT-TEXT   DELIMITED BY '  '
                     ' '               DELIMITED BY SIZE
                     EXC-RESULT-PERIOD DELIMITED BY SIZE
                INTO EXC-RESULT-D
           END-IF.
      *
           WRITE GL-EXC-REC FROM WS-EXC-DETAIL.
           IF EXCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO GL EXCEPTION REPORT'
           END-IF.
      *
       0400-ROLL-BALANCES-FORWARD.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WALKS THE BALANCE TABLE IN ACCOUNT/PERIOD   *
      *    ORDER AND, FOR EVERY OPEN-PERIOD ROW, SETS THE OPENING     *
      *    BALANCE TO THE CLOSING BALANCE OF THE SAME ACCOUNT'S       *
      *    PREVIOUS ROW (ZERO FOR AN ACCOUNT'S FIRST ROW) AND         *
      *    RECOMPUTES THE CLOSING BALANCE.  ROWS OF CLOSED PERIODS    *
      *    ARE FROZEN AND LEFT EXACTLY AS LOADED.                     *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *    -  0500-PRINT-TRIAL-BALANCE                                *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           PERFORM VARYING BL-IDX FROM 1 BY 1
              UNTIL BL-IDX > WS-BL-ENTRIES-USED
                 IF WS-BL-PERIOD (BL-IDX) > WS-LAST-CLOSED-PERIOD
                    IF BL-IDX > 1
                       AND WS-BL-ACCOUNT (BL-IDX) =
                           WS-BL-ACCOUNT (BL-IDX - 1)
                       MOVE WS-BL-CLOSING (BL-IDX - 1)
                          TO WS-BL-OPENING (BL-IDX)
                    ELSE
                       MOVE ZERO TO WS-BL-OPENING (BL-IDX)
                    END-IF
                    COMPUTE WS-BL-CLOSING (BL-IDX) =
                       WS-BL-OPENING (BL-IDX) + WS-BL-DEBITS (BL-IDX)
                                              - WS-BL-CREDITS (BL-IDX)
                 END-IF
           END-PERFORM.
      *
       0500-PRINT-TRIAL-BALANCE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH PRINTS THE TRIAL BALANCE FOR THE PERIOD     *
      *    BEING CLOSED (CLOSE= CARD) OR, WITHOUT ONE, FOR THE OPEN   *
      *    PERIOD.  EVERY ACCOUNT CARRYING A BALANCE INTO THE PERIOD  *
      *    WITH NO ACTIVITY IN IT IS GIVEN A ROW FIRST, SO THE TRIAL  *
      *    BALANCE SHOWS EVERY LIVE BALANCE.  THE TRIAL BALANCE IS IN *
      *    BALANCE WHEN TOTAL DEBITS EQUAL TOTAL CREDITS AND THE      *
      *    CLOSING BALANCES NET TO ZERO.                              *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0530-CHECK-CARRIED-BALANCE                              *
      *    -  0360-FIND-OR-INSERT-BALANCE                             *
      *    -  0400-ROLL-BALANCES-FORWARD                              *
      *    -  0550-PRINT-ONE-TB-LINE                                  *
      *****************************************************************
      *
      *****************************************************************
      *  BEFORE THE FIRST CLOSE THE OPEN PERIOD IS THE EARLIEST       *
      *  PERIOD ON THE MASTER.                                        *
      *****************************************************************
      *
           IF WS-OPEN-PERIOD = ZERO
              PERFORM VARYING BL-IDX FROM 1 BY 1
                 UNTIL BL-IDX > WS-BL-ENTRIES-USED
                    IF WS-OPEN-PERIOD = ZERO
                       OR WS-BL-PERIOD (BL-IDX) < WS-OPEN-PERIOD
                       MOVE WS-BL-PERIOD (BL-IDX) TO WS-OPEN-PERIOD
                    END-IF
              END-PERFORM
           END-IF.
      *
           IF WS-CLOSE-PERIOD > ZERO
              MOVE WS-CLOSE-PERIOD TO WS-TB-PERIOD
           ELSE
              MOVE WS-OPEN-PERIOD  TO WS-TB-PERIOD
           END-IF.
      *
           MOVE WS-TB-PERIOD TO TB-PERIOD-D.
           EVALUATE TRUE
              WHEN WS-TB-PERIOD NOT > WS-LAST-CLOSED-PERIOD
                 MOVE 'CLOSED PERIOD - BALANCES ARE FINAL'
                                              TO TB-PERIOD-STATUS-D
              WHEN WS-CLOSE-PERIOD > ZERO
                 MOVE 'OPEN PERIOD - CLOSE REQUESTED THIS RUN'
                                              TO TB-PERIOD-STATUS-D
              WHEN OTHER
                 MOVE 'OPEN PERIOD - BALANCES TO DATE'
                                              TO TB-PERIOD-STATUS-D
           END-EVALUATE.
           WRITE GL-TB-REC FROM WS-TB-PERIOD-LINE.
           WRITE GL-TB-REC FROM WS-RPT-BLANK-LINE.
           WRITE GL-TB-REC FROM WS-TB-COL-HEADER-1.
           WRITE GL-TB-REC FROM WS-TB-COL-HEADER-2.
      *
      *****************************************************************
      *  CARRY LIVE BALANCES INTO AN OPEN TRIAL BALANCE PERIOD - A    *
      *  CLOSED PERIOD'S ROWS WERE CARRIED WHEN IT CLOSED.            *
      *****************************************************************
      *
           IF WS-TB-PERIOD > WS-LAST-CLOSED-PERIOD
              MOVE ZERO TO WS-CY-ENTRIES-USED
              MOVE 'N'  TO WS-CY-HAS-TB-ROW-SW
              MOVE ZERO TO WS-CY-PRIOR-CLOSING
              PERFORM 0530-CHECK-CARRIED-BALANCE
                 VARYING BL-IDX FROM 1 BY 1
                 UNTIL BL-IDX > WS-BL-ENTRIES-USED
              PERFORM VARYING WS-CY-SUB FROM 1 BY 1
                 UNTIL WS-CY-SUB > WS-CY-ENTRIES-USED
                    MOVE WS-CY-ACCOUNT (WS-CY-SUB) TO WS-SEARCH-ACCOUNT
                    MOVE WS-TB-PERIOD              TO WS-SEARCH-PERIOD
                    PERFORM 0360-FIND-OR-INSERT-BALANCE
              END-PERFORM
              PERFORM 0400-ROLL-BALANCES-FORWARD
           END-IF.
      *
           PERFORM 0550-PRINT-ONE-TB-LINE
              VARYING BL-IDX FROM 1 BY 1
              UNTIL BL-IDX > WS-BL-ENTRIES-USED.
      *
           IF TB-ACCOUNTS = 0
              WRITE GL-TB-REC FROM WS-TB-NONE-LINE
           END-IF.
      *
           WRITE GL-TB-REC FROM WS-TB-COL-HEADER-2.
           MOVE 'TOTALS'         TO TB-ACCOUNT-D.
           MOVE TB-TOTAL-OPENING TO TB-OPENING-D.
           MOVE TB-TOTAL-DEBITS  TO TB-DEBITS-D.
           MOVE TB-TOTAL-CREDITS TO TB-CREDITS-D.
           MOVE TB-TOTAL-CLOSING TO TB-CLOSING-D.
           WRITE GL-TB-REC FROM WS-TB-DETAIL.
           WRITE GL-TB-REC FROM WS-RPT-BLANK-LINE.
      *
           MOVE 'ACCOUNTS ON TRIAL BALANCE:  '    TO TB-COUNT-LABEL.
           MOVE TB-ACCOUNTS                       TO TB-COUNT-O.
           WRITE GL-TB-REC FROM WS-TB-COUNT-LINE.
      *
           IF TB-TOTAL-DEBITS = TB-TOTAL-CREDITS
              AND TB-TOTAL-CLOSING = ZERO
              MOVE 'B' TO WS-TB-STATUS-SW
              MOVE 'TRIAL BALANCE IN BALANCE - DEBITS EQUAL CREDITS AND'
                 TO TB-VERDICT-TEXT
              MOVE ' BALANCES NET TO ZERO' TO TB-VERDICT-TEXT (52:21)
           ELSE
              MOVE 'O' TO WS-TB-STATUS-SW
              MOVE 'TRIAL BALANCE OUT OF BALANCE - SEE TOTALS ABOVE'
                 TO TB-VERDICT-TEXT
           END-IF.
           WRITE GL-TB-REC FROM WS-TB-VERDICT-LINE.
      *
           IF TBCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO TRIAL BALANCE REPOR'
                      'T'
           END-IF.
      *
       0530-CHECK-CARRIED-BALANCE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH LOOKS AT ONE BALANCE ROW WHILE THE TABLE    *
      *    IS WALKED A WHOLE ACCOUNT AT A TIME.  IT NOTES WHETHER THE *
      *    ACCOUNT ALREADY HAS A ROW FOR THE TRIAL BALANCE PERIOD AND *
      *    THE CLOSING BALANCE OF ITS LAST EARLIER ROW.  AT THE       *
      *    ACCOUNT'S LAST ROW, AN ACCOUNT WITH A NON-ZERO BALANCE AND *
      *    NO ROW FOR THE PERIOD IS LISTED TO BE CARRIED INTO IT.     *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0500-PRINT-TRIAL-BALANCE                                *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           IF WS-BL-PERIOD (BL-IDX) = WS-TB-PERIOD
              MOVE 'Y' TO WS-CY-HAS-TB-ROW-SW
           END-IF.
           IF WS-BL-PERIOD (BL-IDX) < WS-TB-PERIOD
              MOVE WS-BL-CLOSING (BL-IDX) TO WS-CY-PRIOR-CLOSING
           END-IF.
      *
           MOVE 'N' TO WS-CY-LAST-ROW-SW.
           IF BL-IDX = WS-BL-ENTRIES-USED
              MOVE 'Y' TO WS-CY-LAST-ROW-SW
           ELSE
              IF WS-BL-ACCOUNT (BL-IDX + 1) NOT = WS-BL-ACCOUNT (BL-IDX)
                 MOVE 'Y' TO WS-CY-LAST-ROW-SW
              END-IF
           END-IF.
      *
           IF LAST-ROW-OF-ACCOUNT
              IF NOT ACCOUNT-HAS-TB-ROW
                 AND WS-CY-PRIOR-CLOSING NOT = ZERO
                 IF WS-CY-ENTRIES-USED < 500
                    ADD +1 TO WS-CY-ENTRIES-USED
                    MOVE WS-BL-ACCOUNT (BL-IDX)
                       TO WS-CY-ACCOUNT (WS-CY-ENTRIES-USED)
                 ELSE
                    DISPLAY 'GLCLOSE RUN STOPPED - CARRIED-BALANCE '
                            'TABLE CAPACITY OF 500 EXCEEDED'
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                 END-IF
              END-IF
              MOVE 'N'  TO WS-CY-HAS-TB-ROW-SW
              MOVE ZERO TO WS-CY-PRIOR-CLOSING
           END-IF.
      *
       0550-PRINT-ONE-TB-LINE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH PRINTS ONE TRIAL BALANCE LINE WHEN THE      *
      *    BALANCE ROW BELONGS TO THE TRIAL BALANCE PERIOD AND ADDS   *
      *    IT TO THE TOTALS.                                          *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0500-PRINT-TRIAL-BALANCE                                *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           IF WS-BL-PERIOD (BL-IDX) = WS-TB-PERIOD
              ADD +1 TO TB-ACCOUNTS
              ADD WS-BL-OPENING (BL-IDX) TO TB-TOTAL-OPENING
              ADD WS-BL-DEBITS (BL-IDX)  TO TB-TOTAL-DEBITS
              ADD WS-BL-CREDITS (BL-IDX) TO TB-TOTAL-CREDITS
              ADD WS-BL-CLOSING (BL-IDX) TO TB-TOTAL-CLOSING
              MOVE WS-BL-ACCOUNT (BL-IDX) TO TB-ACCOUNT-D
              MOVE WS-BL-OPENING (BL-IDX) TO TB-OPENING-D
              MOVE WS-BL-DEBITS (BL-IDX)  TO TB-DEBITS-D
              MOVE WS-BL-CREDITS (BL-IDX) TO TB-CREDITS-D
              MOVE WS-BL-CLOSING (BL-IDX) TO TB-CLOSING-D
              WRITE GL-TB-REC FROM WS-TB-DETAIL
           END-IF.
      *
       0600-CLOSE-PERIOD.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH CLOSES THE CLOSE= PERIOD BY ADDING IT TO    *
      *    THE CLOSED-PERIOD TABLE WITH TODAY'S DATE.  THE CLOSE IS   *
      *    REFUSED (AND THE RUN ENDS WITH RETURN CODE 8) WHEN THE     *
      *    PERIOD IS NOT THE OPEN PERIOD - ALREADY CLOSED, OR LATER   *
      *    THAN THE OPEN PERIOD - OR ITS TRIAL BALANCE IS OUT OF      *
      *    BALANCE.  THE NIGHT'S POSTINGS ARE KEPT EITHER WAY.  IT IS *
      *    ALSO REFUSED WHEN GLFILE OR THE BALANCE MASTER COULD NOT   *
      *    BE OPENED, SINCE THE TRIAL BALANCE THEN PROVES NOTHING.    *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           EVALUATE TRUE
              WHEN WS-CLOSE-PERIOD = ZERO
                 CONTINUE
              WHEN WS-CLOSE-PERIOD NOT > WS-LAST-CLOSED-PERIOD
                 MOVE 'Y' TO WS-CLOSE-REFUSED-SW
                 MOVE 'CLOSE REFUSED - PERIOD IS ALREADY CLOSED'
                    TO TB-VERDICT-TEXT
              WHEN WS-CLOSE-PERIOD NOT = WS-OPEN-PERIOD
                 MOVE 'Y' TO WS-CLOSE-REFUSED-SW
                 MOVE 'CLOSE REFUSED - NOT THE OPEN PERIOD, WHICH IS'
                    TO TB-VERDICT-TEXT
                 MOVE WS-OPEN-PERIOD    TO TB-VERDICT-TEXT (47:6)
              WHEN TRIAL-BALANCE-OUT-OF-BAL
                 MOVE 'Y' TO WS-CLOSE-REFUSED-SW
                 MOVE 'CLOSE REFUSED - TRIAL BALANCE IS OUT OF BALANCE'
                    TO TB-VERDICT-TEXT
              WHEN WS-PD-ENTRIES-USED NOT < 240
                 MOVE 'Y' TO WS-CLOSE-REFUSED-SW
                 MOVE 'CLOSE REFUSED - CLOSED-PERIOD TABLE IS FULL'
                    TO TB-VERDICT-TEXT
              WHEN GL-INPUT-FAILED
                 MOVE 'Y' TO WS-CLOSE-REFUSED-SW
                 MOVE 'CLOSE REFUSED - GL INPUT NOT AVAILABLE'
                    TO TB-VERDICT-TEXT
              WHEN OTHER
                 ADD +1 TO WS-PD-ENTRIES-USED
                 SET PD-IDX TO WS-PD-ENTRIES-USED
                 MOVE WS-CLOSE-PERIOD   TO WS-PD-PERIOD (PD-IDX)
                 MOVE WS-TODAY-YYYYMMDD TO WS-PD-CLOSE-DATE (PD-IDX)
                 MOVE WS-CLOSE-PERIOD   TO WS-LAST-CLOSED-PERIOD
                 MOVE 'Y' TO WS-CLOSE-DONE-SW
                 MOVE 'PERIOD CLOSED - LATER POSTINGS DATED IN IT ARE'
                    TO TB-VERDICT-TEXT
                 MOVE 'REJECTED OR MOVED' TO TB-VERDICT-TEXT (48:17)
           END-EVALUATE.
      *
           IF WS-CLOSE-PERIOD > ZERO
              WRITE GL-TB-REC FROM WS-TB-VERDICT-LINE
              DISPLAY 'GLCLOSE PERIOD ' WS-CLOSE-PERIOD ': '
                      TB-VERDICT-TEXT
           END-IF.
      *
       0650-WRITE-NEW-MASTER.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES THE UPDATED BALANCE MASTER - THE     *
      *    CONTROL ROW WITH THE NEW HIGH-WATER MARK, THE CLOSED-      *
      *    PERIOD ROWS, THEN EVERY BALANCE ROW IN ACCOUNT / PERIOD    *
      *    SEQUENCE.  IT IS NOT PERFORMED WHEN THE BALANCE MASTER     *
      *    COULD NOT BE OPENED OR READ, SO NO NEW MASTER IS WRITTEN.  *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           OPEN OUTPUT NEWGLBAL.
           IF NBCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING NEW GL BALANCE MASTER'
           END-IF.
      *
           MOVE SPACES              TO WS-GL-CTL-REC.
           MOVE 'H'                 TO WS-GH-REC-TYPE.
           MOVE WS-GL-RECS-SEEN     TO WS-GH-ROLLED-COUNT.
           MOVE WS-LAST-CYCLE-DATE  TO WS-GH-LAST-CYCLE-DATE.
           MOVE WS-TODAY-YYYYMMDD   TO WS-GH-ROLL-DATE.
           WRITE NEW-GL-BAL-REC FROM WS-GL-CTL-REC.
           IF NBCODE = '00'
              ADD +1 TO MASTER-RECS-WRITTEN
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING NEW GL BALANCE MASTER'
           END-IF.
      *
           PERFORM VARYING PD-IDX FROM 1 BY 1
              UNTIL PD-IDX > WS-PD-ENTRIES-USED
                 MOVE SPACES                    TO WS-GL-PER-REC
                 MOVE 'P'                       TO WS-GP-REC-TYPE
                 MOVE WS-PD-PERIOD (PD-IDX)     TO WS-GP-PERIOD
                 MOVE 'C'                       TO WS-GP-STATUS
                 MOVE WS-PD-CLOSE-DATE (PD-IDX) TO WS-GP-CLOSE-DATE
                 WRITE NEW-GL-BAL-REC FROM WS-GL-PER-REC
                 IF NBCODE = '00'
                    ADD +1 TO MASTER-RECS-WRITTEN
                 ELSE
                    DISPLAY 'ERROR ENCOUNTERED WRITING NEW GL BALANCE '
                            'MASTER'
                 END-IF
           END-PERFORM.
      *
           PERFORM VARYING BL-IDX FROM 1 BY 1
              UNTIL BL-IDX > WS-BL-ENTRIES-USED
                 MOVE SPACES                    TO WS-GL-BAL-REC
                 MOVE 'B'                       TO WS-GB-REC-TYPE
                 MOVE WS-BL-KEY (BL-IDX)        TO WS-GB-KEY
                 MOVE WS-BL-OPENING (BL-IDX)    TO WS-GB-OPENING
                 MOVE WS-BL-DEBITS (BL-IDX)     TO WS-GB-DEBITS
                 MOVE WS-BL-CREDITS (BL-IDX)    TO WS-GB-CREDITS
                 MOVE WS-BL-CLOSING (BL-IDX)    TO WS-GB-CLOSING
                 WRITE NEW-GL-BAL-REC FROM WS-GL-BAL-REC
                 IF NBCODE = '00'
                    ADD +1 TO MASTER-RECS-WRITTEN
                 ELSE
                    DISPLAY 'ERROR ENCOUNTERED WRITING NEW GL BALANCE '
                            'MASTER'
                 END-IF
           END-PERFORM.
      *
       0700-WRITE-EXCEPTION-TOTALS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH CLOSES THE EXCEPTION REPORT WITH THE        *
      *    POSTING COUNTS AND THE AMOUNTS REJECTED AND MOVED.  GLFILE *
      *    RECORDS ROLLED BY AN EARLIER RUN ARE COUNTED SEPARATELY.   *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           IF POSTINGS-REJECTED = 0 AND POSTINGS-MOVED = 0
              WRITE GL-EXC-REC FROM WS-EXC-NONE-LINE
           END-IF.
           WRITE GL-EXC-REC FROM WS-RPT-BLANK-LINE.
      *
           MOVE SPACES                          TO WS-EXC-TOTAL-LINE.
           MOVE 'ROLLED ON AN EARLIER RUN:  '   TO EXC-TOTAL-LABEL.
           MOVE POSTINGS-PRIOR-RUN              TO EXC-TOTAL-COUNT.
           WRITE GL-EXC-REC FROM WS-EXC-TOTAL-LINE.
      *
           MOVE SPACES                          TO WS-EXC-TOTAL-LINE.
           MOVE 'POSTINGS READ:  '              TO EXC-TOTAL-LABEL.
           MOVE POSTINGS-READ                   TO EXC-TOTAL-COUNT.
           WRITE GL-EXC-REC FROM WS-EXC-TOTAL-LINE.
      *
           MOVE SPACES                          TO WS-EXC-TOTAL-LINE.
           MOVE 'POSTINGS APPLIED:  '           TO EXC-TOTAL-LABEL.
           MOVE POSTINGS-APPLIED                TO EXC-TOTAL-COUNT.
           WRITE GL-EXC-REC FROM WS-EXC-TOTAL-LINE.
      *
           MOVE 'POSTINGS MOVED TO OPEN PERIOD:  '
                                                TO EXC-TOTAL-LABEL.
           MOVE POSTINGS-MOVED                  TO EXC-TOTAL-COUNT.
           MOVE EXC-MOVED-AMOUNT                TO EXC-TOTAL-AMT.
           WRITE GL-EXC-REC FROM WS-EXC-TOTAL-LINE.
      *
           MOVE 'POSTINGS REJECTED:  '          TO EXC-TOTAL-LABEL.
           MOVE POSTINGS-REJECTED               TO EXC-TOTAL-COUNT.
           MOVE EXC-REJECTED-AMOUNT             TO EXC-TOTAL-AMT.
           WRITE GL-EXC-REC FROM WS-EXC-TOTAL-LINE.
      *
           IF EXCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO GL EXCEPTION REPORT'
           END-IF.
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
           CLOSE GLFILE.
           IF GLCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING GL INTERFACE FILE'
           END-IF.
      *
           IF GLBAL-UNREADABLE
              NEXT SENTENCE
           ELSE
              CLOSE NEWGLBAL
              IF NBCODE = '00'
                 NEXT SENTENCE
              ELSE
                 DISPLAY 'ERROR ENCOUNTERED CLOSING NEW GL BALANCE '
                         'MASTER'
              END-IF
           END-IF.
      *
           CLOSE GLTBRPT.
           IF TBCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING TRIAL BALANCE REPORT'
           END-IF.
      *
           CLOSE GLEXCRPT.
           IF EXCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING GL EXCEPTION REPORT'
           END-IF.
      *
       0850-WRITE-RUN-LOG.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH APPENDS ONE RUN RECORD (POSTINGS READ,      *
      *    MASTER ROWS WRITTEN, POSTINGS REJECTED AND COMPLETION      *
      *    STATUS) TO THE SHARED NIGHTLY BATCH RUN LOG.  A TRIAL      *
      *    BALANCE OUT OF BALANCE, A REFUSED CLOSE OR GL INPUT THAT   *
      *    COULD NOT BE OPENED IS LOGGED ERR.                         *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE FUNCTION CURRENT-DATE (1:8)  TO WS-RL-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6)  TO WS-RL-RUN-TIME.
           MOVE POSTINGS-READ                TO WS-RL-RECS-READ.
           MOVE MASTER-RECS-WRITTEN          TO WS-RL-RECS-WRITTEN.
           MOVE POSTINGS-REJECTED            TO WS-RL-ERROR-COUNT.
           IF TRIAL-BALANCE-OUT-OF-BAL OR CLOSE-REFUSED
              OR GL-INPUT-FAILED
              MOVE 'ERR'                     TO WS-RL-STATUS
           ELSE
              MOVE 'OK'                      TO WS-RL-STATUS
           END-IF.
      *
           OPEN EXTEND RUNLOG.
           IF LGCODE = '00'
              WRITE RUN-LOG-REC FROM WS-RUN-LOG-REC
              CLOSE RUNLOG
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING BATCH RUN LOG'
           END-IF.
      *
       0900-NEXT-PERIOD.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH ADVANCES WS-PERIOD-WORK (CCYYMM) BY ONE     *
      *    MONTH.                                                     *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0200-LOAD-BALANCE-MASTER                                *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           IF WS-PW-MONTH = 12
              ADD 1 TO WS-PW-YEAR
              MOVE 1 TO WS-PW-MONTH
           ELSE
              ADD 1 TO WS-PW-MONTH
           END-IF.
