       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ELIGRESP.
       AUTHOR. DORETHA RILEY.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. CURRENT-DATE.
       SECURITY. NON-CONFIDENTIAL.
      *
      *****************************************************************
      *  DESCRIPTION                                                  *
      *    THIS PROGRAM READS THE CARRIERS' RESPONSES TO THE          *
      *    ELIGIBILITY INQUIRIES ELIGINQ SENT AND COMPARES EACH ONE   *
      *    WITH THE COVERAGE WINDOW ON THE PATIENT MASTER:            *
      *      - A RESPONSE THAT AGREES WITH THE MASTER IS COUNTED AS   *
      *        CONFIRMED AND NOTHING IS WRITTEN.                      *
      *      - A RESPONSE THAT ONLY CORRECTS THE DATES (THE CARRIER   *
      *        CONFIRMS COVERAGE BUT WITH A DIFFERENT EFFECTIVE OR    *
      *        TERMINATION DATE) GENERATES A COVERAGE-DATE ('C')      *
      *        TRANSACTION IN THE PATMAINT TRANSACTION LAYOUT, FOR    *
      *        THE NEXT PATMAINT RUN TO APPLY AND AUDIT.              *
      *      - A RESPONSE THAT CONTRADICTS THE MASTER - THE CARRIER   *
      *        HAS TERMINATED OR HAS NO RECORD OF A MEMBER WE SHOW    *
      *        ACTIVE, OR SHOWS COVERAGE FOR A PATIENT WE HOLD        *
      *        INACTIVE - OR THAT CANNOT BE MATCHED OR EDITED, IS     *
      *        LISTED ON THE EXCEPTION REPORT FOR THE BUSINESS OFFICE *
      *        INSTEAD OF BEING APPLIED AUTOMATICALLY.                *
      *    THE REPORT CLOSES WITH THE RUN'S CONTROL COUNTS AND CHECKS *
      *    EACH CARRIER'S RESPONSE COUNT AGAINST ITS TRAILER.         *
      *                                                               *
      *    CONTROL CARDS (KEYWORD=VALUE, ONE PER RECORD, OPTIONAL):   *
      *      RUNDATE=CCYYMMDD (DEFAULT TODAY'S DATE - STAMPED ON THE  *
      *                        GENERATED TRANSACTIONS)                *
      *      USER=XXXXXXXX    (DEFAULT ELIGRESP - STAMPED ON THE      *
      *                        GENERATED TRANSACTIONS)                *
      *                                                               *
      *    INPUT FILES:                                               *
      *      RTPOT44.ELIGRESP.RESPONSE (CARRIER RESPONSES)            *
      *      INTERNAL FILE NAME:  ELIGIN                              *
      *      JCL DD NAME:         ELIGIN                              *
      *                                                               *
      *      RTPOT44.PATMSTR.DATA (PATIENT MASTER, KEYED)             *
      *      INTERNAL FILE NAME:  PATMSTR                             *
      *      JCL DD NAME:         PATMSTR                             *
      *                                                               *
      *      RTPOT44.ELIGRESP.PARMS (CONTROL CARDS)                   *
      *      INTERNAL FILE NAME:  PARMFILE                            *
      *      JCL DD NAME:         PARMFILE                            *
      *                                                               *
      *    OUTPUT FILES:                                              *
      *      RTPOT44.PATTRAN.DATA (PATMAINT TRANSACTIONS)             *
      *      INTERNAL FILE NAME:  PATTRAN                             *
      *      JCL DD NAME:         PATTRAN                             *
      *                                                               *
      *      DD SYSOUT=* (ELIGIBILITY EXCEPTION REPORT)               *
      *      INTERNAL FILE NAME:  ELIGEXC                             *
      *      JCL DD NAME:         ELIGEXC                             *
      *                                                               *
      *    JCL JOB: RTPOT44.LEARN.REUSABLE.JCL(ELIGRESP)              *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ELIGIN   *>CARRIER ELIGIBILITY RESPONSES
           ASSIGN TO ELIGIN
             FILE STATUS IS EICODE.
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
           SELECT PATTRAN          *>GENERATED PATMAINT TRANSACTIONS
           ASSIGN TO PATTRAN
             FILE STATUS IS TRCODE.
      *
           SELECT ELIGEXC          *>ELIGIBILITY EXCEPTION REPORT
           ASSIGN TO ELIGEXC
             FILE STATUS IS EXCODE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ELIGIN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS ELIG-IN-REC.
      *
       01  ELIG-IN-REC PIC X(80).
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
       FD  PATTRAN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PAT-TRAN-REC.
      *
       01  PAT-TRAN-REC PIC X(80).
      *
       FD  ELIGEXC
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS ELIG-EXC-REC.
      *
       01  ELIG-EXC-REC PIC X(133).
      *
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-CODES.
          05 EICODE               PIC X(02).
          05 PMCODE               PIC X(02).
          05 PRCODE               PIC X(02).
          05 TRCODE               PIC X(02).
          05 EXCODE               PIC X(02).
      *
       01 WS-FILE-SWITCHES.
          05 ELIGIN-FILE-SW       PIC X(01) VALUE SPACE.
             88 END-OF-ELIGIN-FILE          VALUE 'Y'.
          05 PARM-FILE-SW         PIC X(01) VALUE SPACE.
             88 END-OF-PARM-FILE            VALUE 'Y'.
          05 WS-PARM-ERROR-SW     PIC X(01) VALUE 'N'.
             88 PARM-ERROR                  VALUE 'Y'.
          05 WS-PAT-FOUND-SW      PIC X(01) VALUE 'N'.
             88 PATIENT-FOUND               VALUE 'Y'.
      *
       01 WS-PARM-FIELDS.
          05 WS-PARM-KEYWORD      PIC X(20).
          05 WS-PARM-VALUE        PIC X(20).
      *
       01 WS-RUN-CONTROLS.
          05 WS-RUN-DATE          PIC 9(08) VALUE 0.
          05 WS-RUN-USER-ID       PIC X(08) VALUE 'ELIGRESP'.
          05 WS-MSTR-COV-EFF      PIC 9(08) VALUE 0.
          05 WS-MSTR-COV-TERM     PIC 9(08) VALUE 0.
          05 WS-RESP-COV-EFF      PIC 9(08) VALUE 0.
          05 WS-RESP-COV-TERM     PIC 9(08) VALUE 0.
          05 WS-EXC-MESSAGE       PIC X(50) VALUE SPACES.
          05 WS-CURR-CARRIER      PIC X(03) VALUE SPACES.
          05 WS-CARR-DETAIL-COUNT PIC S9(07) COMP VALUE 0.
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
      *  CARRIER ELIGIBILITY RESPONSE.  THE CARRIERS RETURN THE SAME  *
      *  'H'/'D'/'T' GROUPING ELIGINQ SENDS.  ON A DETAIL THE MEMBER  *
      *  STATUS IS 'A' (COVERED - DATES ARE THE COVERAGE WINDOW), 'T' *
      *  (TERMINATED - THE TERMINATION DATE IS THE LAST COVERED DAY)  *
      *  OR 'N' (NO COVERAGE ON FILE WITH THE CARRIER).  AN OPEN-     *
      *  ENDED TERMINATION IS 99999999 OR SPACES.                     *
      *****************************************************************
      *
       01 WS-RESP-REC.
          05 RSP-RECORD-TYPE      PIC X(01).
             88 RSP-HEADER                  VALUE 'H'.
             88 RSP-DETAIL                  VALUE 'D'.
             88 RSP-TRAILER                 VALUE 'T'.
          05 RSP-CARRIER          PIC X(03).
          05 RSP-PATIENT-NBR      PIC X(05).
          05 RSP-PATIENT-NBR-N REDEFINES RSP-PATIENT-NBR
                                  PIC 9(05).
          05 RSP-MEMBER-STATUS    PIC X(01).
             88 RSP-COVERED                 VALUE 'A'.
             88 RSP-TERMINATED              VALUE 'T'.
             88 RSP-NOT-COVERED             VALUE 'N'.
          05 RSP-COV-EFF          PIC X(08).
          05 RSP-COV-EFF-N REDEFINES RSP-COV-EFF
                                  PIC 9(08).
          05 RSP-COV-TERM         PIC X(08).
          05 RSP-COV-TERM-N REDEFINES RSP-COV-TERM
                                  PIC 9(08).
          05 RSP-RESPONSE-DATE    PIC X(08).
          05 RSP-CARRIER-REF      PIC X(15).
          05 FILLER               PIC X(31).
      *
       01 WS-RESP-TRAILER REDEFINES WS-RESP-REC.
          05 FILLER               PIC X(01).
          05 RSPT-CARRIER         PIC X(03).
          05 RSPT-DETAIL-COUNT    PIC X(07).
          05 RSPT-DETAIL-COUNT-N REDEFINES RSPT-DETAIL-COUNT
                                  PIC 9(07).
          05 FILLER               PIC X(69).
      *
      *****************************************************************
      *  PATMAINT MAINTENANCE TRANSACTION - SAME LAYOUT PATMAINT      *
      *  READS (SEE ITS WS-PAT-TRAN-REC).  ONLY COVERAGE-DATE ('C')   *
      *  TRANSACTIONS ARE GENERATED HERE.                             *
      *****************************************************************
      *
       01 WS-PAT-TRAN-REC.
          05 WS-TRN-ACTION        PIC X(01).
          05 WS-TRN-PATIENT-NBR   PIC X(05).
          05 WS-TRN-LAST-NAME     PIC X(10).
          05 WS-TRN-FIRST-NAME    PIC X(10).
          05 WS-TRN-USER-ID       PIC X(08).
          05 WS-TRN-DATE          PIC X(08).
          05 WS-TRN-MERGE-TO-NBR  PIC X(05).
          05 WS-TRN-COV-EFF       PIC 9(08).
          05 WS-TRN-COV-TERM      PIC 9(08).
          05 FILLER               PIC X(17).
      *
       01 COUNTERS-AND-ACCUMULATORS.
          05 RESPONSES-READ       PIC S9(07) COMP VALUE 0.
          05 RESPONSES-CONFIRMED  PIC S9(07) COMP VALUE 0.
          05 TRANS-GENERATED      PIC S9(07) COMP VALUE 0.
          05 EXCEPTIONS-LISTED    PIC S9(07) COMP VALUE 0.
          05 TRAILERS-OUT-OF-BAL  PIC S9(05) COMP VALUE 0.
          05 RECORDS-SKIPPED      PIC S9(05) COMP VALUE 0.
      *
       01 WS-EXC-HEADER-1.
          05 FILLER               PIC X(42) VALUE SPACES.
          05 FILLER               PIC X(49) VALUE
                'CARRIER ELIGIBILITY RESPONSE - EXCEPTION REPORT'.
          05 FILLER               PIC X(42) VALUE SPACES.
      *
       01 WS-EXC-HEADER-2.
          05 FILLER               PIC X(42) VALUE SPACES.
          05 FILLER               PIC X(49) VALUE ALL '='.
          05 FILLER               PIC X(42) VALUE SPACES.
      *
       01 WS-EXC-HEADER-3.
          05 FILLER               PIC X(10) VALUE 'RUN DATE: '.
          05 EXC-RUN-DATE-H       PIC 9(08).
          05 FILLER               PIC X(115) VALUE SPACES.
      *
       01 WS-EXC-COL-HEADER-1.
          05 FILLER               PIC X(04) VALUE 'CARR'.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 FILLER               PIC X(07) VALUE 'PATIENT'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(21) VALUE 'NAME'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(21) VALUE
                'MASTER   EFF    TERM'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(21) VALUE
                'CARRIER  EFF    TERM'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(50) VALUE 'EXCEPTION'.
      *
       01 WS-EXC-COL-HEADER-2.
          05 FILLER               PIC X(04) VALUE ALL '='.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 FILLER               PIC X(07) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(21) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(21) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(21) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(50) VALUE ALL '='.
      *
       01 WS-EXC-DETAIL.
          05 EXC-CARRIER-D        PIC X(04).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 EXC-PATIENT-D        PIC X(07).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 EXC-NAME-D           PIC X(21).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 EXC-MSTR-STATUS-D    PIC X(01).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 EXC-MSTR-EFF-D       PIC X(08).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 EXC-MSTR-TERM-D      PIC X(08).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 EXC-RESP-STATUS-D    PIC X(01).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 EXC-RESP-EFF-D       PIC X(08).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 EXC-RESP-TERM-D      PIC X(08).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 EXC-MESSAGE-D        PIC X(50).
      *
       01 WS-EXC-NONE-LINE.
          05 FILLER               PIC X(09) VALUE SPACES.
          05 EXC-NONE-TEXT        PIC X(50).
          05 FILLER               PIC X(74) VALUE SPACES.
      *
       01 WS-EXC-COUNT-LINE.
          05 EXC-COUNT-LABEL      PIC X(45).
          05 EXC-COUNT-O          PIC ZZZ,ZZ9.
          05 FILLER               PIC X(81) VALUE SPACES.
      *
       01 WS-EXC-BLANK-LINE       PIC X(133) VALUE SPACES.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THE MAIN PROCEDURE AREA PROCESSES THE CARRIER RESPONSES    *
      *    AGAINST THE PATIENT MASTER AND CLOSES WITH THE CONTROL     *
      *    COUNTS.                                                    *
      *                                                               *
      *  CALLED BY:                                                   *
      *    - NONE                                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    - 0000-HOUSEKEEPING                                        *
      *    - 0100-OPEN-FILES                                          *
      *    - 0300-PROCESS-RESPONSES                                   *
      *    - 0700-WRITE-CONTROL-TOTALS                                *
      *    - 0800-CLOSE-FILES                                         *
      *****************************************************************
      *
       PROCEDURE DIVISION.
           PERFORM 0000-HOUSEKEEPING.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0300-PROCESS-RESPONSES.
           PERFORM 0700-WRITE-CONTROL-TOTALS.
           PERFORM 0800-CLOSE-FILES.
           GOBACK.
      *
       0000-HOUSEKEEPING.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH INITIALIZES WORKING STORAGE VARIABLES,      *
      *    SETS THE RUN DATE AND READS THE CONTROL CARDS.  A BAD      *
      *    CONTROL CARD STOPS THE RUN BEFORE ANY TRANSACTION IS       *
      *    WRITTEN.                                                   *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0050-READ-PARM-FILE                                     *
      *****************************************************************
      *
           INITIALIZE WS-PAT-MSTR-REC,
                      WS-RESP-REC,
                      WS-PAT-TRAN-REC,
                      COUNTERS-AND-ACCUMULATORS.
      *
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
      *
           PERFORM 0050-READ-PARM-FILE.
      *
           IF PARM-ERROR
              DISPLAY 'ELIGRESP RUN STOPPED - INVALID CONTROL CARD(S), S
      -              'EE PRIOR MESSAGES'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      *
       0050-READ-PARM-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE OPTIONAL KEYWORD=VALUE CONTROL    *
      *    CARDS.  RUNDATE= AND USER= OVERRIDE THE DATE AND USER      *
      *    STAMPED ON THE GENERATED TRANSACTIONS (THE PATMAINT AUDIT  *
      *    TRAIL SHOWS BOTH).  AN UNRECOGNIZED KEYWORD OR BAD VALUE   *
      *    FLAGS A CONTROL CARD ERROR INSTEAD OF SILENTLY DEFAULTING. *
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
              WHEN 'USER'
                 IF WS-PARM-VALUE (1:8) NOT = SPACES
                    MOVE WS-PARM-VALUE (1:8) TO WS-RUN-USER-ID
                 ELSE
                    MOVE 'Y' TO WS-PARM-ERROR-SW
                    DISPLAY 'INVALID USER VALUE ON CONTROL CARD: '
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
      *    EACH FILE STATUS, AND WRITES THE EXCEPTION REPORT HEADERS. *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           OPEN INPUT ELIGIN.
           IF EICODE = '00' OR '05'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO ELIGIN-FILE-SW
              DISPLAY 'ERROR ENCOUNTERED OPENING ELIGIBILITY RESPONSE FI
      -          'LE, STATUS: ' EICODE
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
           OPEN OUTPUT PATTRAN.
           IF TRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING TRANSACTION FILE'
           END-IF.
      *
           OPEN OUTPUT ELIGEXC.
           IF EXCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING ELIGIBILITY EXCEPTION R
      -          'EPORT'
           END-IF.
      *
           MOVE WS-RUN-DATE TO EXC-RUN-DATE-H.
           WRITE ELIG-EXC-REC FROM WS-EXC-BLANK-LINE.
           WRITE ELIG-EXC-REC FROM WS-EXC-HEADER-1.
           WRITE ELIG-EXC-REC FROM WS-EXC-HEADER-2.
           WRITE ELIG-EXC-REC FROM WS-EXC-BLANK-LINE.
           WRITE ELIG-EXC-REC FROM WS-EXC-HEADER-3.
           WRITE ELIG-EXC-REC FROM WS-EXC-BLANK-LINE.
           WRITE ELIG-EXC-REC FROM WS-EXC-COL-HEADER-1.
           WRITE ELIG-EXC-REC FROM WS-EXC-COL-HEADER-2.
      *
       0300-PROCESS-RESPONSES.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE RESPONSE FILE.  A HEADER STARTS A *
      *    CARRIER GROUP, EACH DETAIL IS COMPARED WITH THE MASTER VIA *
      *    0400-PROCESS-ONE-RESPONSE, AND THE TRAILER'S COUNT IS      *
      *    CHECKED AGAINST THE DETAILS ACTUALLY RECEIVED FOR THE      *
      *    CARRIER.                                                   *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0400-PROCESS-ONE-RESPONSE                               *
      *    -  0450-CHECK-TRAILER                                      *
      *****************************************************************
      *
           PERFORM UNTIL END-OF-ELIGIN-FILE
              READ ELIGIN INTO WS-RESP-REC
                 AT END
                    MOVE 'Y' TO ELIGIN-FILE-SW
                 NOT AT END
                    EVALUATE TRUE
                       WHEN RSP-HEADER
                          MOVE RSP-CARRIER TO WS-CURR-CARRIER
                          MOVE ZERO        TO WS-CARR-DETAIL-COUNT
                       WHEN RSP-DETAIL
                          ADD +1 TO RESPONSES-READ,
                                    WS-CARR-DETAIL-COUNT
                          PERFORM 0400-PROCESS-ONE-RESPONSE
                       WHEN RSP-TRAILER
                          PERFORM 0450-CHECK-TRAILER
                       WHEN OTHER
                          ADD +1 TO RECORDS-SKIPPED
                          DISPLAY 'WARNING: RESPONSE RECORD TYPE '
                             RSP-RECORD-TYPE ' NOT RECOGNIZED - SKIPPED'
                    END-EVALUATE
              END-READ
           END-PERFORM.
      *
           IF EICODE = '00' OR '05' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED READING ELIGIBILITY RESPONSE FI
      -          'LE'
           END-IF.
      *
           IF EXCEPTIONS-LISTED = ZERO
              MOVE 'NO EXCEPTIONS THIS RUN' TO EXC-NONE-TEXT
              WRITE ELIG-EXC-REC FROM WS-EXC-NONE-LINE
           END-IF.
      *
       0400-PROCESS-ONE-RESPONSE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH COMPARES ONE CARRIER RESPONSE WITH THE      *
      *    PATIENT MASTER.  EDIT FAILURES AND CONTRADICTIONS ARE      *
      *    LISTED AS EXCEPTIONS; A RESPONSE THAT AGREES IS COUNTED AS *
      *    CONFIRMED; A RESPONSE THAT ONLY CHANGES THE DATES WRITES A *
      *    'C' TRANSACTION.  CONTRADICTIONS ARE NEVER APPLIED         *
      *    AUTOMATICALLY - TERMINATING A MEMBER WE SHOW ACTIVE CAN    *
      *    TURN PAID STAYS INTO RECOUPMENTS, SO SOMEONE MUST LOOK.    *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0300-PROCESS-RESPONSES                                  *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0410-COMPARE-WITH-MASTER                                *
      *    -  0420-READ-PATIENT-MASTER                                *
      *    -  0490-WRITE-EXCEPTION-LINE                               *
      *****************************************************************
      *
           MOVE SPACES TO WS-PAT-MSTR-REC, WS-EXC-MESSAGE.
           MOVE ZERO   TO WS-MSTR-COV-EFF, WS-MSTR-COV-TERM,
                          WS-RESP-COV-EFF, WS-RESP-COV-TERM.
      *
           IF RSP-PATIENT-NBR IS NOT NUMERIC
              MOVE 'PATIENT NUMBER NOT NUMERIC' TO WS-EXC-MESSAGE
           ELSE
              PERFORM 0420-READ-PATIENT-MASTER
              IF PATIENT-FOUND
                 PERFORM 0410-COMPARE-WITH-MASTER
              ELSE
                 MOVE 'PATIENT NOT ON THE PATIENT MASTER'
                                       TO WS-EXC-MESSAGE
              END-IF
           END-IF.
      *
           IF WS-EXC-MESSAGE NOT = SPACES
              PERFORM 0490-WRITE-EXCEPTION-LINE
           END-IF.
      *
       0410-COMPARE-WITH-MASTER.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH EDITS THE RESPONSE OF A PATIENT FOUND ON    *
      *    THE MASTER AND CHECKS IT AGAINST THE MASTER'S STATUS AND   *
      *    COVERAGE WINDOW.  AN EDIT FAILURE OR CONTRADICTION LEAVES  *
      *    ITS REASON IN WS-EXC-MESSAGE FOR THE CALLER TO LIST.       *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0400-PROCESS-ONE-RESPONSE                               *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0440-CHECK-DATE-CHANGE                                  *
      *****************************************************************
      *
           IF WS-PMST-COV-EFF-DATE IS NUMERIC
              MOVE WS-PMST-COV-EFF-DATE  TO WS-MSTR-COV-EFF
           END-IF.
           IF WS-PMST-COV-TERM-DATE IS NUMERIC
              AND WS-PMST-COV-TERM-DATE > ZERO
              MOVE WS-PMST-COV-TERM-DATE TO WS-MSTR-COV-TERM
           ELSE
              MOVE 99999999              TO WS-MSTR-COV-TERM
           END-IF.
      *
           IF RSP-COV-EFF IS NUMERIC
              MOVE RSP-COV-EFF-N       TO WS-RESP-COV-EFF
           END-IF.
           IF RSP-COV-TERM IS NUMERIC
              AND RSP-COV-TERM-N > ZERO
              MOVE RSP-COV-TERM-N      TO WS-RESP-COV-TERM
           ELSE
              IF RSP-COV-TERM = SPACES
                 MOVE 99999999         TO WS-RESP-COV-TERM
              END-IF
           END-IF.
      *
           EVALUATE TRUE
              WHEN PMST-MERGED
                 MOVE 'PATIENT NUMBER WAS MERGED INTO ANOTHER NUMBER'
                                       TO WS-EXC-MESSAGE
              WHEN RSP-COVERED
               AND (WS-RESP-COV-EFF = ZERO
                    OR WS-RESP-COV-TERM = ZERO
                    OR WS-RESP-COV-EFF > WS-RESP-COV-TERM)
                 MOVE 'CARRIER COVERAGE DATES MISSING OR INVALID'
                                       TO WS-EXC-MESSAGE
              WHEN RSP-COVERED
               AND NOT PMST-ACTIVE
                 MOVE 'CARRIER SHOWS COVERED, MASTER SHOWS INACTIVE'
                                       TO WS-EXC-MESSAGE
              WHEN RSP-COVERED
                 PERFORM 0440-CHECK-DATE-CHANGE
              WHEN RSP-TERMINATED
               AND (WS-RESP-COV-TERM = ZERO
                    OR WS-RESP-COV-TERM = 99999999
                    OR (WS-RESP-COV-EFF > ZERO
                        AND WS-RESP-COV-EFF > WS-RESP-COV-TERM))
                 MOVE 'TERMINATED WITH NO VALID TERMINATION DATE'
                                       TO WS-EXC-MESSAGE
              WHEN RSP-TERMINATED
               AND PMST-ACTIVE
               AND WS-MSTR-COV-TERM > WS-RESP-COV-TERM
                 MOVE 'TERMINATED BY CARRIER, ACTIVE ON THE MASTER'
                                       TO WS-EXC-MESSAGE
              WHEN RSP-TERMINATED
                 IF WS-RESP-COV-EFF = ZERO
                    MOVE WS-MSTR-COV-EFF TO WS-RESP-COV-EFF
                 END-IF
                 PERFORM 0440-CHECK-DATE-CHANGE
              WHEN RSP-NOT-COVERED
               AND PMST-ACTIVE
                 MOVE 'CARRIER HAS NO COVERAGE, ACTIVE ON THE MASTER'
                                       TO WS-EXC-MESSAGE
              WHEN RSP-NOT-COVERED
                 ADD +1 TO RESPONSES-CONFIRMED
              WHEN OTHER
                 MOVE 'MEMBER STATUS NOT A, T OR N' TO WS-EXC-MESSAGE
           END-EVALUATE.
      *
       0420-READ-PATIENT-MASTER.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE KEYED PATIENT MASTER BY THE       *
      *    RESPONSE'S PATIENT NUMBER.                                 *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0400-PROCESS-ONE-RESPONSE                               *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE 'N' TO WS-PAT-FOUND-SW.
           MOVE RSP-PATIENT-NBR-N TO PMK-PATIENT-NBR.
           READ PATMSTR INTO WS-PAT-MSTR-REC
              INVALID KEY
                 MOVE SPACES TO WS-PAT-MSTR-REC
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
       0440-CHECK-DATE-CHANGE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH COUNTS A RESPONSE WHOSE WINDOW AGREES WITH  *
      *    THE MASTER AS CONFIRMED, AND WRITES A 'C' TRANSACTION FOR  *
      *    ONE THAT ONLY CHANGES THE DATES.                           *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0410-COMPARE-WITH-MASTER                                *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0480-WRITE-COVERAGE-TRAN                                *
      *****************************************************************
      *
           IF WS-RESP-COV-EFF = WS-MSTR-COV-EFF
              AND WS-RESP-COV-TERM = WS-MSTR-COV-TERM
              ADD +1 TO RESPONSES-CONFIRMED
           ELSE
              PERFORM 0480-WRITE-COVERAGE-TRAN
           END-IF.
      *
       0450-CHECK-TRAILER.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH CHECKS A CARRIER TRAILER'S DETAIL COUNT     *
      *    AGAINST THE DETAILS RECEIVED SINCE THAT CARRIER'S HEADER.  *
      *    A MISMATCH MEANS THE RESPONSE FILE WAS TRUNCATED OR        *
      *    DAMAGED IN TRANSMISSION; IT IS REPORTED AND SETS RETURN    *
      *    CODE 4 SO THE RESPONSES CAN BE REQUESTED AGAIN.            *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0300-PROCESS-RESPONSES                                  *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           IF RSPT-DETAIL-COUNT IS NUMERIC
              AND RSPT-DETAIL-COUNT-N = WS-CARR-DETAIL-COUNT
              NEXT SENTENCE
           ELSE
              ADD +1 TO TRAILERS-OUT-OF-BAL
              DISPLAY 'WARNING: CARRIER ' RSPT-CARRIER
                 ' RESPONSE TRAILER COUNT ' RSPT-DETAIL-COUNT
                 ' DOES NOT MATCH DETAILS RECEIVED'
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.
           MOVE ZERO TO WS-CARR-DETAIL-COUNT.
      *
       0480-WRITE-COVERAGE-TRAN.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES A PATMAINT COVERAGE-DATE ('C')       *
      *    TRANSACTION CARRYING THE CARRIER'S COVERAGE WINDOW.        *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0440-CHECK-DATE-CHANGE                                  *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE SPACES              TO WS-PAT-TRAN-REC.
           MOVE 'C'                 TO WS-TRN-ACTION.
           MOVE RSP-PATIENT-NBR     TO WS-TRN-PATIENT-NBR.
           MOVE WS-PMST-LAST-NAME   TO WS-TRN-LAST-NAME.
           MOVE WS-PMST-FIRST-NAME  TO WS-TRN-FIRST-NAME.
           MOVE WS-RUN-USER-ID      TO WS-TRN-USER-ID.
           MOVE WS-RUN-DATE         TO WS-TRN-DATE.
           MOVE WS-RESP-COV-EFF     TO WS-TRN-COV-EFF.
           MOVE WS-RESP-COV-TERM    TO WS-TRN-COV-TERM.
      *
           WRITE PAT-TRAN-REC FROM WS-PAT-TRAN-REC.
           IF TRCODE = '00'
              ADD +1 TO TRANS-GENERATED
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TRANSACTION FILE'
           END-IF.
      *
       0490-WRITE-EXCEPTION-LINE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES ONE EXCEPTION LINE SHOWING THE       *
      *    MASTER'S STATUS AND WINDOW BESIDE THE CARRIER'S, WITH THE  *
      *    REASON IN WS-EXC-MESSAGE.                                  *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0400-PROCESS-ONE-RESPONSE                               *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           ADD +1 TO EXCEPTIONS-LISTED.
           MOVE RSP-CARRIER          TO EXC-CARRIER-D.
           MOVE RSP-PATIENT-NBR      TO EXC-PATIENT-D.
           MOVE SPACES               TO EXC-NAME-D.
           IF PATIENT-FOUND
              STRING WS-PMST-FIRST-NAME DELIMITED BY SPACE
                     ' '                DELIMITED BY SIZE
                     WS-PMST-LAST-NAME  DELIMITED BY SPACE
                       INTO EXC-NAME-D
              MOVE WS-PMST-STATUS    TO EXC-MSTR-STATUS-D
              MOVE WS-MSTR-COV-EFF   TO EXC-MSTR-EFF-D
              MOVE WS-MSTR-COV-TERM  TO EXC-MSTR-TERM-D
           ELSE
              MOVE SPACES            TO EXC-MSTR-STATUS-D,
                                        EXC-MSTR-EFF-D,
                                        EXC-MSTR-TERM-D
           END-IF.
           MOVE RSP-MEMBER-STATUS    TO EXC-RESP-STATUS-D.
           MOVE RSP-COV-EFF          TO EXC-RESP-EFF-D.
           MOVE RSP-COV-TERM         TO EXC-RESP-TERM-D.
           MOVE WS-EXC-MESSAGE       TO EXC-MESSAGE-D.
      *
           WRITE ELIG-EXC-REC FROM WS-EXC-DETAIL.
           IF EXCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING ELIGIBILITY EXCEPTION R
      -          'EPORT'
           END-IF.
      *
       0700-WRITE-CONTROL-TOTALS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES THE RUN'S CONTROL COUNTS.  EVERY     *
      *    RESPONSE IS EITHER CONFIRMED, TURNED INTO A TRANSACTION OR *
      *    LISTED AS AN EXCEPTION.                                    *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           WRITE ELIG-EXC-REC FROM WS-EXC-BLANK-LINE.
      *
           MOVE 'RESPONSES READ:  '                 TO EXC-COUNT-LABEL.
           MOVE RESPONSES-READ                      TO EXC-COUNT-O.
           WRITE ELIG-EXC-REC FROM WS-EXC-COUNT-LINE.
      *
           MOVE 'CONFIRMED - MASTER AGREES:  '      TO EXC-COUNT-LABEL.
           MOVE RESPONSES-CONFIRMED                 TO EXC-COUNT-O.
           WRITE ELIG-EXC-REC FROM WS-EXC-COUNT-LINE.
      *
           MOVE 'COVERAGE TRANSACTIONS GENERATED:  ' TO EXC-COUNT-LABEL.
           MOVE TRANS-GENERATED                     TO EXC-COUNT-O.
           WRITE ELIG-EXC-REC FROM WS-EXC-COUNT-LINE.
      *
           MOVE 'EXCEPTIONS LISTED:  '              TO EXC-COUNT-LABEL.
           MOVE EXCEPTIONS-LISTED                   TO EXC-COUNT-O.
           WRITE ELIG-EXC-REC FROM WS-EXC-COUNT-LINE.
      *
           IF RECORDS-SKIPPED > ZERO
              MOVE 'UNRECOGNIZED RECORDS SKIPPED:  ' TO EXC-COUNT-LABEL
              MOVE RECORDS-SKIPPED                  TO EXC-COUNT-O
              WRITE ELIG-EXC-REC FROM WS-EXC-COUNT-LINE
           END-IF.
      *
           IF TRAILERS-OUT-OF-BAL > ZERO
              MOVE 'CARRIER TRAILERS OUT OF BALANCE:  '
                                                    TO EXC-COUNT-LABEL
              MOVE TRAILERS-OUT-OF-BAL              TO EXC-COUNT-O
              WRITE ELIG-EXC-REC FROM WS-EXC-COUNT-LINE
           END-IF.
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
           CLOSE ELIGIN.
           IF EICODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING ELIGIBILITY RESPONSE FI
      -          'LE'
           END-IF.
      *
           CLOSE PATMSTR.
           IF PMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING PATIENT MASTER FILE'
           END-IF.
      *
           CLOSE PATTRAN.
           IF TRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING TRANSACTION FILE'
           END-IF.
      *
           CLOSE ELIGEXC.
           IF EXCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING ELIGIBILITY EXCEPTION R
      -          'EPORT'
           END-IF.
