       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAYHIST.
       AUTHOR. DORETHA RILEY.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. CURRENT-DATE.
      *
      *****************************************************************
      *  THIS PROGRAM ANSWERS INQUIRIES AGAINST THE CUMULATIVE        *
      *  PATIENT STAY HISTORY FILE THE HOSPEDIT PROGRAM APPENDS TO ON *
      *  EVERY RUN.  A CONTROL-CARD FILE NAMES THE PATIENT NUMBER AND *
      *  AN OPTIONAL ADMIT-DATE RANGE, AND THE PROGRAM PRINTS EVERY   *
      *  STAY FOR THAT PATIENT INSIDE THE RANGE - ADMIT DATE, STAY    *
      *  LENGTH, FACILITY, PCP-ID, DIAGNOSIS, INSURANCE TYPES AND THE *
      *  GROSS/NET/COPAY/DEDUCTIBLE AMOUNTS - CLOSING WITH STAY       *
      *  TOTALS.                                                      *
      *                                                               *
      *  CONTROL CARDS (KEYWORD=VALUE, ONE PER RECORD):               *
      *      PATIENT=NNNNN    (REQUIRED)                              *
      *      FROM=CCYYMMDD    (OPTIONAL - DEFAULT 00000000)           *
      *      TO=CCYYMMDD      (OPTIONAL - DEFAULT 99999999)           *
      *                                                               *
      *  INPUT FILES:                                                 *
      *      RTPOT44.HOSPEDIT.STAYHIST (CUMULATIVE STAY HISTORY)      *
      *      INTERNAL FILE NAME:  STAYFILE                            *
      *      JCL DD NAME:         STAYHIST                            *
      *                                                               *
      *      RTPOT44.STAYHIST.PARMS (CONTROL CARDS)                   *
      *      INTERNAL FILE NAME:  PARMFILE                            *
      *      JCL DD NAME:         PARMFILE                            *
      *                                                               *
      *  OUTPUT FILE:                                                 *
      *      DD SYSOUT=* (PATIENT STAY REPORT)                        *
      *      INTERNAL FILE NAME:  STAYRPT                             *
      *      JCL DD NAME:         STAYRPT                             *
      *                                                               *
      *  JCL JOB: RTPOT44.LEARN.REUSABLE.JCL(STAYHIST)                *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STAYFILE
              ASSIGN TO STAYHIST           *>CUMULATIVE STAY HISTORY
              FILE STATUS IS STAY-STATUS.
      *
           SELECT PARMFILE
              ASSIGN TO PARMFILE           *>INQUIRY CONTROL CARDS
              FILE STATUS IS PARM-STATUS.
      *
           SELECT STAYRPT
              ASSIGN TO STAYRPT            *>PATIENT STAY REPORT
              FILE STATUS IS RPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  STAYFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STAY-REC.
      *
       01  STAY-REC  PIC X(100).
      *
       FD  PARMFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PARM-CARD-REC.
      *
       01  PARM-CARD-REC PIC X(80).
      *
       FD  STAYRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS STAY-RPT-REC.
      *
       01  STAY-RPT-REC PIC X(133).
      *
       WORKING-STORAGE SECTION.
      *
      *****************************************************************
      *  WORKING STORAGE IMAGE OF ONE STAY HISTORY RECORD, MIRRORING  *
      *  THE LAYOUT THE HOSPEDIT PROGRAM APPENDS (SEE ITS STAYHIST    *
      *  FD).                                                         *
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
       01 WS-PROGRAM-SWITCHES.
          05 WS-STAY-EOF             PIC X(01) VALUE SPACES.
             88 END-OF-STAYFILE               VALUE 'Y'.
          05 WS-PARM-EOF-SW          PIC X(01) VALUE SPACES.
             88 PARM-EOF                      VALUE 'Y'.
          05 WS-PARM-ERROR-SW        PIC X(01) VALUE 'N'.
             88 PARM-ERROR                    VALUE 'Y'.
      *
       01 WS-FILE-STATUS-VARIABLES.
          05 STAY-STATUS             PIC X(02). *>STAY HISTORY INPUT
          05 PARM-STATUS             PIC X(02). *>CONTROL CARDS
          05 RPT-STATUS              PIC X(02). *>PATIENT STAY REPORT
      *
       01 WS-PARM-FIELDS.
          05 WS-PARM-KEYWORD         PIC X(20).
          05 WS-PARM-VALUE           PIC X(20).
          05 WS-PARM-PATIENT-NBR     PIC 9(05) VALUE 0.
          05 WS-PARM-FROM-DATE       PIC 9(08) VALUE 0.
          05 WS-PARM-TO-DATE         PIC 9(08) VALUE 99999999.
      *
       01 WS-COUNTERS.
          05 WS-RECS-READ            PIC 9(07) VALUE 0.
          05 WS-STAYS-LISTED         PIC 9(07) VALUE 0.
          05 WS-TOTAL-STAY-DAYS      PIC 9(07) VALUE 0.
          05 WS-TOTAL-GROSS          PIC S9(11)V99 VALUE 0.
          05 WS-TOTAL-NET            PIC S9(11)V99 VALUE 0.
          05 WS-TOTAL-COPAY          PIC S9(09)V99 VALUE 0.
          05 WS-TOTAL-DEDUCTIBLE     PIC S9(09)V99 VALUE 0.
      *
       01 STAY-RPT-HEADER-1.
          05 FILLER       PIC X(48)  VALUE SPACES.
          05 FILLER       PIC X(37)
                VALUE 'PATIENT STAY HISTORY INQUIRY'.
          05 FILLER       PIC X(48)  VALUE SPACES.
      *
       01 STAY-RPT-HEADER-2.
          05 FILLER       PIC X(48)  VALUE SPACES.
          05 FILLER       PIC X(37)  VALUE ALL '-'.
          05 FILLER       PIC X(48)  VALUE SPACES.
      *
       01 STAY-RPT-HEADER-3.
          05 FILLER           PIC X(09)  VALUE 'PATIENT: '.
          05 HDR-PATIENT-NBR-O PIC 9(05).
          05 FILLER           PIC X(05)  VALUE SPACES.
          05 FILLER           PIC X(12)  VALUE 'ADMIT FROM: '.
          05 HDR-FROM-DATE-O  PIC 9(08).
          05 FILLER           PIC X(05)  VALUE SPACES.
          05 FILLER           PIC X(04)  VALUE 'TO: '.
          05 HDR-TO-DATE-O    PIC 9(08).
          05 FILLER           PIC X(77)  VALUE SPACES.
      *
       01 STAY-RPT-COL-HEADER-1.
          05 FILLER       PIC X(10)  VALUE 'ADMIT DATE'.
          05 FILLER       PIC X(02)  VALUE SPACES.
          05 FILLER       PIC X(21)  VALUE 'PATIENT NAME'.
          05 FILLER       PIC X(03)  VALUE 'LTH'.
          05 FILLER       PIC X(02)  VALUE SPACES.
          05 FILLER       PIC X(01)  VALUE 'T'.
          05 FILLER       PIC X(02)  VALUE SPACES.
          05 FILLER       PIC X(02)  VALUE 'FC'.
          05 FILLER       PIC X(02)  VALUE SPACES.
          05 FILLER       PIC X(06)  VALUE 'PCP-ID'.
          05 FILLER       PIC X(02)  VALUE SPACES.
          05 FILLER       PIC X(07)  VALUE 'DIAG'.
          05 FILLER       PIC X(02)  VALUE SPACES.
          05 FILLER       PIC X(07)  VALUE 'INS/2ND'.
          05 FILLER       PIC X(01)  VALUE SPACES.
          05 FILLER       PIC X(15)  VALUE '          GROSS'.
          05 FILLER       PIC X(01)  VALUE SPACES.
          05 FILLER       PIC X(15)  VALUE '            NET'.
          05 FILLER       PIC X(02)  VALUE SPACES.
          05 FILLER       PIC X(05)  VALUE 'COPAY'.
          05 FILLER       PIC X(02)  VALUE SPACES.
          05 FILLER       PIC X(07)  VALUE ' DEDUCT'.
          05 FILLER       PIC X(16)  VALUE SPACES.
      *
       01 STAY-RPT-COL-HEADER-2.
          05 FILLER       PIC X(10)  VALUE ALL '-'.
          05 FILLER       PIC X(02)  VALUE SPACES.
          05 FILLER       PIC X(20)  VALUE ALL '-'.
          05 FILLER       PIC X(01)  VALUE SPACES.
          05 FILLER       PIC X(03)  VALUE ALL '-'.
          05 FILLER       PIC X(02)  VALUE SPACES.
          05 FILLER       PIC X(01)  VALUE ALL '-'.
          05 FILLER       PIC X(02)  VALUE SPACES.
          05 FILLER       PIC X(02)  VALUE ALL '-'.
          05 FILLER       PIC X(02)  VALUE SPACES.
          05 FILLER       PIC X(06)  VALUE ALL '-'.
          05 FILLER       PIC X(02)  VALUE SPACES.
          05 FILLER       PIC X(07)  VALUE ALL '-'.
          05 FILLER       PIC X(02)  VALUE SPACES.
          05 FILLER       PIC X(07)  VALUE ALL '-'.
          05 FILLER       PIC X(01)  VALUE SPACES.
          05 FILLER       PIC X(15)  VALUE ALL '-'.
          05 FILLER       PIC X(01)  VALUE SPACES.
          05 FILLER       PIC X(15)  VALUE ALL '-'.
          05 FILLER       PIC X(02)  VALUE SPACES.
          05 FILLER       PIC X(05)  VALUE ALL '-'.
          05 FILLER       PIC X(02)  VALUE SPACES.
          05 FILLER       PIC X(07)  VALUE ALL '-'.
          05 FILLER       PIC X(16)  VALUE SPACES.
      *
       01 STAY-RPT-DETAIL.
          05 STAY-ADMIT-DATE-O    PIC 9999/99/99.
          05 FILLER               PIC X(02)  VALUE SPACES.
          05 STAY-NAME-O          PIC X(21).
          05 STAY-LTH-O           PIC ZZ9.
          05 FILLER               PIC X(02)  VALUE SPACES.
          05 STAY-PATIENT-TYPE-O  PIC X(01).
          05 FILLER               PIC X(02)  VALUE SPACES.
          05 STAY-FACILITY-O      PIC X(02).
          05 FILLER               PIC X(02)  VALUE SPACES.
          05 STAY-PCP-ID-O        PIC X(06).
          05 FILLER               PIC X(02)  VALUE SPACES.
          05 STAY-DIAG-CODE-O     PIC X(07).
          05 FILLER               PIC X(02)  VALUE SPACES.
          05 STAY-INS-TYPE-O      PIC X(03).
          05 FILLER               PIC X(01)  VALUE '/'.
          05 STAY-INS-TYPE-2-O    PIC X(03).
          05 FILLER               PIC X(01)  VALUE SPACES.
          05 STAY-GROSS-AMT-O     PIC -$$$,$$$,$$9.99.
          05 FILLER               PIC X(01)  VALUE SPACES.
          05 STAY-NET-AMT-O       PIC -$$$,$$$,$$9.99.
          05 FILLER               PIC X(02)  VALUE SPACES.
          05 STAY-COPAY-O         PIC -$$$9.
          05 FILLER               PIC X(02)  VALUE SPACES.
          05 STAY-DEDUCTIBLE-O    PIC -$$,$$9.
          05 FILLER               PIC X(16)  VALUE SPACES.
      *
       01 STAY-RPT-TOTAL-LINE.
          05 STAY-TOTAL-LABEL     PIC X(36).
          05 STAY-TOTAL-COUNT-O   PIC ZZZ,ZZ9.
          05 FILLER               PIC X(90)  VALUE SPACES.
      *
       01 STAY-RPT-AMOUNT-LINE.
          05 STAY-AMOUNT-LABEL    PIC X(36).
          05 STAY-AMOUNT-O        PIC -$$$,$$$,$$$,$$9.99.
          05 FILLER               PIC X(78)  VALUE SPACES.
      *
       01 STAY-RPT-BLANK-LINE     PIC X(133) VALUE SPACES.
      *
       PROCEDURE DIVISION.
      *
      *****************************************************************
      * DESCRIPTION:                                                  *
      *  CODE AT THE TOP OF THE PROCEDURE DIVISION PERFORMS THE       *
      *  FOLLOWING FUNCTIONS:                                         *
      *     -  HOUSEKEEPING (CONTROL CARDS, OPENS, REPORT HEADERS)    *
      *     -  CALL TO THE MAIN INQUIRY PARAGRAPH UNTIL THE END OF    *
      *        THE STAY HISTORY FILE IS REACHED                       *
      *     -  CALL TO THE PARAGRAPHS TO WRITE THE STAY TOTALS AND    *
      *        CLOSE THE FILES                                        *
      * CALLED BY:                                                    *
      *     -  NONE                                                   *
      * CALLS:                                                        *
      *    -  0000-HOUSEKEEPING                                       *
      *    -  0400-MAIN-PROCESS                                       *
      *    -  0700-WRITE-STAY-TOTALS                                  *
      *    -  1500-CLOSE-FILES                                        *
      *****************************************************************
      *
           PERFORM 0000-HOUSEKEEPING.
           PERFORM 0400-MAIN-PROCESS
               UNTIL END-OF-STAYFILE.
           PERFORM 0700-WRITE-STAY-TOTALS.
           PERFORM 1500-CLOSE-FILES.
           GOBACK.
      *
       0000-HOUSEKEEPING.
      *
      *****************************************************************
      * DESCRIPTION:                                                  *
      *  THIS PARAGRAPH INITIALIZES WORKING STORAGE VARIABLES, READS  *
      *  THE CONTROL CARDS, OPENS THE FILES, WRITES THE REPORT        *
      *  HEADERS AND PERFORMS THE FIRST READ OF THE STAY HISTORY      *
      *  FILE.  A RUN WITHOUT A PATIENT= CONTROL CARD STOPS WITH A    *
      *  CLEAR MESSAGE INSTEAD OF LISTING NOTHING SILENTLY.           *
      * CALLED BY:                                                    *
      *     -  MAIN PROCEDURE STATEMENT                               *
      * CALLS:                                                        *
      *     -  0100-READ-PARM-FILE                                    *
      *     -  0200-OPEN-FILES                                        *
      *     -  0300-READ-STAY-HISTORY                                 *
      *****************************************************************
      *
           INITIALIZE WS-STAY-REC,
                      WS-PROGRAM-SWITCHES,
                      WS-FILE-STATUS-VARIABLES,
                      WS-COUNTERS.
      *
           PERFORM 0100-READ-PARM-FILE.
      *
           IF WS-PARM-PATIENT-NBR = 0
              DISPLAY 'STAYHIST RUN STOPPED - NO PATIENT= CONTROL CARDS 
      -              'SUPPLIED'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      *
           PERFORM 0200-OPEN-FILES.
           PERFORM 0300-READ-STAY-HISTORY.
      *
       0100-READ-PARM-FILE.
      *
      *****************************************************************
      * DESCRIPTION:                                                  *
      *  READS THE KEYWORD=VALUE CONTROL-CARD FILE (SAME IDIOM AS     *
      *  THE CLMHIST PROGRAM'S CARDS).  PATIENT= NAMES THE PATIENT TO *
      *  LIST; FROM= AND TO= BOUND THE ADMIT-DATE RANGE AND DEFAULT   *
      *  TO ALL DATES.  AN UNRECOGNIZED KEYWORD OR BAD VALUE STOPS    *
      *  THE RUN INSTEAD OF SILENTLY DEFAULTING.                      *
      * CALLED BY:                                                    *
      *     -  0000-HOUSEKEEPING                                      *
      * CALLS:                                                        *
      *     -  0150-PARSE-PARM-CARD                                   *
      *****************************************************************
      *
           OPEN INPUT PARMFILE.
           IF PARM-STATUS EQUAL '00'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO WS-PARM-EOF-SW
              DISPLAY 'ERROR ENCOUNTERED OPENING CONTROL CARD FILE, STAT
      -              'US: ' PARM-STATUS
           END-IF.
      *
           PERFORM UNTIL PARM-EOF
              READ PARMFILE
                 AT END
                    MOVE 'Y' TO WS-PARM-EOF-SW
                 NOT AT END
                    PERFORM 0150-PARSE-PARM-CARD
              END-READ
           END-PERFORM.
      *
           IF PARM-STATUS EQUAL '00' OR '10'
              CLOSE PARMFILE
           END-IF.
      *
           IF PARM-ERROR
              DISPLAY 'STAYHIST RUN STOPPED - INVALID CONTROL CARD(S), S
      -              'EE PRIOR MESSAGES'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      *
       0150-PARSE-PARM-CARD.
      *
      *****************************************************************
      * DESCRIPTION:                                                  *
      *  BREAKS ONE KEYWORD=VALUE CONTROL CARD APART AND APPLIES IT.  *
      * CALLED BY:                                                    *
      *     -  0100-READ-PARM-FILE                                    *
      * CALLS:                                                        *
      *     -  NONE                                                   *
      *****************************************************************
      *
           MOVE SPACES TO WS-PARM-KEYWORD, WS-PARM-VALUE.
           UNSTRING PARM-CARD-REC DELIMITED BY '='
              INTO WS-PARM-KEYWORD, WS-PARM-VALUE
           END-UNSTRING.
           EVALUATE WS-PARM-KEYWORD
              WHEN 'PATIENT'
                 IF WS-PARM-VALUE (1:5) IS NUMERIC
                    MOVE WS-PARM-VALUE (1:5) TO WS-PARM-PATIENT-NBR
                 ELSE
                    MOVE 'Y' TO WS-PARM-ERROR-SW
                    DISPLAY 'INVALID PATIENT VALUE ON CONTROL CARD: '
                       WS-PARM-VALUE
                 END-IF
              WHEN 'FROM'
                 IF WS-PARM-VALUE (1:8) IS NUMERIC
                    MOVE WS-PARM-VALUE (1:8) TO WS-PARM-FROM-DATE
                 ELSE
                    MOVE 'Y' TO WS-PARM-ERROR-SW
                    DISPLAY 'INVALID FROM VALUE ON CONTROL CARD: '
                       WS-PARM-VALUE
                 END-IF
              WHEN 'TO'
                 IF WS-PARM-VALUE (1:8) IS NUMERIC
                    MOVE WS-PARM-VALUE (1:8) TO WS-PARM-TO-DATE
                 ELSE
                    MOVE 'Y' TO WS-PARM-ERROR-SW
                    DISPLAY 'INVALID TO VALUE ON CONTROL CARD: '
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
       0200-OPEN-FILES.
      *
      *****************************************************************
      * DESCRIPTION:                                                  *
      *  OPENS THE STAY HISTORY FILE FOR INPUT AND THE STAY REPORT    *
      *  FOR OUTPUT, CHECKS EACH FILE STATUS AND WRITES THE REPORT    *
      *  HEADERS.                                                     *
      * CALLED BY:                                                    *
      *     -  0000-HOUSEKEEPING                                      *
      * CALLS:                                                        *
      *     -  NONE                                                   *
      *****************************************************************
      *
           OPEN INPUT STAYFILE.
           IF STAY-STATUS EQUAL '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING STAY HISTORY FILE, STAT
      -              'US: ' STAY-STATUS
           END-IF.
      *
           OPEN OUTPUT STAYRPT.
           IF RPT-STATUS EQUAL '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING STAY REPORT FILE'
           END-IF.
      *
           MOVE WS-PARM-PATIENT-NBR TO HDR-PATIENT-NBR-O.
           MOVE WS-PARM-FROM-DATE   TO HDR-FROM-DATE-O.
           MOVE WS-PARM-TO-DATE     TO HDR-TO-DATE-O.
      *
           WRITE STAY-RPT-REC FROM STAY-RPT-BLANK-LINE.
           WRITE STAY-RPT-REC FROM STAY-RPT-HEADER-1.
           WRITE STAY-RPT-REC FROM STAY-RPT-HEADER-2.
           WRITE STAY-RPT-REC FROM STAY-RPT-BLANK-LINE.
           WRITE STAY-RPT-REC FROM STAY-RPT-HEADER-3.
           WRITE STAY-RPT-REC FROM STAY-RPT-BLANK-LINE.
           WRITE STAY-RPT-REC FROM STAY-RPT-COL-HEADER-1.
           WRITE STAY-RPT-REC FROM STAY-RPT-COL-HEADER-2.
      *
       0300-READ-STAY-HISTORY.
      *
      *****************************************************************
      * DESCRIPTION:                                                  *
      *  THIS PARAGRAPH READS THE STAY HISTORY FILE, CHECKS THE FILE  *
      *  STATUS AND DISPLAYS AN ERROR MESSAGE IF THE FILE STATUS IS   *
      *  NOT '00'.  ONE IS ADDED TO THE NUMBER OF RECORDS READ.       *
      * CALLED BY:                                                    *
      *     -  0000-HOUSEKEEPING                                      *
      *     -  0400-MAIN-PROCESS                                      *
      * CALLS:                                                        *
      *     -  NONE                                                   *
      *****************************************************************
      *
           READ STAYFILE INTO WS-STAY-REC
               AT END MOVE 'Y' TO WS-STAY-EOF
           END-READ.
      *
           IF STAY-STATUS = '00' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED READING STAY HISTORY FILE'
           END-IF.
      *
           IF END-OF-STAYFILE
              NEXT SENTENCE
           ELSE
              ADD 1 TO WS-RECS-READ
           END-IF.
      *
       0400-MAIN-PROCESS.
      *
      *****************************************************************
      * DESCRIPTION:                                                  *
      *  THIS PARAGRAPH LISTS ONE STAY HISTORY RECORD WHEN IT BELONGS *
      *  TO THE REQUESTED PATIENT AND ITS ADMIT DATE FALLS INSIDE THE *
      *  FROM=/TO= RANGE, ACCUMULATING THE STAY TOTALS, AND THEN      *
      *  READS THE NEXT RECORD.                                       *
      * CALLED BY:                                                    *
      *     -  MAIN PROCEDURE STATEMENT                               *
      * CALLS:                                                        *
      *     -  0500-WRITE-STAY-DETAIL                                 *
      *     -  0300-READ-STAY-HISTORY                                 *
      *****************************************************************
      *
           IF WS-STAY-PATIENT-NBR IS NUMERIC
              AND WS-STAY-PATIENT-NBR = WS-PARM-PATIENT-NBR
              AND WS-STAY-ADMIT-DATE >= WS-PARM-FROM-DATE
              AND WS-STAY-ADMIT-DATE <= WS-PARM-TO-DATE
              PERFORM 0500-WRITE-STAY-DETAIL
           END-IF.
      *
           PERFORM 0300-READ-STAY-HISTORY.
      *
       0500-WRITE-STAY-DETAIL.
      *
      *****************************************************************
      * DESCRIPTION:                                                  *
      *  THIS PARAGRAPH FORMATS AND WRITES ONE STAY DETAIL LINE AND   *
      *  ADDS THE STAY'S DAYS AND AMOUNTS TO THE STAY TOTALS.         *
      * CALLED BY:                                                    *
      *     -  0400-MAIN-PROCESS                                      *
      * CALLS:                                                        *
      *     -  NONE                                                   *
      *****************************************************************
      *
           MOVE WS-STAY-ADMIT-DATE     TO STAY-ADMIT-DATE-O.
           MOVE SPACES                 TO STAY-NAME-O.
           STRING WS-STAY-FIRST-NAME DELIMITED BY SPACE
                  ' '                DELIMITED BY SIZE
                  WS-STAY-LAST-NAME  DELIMITED BY SPACE
                    INTO STAY-NAME-O.
           MOVE WS-STAY-LTH            TO STAY-LTH-O.
           MOVE WS-STAY-PATIENT-TYPE   TO STAY-PATIENT-TYPE-O.
           MOVE WS-STAY-FACILITY-CODE  TO STAY-FACILITY-O.
           MOVE WS-STAY-PCP-ID         TO STAY-PCP-ID-O.
           MOVE WS-STAY-DIAG-CODE      TO STAY-DIAG-CODE-O.
           MOVE WS-STAY-INS-TYPE       TO STAY-INS-TYPE-O.
           MOVE WS-STAY-INS-TYPE-2     TO STAY-INS-TYPE-2-O.
           MOVE WS-STAY-GROSS-AMT      TO STAY-GROSS-AMT-O.
           MOVE WS-STAY-NET-AMT        TO STAY-NET-AMT-O.
           MOVE WS-STAY-COPAY          TO STAY-COPAY-O.
           MOVE WS-STAY-DEDUCTIBLE     TO STAY-DEDUCTIBLE-O.
      *
           WRITE STAY-RPT-REC FROM STAY-RPT-DETAIL.
           IF RPT-STATUS EQUAL '00'
              ADD 1 TO WS-STAYS-LISTED
              ADD WS-STAY-LTH         TO WS-TOTAL-STAY-DAYS
              ADD WS-STAY-GROSS-AMT   TO WS-TOTAL-GROSS
              ADD WS-STAY-NET-AMT     TO WS-TOTAL-NET
              ADD WS-STAY-COPAY       TO WS-TOTAL-COPAY
              ADD WS-STAY-DEDUCTIBLE  TO WS-TOTAL-DEDUCTIBLE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO STAY REPORT'
           END-IF.
      *
       0700-WRITE-STAY-TOTALS.
      *
      *****************************************************************
      * DESCRIPTION:                                                  *
      *  THIS PARAGRAPH CLOSES THE REPORT WITH THE STAY TOTALS FOR    *
      *  THE REQUESTED PATIENT AND ADMIT-DATE RANGE.                  *
      * CALLED BY:                                                    *
      *     -  MAIN PROCEDURE STATEMENT                               *
      * CALLS:                                                        *
      *     -  NONE                                                   *
      *****************************************************************
      *
           WRITE STAY-RPT-REC FROM STAY-RPT-BLANK-LINE.
      *
           MOVE 'STAY HISTORY RECORDS READ:  ' TO STAY-TOTAL-LABEL.
           MOVE WS-RECS-READ                   TO STAY-TOTAL-COUNT-O.
           WRITE STAY-RPT-REC FROM STAY-RPT-TOTAL-LINE.
      *
           MOVE 'STAYS LISTED:  '              TO STAY-TOTAL-LABEL.
           MOVE WS-STAYS-LISTED                TO STAY-TOTAL-COUNT-O.
           WRITE STAY-RPT-REC FROM STAY-RPT-TOTAL-LINE.
      *
           MOVE 'TOTAL DAYS STAYED:  '         TO STAY-TOTAL-LABEL.
           MOVE WS-TOTAL-STAY-DAYS             TO STAY-TOTAL-COUNT-O.
           WRITE STAY-RPT-REC FROM STAY-RPT-TOTAL-LINE.
      *
           MOVE 'TOTAL GROSS AMOUNT:  '        TO STAY-AMOUNT-LABEL.
           MOVE WS-TOTAL-GROSS                 TO STAY-AMOUNT-O.
           WRITE STAY-RPT-REC FROM STAY-RPT-AMOUNT-LINE.
      *
           MOVE 'TOTAL NET AMOUNT:  '          TO STAY-AMOUNT-LABEL.
           MOVE WS-TOTAL-NET                   TO STAY-AMOUNT-O.
           WRITE STAY-RPT-REC FROM STAY-RPT-AMOUNT-LINE.
      *
           MOVE 'TOTAL COPAY:  '               TO STAY-AMOUNT-LABEL.
           MOVE WS-TOTAL-COPAY                 TO STAY-AMOUNT-O.
           WRITE STAY-RPT-REC FROM STAY-RPT-AMOUNT-LINE.
      *
           MOVE 'TOTAL DEDUCTIBLE:  '          TO STAY-AMOUNT-LABEL.
           MOVE WS-TOTAL-DEDUCTIBLE            TO STAY-AMOUNT-O.
           WRITE STAY-RPT-REC FROM STAY-RPT-AMOUNT-LINE.
      *
           IF RPT-STATUS EQUAL '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO STAY REPORT'
           END-IF.
      *
       1500-CLOSE-FILES.
      *
      *****************************************************************
      * DESCRIPTION:                                                  *
      *  THIS PARAGRAPH CLOSES THE INPUT AND OUTPUT FILES, CHECKS     *
      *  FOR A SUCCESSFUL FILE STATUS AND DISPLAYS AN ERROR MESSAGE   *
      *  IF AN ISSUE IS ENCOUNTERED CLOSING THE FILES.                *
      * CALLED BY:                                                    *
      *     -  MAIN PROCEDURE DIVISION STATEMENT                      *
      * CALLS:                                                        *
      *     -  NONE                                                   *
      *****************************************************************
      *
           CLOSE STAYFILE.
           IF STAY-STATUS EQUAL '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING STAY HISTORY FILE'
           END-IF.
      *
           CLOSE STAYRPT.
           IF RPT-STATUS EQUAL '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING STAY REPORT FILE'
           END-IF.
