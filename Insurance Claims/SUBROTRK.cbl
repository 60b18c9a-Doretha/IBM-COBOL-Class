       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBROTRK.
       AUTHOR. DORETHA RILEY.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. CURRENT-DATE.
      *
      *****************************************************************
      *  DESCRIPTION                                                  *
      *    THIS PROGRAM IS THE SUBROGATION RECOVERY TRACKING REPORT.  *
      *    CLAIMS APPENDS A REFERRAL TO THE CUMULATIVE SUBROGATION    *
      *    REFERRAL FILE FOR EVERY PAID ACCIDENT-RELATED CLAIM (AUTO  *
      *    OR WORKPLACE, FLAGGED FROM THE DIAGNOSTIC CODE MASTER BY   *
      *    HOSPEDIT).  THE RECOVERY UNIT POSTS EACH DOLLAR RECOVERED  *
      *    FROM THE LIABLE PARTY'S INSURER TO THE CUMULATIVE RECOVERY *
      *    FILE UNDER THE REFERRAL NUMBER, AND MARKS THE LAST POSTING *
      *    'C' WHEN THE REFERRAL IS CLOSED WITH NOTHING MORE TO COME. *
      *                                                               *
      *    THIS PROGRAM MATCHES THE RECOVERIES TO THEIR REFERRALS AND *
      *    REPORTS:                                                   *
      *      - EVERY REFERRAL WITH ITS REFERRED (PAID) DOLLARS,       *
      *        DOLLARS RECOVERED, OPEN BALANCE, AGE IN DAYS AND       *
      *        STATUS (OPEN, RECOVERED IN FULL, OR CLOSED SHORT)      *
      *      - THE OPEN REFERRALS AND OPEN DOLLARS BY AGE             *
      *      - RECOVERIES THAT MATCH NO REFERRAL OR ARE INVALID       *
      *      - REFERRED, RECOVERED, WRITTEN-OFF AND OPEN TOTALS, IN   *
      *        ALL AND BY ACCIDENT TYPE                               *
      *    A REFERRAL'S AGE IS THE DAYS FROM ITS REFERRAL (CLAIMS     *
      *    RUN) DATE TO THE REPORT DATE.                              *
      *                                                               *
      *    CONTROL CARDS (KEYWORD=VALUE):                             *
      *      RUNDATE=CCYYMMDD    REPORT (AGING) DATE, DEFAULT TODAY   *
      *                                                               *
      *    RETURN CODES:                                              *
      *      0  - REPORT COMPLETE                                     *
      *      4  - REPORT COMPLETE, BUT A RECOVERY MATCHED NO REFERRAL *
      *           OR WAS INVALID, OR A TABLE FILLED                   *
      *      16 - INVALID CONTROL CARD - NOTHING REPORTED             *
      *                                                               *
      *    INPUT FILES:                                               *
      *      RTPOT44.CLAIMS.SUBROREF (CUMULATIVE REFERRALS)           *
      *      INTERNAL FILE NAME:  SUBROREF                            *
      *      JCL DD NAME:         SUBROREF                            *
      *                                                               *
      *      RTPOT44.SUBRO.RECOVERY (CUMULATIVE RECOVERIES)           *
      *      INTERNAL FILE NAME:  SUBRORCV                            *
      *      JCL DD NAME:         SUBRORCV                            *
      *                                                               *
      *      RTPOT44.SUBROTRK.PARMS (CONTROL CARDS)                   *
      *      INTERNAL FILE NAME:  PARMFILE                            *
      *      JCL DD NAME:         PARMFILE                            *
      *                                                               *
      *    OUTPUT FILES:                                              *
      *      DD SYSOUT=* (RECOVERY TRACKING REPORT)                   *
      *      INTERNAL FILE NAME:  SUBRORPT                            *
      *      JCL DD NAME:         SUBRORPT                            *
      *                                                               *
      *    JCL JOB: RTPOT44.LEARN.REUSABLE.JCL(SUBROTRK)              *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBROREF           *>CUMULATIVE REFERRALS
           ASSIGN TO SUBROREF
             FILE STATUS IS SRCODE.
      *
           SELECT OPTIONAL SUBRORCV  *>CUMULATIVE RECOVERIES
           ASSIGN TO SUBRORCV
             FILE STATUS IS RCCODE.
      *
           SELECT OPTIONAL PARMFILE  *>CONTROL CARDS
           ASSIGN TO PARMFILE
             FILE STATUS IS PRCODE.
      *
           SELECT SUBRORPT           *>RECOVERY TRACKING REPORT
           ASSIGN TO SUBRORPT
             FILE STATUS IS RPCODE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  SUBROREF
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS SUBRO-REF-REC.
      *
       01  SUBRO-REF-REC PIC X(100).
      *
       FD  SUBRORCV
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SUBRO-RCV-REC.
      *
       01  SUBRO-RCV-REC PIC X(80).
      *
       FD  PARMFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PARM-CARD-REC.
      *
       01  PARM-CARD-REC PIC X(80).
      *
       FD  SUBRORPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS SUBRO-RPT-REC.
      *
       01  SUBRO-RPT-REC PIC X(133).
      *
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-CODES.
          05 SRCODE               PIC X(02).
          05 RCCODE               PIC X(02).
          05 PRCODE               PIC X(02).
          05 RPCODE               PIC X(02).
      *
       01 WS-FILE-SWITCHES.
          05 SUBROREF-FILE-SW     PIC X(01) VALUE SPACE.
             88 END-OF-SUBROREF      VALUE 'Y'.
          05 SUBRORCV-FILE-SW     PIC X(01) VALUE SPACE.
             88 END-OF-SUBRORCV      VALUE 'Y'.
          05 PARM-FILE-SW         PIC X(01) VALUE SPACE.
             88 END-OF-PARM-FILE     VALUE 'Y'.
          05 WS-PARM-ERROR-SW     PIC X(01) VALUE 'N'.
             88 PARM-ERROR           VALUE 'Y'.
      *
      *****************************************************************
      *  SUBROGATION REFERRAL RECORD AS CLAIMS' 1320-WRITE-SUBRO-     *
      *  REFERRAL APPENDS IT.  THE REFERRAL NUMBER IS THE CLAIMS RUN  *
      *  DATE, RUN TIME AND A SEQUENCE WITHIN THE RUN.                *
      *****************************************************************
      *
       01 WS-SUBRO-REF-REC.
          05 WS-SR-REFERRAL-NO.
             10 WS-SR-REF-DATE     PIC 9(08).
             10 WS-SR-REF-TIME     PIC 9(06).
             10 WS-SR-REF-SEQ      PIC 9(05).
          05 WS-SR-POLICY-NO       PIC 9(07).
          05 WS-SR-LAST-NAME       PIC X(15).
          05 WS-SR-FIRST-NAME      PIC X(10).
          05 WS-SR-BENEFIT-DATE    PIC 9(08).
          05 WS-SR-PCP-ID          PIC X(06).
          05 WS-SR-DIAG-CODE       PIC X(07).
          05 WS-SR-ACCIDENT-IND    PIC X(01).
             88 SR-AUTO-ACCIDENT            VALUE 'A'.
             88 SR-WORKPLACE-ACCIDENT       VALUE 'W'.
          05 WS-SR-CLAIM-AMOUNT    PIC S9(07)V99.
          05 WS-SR-AMOUNT-PAID     PIC S9(07)V99.
          05 FILLER                PIC X(09).
      *
      *****************************************************************
      *  RECOVERY POSTING AS THE RECOVERY UNIT KEYS IT - ONE RECORD   *
      *  PER AMOUNT RECOVERED AGAINST A REFERRAL.  A CLOSE FLAG OF    *
      *  'C' CLOSES THE REFERRAL; THE AMOUNT MAY BE ZERO WHEN THE     *
      *  REFERRAL IS CLOSED WITH NOTHING FURTHER RECOVERED.           *
      *****************************************************************
      *
       01 WS-SUBRO-RCV-REC.
          05 WS-RC-REFERRAL-NO     PIC 9(19).
          05 WS-RC-POST-DATE       PIC 9(08).
          05 WS-RC-AMOUNT          PIC 9(07)V99.
          05 WS-RC-CLOSE-FLAG      PIC X(01).
             88 RC-CLOSE-REFERRAL           VALUE 'C'.
          05 WS-RC-POSTED-BY       PIC X(08).
          05 FILLER                PIC X(35).
      *
      *****************************************************************
      *  ONE ENTRY PER REFERRAL, KEPT IN REFERRAL NUMBER (THAT IS,    *
      *  REFERRAL DATE) SEQUENCE, WITH ITS RECOVERIES ACCUMULATED.    *
      *****************************************************************
      *
       01 WS-REFERRAL-TABLE.
          05 WS-RT-ENTRY OCCURS 5000 TIMES INDEXED BY RT-IDX.
             10 WS-RT-REFERRAL-NO    PIC 9(19).
             10 WS-RT-REF-DATE       PIC 9(08).
             10 WS-RT-POLICY-NO      PIC 9(07).
             10 WS-RT-NAME           PIC X(25).
             10 WS-RT-ACCIDENT-IND   PIC X(01).
             10 WS-RT-PAID-AMOUNT    PIC S9(09)V99.
             10 WS-RT-RECOVERED      PIC S9(09)V99.
             10 WS-RT-RCV-COUNT      PIC S9(04) COMP.
             10 WS-RT-CLOSED-SW      PIC X(01).
                88 RT-CLOSED                   VALUE 'Y'.
      *
      *****************************************************************
      *  RECOVERIES THAT COULD NOT BE APPLIED, HELD FOR THE EXCEPTION *
      *  SECTION OF THE REPORT.                                       *
      *****************************************************************
      *
       01 WS-EXCEPTION-TABLE.
          05 WS-EX-ENTRY OCCURS 500 TIMES INDEXED BY EX-IDX.
             10 WS-EX-RCV-REC        PIC X(80).
             10 WS-EX-REASON         PIC X(40).
      *
      *****************************************************************
      *  AGE BUCKETS FOR OPEN REFERRALS - UPPER LIMIT IN DAYS AND     *
      *  LABEL (SAME FILLER-VALUE/REDEFINES IDIOM AS CLAIMS' POLICY   *
      *  TABLE), WITH THE COUNT AND OPEN DOLLARS IN EACH.             *
      *****************************************************************
      *
       01  WS-AGING-VALUES.
           05  FILLER              PIC X(25)
                                   VALUE '00030   0 TO  30 DAYS    '.
           05  FILLER              PIC X(25)
                                   VALUE '00060  31 TO  60 DAYS    '.
           05  FILLER              PIC X(25)
                                   VALUE '00090  61 TO  90 DAYS    '.
           05  FILLER              PIC X(25)
                                   VALUE '00180  91 TO 180 DAYS    '.
           05  FILLER              PIC X(25)
                                   VALUE '99999 OVER 180 DAYS      '.
      *
       01  WS-AGING-TABLE REDEFINES WS-AGING-VALUES.
           05  WS-AG-ENTRY OCCURS 5 TIMES INDEXED BY AG-IDX.
               10  WS-AG-LIMIT         PIC 9(05).
               10  WS-AG-LABEL         PIC X(20).
      *
       01 WS-AGING-TOTALS.
          05 WS-AT-ENTRY OCCURS 5 TIMES.
             10 WS-AT-COUNT          PIC S9(05) COMP.
             10 WS-AT-OPEN-AMOUNT    PIC S9(11)V99.
      *
      *****************************************************************
      *  TOTALS BY ACCIDENT TYPE - 1 IS AUTO ('A'), 2 IS WORKPLACE    *
      *  ('W').                                                       *
      *****************************************************************
      *
       01 WS-TYPE-TOTALS.
          05 WS-TT-ENTRY OCCURS 2 TIMES.
             10 WS-TT-COUNT          PIC S9(05) COMP.
             10 WS-TT-REFERRED       PIC S9(11)V99.
             10 WS-TT-RECOVERED      PIC S9(11)V99.
             10 WS-TT-OPEN           PIC S9(11)V99.
      *
       01 WS-TRACK-CONTROLS.
          05 WS-RT-ENTRIES-USED   PIC S9(04) COMP VALUE 0.
          05 WS-EX-ENTRIES-USED   PIC S9(04) COMP VALUE 0.
          05 WS-FOUND-SUB         PIC S9(04) COMP VALUE 0.
          05 WS-INSERT-SUB        PIC S9(04) COMP VALUE 0.
          05 WS-MOVE-SUB          PIC S9(04) COMP VALUE 0.
          05 WS-TYPE-SUB          PIC S9(04) COMP VALUE 0.
          05 WS-SEARCH-REFERRAL   PIC 9(19) VALUE 0.
          05 WS-TABLE-FULL-SW     PIC X(01) VALUE 'N'.
             88 TABLE-CAPACITY-HIT          VALUE 'Y'.
          05 WS-EXCEPTION-SW      PIC X(01) VALUE 'N'.
             88 RECOVERY-EXCEPTIONS         VALUE 'Y'.
          05 WS-REASON-TEXT       PIC X(40) VALUE SPACES.
          05 WS-RUN-DATE          PIC 9(08) VALUE 0.
          05 WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                  PIC X(08).
          05 WS-AGE-DAYS          PIC S9(07) COMP VALUE 0.
          05 WS-OPEN-BALANCE      PIC S9(09)V99 VALUE 0.
          05 WS-RECOVERY-PCT      PIC S9(03)V9 VALUE 0.
      *
       01 WS-PARM-FIELDS.
          05 WS-PARM-KEYWORD      PIC X(20).
          05 WS-PARM-VALUE        PIC X(60).
      *
       01 COUNTERS-AND-ACCUMULATORS.
          05 REF-RECS-READ        PIC S9(07) COMP VALUE 0.
          05 REF-RECS-DUPLICATE   PIC S9(07) COMP VALUE 0.
          05 RCV-RECS-READ        PIC S9(07) COMP VALUE 0.
          05 RCV-RECS-APPLIED     PIC S9(07) COMP VALUE 0.
          05 RCV-RECS-REJECTED    PIC S9(07) COMP VALUE 0.
          05 REFERRALS-OPEN       PIC S9(07) COMP VALUE 0.
          05 REFERRALS-RECOVERED  PIC S9(07) COMP VALUE 0.
          05 REFERRALS-CLOSED     PIC S9(07) COMP VALUE 0.
          05 TOTAL-REFERRED       PIC S9(11)V99 VALUE 0.
          05 TOTAL-RECOVERED      PIC S9(11)V99 VALUE 0.
          05 TOTAL-WRITTEN-OFF    PIC S9(11)V99 VALUE 0.
          05 TOTAL-OPEN           PIC S9(11)V99 VALUE 0.
          05 TOTAL-REJECTED-AMT   PIC S9(11)V99 VALUE 0.
      *
      *****************************************************************
      *  RECOVERY TRACKING REPORT LAYOUTS                             *
      *****************************************************************
      *
       01 WS-RPT-TITLE-1.
          05 FILLER               PIC X(40) VALUE SPACES.
          05 FILLER               PIC X(53) VALUE
                'SUBROGATION REFERRAL RECOVERY TRACKING'.
          05 FILLER               PIC X(40) VALUE SPACES.
      *
       01 WS-RPT-TITLE-2.
          05 FILLER               PIC X(40) VALUE SPACES.
          05 FILLER               PIC X(13) VALUE 'AGED AS OF: '.
          05 RPT-RUN-DATE-H       PIC 9999/99/99.
          05 FILLER               PIC X(70) VALUE SPACES.
      *
       01 WS-RPT-SECTION-LINE.
          05 RPT-SECTION-TITLE    PIC X(80).
          05 FILLER               PIC X(53) VALUE SPACES.
      *
       01 WS-RPT-COLUMN-HEADER.
          05 FILLER               PIC X(20) VALUE 'REFERRAL NUMBER'.
          05 FILLER               PIC X(08) VALUE 'POLICY'.
          05 FILLER               PIC X(19) VALUE 'INSURED'.
          05 FILLER               PIC X(05) VALUE 'TYPE'.
          05 FILLER               PIC X(10) VALUE 'REFERRED'.
          05 FILLER               PIC X(14) VALUE '      REFERRED'.
          05 FILLER               PIC X(14) VALUE '     RECOVERED'.
          05 FILLER               PIC X(14) VALUE '  OPEN BALANCE'.
          05 FILLER               PIC X(07) VALUE '    AGE'.
          05 FILLER               PIC X(22) VALUE '  STATUS'.
      *
       01 WS-RPT-DETAIL-LINE.
          05 RPT-REFERRAL-NO-D    PIC 9(19).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 RPT-POLICY-NO-D      PIC 9(07).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 RPT-NAME-D           PIC X(18).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 RPT-TYPE-D           PIC X(04).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 RPT-REF-DATE-D       PIC 9999/99/99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 RPT-REFERRED-D       PIC ZZ,ZZZ,ZZ9.99-.
          05 RPT-RECOVERED-D      PIC ZZ,ZZZ,ZZ9.99-.
          05 RPT-OPEN-D           PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 RPT-AGE-D            PIC ZZ,ZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 RPT-STATUS-D         PIC X(19).
      *
       01 WS-RPT-AGING-HEADER.
          05 FILLER               PIC X(05) VALUE SPACES.
          05 FILLER               PIC X(22) VALUE 'AGE OF REFERRAL'.
          05 FILLER               PIC X(10) VALUE ' REFERRALS'.
          05 FILLER               PIC X(17) VALUE '     OPEN DOLLARS'.
          05 FILLER               PIC X(79) VALUE SPACES.
      *
       01 WS-RPT-AGING-LINE.
          05 FILLER               PIC X(05) VALUE SPACES.
          05 RPT-AGE-LABEL-D      PIC X(20).
          05 FILLER               PIC X(06) VALUE SPACES.
          05 RPT-AGE-COUNT-D      PIC ZZ,ZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 RPT-AGE-AMOUNT-D     PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER               PIC X(79) VALUE SPACES.
      *
       01 WS-RPT-TYPE-HEADER.
          05 FILLER               PIC X(05) VALUE SPACES.
          05 FILLER               PIC X(20) VALUE 'ACCIDENT TYPE'.
          05 FILLER               PIC X(12) VALUE '   REFERRALS'.
          05 FILLER               PIC X(17) VALUE '         REFERRED'.
          05 FILLER               PIC X(17) VALUE '        RECOVERED'.
          05 FILLER               PIC X(17) VALUE '             OPEN'.
          05 FILLER               PIC X(45) VALUE SPACES.
      *
       01 WS-RPT-TYPE-LINE.
          05 FILLER               PIC X(05) VALUE SPACES.
          05 RPT-TYPE-LABEL-D     PIC X(20).
          05 FILLER               PIC X(06) VALUE SPACES.
          05 RPT-TYPE-COUNT-D     PIC ZZ,ZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 RPT-TYPE-REFERRED-D  PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 RPT-TYPE-RECOVERED-D PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 RPT-TYPE-OPEN-D      PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER               PIC X(45) VALUE SPACES.
      *
       01 WS-RPT-EXCEPTION-LINE.
          05 FILLER               PIC X(05) VALUE SPACES.
          05 RPT-EX-RCV-REC-D     PIC X(80).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 RPT-EX-REASON-D      PIC X(40).
          05 FILLER               PIC X(06) VALUE SPACES.
      *
       01 WS-RPT-NONE-LINE.
          05 FILLER               PIC X(10) VALUE SPACES.
          05 RPT-NONE-TEXT        PIC X(60).
          05 FILLER               PIC X(63) VALUE SPACES.
      *
       01 WS-RPT-TOTAL-LINE.
          05 RPT-TOTAL-LABEL      PIC X(40).
          05 RPT-TOTAL-COUNT      PIC ZZZ,ZZ9.
          05 FILLER               PIC X(86) VALUE SPACES.
      *
       01 WS-RPT-AMOUNT-LINE.
          05 RPT-AMOUNT-LABEL     PIC X(40).
          05 RPT-AMOUNT-VALUE     PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
          05 FILLER               PIC X(75) VALUE SPACES.
      *
       01 WS-RPT-PCT-LINE.
          05 RPT-PCT-LABEL        PIC X(40).
          05 RPT-PCT-VALUE        PIC ZZ9.9.
          05 FILLER               PIC X(02) VALUE ' %'.
          05 FILLER               PIC X(86) VALUE SPACES.
      *
       01 WS-RPT-BLANK-LINE       PIC X(133) VALUE SPACES.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THE MAIN PROCEDURE AREA LOADS THE REFERRALS, APPLIES THE   *
      *    RECOVERIES, WRITES THE TRACKING REPORT AND CLOSES THE      *
      *    FILES.                                                     *
      *                                                               *
      *  CALLED BY:                                                   *
      *    - NONE                                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    - 0000-HOUSEKEEPING                                        *
      *    - 0100-OPEN-FILES                                          *
      *    - 0200-LOAD-REFERRALS                                      *
      *    - 0300-APPLY-RECOVERIES                                    *
      *    - 0400-WRITE-REFERRALS                                     *
      *    - 0500-WRITE-AGING                                         *
      *    - 0600-WRITE-EXCEPTIONS                                    *
      *    - 0700-WRITE-TOTALS                                        *
      *    - 0800-CLOSE-FILES                                         *
      *****************************************************************
      *
       PROCEDURE DIVISION.
           PERFORM 0000-HOUSEKEEPING.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0200-LOAD-REFERRALS.
           PERFORM 0300-APPLY-RECOVERIES.
           PERFORM 0400-WRITE-REFERRALS.
           PERFORM 0500-WRITE-AGING.
           PERFORM 0600-WRITE-EXCEPTIONS.
           PERFORM 0700-WRITE-TOTALS.
           PERFORM 0800-CLOSE-FILES.
           GOBACK.
      *
       0000-HOUSEKEEPING.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH INITIALIZES WORKING STORAGE VARIABLES,      *
      *    DEFAULTS THE REPORT DATE TO TODAY AND READS THE CONTROL    *
      *    CARDS.  A BAD CONTROL CARD STOPS THE RUN BEFORE ANY FILE   *
      *    IS OPENED.                                                 *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0050-READ-PARM-FILE                                     *
      *****************************************************************
      *
           INITIALIZE WS-SUBRO-REF-REC,
                      WS-SUBRO-RCV-REC,
                      WS-REFERRAL-TABLE,
                      WS-EXCEPTION-TABLE,
                      WS-AGING-TOTALS,
                      WS-TYPE-TOTALS,
                      COUNTERS-AND-ACCUMULATORS,
                      WS-FILE-SWITCHES.
      *
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
      *
           PERFORM 0050-READ-PARM-FILE.
      *
           IF PARM-ERROR
              DISPLAY 'SUBROTRK RUN STOPPED - INVALID CONTROL CARD(S), S
      -              'EE PRIOR MESSAGES'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      *
       0050-READ-PARM-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE KEYWORD=VALUE CONTROL CARDS.  AN  *
      *    UNRECOGNIZED KEYWORD OR BAD VALUE FLAGS A CONTROL CARD     *
      *    ERROR INSTEAD OF SILENTLY DEFAULTING.                      *
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
                    MOVE WS-PARM-VALUE (1:8) TO WS-RUN-DATE-X
                 ELSE
                    MOVE 'Y' TO WS-PARM-ERROR-SW
                    DISPLAY 'INVALID RUNDATE VALUE ON CONTROL CARD (CCYY
      -                'MMDD): ' WS-PARM-VALUE
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
      *    THIS PARAGRAPH OPENS ALL FILES AND CHECKS EACH FILE        *
      *    STATUS.  THE RECOVERY FILE IS OPTIONAL; WITHOUT IT EVERY   *
      *    REFERRAL REPORTS AS OPEN WITH NOTHING RECOVERED.           *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           OPEN INPUT SUBROREF.
           IF SRCODE = '00'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO SUBROREF-FILE-SW
              DISPLAY 'ERROR ENCOUNTERED OPENING SUBROGATION REFERRAL FI
      -          'LE, STATUS: ' SRCODE
           END-IF.
      *
           OPEN INPUT SUBRORCV.
           IF RCCODE = '00' OR '05'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO SUBRORCV-FILE-SW
              DISPLAY 'ERROR ENCOUNTERED OPENING SUBROGATION RECOVERY FI
      -          'LE, STATUS: ' RCCODE
           END-IF.
      *
           OPEN OUTPUT SUBRORPT.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING RECOVERY TRACKING REPOR
      -          'T FILE'
           END-IF.
      *
           MOVE WS-RUN-DATE TO RPT-RUN-DATE-H.
           WRITE SUBRO-RPT-REC FROM WS-RPT-BLANK-LINE.
           WRITE SUBRO-RPT-REC FROM WS-RPT-TITLE-1.
           WRITE SUBRO-RPT-REC FROM WS-RPT-TITLE-2.
      *
       0200-LOAD-REFERRALS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH LOADS EVERY REFERRAL INTO THE REFERRAL      *
      *    TABLE IN REFERRAL NUMBER SEQUENCE.  A REFERRAL NUMBER      *
      *    ALREADY LOADED (THE SAME CLAIMS RUN APPENDED TWICE) IS     *
      *    COUNTED AND SKIPPED SO ITS DOLLARS ARE NOT REFERRED TWICE. *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0210-FIND-OR-ADD-REFERRAL                               *
      *****************************************************************
      *
           PERFORM UNTIL END-OF-SUBROREF
              READ SUBROREF INTO WS-SUBRO-REF-REC
                 AT END
                    MOVE 'Y' TO SUBROREF-FILE-SW
                 NOT AT END
                    ADD +1 TO REF-RECS-READ
                    IF WS-SR-REFERRAL-NO IS NUMERIC
                       AND WS-SR-AMOUNT-PAID IS NUMERIC
                       PERFORM 0210-FIND-OR-ADD-REFERRAL
                    ELSE
                       DISPLAY 'WARNING: INVALID SUBROGATION REFERRAL '
                          'RECORD SKIPPED - ' WS-SR-REFERRAL-NO
                    END-IF
              END-READ
           END-PERFORM.
      *
       0210-FIND-OR-ADD-REFERRAL.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH INSERTS THE REFERRAL IN REFERRAL NUMBER     *
      *    SEQUENCE UNLESS IT IS ALREADY IN THE TABLE.  A FULL TABLE  *
      *    IS WARNED ABOUT ONCE.                                      *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0200-LOAD-REFERRALS                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE WS-SR-REFERRAL-NO TO WS-SEARCH-REFERRAL.
           MOVE ZERO TO WS-FOUND-SUB.
           MOVE ZERO TO WS-INSERT-SUB.
           PERFORM VARYING RT-IDX FROM 1 BY 1
              UNTIL RT-IDX > WS-RT-ENTRIES-USED
                 OR WS-FOUND-SUB > 0
                 OR WS-INSERT-SUB > 0
                    IF WS-RT-REFERRAL-NO (RT-IDX) = WS-SEARCH-REFERRAL
                       SET WS-FOUND-SUB TO RT-IDX
                    ELSE
                       IF WS-RT-REFERRAL-NO (RT-IDX) >
                          WS-SEARCH-REFERRAL
                          SET WS-INSERT-SUB TO RT-IDX
                       END-IF
                    END-IF
           END-PERFORM.
      *
           IF WS-FOUND-SUB > 0
              ADD +1 TO REF-RECS-DUPLICATE
              DISPLAY 'WARNING: DUPLICATE SUBROGATION REFERRAL '
                 WS-SR-REFERRAL-NO ' SKIPPED'
           ELSE
              IF WS-RT-ENTRIES-USED < 5000
                 IF WS-INSERT-SUB = 0
                    COMPUTE WS-INSERT-SUB = WS-RT-ENTRIES-USED + 1
                 END-IF
                 PERFORM VARYING WS-MOVE-SUB FROM WS-RT-ENTRIES-USED
                    BY -1 UNTIL WS-MOVE-SUB < WS-INSERT-SUB
                       MOVE WS-RT-ENTRY (WS-MOVE-SUB)
                          TO WS-RT-ENTRY (WS-MOVE-SUB + 1)
                 END-PERFORM
                 ADD +1 TO WS-RT-ENTRIES-USED
                 SET RT-IDX TO WS-INSERT-SUB
                 MOVE WS-SR-REFERRAL-NO  TO WS-RT-REFERRAL-NO (RT-IDX)
                 MOVE WS-SR-REF-DATE     TO WS-RT-REF-DATE (RT-IDX)
                 MOVE WS-SR-POLICY-NO    TO WS-RT-POLICY-NO (RT-IDX)
                 MOVE SPACES             TO WS-RT-NAME (RT-IDX)
                 STRING WS-SR-FIRST-NAME DELIMITED BY SPACE
                        ' '              DELIMITED BY SIZE
                        WS-SR-LAST-NAME  DELIMITED BY SPACE
                          INTO WS-RT-NAME (RT-IDX)
                 MOVE WS-SR-ACCIDENT-IND TO WS-RT-ACCIDENT-IND (RT-IDX)
                 MOVE WS-SR-AMOUNT-PAID  TO WS-RT-PAID-AMOUNT (RT-IDX)
                 MOVE ZERO TO WS-RT-RECOVERED (RT-IDX),
                              WS-RT-RCV-COUNT (RT-IDX)
                 MOVE 'N'                TO WS-RT-CLOSED-SW (RT-IDX)
              ELSE
                 IF NOT TABLE-CAPACITY-HIT
                    DISPLAY 'WARNING: REFERRAL TABLE CAPACITY OF 5000 '
                       'ENTRIES EXCEEDED - REFERRAL ' WS-SR-REFERRAL-NO
                       ' AND LATER NOT TRACKED'
                 END-IF
                 MOVE 'Y' TO WS-TABLE-FULL-SW
              END-IF
           END-IF.
      *
       0300-APPLY-RECOVERIES.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE RECOVERY POSTINGS AND ADDS EACH   *
      *    ONE TO ITS REFERRAL, CLOSING THE REFERRAL ON A 'C' CLOSE   *
      *    FLAG.  A POSTING THAT IS INVALID, MATCHES NO REFERRAL, OR  *
      *    IS DATED AFTER THE REPORT DATE IS HELD FOR THE EXCEPTION   *
      *    SECTION AND NOT APPLIED.                                   *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0310-FIND-REFERRAL                                      *
      *    -  0320-ADD-EXCEPTION                                      *
      *****************************************************************
      *
           PERFORM UNTIL END-OF-SUBRORCV
              READ SUBRORCV INTO WS-SUBRO-RCV-REC
                 AT END
                    MOVE 'Y' TO SUBRORCV-FILE-SW
                 NOT AT END
                    ADD +1 TO RCV-RECS-READ
                    MOVE SPACES TO WS-REASON-TEXT
                    MOVE ZERO   TO WS-FOUND-SUB
                    EVALUATE TRUE
                       WHEN WS-RC-REFERRAL-NO NOT NUMERIC
                          MOVE 'INVALID REFERRAL NUMBER'
                                              TO WS-REASON-TEXT
                       WHEN WS-RC-AMOUNT NOT NUMERIC
                          MOVE 'INVALID RECOVERY AMOUNT'
                                              TO WS-REASON-TEXT
                       WHEN WS-RC-POST-DATE NOT NUMERIC
                          MOVE 'INVALID POSTING DATE'
                                              TO WS-REASON-TEXT
                       WHEN WS-RC-POST-DATE > WS-RUN-DATE
                          MOVE 'POSTED AFTER THE REPORT DATE'
                                              TO WS-REASON-TEXT
                       WHEN OTHER
                          PERFORM 0310-FIND-REFERRAL
                          IF WS-FOUND-SUB = 0
                             MOVE 'NO MATCHING REFERRAL'
                                              TO WS-REASON-TEXT
                          END-IF
                    END-EVALUATE
                    IF WS-FOUND-SUB > 0
                       SET RT-IDX TO WS-FOUND-SUB
                       ADD WS-RC-AMOUNT TO WS-RT-RECOVERED (RT-IDX)
                       ADD +1           TO WS-RT-RCV-COUNT (RT-IDX)
                       IF RC-CLOSE-REFERRAL
                          MOVE 'Y' TO WS-RT-CLOSED-SW (RT-IDX)
                       END-IF
                       ADD +1 TO RCV-RECS-APPLIED
                    ELSE
                       PERFORM 0320-ADD-EXCEPTION
                    END-IF
              END-READ
           END-PERFORM.
      *
       0310-FIND-REFERRAL.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH FINDS THE RECOVERY'S REFERRAL IN THE        *
      *    REFERRAL TABLE.  WS-FOUND-SUB STAYS ZERO WHEN THERE IS     *
      *    NONE.                                                      *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0300-APPLY-RECOVERIES                                   *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE WS-RC-REFERRAL-NO TO WS-SEARCH-REFERRAL.
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM VARYING RT-IDX FROM 1 BY 1
              UNTIL RT-IDX > WS-RT-ENTRIES-USED
                 OR WS-FOUND-SUB > 0
                    IF WS-RT-REFERRAL-NO (RT-IDX) = WS-SEARCH-REFERRAL
                       SET WS-FOUND-SUB TO RT-IDX
                    END-IF
           END-PERFORM.
      *
       0320-ADD-EXCEPTION.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH COUNTS A RECOVERY THAT COULD NOT BE APPLIED *
      *    AND HOLDS IT, WITH THE REASON, FOR THE EXCEPTION SECTION.  *
      *    EXCEPTIONS BEYOND THE TABLE ARE STILL COUNTED.             *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0300-APPLY-RECOVERIES                                   *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           ADD +1 TO RCV-RECS-REJECTED.
           MOVE 'Y' TO WS-EXCEPTION-SW.
           IF WS-RC-AMOUNT IS NUMERIC
              ADD WS-RC-AMOUNT TO TOTAL-REJECTED-AMT
           END-IF.
      *
           IF WS-EX-ENTRIES-USED < 500
              ADD +1 TO WS-EX-ENTRIES-USED
              SET EX-IDX TO WS-EX-ENTRIES-USED
              MOVE WS-SUBRO-RCV-REC TO WS-EX-RCV-REC (EX-IDX)
              MOVE WS-REASON-TEXT   TO WS-EX-REASON (EX-IDX)
           END-IF.
      *
       0400-WRITE-REFERRALS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES THE REFERRAL DETAIL SECTION, OLDEST  *
      *    REFERRAL FIRST, AND ACCUMULATES THE TOTALS, THE TOTALS BY  *
      *    ACCIDENT TYPE AND THE OPEN REFERRALS BY AGE.               *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0410-WRITE-REFERRAL                                     *
      *****************************************************************
      *
           WRITE SUBRO-RPT-REC FROM WS-RPT-BLANK-LINE.
           MOVE 'SUBROGATION REFERRALS' TO RPT-SECTION-TITLE.
           WRITE SUBRO-RPT-REC FROM WS-RPT-SECTION-LINE.
           WRITE SUBRO-RPT-REC FROM WS-RPT-BLANK-LINE.
      *
           IF WS-RT-ENTRIES-USED = 0
              MOVE 'NO SUBROGATION REFERRALS ON FILE' TO RPT-NONE-TEXT
              WRITE SUBRO-RPT-REC FROM WS-RPT-NONE-LINE
           ELSE
              WRITE SUBRO-RPT-REC FROM WS-RPT-COLUMN-HEADER
              PERFORM VARYING RT-IDX FROM 1 BY 1
                 UNTIL RT-IDX > WS-RT-ENTRIES-USED
                    PERFORM 0410-WRITE-REFERRAL
              END-PERFORM
           END-IF.
      *
       0410-WRITE-REFERRAL.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES ONE REFERRAL LINE.  A REFERRAL IS:   *
      *      RECOVERED   - RECOVERIES COVER THE AMOUNT PAID           *
      *      CLOSED SHORT - CLOSED BY THE RECOVERY UNIT BELOW THE     *
      *                    AMOUNT PAID; THE REST IS WRITTEN OFF       *
      *      OPEN        - ANYTHING ELSE; THE UNRECOVERED AMOUNT IS   *
      *                    ITS OPEN BALANCE, AGED INTO A BUCKET       *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0400-WRITE-REFERRALS                                    *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           COMPUTE WS-AGE-DAYS =
                 FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE (WS-RT-REF-DATE (RT-IDX)).
           IF WS-AGE-DAYS < 0
              MOVE ZERO TO WS-AGE-DAYS
           END-IF.
      *
           MOVE ZERO TO WS-OPEN-BALANCE.
           EVALUATE TRUE
              WHEN WS-RT-RECOVERED (RT-IDX) NOT <
                   WS-RT-PAID-AMOUNT (RT-IDX)
                 MOVE 'RECOVERED'    TO RPT-STATUS-D
                 ADD +1 TO REFERRALS-RECOVERED
              WHEN RT-CLOSED (RT-IDX)
                 MOVE 'CLOSED SHORT' TO RPT-STATUS-D
                 ADD +1 TO REFERRALS-CLOSED
                 COMPUTE TOTAL-WRITTEN-OFF = TOTAL-WRITTEN-OFF
                       + WS-RT-PAID-AMOUNT (RT-IDX)
                       - WS-RT-RECOVERED (RT-IDX)
              WHEN OTHER
                 MOVE 'OPEN'         TO RPT-STATUS-D
                 ADD +1 TO REFERRALS-OPEN
                 COMPUTE WS-OPEN-BALANCE = WS-RT-PAID-AMOUNT (RT-IDX)
                       - WS-RT-RECOVERED (RT-IDX)
                 ADD WS-OPEN-BALANCE TO TOTAL-OPEN
                 SET AG-IDX TO 1
                 SEARCH WS-AG-ENTRY
                    WHEN WS-AGE-DAYS NOT > WS-AG-LIMIT (AG-IDX)
                       ADD +1 TO WS-AT-COUNT (AG-IDX)
                       ADD WS-OPEN-BALANCE
                          TO WS-AT-OPEN-AMOUNT (AG-IDX)
                 END-SEARCH
           END-EVALUATE.
      *
           ADD WS-RT-PAID-AMOUNT (RT-IDX) TO TOTAL-REFERRED.
           ADD WS-RT-RECOVERED (RT-IDX)   TO TOTAL-RECOVERED.
      *
           EVALUATE WS-RT-ACCIDENT-IND (RT-IDX)
              WHEN 'A'
                 MOVE 'AUTO' TO RPT-TYPE-D
                 MOVE 1      TO WS-TYPE-SUB
              WHEN 'W'
                 MOVE 'WORK' TO RPT-TYPE-D
                 MOVE 2      TO WS-TYPE-SUB
              WHEN OTHER
                 MOVE SPACES TO RPT-TYPE-D
                 MOVE 0      TO WS-TYPE-SUB
           END-EVALUATE.
           IF WS-TYPE-SUB > 0
              ADD +1 TO WS-TT-COUNT (WS-TYPE-SUB)
              ADD WS-RT-PAID-AMOUNT (RT-IDX)
                 TO WS-TT-REFERRED (WS-TYPE-SUB)
              ADD WS-RT-RECOVERED (RT-IDX)
                 TO WS-TT-RECOVERED (WS-TYPE-SUB)
              ADD WS-OPEN-BALANCE TO WS-TT-OPEN (WS-TYPE-SUB)
           END-IF.
      *
           MOVE WS-RT-REFERRAL-NO (RT-IDX) TO RPT-REFERRAL-NO-D.
           MOVE WS-RT-POLICY-NO (RT-IDX)   TO RPT-POLICY-NO-D.
           MOVE WS-RT-NAME (RT-IDX)        TO RPT-NAME-D.
           MOVE WS-RT-REF-DATE (RT-IDX)    TO RPT-REF-DATE-D.
           MOVE WS-RT-PAID-AMOUNT (RT-IDX) TO RPT-REFERRED-D.
           MOVE WS-RT-RECOVERED (RT-IDX)   TO RPT-RECOVERED-D.
           MOVE WS-OPEN-BALANCE            TO RPT-OPEN-D.
           MOVE WS-AGE-DAYS                TO RPT-AGE-D.
           WRITE SUBRO-RPT-REC FROM WS-RPT-DETAIL-LINE.
      *
       0500-WRITE-AGING.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES THE OPEN REFERRALS BY AGE AND THE    *
      *    TOTALS BY ACCIDENT TYPE.                                   *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           WRITE SUBRO-RPT-REC FROM WS-RPT-BLANK-LINE.
           WRITE SUBRO-RPT-REC FROM WS-RPT-BLANK-LINE.
           MOVE 'OPEN REFERRALS BY AGE' TO RPT-SECTION-TITLE.
           WRITE SUBRO-RPT-REC FROM WS-RPT-SECTION-LINE.
           WRITE SUBRO-RPT-REC FROM WS-RPT-BLANK-LINE.
           WRITE SUBRO-RPT-REC FROM WS-RPT-AGING-HEADER.
      *
           PERFORM VARYING AG-IDX FROM 1 BY 1 UNTIL AG-IDX > 5
              MOVE WS-AG-LABEL (AG-IDX)       TO RPT-AGE-LABEL-D
              MOVE WS-AT-COUNT (AG-IDX)       TO RPT-AGE-COUNT-D
              MOVE WS-AT-OPEN-AMOUNT (AG-IDX) TO RPT-AGE-AMOUNT-D
              WRITE SUBRO-RPT-REC FROM WS-RPT-AGING-LINE
           END-PERFORM.
      *
           MOVE 'TOTAL OPEN'    TO RPT-AGE-LABEL-D.
           MOVE REFERRALS-OPEN  TO RPT-AGE-COUNT-D.
           MOVE TOTAL-OPEN      TO RPT-AGE-AMOUNT-D.
           WRITE SUBRO-RPT-REC FROM WS-RPT-AGING-LINE.
      *
           WRITE SUBRO-RPT-REC FROM WS-RPT-BLANK-LINE.
           WRITE SUBRO-RPT-REC FROM WS-RPT-BLANK-LINE.
           MOVE 'REFERRALS BY ACCIDENT TYPE' TO RPT-SECTION-TITLE.
           WRITE SUBRO-RPT-REC FROM WS-RPT-SECTION-LINE.
           WRITE SUBRO-RPT-REC FROM WS-RPT-BLANK-LINE.
           WRITE SUBRO-RPT-REC FROM WS-RPT-TYPE-HEADER.
      *
           MOVE 'AUTO ACCIDENT'      TO RPT-TYPE-LABEL-D.
           MOVE 1                    TO WS-TYPE-SUB.
           PERFORM 0510-WRITE-TYPE-LINE.
           MOVE 'WORKPLACE ACCIDENT' TO RPT-TYPE-LABEL-D.
           MOVE 2                    TO WS-TYPE-SUB.
           PERFORM 0510-WRITE-TYPE-LINE.
      *
       0510-WRITE-TYPE-LINE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES THE TOTALS FOR ONE ACCIDENT TYPE.    *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0500-WRITE-AGING                                        *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE WS-TT-COUNT (WS-TYPE-SUB)     TO RPT-TYPE-COUNT-D.
           MOVE WS-TT-REFERRED (WS-TYPE-SUB)  TO RPT-TYPE-REFERRED-D.
           MOVE WS-TT-RECOVERED (WS-TYPE-SUB) TO RPT-TYPE-RECOVERED-D.
           MOVE WS-TT-OPEN (WS-TYPE-SUB)      TO RPT-TYPE-OPEN-D.
           WRITE SUBRO-RPT-REC FROM WS-RPT-TYPE-LINE.
      *
       0600-WRITE-EXCEPTIONS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH LISTS THE RECOVERIES THAT WERE NOT APPLIED, *
      *    AS POSTED, WITH THE REASON, SO THE RECOVERY UNIT CAN       *
      *    CORRECT AND REPOST THEM.                                   *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           WRITE SUBRO-RPT-REC FROM WS-RPT-BLANK-LINE.
           WRITE SUBRO-RPT-REC FROM WS-RPT-BLANK-LINE.
           MOVE 'RECOVERY POSTING EXCEPTIONS - NOT APPLIED'
                                           TO RPT-SECTION-TITLE.
           WRITE SUBRO-RPT-REC FROM WS-RPT-SECTION-LINE.
           WRITE SUBRO-RPT-REC FROM WS-RPT-BLANK-LINE.
      *
           IF WS-EX-ENTRIES-USED = 0
              MOVE 'NO RECOVERY POSTING EXCEPTIONS' TO RPT-NONE-TEXT
              WRITE SUBRO-RPT-REC FROM WS-RPT-NONE-LINE
           ELSE
              PERFORM VARYING EX-IDX FROM 1 BY 1
                 UNTIL EX-IDX > WS-EX-ENTRIES-USED
                    MOVE WS-EX-RCV-REC (EX-IDX) TO RPT-EX-RCV-REC-D
                    MOVE WS-EX-REASON (EX-IDX)  TO RPT-EX-REASON-D
                    WRITE SUBRO-RPT-REC FROM WS-RPT-EXCEPTION-LINE
              END-PERFORM
           END-IF.
      *
           IF RCV-RECS-REJECTED > WS-EX-ENTRIES-USED
              MOVE 'MORE EXCEPTIONS THAN LISTED - SEE TOTALS'
                                           TO RPT-NONE-TEXT
              WRITE SUBRO-RPT-REC FROM WS-RPT-NONE-LINE
           END-IF.
      *
       0700-WRITE-TOTALS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES THE CONTROL TOTALS AND THE DOLLAR    *
      *    TOTALS, AND SETS THE RETURN CODE WHEN A RECOVERY WAS NOT   *
      *    APPLIED OR A TABLE FILLED.                                 *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           WRITE SUBRO-RPT-REC FROM WS-RPT-BLANK-LINE.
           WRITE SUBRO-RPT-REC FROM WS-RPT-BLANK-LINE.
      *
           MOVE 'REFERRAL RECORDS READ:  '       TO RPT-TOTAL-LABEL.
           MOVE REF-RECS-READ                   TO RPT-TOTAL-COUNT.
           WRITE SUBRO-RPT-REC FROM WS-RPT-TOTAL-LINE.
      *
           MOVE 'DUPLICATE REFERRALS SKIPPED:  ' TO RPT-TOTAL-LABEL.
           MOVE REF-RECS-DUPLICATE              TO RPT-TOTAL-COUNT.
           WRITE SUBRO-RPT-REC FROM WS-RPT-TOTAL-LINE.
      *
           MOVE 'REFERRALS TRACKED:  '           TO RPT-TOTAL-LABEL.
           MOVE WS-RT-ENTRIES-USED              TO RPT-TOTAL-COUNT.
           WRITE SUBRO-RPT-REC FROM WS-RPT-TOTAL-LINE.
      *
           MOVE '  RECOVERED IN FULL:  '         TO RPT-TOTAL-LABEL.
           MOVE REFERRALS-RECOVERED             TO RPT-TOTAL-COUNT.
           WRITE SUBRO-RPT-REC FROM WS-RPT-TOTAL-LINE.
      *
           MOVE '  CLOSED SHORT:  '              TO RPT-TOTAL-LABEL.
           MOVE REFERRALS-CLOSED                TO RPT-TOTAL-COUNT.
           WRITE SUBRO-RPT-REC FROM WS-RPT-TOTAL-LINE.
      *
           MOVE '  OPEN:  '                      TO RPT-TOTAL-LABEL.
           MOVE REFERRALS-OPEN                  TO RPT-TOTAL-COUNT.
           WRITE SUBRO-RPT-REC FROM WS-RPT-TOTAL-LINE.
      *
           MOVE 'RECOVERY RECORDS READ:  '       TO RPT-TOTAL-LABEL.
           MOVE RCV-RECS-READ                   TO RPT-TOTAL-COUNT.
           WRITE SUBRO-RPT-REC FROM WS-RPT-TOTAL-LINE.
      *
           MOVE 'RECOVERY RECORDS APPLIED:  '    TO RPT-TOTAL-LABEL.
           MOVE RCV-RECS-APPLIED                TO RPT-TOTAL-COUNT.
           WRITE SUBRO-RPT-REC FROM WS-RPT-TOTAL-LINE.
      *
           MOVE 'RECOVERY RECORDS NOT APPLIED:  ' TO RPT-TOTAL-LABEL.
           MOVE RCV-RECS-REJECTED               TO RPT-TOTAL-COUNT.
           WRITE SUBRO-RPT-REC FROM WS-RPT-TOTAL-LINE.
      *
           WRITE SUBRO-RPT-REC FROM WS-RPT-BLANK-LINE.
      *
           MOVE 'DOLLARS REFERRED:  '            TO RPT-AMOUNT-LABEL.
           MOVE TOTAL-REFERRED                  TO RPT-AMOUNT-VALUE.
           WRITE SUBRO-RPT-REC FROM WS-RPT-AMOUNT-LINE.
      *
           MOVE 'DOLLARS RECOVERED:  '           TO RPT-AMOUNT-LABEL.
           MOVE TOTAL-RECOVERED                 TO RPT-AMOUNT-VALUE.
           WRITE SUBRO-RPT-REC FROM WS-RPT-AMOUNT-LINE.
      *
           MOVE 'DOLLARS WRITTEN OFF (CLOSED SHORT):  '
                                                TO RPT-AMOUNT-LABEL.
           MOVE TOTAL-WRITTEN-OFF               TO RPT-AMOUNT-VALUE.
           WRITE SUBRO-RPT-REC FROM WS-RPT-AMOUNT-LINE.
      *
           MOVE 'DOLLARS OPEN:  '                TO RPT-AMOUNT-LABEL.
           MOVE TOTAL-OPEN                      TO RPT-AMOUNT-VALUE.
           WRITE SUBRO-RPT-REC FROM WS-RPT-AMOUNT-LINE.
      *
           MOVE 'RECOVERIES NOT APPLIED:  '      TO RPT-AMOUNT-LABEL.
           MOVE TOTAL-REJECTED-AMT              TO RPT-AMOUNT-VALUE.
           WRITE SUBRO-RPT-REC FROM WS-RPT-AMOUNT-LINE.
      *
           IF TOTAL-REFERRED > 0
              COMPUTE WS-RECOVERY-PCT ROUNDED =
                    TOTAL-RECOVERED * 100 / TOTAL-REFERRED
           ELSE
              MOVE ZERO TO WS-RECOVERY-PCT
           END-IF.
           MOVE 'RECOVERY RATE:  '               TO RPT-PCT-LABEL.
           MOVE WS-RECOVERY-PCT                 TO RPT-PCT-VALUE.
           WRITE SUBRO-RPT-REC FROM WS-RPT-PCT-LINE.
      *
           IF RECOVERY-EXCEPTIONS OR TABLE-CAPACITY-HIT
              MOVE 4 TO RETURN-CODE
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
           CLOSE SUBROREF.
           IF SRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING SUBROGATION REFERRAL FI
      -          'LE'
           END-IF.
      *
           CLOSE SUBRORCV.
           IF RCCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING RECOVERY FILE'
           END-IF.
      *
           CLOSE SUBRORPT.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING RECOVERY TRACKING REPOR
      -          'T FILE'
           END-IF.
