       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRAUDSCR.
       AUTHOR. DORETHA RILEY.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. CURRENT-DATE.
      *
      *****************************************************************
      *  DESCRIPTION                                                  *
      *    THIS PROGRAM IS THE POST-PAYMENT FRAUD AND ABUSE SCREEN.   *
      *    IT READS THE CUMULATIVE CLAIMS HISTORY AND THE PATIENT     *
      *    STAY HISTORY FOR A SCREENING WINDOW (BY RUN DATE), BUILDS  *
      *    A PROFILE OF EVERY POLICY AND EVERY PROVIDER, AND SCORES   *
      *    EACH ONE AGAINST THESE RULES:                              *
      *      F - POLICY CLAIM FREQUENCY AT OR ABOVE FREQPCT PERCENT   *
      *          OF THE AVERAGE PER POLICY (AND AT LEAST FREQMIN      *
      *          CLAIMS).                                             *
      *      C - CEILCNT OR MORE CLAIMS ON A POLICY WITHIN CEILPCT    *
      *          PERCENT OF, BUT NOT OVER, THE POLICY TYPE'S MAX      *
      *          CLAIM CEILING.                                       *
      *      A - ADJCNT OR MORE VOIDS/ADJUSTMENTS ON A POLICY.        *
      *      P - PROVIDER AVERAGE PAID PER CLAIM AT OR ABOVE PROVPCT  *
      *          PERCENT OF THE PEER AVERAGE (AT LEAST PROVMIN PAID   *
      *          CLAIMS).                                             *
      *      S - PROVIDER AVERAGE NET CHARGE PER HOSPITAL STAY AT OR  *
      *          ABOVE STAYPCT PERCENT OF THE PEER AVERAGE (AT LEAST  *
      *          STAYMIN STAYS).                                      *
      *    EACH RULE HIT ADDS ITS POINTS TO THE SUBJECT'S SCORE.      *
      *    EVERY POLICY OR PROVIDER SCORING MINSCORE OR MORE IS       *
      *    REFERRED: THE REFERRAL REPORT RANKS THEM BY SCORE (THEN BY *
      *    DOLLARS PAID) WITH THE REASON FOR EVERY RULE HIT, AND THE  *
      *    CASE EXTRACT CARRIES ONE RECORD PER REFERRAL FOR THE       *
      *    SPECIAL INVESTIGATIONS UNIT'S CASE SYSTEM.                 *
      *                                                               *
      *    PENDED CLAIMS ARE NOT COUNTED - A CLAIM CYCLING THROUGH    *
      *    SUSPENSE WOULD OTHERWISE COUNT ONCE PER CYCLE.             *
      *                                                               *
      *    CONTROL CARDS (KEYWORD=VALUE):                             *
      *      FROM=CCYYMMDD       DEFAULT: 365 DAYS BEFORE TODAY       *
      *      TO=CCYYMMDD         DEFAULT: TODAY                       *
      *      FREQPCT=NNN         DEFAULT 300                          *
      *      FREQMIN=NNN         DEFAULT 006                          *
      *      CEILPCT=NNN         DEFAULT 090                          *
      *      CEILCNT=NNN         DEFAULT 002                          *
      *      CEILING1=, CEILING2=, CEILING3=NNNNNNN                   *
      *                          WHOLE-DOLLAR MAX CLAIM CEILING BY    *
      *                          POLICY TYPE, DEFAULT CLAIMS' TABLE   *
      *      ADJCNT=NNN          DEFAULT 003                          *
      *      PROVPCT=NNN         DEFAULT 150                          *
      *      PROVMIN=NNN         DEFAULT 005                          *
      *      STAYPCT=NNN         DEFAULT 150                          *
      *      STAYMIN=NNN         DEFAULT 005                          *
      *      FREQPTS=, CEILPTS=, ADJPTS=, PROVPTS=, STAYPTS=NNN       *
      *                          POINTS PER RULE, DEFAULT 025 EACH    *
      *      MINSCORE=NNN        DEFAULT 025                          *
      *                                                               *
      *    RETURN CODES:                                              *
      *      0  - SCREEN COMPLETE                                     *
      *      4  - SCREEN COMPLETE, BUT A TABLE FILLED AND SOME        *
      *           ACTIVITY WAS NOT PROFILED                           *
      *      16 - INVALID CONTROL CARD - NOTHING SCREENED             *
      *                                                               *
      *    INPUT FILES:                                               *
      *      RTPOT44.CLAIMS.HISTFILE (CUMULATIVE CLAIMS HISTORY)      *
      *      INTERNAL FILE NAME:  HISTFILE                            *
      *      JCL DD NAME:         HISTFILE                            *
      *                                                               *
      *      RTPOT44.HOSPEDIT.STAYHIST (CUMULATIVE STAY HISTORY)      *
      *      INTERNAL FILE NAME:  STAYFILE                            *
      *      JCL DD NAME:         STAYHIST                            *
      *                                                               *
      *      RTPOT44.PROVFILE.DATA (PROVIDER MASTER)                  *
      *      INTERNAL FILE NAME:  PROVFILE                            *
      *      JCL DD NAME:         PROVFILE                            *
      *                                                               *
      *      RTPOT44.FRAUDSCR.PARMS (CONTROL CARDS)                   *
      *      INTERNAL FILE NAME:  PARMFILE                            *
      *      JCL DD NAME:         PARMFILE                            *
      *                                                               *
      *    OUTPUT FILES:                                              *
      *      DD SYSOUT=* (RANKED REFERRAL REPORT)                     *
      *      INTERNAL FILE NAME:  REFERRPT                            *
      *      JCL DD NAME:         REFERRPT                            *
      *                                                               *
      *      RTPOT44.FRAUDSCR.SIUCASE (SIU CASE EXTRACT)              *
      *      INTERNAL FILE NAME:  SIUCASE                             *
      *      JCL DD NAME:         SIUCASE                             *
      *                                                               *
      *    JCL JOB: RTPOT44.LEARN.REUSABLE.JCL(FRAUDSCR)              *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTFILE           *>CUMULATIVE CLAIMS HISTORY
           ASSIGN TO HISTFILE
             FILE STATUS IS HSCODE.
      *
           SELECT OPTIONAL STAYFILE  *>CUMULATIVE STAY HISTORY
           ASSIGN TO STAYHIST
             FILE STATUS IS SYCODE.
      *
           SELECT OPTIONAL PROVFILE  *>PROVIDER MASTER
           ASSIGN TO PROVFILE
             FILE STATUS IS PVCODE.
      *
           SELECT OPTIONAL PARMFILE  *>CONTROL CARDS
           ASSIGN TO PARMFILE
             FILE STATUS IS PRCODE.
      *
           SELECT REFERRPT           *>RANKED REFERRAL REPORT
           ASSIGN TO REFERRPT
             FILE STATUS IS RPCODE.
      *
           SELECT SIUCASE            *>SIU CASE EXTRACT
           ASSIGN TO SIUCASE
             FILE STATUS IS SICODE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  HISTFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS HIST-REC.
      *
       01  HIST-REC PIC X(80).
      *
       FD  STAYFILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS STAY-REC.
      *
       01  STAY-REC PIC X(100).
      *
       FD  PROVFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PROV-MSTR-REC.
      *
       01  PROV-MSTR-REC PIC X(80).
      *
       FD  PARMFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PARM-CARD-REC.
      *
       01  PARM-CARD-REC PIC X(80).
      *
       FD  REFERRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS REFER-RPT-REC.
      *
       01  REFER-RPT-REC PIC X(133).
      *
       FD  SIUCASE
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS SIU-CASE-REC.
      *
       01  SIU-CASE-REC PIC X(150).
      *
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-CODES.
          05 HSCODE               PIC X(02).
          05 SYCODE               PIC X(02).
          05 PVCODE               PIC X(02).
          05 PRCODE               PIC X(02).
          05 RPCODE               PIC X(02).
          05 SICODE               PIC X(02).
      *
       01 WS-FILE-SWITCHES.
          05 HISTFILE-FILE-SW     PIC X(01) VALUE SPACE.
             88 END-OF-HISTFILE      VALUE 'Y'.
          05 STAYFILE-FILE-SW     PIC X(01) VALUE SPACE.
             88 END-OF-STAYFILE      VALUE 'Y'.
          05 PROVFILE-FILE-SW     PIC X(01) VALUE SPACE.
             88 END-OF-PROVFILE      VALUE 'Y'.
          05 PARM-FILE-SW         PIC X(01) VALUE SPACE.
             88 END-OF-PARM-FILE     VALUE 'Y'.
          05 WS-PARM-ERROR-SW     PIC X(01) VALUE 'N'.
             88 PARM-ERROR           VALUE 'Y'.
      *
      *****************************************************************
      *  CLAIMS HISTORY RECORD AS CLAIMS' 1470-WRITE-CLAIM-HISTORY    *
      *  WRITES IT.  HISTORY WRITTEN BEFORE THE CLAIM DETAIL WAS      *
      *  CARRIED HAS SPACES WHERE THE POLICY TYPE AND PROVIDER ARE.   *
      *****************************************************************
      *
       01 WS-HIST-REC.
          05 WS-HS-POLICY-NO       PIC 9(07).
          05 WS-HS-LAST-NAME       PIC X(15).
          05 WS-HS-FIRST-NAME      PIC X(10).
          05 WS-HS-CLAIM-AMOUNT    PIC S9(07)V99.
          05 WS-HS-AMOUNT-PAID     PIC S9(07)V99.
          05 WS-HS-DISPOSITION     PIC X(04).
             88 HS-PAYMENT                  VALUE 'PAID'.
             88 HS-REJECTION                VALUE 'REJ'.
             88 HS-REVERSAL                 VALUES ARE 'VOID', 'ADJ'.
          05 WS-HS-RUN-DATE        PIC 9(08).
          05 WS-HS-POLICY-TYPE     PIC X(01).
          05 WS-HS-POLICY-TYPE-N REDEFINES WS-HS-POLICY-TYPE
                                   PIC 9(01).
          05 WS-HS-BENEFIT-DATE    PIC X(08).
          05 WS-HS-COINSURANCE     PIC X(02).
          05 WS-HS-PCP-ID          PIC X(06).
          05 WS-HS-SECONDARY-TYPE  PIC X(01).
      *
      *****************************************************************
      *  STAY HISTORY RECORD AS HOSPEDIT APPENDS IT (SEE ITS STAYHIST *
      *  FD AND THE STAYHIST INQUIRY PROGRAM).                        *
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
       01 WS-PROV-MSTR-REC.  *>PROVIDER MASTER RECORD LAYOUT
          05 WS-PM-PROV-ID        PIC X(06).
          05 WS-PM-PROV-NAME      PIC X(20).
          05 FILLER               PIC X(54).
      *
      *****************************************************************
      *  MAX CLAIM CEILING BY POLICY TYPE - THE SAME VALUES AS CLAIMS' *
      *  WS-POLICY-PARM-TABLE (SAME FILLER-VALUE/REDEFINES IDIOM),    *
      *  OVERRIDDEN BY THE CEILINGN= CONTROL CARDS.                   *
      *****************************************************************
      *
       01  WS-CEILING-VALUES.
           05  FILLER              PIC X(10) VALUE '1999999998'.
           05  FILLER              PIC X(10) VALUE '2999999998'.
           05  FILLER              PIC X(10) VALUE '3999999998'.
      *
       01  WS-CEILING-TABLE REDEFINES WS-CEILING-VALUES.
           05  WS-CEILING-ENTRY OCCURS 3 TIMES.
               10  WS-CEIL-POLICY-TYPE PIC 9(01).
               10  WS-CEIL-MAX-CLAIM   PIC 9(07)V99.
      *
       01 WS-PROVIDER-MASTER-TABLE.
          05 WS-PV-ENTRY OCCURS 500 TIMES INDEXED BY PV-IDX.
             10 WS-PV-PROV-ID     PIC X(06).
             10 WS-PV-PROV-NAME   PIC X(20).
      *
      *****************************************************************
      *  ONE PROFILE PER POLICY WITH HISTORY IN THE WINDOW, KEPT IN   *
      *  POLICY NUMBER SEQUENCE.                                      *
      *****************************************************************
      *
       01 WS-POLICY-TABLE.
          05 WS-PO-ENTRY OCCURS 5000 TIMES INDEXED BY PO-IDX.
             10 WS-PO-POLICY-NO      PIC 9(07).
             10 WS-PO-NAME           PIC X(25).
             10 WS-PO-CLAIM-COUNT    PIC S9(05) COMP.
             10 WS-PO-PAID-AMOUNT    PIC S9(09)V99.
             10 WS-PO-CEILING-COUNT  PIC S9(05) COMP.
             10 WS-PO-REVERSAL-COUNT PIC S9(05) COMP.
      *
      *****************************************************************
      *  ONE PROFILE PER PROVIDER (CLAIM-PCP-ID) WITH PAID CLAIMS OR  *
      *  HOSPITAL STAYS IN THE WINDOW, KEPT IN PROVIDER ID SEQUENCE.  *
      *****************************************************************
      *
       01 WS-PROV-PROFILE-TABLE.
          05 WS-PP-ENTRY OCCURS 3000 TIMES INDEXED BY PP-IDX.
             10 WS-PP-PCP-ID         PIC X(06).
             10 WS-PP-NAME           PIC X(25).
             10 WS-PP-PAID-COUNT     PIC S9(05) COMP.
             10 WS-PP-PAID-AMOUNT    PIC S9(09)V99.
             10 WS-PP-STAY-COUNT     PIC S9(05) COMP.
             10 WS-PP-STAY-AMOUNT    PIC S9(11)V99.
      *
      *****************************************************************
      *  REFERRALS, KEPT IN RANK ORDER: HIGHEST SCORE FIRST, THEN     *
      *  MOST DOLLARS PAID.  TYPE 'P' IS A POLICY, 'V' A PROVIDER.    *
      *  THE RULE FLAGS ARE F, C, A, P AND S IN THAT ORDER, SPACE     *
      *  WHERE THE RULE WAS NOT HIT.                                  *
      *****************************************************************
      *
       01 WS-REFERRAL-TABLE.
          05 WS-RF-ENTRY OCCURS 1000 TIMES INDEXED BY RF-IDX.
             10 WS-RF-TYPE           PIC X(01).
                88 RF-POLICY                   VALUE 'P'.
                88 RF-PROVIDER                 VALUE 'V'.
             10 WS-RF-ID             PIC X(07).
             10 WS-RF-NAME           PIC X(25).
             10 WS-RF-SCORE          PIC S9(05) COMP.
             10 WS-RF-RULES.
                15 WS-RF-RULE-F      PIC X(01).
                15 WS-RF-RULE-C      PIC X(01).
                15 WS-RF-RULE-A      PIC X(01).
                15 WS-RF-RULE-P      PIC X(01).
                15 WS-RF-RULE-S      PIC X(01).
             10 WS-RF-CLAIM-COUNT    PIC S9(05) COMP.
             10 WS-RF-PAID-AMOUNT    PIC S9(11)V99.
             10 WS-RF-CEILING-COUNT  PIC S9(05) COMP.
             10 WS-RF-REVERSAL-COUNT PIC S9(05) COMP.
             10 WS-RF-AVG-PAID       PIC S9(07)V99.
             10 WS-RF-STAY-COUNT     PIC S9(05) COMP.
             10 WS-RF-AVG-STAY       PIC S9(09)V99.
      *
       01 WS-SCREEN-CONTROLS.
          05 WS-PV-ENTRIES-LOADED PIC S9(04) COMP VALUE 0.
          05 WS-PO-ENTRIES-USED   PIC S9(04) COMP VALUE 0.
          05 WS-PP-ENTRIES-USED   PIC S9(04) COMP VALUE 0.
          05 WS-RF-ENTRIES-USED   PIC S9(04) COMP VALUE 0.
          05 WS-FOUND-SUB         PIC S9(04) COMP VALUE 0.
          05 WS-INSERT-SUB        PIC S9(04) COMP VALUE 0.
          05 WS-MOVE-SUB          PIC S9(04) COMP VALUE 0.
          05 WS-SEARCH-PCP-ID     PIC X(06) VALUE SPACES.
          05 WS-TABLE-FULL-SW     PIC X(01) VALUE 'N'.
             88 TABLE-CAPACITY-HIT          VALUE 'Y'.
          05 WS-CURRENT-DATE      PIC 9(08) VALUE 0.
          05 WS-FROM-DATE         PIC 9(08) VALUE 0.
          05 WS-FROM-DATE-X REDEFINES WS-FROM-DATE
                                  PIC X(08).
          05 WS-TO-DATE           PIC 9(08) VALUE 0.
          05 WS-TO-DATE-X REDEFINES WS-TO-DATE
                                  PIC X(08).
          05 WS-NEAR-CEILING-AMT  PIC S9(07)V99 VALUE 0.
          05 WS-NORM-FREQUENCY    PIC S9(05)V99 VALUE 0.
          05 WS-PEER-AVG-PAID     PIC S9(07)V99 VALUE 0.
          05 WS-PEER-AVG-STAY     PIC S9(09)V99 VALUE 0.
          05 WS-ALL-PAID-COUNT    PIC S9(07) COMP VALUE 0.
          05 WS-ALL-PAID-AMOUNT   PIC S9(11)V99 VALUE 0.
          05 WS-ALL-STAY-COUNT    PIC S9(07) COMP VALUE 0.
          05 WS-ALL-STAY-AMOUNT   PIC S9(13)V99 VALUE 0.
          05 WS-ALL-CLAIM-COUNT   PIC S9(07) COMP VALUE 0.
          05 WS-SUBJECT-AVG-PAID  PIC S9(07)V99 VALUE 0.
          05 WS-SUBJECT-AVG-STAY  PIC S9(09)V99 VALUE 0.
          05 WS-WORK-SCORE        PIC S9(05) COMP VALUE 0.
          05 WS-RANK-NO           PIC 9(04) VALUE 0.
          05 WS-REASON-TEXT       PIC X(100) VALUE SPACES.
          05 WS-EDIT-COUNT        PIC ZZ,ZZ9.
          05 WS-EDIT-PCT          PIC ZZ9.
          05 WS-EDIT-NORM         PIC ZZ,ZZ9.99.
          05 WS-EDIT-AMOUNT       PIC ZZZ,ZZZ,ZZ9.99.
          05 WS-EDIT-AMOUNT-2     PIC ZZZ,ZZZ,ZZ9.99.
      *
      *****************************************************************
      *  SCREENING THRESHOLDS AND RULE POINTS - DEFAULTS BELOW, EACH  *
      *  OVERRIDDEN BY ITS KEYWORD=VALUE CONTROL CARD.                *
      *****************************************************************
      *
       01 WS-SCREEN-THRESHOLDS.
          05 WS-FREQ-PCT          PIC 9(03) VALUE 300.
          05 WS-FREQ-MIN          PIC 9(03) VALUE 006.
          05 WS-CEIL-PCT          PIC 9(03) VALUE 090.
          05 WS-CEIL-CNT          PIC 9(03) VALUE 002.
          05 WS-ADJ-CNT           PIC 9(03) VALUE 003.
          05 WS-PROV-PCT          PIC 9(03) VALUE 150.
          05 WS-PROV-MIN          PIC 9(03) VALUE 005.
          05 WS-STAY-PCT          PIC 9(03) VALUE 150.
          05 WS-STAY-MIN          PIC 9(03) VALUE 005.
          05 WS-FREQ-PTS          PIC 9(03) VALUE 025.
          05 WS-CEIL-PTS          PIC 9(03) VALUE 025.
          05 WS-ADJ-PTS           PIC 9(03) VALUE 025.
          05 WS-PROV-PTS          PIC 9(03) VALUE 025.
          05 WS-STAY-PTS          PIC 9(03) VALUE 025.
          05 WS-MIN-SCORE         PIC 9(03) VALUE 025.
          05 WS-PARM-NUMBER       PIC 9(03) VALUE 0.
      *
       01 WS-PARM-FIELDS.
          05 WS-PARM-KEYWORD      PIC X(20).
          05 WS-PARM-VALUE        PIC X(60).
      *
       01 COUNTERS-AND-ACCUMULATORS.
          05 HIST-RECS-READ       PIC S9(07) COMP VALUE 0.
          05 HIST-RECS-IN-WINDOW  PIC S9(07) COMP VALUE 0.
          05 STAY-RECS-READ       PIC S9(07) COMP VALUE 0.
          05 STAY-RECS-IN-WINDOW  PIC S9(07) COMP VALUE 0.
          05 POLICIES-REFERRED    PIC S9(05) COMP VALUE 0.
          05 PROVIDERS-REFERRED   PIC S9(05) COMP VALUE 0.
          05 REFERRALS-NOT-TABLED PIC S9(05) COMP VALUE 0.
          05 CASES-WRITTEN        PIC S9(05) COMP VALUE 0.
      *
      *****************************************************************
      *  SIU CASE EXTRACT - ONE 150-BYTE RECORD PER REFERRAL.  THE    *
      *  CASE ID IS 'FS', THE RUN DATE AND THE RANK.                  *
      *****************************************************************
      *
       01 WS-SIU-CASE-REC.
          05 SIU-CASE-ID.
             10 FILLER            PIC X(02) VALUE 'FS'.
             10 SIU-CASE-DATE     PIC 9(08).
             10 SIU-CASE-SEQ      PIC 9(04).
          05 SIU-SUBJECT-TYPE     PIC X(01).
          05 SIU-SUBJECT-ID       PIC X(07).
          05 SIU-SUBJECT-NAME     PIC X(25).
          05 SIU-RANK             PIC 9(04).
          05 SIU-SCORE            PIC 9(05).
          05 SIU-RULES            PIC X(05).
          05 SIU-CLAIM-COUNT      PIC 9(05).
          05 SIU-PAID-AMOUNT      PIC S9(09)V99.
          05 SIU-REVERSAL-COUNT   PIC 9(05).
          05 SIU-CEILING-COUNT    PIC 9(05).
          05 SIU-AVG-PAID         PIC 9(07)V99.
          05 SIU-PEER-AVG-PAID    PIC 9(07)V99.
          05 SIU-STAY-COUNT       PIC 9(05).
          05 SIU-AVG-STAY         PIC 9(07)V99.
          05 SIU-PEER-AVG-STAY    PIC 9(07)V99.
          05 SIU-WINDOW-FROM      PIC 9(08).
          05 SIU-WINDOW-TO        PIC 9(08).
          05 FILLER               PIC X(06) VALUE SPACES.
      *
      *****************************************************************
      *  RANKED REFERRAL REPORT LAYOUTS                               *
      *****************************************************************
      *
       01 WS-RPT-TITLE-1.
          05 FILLER               PIC X(40) VALUE SPACES.
          05 FILLER               PIC X(53) VALUE
                'FRAUD AND ABUSE SCREEN - RANKED SIU REFERRALS'.
          05 FILLER               PIC X(40) VALUE SPACES.
      *
       01 WS-RPT-TITLE-2.
          05 FILLER               PIC X(40) VALUE SPACES.
          05 FILLER               PIC X(19) VALUE 'SCREENING WINDOW: '.
          05 RPT-FROM-DATE-H      PIC 9999/99/99.
          05 FILLER               PIC X(04) VALUE ' TO '.
          05 RPT-TO-DATE-H        PIC 9999/99/99.
          05 FILLER               PIC X(50) VALUE SPACES.
      *
       01 WS-RPT-SECTION-LINE.
          05 RPT-SECTION-TITLE    PIC X(80).
          05 FILLER               PIC X(53) VALUE SPACES.
      *
       01 WS-RPT-PARM-LINE.
          05 FILLER               PIC X(05) VALUE SPACES.
          05 RPT-PARM-LABEL       PIC X(50).
          05 RPT-PARM-VALUE       PIC X(20).
          05 FILLER               PIC X(58) VALUE SPACES.
      *
       01 WS-RPT-COLUMN-HEADER.
          05 FILLER               PIC X(06) VALUE 'RANK'.
          05 FILLER               PIC X(10) VALUE 'TYPE'.
          05 FILLER               PIC X(09) VALUE 'ID'.
          05 FILLER               PIC X(27) VALUE 'NAME'.
          05 FILLER               PIC X(07) VALUE 'SCORE'.
          05 FILLER               PIC X(07) VALUE 'RULES'.
          05 FILLER               PIC X(08) VALUE 'CLAIMS'.
          05 FILLER               PIC X(14) VALUE '    PAID'.
          05 FILLER               PIC X(45) VALUE SPACES.
      *
       01 WS-RPT-DETAIL-LINE.
          05 RPT-RANK-D           PIC ZZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 RPT-TYPE-D           PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 RPT-ID-D             PIC X(07).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 RPT-NAME-D           PIC X(25).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 RPT-SCORE-D          PIC ZZZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 RPT-RULES-D          PIC X(05).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 RPT-CLAIMS-D         PIC ZZ,ZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 RPT-PAID-D           PIC ZZ,ZZZ,ZZ9.99-.
          05 FILLER               PIC X(45) VALUE SPACES.
      *
       01 WS-RPT-REASON-LINE.
          05 FILLER               PIC X(10) VALUE SPACES.
          05 FILLER               PIC X(02) VALUE '- '.
          05 RPT-REASON-D         PIC X(100).
          05 FILLER               PIC X(21) VALUE SPACES.
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
       01 WS-RPT-BLANK-LINE       PIC X(133) VALUE SPACES.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THE MAIN PROCEDURE AREA PROFILES THE CLAIMS AND STAY       *
      *    HISTORY, SCORES THE POLICIES AND PROVIDERS, WRITES THE     *
      *    RANKED REFERRALS AND THE CASE EXTRACT, AND CLOSES THE      *
      *    FILES.                                                     *
      *                                                               *
      *  CALLED BY:                                                   *
      *    - NONE                                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    - 0000-HOUSEKEEPING                                        *
      *    - 0100-OPEN-FILES                                          *
      *    - 0200-LOAD-PROVIDERS                                      *
      *    - 0300-PROFILE-CLAIM-HISTORY                               *
      *    - 0350-PROFILE-STAY-HISTORY                                *
      *    - 0400-COMPUTE-NORMS                                       *
      *    - 0500-SCORE-POLICIES                                      *
      *    - 0520-SCORE-PROVIDERS                                     *
      *    - 0600-WRITE-REFERRALS                                     *
      *    - 0700-WRITE-TOTALS                                        *
      *    - 0800-CLOSE-FILES                                         *
      *****************************************************************
      *
       PROCEDURE DIVISION.
           PERFORM 0000-HOUSEKEEPING.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0200-LOAD-PROVIDERS.
           PERFORM 0300-PROFILE-CLAIM-HISTORY.
           PERFORM 0350-PROFILE-STAY-HISTORY.
           PERFORM 0400-COMPUTE-NORMS.
           PERFORM 0500-SCORE-POLICIES.
           PERFORM 0520-SCORE-PROVIDERS.
           PERFORM 0600-WRITE-REFERRALS.
           PERFORM 0700-WRITE-TOTALS.
           PERFORM 0800-CLOSE-FILES.
           GOBACK.
      *
       0000-HOUSEKEEPING.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH INITIALIZES WORKING STORAGE VARIABLES,      *
      *    DEFAULTS THE WINDOW TO THE LAST 365 DAYS AND READS THE     *
      *    CONTROL CARDS.  A BAD CONTROL CARD STOPS THE RUN BEFORE    *
      *    ANY FILE IS OPENED.                                        *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0050-READ-PARM-FILE                                     *
      *****************************************************************
      *
           INITIALIZE WS-HIST-REC,
                      WS-STAY-REC,
                      WS-PROV-MSTR-REC,
                      WS-PROVIDER-MASTER-TABLE,
                      WS-POLICY-TABLE,
                      WS-PROV-PROFILE-TABLE,
                      WS-REFERRAL-TABLE,
                      COUNTERS-AND-ACCUMULATORS,
                      WS-FILE-SWITCHES.
      *
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE TO WS-TO-DATE.
           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE (WS-CURRENT-DATE) - 365).
      *
           PERFORM 0050-READ-PARM-FILE.
      *
           IF WS-FROM-DATE > WS-TO-DATE
              MOVE 'Y' TO WS-PARM-ERROR-SW
              DISPLAY 'FROM= DATE IS AFTER THE TO= DATE'
           END-IF.
      *
           IF PARM-ERROR
              DISPLAY 'FRAUDSCR RUN STOPPED - INVALID CONTROL CARD(S), S
      -              'EE PRIOR MESSAGES'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      *
       0050-READ-PARM-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE KEYWORD=VALUE CONTROL CARDS THAT  *
      *    SET THE SCREENING WINDOW, THE RULE THRESHOLDS AND THE      *
      *    POINTS PER RULE.  AN UNRECOGNIZED KEYWORD OR BAD VALUE     *
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
      *    AND APPLIES IT.  THE THRESHOLD AND POINTS CARDS ALL TAKE A *
      *    THREE-DIGIT NUMBER, EDITED ONCE BY 0065-EDIT-NUMBER.       *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0050-READ-PARM-FILE                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0065-EDIT-NUMBER                                        *
      *****************************************************************
      *
           MOVE SPACES TO WS-PARM-KEYWORD, WS-PARM-VALUE.
           UNSTRING PARM-CARD-REC DELIMITED BY '='
              INTO WS-PARM-KEYWORD, WS-PARM-VALUE
           END-UNSTRING.
           EVALUATE WS-PARM-KEYWORD
              WHEN 'FROM'
                 IF WS-PARM-VALUE (1:8) IS NUMERIC
                    AND FUNCTION TEST-DATE-YYYYMMDD
                          (FUNCTION NUMVAL (WS-PARM-VALUE (1:8))) = 0
                    MOVE WS-PARM-VALUE (1:8) TO WS-FROM-DATE-X
                 ELSE
                    MOVE 'Y' TO WS-PARM-ERROR-SW
                    DISPLAY 'INVALID FROM VALUE ON CONTROL CARD (CCYYMMD
      -                'D): ' WS-PARM-VALUE
                 END-IF
              WHEN 'TO'
                 IF WS-PARM-VALUE (1:8) IS NUMERIC
                    AND FUNCTION TEST-DATE-YYYYMMDD
                          (FUNCTION NUMVAL (WS-PARM-VALUE (1:8))) = 0
                    MOVE WS-PARM-VALUE (1:8) TO WS-TO-DATE-X
                 ELSE
                    MOVE 'Y' TO WS-PARM-ERROR-SW
                    DISPLAY 'INVALID TO VALUE ON CONTROL CARD (CCYYMMDD)
      -                ': ' WS-PARM-VALUE
                 END-IF
              WHEN 'CEILING1'
              WHEN 'CEILING2'
              WHEN 'CEILING3'
                 IF WS-PARM-VALUE (1:7) IS NUMERIC
                    MOVE WS-PARM-VALUE (1:7) TO WS-CEIL-MAX-CLAIM
                       (FUNCTION NUMVAL (WS-PARM-KEYWORD (8:1)))
                 ELSE
                    MOVE 'Y' TO WS-PARM-ERROR-SW
                    DISPLAY 'INVALID ' WS-PARM-KEYWORD (1:8)
                       ' VALUE ON CONTROL CARD (NNNNNNN DOLLARS): '
                       WS-PARM-VALUE
                 END-IF
              WHEN 'FREQPCT'
                 PERFORM 0065-EDIT-NUMBER
                 MOVE WS-PARM-NUMBER TO WS-FREQ-PCT
              WHEN 'FREQMIN'
                 PERFORM 0065-EDIT-NUMBER
                 MOVE WS-PARM-NUMBER TO WS-FREQ-MIN
              WHEN 'CEILPCT'
                 PERFORM 0065-EDIT-NUMBER
                 MOVE WS-PARM-NUMBER TO WS-CEIL-PCT
              WHEN 'CEILCNT'
                 PERFORM 0065-EDIT-NUMBER
                 MOVE WS-PARM-NUMBER TO WS-CEIL-CNT
              WHEN 'ADJCNT'
                 PERFORM 0065-EDIT-NUMBER
                 MOVE WS-PARM-NUMBER TO WS-ADJ-CNT
              WHEN 'PROVPCT'
                 PERFORM 0065-EDIT-NUMBER
                 MOVE WS-PARM-NUMBER TO WS-PROV-PCT
              WHEN 'PROVMIN'
                 PERFORM 0065-EDIT-NUMBER
                 MOVE WS-PARM-NUMBER TO WS-PROV-MIN
              WHEN 'STAYPCT'
                 PERFORM 0065-EDIT-NUMBER
                 MOVE WS-PARM-NUMBER TO WS-STAY-PCT
              WHEN 'STAYMIN'
                 PERFORM 0065-EDIT-NUMBER
                 MOVE WS-PARM-NUMBER TO WS-STAY-MIN
              WHEN 'FREQPTS'
                 PERFORM 0065-EDIT-NUMBER
                 MOVE WS-PARM-NUMBER TO WS-FREQ-PTS
              WHEN 'CEILPTS'
                 PERFORM 0065-EDIT-NUMBER
                 MOVE WS-PARM-NUMBER TO WS-CEIL-PTS
              WHEN 'ADJPTS'
                 PERFORM 0065-EDIT-NUMBER
                 MOVE WS-PARM-NUMBER TO WS-ADJ-PTS
              WHEN 'PROVPTS'
                 PERFORM 0065-EDIT-NUMBER
                 MOVE WS-PARM-NUMBER TO WS-PROV-PTS
              WHEN 'STAYPTS'
                 PERFORM 0065-EDIT-NUMBER
                 MOVE WS-PARM-NUMBER TO WS-STAY-PTS
              WHEN 'MINSCORE'
                 PERFORM 0065-EDIT-NUMBER
                 MOVE WS-PARM-NUMBER TO WS-MIN-SCORE
              WHEN SPACES
                 CONTINUE
              WHEN OTHER
                 MOVE 'Y' TO WS-PARM-ERROR-SW
                 DISPLAY 'UNRECOGNIZED CONTROL CARD KEYWORD: '
                    WS-PARM-KEYWORD
           END-EVALUATE.
      *
       0065-EDIT-NUMBER.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH EDITS A THREE-DIGIT THRESHOLD OR POINTS     *
      *    VALUE INTO WS-PARM-NUMBER.  A BAD VALUE FLAGS A CONTROL    *
      *    CARD ERROR, WHICH STOPS THE RUN.                           *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0060-PARSE-PARM-CARD                                    *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           IF WS-PARM-VALUE (1:3) IS NUMERIC
              AND WS-PARM-VALUE (4:1) = SPACE
              MOVE WS-PARM-VALUE (1:3) TO WS-PARM-NUMBER
           ELSE
              MOVE 'Y' TO WS-PARM-ERROR-SW
              DISPLAY 'INVALID ' WS-PARM-KEYWORD (1:8)
                 ' VALUE ON CONTROL CARD (NNN): ' WS-PARM-VALUE
           END-IF.
      *
       0100-OPEN-FILES.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH OPENS ALL FILES AND CHECKS EACH FILE        *
      *    STATUS.  THE STAY HISTORY AND THE PROVIDER MASTER ARE      *
      *    OPTIONAL; WITHOUT THE STAY HISTORY THE STAY RULE NEVER     *
      *    FIRES, AND WITHOUT THE MASTER PROVIDERS PRINT UNNAMED.     *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           OPEN INPUT HISTFILE.
           IF HSCODE = '00'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO HISTFILE-FILE-SW
              DISPLAY 'ERROR ENCOUNTERED OPENING CLAIMS HISTORY FILE, ST
      -          'ATUS: ' HSCODE
           END-IF.
      *
           OPEN INPUT STAYFILE.
           IF SYCODE = '00' OR '05'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO STAYFILE-FILE-SW
              DISPLAY 'ERROR ENCOUNTERED OPENING STAY HISTORY FILE, STAT
      -          'US: ' SYCODE
           END-IF.
      *
           OPEN INPUT PROVFILE.
           IF PVCODE = '00' OR '05'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO PROVFILE-FILE-SW
              DISPLAY 'ERROR ENCOUNTERED OPENING PROVIDER MASTER FILE, S
      -          'TATUS: ' PVCODE
           END-IF.
      *
           OPEN OUTPUT REFERRPT.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING REFERRAL REPORT FILE'
           END-IF.
      *
           OPEN OUTPUT SIUCASE.
           IF SICODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING SIU CASE EXTRACT FILE'
           END-IF.
      *
           MOVE WS-FROM-DATE TO RPT-FROM-DATE-H.
           MOVE WS-TO-DATE   TO RPT-TO-DATE-H.
           WRITE REFER-RPT-REC FROM WS-RPT-BLANK-LINE.
           WRITE REFER-RPT-REC FROM WS-RPT-TITLE-1.
           WRITE REFER-RPT-REC FROM WS-RPT-TITLE-2.
      *
       0200-LOAD-PROVIDERS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH LOADS THE ID AND NAME OF EVERY PROVIDER     *
      *    MASTER ROW.  ROWS BEYOND THE TABLE'S CAPACITY ARE WARNED   *
      *    ABOUT INSTEAD OF VANISHING SILENTLY.                       *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           PERFORM UNTIL END-OF-PROVFILE
              READ PROVFILE INTO WS-PROV-MSTR-REC
                 AT END
                    MOVE 'Y' TO PROVFILE-FILE-SW
                 NOT AT END
                    IF WS-PV-ENTRIES-LOADED < 500
                       ADD +1 TO WS-PV-ENTRIES-LOADED
                       SET PV-IDX TO WS-PV-ENTRIES-LOADED
                       MOVE WS-PM-PROV-ID   TO WS-PV-PROV-ID (PV-IDX)
                       MOVE WS-PM-PROV-NAME TO WS-PV-PROV-NAME (PV-IDX)
                    ELSE
                       DISPLAY 'WARNING: PROVIDER TABLE CAPACITY OF 500'
                          ' ENTRIES EXCEEDED - PROVIDER '
                          WS-PM-PROV-ID ' NOT LOADED'
                    END-IF
              END-READ
           END-PERFORM.
      *
       0300-PROFILE-CLAIM-HISTORY.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE CLAIMS HISTORY AND, FOR EVERY     *
      *    RECORD WHOSE RUN DATE IS IN THE WINDOW, BUILDS THE POLICY  *
      *    AND PROVIDER PROFILES:                                     *
      *      - A PAYMENT OR REJECTION IS ONE CLAIM FOR THE POLICY,    *
      *        AND IS CHECKED AGAINST THE NEAR-CEILING BAND           *
      *      - A PAYMENT ALSO COUNTS FOR ITS PROVIDER                 *
      *      - A VOID OR ADJUSTMENT COUNTS AS A REVERSAL; ITS         *
      *        (NEGATIVE) AMOUNT COMES OFF THE DOLLARS PAID           *
      *    PENDS ARE SKIPPED.                                         *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0310-FIND-OR-ADD-POLICY                                 *
      *    -  0320-FIND-OR-ADD-PROVIDER                               *
      *****************************************************************
      *
           PERFORM UNTIL END-OF-HISTFILE
              READ HISTFILE INTO WS-HIST-REC
                 AT END
                    MOVE 'Y' TO HISTFILE-FILE-SW
                 NOT AT END
                    ADD +1 TO HIST-RECS-READ
                    IF WS-HS-RUN-DATE IS NUMERIC
                       AND WS-HS-RUN-DATE NOT < WS-FROM-DATE
                       AND WS-HS-RUN-DATE NOT > WS-TO-DATE
                       AND (HS-PAYMENT OR HS-REJECTION OR HS-REVERSAL)
                       AND WS-HS-AMOUNT-PAID IS NUMERIC
                       ADD +1 TO HIST-RECS-IN-WINDOW
                       PERFORM 0310-FIND-OR-ADD-POLICY
                       IF WS-FOUND-SUB > 0
                          PERFORM 0315-ADD-TO-POLICY
                       END-IF
                       IF HS-PAYMENT AND WS-HS-PCP-ID NOT = SPACES
                          MOVE WS-HS-PCP-ID TO WS-SEARCH-PCP-ID
                          PERFORM 0320-FIND-OR-ADD-PROVIDER
                          IF WS-FOUND-SUB > 0
                             SET PP-IDX TO WS-FOUND-SUB
                             ADD +1 TO WS-PP-PAID-COUNT (PP-IDX)
                             ADD WS-HS-AMOUNT-PAID
                                TO WS-PP-PAID-AMOUNT (PP-IDX)
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
      *
       0310-FIND-OR-ADD-POLICY.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH FINDS THE HISTORY RECORD'S POLICY IN THE    *
      *    POLICY PROFILE TABLE, OR INSERTS IT IN POLICY NUMBER       *
      *    SEQUENCE.  A FULL TABLE LEAVES WS-FOUND-SUB ZERO AND IS    *
      *    WARNED ABOUT ONCE.                                         *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0300-PROFILE-CLAIM-HISTORY                              *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE ZERO TO WS-FOUND-SUB.
           MOVE ZERO TO WS-INSERT-SUB.
           PERFORM VARYING PO-IDX FROM 1 BY 1
              UNTIL PO-IDX > WS-PO-ENTRIES-USED
                 OR WS-FOUND-SUB > 0
                 OR WS-INSERT-SUB > 0
                    IF WS-PO-POLICY-NO (PO-IDX) = WS-HS-POLICY-NO
                       SET WS-FOUND-SUB TO PO-IDX
                    ELSE
                       IF WS-PO-POLICY-NO (PO-IDX) > WS-HS-POLICY-NO
                          SET WS-INSERT-SUB TO PO-IDX
                       END-IF
                    END-IF
           END-PERFORM.
      *
           IF WS-FOUND-SUB = 0
              IF WS-PO-ENTRIES-USED < 5000
                 IF WS-INSERT-SUB = 0
                    COMPUTE WS-INSERT-SUB = WS-PO-ENTRIES-USED + 1
                 END-IF
                 PERFORM VARYING WS-MOVE-SUB FROM WS-PO-ENTRIES-USED
                    BY -1 UNTIL WS-MOVE-SUB < WS-INSERT-SUB
                       MOVE WS-PO-ENTRY (WS-MOVE-SUB)
                          TO WS-PO-ENTRY (WS-MOVE-SUB + 1)
                 END-PERFORM
                 ADD +1 TO WS-PO-ENTRIES-USED
                 SET PO-IDX TO WS-INSERT-SUB
                 MOVE WS-HS-POLICY-NO TO WS-PO-POLICY-NO (PO-IDX)
                 MOVE SPACES          TO WS-PO-NAME (PO-IDX)
                 STRING WS-HS-FIRST-NAME DELIMITED BY SPACE
                        ' '              DELIMITED BY SIZE
                        WS-HS-LAST-NAME  DELIMITED BY SPACE
                          INTO WS-PO-NAME (PO-IDX)
                 MOVE ZERO TO WS-PO-CLAIM-COUNT (PO-IDX),
                              WS-PO-PAID-AMOUNT (PO-IDX),
                              WS-PO-CEILING-COUNT (PO-IDX),
                              WS-PO-REVERSAL-COUNT (PO-IDX)
                 MOVE WS-INSERT-SUB TO WS-FOUND-SUB
              ELSE
                 IF NOT TABLE-CAPACITY-HIT
                    DISPLAY 'WARNING: POLICY TABLE CAPACITY OF 5000 '
                       'ENTRIES EXCEEDED - POLICY ' WS-HS-POLICY-NO
                       ' AND LATER NOT PROFILED'
                 END-IF
                 MOVE 'Y' TO WS-TABLE-FULL-SW
              END-IF
           END-IF.
      *
       0315-ADD-TO-POLICY.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH ADDS ONE HISTORY RECORD TO ITS POLICY'S     *
      *    PROFILE.  A CLAIM IS NEAR THE CEILING WHEN ITS AMOUNT IS   *
      *    AT LEAST CEILPCT PERCENT OF THE POLICY TYPE'S MAX CLAIM    *
      *    CEILING WITHOUT GOING OVER IT.  HISTORY WITH NO POLICY     *
      *    TYPE CANNOT BE CHECKED AGAINST A CEILING.                  *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0300-PROFILE-CLAIM-HISTORY                              *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           SET PO-IDX TO WS-FOUND-SUB.
           ADD WS-HS-AMOUNT-PAID TO WS-PO-PAID-AMOUNT (PO-IDX).
      *
           IF HS-REVERSAL
              ADD +1 TO WS-PO-REVERSAL-COUNT (PO-IDX)
           ELSE
              ADD +1 TO WS-PO-CLAIM-COUNT (PO-IDX)
              ADD +1 TO WS-ALL-CLAIM-COUNT
              IF WS-HS-POLICY-TYPE-N IS NUMERIC
                 AND WS-HS-POLICY-TYPE-N >= 1
                 AND WS-HS-POLICY-TYPE-N <= 3
                 AND WS-HS-CLAIM-AMOUNT IS NUMERIC
                 COMPUTE WS-NEAR-CEILING-AMT ROUNDED =
                    WS-CEIL-MAX-CLAIM (WS-HS-POLICY-TYPE-N)
                    * WS-CEIL-PCT / 100
                 IF WS-HS-CLAIM-AMOUNT NOT < WS-NEAR-CEILING-AMT
                    AND WS-HS-CLAIM-AMOUNT NOT >
                        WS-CEIL-MAX-CLAIM (WS-HS-POLICY-TYPE-N)
                    ADD +1 TO WS-PO-CEILING-COUNT (PO-IDX)
                 END-IF
              END-IF
           END-IF.
      *
       0320-FIND-OR-ADD-PROVIDER.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH FINDS WS-SEARCH-PCP-ID IN THE PROVIDER      *
      *    PROFILE TABLE, OR INSERTS IT IN PROVIDER ID SEQUENCE WITH  *
      *    ITS NAME FROM THE PROVIDER MASTER.  A FULL TABLE LEAVES    *
      *    WS-FOUND-SUB ZERO AND IS WARNED ABOUT ONCE.                *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0300-PROFILE-CLAIM-HISTORY                              *
      *    -  0350-PROFILE-STAY-HISTORY                               *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE ZERO TO WS-FOUND-SUB.
           MOVE ZERO TO WS-INSERT-SUB.
           PERFORM VARYING PP-IDX FROM 1 BY 1
              UNTIL PP-IDX > WS-PP-ENTRIES-USED
                 OR WS-FOUND-SUB > 0
                 OR WS-INSERT-SUB > 0
                    IF WS-PP-PCP-ID (PP-IDX) = WS-SEARCH-PCP-ID
                       SET WS-FOUND-SUB TO PP-IDX
                    ELSE
                       IF WS-PP-PCP-ID (PP-IDX) > WS-SEARCH-PCP-ID
                          SET WS-INSERT-SUB TO PP-IDX
                       END-IF
                    END-IF
           END-PERFORM.
      *
           IF WS-FOUND-SUB = 0
              IF WS-PP-ENTRIES-USED < 3000
                 IF WS-INSERT-SUB = 0
                    COMPUTE WS-INSERT-SUB = WS-PP-ENTRIES-USED + 1
                 END-IF
                 PERFORM VARYING WS-MOVE-SUB FROM WS-PP-ENTRIES-USED
                    BY -1 UNTIL WS-MOVE-SUB < WS-INSERT-SUB
                       MOVE WS-PP-ENTRY (WS-MOVE-SUB)
                          TO WS-PP-ENTRY (WS-MOVE-SUB + 1)
                 END-PERFORM
                 ADD +1 TO WS-PP-ENTRIES-USED
                 SET PP-IDX TO WS-INSERT-SUB
                 MOVE WS-SEARCH-PCP-ID TO WS-PP-PCP-ID (PP-IDX)
                 MOVE 'NOT ON PROVIDER MASTER' TO WS-PP-NAME (PP-IDX)
                 PERFORM VARYING PV-IDX FROM 1 BY 1
                    UNTIL PV-IDX > WS-PV-ENTRIES-LOADED
                       IF WS-PV-PROV-ID (PV-IDX) = WS-SEARCH-PCP-ID
                          MOVE WS-PV-PROV-NAME (PV-IDX)
                             TO WS-PP-NAME (PP-IDX)
                       END-IF
                 END-PERFORM
                 MOVE ZERO TO WS-PP-PAID-COUNT (PP-IDX),
                              WS-PP-PAID-AMOUNT (PP-IDX),
                              WS-PP-STAY-COUNT (PP-IDX),
                              WS-PP-STAY-AMOUNT (PP-IDX)
                 MOVE WS-INSERT-SUB TO WS-FOUND-SUB
              ELSE
                 IF NOT TABLE-CAPACITY-HIT
                    DISPLAY 'WARNING: PROVIDER PROFILE TABLE CAPACITY '
                       'OF 3000 ENTRIES EXCEEDED - PROVIDER '
                       WS-SEARCH-PCP-ID ' AND LATER NOT PROFILED'
                 END-IF
                 MOVE 'Y' TO WS-TABLE-FULL-SW
              END-IF
           END-IF.
      *
       0350-PROFILE-STAY-HISTORY.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE STAY HISTORY AND ADDS EVERY STAY  *
      *    WHOSE RUN DATE IS IN THE WINDOW TO ITS PROVIDER'S STAY     *
      *    COUNT AND NET CHARGES.  A STAY WITH NO PROVIDER IS         *
      *    COUNTED BUT NOT PROFILED.                                  *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0320-FIND-OR-ADD-PROVIDER                               *
      *****************************************************************
      *
           PERFORM UNTIL END-OF-STAYFILE
              READ STAYFILE INTO WS-STAY-REC
                 AT END
                    MOVE 'Y' TO STAYFILE-FILE-SW
                 NOT AT END
                    ADD +1 TO STAY-RECS-READ
                    IF WS-STAY-RUN-DATE IS NUMERIC
                       AND WS-STAY-RUN-DATE NOT < WS-FROM-DATE
                       AND WS-STAY-RUN-DATE NOT > WS-TO-DATE
                       AND WS-STAY-NET-AMT IS NUMERIC
                       ADD +1 TO STAY-RECS-IN-WINDOW
                       IF WS-STAY-PCP-ID NOT = SPACES
                          MOVE WS-STAY-PCP-ID TO WS-SEARCH-PCP-ID
                          PERFORM 0320-FIND-OR-ADD-PROVIDER
                          IF WS-FOUND-SUB > 0
                             SET PP-IDX TO WS-FOUND-SUB
                             ADD +1 TO WS-PP-STAY-COUNT (PP-IDX)
                             ADD WS-STAY-NET-AMT
                                TO WS-PP-STAY-AMOUNT (PP-IDX)
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
      *
       0400-COMPUTE-NORMS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WORKS OUT THE NORMS EACH SUBJECT IS         *
      *    MEASURED AGAINST: THE AVERAGE CLAIMS PER POLICY, THE PEER  *
      *    AVERAGE PAID PER PROVIDER CLAIM AND THE PEER AVERAGE NET   *
      *    CHARGE PER STAY.                                           *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           IF WS-PO-ENTRIES-USED > 0
              COMPUTE WS-NORM-FREQUENCY ROUNDED =
                 WS-ALL-CLAIM-COUNT / WS-PO-ENTRIES-USED
           END-IF.
      *
           PERFORM VARYING PP-IDX FROM 1 BY 1
              UNTIL PP-IDX > WS-PP-ENTRIES-USED
                 ADD WS-PP-PAID-COUNT (PP-IDX)  TO WS-ALL-PAID-COUNT
                 ADD WS-PP-PAID-AMOUNT (PP-IDX) TO WS-ALL-PAID-AMOUNT
                 ADD WS-PP-STAY-COUNT (PP-IDX)  TO WS-ALL-STAY-COUNT
                 ADD WS-PP-STAY-AMOUNT (PP-IDX) TO WS-ALL-STAY-AMOUNT
           END-PERFORM.
      *
           IF WS-ALL-PAID-COUNT > 0
              COMPUTE WS-PEER-AVG-PAID ROUNDED =
                 WS-ALL-PAID-AMOUNT / WS-ALL-PAID-COUNT
           END-IF.
           IF WS-ALL-STAY-COUNT > 0
              COMPUTE WS-PEER-AVG-STAY ROUNDED =
                 WS-ALL-STAY-AMOUNT / WS-ALL-STAY-COUNT
           END-IF.
      *
       0500-SCORE-POLICIES.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH RUNS THE POLICY RULES (F, C AND A) AGAINST  *
      *    EVERY POLICY PROFILE AND REFERS EACH POLICY THAT SCORES    *
      *    MINSCORE OR MORE.                                          *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0550-ADD-REFERRAL                                       *
      *****************************************************************
      *
           PERFORM VARYING PO-IDX FROM 1 BY 1
              UNTIL PO-IDX > WS-PO-ENTRIES-USED
                 INITIALIZE WS-RF-ENTRY (1000)
                 MOVE ZERO TO WS-WORK-SCORE
                 SET RF-IDX TO 1000
                 MOVE SPACES TO WS-RF-RULES (RF-IDX)
                 IF WS-PO-CLAIM-COUNT (PO-IDX) >= WS-FREQ-MIN
                    AND WS-PO-CLAIM-COUNT (PO-IDX) * 100 >=
                        WS-NORM-FREQUENCY * WS-FREQ-PCT
                    MOVE 'F' TO WS-RF-RULE-F (RF-IDX)
                    ADD WS-FREQ-PTS TO WS-WORK-SCORE
                 END-IF
                 IF WS-PO-CEILING-COUNT (PO-IDX) >= WS-CEIL-CNT
                    AND WS-CEIL-CNT > 0
                    MOVE 'C' TO WS-RF-RULE-C (RF-IDX)
                    ADD WS-CEIL-PTS TO WS-WORK-SCORE
                 END-IF
                 IF WS-PO-REVERSAL-COUNT (PO-IDX) >= WS-ADJ-CNT
                    AND WS-ADJ-CNT > 0
                    MOVE 'A' TO WS-RF-RULE-A (RF-IDX)
                    ADD WS-ADJ-PTS TO WS-WORK-SCORE
                 END-IF
                 IF WS-WORK-SCORE >= WS-MIN-SCORE
                    AND WS-WORK-SCORE > 0
                    MOVE 'P'       TO WS-RF-TYPE (RF-IDX)
                    MOVE WS-PO-POLICY-NO (PO-IDX) TO WS-RF-ID (RF-IDX)
                    MOVE WS-PO-NAME (PO-IDX)      TO WS-RF-NAME (RF-IDX)
                    MOVE WS-WORK-SCORE         TO WS-RF-SCORE (RF-IDX)
                    MOVE WS-PO-CLAIM-COUNT (PO-IDX)
                                      TO WS-RF-CLAIM-COUNT (RF-IDX)
                    MOVE WS-PO-PAID-AMOUNT (PO-IDX)
                                      TO WS-RF-PAID-AMOUNT (RF-IDX)
                    MOVE WS-PO-CEILING-COUNT (PO-IDX)
                                      TO WS-RF-CEILING-COUNT (RF-IDX)
                    MOVE WS-PO-REVERSAL-COUNT (PO-IDX)
                                      TO WS-RF-REVERSAL-COUNT (RF-IDX)
                    ADD +1 TO POLICIES-REFERRED
                    PERFORM 0550-ADD-REFERRAL
                 END-IF
           END-PERFORM.
      *
       0520-SCORE-PROVIDERS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH RUNS THE PROVIDER RULES (P AND S) AGAINST   *
      *    EVERY PROVIDER PROFILE AND REFERS EACH PROVIDER THAT       *
      *    SCORES MINSCORE OR MORE.                                   *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0550-ADD-REFERRAL                                       *
      *****************************************************************
      *
           PERFORM VARYING PP-IDX FROM 1 BY 1
              UNTIL PP-IDX > WS-PP-ENTRIES-USED
                 INITIALIZE WS-RF-ENTRY (1000)
                 MOVE ZERO TO WS-WORK-SCORE,
                              WS-SUBJECT-AVG-PAID,
                              WS-SUBJECT-AVG-STAY
                 SET RF-IDX TO 1000
                 MOVE SPACES TO WS-RF-RULES (RF-IDX)
                 IF WS-PP-PAID-COUNT (PP-IDX) > 0
                    COMPUTE WS-SUBJECT-AVG-PAID ROUNDED =
                       WS-PP-PAID-AMOUNT (PP-IDX)
                       / WS-PP-PAID-COUNT (PP-IDX)
                 END-IF
                 IF WS-PP-STAY-COUNT (PP-IDX) > 0
                    COMPUTE WS-SUBJECT-AVG-STAY ROUNDED =
                       WS-PP-STAY-AMOUNT (PP-IDX)
                       / WS-PP-STAY-COUNT (PP-IDX)
                 END-IF
                 IF WS-PP-PAID-COUNT (PP-IDX) >= WS-PROV-MIN
                    AND WS-PP-PAID-COUNT (PP-IDX) > 0
                    AND WS-PEER-AVG-PAID > 0
                    AND WS-SUBJECT-AVG-PAID * 100 >=
                        WS-PEER-AVG-PAID * WS-PROV-PCT
                    MOVE 'P' TO WS-RF-RULE-P (RF-IDX)
                    ADD WS-PROV-PTS TO WS-WORK-SCORE
                 END-IF
                 IF WS-PP-STAY-COUNT (PP-IDX) >= WS-STAY-MIN
                    AND WS-PP-STAY-COUNT (PP-IDX) > 0
                    AND WS-PEER-AVG-STAY > 0
                    AND WS-SUBJECT-AVG-STAY * 100 >=
                        WS-PEER-AVG-STAY * WS-STAY-PCT
                    MOVE 'S' TO WS-RF-RULE-S (RF-IDX)
                    ADD WS-STAY-PTS TO WS-WORK-SCORE
                 END-IF
                 IF WS-WORK-SCORE >= WS-MIN-SCORE
                    AND WS-WORK-SCORE > 0
                    MOVE 'V'       TO WS-RF-TYPE (RF-IDX)
                    MOVE WS-PP-PCP-ID (PP-IDX)    TO WS-RF-ID (RF-IDX)
                    MOVE WS-PP-NAME (PP-IDX)      TO WS-RF-NAME (RF-IDX)
                    MOVE WS-WORK-SCORE         TO WS-RF-SCORE (RF-IDX)
                    MOVE WS-PP-PAID-COUNT (PP-IDX)
                                      TO WS-RF-CLAIM-COUNT (RF-IDX)
                    MOVE WS-PP-PAID-AMOUNT (PP-IDX)
                                      TO WS-RF-PAID-AMOUNT (RF-IDX)
                    MOVE WS-SUBJECT-AVG-PAID  TO WS-RF-AVG-PAID (RF-IDX)
                    MOVE WS-PP-STAY-COUNT (PP-IDX)
                                      TO WS-RF-STAY-COUNT (RF-IDX)
                    MOVE WS-SUBJECT-AVG-STAY  TO WS-RF-AVG-STAY (RF-IDX)
                    ADD +1 TO PROVIDERS-REFERRED
                    PERFORM 0550-ADD-REFERRAL
                 END-IF
           END-PERFORM.
      *
       0550-ADD-REFERRAL.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH INSERTS THE REFERRAL BUILT IN THE LAST      *
      *    TABLE SLOT (ENTRY 1000, USED AS A WORK AREA) INTO RANK     *
      *    ORDER AMONG THE REFERRALS SO FAR: HIGHER SCORE FIRST, AND  *
      *    FOR EQUAL SCORES MORE DOLLARS PAID FIRST.  THE TABLE HOLDS *
      *    999 REFERRALS; ONE THAT DOES NOT RANK INTO A FULL TABLE IS *
      *    COUNTED AS NOT TABLED.                                     *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0500-SCORE-POLICIES                                     *
      *    -  0520-SCORE-PROVIDERS                                    *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE ZERO TO WS-INSERT-SUB.
           PERFORM VARYING RF-IDX FROM 1 BY 1
              UNTIL RF-IDX > WS-RF-ENTRIES-USED
                 OR WS-INSERT-SUB > 0
                    IF WS-RF-SCORE (RF-IDX) < WS-RF-SCORE (1000)
                       OR (WS-RF-SCORE (RF-IDX) = WS-RF-SCORE (1000)
                       AND WS-RF-PAID-AMOUNT (RF-IDX) <
                           WS-RF-PAID-AMOUNT (1000))
                       SET WS-INSERT-SUB TO RF-IDX
                    END-IF
           END-PERFORM.
           IF WS-INSERT-SUB = 0
              COMPUTE WS-INSERT-SUB = WS-RF-ENTRIES-USED + 1
           END-IF.
      *
           IF WS-INSERT-SUB > 999
              ADD +1 TO REFERRALS-NOT-TABLED
           ELSE
              IF WS-RF-ENTRIES-USED = 999
                 ADD +1 TO REFERRALS-NOT-TABLED
              ELSE
                 ADD +1 TO WS-RF-ENTRIES-USED
              END-IF
              PERFORM VARYING WS-MOVE-SUB FROM WS-RF-ENTRIES-USED
                 BY -1 UNTIL WS-MOVE-SUB <= WS-INSERT-SUB
                    MOVE WS-RF-ENTRY (WS-MOVE-SUB - 1)
                       TO WS-RF-ENTRY (WS-MOVE-SUB)
              END-PERFORM
              MOVE WS-RF-ENTRY (1000) TO WS-RF-ENTRY (WS-INSERT-SUB)
           END-IF.
      *
       0600-WRITE-REFERRALS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH PRINTS THE THRESHOLDS THE SCREEN RAN WITH,  *
      *    THEN EVERY REFERRAL IN RANK ORDER WITH ONE REASON LINE PER *
      *    RULE HIT, AND WRITES ITS CASE EXTRACT RECORD.              *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0605-WRITE-PARM-LINE                                    *
      *    -  0610-WRITE-REFERRAL                                     *
      *****************************************************************
      *
           MOVE 'SCREENING RULES AND THRESHOLDS' TO RPT-SECTION-TITLE.
           WRITE REFER-RPT-REC FROM WS-RPT-BLANK-LINE.
           WRITE REFER-RPT-REC FROM WS-RPT-SECTION-LINE.
           WRITE REFER-RPT-REC FROM WS-RPT-BLANK-LINE.
      *
           MOVE 'F - CLAIM FREQUENCY, PERCENT OF NORM / MINIMUM'
                                          TO RPT-PARM-LABEL.
           MOVE WS-FREQ-PCT               TO WS-EDIT-PCT.
           MOVE WS-FREQ-MIN               TO WS-EDIT-COUNT.
           PERFORM 0605-WRITE-PARM-LINE.
           MOVE 'C - NEAR MAX CLAIM CEILING, PERCENT / MIN CLAIMS'
                                          TO RPT-PARM-LABEL.
           MOVE WS-CEIL-PCT               TO WS-EDIT-PCT.
           MOVE WS-CEIL-CNT               TO WS-EDIT-COUNT.
           PERFORM 0605-WRITE-PARM-LINE.
           MOVE 'A - VOIDS/ADJUSTMENTS ON A POLICY, MINIMUM'
                                          TO RPT-PARM-LABEL.
           MOVE ZERO                      TO WS-EDIT-PCT.
           MOVE WS-ADJ-CNT                TO WS-EDIT-COUNT.
           PERFORM 0605-WRITE-PARM-LINE.
           MOVE 'P - PROVIDER AVG PAID, PERCENT OF PEERS / MIN'
                                          TO RPT-PARM-LABEL.
           MOVE WS-PROV-PCT               TO WS-EDIT-PCT.
           MOVE WS-PROV-MIN               TO WS-EDIT-COUNT.
           PERFORM 0605-WRITE-PARM-LINE.
           MOVE 'S - PROVIDER AVG PER STAY, PERCENT OF PEERS / MIN'
                                          TO RPT-PARM-LABEL.
           MOVE WS-STAY-PCT               TO WS-EDIT-PCT.
           MOVE WS-STAY-MIN               TO WS-EDIT-COUNT.
           PERFORM 0605-WRITE-PARM-LINE.
           MOVE 'MINIMUM SCORE TO REFER'  TO RPT-PARM-LABEL.
           MOVE ZERO                      TO WS-EDIT-PCT.
           MOVE WS-MIN-SCORE              TO WS-EDIT-COUNT.
           PERFORM 0605-WRITE-PARM-LINE.
      *
           MOVE 'RANKED REFERRALS' TO RPT-SECTION-TITLE.
           WRITE REFER-RPT-REC FROM WS-RPT-BLANK-LINE.
           WRITE REFER-RPT-REC FROM WS-RPT-BLANK-LINE.
           WRITE REFER-RPT-REC FROM WS-RPT-SECTION-LINE.
           WRITE REFER-RPT-REC FROM WS-RPT-BLANK-LINE.
           WRITE REFER-RPT-REC FROM WS-RPT-COLUMN-HEADER.
      *
           MOVE ZERO TO WS-RANK-NO.
           PERFORM VARYING RF-IDX FROM 1 BY 1
              UNTIL RF-IDX > WS-RF-ENTRIES-USED
                 PERFORM 0610-WRITE-REFERRAL
           END-PERFORM.
      *
           IF WS-RF-ENTRIES-USED = 0
              MOVE '** NO POLICIES OR PROVIDERS REFERRED **'
                                          TO RPT-NONE-TEXT
              WRITE REFER-RPT-REC FROM WS-RPT-NONE-LINE
           END-IF.
      *
       0605-WRITE-PARM-LINE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH PRINTS ONE RULE'S THRESHOLDS.  A RULE WITH  *
      *    NO PERCENT SHOWS ONLY ITS COUNT.                           *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0600-WRITE-REFERRALS                                    *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE SPACES TO RPT-PARM-VALUE.
           IF WS-EDIT-PCT = SPACES OR WS-EDIT-PCT = '  0'
              MOVE WS-EDIT-COUNT TO RPT-PARM-VALUE
           ELSE
              STRING WS-EDIT-PCT   DELIMITED BY SIZE
                     '% / '        DELIMITED BY SIZE
                     WS-EDIT-COUNT DELIMITED BY SIZE
                 INTO RPT-PARM-VALUE
           END-IF.
           WRITE REFER-RPT-REC FROM WS-RPT-PARM-LINE.
      *
       0610-WRITE-REFERRAL.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH PRINTS ONE REFERRAL AND A REASON LINE FOR   *
      *    EACH RULE IT HIT, THEN WRITES ITS CASE EXTRACT RECORD.     *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0600-WRITE-REFERRALS                                    *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0620-WRITE-REASON-LINE                                  *
      *    -  0650-WRITE-CASE-RECORD                                  *
      *****************************************************************
      *
           ADD 1 TO WS-RANK-NO.
           MOVE WS-RANK-NO                 TO RPT-RANK-D.
           IF RF-POLICY (RF-IDX)
              MOVE 'POLICY'                TO RPT-TYPE-D
           ELSE
              MOVE 'PROVIDER'              TO RPT-TYPE-D
           END-IF.
           MOVE WS-RF-ID (RF-IDX)          TO RPT-ID-D.
           MOVE WS-RF-NAME (RF-IDX)        TO RPT-NAME-D.
           MOVE WS-RF-SCORE (RF-IDX)       TO RPT-SCORE-D.
           MOVE WS-RF-RULES (RF-IDX)       TO RPT-RULES-D.
           MOVE WS-RF-CLAIM-COUNT (RF-IDX) TO RPT-CLAIMS-D.
           MOVE WS-RF-PAID-AMOUNT (RF-IDX) TO RPT-PAID-D.
           WRITE REFER-RPT-REC FROM WS-RPT-DETAIL-LINE.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO REFERRAL REPORT'
           END-IF.
      *
           IF WS-RF-RULE-F (RF-IDX) = 'F'
              MOVE WS-RF-CLAIM-COUNT (RF-IDX) TO WS-EDIT-COUNT
              MOVE WS-NORM-FREQUENCY          TO WS-EDIT-NORM
              MOVE SPACES TO WS-REASON-TEXT
              STRING 'CLAIM FREQUENCY: '     DELIMITED BY SIZE
                     WS-EDIT-COUNT           DELIMITED BY SIZE
                     ' CLAIMS VS NORM OF '   DELIMITED BY SIZE
                     WS-EDIT-NORM            DELIMITED BY SIZE
                     ' PER POLICY'           DELIMITED BY SIZE
                 INTO WS-REASON-TEXT
              PERFORM 0620-WRITE-REASON-LINE
           END-IF.
           IF WS-RF-RULE-C (RF-IDX) = 'C'
              MOVE WS-RF-CEILING-COUNT (RF-IDX) TO WS-EDIT-COUNT
              MOVE WS-CEIL-PCT                  TO WS-EDIT-PCT
              MOVE SPACES TO WS-REASON-TEXT
              STRING 'CLAIMS JUST UNDER THE MAX CLAIM CEILING ('
                                             DELIMITED BY SIZE
                     WS-EDIT-PCT             DELIMITED BY SIZE
                     '% TO 100%): '          DELIMITED BY SIZE
                     WS-EDIT-COUNT           DELIMITED BY SIZE
                 INTO WS-REASON-TEXT
              PERFORM 0620-WRITE-REASON-LINE
           END-IF.
           IF WS-RF-RULE-A (RF-IDX) = 'A'
              MOVE WS-RF-REVERSAL-COUNT (RF-IDX) TO WS-EDIT-COUNT
              MOVE SPACES TO WS-REASON-TEXT
              STRING 'REPEATED VOIDS/ADJUSTMENTS ON THE POLICY: '
                                             DELIMITED BY SIZE
                     WS-EDIT-COUNT           DELIMITED BY SIZE
                 INTO WS-REASON-TEXT
              PERFORM 0620-WRITE-REASON-LINE
           END-IF.
           IF WS-RF-RULE-P (RF-IDX) = 'P'
              MOVE WS-RF-AVG-PAID (RF-IDX) TO WS-EDIT-AMOUNT
              MOVE WS-PEER-AVG-PAID        TO WS-EDIT-AMOUNT-2
              MOVE SPACES TO WS-REASON-TEXT
              STRING 'AVERAGE PAID PER CLAIM '  DELIMITED BY SIZE
                     WS-EDIT-AMOUNT             DELIMITED BY SIZE
                     ' VS PEER AVERAGE '        DELIMITED BY SIZE
                     WS-EDIT-AMOUNT-2           DELIMITED BY SIZE
                 INTO WS-REASON-TEXT
              PERFORM 0620-WRITE-REASON-LINE
           END-IF.
           IF WS-RF-RULE-S (RF-IDX) = 'S'
              MOVE WS-RF-AVG-STAY (RF-IDX) TO WS-EDIT-AMOUNT
              MOVE WS-PEER-AVG-STAY        TO WS-EDIT-AMOUNT-2
              MOVE WS-RF-STAY-COUNT (RF-IDX) TO WS-EDIT-COUNT
              MOVE SPACES TO WS-REASON-TEXT
              STRING 'AVERAGE NET PER STAY '    DELIMITED BY SIZE
                     WS-EDIT-AMOUNT             DELIMITED BY SIZE
                     ' VS PEER AVERAGE '        DELIMITED BY SIZE
                     WS-EDIT-AMOUNT-2           DELIMITED BY SIZE
                     ' OVER '                   DELIMITED BY SIZE
                     WS-EDIT-COUNT              DELIMITED BY SIZE
                     ' STAYS'                   DELIMITED BY SIZE
                 INTO WS-REASON-TEXT
              PERFORM 0620-WRITE-REASON-LINE
           END-IF.
      *
           PERFORM 0650-WRITE-CASE-RECORD.
      *
       0620-WRITE-REASON-LINE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH PRINTS ONE REASON LINE UNDER A REFERRAL.    *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0610-WRITE-REFERRAL                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE WS-REASON-TEXT TO RPT-REASON-D.
           WRITE REFER-RPT-REC FROM WS-RPT-REASON-LINE.
      *
       0650-WRITE-CASE-RECORD.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES THE SIU CASE EXTRACT RECORD FOR ONE  *
      *    REFERRAL AND CHECKS THE FILE STATUS.                       *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0610-WRITE-REFERRAL                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE WS-CURRENT-DATE            TO SIU-CASE-DATE.
           MOVE WS-RANK-NO                 TO SIU-CASE-SEQ.
           MOVE WS-RANK-NO                 TO SIU-RANK.
           MOVE WS-RF-TYPE (RF-IDX)        TO SIU-SUBJECT-TYPE.
           MOVE WS-RF-ID (RF-IDX)          TO SIU-SUBJECT-ID.
           MOVE WS-RF-NAME (RF-IDX)        TO SIU-SUBJECT-NAME.
           MOVE WS-RF-SCORE (RF-IDX)       TO SIU-SCORE.
           MOVE WS-RF-RULES (RF-IDX)       TO SIU-RULES.
           MOVE WS-RF-CLAIM-COUNT (RF-IDX) TO SIU-CLAIM-COUNT.
           MOVE WS-RF-PAID-AMOUNT (RF-IDX) TO SIU-PAID-AMOUNT.
           MOVE WS-RF-REVERSAL-COUNT (RF-IDX)
                                           TO SIU-REVERSAL-COUNT.
           MOVE WS-RF-CEILING-COUNT (RF-IDX)
                                           TO SIU-CEILING-COUNT.
           MOVE WS-RF-AVG-PAID (RF-IDX)    TO SIU-AVG-PAID.
           MOVE WS-RF-STAY-COUNT (RF-IDX)  TO SIU-STAY-COUNT.
           MOVE WS-RF-AVG-STAY (RF-IDX)    TO SIU-AVG-STAY.
           IF RF-PROVIDER (RF-IDX)
              MOVE WS-PEER-AVG-PAID        TO SIU-PEER-AVG-PAID
              MOVE WS-PEER-AVG-STAY        TO SIU-PEER-AVG-STAY
           ELSE
              MOVE ZERO                    TO SIU-PEER-AVG-PAID,
                                              SIU-PEER-AVG-STAY
           END-IF.
           MOVE WS-FROM-DATE               TO SIU-WINDOW-FROM.
           MOVE WS-TO-DATE                 TO SIU-WINDOW-TO.
           WRITE SIU-CASE-REC FROM WS-SIU-CASE-REC.
           IF SICODE = '00'
              ADD +1 TO CASES-WRITTEN
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO SIU CASE EXTRACT'
           END-IF.
      *
       0700-WRITE-TOTALS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES THE SCREENING CONTROL TOTALS AND     *
      *    SETS THE RETURN CODE WHEN A TABLE FILLED.                  *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           WRITE REFER-RPT-REC FROM WS-RPT-BLANK-LINE.
           WRITE REFER-RPT-REC FROM WS-RPT-BLANK-LINE.
      *
           MOVE 'CLAIMS HISTORY RECORDS READ:  ' TO RPT-TOTAL-LABEL.
           MOVE HIST-RECS-READ                  TO RPT-TOTAL-COUNT.
           WRITE REFER-RPT-REC FROM WS-RPT-TOTAL-LINE.
      *
           MOVE 'CLAIMS HISTORY RECORDS SCREENED:  '
                                                TO RPT-TOTAL-LABEL.
           MOVE HIST-RECS-IN-WINDOW             TO RPT-TOTAL-COUNT.
           WRITE REFER-RPT-REC FROM WS-RPT-TOTAL-LINE.
      *
           MOVE 'STAY HISTORY RECORDS READ:  '   TO RPT-TOTAL-LABEL.
           MOVE STAY-RECS-READ                  TO RPT-TOTAL-COUNT.
           WRITE REFER-RPT-REC FROM WS-RPT-TOTAL-LINE.
      *
           MOVE 'STAY HISTORY RECORDS SCREENED:  ' TO RPT-TOTAL-LABEL.
           MOVE STAY-RECS-IN-WINDOW             TO RPT-TOTAL-COUNT.
           WRITE REFER-RPT-REC FROM WS-RPT-TOTAL-LINE.
      *
           MOVE 'POLICIES PROFILED:  '           TO RPT-TOTAL-LABEL.
           MOVE WS-PO-ENTRIES-USED              TO RPT-TOTAL-COUNT.
           WRITE REFER-RPT-REC FROM WS-RPT-TOTAL-LINE.
      *
           MOVE 'PROVIDERS PROFILED:  '          TO RPT-TOTAL-LABEL.
           MOVE WS-PP-ENTRIES-USED              TO RPT-TOTAL-COUNT.
           WRITE REFER-RPT-REC FROM WS-RPT-TOTAL-LINE.
      *
           MOVE 'POLICIES REFERRED:  '           TO RPT-TOTAL-LABEL.
           MOVE POLICIES-REFERRED               TO RPT-TOTAL-COUNT.
           WRITE REFER-RPT-REC FROM WS-RPT-TOTAL-LINE.
      *
           MOVE 'PROVIDERS REFERRED:  '          TO RPT-TOTAL-LABEL.
           MOVE PROVIDERS-REFERRED              TO RPT-TOTAL-COUNT.
           WRITE REFER-RPT-REC FROM WS-RPT-TOTAL-LINE.
      *
           MOVE 'SIU CASE RECORDS WRITTEN:  '    TO RPT-TOTAL-LABEL.
           MOVE CASES-WRITTEN                   TO RPT-TOTAL-COUNT.
           WRITE REFER-RPT-REC FROM WS-RPT-TOTAL-LINE.
      *
           IF REFERRALS-NOT-TABLED > 0
              MOVE 'REFERRALS BEYOND TABLE - NOT LISTED:  '
                                                TO RPT-TOTAL-LABEL
              MOVE REFERRALS-NOT-TABLED         TO RPT-TOTAL-COUNT
              WRITE REFER-RPT-REC FROM WS-RPT-TOTAL-LINE
              MOVE 'Y' TO WS-TABLE-FULL-SW
           END-IF.
      *
           IF TABLE-CAPACITY-HIT
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
           CLOSE HISTFILE.
           IF HSCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING CLAIMS HISTORY FILE'
           END-IF.
      *
           CLOSE STAYFILE.
           IF SYCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING STAY HISTORY FILE'
           END-IF.
      *
           CLOSE PROVFILE.
           IF PVCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING PROVIDER MASTER FILE'
           END-IF.
      *
           CLOSE REFERRPT.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING REFERRAL REPORT FILE'
           END-IF.
      *
           CLOSE SIUCASE.
           IF SICODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING SIU CASE EXTRACT FILE'
           END-IF.
