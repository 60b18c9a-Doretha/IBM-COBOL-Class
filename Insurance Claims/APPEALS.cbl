       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPEALS.
       AUTHOR. DORETHA RILEY.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. CURRENT-DATE.
      *
      *****************************************************************
      *  DESCRIPTION                                                  *
      *    THIS PROGRAM MAINTAINS THE CLAIM APPEALS MASTER.  EVERY    *
      *    APPEAL IS LOGGED AGAINST THE ORIGINAL DENIED CLAIM ON THE  *
      *    CUMULATIVE CLAIMS HISTORY FILE (A 'REJ' RECORD - A CLAIM   *
      *    DENIED TO ERRORPT OR AGED OUT OF THE SUSPENSE QUEUE) AND   *
      *    CARRIES A RECEIVED DATE AND A REGULATORY DECISION-DUE      *
      *    DATE.  EACH APPEAL MOVES FROM OPEN TO UPHELD OR            *
      *    OVERTURNED.  AN OVERTURNED APPEAL WRITES A CLAIM           *
      *    TRANSACTION IN THE CLAIMREC LAYOUT FOR THE NEXT CLAIMS     *
      *    RUN.  THE PROGRAM LOADS THE CURRENT MASTER INTO A TABLE,   *
      *    APPLIES THE TRANSACTIONS, WRITES THE UPDATED MASTER AND    *
      *    PRODUCES A REPORT OF THE ACTIVITY FOLLOWED BY EVERY OPEN   *
      *    APPEAL AGED AGAINST ITS DUE DATE.  RUN WEEKLY WITH NO      *
      *    TRANSACTIONS IT IS THE OPEN-APPEALS AGING REPORT.          *
      *                                                               *
      *    TRANSACTION ACTIONS:                                       *
      *      'L' - LOG A NEW APPEAL (POLICY, ORIGINAL CLAIM RUN DATE  *
      *            AND CLAIM AMOUNT IDENTIFY THE HISTORY RECORD;      *
      *            THE TRANSACTION DATE IS THE DATE RECEIVED)         *
      *      'U' - DECIDE AN OPEN APPEAL AS UPHELD                    *
      *      'O' - DECIDE AN OPEN APPEAL AS OVERTURNED                *
      *    FOR 'U' AND 'O' THE TRANSACTION DATE IS THE DECISION DATE. *
      *                                                               *
      *    CONTROL CARDS (KEYWORD=VALUE, ONE PER RECORD, OPTIONAL):   *
      *      RUNDATE=CCYYMMDD (DEFAULT TODAY'S DATE)                  *
      *      DUEDAYS=NNN      (STANDARD APPEAL, DEFAULT 030 DAYS)     *
      *      EXPDAYS=NNN      (EXPEDITED APPEAL, DEFAULT 003 DAYS)    *
      *                                                               *
      *    RETURN CODE 4 WHEN A TRANSACTION WAS REJECTED OR AN OPEN   *
      *    APPEAL IS PAST ITS DECISION-DUE DATE.                      *
      *                                                               *
      *    INPUT FILES:                                               *
      *      RTPOT44.APPLMSTR.DATA (CURRENT APPEALS MASTER)           *
      *      INTERNAL FILE NAME:  APPLMSTR                            *
      *      JCL DD NAME:         APPLMSTR                            *
      *                                                               *
      *      RTPOT44.APPLTRAN.DATA (APPEAL TRANSACTIONS)              *
      *      INTERNAL FILE NAME:  APPLTRAN                            *
      *      JCL DD NAME:         APPLTRAN                            *
      *                                                               *
      *      RTPOT44.CLAIMS.HISTFILE (CUMULATIVE CLAIMS HISTORY)      *
      *      INTERNAL FILE NAME:  HISTFILE                            *
      *      JCL DD NAME:         HISTFILE                            *
      *                                                               *
      *      RTPOT44.APPEALS.PARMS (CONTROL CARDS)                    *
      *      INTERNAL FILE NAME:  PARMFILE                            *
      *      JCL DD NAME:         PARMFILE                            *
      *                                                               *
      *    OUTPUT FILES:                                              *
      *      RTPOT44.APPLMSTR.NEW (UPDATED APPEALS MASTER)            *
      *      INTERNAL FILE NAME:  NEWAPPL                             *
      *      JCL DD NAME:         NEWAPPL                             *
      *                                                               *
      *      RTPOT44.APPEALS.CLAIMS (OVERTURNED-APPEAL CLAIMS, READ   *
      *      AS PART OF INCLAIMS BY THE NEXT CLAIMS RUN, ENDED BY A   *
      *      CLAIMTRL CONTROL TRAILER OF CLAIM COUNT AND AMOUNT HASH  *
      *      THAT CLAIMS BALANCES BEFORE POSTING)                     *
      *      INTERNAL FILE NAME:  APPLCLM                             *
      *      JCL DD NAME:         APPLCLM                             *
      *                                                               *
      *      DD SYSOUT=* (APPEAL ACTIVITY AND OPEN-APPEALS AGING)     *
      *      INTERNAL FILE NAME:  APPLRPT                             *
      *      JCL DD NAME:         APPLRPT                             *
      *                                                               *
      *    JCL JOB: RTPOT44.LEARN.REUSABLE.JCL(APPEALS)               *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL APPLMSTR  *>CURRENT APPEALS MASTER
           ASSIGN TO APPLMSTR
             FILE STATUS IS AMCODE.
      *
           SELECT OPTIONAL APPLTRAN  *>APPEAL TRANSACTIONS
           ASSIGN TO APPLTRAN
             FILE STATUS IS TRCODE.
      *
           SELECT OPTIONAL HISTFILE  *>CUMULATIVE CLAIMS HISTORY
           ASSIGN TO HISTFILE
             FILE STATUS IS HSCODE.
      *
           SELECT OPTIONAL PARMFILE  *>CONTROL CARDS
           ASSIGN TO PARMFILE
             FILE STATUS IS PRCODE.
      *
           SELECT NEWAPPL            *>UPDATED APPEALS MASTER
           ASSIGN TO NEWAPPL
             FILE STATUS IS NMCODE.
      *
           SELECT APPLCLM            *>OVERTURNED-APPEAL CLAIMS
           ASSIGN TO APPLCLM
             FILE STATUS IS CLCODE.
      *
           SELECT APPLRPT            *>ACTIVITY AND AGING REPORT
           ASSIGN TO APPLRPT
             FILE STATUS IS RPCODE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  APPLMSTR
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS APPL-MSTR-REC.
      *
       01  APPL-MSTR-REC PIC X(120).
      *
       FD  APPLTRAN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS APPL-TRAN-REC.
      *
       01  APPL-TRAN-REC PIC X(80).
      *
       FD  HISTFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS HIST-REC.
      *
       01  HIST-REC PIC X(80).
      *
       FD  PARMFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PARM-CARD-REC.
      *
       01  PARM-CARD-REC PIC X(80).
      *
       FD  NEWAPPL
           RECORDING MODE IS F
           RECORD CONTAINS 120 CHARACTERS
           DATA RECORD IS NEW-APPL-REC.
      *
       01  NEW-APPL-REC PIC X(120).
      *
       FD  APPLCLM
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS CLAIM-RECORD-WS.
      *
           COPY CLAIMREC. *> COPYBOOK RECORD LAYOUT FOR CLAIMS FILE
      *
           COPY CLAIMTRL. *> CONTROL TRAILER ENDING THE CLAIMS FEED
      *
       FD  APPLRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS APPL-RPT-REC.
      *
       01  APPL-RPT-REC PIC X(133).
      *
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-CODES.
          05 AMCODE               PIC X(02).
          05 TRCODE               PIC X(02).
          05 HSCODE               PIC X(02).
          05 PRCODE               PIC X(02).
          05 NMCODE               PIC X(02).
          05 CLCODE               PIC X(02).
          05 RPCODE               PIC X(02).
      *
       01 WS-FILE-SWITCHES.
          05 APPLMSTR-FILE-SW     PIC X(01) VALUE SPACE.
             88 END-OF-APPLMSTR-FILE VALUE 'Y'.
          05 APPLTRAN-FILE-SW     PIC X(01) VALUE SPACE.
             88 END-OF-APPLTRAN-FILE VALUE 'Y'.
          05 HISTFILE-FILE-SW     PIC X(01) VALUE SPACE.
             88 END-OF-HISTFILE      VALUE 'Y'.
          05 PARM-FILE-SW         PIC X(01) VALUE SPACE.
             88 END-OF-PARM-FILE     VALUE 'Y'.
          05 WS-PARM-ERROR-SW     PIC X(01) VALUE 'N'.
             88 PARM-ERROR           VALUE 'Y'.
      *
      *****************************************************************
      *  APPEALS MASTER RECORD.  THE ORIGINAL CLAIM IS IDENTIFIED BY  *
      *  POLICY, HISTORY RUN DATE AND CLAIM AMOUNT; THE CLAIM DETAIL  *
      *  AT THE END IS COPIED FROM THE HISTORY RECORD WHEN THE APPEAL *
      *  IS LOGGED SO AN OVERTURN CAN REBUILD THE CLAIM.              *
      *****************************************************************
      *
       01 WS-APPL-MSTR-REC.
          05 WS-AM-APPEAL-NO      PIC 9(07).
          05 WS-AM-POLICY-NO      PIC 9(07).
          05 WS-AM-LAST-NAME      PIC X(15).
          05 WS-AM-FIRST-NAME     PIC X(10).
          05 WS-AM-CLAIM-AMOUNT   PIC S9(7)V99.
          05 WS-AM-CLAIM-RUN-DATE PIC 9(08).
          05 WS-AM-PRIORITY       PIC X(01).
          05 WS-AM-RECEIVED-DATE  PIC 9(08).
          05 WS-AM-DUE-DATE       PIC 9(08).
          05 WS-AM-STATUS         PIC X(04).
          05 WS-AM-DECISION-DATE  PIC 9(08).
          05 WS-AM-USER-ID        PIC X(08).
          05 WS-AM-POLICY-TYPE    PIC 9(01).
          05 WS-AM-BENEFIT-DATE   PIC 9(08).
          05 WS-AM-COINSURANCE    PIC V99.
          05 WS-AM-PCP-ID         PIC X(06).
          05 WS-AM-SECONDARY-TYPE PIC 9(01).
          05 FILLER               PIC X(09) VALUE SPACES.
      *
       01 WS-APPL-TRAN-REC.  *>APPEAL TRANSACTION LAYOUT
          05 WS-TRN-ACTION        PIC X(01).
             88 TRN-LOG                     VALUE 'L'.
             88 TRN-UPHOLD                  VALUE 'U'.
             88 TRN-OVERTURN                VALUE 'O'.
             88 TRN-VALID-ACTION            VALUES ARE 'L', 'U', 'O'.
          05 WS-TRN-APPEAL-NO     PIC X(07).
          05 WS-TRN-APPEAL-NO-N REDEFINES WS-TRN-APPEAL-NO
                                  PIC 9(07).
          05 WS-TRN-POLICY-NO     PIC X(07).
          05 WS-TRN-POLICY-NO-N REDEFINES WS-TRN-POLICY-NO
                                  PIC 9(07).
          05 WS-TRN-CLAIM-RUN-DATE PIC X(08).
          05 WS-TRN-CLAIM-RUN-DATE-N REDEFINES WS-TRN-CLAIM-RUN-DATE
                                  PIC 9(08).
          05 WS-TRN-CLAIM-AMOUNT  PIC X(09).
          05 WS-TRN-CLAIM-AMOUNT-N REDEFINES WS-TRN-CLAIM-AMOUNT
                                  PIC 9(07)V99.
          05 WS-TRN-PRIORITY      PIC X(01).
             88 TRN-EXPEDITED               VALUE 'E'.
          05 WS-TRN-DATE          PIC X(08).
          05 WS-TRN-DATE-N REDEFINES WS-TRN-DATE
                                  PIC 9(08).
          05 WS-TRN-USER-ID       PIC X(08).
          05 FILLER               PIC X(31).
      *
      *****************************************************************
      *  WORKING STORAGE IMAGE OF ONE HISTORY RECORD, MIRRORING THE   *
      *  LAYOUT THE CLAIMS PROGRAM APPENDS (SEE ITS HISTFILE FD).     *
      *****************************************************************
      *
       01 WS-HIST-REC.
          05 WS-HIST-POLICY-NO       PIC 9(07).
          05 WS-HIST-LAST-NAME       PIC X(15).
          05 WS-HIST-FIRST-NAME      PIC X(10).
          05 WS-HIST-CLAIM-AMOUNT    PIC S9(7)V99.
          05 WS-HIST-AMOUNT-PAID     PIC S9(7)V99.
          05 WS-HIST-DISPOSITION     PIC X(04).
          05 WS-HIST-RUN-DATE        PIC 9(08).
          05 WS-HIST-POLICY-TYPE     PIC 9(01).
          05 WS-HIST-BENEFIT-DATE    PIC 9(08).
          05 WS-HIST-COINSURANCE     PIC V99.
          05 WS-HIST-PCP-ID          PIC X(06).
          05 WS-HIST-SECONDARY-TYPE  PIC 9(01).
      *
       01 WS-APPEAL-TABLE.
          05 WS-AT-ENTRY OCCURS 2000 TIMES INDEXED BY AT-IDX.
             10 WS-AT-APPEAL-NO      PIC 9(07).
             10 WS-AT-POLICY-NO      PIC 9(07).
             10 WS-AT-LAST-NAME      PIC X(15).
             10 WS-AT-FIRST-NAME     PIC X(10).
             10 WS-AT-CLAIM-AMOUNT   PIC S9(7)V99.
             10 WS-AT-CLAIM-RUN-DATE PIC 9(08).
             10 WS-AT-PRIORITY       PIC X(01).
             10 WS-AT-RECEIVED-DATE  PIC 9(08).
             10 WS-AT-DUE-DATE       PIC 9(08).
             10 WS-AT-STATUS         PIC X(04).
                88 AT-APPEAL-OPEN              VALUE 'OPEN'.
                88 AT-APPEAL-UPHELD            VALUE 'UPHL'.
                88 AT-APPEAL-OVERTURNED        VALUE 'OVTN'.
             10 WS-AT-DECISION-DATE  PIC 9(08).
             10 WS-AT-USER-ID        PIC X(08).
             10 WS-AT-POLICY-TYPE    PIC 9(01).
             10 WS-AT-BENEFIT-DATE   PIC 9(08).
             10 WS-AT-COINSURANCE    PIC V99.
             10 WS-AT-PCP-ID         PIC X(06).
             10 WS-AT-SECONDARY-TYPE PIC 9(01).
      *
      *****************************************************************
      *  DENIED CLAIMS ('REJ' RECORDS) FROM THE CLAIMS HISTORY FILE - *
      *  THE ONLY CLAIMS AN APPEAL MAY BE LOGGED AGAINST.             *
      *****************************************************************
      *
       01 WS-DENIED-TABLE.
          05 WS-DN-ENTRY OCCURS 5000 TIMES INDEXED BY DN-IDX.
             10 WS-DN-POLICY-NO      PIC 9(07).
             10 WS-DN-LAST-NAME      PIC X(15).
             10 WS-DN-FIRST-NAME     PIC X(10).
             10 WS-DN-CLAIM-AMOUNT   PIC S9(7)V99.
             10 WS-DN-RUN-DATE       PIC 9(08).
             10 WS-DN-POLICY-TYPE    PIC 9(01).
             10 WS-DN-BENEFIT-DATE   PIC 9(08).
             10 WS-DN-COINSURANCE    PIC V99.
             10 WS-DN-PCP-ID         PIC X(06).
             10 WS-DN-SECONDARY-TYPE PIC 9(01).
      *
       01 WS-MAINT-CONTROLS.
          05 WS-AT-ENTRIES-LOADED PIC S9(04) COMP VALUE 0.
          05 WS-DN-ENTRIES-LOADED PIC S9(04) COMP VALUE 0.
          05 WS-AT-FOUND-SW       PIC X(01) VALUE 'N'.
             88 APPEAL-FOUND                VALUE 'Y'.
          05 WS-AT-FOUND-SUB      PIC S9(04) COMP VALUE 0.
          05 WS-DN-FOUND-SW       PIC X(01) VALUE 'N'.
             88 DENIED-CLAIM-FOUND          VALUE 'Y'.
          05 WS-DN-FOUND-SUB      PIC S9(04) COMP VALUE 0.
          05 WS-OPEN-FOUND-SW     PIC X(01) VALUE 'N'.
             88 OPEN-APPEAL-FOUND           VALUE 'Y'.
          05 WS-HIGH-APPEAL-NO    PIC 9(07) VALUE 0.
          05 WS-REJECT-REASON     PIC X(42) VALUE SPACES.
      *
       01 WS-DATE-FIELDS.
          05 WS-RUN-DATE          PIC 9(08) VALUE 0.
          05 WS-RUN-DATE-INT      PIC S9(09) COMP VALUE 0.
          05 WS-DUE-DAYS          PIC 9(03) VALUE 30.
          05 WS-EXP-DAYS          PIC 9(03) VALUE 3.
          05 WS-DAYS-ALLOWED      PIC 9(03) VALUE 0.
          05 WS-DAYS-OPEN         PIC S9(05) COMP VALUE 0.
          05 WS-DAYS-LEFT         PIC S9(05) COMP VALUE 0.
      *
       01 WS-PARM-FIELDS.
          05 WS-PARM-KEYWORD      PIC X(20).
          05 WS-PARM-VALUE        PIC X(20).
      *
       01 COUNTERS-AND-ACCUMULATORS.
          05 TRANS-READ           PIC S9(04) COMP VALUE 0.
          05 TRANS-APPLIED        PIC S9(04) COMP VALUE 0.
          05 TRANS-REJECTED       PIC S9(04) COMP VALUE 0.
          05 APPEALS-LOGGED       PIC S9(04) COMP VALUE 0.
          05 APPEALS-UPHELD       PIC S9(04) COMP VALUE 0.
          05 APPEALS-OVERTURNED   PIC S9(04) COMP VALUE 0.
          05 CLAIMS-WRITTEN       PIC S9(04) COMP VALUE 0.
          05 CLAIMS-KEY-MANUALLY  PIC S9(04) COMP VALUE 0.
          05 HIST-RECS-READ       PIC S9(07) COMP VALUE 0.
          05 MASTER-RECS-WRITTEN  PIC S9(04) COMP VALUE 0.
          05 OPEN-OVERDUE         PIC S9(04) COMP VALUE 0.
          05 OPEN-DUE-THIS-WEEK   PIC S9(04) COMP VALUE 0.
          05 OPEN-DUE-NEXT-WEEK   PIC S9(04) COMP VALUE 0.
          05 OPEN-DUE-LATER       PIC S9(04) COMP VALUE 0.
          05 OPEN-TOTAL           PIC S9(04) COMP VALUE 0.
          05 OPEN-CLAIM-AMOUNT    PIC S9(9)V99 VALUE 0.
          05 OVERDUE-CLAIM-AMOUNT PIC S9(9)V99 VALUE 0.
          05 CLAIMS-AMOUNT-HASH   PIC S9(13)V99 VALUE 0.
      *
       01 WS-ACTIVITY-HEADER-1.
          05 FILLER               PIC X(47) VALUE SPACES.
          05 FILLER               PIC X(39) VALUE
                'CLAIM APPEALS - ACTIVITY THIS RUN'.
          05 FILLER               PIC X(47) VALUE SPACES.
      *
       01 WS-ACTIVITY-HEADER-2.
          05 FILLER               PIC X(47) VALUE SPACES.
          05 FILLER               PIC X(39) VALUE ALL '='.
          05 FILLER               PIC X(47) VALUE SPACES.
      *
       01 WS-ACTIVITY-HEADER-3.
          05 FILLER               PIC X(06) VALUE 'ACTION'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(07) VALUE 'APPEAL'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(07) VALUE 'POLICY'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE 'CLM RUN'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(15) VALUE '   CLAIM AMOUNT'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE 'TRN DATE'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE 'DUE DATE'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(06) VALUE 'STATUS'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE 'USER'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(42) VALUE 'RESULT'.
      *
       01 WS-ACTIVITY-HEADER-4.
          05 FILLER               PIC X(06) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(07) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(07) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(15) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(06) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(42) VALUE ALL '='.
      *
       01 WS-ACTIVITY-DETAIL.
          05 ACTV-ACTION-D        PIC X(06).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 ACTV-APPEAL-D        PIC X(07).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 ACTV-POLICY-D        PIC X(07).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 ACTV-CLAIM-RUN-D     PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 ACTV-CLAIM-AMT-D     PIC $$$$,$$$,$$9.99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 ACTV-TRN-DATE-D      PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 ACTV-DUE-DATE-D      PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 ACTV-STATUS-D        PIC X(06).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 ACTV-USER-D          PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 ACTV-RESULT-D        PIC X(42).
      *
       01 WS-AGING-HEADER-1.
          05 FILLER               PIC X(39) VALUE SPACES.
          05 FILLER               PIC X(43) VALUE
                'OPEN APPEALS AGED AGAINST DECISION DUE DATE'.
          05 FILLER               PIC X(07) VALUE ' AS OF '.
          05 AGING-RUN-DATE-H     PIC 9999/99/99.
          05 FILLER               PIC X(34) VALUE SPACES.
      *
       01 WS-AGING-HEADER-2.
          05 FILLER               PIC X(39) VALUE SPACES.
          05 FILLER               PIC X(61) VALUE ALL '='.
          05 FILLER               PIC X(33) VALUE SPACES.
      *
       01 WS-AGING-HEADER-3.
          05 FILLER               PIC X(07) VALUE 'APPEAL'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(07) VALUE 'POLICY'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(26) VALUE 'INSURED'.
          05 FILLER               PIC X(15) VALUE '   CLAIM AMOUNT'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(03) VALUE 'PRI'.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE 'RECEIVED'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE 'DUE DATE'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(05) VALUE ' OPEN'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(05) VALUE ' LEFT'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(30) VALUE 'AGING'.
      *
       01 WS-AGING-HEADER-4.
          05 FILLER               PIC X(07) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(07) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(24) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(15) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(03) VALUE ALL '='.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(05) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(05) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(14) VALUE ALL '='.
          05 FILLER               PIC X(16) VALUE SPACES.
      *
       01 WS-AGING-DETAIL.
          05 AGING-APPEAL-D       PIC 9(07).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 AGING-POLICY-D       PIC 9(07).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 AGING-NAME-D         PIC X(26).
          05 AGING-CLAIM-AMT-D    PIC $$$$,$$$,$$9.99.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 AGING-PRIORITY-D     PIC X(01).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 AGING-RECEIVED-D     PIC 9999/99/99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 AGING-DUE-D          PIC 9999/99/99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 AGING-DAYS-OPEN-D    PIC ----9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 AGING-DAYS-LEFT-D    PIC ----9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 AGING-BUCKET-D       PIC X(14).
          05 FILLER               PIC X(16) VALUE SPACES.
      *
       01 WS-AGING-NONE-LINE.
          05 FILLER               PIC X(40) VALUE
                '   ** NO OPEN APPEALS **'.
          05 FILLER               PIC X(93) VALUE SPACES.
      *
       01 WS-TOTALS-HEADER.
          05 FILLER               PIC X(40) VALUE
                'APPEALS CONTROL TOTALS'.
          05 FILLER               PIC X(93) VALUE SPACES.
      *
       01 WS-REPORT-TOTAL-LINE.
          05 RPT-TOTAL-LABEL      PIC X(40).
          05 RPT-TOTAL-COUNT      PIC ZZ,ZZ9.
          05 FILLER               PIC X(87) VALUE SPACES.
      *
       01 WS-REPORT-AMOUNT-LINE.
          05 RPT-AMOUNT-LABEL     PIC X(40).
          05 RPT-AMOUNT-O         PIC $$$$,$$$,$$9.99.
          05 FILLER               PIC X(78) VALUE SPACES.
      *
       01 WS-REPORT-BLANK-LINE    PIC X(133) VALUE SPACES.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THE MAIN PROCEDURE AREA LOADS THE CURRENT APPEALS MASTER   *
      *    AND THE DENIED CLAIMS FROM HISTORY, APPLIES THE            *
      *    TRANSACTION FILE, WRITES THE UPDATED MASTER, THE OPEN-     *
      *    APPEALS AGING AND THE CONTROL TOTALS, AND CLOSES THE       *
      *    FILES.                                                     *
      *                                                               *
      *  CALLED BY:                                                   *
      *    - NONE                                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    - 0000-HOUSEKEEPING                                        *
      *    - 0100-OPEN-FILES                                          *
      *    - 0200-LOAD-APPEAL-MASTER                                  *
      *    - 0250-LOAD-DENIED-CLAIMS                                  *
      *    - 0300-APPLY-TRANSACTIONS                                  *
      *    - 0600-WRITE-NEW-MASTER                                    *
      *    - 0650-WRITE-AGING-REPORT                                  *
      *    - 0700-WRITE-REPORT-TOTALS                                 *
      *    - 0750-WRITE-CLAIMS-TRAILER                                *
      *    - 0800-CLOSE-FILES                                         *
      *****************************************************************
      *
       PROCEDURE DIVISION.
           PERFORM 0000-HOUSEKEEPING.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0200-LOAD-APPEAL-MASTER.
           PERFORM 0250-LOAD-DENIED-CLAIMS.
           PERFORM 0300-APPLY-TRANSACTIONS.
           PERFORM 0600-WRITE-NEW-MASTER.
           PERFORM 0650-WRITE-AGING-REPORT.
           PERFORM 0700-WRITE-REPORT-TOTALS.
           PERFORM 0750-WRITE-CLAIMS-TRAILER.
           PERFORM 0800-CLOSE-FILES.
           GOBACK.
      *
       0000-HOUSEKEEPING.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH INITIALIZES WORKING STORAGE VARIABLES, SETS *
      *    THE RUN DATE AND READS THE CONTROL CARDS.  A BAD CONTROL   *
      *    CARD STOPS THE RUN BEFORE ANY FILE IS OPENED.              *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0050-READ-PARM-FILE                                     *
      *****************************************************************
      *
           INITIALIZE WS-APPL-MSTR-REC,
                      WS-APPL-TRAN-REC,
                      WS-HIST-REC,
                      WS-APPEAL-TABLE,
                      WS-DENIED-TABLE,
                      WS-MAINT-CONTROLS,
                      COUNTERS-AND-ACCUMULATORS,
                      WS-FILE-SWITCHES,
                      WS-ACTIVITY-DETAIL.
      *
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
      *
           PERFORM 0050-READ-PARM-FILE.
      *
           IF PARM-ERROR
              DISPLAY 'APPEALS RUN STOPPED - INVALID CONTROL CARD(S), SE
      -              'E PRIOR MESSAGES'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      *
           COMPUTE WS-RUN-DATE-INT =
              FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
      *
       0050-READ-PARM-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE OPTIONAL KEYWORD=VALUE CONTROL    *
      *    CARDS.  RUNDATE= OVERRIDES THE RUN DATE THE APPEALS ARE    *
      *    AGED AGAINST; DUEDAYS= AND EXPDAYS= SET THE REGULATORY     *
      *    DECISION WINDOW FOR STANDARD AND EXPEDITED APPEALS.  AN    *
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
                    MOVE WS-PARM-VALUE (1:8) TO WS-RUN-DATE
                 ELSE
                    MOVE 'Y' TO WS-PARM-ERROR-SW
                    DISPLAY 'INVALID RUNDATE VALUE ON CONTROL CARD: '
                       WS-PARM-VALUE
                 END-IF
              WHEN 'DUEDAYS'
                 IF WS-PARM-VALUE (1:3) IS NUMERIC
                    AND WS-PARM-VALUE (1:3) > '000'
                    MOVE WS-PARM-VALUE (1:3) TO WS-DUE-DAYS
                 ELSE
                    MOVE 'Y' TO WS-PARM-ERROR-SW
                    DISPLAY 'INVALID DUEDAYS VALUE ON CONTROL CARD (NNN 
      -                'DAYS): ' WS-PARM-VALUE
                 END-IF
              WHEN 'EXPDAYS'
                 IF WS-PARM-VALUE (1:3) IS NUMERIC
                    AND WS-PARM-VALUE (1:3) > '000'
                    MOVE WS-PARM-VALUE (1:3) TO WS-EXP-DAYS
                 ELSE
                    MOVE 'Y' TO WS-PARM-ERROR-SW
                    DISPLAY 'INVALID EXPDAYS VALUE ON CONTROL CARD (NNN 
      -                'DAYS): ' WS-PARM-VALUE
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
      *    EACH FILE STATUS, AND WRITES THE ACTIVITY SECTION HEADERS. *
      *    THE MASTER, TRANSACTION AND HISTORY FILES ARE OPTIONAL -   *
      *    THE FIRST RUN HAS NO MASTER AND A WEEKLY AGING-ONLY RUN    *
      *    HAS NO TRANSACTIONS.                                       *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           OPEN INPUT APPLMSTR.
           IF AMCODE = '00' OR '05'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO APPLMSTR-FILE-SW
              DISPLAY 'ERROR ENCOUNTERED OPENING APPEALS MASTER FILE, ST
      -          'ATUS: ' AMCODE
           END-IF.
      *
           OPEN INPUT APPLTRAN.
           IF TRCODE = '00' OR '05'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO APPLTRAN-FILE-SW
              DISPLAY 'ERROR ENCOUNTERED OPENING TRANSACTION FILE, STATU
      -          'S: ' TRCODE
           END-IF.
      *
           OPEN INPUT HISTFILE.
           IF HSCODE = '00' OR '05'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO HISTFILE-FILE-SW
              DISPLAY 'ERROR ENCOUNTERED OPENING CLAIMS HISTORY FILE, ST
      -          'ATUS: ' HSCODE
           END-IF.
      *
           OPEN OUTPUT NEWAPPL.
           IF NMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING NEW APPEALS MASTER'
           END-IF.
      *
           OPEN OUTPUT APPLCLM.
           IF CLCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING APPEAL CLAIMS FILE'
           END-IF.
      *
           OPEN OUTPUT APPLRPT.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING APPEALS REPORT FILE'
           END-IF.
      *
           WRITE APPL-RPT-REC FROM WS-REPORT-BLANK-LINE.
           WRITE APPL-RPT-REC FROM WS-ACTIVITY-HEADER-1.
           WRITE APPL-RPT-REC FROM WS-ACTIVITY-HEADER-2.
           WRITE APPL-RPT-REC FROM WS-REPORT-BLANK-LINE.
           WRITE APPL-RPT-REC FROM WS-ACTIVITY-HEADER-3.
           WRITE APPL-RPT-REC FROM WS-ACTIVITY-HEADER-4.
      *
       0200-LOAD-APPEAL-MASTER.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE CURRENT APPEALS MASTER AND LOADS  *
      *    ONE TABLE ENTRY PER RECORD, REMEMBERING THE HIGHEST APPEAL *
      *    NUMBER SO NEW APPEALS ARE NUMBERED AFTER IT.  RECORDS      *
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
           PERFORM UNTIL END-OF-APPLMSTR-FILE
              READ APPLMSTR INTO WS-APPL-MSTR-REC
                 AT END
                    MOVE 'Y' TO APPLMSTR-FILE-SW
                 NOT AT END
                    IF WS-AM-APPEAL-NO > WS-HIGH-APPEAL-NO
                       MOVE WS-AM-APPEAL-NO TO WS-HIGH-APPEAL-NO
                    END-IF
                    IF WS-AT-ENTRIES-LOADED < 2000
                       ADD +1 TO WS-AT-ENTRIES-LOADED
                       SET AT-IDX TO WS-AT-ENTRIES-LOADED
                       MOVE WS-AM-APPEAL-NO
                          TO WS-AT-APPEAL-NO (AT-IDX)
                       MOVE WS-AM-POLICY-NO
                          TO WS-AT-POLICY-NO (AT-IDX)
                       MOVE WS-AM-LAST-NAME
                          TO WS-AT-LAST-NAME (AT-IDX)
                       MOVE WS-AM-FIRST-NAME
                          TO WS-AT-FIRST-NAME (AT-IDX)
                       MOVE WS-AM-CLAIM-AMOUNT
                          TO WS-AT-CLAIM-AMOUNT (AT-IDX)
                       MOVE WS-AM-CLAIM-RUN-DATE
                          TO WS-AT-CLAIM-RUN-DATE (AT-IDX)
                       MOVE WS-AM-PRIORITY
                          TO WS-AT-PRIORITY (AT-IDX)
                       MOVE WS-AM-RECEIVED-DATE
                          TO WS-AT-RECEIVED-DATE (AT-IDX)
                       MOVE WS-AM-DUE-DATE
                          TO WS-AT-DUE-DATE (AT-IDX)
                       MOVE WS-AM-STATUS
                          TO WS-AT-STATUS (AT-IDX)
                       MOVE WS-AM-DECISION-DATE
                          TO WS-AT-DECISION-DATE (AT-IDX)
                       MOVE WS-AM-USER-ID
                          TO WS-AT-USER-ID (AT-IDX)
                       MOVE WS-AM-POLICY-TYPE
                          TO WS-AT-POLICY-TYPE (AT-IDX)
                       MOVE WS-AM-BENEFIT-DATE
                          TO WS-AT-BENEFIT-DATE (AT-IDX)
                       MOVE WS-AM-COINSURANCE
                          TO WS-AT-COINSURANCE (AT-IDX)
                       MOVE WS-AM-PCP-ID
                          TO WS-AT-PCP-ID (AT-IDX)
                       MOVE WS-AM-SECONDARY-TYPE
                          TO WS-AT-SECONDARY-TYPE (AT-IDX)
                    ELSE
                       DISPLAY 'WARNING: APPEALS MASTER TABLE CAPACITY O
      -                   'F 2000 ENTRIES EXCEEDED - APPEAL '
                          WS-AM-APPEAL-NO ' NOT LOADED'
                    END-IF
              END-READ
           END-PERFORM.
      *
           IF AMCODE = '00' OR '05' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED READING APPEALS MASTER FILE'
           END-IF.
      *
       0250-LOAD-DENIED-CLAIMS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE CUMULATIVE CLAIMS HISTORY FILE    *
      *    AND LOADS EVERY DENIED ('REJ') CLAIM INTO A TABLE, SO AN   *
      *    APPEAL CAN ONLY BE LOGGED AGAINST A CLAIM THE CLAIMS       *
      *    PROGRAM ACTUALLY DENIED.  RECORDS BEYOND THE TABLE'S       *
      *    CAPACITY ARE WARNED ABOUT INSTEAD OF VANISHING SILENTLY.   *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           PERFORM UNTIL END-OF-HISTFILE
              READ HISTFILE INTO WS-HIST-REC
                 AT END
                    MOVE 'Y' TO HISTFILE-FILE-SW
                 NOT AT END
                    ADD +1 TO HIST-RECS-READ
                    IF WS-HIST-DISPOSITION = 'REJ'
                       AND WS-HIST-POLICY-NO IS NUMERIC
                       PERFORM 0260-ADD-DENIED-CLAIM
                    END-IF
              END-READ
           END-PERFORM.
      *
           IF HSCODE = '00' OR '05' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED READING CLAIMS HISTORY FILE'
           END-IF.
      *
       0260-ADD-DENIED-CLAIM.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH ADDS ONE DENIED HISTORY RECORD TO THE       *
      *    DENIED-CLAIMS TABLE.  HISTORY WRITTEN BEFORE THE CLAIM     *
      *    DETAIL WAS CARRIED HAS SPACES THERE; THOSE FIELDS ARE      *
      *    LOADED AS ZERO SO AN OVERTURN KNOWS THE CLAIM MUST BE      *
      *    KEYED BY HAND.                                             *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0250-LOAD-DENIED-CLAIMS                                 *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           IF WS-DN-ENTRIES-LOADED < 5000
              ADD +1 TO WS-DN-ENTRIES-LOADED
              SET DN-IDX TO WS-DN-ENTRIES-LOADED
              MOVE WS-HIST-POLICY-NO    TO WS-DN-POLICY-NO (DN-IDX)
              MOVE WS-HIST-LAST-NAME    TO WS-DN-LAST-NAME (DN-IDX)
              MOVE WS-HIST-FIRST-NAME   TO WS-DN-FIRST-NAME (DN-IDX)
              MOVE WS-HIST-CLAIM-AMOUNT TO WS-DN-CLAIM-AMOUNT (DN-IDX)
              MOVE WS-HIST-RUN-DATE     TO WS-DN-RUN-DATE (DN-IDX)
              IF WS-HIST-POLICY-TYPE IS NUMERIC
                 AND WS-HIST-BENEFIT-DATE IS NUMERIC
                 AND WS-HIST-COINSURANCE IS NUMERIC
                 AND WS-HIST-SECONDARY-TYPE IS NUMERIC
                 MOVE WS-HIST-POLICY-TYPE
                                  TO WS-DN-POLICY-TYPE (DN-IDX)
                 MOVE WS-HIST-BENEFIT-DATE
                                  TO WS-DN-BENEFIT-DATE (DN-IDX)
                 MOVE WS-HIST-COINSURANCE
                                  TO WS-DN-COINSURANCE (DN-IDX)
                 MOVE WS-HIST-PCP-ID
                                  TO WS-DN-PCP-ID (DN-IDX)
                 MOVE WS-HIST-SECONDARY-TYPE
                                  TO WS-DN-SECONDARY-TYPE (DN-IDX)
              ELSE
                 MOVE ZERO        TO WS-DN-POLICY-TYPE (DN-IDX)
                                     WS-DN-BENEFIT-DATE (DN-IDX)
                                     WS-DN-COINSURANCE (DN-IDX)
                                     WS-DN-SECONDARY-TYPE (DN-IDX)
                 MOVE SPACES      TO WS-DN-PCP-ID (DN-IDX)
              END-IF
           ELSE
              DISPLAY 'WARNING: DENIED CLAIMS TABLE CAPACITY OF 5000 ENT
      -          'RIES EXCEEDED - POLICY ' WS-HIST-POLICY-NO
                 ' RUN ' WS-HIST-RUN-DATE ' NOT LOADED'
           END-IF.
      *
       0300-APPLY-TRANSACTIONS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE TRANSACTION FILE AND APPLIES EACH *
      *    TRANSACTION TO THE APPEALS TABLE VIA 0400-APPLY-ONE-TRAN.  *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0400-APPLY-ONE-TRAN                                     *
      *****************************************************************
      *
           PERFORM UNTIL END-OF-APPLTRAN-FILE
              READ APPLTRAN INTO WS-APPL-TRAN-REC
                 AT END
                    MOVE 'Y' TO APPLTRAN-FILE-SW
                 NOT AT END
                    ADD +1 TO TRANS-READ
                    PERFORM 0400-APPLY-ONE-TRAN
              END-READ
           END-PERFORM.
      *
           IF TRCODE = '00' OR '05' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED READING TRANSACTION FILE'
           END-IF.
      *
       0400-APPLY-ONE-TRAN.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH ROUTES ONE TRANSACTION BY ACTION CODE -     *
      *    'L' LOGS A NEW APPEAL, 'U' AND 'O' DECIDE AN OPEN ONE - AND *
      *    WRITES ITS ACTIVITY LINE.  A BAD ACTION CODE IS REJECTED.  *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0300-APPLY-TRANSACTIONS                                 *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0410-LOG-APPEAL                                         *
      *    -  0420-DECIDE-APPEAL                                      *
      *    -  0500-WRITE-ACTIVITY-LINE                                *
      *****************************************************************
      *
           MOVE SPACES TO WS-ACTIVITY-DETAIL.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE ZERO   TO ACTV-CLAIM-AMT-D.
           MOVE WS-TRN-APPEAL-NO   TO ACTV-APPEAL-D.
           MOVE WS-TRN-POLICY-NO   TO ACTV-POLICY-D.
           MOVE WS-TRN-CLAIM-RUN-DATE TO ACTV-CLAIM-RUN-D.
           MOVE WS-TRN-DATE        TO ACTV-TRN-DATE-D.
           MOVE WS-TRN-USER-ID     TO ACTV-USER-D.
      *
           EVALUATE TRUE
              WHEN TRN-LOG
                 MOVE 'LOG'      TO ACTV-ACTION-D
                 PERFORM 0410-LOG-APPEAL
              WHEN TRN-UPHOLD
                 MOVE 'UPHOLD'   TO ACTV-ACTION-D
                 PERFORM 0420-DECIDE-APPEAL
              WHEN TRN-OVERTURN
                 MOVE 'OVRTRN'   TO ACTV-ACTION-D
                 PERFORM 0420-DECIDE-APPEAL
              WHEN OTHER
                 MOVE WS-TRN-ACTION TO ACTV-ACTION-D
                 MOVE 'REJECTED - ACTION CODE MUST BE L, U OR O'
                                    TO WS-REJECT-REASON
           END-EVALUATE.
      *
           IF WS-REJECT-REASON NOT = SPACES
              ADD +1 TO TRANS-REJECTED
              MOVE WS-REJECT-REASON TO ACTV-RESULT-D
           ELSE
              ADD +1 TO TRANS-APPLIED
           END-IF.
      *
           PERFORM 0500-WRITE-ACTIVITY-LINE.
      *
       0410-LOG-APPEAL.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH EDITS AND LOGS ONE NEW APPEAL:              *
      *      - POLICY, CLAIM RUN DATE AND CLAIM AMOUNT MUST BE        *
      *        NUMERIC AND MUST MATCH A DENIED CLAIM ON HISTORY       *
      *      - THE RECEIVED DATE MUST BE A VALID DATE NO LATER THAN   *
      *        THE RUN DATE                                           *
      *      - ONLY ONE OPEN APPEAL IS ALLOWED PER CLAIM              *
      *    THE APPEAL GETS THE NEXT APPEAL NUMBER AND A DECISION-DUE  *
      *    DATE OF THE RECEIVED DATE PLUS THE STANDARD OR EXPEDITED   *
      *    WINDOW, AND COPIES THE CLAIM DETAIL FROM HISTORY.          *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0400-APPLY-ONE-TRAN                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0450-SEARCH-DENIED-CLAIMS                               *
      *    -  0460-SEARCH-OPEN-APPEALS                                *
      *****************************************************************
      *
           IF WS-TRN-POLICY-NO IS NOT NUMERIC
              MOVE 'REJECTED - POLICY NUMBER MUST BE NUMERIC'
                                    TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND WS-TRN-CLAIM-RUN-DATE IS NOT NUMERIC
              MOVE 'REJECTED - CLAIM RUN DATE MUST BE NUMERIC'
                                    TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND WS-TRN-CLAIM-AMOUNT IS NOT NUMERIC
              MOVE 'REJECTED - CLAIM AMOUNT MUST BE NUMERIC'
                                    TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND WS-TRN-DATE IS NOT NUMERIC
              MOVE 'REJECTED - RECEIVED DATE MUST BE NUMERIC'
                                    TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND FUNCTION TEST-DATE-YYYYMMDD (WS-TRN-DATE-N) NOT = 0
              MOVE 'REJECTED - RECEIVED DATE IS NOT VALID'
                                    TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND WS-TRN-DATE-N > WS-RUN-DATE
              MOVE 'REJECTED - RECEIVED DATE IS AFTER RUN DATE'
                                    TO WS-REJECT-REASON
           END-IF.
      *
           IF WS-REJECT-REASON = SPACES
              MOVE WS-TRN-CLAIM-AMOUNT-N TO ACTV-CLAIM-AMT-D
              PERFORM 0450-SEARCH-DENIED-CLAIMS
              IF NOT DENIED-CLAIM-FOUND
                 MOVE 'REJECTED - NO DENIED CLAIM ON HISTORY'
                                    TO WS-REJECT-REASON
              END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
              PERFORM 0460-SEARCH-OPEN-APPEALS
              IF OPEN-APPEAL-FOUND
                 MOVE 'REJECTED - CLAIM HAS AN OPEN APPEAL'
                                    TO WS-REJECT-REASON
              END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND WS-AT-ENTRIES-LOADED NOT < 2000
              MOVE 'REJECTED - APPEALS MASTER TABLE IS FULL'
                                    TO WS-REJECT-REASON
           END-IF.
      *
           IF WS-REJECT-REASON = SPACES
              IF TRN-EXPEDITED
                 MOVE WS-EXP-DAYS TO WS-DAYS-ALLOWED
              ELSE
                 MOVE WS-DUE-DAYS TO WS-DAYS-ALLOWED
              END-IF
              ADD +1 TO WS-AT-ENTRIES-LOADED
              ADD 1  TO WS-HIGH-APPEAL-NO
              SET AT-IDX TO WS-AT-ENTRIES-LOADED
              SET DN-IDX TO WS-DN-FOUND-SUB
              MOVE WS-HIGH-APPEAL-NO TO WS-AT-APPEAL-NO (AT-IDX)
              MOVE WS-DN-POLICY-NO (DN-IDX)
                                     TO WS-AT-POLICY-NO (AT-IDX)
              MOVE WS-DN-LAST-NAME (DN-IDX)
                                     TO WS-AT-LAST-NAME (AT-IDX)
              MOVE WS-DN-FIRST-NAME (DN-IDX)
                                     TO WS-AT-FIRST-NAME (AT-IDX)
              MOVE WS-DN-CLAIM-AMOUNT (DN-IDX)
                                     TO WS-AT-CLAIM-AMOUNT (AT-IDX)
              MOVE WS-DN-RUN-DATE (DN-IDX)
                                     TO WS-AT-CLAIM-RUN-DATE (AT-IDX)
              IF TRN-EXPEDITED
                 MOVE 'E'            TO WS-AT-PRIORITY (AT-IDX)
              ELSE
                 MOVE 'S'            TO WS-AT-PRIORITY (AT-IDX)
              END-IF
              MOVE WS-TRN-DATE-N     TO WS-AT-RECEIVED-DATE (AT-IDX)
              COMPUTE WS-AT-DUE-DATE (AT-IDX) =
                 FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE (WS-TRN-DATE-N)
                     + WS-DAYS-ALLOWED)
              MOVE 'OPEN'            TO WS-AT-STATUS (AT-IDX)
              MOVE ZERO              TO WS-AT-DECISION-DATE (AT-IDX)
              MOVE WS-TRN-USER-ID    TO WS-AT-USER-ID (AT-IDX)
              MOVE WS-DN-POLICY-TYPE (DN-IDX)
                                     TO WS-AT-POLICY-TYPE (AT-IDX)
              MOVE WS-DN-BENEFIT-DATE (DN-IDX)
                                     TO WS-AT-BENEFIT-DATE (AT-IDX)
              MOVE WS-DN-COINSURANCE (DN-IDX)
                                     TO WS-AT-COINSURANCE (AT-IDX)
              MOVE WS-DN-PCP-ID (DN-IDX)
                                     TO WS-AT-PCP-ID (AT-IDX)
              MOVE WS-DN-SECONDARY-TYPE (DN-IDX)
                                     TO WS-AT-SECONDARY-TYPE (AT-IDX)
              ADD +1 TO APPEALS-LOGGED
              MOVE WS-HIGH-APPEAL-NO TO ACTV-APPEAL-D
              MOVE WS-AT-DUE-DATE (AT-IDX) TO ACTV-DUE-DATE-D
              MOVE 'OPEN'            TO ACTV-STATUS-D
              MOVE 'APPEAL LOGGED'   TO ACTV-RESULT-D
           END-IF.
      *
       0420-DECIDE-APPEAL.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH EDITS AND APPLIES ONE DECISION:             *
      *      - THE APPEAL NUMBER MUST BE ON THE MASTER AND OPEN       *
      *      - THE DECISION DATE MUST BE A VALID DATE, NOT BEFORE THE *
      *        APPEAL WAS RECEIVED AND NOT AFTER THE RUN DATE         *
      *    'U' CLOSES THE APPEAL AS UPHELD.  'O' CLOSES IT AS         *
      *    OVERTURNED AND WRITES THE CLAIM TRANSACTION FOR THE NEXT   *
      *    CLAIMS RUN.                                                *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0400-APPLY-ONE-TRAN                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0470-SEARCH-APPEAL-NUMBER                               *
      *    -  0480-WRITE-CLAIM-TRANSACTION                            *
      *****************************************************************
      *
           IF WS-TRN-APPEAL-NO IS NOT NUMERIC
              MOVE 'REJECTED - APPEAL NUMBER MUST BE NUMERIC'
                                    TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
              PERFORM 0470-SEARCH-APPEAL-NUMBER
              IF APPEAL-FOUND
                 SET AT-IDX TO WS-AT-FOUND-SUB
                 MOVE WS-AT-POLICY-NO (AT-IDX)   TO ACTV-POLICY-D
                 MOVE WS-AT-CLAIM-RUN-DATE (AT-IDX)
                                                 TO ACTV-CLAIM-RUN-D
                 MOVE WS-AT-CLAIM-AMOUNT (AT-IDX)
                                                 TO ACTV-CLAIM-AMT-D
                 MOVE WS-AT-DUE-DATE (AT-IDX)    TO ACTV-DUE-DATE-D
                 MOVE WS-AT-STATUS (AT-IDX)      TO ACTV-STATUS-D
              ELSE
                 MOVE 'REJECTED - APPEAL IS NOT ON THE MASTER'
                                    TO WS-REJECT-REASON
              END-IF
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND NOT AT-APPEAL-OPEN (AT-IDX)
              MOVE 'REJECTED - APPEAL HAS ALREADY BEEN DECIDED'
                                    TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND WS-TRN-DATE IS NOT NUMERIC
              MOVE 'REJECTED - DECISION DATE MUST BE NUMERIC'
                                    TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND FUNCTION TEST-DATE-YYYYMMDD (WS-TRN-DATE-N) NOT = 0
              MOVE 'REJECTED - DECISION DATE IS NOT VALID'
                                    TO WS-REJECT-REASON
           END-IF.
           IF WS-REJECT-REASON = SPACES
              AND (WS-TRN-DATE-N < WS-AT-RECEIVED-DATE (AT-IDX)
                   OR WS-TRN-DATE-N > WS-RUN-DATE)
              MOVE 'REJECTED - DECISION DATE OUT OF RANGE'
                                    TO WS-REJECT-REASON
           END-IF.
      *
           IF WS-REJECT-REASON = SPACES
              MOVE WS-TRN-DATE-N     TO WS-AT-DECISION-DATE (AT-IDX)
              MOVE WS-TRN-USER-ID    TO WS-AT-USER-ID (AT-IDX)
              IF TRN-UPHOLD
                 MOVE 'UPHL'         TO WS-AT-STATUS (AT-IDX)
                 ADD +1 TO APPEALS-UPHELD
                 MOVE 'DENIAL UPHELD - APPEAL CLOSED'
                                     TO ACTV-RESULT-D
              ELSE
                 MOVE 'OVTN'         TO WS-AT-STATUS (AT-IDX)
                 ADD +1 TO APPEALS-OVERTURNED
                 PERFORM 0480-WRITE-CLAIM-TRANSACTION
              END-IF
              MOVE WS-AT-STATUS (AT-IDX) TO ACTV-STATUS-D
           END-IF.
      *
       0450-SEARCH-DENIED-CLAIMS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH SEARCHES THE DENIED-CLAIMS TABLE FOR THE    *
      *    TRANSACTION'S POLICY, CLAIM RUN DATE AND CLAIM AMOUNT.     *
      *    WHEN THE SAME CLAIM WAS DENIED MORE THAN ONCE THAT DAY THE *
      *    LAST HISTORY RECORD IS USED.                               *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0410-LOG-APPEAL                                         *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE 'N'    TO WS-DN-FOUND-SW.
           MOVE ZERO   TO WS-DN-FOUND-SUB.
      *
           PERFORM VARYING DN-IDX FROM 1 BY 1
              UNTIL DN-IDX > WS-DN-ENTRIES-LOADED
                 IF WS-DN-POLICY-NO (DN-IDX) = WS-TRN-POLICY-NO-N
                    AND WS-DN-RUN-DATE (DN-IDX) =
                        WS-TRN-CLAIM-RUN-DATE-N
                    AND WS-DN-CLAIM-AMOUNT (DN-IDX) =
                        WS-TRN-CLAIM-AMOUNT-N
                    MOVE 'Y' TO WS-DN-FOUND-SW
                    SET WS-DN-FOUND-SUB TO DN-IDX
                 END-IF
           END-PERFORM.
      *
       0460-SEARCH-OPEN-APPEALS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH CHECKS WHETHER THE CLAIM BEING APPEALED     *
      *    ALREADY HAS AN OPEN APPEAL ON THE MASTER.                  *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0410-LOG-APPEAL                                         *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE 'N'    TO WS-OPEN-FOUND-SW.
      *
           PERFORM VARYING AT-IDX FROM 1 BY 1
              UNTIL AT-IDX > WS-AT-ENTRIES-LOADED
                 IF WS-AT-POLICY-NO (AT-IDX) = WS-TRN-POLICY-NO-N
                    AND WS-AT-CLAIM-RUN-DATE (AT-IDX) =
                        WS-TRN-CLAIM-RUN-DATE-N
                    AND WS-AT-CLAIM-AMOUNT (AT-IDX) =
                        WS-TRN-CLAIM-AMOUNT-N
                    AND AT-APPEAL-OPEN (AT-IDX)
                    MOVE 'Y' TO WS-OPEN-FOUND-SW
                 END-IF
           END-PERFORM.
      *
       0470-SEARCH-APPEAL-NUMBER.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH SEARCHES THE APPEALS TABLE FOR THE          *
      *    TRANSACTION'S APPEAL NUMBER AND REMEMBERS THE MATCHING     *
      *    ENTRY.                                                     *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0420-DECIDE-APPEAL                                      *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE 'N'    TO WS-AT-FOUND-SW.
           MOVE ZERO   TO WS-AT-FOUND-SUB.
      *
           PERFORM VARYING AT-IDX FROM 1 BY 1
              UNTIL AT-IDX > WS-AT-ENTRIES-LOADED
                 IF WS-AT-APPEAL-NO (AT-IDX) = WS-TRN-APPEAL-NO-N
                    MOVE 'Y' TO WS-AT-FOUND-SW
                    SET WS-AT-FOUND-SUB TO AT-IDX
                 END-IF
           END-PERFORM.
      *
       0480-WRITE-CLAIM-TRANSACTION.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH REBUILDS THE DENIED CLAIM OF AN OVERTURNED  *
      *    APPEAL AS A NORMAL CLAIM TRANSACTION IN THE CLAIMREC       *
      *    LAYOUT FOR THE NEXT CLAIMS RUN.  THE POLICY AMOUNT AND     *
      *    DEDUCTIBLE PAID ARE LEFT ZERO SO CLAIMS ADJUDICATES THE    *
      *    CLAIM AGAINST THE POLICY MASTER'S CURRENT POSITION, AND    *
      *    THE CLAIM IS STAMPED AS RECEIVED ON THE DECISION DATE.  A  *
      *    CLAIM DENIED BEFORE HISTORY CARRIED THE CLAIM DETAIL       *
      *    CANNOT BE REBUILT AND IS FLAGGED TO BE KEYED BY HAND.      *
      *    EACH CLAIM WRITTEN IS ADDED TO THE AMOUNT HASH CARRIED ON  *
      *    THE CONTROL TRAILER.                                       *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0420-DECIDE-APPEAL                                      *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           IF WS-AT-POLICY-TYPE (AT-IDX) < 1
              OR WS-AT-POLICY-TYPE (AT-IDX) > 3
              OR WS-AT-BENEFIT-DATE (AT-IDX) = ZERO
              ADD +1 TO CLAIMS-KEY-MANUALLY
              MOVE 'OVERTURNED - NO CLAIM DETAIL, KEY BY HAND'
                                          TO ACTV-RESULT-D
           ELSE
              INITIALIZE CLAIM-RECORD-WS
              MOVE WS-AT-POLICY-NO (AT-IDX)     TO INSURED-POLICY-NO
              MOVE WS-AT-LAST-NAME (AT-IDX)     TO INSURED-LAST-NAME
              MOVE WS-AT-FIRST-NAME (AT-IDX)    TO INSURED-FIRST-NAME
              MOVE WS-AT-POLICY-TYPE (AT-IDX)   TO POLICY-TYPE
              MOVE WS-AT-BENEFIT-DATE (AT-IDX)  TO POLICY-BENEFIT-DATE
              MOVE ZERO                 TO POLICY-AMOUNT
                                           POLICY-DEDUCTIBLE-PAID
              MOVE WS-AT-COINSURANCE (AT-IDX)   TO POLICY-COINSURANCE
              MOVE WS-AT-CLAIM-AMOUNT (AT-IDX)  TO CLAIM-AMOUNT
              MOVE ZERO                         TO CLAIM-AMOUNT-PAID
              MOVE WS-AT-SECONDARY-TYPE (AT-IDX)
                                                TO SECONDARY-POLICY-TYPE
              MOVE 'N'                          TO CLAIM-TRANS-CODE
              MOVE WS-AT-DECISION-DATE (AT-IDX) TO CLAIM-RECEIVED-DATE
              MOVE WS-AT-PCP-ID (AT-IDX)        TO CLAIM-PCP-ID
              MOVE SPACES                       TO CLAIM-DIAG-CODE
              WRITE CLAIM-RECORD-WS
              IF CLCODE = '00'
                 ADD +1 TO CLAIMS-WRITTEN
                 ADD CLAIM-AMOUNT, CLAIM-AMOUNT-PAID
                                          TO CLAIMS-AMOUNT-HASH
                 MOVE 'OVERTURNED - CLAIM SENT TO NEXT CLAIMS RUN'
                                          TO ACTV-RESULT-D
              ELSE
                 ADD +1 TO CLAIMS-KEY-MANUALLY
                 MOVE 'OVERTURNED - WRITE FAILED, KEY BY HAND'
                                          TO ACTV-RESULT-D
                 DISPLAY 'ERROR ENCOUNTERED WRITING TO APPEAL CLAIMS FIL
      -             'E'
              END-IF
           END-IF.
      *
       0500-WRITE-ACTIVITY-LINE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES ONE ACTIVITY DETAIL LINE AND CHECKS  *
      *    THE FILE STATUS.                                           *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0400-APPLY-ONE-TRAN                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           WRITE APPL-RPT-REC FROM WS-ACTIVITY-DETAIL.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO APPEALS REPORT FILE'
           END-IF.
      *
       0600-WRITE-NEW-MASTER.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES THE UPDATED APPEALS TABLE TO THE NEW *
      *    APPEALS MASTER FILE.  DECIDED APPEALS STAY ON THE MASTER   *
      *    AS THE RECORD OF THE DECISION.                             *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           PERFORM VARYING AT-IDX FROM 1 BY 1
              UNTIL AT-IDX > WS-AT-ENTRIES-LOADED
                 INITIALIZE WS-APPL-MSTR-REC
                 MOVE WS-AT-APPEAL-NO (AT-IDX)     TO WS-AM-APPEAL-NO
                 MOVE WS-AT-POLICY-NO (AT-IDX)     TO WS-AM-POLICY-NO
                 MOVE WS-AT-LAST-NAME (AT-IDX)     TO WS-AM-LAST-NAME
                 MOVE WS-AT-FIRST-NAME (AT-IDX)    TO WS-AM-FIRST-NAME
                 MOVE WS-AT-CLAIM-AMOUNT (AT-IDX)
                                              TO WS-AM-CLAIM-AMOUNT
                 MOVE WS-AT-CLAIM-RUN-DATE (AT-IDX)
                                              TO WS-AM-CLAIM-RUN-DATE
                 MOVE WS-AT-PRIORITY (AT-IDX)      TO WS-AM-PRIORITY
                 MOVE WS-AT-RECEIVED-DATE (AT-IDX)
                                              TO WS-AM-RECEIVED-DATE
                 MOVE WS-AT-DUE-DATE (AT-IDX)      TO WS-AM-DUE-DATE
                 MOVE WS-AT-STATUS (AT-IDX)        TO WS-AM-STATUS
                 MOVE WS-AT-DECISION-DATE (AT-IDX)
                                              TO WS-AM-DECISION-DATE
                 MOVE WS-AT-USER-ID (AT-IDX)       TO WS-AM-USER-ID
                 MOVE WS-AT-POLICY-TYPE (AT-IDX)   TO WS-AM-POLICY-TYPE
                 MOVE WS-AT-BENEFIT-DATE (AT-IDX)
                                              TO WS-AM-BENEFIT-DATE
                 MOVE WS-AT-COINSURANCE (AT-IDX)   TO WS-AM-COINSURANCE
                 MOVE WS-AT-PCP-ID (AT-IDX)        TO WS-AM-PCP-ID
                 MOVE WS-AT-SECONDARY-TYPE (AT-IDX)
                                              TO WS-AM-SECONDARY-TYPE
                 WRITE NEW-APPL-REC FROM WS-APPL-MSTR-REC
                 IF NMCODE = '00'
                    ADD +1 TO MASTER-RECS-WRITTEN
                 ELSE
                    DISPLAY 'ERROR ENCOUNTERED WRITING NEW APPEALS MASTE
      -                'R FILE'
                 END-IF
           END-PERFORM.
      *
       0650-WRITE-AGING-REPORT.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH LISTS EVERY APPEAL STILL OPEN AFTER THIS    *
      *    RUN'S TRANSACTIONS, WITH THE DAYS IT HAS BEEN OPEN AND THE *
      *    DAYS LEFT BEFORE ITS REGULATORY DECISION-DUE DATE          *
      *    (NEGATIVE ONCE OVERDUE), BUCKETED AS OVERDUE, DUE WITHIN   *
      *    7 DAYS, DUE IN 8-14 DAYS OR DUE LATER.                     *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0660-WRITE-AGING-LINE                                   *
      *****************************************************************
      *
           MOVE WS-RUN-DATE TO AGING-RUN-DATE-H.
      *
           WRITE APPL-RPT-REC FROM WS-REPORT-BLANK-LINE.
           WRITE APPL-RPT-REC FROM WS-REPORT-BLANK-LINE.
           WRITE APPL-RPT-REC FROM WS-AGING-HEADER-1.
           WRITE APPL-RPT-REC FROM WS-AGING-HEADER-2.
           WRITE APPL-RPT-REC FROM WS-REPORT-BLANK-LINE.
           WRITE APPL-RPT-REC FROM WS-AGING-HEADER-3.
           WRITE APPL-RPT-REC FROM WS-AGING-HEADER-4.
      *
           PERFORM VARYING AT-IDX FROM 1 BY 1
              UNTIL AT-IDX > WS-AT-ENTRIES-LOADED
                 IF AT-APPEAL-OPEN (AT-IDX)
                    PERFORM 0660-WRITE-AGING-LINE
                 END-IF
           END-PERFORM.
      *
           IF OPEN-TOTAL = 0
              WRITE APPL-RPT-REC FROM WS-AGING-NONE-LINE
           END-IF.
      *
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO APPEALS REPORT FILE'
           END-IF.
      *
       0660-WRITE-AGING-LINE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH AGES ONE OPEN APPEAL AGAINST THE RUN DATE,  *
      *    WRITES ITS AGING LINE AND ADDS IT TO THE BUCKET TOTALS.    *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0650-WRITE-AGING-REPORT                                 *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           COMPUTE WS-DAYS-OPEN = WS-RUN-DATE-INT -
              FUNCTION INTEGER-OF-DATE (WS-AT-RECEIVED-DATE (AT-IDX)).
           COMPUTE WS-DAYS-LEFT =
              FUNCTION INTEGER-OF-DATE (WS-AT-DUE-DATE (AT-IDX))
              - WS-RUN-DATE-INT.
      *
           MOVE WS-AT-APPEAL-NO (AT-IDX)     TO AGING-APPEAL-D.
           MOVE WS-AT-POLICY-NO (AT-IDX)     TO AGING-POLICY-D.
           MOVE SPACES                       TO AGING-NAME-D.
           STRING WS-AT-FIRST-NAME (AT-IDX)  DELIMITED BY SPACE
                  ' '                        DELIMITED BY SIZE
                  WS-AT-LAST-NAME (AT-IDX)   DELIMITED BY SPACE
                    INTO AGING-NAME-D.
           MOVE WS-AT-CLAIM-AMOUNT (AT-IDX)  TO AGING-CLAIM-AMT-D.
           MOVE WS-AT-PRIORITY (AT-IDX)      TO AGING-PRIORITY-D.
           MOVE WS-AT-RECEIVED-DATE (AT-IDX) TO AGING-RECEIVED-D.
           MOVE WS-AT-DUE-DATE (AT-IDX)      TO AGING-DUE-D.
           MOVE WS-DAYS-OPEN                 TO AGING-DAYS-OPEN-D.
           MOVE WS-DAYS-LEFT                 TO AGING-DAYS-LEFT-D.
      *
           EVALUATE TRUE
              WHEN WS-DAYS-LEFT < 0
                 MOVE 'OVERDUE'       TO AGING-BUCKET-D
                 ADD +1 TO OPEN-OVERDUE
                 ADD WS-AT-CLAIM-AMOUNT (AT-IDX)
                                      TO OVERDUE-CLAIM-AMOUNT
              WHEN WS-DAYS-LEFT < 8
                 MOVE 'DUE THIS WEEK' TO AGING-BUCKET-D
                 ADD +1 TO OPEN-DUE-THIS-WEEK
              WHEN WS-DAYS-LEFT < 15
                 MOVE 'DUE NEXT WEEK' TO AGING-BUCKET-D
                 ADD +1 TO OPEN-DUE-NEXT-WEEK
              WHEN OTHER
                 MOVE 'DUE LATER'     TO AGING-BUCKET-D
                 ADD +1 TO OPEN-DUE-LATER
           END-EVALUATE.
      *
           ADD +1 TO OPEN-TOTAL.
           ADD WS-AT-CLAIM-AMOUNT (AT-IDX) TO OPEN-CLAIM-AMOUNT.
      *
           WRITE APPL-RPT-REC FROM WS-AGING-DETAIL.
      *
       0700-WRITE-REPORT-TOTALS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES THE TRANSACTION, DECISION, CLAIM AND *
      *    AGING-BUCKET COUNTS TO THE REPORT AND SETS RETURN CODE 4   *
      *    WHEN A TRANSACTION WAS REJECTED OR AN APPEAL IS OVERDUE.   *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           WRITE APPL-RPT-REC FROM WS-REPORT-BLANK-LINE.
           WRITE APPL-RPT-REC FROM WS-REPORT-BLANK-LINE.
           WRITE APPL-RPT-REC FROM WS-TOTALS-HEADER.
           WRITE APPL-RPT-REC FROM WS-REPORT-BLANK-LINE.
      *
           MOVE 'HISTORY RECORDS READ:  '     TO RPT-TOTAL-LABEL.
           MOVE HIST-RECS-READ                TO RPT-TOTAL-COUNT.
           WRITE APPL-RPT-REC FROM WS-REPORT-TOTAL-LINE.
      *
           MOVE 'DENIED CLAIMS AVAILABLE TO APPEAL:  '
                                              TO RPT-TOTAL-LABEL.
           MOVE WS-DN-ENTRIES-LOADED          TO RPT-TOTAL-COUNT.
           WRITE APPL-RPT-REC FROM WS-REPORT-TOTAL-LINE.
      *
           MOVE 'TOTAL TRANSACTIONS READ:  '  TO RPT-TOTAL-LABEL.
           MOVE TRANS-READ                    TO RPT-TOTAL-COUNT.
           WRITE APPL-RPT-REC FROM WS-REPORT-TOTAL-LINE.
      *
           MOVE 'TOTAL TRANSACTIONS APPLIED:  ' TO RPT-TOTAL-LABEL.
           MOVE TRANS-APPLIED                 TO RPT-TOTAL-COUNT.
           WRITE APPL-RPT-REC FROM WS-REPORT-TOTAL-LINE.
      *
           MOVE 'TOTAL TRANSACTIONS REJECTED:  ' TO RPT-TOTAL-LABEL.
           MOVE TRANS-REJECTED                TO RPT-TOTAL-COUNT.
           WRITE APPL-RPT-REC FROM WS-REPORT-TOTAL-LINE.
      *
           MOVE 'APPEALS LOGGED:  '           TO RPT-TOTAL-LABEL.
           MOVE APPEALS-LOGGED                TO RPT-TOTAL-COUNT.
           WRITE APPL-RPT-REC FROM WS-REPORT-TOTAL-LINE.
      *
           MOVE 'APPEALS UPHELD:  '           TO RPT-TOTAL-LABEL.
           MOVE APPEALS-UPHELD                TO RPT-TOTAL-COUNT.
           WRITE APPL-RPT-REC FROM WS-REPORT-TOTAL-LINE.
      *
           MOVE 'APPEALS OVERTURNED:  '       TO RPT-TOTAL-LABEL.
           MOVE APPEALS-OVERTURNED            TO RPT-TOTAL-COUNT.
           WRITE APPL-RPT-REC FROM WS-REPORT-TOTAL-LINE.
      *
           MOVE 'CLAIM TRANSACTIONS WRITTEN:  ' TO RPT-TOTAL-LABEL.
           MOVE CLAIMS-WRITTEN                TO RPT-TOTAL-COUNT.
           WRITE APPL-RPT-REC FROM WS-REPORT-TOTAL-LINE.
      *
           MOVE 'OVERTURNED CLAIMS TO KEY BY HAND:  '
                                              TO RPT-TOTAL-LABEL.
           MOVE CLAIMS-KEY-MANUALLY           TO RPT-TOTAL-COUNT.
           WRITE APPL-RPT-REC FROM WS-REPORT-TOTAL-LINE.
      *
           WRITE APPL-RPT-REC FROM WS-REPORT-BLANK-LINE.
      *
           MOVE 'OPEN APPEALS - OVERDUE:  '   TO RPT-TOTAL-LABEL.
           MOVE OPEN-OVERDUE                  TO RPT-TOTAL-COUNT.
           WRITE APPL-RPT-REC FROM WS-REPORT-TOTAL-LINE.
      *
           MOVE 'OPEN APPEALS - DUE THIS WEEK:  ' TO RPT-TOTAL-LABEL.
           MOVE OPEN-DUE-THIS-WEEK            TO RPT-TOTAL-COUNT.
           WRITE APPL-RPT-REC FROM WS-REPORT-TOTAL-LINE.
      *
           MOVE 'OPEN APPEALS - DUE NEXT WEEK:  ' TO RPT-TOTAL-LABEL.
           MOVE OPEN-DUE-NEXT-WEEK            TO RPT-TOTAL-COUNT.
           WRITE APPL-RPT-REC FROM WS-REPORT-TOTAL-LINE.
      *
           MOVE 'OPEN APPEALS - DUE LATER:  ' TO RPT-TOTAL-LABEL.
           MOVE OPEN-DUE-LATER                TO RPT-TOTAL-COUNT.
           WRITE APPL-RPT-REC FROM WS-REPORT-TOTAL-LINE.
      *
           MOVE 'TOTAL OPEN APPEALS:  '       TO RPT-TOTAL-LABEL.
           MOVE OPEN-TOTAL                    TO RPT-TOTAL-COUNT.
           WRITE APPL-RPT-REC FROM WS-REPORT-TOTAL-LINE.
      *
           MOVE 'CLAIM AMOUNT UNDER OPEN APPEAL:  '
                                              TO RPT-AMOUNT-LABEL.
           MOVE OPEN-CLAIM-AMOUNT             TO RPT-AMOUNT-O.
           WRITE APPL-RPT-REC FROM WS-REPORT-AMOUNT-LINE.
      *
           MOVE 'CLAIM AMOUNT UNDER OVERDUE APPEAL:  '
                                              TO RPT-AMOUNT-LABEL.
           MOVE OVERDUE-CLAIM-AMOUNT          TO RPT-AMOUNT-O.
           WRITE APPL-RPT-REC FROM WS-REPORT-AMOUNT-LINE.
      *
           MOVE 'MASTER RECORDS WRITTEN:  '   TO RPT-TOTAL-LABEL.
           MOVE MASTER-RECS-WRITTEN           TO RPT-TOTAL-COUNT.
           WRITE APPL-RPT-REC FROM WS-REPORT-TOTAL-LINE.
      *
           IF TRANS-REJECTED > 0 OR OPEN-OVERDUE > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
      *
       0750-WRITE-CLAIMS-TRAILER.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH ENDS THE APPEAL CLAIMS FILE WITH THE        *
      *    CONTROL TRAILER (CLAIMTRL) CARRYING THE NUMBER OF CLAIMS   *
      *    WRITTEN AND THEIR AMOUNT HASH.  THE TRAILER IS WRITTEN     *
      *    EVEN WHEN NO APPEAL WAS OVERTURNED, SO THE NEXT CLAIMS RUN *
      *    CAN PROVE IT RECEIVED THE WHOLE FILE.                      *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE SPACES                 TO CLAIM-TRAILER-WS.
           SET CLAIM-CONTROL-TRAILER   TO TRUE.
           MOVE 'APPEALS'              TO CLM-TRL-PROGRAM-ID.
           MOVE CLAIMS-WRITTEN         TO CLM-TRL-RECORD-COUNT.
           MOVE CLAIMS-AMOUNT-HASH     TO CLM-TRL-AMOUNT-HASH.
           WRITE CLAIM-TRAILER-WS.
           IF CLCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING APPEAL CLAIMS TRAILER'
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
           CLOSE APPLMSTR.
           IF AMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING APPEALS MASTER FILE'
           END-IF.
      *
           CLOSE APPLTRAN.
           IF TRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING TRANSACTION FILE'
           END-IF.
      *
           CLOSE HISTFILE.
           IF HSCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING CLAIMS HISTORY FILE'
           END-IF.
      *
           CLOSE NEWAPPL.
           IF NMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING NEW APPEALS MASTER'
           END-IF.
      *
           CLOSE APPLCLM.
           IF CLCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING APPEAL CLAIMS FILE'
           END-IF.
      *
           CLOSE APPLRPT.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING APPEALS REPORT FILE'
           END-IF.
