       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PATBILL.
       AUTHOR. DORETHA RILEY.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. CURRENT-DATE.
       SECURITY. NON-CONFIDENTIAL.
      *
      *****************************************************************
      *  DESCRIPTION                                                  *
      *    THIS PROGRAM BILLS PATIENTS FOR THEIR OWN SHARE OF EACH    *
      *    HOSPITAL STAY.  IT KEEPS A RUNNING PATIENT BALANCE FILE,   *
      *    KEYED BY PATIENT NUMBER, WITH THE BALANCE HELD IN CURRENT, *
      *    30, 60, 90 AND OVER-120 DAY AGING BUCKETS.                 *
      *                                                               *
      *    EVERY RUN:                                                 *
      *      - THE PATIENT-RESPONSIBILITY AMOUNT (COPAY PLUS          *
      *        DEDUCTIBLE) OF EACH GOOD STAY HOSPEDIT WROTE TO        *
      *        HOSPOUT IS POSTED TO THE PATIENT'S CURRENT BUCKET,     *
      *        OPENING A BALANCE ACCOUNT THE FIRST TIME A PATIENT IS  *
      *        BILLED.                                                *
      *      - PATIENT PAYMENT TRANSACTIONS ARE EDITED AND POSTED     *
      *        AGAINST THE OLDEST BUCKET FIRST.  A PAYMENT LARGER     *
      *        THAN THE BALANCE LEAVES A CREDIT IN THE CURRENT        *
      *        BUCKET.  EVERY PAYMENT, POSTED OR REJECTED, IS LISTED  *
      *        ON THE POSTING JOURNAL.                                *
      *                                                               *
      *    MONTH-END RUN (STATEMENTS=Y CONTROL CARD):                 *
      *      - EVERY ACCOUNT WITH A BALANCE GETS A MAILABLE           *
      *        STATEMENT IN THE PATIENT MASTER NAME, SHOWING THE      *
      *        PERIOD'S CHARGES AND PAYMENTS AND THE CURRENT/30/60/90 *
      *        DAY AGING.                                             *
      *      - AN ACCOUNT WITH MONEY PAST 120 DAYS IS REFERRED TO     *
      *        COLLECTIONS INSTEAD - ONE RECORD ON THE COLLECTIONS    *
      *        EXTRACT - AND IS MARKED SO IT IS NOT REFERRED (OR      *
      *        STATEMENTED) AGAIN UNTIL IT IS PAID IN FULL.           *
      *      - EVERY ACCOUNT IS THEN AGED ONE MONTH (CURRENT TO 30,   *
      *        30 TO 60, 60 TO 90, 90 INTO OVER-120).                 *
      *                                                               *
      *    CONTROL CARDS (KEYWORD=VALUE, ONE PER RECORD, OPTIONAL):   *
      *      STATEMENTS=Y|N   (DEFAULT N - POSTING ONLY)              *
      *      STMTDATE=CCYYMMDD (DEFAULT TODAY'S DATE)                 *
      *      CYCLEOVR=Y       (REPOST A CYCLE ALREADY POSTED)         *
      *                                                               *
      *    RERUN PROTECTION:                                          *
      *      - THE HOSPOUT CYCLE IS THE HOSPEDIT ENTRY'S DATE ON THE  *
      *        SHARED CYCLE CONTROL FILE.  PATBILL'S OWN ENTRY KEEPS  *
      *        THE LAST CYCLE IT POSTED, AND A RUN FOR A CYCLE NOT    *
      *        LATER THAN THAT (OR BEFORE HOSPEDIT HAS POSTED THE     *
      *        CYCLE) IS REFUSED WITHOUT CYCLEOVR=Y.                  *
      *      - A STATEMENT RUN WHOSE STMTDATE IS NOT LATER THAN THE   *
      *        LAST STATEMENT DATE ON THE BALANCE FILE IS REFUSED, SO *
      *        NO ACCOUNT IS STATEMENTED OR AGED TWICE.               *
      *                                                               *
      *    INPUT FILES:                                               *
      *      RTPOT44.HOSPEDIT.HOSPOUT (GOOD STAY RECORDS)             *
      *      INTERNAL FILE NAME:  HOSPOUT                             *
      *      JCL DD NAME:         HOSPOUT                             *
      *                                                               *
      *      RTPOT44.PATPAY.DATA (PATIENT PAYMENT TRANSACTIONS)       *
      *      INTERNAL FILE NAME:  PATPAY                              *
      *      JCL DD NAME:         PATPAY                              *
      *                                                               *
      *      RTPOT44.PATMSTR.DATA (PATIENT MASTER, KEYED)             *
      *      INTERNAL FILE NAME:  PATMSTR                             *
      *      JCL DD NAME:         PATMSTR                             *
      *                                                               *
      *      RTPOT44.PATBILL.PARMS (CONTROL CARDS)                    *
      *      INTERNAL FILE NAME:  PARMFILE                            *
      *      JCL DD NAME:         PARMFILE                            *
      *                                                               *
      *    UPDATE FILES:                                              *
      *      RTPOT44.PATBAL.DATA (PATIENT BALANCE FILE, KEYED)        *
      *      INTERNAL FILE NAME:  PATBAL                              *
      *      JCL DD NAME:         PATBAL                              *
      *                                                               *
      *      RTPOT44.CYCLE.CONTROL (SHARED CYCLE CONTROL FILE)        *
      *      INTERNAL FILE NAME:  CYCLECTL                            *
      *      JCL DD NAME:         CYCLECTL                            *
      *                                                               *
      *    OUTPUT FILES:                                              *
      *      DD SYSOUT=* (POSTING JOURNAL AND CONTROL REPORT)         *
      *      INTERNAL FILE NAME:  BILLRPT                             *
      *      JCL DD NAME:         BILLRPT                             *
      *                                                               *
      *      RTPOT44.PATBILL.STMTFILE (PATIENT STATEMENTS)            *
      *      INTERNAL FILE NAME:  STMTFILE                            *
      *      JCL DD NAME:         STMTFILE                            *
      *                                                               *
      *      RTPOT44.PATBILL.COLLEXT (COLLECTIONS EXTRACT)            *
      *      INTERNAL FILE NAME:  COLLEXT                             *
      *      JCL DD NAME:         COLLEXT                             *
      *                                                               *
      *    JCL JOB: RTPOT44.LEARN.REUSABLE.JCL(PATBILL)               *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HOSPOUT  *>GOOD STAYS FROM HOSPEDIT
           ASSIGN TO HOSPOUT
             FILE STATUS IS HOCODE.
      *
           SELECT OPTIONAL PATPAY   *>PATIENT PAYMENT TRANSACTIONS
           ASSIGN TO PATPAY
             FILE STATUS IS PYCODE.
      *
           SELECT PATMSTR          *>PATIENT MASTER, KEYED
           ASSIGN TO PATMSTR
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS PMK-PATIENT-NBR
             FILE STATUS IS PMCODE.
      *
           SELECT PATBAL           *>PATIENT BALANCE FILE, KEYED
           ASSIGN TO PATBAL
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS PBK-PATIENT-NBR
             FILE STATUS IS PBCODE.
      *
           SELECT OPTIONAL PARMFILE *>RUN CONTROL CARDS
           ASSIGN TO PARMFILE
             FILE STATUS IS PRCODE.
      *
           SELECT BILLRPT          *>POSTING JOURNAL/CONTROL REPORT
           ASSIGN TO BILLRPT
             FILE STATUS IS RPCODE.
      *
           SELECT STMTFILE         *>PATIENT STATEMENTS
           ASSIGN TO STMTFILE
             FILE STATUS IS STCODE.
      *
           SELECT COLLEXT          *>COLLECTIONS EXTRACT
           ASSIGN TO COLLEXT
             FILE STATUS IS CXCODE.
      *
           SELECT OPTIONAL CYCLECTL *>SHARED CYCLE CONTROL FILE
           ASSIGN TO CYCLECTL
             FILE STATUS IS CYCODE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  HOSPOUT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS HOSP-OUT-REC.
      *
       01  HOSP-OUT-REC PIC X(133).
      *
       FD  PATPAY
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PAT-PAY-REC.
      *
       01  PAT-PAY-REC PIC X(80).
      *
       FD  PATMSTR
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PAT-MSTR-REC.
      *
       01  PAT-MSTR-REC.
           05  PMK-PATIENT-NBR    PIC 9(05).
           05  FILLER             PIC X(75).
      *
       FD  PATBAL
           RECORD CONTAINS 130 CHARACTERS
           DATA RECORD IS PAT-BAL-REC.
      *
       01  PAT-BAL-REC.
           05  PBK-PATIENT-NBR    PIC 9(05).
           05  FILLER             PIC X(125).
      *
       FD  PARMFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PARM-CARD-REC.
      *
       01  PARM-CARD-REC PIC X(80).
      *
       FD  BILLRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS BILL-RPT-REC.
      *
       01  BILL-RPT-REC PIC X(133).
      *
       FD  STMTFILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS STMT-REC.
      *
       01  STMT-REC PIC X(133).
      *
      *****************************************************************
      *  ONE RECORD PER ACCOUNT REFERRED TO THE COLLECTION AGENCY,    *
      *  CARRYING THE FULL BALANCE AND THE PART OF IT PAST 120 DAYS.  *
      *****************************************************************
      *
       FD  COLLEXT
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS COLL-EXT-REC.
      *
       01  COLL-EXT-REC.
           05  CX-PATIENT-NBR     PIC 9(05).
           05  CX-LAST-NAME       PIC X(10).
           05  CX-FIRST-NAME      PIC X(10).
           05  CX-TOTAL-BALANCE   PIC S9(07)V99.
           05  CX-OVER-120-AMT    PIC S9(07)V99.
           05  CX-LAST-CHARGE-DATE  PIC 9(08).
           05  CX-LAST-PAYMENT-DATE PIC 9(08).
           05  CX-REFERRAL-DATE   PIC 9(08).
           05  FILLER             PIC X(33).
      *
      *****************************************************************
      *  SHARED CYCLE CONTROL FILE - ONE RECORD PER PROGRAM IN THE    *
      *  NIGHTLY STREAM (SEE HOSPEDIT).  PATBILL'S RECORD CARRIES THE *
      *  LAST HOSPOUT CYCLE IT POSTED.                                *
      *****************************************************************
      *
       FD  CYCLECTL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CYCLE-CTL-REC.
      *
       01  CYCLE-CTL-REC.
           05  CYC-PROGRAM-ID     PIC X(08).
           05  CYC-CYCLE-DATE     PIC 9(08).
           05  CYC-POSTED-FLAG    PIC X(01).
           05  FILLER             PIC X(63).
      *
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-CODES.
          05 HOCODE               PIC X(02).
          05 PYCODE               PIC X(02).
          05 PMCODE               PIC X(02).
          05 PBCODE               PIC X(02).
          05 PRCODE               PIC X(02).
          05 RPCODE               PIC X(02).
          05 STCODE               PIC X(02).
          05 CXCODE               PIC X(02).
          05 CYCODE               PIC X(02).
      *
       01 WS-FILE-SWITCHES.
          05 HOSPOUT-FILE-SW      PIC X(01) VALUE SPACE.
             88 END-OF-HOSPOUT-FILE VALUE 'Y'.
          05 PATPAY-FILE-SW       PIC X(01) VALUE SPACE.
             88 END-OF-PATPAY-FILE  VALUE 'Y'.
          05 PATBAL-FILE-SW       PIC X(01) VALUE SPACE.
             88 END-OF-PATBAL-FILE  VALUE 'Y'.
          05 PARM-FILE-SW         PIC X(01) VALUE SPACE.
             88 END-OF-PARM-FILE    VALUE 'Y'.
      *
      *****************************************************************
      *  GOOD STAY IMAGE AS HOSPEDIT WRITES IT TO HOSPOUT (THE FIRST  *
      *  110 BYTES OF THE RECORD - SEE WS-HOSP-REC IN HOSPEDIT).      *
      *****************************************************************
      *
       01 WS-HOSP-REC.
          05 WS-HSP-PATIENT-NBR   PIC 9(05).
          05 WS-HSP-LAST-NAME     PIC X(10).
          05 WS-HSP-FIRST-NAME    PIC X(10).
          05 FILLER               PIC X(15).
          05 WS-HSP-DATE-ADMIT    PIC X(10).
          05 FILLER               PIC X(32).
          05 WS-HSP-COPAY         PIC S9(03).
          05 WS-HSP-DEDUCTIBLE    PIC S9(04).
          05 FILLER               PIC X(21).
          05 FILLER               PIC X(23).
      *
       01 WS-PAT-MSTR-REC.  *>PATIENT MASTER RECORD LAYOUT
          05 WS-PMST-PATIENT-NBR  PIC 9(05).
          05 WS-PMST-LAST-NAME    PIC X(10).
          05 WS-PMST-FIRST-NAME   PIC X(10).
          05 WS-PMST-STATUS       PIC X(01).
          05 WS-PMST-COV-EFF-DATE  PIC 9(08).
          05 WS-PMST-COV-TERM-DATE PIC 9(08).
          05 FILLER               PIC X(38).
      *
      *****************************************************************
      *  PATIENT BALANCE RECORD.  THE AGING BUCKETS ARE AS OF THE     *
      *  LAST STATEMENT RUN - CHARGES AND PAYMENTS SINCE THEN SIT IN  *
      *  CURRENT (PAYMENTS FIRST RELIEVE THE OLDEST BUCKET) AND EACH  *
      *  STATEMENT RUN AGES EVERY BUCKET ONE MONTH.  A CREDIT BALANCE *
      *  IS CARRIED AS A NEGATIVE CURRENT AMOUNT.                     *
      *****************************************************************
      *
       01 WS-PAT-BAL-REC.   *>PATIENT BALANCE RECORD LAYOUT
          05 WS-PB-PATIENT-NBR    PIC 9(05).
          05 WS-PB-LAST-NAME      PIC X(10).
          05 WS-PB-FIRST-NAME     PIC X(10).
          05 WS-PB-CURRENT-AMT    PIC S9(07)V99.
          05 WS-PB-30-DAY-AMT     PIC S9(07)V99.
          05 WS-PB-60-DAY-AMT     PIC S9(07)V99.
          05 WS-PB-90-DAY-AMT     PIC S9(07)V99.
          05 WS-PB-OVER-120-AMT   PIC S9(07)V99.
          05 WS-PB-PERIOD-CHARGES PIC S9(07)V99.
          05 WS-PB-PERIOD-PAYMENTS PIC S9(07)V99.
          05 WS-PB-LAST-CHARGE-DATE  PIC 9(08).
          05 WS-PB-LAST-PAYMENT-DATE PIC 9(08).
          05 WS-PB-LAST-STMT-DATE PIC 9(08).
          05 WS-PB-COLLECT-SW     PIC X(01).
             88 PB-IN-COLLECTIONS           VALUE 'Y'.
          05 WS-PB-COLLECT-DATE   PIC 9(08).
          05 FILLER               PIC X(09).
      *
       01 WS-PAT-PAY-REC.   *>PATIENT PAYMENT TRANSACTION LAYOUT
          05 WS-PAY-PATIENT-NBR   PIC X(05).
          05 WS-PAY-PATIENT-NBR-N REDEFINES WS-PAY-PATIENT-NBR
                                  PIC 9(05).
          05 WS-PAY-AMOUNT        PIC X(09).
          05 WS-PAY-AMOUNT-N REDEFINES WS-PAY-AMOUNT
                                  PIC 9(07)V99.
          05 WS-PAY-DATE          PIC X(08).
          05 WS-PAY-DATE-N REDEFINES WS-PAY-DATE
                                  PIC 9(08).
          05 WS-PAY-REFERENCE     PIC X(10).
          05 WS-PAY-USER-ID       PIC X(08).
          05 FILLER               PIC X(40).
      *
       01 WS-BILL-CONTROLS.
          05 WS-BAL-FOUND-SW      PIC X(01) VALUE 'N'.
             88 BALANCE-FOUND               VALUE 'Y'.
          05 WS-PAT-FOUND-SW      PIC X(01) VALUE 'N'.
             88 PATIENT-FOUND               VALUE 'Y'.
          05 WS-STATEMENT-RUN-SW  PIC X(01) VALUE 'N'.
             88 STATEMENT-RUN               VALUE 'Y'.
          05 WS-PARM-ERROR-SW     PIC X(01) VALUE 'N'.
             88 PARM-ERROR                  VALUE 'Y'.
          05 WS-PARM-KEYWORD      PIC X(20).
          05 WS-PARM-VALUE        PIC X(20).
          05 WS-STMT-DATE         PIC 9(08) VALUE 0.
          05 WS-CURRENT-DATE      PIC 9(08) VALUE 0.
          05 WS-CHARGE-AMT        PIC S9(07)V99 VALUE 0.
          05 WS-CHARGE-DATE       PIC 9(08) VALUE 0.
          05 WS-PAY-REMAINING     PIC S9(07)V99 VALUE 0.
          05 WS-BUCKET-APPLIED    PIC S9(07)V99 VALUE 0.
          05 WS-TOTAL-BALANCE     PIC S9(09)V99 VALUE 0.
          05 WS-90-AND-OVER-AMT   PIC S9(09)V99 VALUE 0.
          05 WS-LAST-STMT-DATE    PIC 9(08) VALUE 0.
      *
       01 WS-CYCLE-CONTROLS.
          05 WS-CYCLE-PROGRAM-ID  PIC X(08) VALUE 'PATBILL'.
          05 WS-CYCLE-SOURCE-ID   PIC X(08) VALUE 'HOSPEDIT'.
          05 WS-CYCLE-ACTIVE-SW   PIC X(01) VALUE 'N'.
             88 CYCLE-CONTROL-ACTIVE        VALUE 'Y'.
          05 WS-CYCLE-OVERRIDE-SW PIC X(01) VALUE 'N'.
             88 CYCLE-OVERRIDE              VALUE 'Y'.
          05 CYCLECTL-FILE-SW     PIC X(01) VALUE SPACE.
             88 END-OF-CYCLECTL             VALUE 'Y'.
          05 WS-CYC-ENTRIES       PIC S9(04) COMP VALUE 0.
          05 WS-CYC-OWN-SUB       PIC S9(04) COMP VALUE 0.
          05 WS-CYC-SRC-SUB       PIC S9(04) COMP VALUE 0.
          05 WS-CYC-SUB           PIC S9(04) COMP VALUE 0.
          05 WS-CYCLE-DATE        PIC 9(08) VALUE 0.
      *
       01 WS-CYCLE-TABLE.
          05 WS-CYC-ENTRY OCCURS 20 TIMES.
             10 WS-CYC-PROGRAM    PIC X(08).
             10 WS-CYC-DATE       PIC 9(08).
             10 WS-CYC-POSTED     PIC X(01).
      *
       01 COUNTERS-AND-ACCUMULATORS.
          05 STAYS-READ           PIC S9(07) COMP VALUE 0.
          05 CHARGES-POSTED       PIC S9(07) COMP VALUE 0.
          05 CHARGES-ZERO         PIC S9(07) COMP VALUE 0.
          05 CHARGES-NO-MASTER    PIC S9(07) COMP VALUE 0.
          05 ACCOUNTS-OPENED      PIC S9(07) COMP VALUE 0.
          05 PAYMENTS-READ        PIC S9(07) COMP VALUE 0.
          05 PAYMENTS-POSTED      PIC S9(07) COMP VALUE 0.
          05 PAYMENTS-REJECTED    PIC S9(07) COMP VALUE 0.
          05 COLLECT-PAID-OFF     PIC S9(07) COMP VALUE 0.
          05 ACCOUNTS-AGED        PIC S9(07) COMP VALUE 0.
          05 STATEMENTS-WRITTEN   PIC S9(07) COMP VALUE 0.
          05 ACCOUNTS-REFERRED    PIC S9(07) COMP VALUE 0.
          05 TOTAL-CHARGES-AMT    PIC S9(09)V99 VALUE 0.
          05 TOTAL-PAYMENTS-AMT   PIC S9(09)V99 VALUE 0.
          05 TOTAL-STMT-DUE-AMT   PIC S9(09)V99 VALUE 0.
          05 TOTAL-REFERRED-AMT   PIC S9(09)V99 VALUE 0.
      *
      *****************************************************************
      *  POSTING JOURNAL AND CONTROL REPORT LINES                     *
      *****************************************************************
      *
       01 WS-BILL-HEADER-1.
          05 FILLER               PIC X(43) VALUE SPACES.
          05 FILLER               PIC X(47) VALUE
                'PATIENT BILLING POSTING JOURNAL AND CONTROL RPT'.
          05 FILLER               PIC X(43) VALUE SPACES.
      *
       01 WS-BILL-HEADER-2.
          05 FILLER               PIC X(43) VALUE SPACES.
          05 FILLER               PIC X(47) VALUE ALL '='.
          05 FILLER               PIC X(43) VALUE SPACES.
      *
       01 WS-BILL-HEADER-3.
          05 FILLER               PIC X(10) VALUE 'RUN DATE: '.
          05 BILL-RUN-DATE-H      PIC 9999/99/99.
          05 FILLER               PIC X(05) VALUE SPACES.
          05 FILLER               PIC X(16) VALUE 'STATEMENT RUN: '.
          05 BILL-STMT-RUN-H      PIC X(03).
          05 FILLER               PIC X(05) VALUE SPACES.
          05 FILLER               PIC X(16) VALUE 'STATEMENT DATE: '.
          05 BILL-STMT-DATE-H     PIC 9999/99/99.
          05 FILLER               PIC X(58) VALUE SPACES.
      *
       01 WS-BILL-SECTION-LINE.
          05 BILL-SECTION-TITLE   PIC X(60).
          05 FILLER               PIC X(73) VALUE SPACES.
      *
       01 WS-PAY-HEADER-1.
          05 FILLER               PIC X(07) VALUE 'PATIENT'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(21) VALUE 'NAME'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE 'PAY DATE'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE 'REFERENCE'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(13) VALUE '       AMOUNT'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(14) VALUE '  BALANCE AFTR'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE 'USER'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(38) VALUE 'RESULT'.
      *
       01 WS-PAY-HEADER-2.
          05 FILLER               PIC X(07) VALUE ALL '-'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(21) VALUE ALL '-'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE ALL '-'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE ALL '-'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(13) VALUE ALL '-'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(14) VALUE ALL '-'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE ALL '-'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(38) VALUE ALL '-'.
      *
       01 WS-PAY-DETAIL.
          05 PAY-PATIENT-D        PIC X(07).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 PAY-NAME-D           PIC X(21).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 PAY-DATE-D           PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 PAY-REFERENCE-D      PIC X(10).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 PAY-AMOUNT-D         PIC $$,$$$,$$9.99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 PAY-BALANCE-D        PIC $$,$$$,$$9.99-.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 PAY-USER-D           PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 PAY-RESULT-D         PIC X(38).
      *
       01 WS-COLL-HEADER-1.
          05 FILLER               PIC X(07) VALUE 'PATIENT'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(21) VALUE 'NAME'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(14) VALUE ' TOTAL BALANCE'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(14) VALUE '  OVER 120 DAY'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(11) VALUE 'LAST CHARGE'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(56) VALUE 'LAST PAYMENT'.
      *
       01 WS-COLL-HEADER-2.
          05 FILLER               PIC X(07) VALUE ALL '-'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(21) VALUE ALL '-'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(14) VALUE ALL '-'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(14) VALUE ALL '-'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(11) VALUE ALL '-'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(12) VALUE ALL '-'.
          05 FILLER               PIC X(44) VALUE SPACES.
      *
       01 WS-COLL-DETAIL.
          05 COLL-PATIENT-D       PIC 9(05).
          05 FILLER               PIC X(04) VALUE SPACES.
          05 COLL-NAME-D          PIC X(21).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 COLL-BALANCE-D       PIC $$,$$$,$$9.99-.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 COLL-OVER-120-D      PIC $$,$$$,$$9.99-.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 COLL-LAST-CHARGE-D   PIC 9999/99/99.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 COLL-LAST-PAYMENT-D  PIC 9999/99/99.
          05 FILLER               PIC X(46) VALUE SPACES.
      *
       01 WS-BILL-NONE-LINE.
          05 FILLER               PIC X(09) VALUE SPACES.
          05 BILL-NONE-TEXT       PIC X(50).
          05 FILLER               PIC X(74) VALUE SPACES.
      *
       01 WS-BILL-TOTAL-LINE.
          05 BILL-TOTAL-LABEL     PIC X(45).
          05 BILL-TOTAL-COUNT     PIC ZZZ,ZZ9.
          05 FILLER               PIC X(81) VALUE SPACES.
      *
       01 WS-BILL-AMOUNT-LINE.
          05 BILL-AMOUNT-LABEL    PIC X(45).
          05 BILL-AMOUNT-O        PIC $$$$,$$$,$$9.99-.
          05 FILLER               PIC X(72) VALUE SPACES.
      *
       01 WS-BILL-BLANK-LINE      PIC X(133) VALUE SPACES.
      *
      *****************************************************************
      *  PATIENT STATEMENT LINES - ONE PAGE PER ACCOUNT               *
      *****************************************************************
      *
       01 STMT-HEADER-1.
          05 FILLER       PIC X(50)  VALUE SPACES.
          05 FILLER       PIC X(33)  VALUE
                'PATIENT ACCOUNT STATEMENT'.
          05 FILLER       PIC X(50)  VALUE SPACES.
      *
       01 STMT-HEADER-2.
          05 FILLER       PIC X(50)  VALUE SPACES.
          05 FILLER       PIC X(25)  VALUE ALL '-'.
          05 FILLER       PIC X(58)  VALUE SPACES.
      *
       01 STMT-NAME-LINE.
          05 FILLER           PIC X(09)  VALUE 'PATIENT: '.
          05 STMT-PATIENT-NBR-O PIC 9(05).
          05 FILLER           PIC X(05)  VALUE SPACES.
          05 FILLER           PIC X(06)  VALUE 'NAME: '.
          05 STMT-FIRST-NAME-O PIC X(10).
          05 FILLER           PIC X(01)  VALUE SPACE.
          05 STMT-LAST-NAME-O PIC X(10).
          05 FILLER           PIC X(05)  VALUE SPACES.
          05 FILLER           PIC X(16)  VALUE 'STATEMENT DATE: '.
          05 STMT-DATE-O      PIC 9999/99/99.
          05 FILLER           PIC X(56)  VALUE SPACES.
      *
       01 STMT-ACTIVITY-LINE.
          05 STMT-ACTIVITY-LABEL PIC X(34).
          05 STMT-ACTIVITY-AMT-O PIC $$,$$$,$$9.99CR.
          05 FILLER           PIC X(84)  VALUE SPACES.
      *
       01 STMT-LAST-PAY-LINE.
          05 FILLER           PIC X(34)  VALUE 'LAST PAYMENT RECEIVED:'.
          05 STMT-LAST-PAY-O  PIC 9999/99/99.
          05 FILLER           PIC X(89)  VALUE SPACES.
      *
       01 STMT-AGING-HEADER-1.
          05 FILLER       PIC X(15)  VALUE '        CURRENT'.
          05 FILLER       PIC X(03)  VALUE SPACES.
          05 FILLER       PIC X(15)  VALUE '        30 DAYS'.
          05 FILLER       PIC X(03)  VALUE SPACES.
          05 FILLER       PIC X(15)  VALUE '        60 DAYS'.
          05 FILLER       PIC X(03)  VALUE SPACES.
          05 FILLER       PIC X(15)  VALUE ' 90 DAYS + OVER'.
          05 FILLER       PIC X(03)  VALUE SPACES.
          05 FILLER       PIC X(15)  VALUE '     AMOUNT DUE'.
          05 FILLER       PIC X(46)  VALUE SPACES.
      *
       01 STMT-AGING-HEADER-2.
          05 FILLER       PIC X(15)  VALUE ALL '-'.
          05 FILLER       PIC X(03)  VALUE SPACES.
          05 FILLER       PIC X(15)  VALUE ALL '-'.
          05 FILLER       PIC X(03)  VALUE SPACES.
          05 FILLER       PIC X(15)  VALUE ALL '-'.
          05 FILLER       PIC X(03)  VALUE SPACES.
          05 FILLER       PIC X(15)  VALUE ALL '-'.
          05 FILLER       PIC X(03)  VALUE SPACES.
          05 FILLER       PIC X(15)  VALUE ALL '-'.
          05 FILLER       PIC X(46)  VALUE SPACES.
      *
       01 STMT-AGING-LINE.
          05 STMT-CURRENT-O   PIC $$,$$$,$$9.99CR.
          05 FILLER           PIC X(03)  VALUE SPACES.
          05 STMT-30-DAY-O    PIC $$,$$$,$$9.99CR.
          05 FILLER           PIC X(03)  VALUE SPACES.
          05 STMT-60-DAY-O    PIC $$,$$$,$$9.99CR.
          05 FILLER           PIC X(03)  VALUE SPACES.
          05 STMT-90-DAY-O    PIC $$,$$$,$$9.99CR.
          05 FILLER           PIC X(03)  VALUE SPACES.
          05 STMT-DUE-O       PIC $$,$$$,$$9.99CR.
          05 FILLER           PIC X(46)  VALUE SPACES.
      *
       01 STMT-MESSAGE-LINE.
          05 STMT-MESSAGE-O   PIC X(70).
          05 FILLER           PIC X(63)  VALUE SPACES.
      *
       01 STMT-STUB-LINE.
          05 FILLER           PIC X(45)  VALUE
                'PLEASE RETURN THIS PORTION WITH YOUR PAYMENT.'.
          05 FILLER           PIC X(05)  VALUE SPACES.
          05 FILLER           PIC X(09)  VALUE 'PATIENT: '.
          05 STMT-STUB-PATIENT-O PIC 9(05).
          05 FILLER           PIC X(05)  VALUE SPACES.
          05 FILLER           PIC X(12)  VALUE 'AMOUNT DUE: '.
          05 STMT-STUB-DUE-O  PIC $$,$$$,$$9.99CR.
          05 FILLER           PIC X(37)  VALUE SPACES.
      *
       01 STMT-CUT-LINE           PIC X(133) VALUE ALL '- '.
      *
       01 STMT-BLANK-LINE         PIC X(133) VALUE SPACES.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    MAIN PROCEDURE AREA.  POSTS THE STAY CHARGES, THEN THE     *
      *    PATIENT PAYMENTS, AND ON A STATEMENT RUN PRODUCES THE      *
      *    STATEMENTS AND COLLECTIONS REFERRALS AND AGES EVERY        *
      *    ACCOUNT, FINISHING WITH THE CONTROL TOTALS.  A CLEAN CLOSE *
      *    MARKS THE HOSPOUT CYCLE POSTED ON THE CYCLE CONTROL FILE.  *
      *                                                               *
      *  CALLED BY:                                                   *
      *    - NONE                                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    - 0000-HOUSEKEEPING                                        *
      *    - 0100-OPEN-FILES                                          *
      *    - 0150-CHECK-STATEMENT-DATE                                *
      *    - 0200-POST-STAY-CHARGES                                   *
      *    - 0300-POST-PAYMENTS                                       *
      *    - 0500-PRODUCE-STATEMENTS                                  *
      *    - 0700-WRITE-CONTROL-TOTALS                                *
      *    - 0800-CLOSE-FILES                                         *
      *    - 0850-MARK-CYCLE-POSTED                                   *
      *****************************************************************
      *
       PROCEDURE DIVISION.
           PERFORM 0000-HOUSEKEEPING.
           PERFORM 0100-OPEN-FILES.
           IF STATEMENT-RUN
              PERFORM 0150-CHECK-STATEMENT-DATE
           END-IF.
           PERFORM 0200-POST-STAY-CHARGES.
           PERFORM 0300-POST-PAYMENTS.
           IF STATEMENT-RUN
              PERFORM 0500-PRODUCE-STATEMENTS
           END-IF.
           PERFORM 0700-WRITE-CONTROL-TOTALS.
           PERFORM 0800-CLOSE-FILES.
           PERFORM 0850-MARK-CYCLE-POSTED.
           GOBACK.
      *
       0000-HOUSEKEEPING.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH INITIALIZES WORKING STORAGE VARIABLES,      *
      *    SETS THE RUN DATE, READS THE CONTROL CARDS AND CHECKS THE  *
      *    CYCLE CONTROL FILE.  A BAD CONTROL CARD OR A CYCLE ALREADY *
      *    POSTED STOPS THE RUN BEFORE ANY BALANCE IS TOUCHED.        *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0050-READ-PARM-FILE                                     *
      *    -  0070-CHECK-CYCLE-CONTROL                                *
      *****************************************************************
      *
           INITIALIZE WS-PAT-BAL-REC,
                      WS-PAT-PAY-REC,
                      WS-FILE-SWITCHES,
                      COUNTERS-AND-ACCUMULATORS.
      *
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE.
           MOVE WS-CURRENT-DATE             TO WS-STMT-DATE.
      *
           PERFORM 0050-READ-PARM-FILE.
      *
           IF PARM-ERROR
              DISPLAY 'PATBILL RUN STOPPED - INVALID CONTROL CARD(S), SE
      -              'E PRIOR MESSAGES'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      *
           PERFORM 0070-CHECK-CYCLE-CONTROL.
      *
       0050-READ-PARM-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE OPTIONAL KEYWORD=VALUE CONTROL    *
      *    CARDS.  STATEMENTS=Y MAKES THIS THE MONTH-END STATEMENT    *
      *    RUN; STMTDATE= OVERRIDES THE STATEMENT DATE; CYCLEOVR=Y    *
      *    ALLOWS A CYCLE ALREADY POSTED TO BE POSTED AGAIN.  AN      *
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
              WHEN 'STATEMENTS'
                 EVALUATE WS-PARM-VALUE (1:1)
                    WHEN 'Y'
                       MOVE 'Y' TO WS-STATEMENT-RUN-SW
                    WHEN 'N'
                       MOVE 'N' TO WS-STATEMENT-RUN-SW
                    WHEN OTHER
                       MOVE 'Y' TO WS-PARM-ERROR-SW
                       DISPLAY 'INVALID STATEMENTS VALUE ON CONTROL CARD
      -                   ': ' WS-PARM-VALUE
                 END-EVALUATE
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
              WHEN 'CYCLEOVR'
                 EVALUATE WS-PARM-VALUE (1:1)
                    WHEN 'Y'
                       MOVE 'Y' TO WS-CYCLE-OVERRIDE-SW
                    WHEN 'N'
                       MOVE 'N' TO WS-CYCLE-OVERRIDE-SW
                    WHEN OTHER
                       MOVE 'Y' TO WS-PARM-ERROR-SW
                       DISPLAY 'INVALID CYCLEOVR VALUE ON CONTROL '
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
       0070-CHECK-CYCLE-CONTROL.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH LOADS THE SHARED CYCLE CONTROL FILE AND     *
      *    VERIFIES THE HOSPOUT CYCLE MAY BE POSTED.  THE CYCLE IS    *
      *    THE DATE ON THE HOSPEDIT RECORD (THE FIRST RECORD WHEN     *
      *    THERE IS NONE).  THE RUN IS REFUSED WITHOUT A CYCLEOVR=Y   *
      *    CONTROL CARD WHEN:                                         *
      *      - PATBILL'S OWN RECORD IS MARKED POSTED FOR THIS CYCLE   *
      *        OR A LATER ONE - THE HOSPOUT ON HAND WAS ALREADY       *
      *        BILLED                                                 *
      *      - THE HOSPEDIT RECORD IS NOT MARKED POSTED - HOSPOUT IS  *
      *        LEFT OVER FROM THE LAST CYCLE OR FROM A FAILED RUN     *
      *    A MISSING CONTROL FILE LEAVES THE RUN UNPROTECTED (WITH A  *
      *    NOTICE), AS IN HOSPEDIT.                                   *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0000-HOUSEKEEPING                                       *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0075-LOAD-CYCLE-TABLE                                   *
      *    -  0080-FIND-CYCLE-ENTRIES                                 *
      *****************************************************************
      *
           PERFORM 0075-LOAD-CYCLE-TABLE.
      *
           IF WS-CYC-ENTRIES = 0
              DISPLAY 'PATBILL NOTE: NO CYCLE CONTROL FILE - THIS RUN IS
      -         ' NOT RERUN-PROTECTED'
           ELSE
              MOVE 'Y' TO WS-CYCLE-ACTIVE-SW
              PERFORM 0080-FIND-CYCLE-ENTRIES
              IF WS-CYC-SRC-SUB = 0
                 MOVE WS-CYC-DATE (1) TO WS-CYCLE-DATE
              ELSE
                 MOVE WS-CYC-DATE (WS-CYC-SRC-SUB) TO WS-CYCLE-DATE
                 IF WS-CYC-POSTED (WS-CYC-SRC-SUB) NOT = 'Y'
                    IF CYCLE-OVERRIDE
                       DISPLAY 'PATBILL OVERRIDE ACCEPTED - HOSPEDIT HAS
      -                  ' NOT POSTED CYCLE ' WS-CYCLE-DATE
                    ELSE
                       DISPLAY 'HOSPEDIT HAS NOT POSTED CYCLE '
                          WS-CYCLE-DATE ' - PATBILL RUN REFUSED'
                       DISPLAY '(SUPPLY CYCLEOVR=Y TO OVERRIDE)'
                       MOVE 12 TO RETURN-CODE
                       GOBACK
                    END-IF
                 END-IF
              END-IF
              IF WS-CYC-OWN-SUB > 0
                 IF WS-CYC-POSTED (WS-CYC-OWN-SUB) = 'Y'
                    AND WS-CYC-DATE (WS-CYC-OWN-SUB) NOT < WS-CYCLE-DATE
                    IF CYCLE-OVERRIDE
                       DISPLAY 'PATBILL OVERRIDE ACCEPTED - REPOSTING CY
      -                  'CLE ' WS-CYCLE-DATE
                    ELSE
                       DISPLAY 'PATBILL ALREADY POSTED THROUGH CYCLE '
                          WS-CYC-DATE (WS-CYC-OWN-SUB)
                          ' - HOSPOUT CYCLE ' WS-CYCLE-DATE
                          ' REFUSED (SUPPLY CYCLEOVR=Y TO OVERRIDE)'
                       MOVE 12 TO RETURN-CODE
                       GOBACK
                    END-IF
                 END-IF
              END-IF
              DISPLAY 'PATBILL POSTING HOSPOUT CYCLE ' WS-CYCLE-DATE
           END-IF.
      *
       0075-LOAD-CYCLE-TABLE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE SHARED CYCLE CONTROL FILE INTO    *
      *    THE CYCLE TABLE, ONE ENTRY PER PROGRAM RECORD.             *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0070-CHECK-CYCLE-CONTROL                                *
      *    -  0850-MARK-CYCLE-POSTED                                  *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE ZERO  TO WS-CYC-ENTRIES.
           MOVE SPACE TO CYCLECTL-FILE-SW.
      *
           OPEN INPUT CYCLECTL.
           IF CYCODE = '00' OR '05'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO CYCLECTL-FILE-SW
              DISPLAY 'ERROR ENCOUNTERED OPENING CYCLE CONTROL FILE, STA
      -         'TUS: ' CYCODE
           END-IF.
      *
           PERFORM UNTIL END-OF-CYCLECTL
              READ CYCLECTL
                 AT END
                    MOVE 'Y' TO CYCLECTL-FILE-SW
                 NOT AT END
                    IF WS-CYC-ENTRIES < 20
                       ADD +1 TO WS-CYC-ENTRIES
                       MOVE CYC-PROGRAM-ID
                          TO WS-CYC-PROGRAM (WS-CYC-ENTRIES)
                       MOVE CYC-CYCLE-DATE
                          TO WS-CYC-DATE (WS-CYC-ENTRIES)
                       MOVE CYC-POSTED-FLAG
                          TO WS-CYC-POSTED (WS-CYC-ENTRIES)
                    END-IF
              END-READ
           END-PERFORM.
      *
           IF CYCODE = '00' OR '10'
              CLOSE CYCLECTL
           END-IF.
      *
       0080-FIND-CYCLE-ENTRIES.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH LOCATES PATBILL'S OWN ENTRY AND THE         *
      *    HOSPEDIT ENTRY IN THE CYCLE TABLE (ZERO WHEN ABSENT).      *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0070-CHECK-CYCLE-CONTROL                                *
      *    -  0850-MARK-CYCLE-POSTED                                  *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE ZERO TO WS-CYC-OWN-SUB, WS-CYC-SRC-SUB.
           PERFORM VARYING WS-CYC-SUB FROM 1 BY 1
              UNTIL WS-CYC-SUB > WS-CYC-ENTRIES
                 IF WS-CYC-PROGRAM (WS-CYC-SUB) = WS-CYCLE-PROGRAM-ID
                    MOVE WS-CYC-SUB TO WS-CYC-OWN-SUB
                 END-IF
                 IF WS-CYC-PROGRAM (WS-CYC-SUB) = WS-CYCLE-SOURCE-ID
                    MOVE WS-CYC-SUB TO WS-CYC-SRC-SUB
                 END-IF
           END-PERFORM.
      *
       0100-OPEN-FILES.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH OPENS THE INPUT, UPDATE AND OUTPUT FILES,   *
      *    CHECKS EACH FILE STATUS, AND WRITES THE REPORT HEADERS.    *
      *    THE FIRST RUN FINDS NO BALANCE FILE, SO ONE IS CREATED     *
      *    EMPTY AND REOPENED FOR UPDATE.                             *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           OPEN INPUT HOSPOUT.
           IF HOCODE = '00' OR '05'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO HOSPOUT-FILE-SW
              DISPLAY 'ERROR ENCOUNTERED OPENING HOSPOUT STAY FILE, STAT
      -          'US: ' HOCODE
           END-IF.
      *
           OPEN INPUT PATPAY.
           IF PYCODE = '00' OR '05'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO PATPAY-FILE-SW
              DISPLAY 'ERROR ENCOUNTERED OPENING PAYMENT TRANSACTION FIL
      -          'E, STATUS: ' PYCODE
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
           OPEN I-O PATBAL.
           IF PBCODE = '35'
              OPEN OUTPUT PATBAL
              CLOSE PATBAL
              OPEN I-O PATBAL
           END-IF.
           IF PBCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING PATIENT BALANCE FILE, S
      -          'TATUS: ' PBCODE
           END-IF.
      *
           OPEN OUTPUT BILLRPT.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING BILLING REPORT FILE'
           END-IF.
      *
           OPEN OUTPUT STMTFILE.
           IF STCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING STATEMENT FILE'
           END-IF.
      *
           OPEN OUTPUT COLLEXT.
           IF CXCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING COLLECTIONS EXTRACT'
           END-IF.
      *
           MOVE WS-CURRENT-DATE TO BILL-RUN-DATE-H.
           MOVE WS-STMT-DATE    TO BILL-STMT-DATE-H.
           IF STATEMENT-RUN
              MOVE 'YES' TO BILL-STMT-RUN-H
           ELSE
              MOVE 'NO'  TO BILL-STMT-RUN-H
           END-IF.
      *
           WRITE BILL-RPT-REC FROM WS-BILL-BLANK-LINE.
           WRITE BILL-RPT-REC FROM WS-BILL-HEADER-1.
           WRITE BILL-RPT-REC FROM WS-BILL-HEADER-2.
           WRITE BILL-RPT-REC FROM WS-BILL-BLANK-LINE.
           WRITE BILL-RPT-REC FROM WS-BILL-HEADER-3.
           WRITE BILL-RPT-REC FROM WS-BILL-BLANK-LINE.
      *
       0150-CHECK-STATEMENT-DATE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    STATEMENT RUN ONLY.  THIS PARAGRAPH READS THE BALANCE FILE *
      *    FOR THE LATEST STATEMENT DATE ON ANY ACCOUNT.  A STMTDATE  *
      *    NOT LATER THAN THAT DATE WOULD STATEMENT AND AGE THE SAME  *
      *    ACCOUNTS A SECOND TIME, SO THE RUN IS STOPPED BEFORE ANY   *
      *    BALANCE IS TOUCHED.                                        *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0510-READ-NEXT-BALANCE                                  *
      *    -  0800-CLOSE-FILES                                        *
      *****************************************************************
      *
           MOVE ZERO TO WS-LAST-STMT-DATE.
           MOVE ZERO TO PBK-PATIENT-NBR.
           START PATBAL KEY IS NOT LESS THAN PBK-PATIENT-NBR
              INVALID KEY
                 MOVE 'Y' TO PATBAL-FILE-SW
           END-START.
      *
           PERFORM 0510-READ-NEXT-BALANCE.
           PERFORM UNTIL END-OF-PATBAL-FILE
              IF WS-PB-LAST-STMT-DATE IS NUMERIC
                 AND WS-PB-LAST-STMT-DATE > WS-LAST-STMT-DATE
                 MOVE WS-PB-LAST-STMT-DATE TO WS-LAST-STMT-DATE
              END-IF
              PERFORM 0510-READ-NEXT-BALANCE
           END-PERFORM.
           MOVE SPACE TO PATBAL-FILE-SW.
      *
           IF WS-STMT-DATE NOT > WS-LAST-STMT-DATE
              DISPLAY 'STMTDATE ' WS-STMT-DATE ' IS NOT LATER THAN THE L
      -          'AST STATEMENT DATE ' WS-LAST-STMT-DATE
              DISPLAY 'PATBILL RUN STOPPED - STATEMENTS FOR THAT DATE HA
      -          'VE ALREADY BEEN PRODUCED'
              PERFORM 0800-CLOSE-FILES
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      *
       0200-POST-STAY-CHARGES.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS EVERY GOOD STAY HOSPEDIT WROTE TO     *
      *    HOSPOUT AND POSTS ITS PATIENT-RESPONSIBILITY AMOUNT VIA    *
      *    0250-POST-ONE-CHARGE.                                      *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0250-POST-ONE-CHARGE                                    *
      *****************************************************************
      *
           PERFORM UNTIL END-OF-HOSPOUT-FILE
              READ HOSPOUT INTO WS-HOSP-REC
                 AT END
                    MOVE 'Y' TO HOSPOUT-FILE-SW
                 NOT AT END
                    ADD +1 TO STAYS-READ
                    PERFORM 0250-POST-ONE-CHARGE
              END-READ
           END-PERFORM.
      *
           IF HOCODE = '00' OR '05' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED READING HOSPOUT STAY FILE, STAT
      -          'US: ' HOCODE
           END-IF.
      *
       0250-POST-ONE-CHARGE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH POSTS ONE STAY'S COPAY PLUS DEDUCTIBLE TO   *
      *    THE PATIENT'S CURRENT BUCKET.  A STAY WITH NOTHING OWED BY *
      *    THE PATIENT IS COUNTED AND SKIPPED.  THE ACCOUNT NAME IS   *
      *    TAKEN FROM THE PATIENT MASTER, FALLING BACK TO THE NAME ON *
      *    THE STAY WHEN THE PATIENT IS NOT ON THE MASTER.            *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0200-POST-STAY-CHARGES                                  *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0400-READ-BALANCE-RECORD                                *
      *    -  0450-READ-PATIENT-MASTER                                *
      *    -  0410-WRITE-BALANCE-RECORD                               *
      *    -  0420-REWRITE-BALANCE-RECORD                             *
      *****************************************************************
      *
           IF WS-HSP-PATIENT-NBR IS NOT NUMERIC
              DISPLAY 'WARNING: HOSPOUT RECORD ' STAYS-READ
                 ' HAS A NON-NUMERIC PATIENT NUMBER - NOT BILLED'
           ELSE
              COMPUTE WS-CHARGE-AMT = WS-HSP-COPAY + WS-HSP-DEDUCTIBLE
              IF WS-CHARGE-AMT = ZERO
                 ADD +1 TO CHARGES-ZERO
              ELSE
                 STRING WS-HSP-DATE-ADMIT (7:4)
                        WS-HSP-DATE-ADMIT (1:2)
                        WS-HSP-DATE-ADMIT (4:2)
                           DELIMITED BY SIZE
                    INTO WS-CHARGE-DATE
                 END-STRING
                 MOVE WS-HSP-PATIENT-NBR TO WS-PMST-PATIENT-NBR
                 PERFORM 0400-READ-BALANCE-RECORD
                 PERFORM 0450-READ-PATIENT-MASTER
                 IF PATIENT-FOUND
                    MOVE WS-PMST-LAST-NAME  TO WS-PB-LAST-NAME
                    MOVE WS-PMST-FIRST-NAME TO WS-PB-FIRST-NAME
                 ELSE
                    ADD +1 TO CHARGES-NO-MASTER
                    MOVE WS-HSP-LAST-NAME   TO WS-PB-LAST-NAME
                    MOVE WS-HSP-FIRST-NAME  TO WS-PB-FIRST-NAME
                 END-IF
                 ADD WS-CHARGE-AMT TO WS-PB-CURRENT-AMT,
                                      WS-PB-PERIOD-CHARGES
                 IF WS-CHARGE-DATE > WS-PB-LAST-CHARGE-DATE
                    MOVE WS-CHARGE-DATE TO WS-PB-LAST-CHARGE-DATE
                 END-IF
                 IF BALANCE-FOUND
                    PERFORM 0420-REWRITE-BALANCE-RECORD
                 ELSE
                    PERFORM 0410-WRITE-BALANCE-RECORD
                 END-IF
                 IF PBCODE = '00'
                    ADD +1 TO CHARGES-POSTED
                    ADD WS-CHARGE-AMT TO TOTAL-CHARGES-AMT
                 END-IF
              END-IF
           END-IF.
      *
       0300-POST-PAYMENTS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES THE POSTING JOURNAL HEADERS, THEN    *
      *    READS THE PAYMENT TRANSACTION FILE AND POSTS EACH PAYMENT  *
      *    VIA 0350-POST-ONE-PAYMENT.                                 *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0350-POST-ONE-PAYMENT                                   *
      *****************************************************************
      *
           MOVE 'PATIENT PAYMENT POSTING JOURNAL' TO BILL-SECTION-TITLE.
           WRITE BILL-RPT-REC FROM WS-BILL-SECTION-LINE.
           WRITE BILL-RPT-REC FROM WS-BILL-BLANK-LINE.
           WRITE BILL-RPT-REC FROM WS-PAY-HEADER-1.
           WRITE BILL-RPT-REC FROM WS-PAY-HEADER-2.
      *
           PERFORM UNTIL END-OF-PATPAY-FILE
              READ PATPAY INTO WS-PAT-PAY-REC
                 AT END
                    MOVE 'Y' TO PATPAY-FILE-SW
                 NOT AT END
                    ADD +1 TO PAYMENTS-READ
                    PERFORM 0350-POST-ONE-PAYMENT
              END-READ
           END-PERFORM.
      *
           IF PYCODE = '00' OR '05' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED READING PAYMENT TRANSACTION FIL
      -          'E, STATUS: ' PYCODE
           END-IF.
      *
           IF PAYMENTS-READ = ZERO
              MOVE 'NO PAYMENT TRANSACTIONS THIS RUN' TO BILL-NONE-TEXT
              WRITE BILL-RPT-REC FROM WS-BILL-NONE-LINE
           END-IF.
      *
       0350-POST-ONE-PAYMENT.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH EDITS AND POSTS ONE PAYMENT:                *
      *      - THE PATIENT NUMBER MUST BE NUMERIC AND ON THE PATIENT  *
      *        MASTER                                                 *
      *      - THE AMOUNT MUST BE NUMERIC AND GREATER THAN ZERO       *
      *      - THE PAYMENT DATE MUST BE A VALID CCYYMMDD DATE         *
      *    A PATIENT WITH NO BALANCE ACCOUNT YET GETS ONE OPENED WITH *
      *    A CREDIT.  EVERY PAYMENT, POSTED OR REJECTED, GETS A       *
      *    JOURNAL LINE.                                              *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0300-POST-PAYMENTS                                      *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0450-READ-PATIENT-MASTER                                *
      *    -  0370-POST-VALID-PAYMENT                                 *
      *    -  0390-WRITE-PAYMENT-LINE                                 *
      *****************************************************************
      *
           MOVE SPACES             TO WS-PAY-DETAIL.
           MOVE WS-PAY-PATIENT-NBR TO PAY-PATIENT-D.
           MOVE WS-PAY-DATE        TO PAY-DATE-D.
           MOVE WS-PAY-REFERENCE   TO PAY-REFERENCE-D.
           MOVE WS-PAY-USER-ID     TO PAY-USER-D.
           MOVE ZERO               TO PAY-AMOUNT-D, PAY-BALANCE-D.
           IF WS-PAY-AMOUNT IS NUMERIC
              MOVE WS-PAY-AMOUNT-N TO PAY-AMOUNT-D
           END-IF.
      *
           IF WS-PAY-PATIENT-NBR IS NOT NUMERIC
              MOVE 'REJECTED - PATIENT NUMBER NOT NUMERIC'
                                   TO PAY-RESULT-D
           ELSE
              MOVE WS-PAY-PATIENT-NBR-N TO WS-PMST-PATIENT-NBR
              PERFORM 0450-READ-PATIENT-MASTER
              IF NOT PATIENT-FOUND
                 MOVE 'REJECTED - PATIENT NOT ON MASTER'
                                   TO PAY-RESULT-D
              ELSE
                 MOVE SPACES TO PAY-NAME-D
                 STRING WS-PMST-FIRST-NAME DELIMITED BY SPACE
                        ' '                DELIMITED BY SIZE
                        WS-PMST-LAST-NAME  DELIMITED BY SPACE
                          INTO PAY-NAME-D
                 END-STRING
                 EVALUATE TRUE
                    WHEN WS-PAY-AMOUNT IS NOT NUMERIC
                       OR WS-PAY-AMOUNT-N = ZERO
                       MOVE 'REJECTED - AMOUNT NOT NUMERIC OR ZERO'
                                   TO PAY-RESULT-D
                    WHEN WS-PAY-DATE IS NOT NUMERIC
                       MOVE 'REJECTED - INVALID PAYMENT DATE'
                                   TO PAY-RESULT-D
                    WHEN FUNCTION TEST-DATE-YYYYMMDD (WS-PAY-DATE-N)
                            NOT = 0
                       MOVE 'REJECTED - INVALID PAYMENT DATE'
                                   TO PAY-RESULT-D
                    WHEN OTHER
                       PERFORM 0370-POST-VALID-PAYMENT
                 END-EVALUATE
              END-IF
           END-IF.
      *
           IF PAY-RESULT-D (1:8) = 'REJECTED'
              ADD +1 TO PAYMENTS-REJECTED
           END-IF.
           PERFORM 0390-WRITE-PAYMENT-LINE.
      *
       0360-APPLY-PAYMENT-TO-BUCKETS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH RELIEVES THE AGING BUCKETS OLDEST FIRST -   *
      *    OVER-120, 90, 60, 30, THEN CURRENT.  WHATEVER IS LEFT OF   *
      *    THE PAYMENT AFTER EVERY BUCKET IS CLEARED COMES OFF THE    *
      *    CURRENT BUCKET AS A CREDIT.                                *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0370-POST-VALID-PAYMENT                                 *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE WS-PAY-AMOUNT-N TO WS-PAY-REMAINING.
      *
           IF WS-PAY-REMAINING > ZERO AND WS-PB-OVER-120-AMT > ZERO
              IF WS-PAY-REMAINING < WS-PB-OVER-120-AMT
                 MOVE WS-PAY-REMAINING   TO WS-BUCKET-APPLIED
              ELSE
                 MOVE WS-PB-OVER-120-AMT TO WS-BUCKET-APPLIED
              END-IF
              SUBTRACT WS-BUCKET-APPLIED FROM WS-PB-OVER-120-AMT,
                                              WS-PAY-REMAINING
           END-IF.
      *
           IF WS-PAY-REMAINING > ZERO AND WS-PB-90-DAY-AMT > ZERO
              IF WS-PAY-REMAINING < WS-PB-90-DAY-AMT
                 MOVE WS-PAY-REMAINING   TO WS-BUCKET-APPLIED
              ELSE
                 MOVE WS-PB-90-DAY-AMT   TO WS-BUCKET-APPLIED
              END-IF
              SUBTRACT WS-BUCKET-APPLIED FROM WS-PB-90-DAY-AMT,
                                              WS-PAY-REMAINING
           END-IF.
      *
           IF WS-PAY-REMAINING > ZERO AND WS-PB-60-DAY-AMT > ZERO
              IF WS-PAY-REMAINING < WS-PB-60-DAY-AMT
                 MOVE WS-PAY-REMAINING   TO WS-BUCKET-APPLIED
              ELSE
                 MOVE WS-PB-60-DAY-AMT   TO WS-BUCKET-APPLIED
              END-IF
              SUBTRACT WS-BUCKET-APPLIED FROM WS-PB-60-DAY-AMT,
                                              WS-PAY-REMAINING
           END-IF.
      *
           IF WS-PAY-REMAINING > ZERO AND WS-PB-30-DAY-AMT > ZERO
              IF WS-PAY-REMAINING < WS-PB-30-DAY-AMT
                 MOVE WS-PAY-REMAINING   TO WS-BUCKET-APPLIED
              ELSE
                 MOVE WS-PB-30-DAY-AMT   TO WS-BUCKET-APPLIED
              END-IF
              SUBTRACT WS-BUCKET-APPLIED FROM WS-PB-30-DAY-AMT,
                                              WS-PAY-REMAINING
           END-IF.
      *
           IF WS-PAY-REMAINING > ZERO
              SUBTRACT WS-PAY-REMAINING FROM WS-PB-CURRENT-AMT
              MOVE ZERO TO WS-PAY-REMAINING
           END-IF.
      *
       0370-POST-VALID-PAYMENT.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH POSTS ONE PAYMENT THAT PASSED THE EDITS IN  *
      *    0350 TO THE PATIENT'S BALANCE ACCOUNT, OPENING ONE WITH A  *
      *    CREDIT WHEN THE PATIENT HAS NONE, AND LEAVES THE POSTING   *
      *    RESULT IN PAY-RESULT-D.                                    *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0350-POST-ONE-PAYMENT                                   *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0400-READ-BALANCE-RECORD                                *
      *    -  0360-APPLY-PAYMENT-TO-BUCKETS                           *
      *    -  0410-WRITE-BALANCE-RECORD                               *
      *    -  0420-REWRITE-BALANCE-RECORD                             *
      *****************************************************************
      *
           PERFORM 0400-READ-BALANCE-RECORD.
           MOVE WS-PMST-LAST-NAME  TO WS-PB-LAST-NAME.
           MOVE WS-PMST-FIRST-NAME TO WS-PB-FIRST-NAME.
           PERFORM 0360-APPLY-PAYMENT-TO-BUCKETS.
           ADD WS-PAY-AMOUNT-N TO WS-PB-PERIOD-PAYMENTS.
           IF WS-PAY-DATE-N > WS-PB-LAST-PAYMENT-DATE
              MOVE WS-PAY-DATE-N TO WS-PB-LAST-PAYMENT-DATE
           END-IF.
      *
           COMPUTE WS-TOTAL-BALANCE = WS-PB-CURRENT-AMT
                                    + WS-PB-30-DAY-AMT
                                    + WS-PB-60-DAY-AMT
                                    + WS-PB-90-DAY-AMT
                                    + WS-PB-OVER-120-AMT.
           MOVE WS-TOTAL-BALANCE TO PAY-BALANCE-D.
      *
           IF PB-IN-COLLECTIONS
              AND WS-TOTAL-BALANCE NOT > ZERO
              MOVE 'N'  TO WS-PB-COLLECT-SW
              MOVE ZERO TO WS-PB-COLLECT-DATE
              ADD +1 TO COLLECT-PAID-OFF
              MOVE 'POSTED - COLLECTIONS ACCT PAID IN FULL'
                                   TO PAY-RESULT-D
           ELSE
              IF BALANCE-FOUND
                 MOVE 'POSTED'     TO PAY-RESULT-D
              ELSE
                 MOVE 'POSTED - NEW ACCOUNT OPENED WITH CREDIT'
                                   TO PAY-RESULT-D
              END-IF
           END-IF.
      *
           IF BALANCE-FOUND
              PERFORM 0420-REWRITE-BALANCE-RECORD
           ELSE
              PERFORM 0410-WRITE-BALANCE-RECORD
           END-IF.
      *
           IF PBCODE = '00'
              ADD +1 TO PAYMENTS-POSTED
              ADD WS-PAY-AMOUNT-N TO TOTAL-PAYMENTS-AMT
           ELSE
              MOVE 'REJECTED - BALANCE FILE UPDATE FAILED'
                                   TO PAY-RESULT-D
           END-IF.
      *
       0390-WRITE-PAYMENT-LINE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES ONE POSTING JOURNAL LINE AND CHECKS  *
      *    THE FILE STATUS.                                           *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0370-POST-VALID-PAYMENT                                 *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           WRITE BILL-RPT-REC FROM WS-PAY-DETAIL.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO BILLING REPORT FILE'
           END-IF.
      *
       0400-READ-BALANCE-RECORD.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE PATIENT'S BALANCE ACCOUNT         *
      *    DIRECTLY BY PATIENT NUMBER (WS-PMST-PATIENT-NBR).  WHEN    *
      *    THERE IS NONE, A NEW ZERO-BALANCE ACCOUNT IS BUILT IN      *
      *    WS-PAT-BAL-REC FOR THE CALLER TO WRITE.                    *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0250-POST-ONE-CHARGE                                    *
      *    -  0370-POST-VALID-PAYMENT                                 *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE 'N' TO WS-BAL-FOUND-SW.
           MOVE WS-PMST-PATIENT-NBR TO PBK-PATIENT-NBR.
           READ PATBAL INTO WS-PAT-BAL-REC
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-BAL-FOUND-SW
           END-READ.
      *
           IF PBCODE = '00' OR '23'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED READING PATIENT BALANCE FILE, S
      -          'TATUS: ' PBCODE
           END-IF.
      *
           IF NOT BALANCE-FOUND
              INITIALIZE WS-PAT-BAL-REC
              MOVE WS-PMST-PATIENT-NBR TO WS-PB-PATIENT-NBR
              MOVE 'N'                 TO WS-PB-COLLECT-SW
           END-IF.
      *
       0410-WRITE-BALANCE-RECORD.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES A NEWLY OPENED BALANCE ACCOUNT BUILT *
      *    IN WS-PAT-BAL-REC TO THE KEYED BALANCE FILE.               *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0250-POST-ONE-CHARGE                                    *
      *    -  0370-POST-VALID-PAYMENT                                 *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE WS-PAT-BAL-REC TO PAT-BAL-REC.
           WRITE PAT-BAL-REC.
           IF PBCODE = '00'
              ADD +1 TO ACCOUNTS-OPENED
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING PATIENT BALANCE FILE, S
      -         'TATUS: ' PBCODE ' PATIENT ' WS-PB-PATIENT-NBR
           END-IF.
      *
       0420-REWRITE-BALANCE-RECORD.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH REWRITES THE BALANCE ACCOUNT HELD IN        *
      *    WS-PAT-BAL-REC (READ BY 0400 OR 0510 AND UPDATED IN PLACE  *
      *    BY THE CALLER) BACK TO THE KEYED BALANCE FILE.             *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0250-POST-ONE-CHARGE                                    *
      *    -  0350-POST-ONE-PAYMENT                                   *
      *    -  0550-BILL-ONE-ACCOUNT                                   *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE WS-PAT-BAL-REC TO PAT-BAL-REC.
           REWRITE PAT-BAL-REC.
           IF PBCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED REWRITING PATIENT BALANCE FILE,
      -         ' STATUS: ' PBCODE ' PATIENT ' WS-PB-PATIENT-NBR
           END-IF.
      *
       0450-READ-PATIENT-MASTER.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE KEYED PATIENT MASTER DIRECTLY BY  *
      *    WS-PMST-PATIENT-NBR FOR THE PATIENT'S NAME AND REMEMBERS   *
      *    WHETHER THE PATIENT EXISTS.                                *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0250-POST-ONE-CHARGE                                    *
      *    -  0350-POST-ONE-PAYMENT                                   *
      *    -  0550-BILL-ONE-ACCOUNT                                   *
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
       0500-PRODUCE-STATEMENTS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    MONTH-END PASS.  THIS PARAGRAPH WRITES THE COLLECTIONS     *
      *    SECTION HEADERS, THEN READS THE WHOLE BALANCE FILE IN      *
      *    PATIENT-NUMBER SEQUENCE AND BILLS AND AGES EACH ACCOUNT    *
      *    VIA 0550-BILL-ONE-ACCOUNT.                                 *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0510-READ-NEXT-BALANCE                                  *
      *    -  0550-BILL-ONE-ACCOUNT                                   *
      *****************************************************************
      *
           WRITE BILL-RPT-REC FROM WS-BILL-BLANK-LINE.
           MOVE 'ACCOUNTS REFERRED TO COLLECTIONS (PAST 120 DAYS)'
                                     TO BILL-SECTION-TITLE.
           WRITE BILL-RPT-REC FROM WS-BILL-SECTION-LINE.
           WRITE BILL-RPT-REC FROM WS-BILL-BLANK-LINE.
           WRITE BILL-RPT-REC FROM WS-COLL-HEADER-1.
           WRITE BILL-RPT-REC FROM WS-COLL-HEADER-2.
      *
           MOVE ZERO TO PBK-PATIENT-NBR.
           START PATBAL KEY IS NOT LESS THAN PBK-PATIENT-NBR
              INVALID KEY
                 MOVE 'Y' TO PATBAL-FILE-SW
           END-START.
      *
           PERFORM 0510-READ-NEXT-BALANCE.
           PERFORM UNTIL END-OF-PATBAL-FILE
              PERFORM 0550-BILL-ONE-ACCOUNT
              PERFORM 0510-READ-NEXT-BALANCE
           END-PERFORM.
      *
           IF ACCOUNTS-REFERRED = ZERO
              MOVE 'NO ACCOUNTS REFERRED THIS RUN' TO BILL-NONE-TEXT
              WRITE BILL-RPT-REC FROM WS-BILL-NONE-LINE
           END-IF.
      *
       0510-READ-NEXT-BALANCE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE NEXT BALANCE ACCOUNT IN PATIENT-  *
      *    NUMBER SEQUENCE AND CHECKS THE FILE STATUS.                *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0150-CHECK-STATEMENT-DATE                               *
      *    -  0500-PRODUCE-STATEMENTS                                 *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           IF END-OF-PATBAL-FILE
              NEXT SENTENCE
           ELSE
              READ PATBAL NEXT RECORD INTO WS-PAT-BAL-REC
                 AT END
                    MOVE 'Y' TO PATBAL-FILE-SW
              END-READ
              IF PBCODE = '00' OR '10'
                 NEXT SENTENCE
              ELSE
                 MOVE 'Y' TO PATBAL-FILE-SW
                 DISPLAY 'ERROR ENCOUNTERED READING PATIENT BALANCE FILE
      -             ', STATUS: ' PBCODE
              END-IF
           END-IF.
      *
       0550-BILL-ONE-ACCOUNT.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH BILLS AND AGES ONE BALANCE ACCOUNT:         *
      *      - THE NAME IS REFRESHED FROM THE PATIENT MASTER          *
      *      - AN ACCOUNT NOT YET IN COLLECTIONS WITH A BALANCE DUE   *
      *        AND MONEY IN THE OVER-120 BUCKET IS REFERRED TO        *
      *        COLLECTIONS INSTEAD OF BEING STATEMENTED               *
      *      - ANY OTHER ACCOUNT NOT IN COLLECTIONS WITH A NON-ZERO   *
      *        BALANCE GETS A STATEMENT                               *
      *      - EVERY ACCOUNT IS THEN AGED ONE MONTH, ITS PERIOD       *
      *        ACTIVITY CLEARED, AND REWRITTEN                        *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0500-PRODUCE-STATEMENTS                                 *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0450-READ-PATIENT-MASTER                                *
      *    -  0600-WRITE-STATEMENT                                    *
      *    -  0650-WRITE-COLLECTIONS-REFERRAL                         *
      *    -  0680-AGE-BALANCE-ACCOUNT                                *
      *    -  0420-REWRITE-BALANCE-RECORD                             *
      *****************************************************************
      *
           MOVE WS-PB-PATIENT-NBR TO WS-PMST-PATIENT-NBR.
           PERFORM 0450-READ-PATIENT-MASTER.
           IF PATIENT-FOUND
              MOVE WS-PMST-LAST-NAME  TO WS-PB-LAST-NAME
              MOVE WS-PMST-FIRST-NAME TO WS-PB-FIRST-NAME
           END-IF.
      *
           COMPUTE WS-TOTAL-BALANCE = WS-PB-CURRENT-AMT
                                    + WS-PB-30-DAY-AMT
                                    + WS-PB-60-DAY-AMT
                                    + WS-PB-90-DAY-AMT
                                    + WS-PB-OVER-120-AMT.
      *
           IF NOT PB-IN-COLLECTIONS
              IF WS-TOTAL-BALANCE > ZERO
                 AND WS-PB-OVER-120-AMT > ZERO
                 PERFORM 0650-WRITE-COLLECTIONS-REFERRAL
              ELSE
                 IF WS-TOTAL-BALANCE NOT = ZERO
                    PERFORM 0600-WRITE-STATEMENT
                 END-IF
              END-IF
           END-IF.
      *
           PERFORM 0680-AGE-BALANCE-ACCOUNT.
           PERFORM 0420-REWRITE-BALANCE-RECORD.
           IF PBCODE = '00'
              ADD +1 TO ACCOUNTS-AGED
           END-IF.
      *
       0600-WRITE-STATEMENT.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES ONE PATIENT STATEMENT PAGE - THE     *
      *    PATIENT MASTER NAME, THE PERIOD'S CHARGES AND PAYMENTS,    *
      *    THE CURRENT/30/60/90 DAY AGING (THE 90 COLUMN INCLUDES     *
      *    ANYTHING OLDER), THE AMOUNT DUE AND A REMITTANCE STUB.     *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0550-BILL-ONE-ACCOUNT                                   *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           COMPUTE WS-90-AND-OVER-AMT = WS-PB-90-DAY-AMT
                                      + WS-PB-OVER-120-AMT.
      *
           MOVE WS-PB-PATIENT-NBR  TO STMT-PATIENT-NBR-O,
                                      STMT-STUB-PATIENT-O.
           MOVE WS-PB-FIRST-NAME   TO STMT-FIRST-NAME-O.
           MOVE WS-PB-LAST-NAME    TO STMT-LAST-NAME-O.
           MOVE WS-STMT-DATE       TO STMT-DATE-O.
      *
           WRITE STMT-REC FROM STMT-HEADER-1
              AFTER ADVANCING PAGE.
           WRITE STMT-REC FROM STMT-HEADER-2
              AFTER ADVANCING 1 LINE.
           WRITE STMT-REC FROM STMT-BLANK-LINE
              AFTER ADVANCING 1 LINE.
           WRITE STMT-REC FROM STMT-NAME-LINE
              AFTER ADVANCING 1 LINE.
           WRITE STMT-REC FROM STMT-BLANK-LINE
              AFTER ADVANCING 1 LINE.
      *
           MOVE 'NEW CHARGES THIS PERIOD:'  TO STMT-ACTIVITY-LABEL.
           MOVE WS-PB-PERIOD-CHARGES        TO STMT-ACTIVITY-AMT-O.
           WRITE STMT-REC FROM STMT-ACTIVITY-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'PAYMENTS RECEIVED THIS PERIOD:' TO STMT-ACTIVITY-LABEL.
           MOVE WS-PB-PERIOD-PAYMENTS       TO STMT-ACTIVITY-AMT-O.
           WRITE STMT-REC FROM STMT-ACTIVITY-LINE
              AFTER ADVANCING 1 LINE.
           IF WS-PB-LAST-PAYMENT-DATE > ZERO
              MOVE WS-PB-LAST-PAYMENT-DATE  TO STMT-LAST-PAY-O
              WRITE STMT-REC FROM STMT-LAST-PAY-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
      *
           MOVE WS-PB-CURRENT-AMT  TO STMT-CURRENT-O.
           MOVE WS-PB-30-DAY-AMT   TO STMT-30-DAY-O.
           MOVE WS-PB-60-DAY-AMT   TO STMT-60-DAY-O.
           MOVE WS-90-AND-OVER-AMT TO STMT-90-DAY-O.
           MOVE WS-TOTAL-BALANCE   TO STMT-DUE-O, STMT-STUB-DUE-O.
      *
           WRITE STMT-REC FROM STMT-BLANK-LINE
              AFTER ADVANCING 1 LINE.
           WRITE STMT-REC FROM STMT-AGING-HEADER-1
              AFTER ADVANCING 1 LINE.
           WRITE STMT-REC FROM STMT-AGING-HEADER-2
              AFTER ADVANCING 1 LINE.
           WRITE STMT-REC FROM STMT-AGING-LINE
              AFTER ADVANCING 1 LINE.
           WRITE STMT-REC FROM STMT-BLANK-LINE
              AFTER ADVANCING 1 LINE.
      *
           EVALUATE TRUE
              WHEN WS-TOTAL-BALANCE < ZERO
                 MOVE 'CREDIT BALANCE - NO PAYMENT IS DUE.'
                                   TO STMT-MESSAGE-O
              WHEN WS-90-AND-OVER-AMT > ZERO
                 MOVE 'YOUR ACCOUNT IS PAST DUE. PLEASE REMIT THE AMOUNT
      -              ' DUE PROMPTLY.'   TO STMT-MESSAGE-O
              WHEN OTHER
                 MOVE 'PLEASE REMIT THE AMOUNT DUE UPON RECEIPT.'
                                   TO STMT-MESSAGE-O
           END-EVALUATE.
           WRITE STMT-REC FROM STMT-MESSAGE-LINE
              AFTER ADVANCING 1 LINE.
           WRITE STMT-REC FROM STMT-BLANK-LINE
              AFTER ADVANCING 1 LINE.
           WRITE STMT-REC FROM STMT-CUT-LINE
              AFTER ADVANCING 1 LINE.
           WRITE STMT-REC FROM STMT-STUB-LINE
              AFTER ADVANCING 1 LINE.
      *
           IF STCODE = '00'
              ADD +1 TO STATEMENTS-WRITTEN
              ADD WS-TOTAL-BALANCE TO TOTAL-STMT-DUE-AMT
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO STATEMENT FILE'
           END-IF.
      *
       0650-WRITE-COLLECTIONS-REFERRAL.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH REFERS ONE ACCOUNT TO COLLECTIONS - ONE     *
      *    EXTRACT RECORD AND ONE REPORT LINE - AND MARKS THE ACCOUNT *
      *    SO LATER RUNS NEITHER REFER NOR STATEMENT IT AGAIN UNTIL   *
      *    A PAYMENT CLEARS THE BALANCE.                              *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0550-BILL-ONE-ACCOUNT                                   *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE SPACES                  TO COLL-EXT-REC.
           MOVE WS-PB-PATIENT-NBR       TO CX-PATIENT-NBR.
           MOVE WS-PB-LAST-NAME         TO CX-LAST-NAME.
           MOVE WS-PB-FIRST-NAME        TO CX-FIRST-NAME.
           MOVE WS-TOTAL-BALANCE        TO CX-TOTAL-BALANCE.
           MOVE WS-PB-OVER-120-AMT      TO CX-OVER-120-AMT.
           MOVE WS-PB-LAST-CHARGE-DATE  TO CX-LAST-CHARGE-DATE.
           MOVE WS-PB-LAST-PAYMENT-DATE TO CX-LAST-PAYMENT-DATE.
           MOVE WS-STMT-DATE            TO CX-REFERRAL-DATE.
           WRITE COLL-EXT-REC.
           IF CXCODE = '00'
              MOVE 'Y'          TO WS-PB-COLLECT-SW
              MOVE WS-STMT-DATE TO WS-PB-COLLECT-DATE
              ADD +1 TO ACCOUNTS-REFERRED
              ADD WS-TOTAL-BALANCE TO TOTAL-REFERRED-AMT
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING COLLECTIONS EXTRACT, ST
      -          'ATUS: ' CXCODE ' PATIENT ' WS-PB-PATIENT-NBR
           END-IF.
      *
           MOVE WS-PB-PATIENT-NBR       TO COLL-PATIENT-D.
           MOVE SPACES                  TO COLL-NAME-D.
           STRING WS-PB-FIRST-NAME DELIMITED BY SPACE
                  ' '              DELIMITED BY SIZE
                  WS-PB-LAST-NAME  DELIMITED BY SPACE
                    INTO COLL-NAME-D.
           MOVE WS-TOTAL-BALANCE        TO COLL-BALANCE-D.
           MOVE WS-PB-OVER-120-AMT      TO COLL-OVER-120-D.
           MOVE WS-PB-LAST-CHARGE-DATE  TO COLL-LAST-CHARGE-D.
           MOVE WS-PB-LAST-PAYMENT-DATE TO COLL-LAST-PAYMENT-D.
           WRITE BILL-RPT-REC FROM WS-COLL-DETAIL.
      *
       0680-AGE-BALANCE-ACCOUNT.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH AGES ONE ACCOUNT BY ONE MONTH - 90 INTO     *
      *    OVER-120, 60 TO 90, 30 TO 60, CURRENT TO 30 - AND CLEARS   *
      *    THE PERIOD ACTIVITY FOR THE NEXT STATEMENT.  A CREDIT IN   *
      *    CURRENT STAYS IN CURRENT SO IT OFFSETS THE NEXT CHARGES.   *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0550-BILL-ONE-ACCOUNT                                   *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           ADD  WS-PB-90-DAY-AMT   TO WS-PB-OVER-120-AMT.
           MOVE WS-PB-60-DAY-AMT   TO WS-PB-90-DAY-AMT.
           MOVE WS-PB-30-DAY-AMT   TO WS-PB-60-DAY-AMT.
           IF WS-PB-CURRENT-AMT > ZERO
              MOVE WS-PB-CURRENT-AMT TO WS-PB-30-DAY-AMT
              MOVE ZERO              TO WS-PB-CURRENT-AMT
           ELSE
              MOVE ZERO              TO WS-PB-30-DAY-AMT
           END-IF.
      *
           MOVE ZERO         TO WS-PB-PERIOD-CHARGES,
                                WS-PB-PERIOD-PAYMENTS.
           MOVE WS-STMT-DATE TO WS-PB-LAST-STMT-DATE.
      *
       0700-WRITE-CONTROL-TOTALS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES THE CHARGE, PAYMENT, STATEMENT AND   *
      *    COLLECTIONS CONTROL TOTALS TO THE BILLING REPORT.          *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           WRITE BILL-RPT-REC FROM WS-BILL-BLANK-LINE.
           MOVE 'CONTROL TOTALS' TO BILL-SECTION-TITLE.
           WRITE BILL-RPT-REC FROM WS-BILL-SECTION-LINE.
           WRITE BILL-RPT-REC FROM WS-BILL-BLANK-LINE.
      *
           MOVE 'GOOD STAYS READ FROM HOSPOUT:  ' TO BILL-TOTAL-LABEL.
           MOVE STAYS-READ                    TO BILL-TOTAL-COUNT.
           WRITE BILL-RPT-REC FROM WS-BILL-TOTAL-LINE.
      *
           MOVE 'STAY CHARGES POSTED:  '      TO BILL-TOTAL-LABEL.
           MOVE CHARGES-POSTED                TO BILL-TOTAL-COUNT.
           WRITE BILL-RPT-REC FROM WS-BILL-TOTAL-LINE.
      *
           MOVE 'STAYS WITH NO PATIENT RESPONSIBILITY:  '
                                              TO BILL-TOTAL-LABEL.
           MOVE CHARGES-ZERO                  TO BILL-TOTAL-COUNT.
           WRITE BILL-RPT-REC FROM WS-BILL-TOTAL-LINE.
      *
           MOVE 'CHARGES BILLED UNDER STAY NAME (NO MASTER):  '
                                              TO BILL-TOTAL-LABEL.
           MOVE CHARGES-NO-MASTER             TO BILL-TOTAL-COUNT.
           WRITE BILL-RPT-REC FROM WS-BILL-TOTAL-LINE.
      *
           MOVE 'TOTAL PATIENT RESPONSIBILITY POSTED:  '
                                              TO BILL-AMOUNT-LABEL.
           MOVE TOTAL-CHARGES-AMT             TO BILL-AMOUNT-O.
           WRITE BILL-RPT-REC FROM WS-BILL-AMOUNT-LINE.
      *
           MOVE 'NEW BALANCE ACCOUNTS OPENED:  ' TO BILL-TOTAL-LABEL.
           MOVE ACCOUNTS-OPENED               TO BILL-TOTAL-COUNT.
           WRITE BILL-RPT-REC FROM WS-BILL-TOTAL-LINE.
      *
           WRITE BILL-RPT-REC FROM WS-BILL-BLANK-LINE.
      *
           MOVE 'PAYMENT TRANSACTIONS READ:  ' TO BILL-TOTAL-LABEL.
           MOVE PAYMENTS-READ                 TO BILL-TOTAL-COUNT.
           WRITE BILL-RPT-REC FROM WS-BILL-TOTAL-LINE.
      *
           MOVE 'PAYMENTS POSTED:  '          TO BILL-TOTAL-LABEL.
           MOVE PAYMENTS-POSTED               TO BILL-TOTAL-COUNT.
           WRITE BILL-RPT-REC FROM WS-BILL-TOTAL-LINE.
      *
           MOVE 'PAYMENTS REJECTED:  '        TO BILL-TOTAL-LABEL.
           MOVE PAYMENTS-REJECTED             TO BILL-TOTAL-COUNT.
           WRITE BILL-RPT-REC FROM WS-BILL-TOTAL-LINE.
      *
           MOVE 'TOTAL PAYMENTS POSTED:  '    TO BILL-AMOUNT-LABEL.
           MOVE TOTAL-PAYMENTS-AMT            TO BILL-AMOUNT-O.
           WRITE BILL-RPT-REC FROM WS-BILL-AMOUNT-LINE.
      *
           MOVE 'COLLECTIONS ACCOUNTS PAID IN FULL:  '
                                              TO BILL-TOTAL-LABEL.
           MOVE COLLECT-PAID-OFF              TO BILL-TOTAL-COUNT.
           WRITE BILL-RPT-REC FROM WS-BILL-TOTAL-LINE.
      *
           IF STATEMENT-RUN
              WRITE BILL-RPT-REC FROM WS-BILL-BLANK-LINE
              MOVE 'BALANCE ACCOUNTS AGED:  '  TO BILL-TOTAL-LABEL
              MOVE ACCOUNTS-AGED               TO BILL-TOTAL-COUNT
              WRITE BILL-RPT-REC FROM WS-BILL-TOTAL-LINE
              MOVE 'STATEMENTS PRODUCED:  '    TO BILL-TOTAL-LABEL
              MOVE STATEMENTS-WRITTEN          TO BILL-TOTAL-COUNT
              WRITE BILL-RPT-REC FROM WS-BILL-TOTAL-LINE
              MOVE 'TOTAL AMOUNT DUE ON STATEMENTS:  '
                                               TO BILL-AMOUNT-LABEL
              MOVE TOTAL-STMT-DUE-AMT          TO BILL-AMOUNT-O
              WRITE BILL-RPT-REC FROM WS-BILL-AMOUNT-LINE
              MOVE 'ACCOUNTS REFERRED TO COLLECTIONS:  '
                                               TO BILL-TOTAL-LABEL
              MOVE ACCOUNTS-REFERRED           TO BILL-TOTAL-COUNT
              WRITE BILL-RPT-REC FROM WS-BILL-TOTAL-LINE
              MOVE 'TOTAL BALANCE REFERRED TO COLLECTIONS:  '
                                               TO BILL-AMOUNT-LABEL
              MOVE TOTAL-REFERRED-AMT          TO BILL-AMOUNT-O
              WRITE BILL-RPT-REC FROM WS-BILL-AMOUNT-LINE
           END-IF.
      *
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO BILLING REPORT FILE'
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
           CLOSE HOSPOUT.
           CLOSE PATPAY.
      *
           CLOSE PATMSTR.
           IF PMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING PATIENT MASTER FILE'
           END-IF.
      *
           CLOSE PATBAL.
           IF PBCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING PATIENT BALANCE FILE'
           END-IF.
      *
           CLOSE BILLRPT.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING BILLING REPORT FILE'
           END-IF.
      *
           CLOSE STMTFILE.
           IF STCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING STATEMENT FILE'
           END-IF.
      *
           CLOSE COLLEXT.
           IF CXCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING COLLECTIONS EXTRACT'
           END-IF.
      *
       0850-MARK-CYCLE-POSTED.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH RECORDS THE HOSPOUT CYCLE JUST POSTED ON    *
      *    PATBILL'S OWN CYCLE CONTROL RECORD (ADDING THE RECORD THE  *
      *    FIRST TIME) AND WRITES THE CONTROL FILE BACK, SO THE SAME  *
      *    HOSPOUT IS NEVER BILLED TWICE.  THE FILE IS RE-READ FIRST  *
      *    SO ENTRIES OTHER JOBS MARKED DURING THIS RUN ARE KEPT.     *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0075-LOAD-CYCLE-TABLE                                   *
      *    -  0080-FIND-CYCLE-ENTRIES                                 *
      *****************************************************************
      *
           IF CYCLE-CONTROL-ACTIVE
              PERFORM 0075-LOAD-CYCLE-TABLE
              PERFORM 0080-FIND-CYCLE-ENTRIES
              IF WS-CYC-OWN-SUB = 0
                 AND WS-CYC-ENTRIES < 20
                 ADD +1 TO WS-CYC-ENTRIES
                 MOVE WS-CYC-ENTRIES       TO WS-CYC-OWN-SUB
                 MOVE WS-CYCLE-PROGRAM-ID
                    TO WS-CYC-PROGRAM (WS-CYC-ENTRIES)
              END-IF
              IF WS-CYC-OWN-SUB = 0
                 DISPLAY 'WARNING: CYCLE CONTROL FILE IS FULL - PATBILL'
                         ' CYCLE NOT RECORDED'
              ELSE
                 MOVE WS-CYCLE-DATE TO WS-CYC-DATE (WS-CYC-OWN-SUB)
                 MOVE 'Y'           TO WS-CYC-POSTED (WS-CYC-OWN-SUB)
                 OPEN OUTPUT CYCLECTL
                 IF CYCODE = '00' OR '05'
                    PERFORM VARYING WS-CYC-SUB FROM 1 BY 1
                       UNTIL WS-CYC-SUB > WS-CYC-ENTRIES
                          MOVE SPACES TO CYCLE-CTL-REC
                          MOVE WS-CYC-PROGRAM (WS-CYC-SUB)
                             TO CYC-PROGRAM-ID
                          MOVE WS-CYC-DATE (WS-CYC-SUB)
                             TO CYC-CYCLE-DATE
                          MOVE WS-CYC-POSTED (WS-CYC-SUB)
                             TO CYC-POSTED-FLAG
                          WRITE CYCLE-CTL-REC
                    END-PERFORM
                    CLOSE CYCLECTL
                 ELSE
                    DISPLAY 'ERROR ENCOUNTERED REWRITING CYCLE CONTROL F
      -              'ILE, STATUS: ' CYCODE
                 END-IF
              END-IF
           END-IF.
