       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREMBILL.
       AUTHOR. DORETHA RILEY.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. CURRENT-DATE.
      *
      *****************************************************************
      *  DESCRIPTION                                                  *
      *    THIS PROGRAM IS THE MONTHLY PREMIUM BILLING RUN.  IT READS *
      *    EVERY POLICY ON THE PREMIUM BILLING MASTER AND, AS OF THE  *
      *    RUN DATE:                                                  *
      *      - A POLICY PAID PAST THE RUN DATE IS CURRENT ('A').      *
      *      - A POLICY WHOSE PAID-TO DATE HAS PASSED IS IN ITS GRACE *
      *        PERIOD ('G') UNTIL GRACEDAYS AFTER THE PAID-TO DATE.   *
      *      - A POLICY PAST THE END OF ITS GRACE PERIOD IS LAPSED    *
      *        ('L').  THE LAPSE DATE IS THE LAST DAY OF PAID         *
      *        COVERAGE, AND CLAIMS DENIES CLAIMS WITH A DATE OF      *
      *        SERVICE AFTER IT.  A LAPSED POLICY IS NO LONGER BILLED *
      *        - PREMPOST REINSTATES IT.                              *
      *    A POLICY WITH A PREMIUM DUE BY THE RUN DATE PLUS BILLDAYS  *
      *    GETS AN INVOICE FOR EVERY MONTH DUE THROUGH THEN, LESS ANY *
      *    CREDIT ON ACCOUNT, MAILED TO THE POLICY'S ADDRESS ON THE   *
      *    INSURED ADDRESS MASTER.  AN INVOICE FOR A POLICY IN GRACE  *
      *    CARRIES THE DATE THE POLICY WILL LAPSE.  A POLICY WITH NO  *
      *    ADDRESS ON FILE IS NOT MAILED AND IS FLAGGED ON THE        *
      *    BILLING REGISTER SO THE ADDRESS CAN BE CHASED.             *
      *                                                               *
      *    CONTROL CARDS (KEYWORD=VALUE):                             *
      *      RUNDATE=CCYYMMDD    DEFAULT: TODAY                       *
      *      GRACEDAYS=NNN       DEFAULT 031                          *
      *      BILLDAYS=NN         DAYS AHEAD TO BILL, DEFAULT 30       *
      *                                                               *
      *    RETURN CODES:                                              *
      *      0  - ALL POLICIES BILLED                                 *
      *      4  - ONE OR MORE INVOICES NOT MAILED - NO ADDRESS        *
      *      16 - INVALID CONTROL CARD - NOTHING BILLED               *
      *                                                               *
      *    INPUT FILES:                                               *
      *      RTPOT44.ADDRMSTR.DATA (INSURED ADDRESS MASTER)           *
      *      INTERNAL FILE NAME:  ADDRMSTR                            *
      *      JCL DD NAME:         ADDRMSTR                            *
      *                                                               *
      *      RTPOT44.PREMBILL.PARMS (CONTROL CARDS)                   *
      *      INTERNAL FILE NAME:  PARMFILE                            *
      *      JCL DD NAME:         PARMFILE                            *
      *                                                               *
      *    UPDATE FILES:                                              *
      *      RTPOT44.PREMMSTR.DATA (PREMIUM BILLING MASTER, KEYED)    *
      *      INTERNAL FILE NAME:  PREMMSTR                            *
      *      JCL DD NAME:         PREMMSTR                            *
      *                                                               *
      *    OUTPUT FILES:                                              *
      *      RTPOT44.PREMBILL.INVOICES (PREMIUM INVOICES)             *
      *      INTERNAL FILE NAME:  INVOICE                             *
      *      JCL DD NAME:         INVOICE                             *
      *                                                               *
      *      DD SYSOUT=* (PREMIUM BILLING REGISTER)                   *
      *      INTERNAL FILE NAME:  PREMRPT                             *
      *      JCL DD NAME:         PREMRPT                             *
      *                                                               *
      *    JCL JOB: RTPOT44.LEARN.REUSABLE.JCL(PREMBILL)              *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREMMSTR           *>PREMIUM BILLING MASTER (KEYED)
           ASSIGN TO PREMMSTR
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS PRM-POLICY-NO
             FILE STATUS IS PMCODE.
      *
           SELECT OPTIONAL ADDRMSTR  *>INSURED ADDRESS MASTER
           ASSIGN TO ADDRMSTR
             FILE STATUS IS AMCODE.
      *
           SELECT OPTIONAL PARMFILE  *>CONTROL CARDS
           ASSIGN TO PARMFILE
             FILE STATUS IS PRCODE.
      *
           SELECT INVOICE            *>PREMIUM INVOICES
           ASSIGN TO INVOICE
             FILE STATUS IS IVCODE.
      *
           SELECT PREMRPT            *>PREMIUM BILLING REGISTER
           ASSIGN TO PREMRPT
             FILE STATUS IS RPCODE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PREMMSTR
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PREMIUM-MASTER-REC.
      *
           COPY PREMREC. *> PREMIUM BILLING MASTER RECORD LAYOUT
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
       FD  INVOICE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS INVOICE-REC.
      *
       01  INVOICE-REC PIC X(133).
      *
       FD  PREMRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS PREM-RPT-REC.
      *
       01  PREM-RPT-REC PIC X(133).
      *
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-CODES.
          05 PMCODE               PIC X(02).
          05 AMCODE               PIC X(02).
          05 PRCODE               PIC X(02).
          05 IVCODE               PIC X(02).
          05 RPCODE               PIC X(02).
      *
       01 WS-FILE-SWITCHES.
          05 PREMMSTR-FILE-SW     PIC X(01) VALUE SPACE.
             88 END-OF-PREMMSTR-FILE VALUE 'Y'.
          05 ADDRMSTR-FILE-SW     PIC X(01) VALUE SPACE.
             88 END-OF-ADDRMSTR-FILE VALUE 'Y'.
          05 PARM-FILE-SW         PIC X(01) VALUE SPACE.
             88 END-OF-PARM-FILE     VALUE 'Y'.
          05 WS-PARM-ERROR-SW     PIC X(01) VALUE 'N'.
             88 PARM-ERROR           VALUE 'Y'.
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
       01 WS-ADDRESS-CONTROLS.
          05 WS-AD-ENTRIES-LOADED PIC S9(04) COMP VALUE 0.
          05 WS-AD-FOUND-SW       PIC X(01) VALUE 'N'.
             88 ADDRESS-FOUND               VALUE 'Y'.
          05 WS-AD-FOUND-SUB      PIC S9(04) COMP VALUE 0.
      *
       01 WS-PARM-FIELDS.
          05 WS-PARM-KEYWORD      PIC X(20).
          05 WS-PARM-VALUE        PIC X(60).
      *
       01 WS-BILLING-CONTROLS.
          05 WS-RUN-DATE          PIC 9(08) VALUE 0.
          05 WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                  PIC X(08).
          05 WS-GRACE-DAYS        PIC 9(03) VALUE 31.
          05 WS-BILL-DAYS         PIC 9(02) VALUE 30.
          05 WS-BILL-THRU-DATE    PIC 9(08) VALUE 0.
          05 WS-MONTHS-DUE        PIC S9(03) COMP VALUE 0.
          05 WS-AMOUNT-DUE        PIC S9(07)V99 VALUE 0.
          05 WS-POLICY-ACTION     PIC X(40) VALUE SPACES.
      *** ONE-MONTH DATE ARITHMETIC - EACH PREMIUM AFTER THE FIRST IS
      *** DUE ON THE SAME DAY OF THE MONTH AS THE POLICY'S EFFECTIVE
      *** DATE (THE BILLING DAY), PULLED BACK TO THE MONTH END IN A
      *** SHORT MONTH.  SAME RULE PREMPOST USES TO ADVANCE PAID-TO.
          05 WS-ADV-DATE          PIC 9(08) VALUE 0.
          05 WS-ADV-DATE-X REDEFINES WS-ADV-DATE.
             10 WS-ADV-CCYY       PIC 9(04).
             10 WS-ADV-MM         PIC 9(02).
             10 WS-ADV-DD         PIC 9(02).
          05 WS-ANCHOR-DATE       PIC 9(08) VALUE 0.
          05 WS-ANCHOR-DATE-X REDEFINES WS-ANCHOR-DATE.
             10 FILLER            PIC 9(06).
             10 WS-ANCHOR-DD      PIC 9(02).
      *
       01 COUNTERS-AND-ACCUMULATORS.
          05 POLICIES-READ        PIC S9(05) COMP VALUE 0.
          05 POLICIES-CURRENT     PIC S9(05) COMP VALUE 0.
          05 POLICIES-IN-GRACE    PIC S9(05) COMP VALUE 0.
          05 POLICIES-NEWLY-LAPSED
                                  PIC S9(05) COMP VALUE 0.
          05 POLICIES-PREV-LAPSED PIC S9(05) COMP VALUE 0.
          05 INVOICES-MAILED      PIC S9(05) COMP VALUE 0.
          05 INVOICES-NO-ADDRESS  PIC S9(05) COMP VALUE 0.
          05 AMOUNT-BILLED        PIC S9(09)V99 VALUE 0.
      *
      *****************************************************************
      *  PREMIUM INVOICE - ONE PAGE PER POLICY BILLED                 *
      *****************************************************************
      *
       01 INV-HEADER-1.
          05 FILLER               PIC X(55) VALUE SPACES.
          05 FILLER               PIC X(23) VALUE
                'PREMIUM INVOICE'.
          05 FILLER               PIC X(55) VALUE SPACES.
      *
       01 INV-HEADER-2.
          05 FILLER               PIC X(55) VALUE SPACES.
          05 FILLER               PIC X(15) VALUE ALL '='.
          05 FILLER               PIC X(63) VALUE SPACES.
      *
       01 INV-POLICY-LINE.
          05 FILLER               PIC X(05) VALUE SPACES.
          05 FILLER               PIC X(15) VALUE 'POLICY NUMBER: '.
          05 INV-POLICY-NO-O      PIC 9(07).
          05 FILLER               PIC X(10) VALUE SPACES.
          05 FILLER               PIC X(14) VALUE 'INVOICE DATE: '.
          05 INV-DATE-O           PIC 9999/99/99.
          05 FILLER               PIC X(72) VALUE SPACES.
      *
       01 INV-ADDR-LINE-1.
          05 FILLER               PIC X(05) VALUE SPACES.
          05 FILLER               PIC X(09) VALUE 'MAIL TO: '.
          05 INV-ADDR-STREET-O    PIC X(25).
          05 FILLER               PIC X(94) VALUE SPACES.
      *
       01 INV-ADDR-LINE-2.
          05 FILLER               PIC X(14) VALUE SPACES.
          05 INV-ADDR-CITY-O      PIC X(20).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 INV-ADDR-STATE-O     PIC X(02).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 INV-ADDR-ZIP-O       PIC X(09).
          05 FILLER               PIC X(86) VALUE SPACES.
      *
       01 INV-DATE-LINE.
          05 FILLER               PIC X(05) VALUE SPACES.
          05 INV-DATE-LABEL-O     PIC X(30).
          05 INV-DATE-VALUE-O     PIC 9999/99/99.
          05 FILLER               PIC X(88) VALUE SPACES.
      *
       01 INV-COUNT-LINE.
          05 FILLER               PIC X(05) VALUE SPACES.
          05 INV-COUNT-LABEL-O    PIC X(30).
          05 FILLER               PIC X(07) VALUE SPACES.
          05 INV-COUNT-VALUE-O    PIC ZZ9.
          05 FILLER               PIC X(88) VALUE SPACES.
      *
       01 INV-AMOUNT-LINE.
          05 FILLER               PIC X(05) VALUE SPACES.
          05 INV-AMOUNT-LABEL-O   PIC X(30).
          05 INV-AMOUNT-VALUE-O   PIC $$$,$$9.99.
          05 FILLER               PIC X(88) VALUE SPACES.
      *
       01 INV-GRACE-LINE.
          05 FILLER               PIC X(05) VALUE SPACES.
          05 FILLER               PIC X(72) VALUE
                'PREMIUM IS PAST DUE - COVERAGE WILL LAPSE IF PAYMENT IS
      -         ' NOT RECEIVED BY '.
          05 INV-GRACE-END-O      PIC 9999/99/99.
          05 FILLER               PIC X(46) VALUE SPACES.
      *
       01 INV-BLANK-LINE          PIC X(133) VALUE SPACES.
      *
      *****************************************************************
      *  PREMIUM BILLING REGISTER - ONE LINE PER POLICY, THEN TOTALS  *
      *****************************************************************
      *
       01 RPT-HEADER-1.
          05 FILLER               PIC X(47) VALUE SPACES.
          05 FILLER               PIC X(25) VALUE
                'PREMIUM BILLING REGISTER'.
          05 FILLER               PIC X(10) VALUE 'RUN DATE: '.
          05 RPT-RUN-DATE-O       PIC 9999/99/99.
          05 FILLER               PIC X(41) VALUE SPACES.
      *
       01 RPT-HEADER-2.
          05 FILLER               PIC X(47) VALUE SPACES.
          05 FILLER               PIC X(45) VALUE ALL '='.
          05 FILLER               PIC X(41) VALUE SPACES.
      *
       01 RPT-HEADER-3.
          05 FILLER               PIC X(07) VALUE 'POLICY'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(06) VALUE 'STATUS'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE 'PAID TO'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE 'GRACE END'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE '   PREMIUM'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(06) VALUE 'MONTHS'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(12) VALUE '  AMOUNT DUE'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(40) VALUE 'ACTION'.
          05 FILLER               PIC X(16) VALUE SPACES.
      *
       01 RPT-HEADER-4.
          05 FILLER               PIC X(07) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(06) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(06) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(12) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(40) VALUE ALL '='.
          05 FILLER               PIC X(16) VALUE SPACES.
      *
       01 RPT-DETAIL.
          05 RPT-POLICY-NO-O      PIC 9(07).
          05 FILLER               PIC X(04) VALUE SPACES.
          05 RPT-STATUS-O         PIC X(01).
          05 FILLER               PIC X(03) VALUE SPACES.
          05 RPT-PAID-TO-O        PIC 9999/99/99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 RPT-GRACE-END-O      PIC 9999/99/99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 RPT-PREMIUM-O        PIC ZZ,ZZ9.99.
          05 FILLER               PIC X(07) VALUE SPACES.
          05 RPT-MONTHS-O         PIC ZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 RPT-AMOUNT-DUE-O     PIC ZZZ,ZZZ.99-.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 RPT-ACTION-O         PIC X(40).
          05 FILLER               PIC X(20) VALUE SPACES.
      *
       01 RPT-TOTAL-LINE.
          05 RPT-TOTAL-LABEL      PIC X(40).
          05 RPT-TOTAL-COUNT      PIC ZZ,ZZ9.
          05 FILLER               PIC X(87) VALUE SPACES.
      *
       01 RPT-AMOUNT-LINE.
          05 RPT-AMOUNT-LABEL     PIC X(40).
          05 RPT-TOTAL-AMOUNT     PIC $$,$$$,$$9.99.
          05 FILLER               PIC X(80) VALUE SPACES.
      *
       01 RPT-BLANK-LINE          PIC X(133) VALUE SPACES.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THE MAIN PROCEDURE AREA LOADS THE ADDRESS MASTER, BILLS    *
      *    EVERY POLICY ON THE PREMIUM MASTER, WRITES THE REGISTER    *
      *    TOTALS, AND CLOSES THE FILES.                              *
      *                                                               *
      *  CALLED BY:                                                   *
      *    - NONE                                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    - 0000-HOUSEKEEPING                                        *
      *    - 0100-OPEN-FILES                                          *
      *    - 0200-LOAD-ADDRESS-MASTER                                 *
      *    - 0300-BILL-POLICIES                                       *
      *    - 0700-WRITE-REGISTER-TOTALS                               *
      *    - 0800-CLOSE-FILES                                         *
      *****************************************************************
      *
       PROCEDURE DIVISION.
           PERFORM 0000-HOUSEKEEPING.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0200-LOAD-ADDRESS-MASTER.
           PERFORM 0300-BILL-POLICIES.
           PERFORM 0700-WRITE-REGISTER-TOTALS.
           PERFORM 0800-CLOSE-FILES.
           GOBACK.
      *
       0000-HOUSEKEEPING.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH INITIALIZES WORKING STORAGE VARIABLES,      *
      *    DEFAULTS THE RUN DATE TO TODAY AND READS THE CONTROL       *
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
           INITIALIZE WS-ADDR-MSTR-REC,
                      WS-ADDRESS-TABLE,
                      COUNTERS-AND-ACCUMULATORS,
                      WS-FILE-SWITCHES.
      *
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE-X.
      *
           PERFORM 0050-READ-PARM-FILE.
      *
           IF PARM-ERROR
              DISPLAY 'PREMBILL RUN STOPPED - INVALID CONTROL CARD(S), S
      -              'EE PRIOR MESSAGES'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      *
           COMPUTE WS-BILL-THRU-DATE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                  + WS-BILL-DAYS).
      *
       0050-READ-PARM-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE KEYWORD=VALUE CONTROL CARDS THAT  *
      *    OVERRIDE THE RUN DATE, THE GRACE PERIOD AND HOW FAR AHEAD  *
      *    TO BILL.  AN UNRECOGNIZED KEYWORD OR BAD VALUE FLAGS A     *
      *    CONTROL CARD ERROR INSTEAD OF SILENTLY DEFAULTING.         *
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
              WHEN 'GRACEDAYS'
                 IF WS-PARM-VALUE (1:3) IS NUMERIC
                    MOVE WS-PARM-VALUE (1:3) TO WS-GRACE-DAYS
                 ELSE
                    MOVE 'Y' TO WS-PARM-ERROR-SW
                    DISPLAY 'INVALID GRACEDAYS VALUE ON CONTROL CARD (NN
      -                'N): ' WS-PARM-VALUE
                 END-IF
              WHEN 'BILLDAYS'
                 IF WS-PARM-VALUE (1:2) IS NUMERIC
                    MOVE WS-PARM-VALUE (1:2) TO WS-BILL-DAYS
                 ELSE
                    MOVE 'Y' TO WS-PARM-ERROR-SW
                    DISPLAY 'INVALID BILLDAYS VALUE ON CONTROL CARD (NN)
      -                ': ' WS-PARM-VALUE
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
      *    THIS PARAGRAPH OPENS THE FILES, CHECKS EACH FILE STATUS,   *
      *    AND WRITES THE BILLING REGISTER HEADERS.                   *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           OPEN I-O PREMMSTR.
           IF PMCODE = '00'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO PREMMSTR-FILE-SW
              DISPLAY 'ERROR ENCOUNTERED OPENING PREMIUM MASTER FILE, ST
      -          'ATUS: ' PMCODE
           END-IF.
      *
           OPEN OUTPUT INVOICE.
           IF IVCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING INVOICE FILE'
           END-IF.
      *
           OPEN OUTPUT PREMRPT.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING BILLING REGISTER FILE'
           END-IF.
      *
           MOVE WS-RUN-DATE TO RPT-RUN-DATE-O.
           WRITE PREM-RPT-REC FROM RPT-BLANK-LINE.
           WRITE PREM-RPT-REC FROM RPT-HEADER-1.
           WRITE PREM-RPT-REC FROM RPT-HEADER-2.
           WRITE PREM-RPT-REC FROM RPT-BLANK-LINE.
           WRITE PREM-RPT-REC FROM RPT-HEADER-3.
           WRITE PREM-RPT-REC FROM RPT-HEADER-4.
      *
       0200-LOAD-ADDRESS-MASTER.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE INSURED ADDRESS MASTER (IF ONE    *
      *    WAS SUPPLIED) AND LOADS ONE TABLE ENTRY PER POLICY SO EACH *
      *    INVOICE CAN PRINT THE MAILING ADDRESS.  RECORDS BEYOND THE *
      *    TABLE'S CAPACITY ARE WARNED ABOUT INSTEAD OF VANISHING     *
      *    SILENTLY.                                                  *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           OPEN INPUT ADDRMSTR.
           IF AMCODE = '00' OR '05'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO ADDRMSTR-FILE-SW
              DISPLAY 'ERROR ENCOUNTERED OPENING ADDRESS MASTER FILE, ST
      -          'ATUS: ' AMCODE
           END-IF.
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
                       DISPLAY 'WARNING: ADDRESS MASTER TABLE '
                          'CAPACITY OF 1000 ENTRIES EXCEEDED - POLICY '
                          WS-AM-POLICY-NO ' NOT LOADED'
                    END-IF
              END-READ
           END-PERFORM.
      *
           IF AMCODE = '00' OR '10'
              CLOSE ADDRMSTR
           END-IF.
      *
       0300-BILL-POLICIES.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE PREMIUM MASTER IN POLICY NUMBER   *
      *    ORDER AND BILLS EACH POLICY VIA 0400-BILL-ONE-POLICY.      *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0400-BILL-ONE-POLICY                                    *
      *****************************************************************
      *
           PERFORM UNTIL END-OF-PREMMSTR-FILE
              READ PREMMSTR NEXT RECORD
                 AT END
                    MOVE 'Y' TO PREMMSTR-FILE-SW
                 NOT AT END
                    ADD +1 TO POLICIES-READ
                    PERFORM 0400-BILL-ONE-POLICY
              END-READ
           END-PERFORM.
      *
           IF PMCODE = '00' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED READING PREMIUM MASTER FILE, ST
      -          'ATUS: ' PMCODE
           END-IF.
      *
       0400-BILL-ONE-POLICY.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH SETS ONE POLICY'S STATUS AS OF THE RUN      *
      *    DATE, INVOICES IT IF A PREMIUM IS DUE WITHIN THE BILLING   *
      *    WINDOW, REWRITES THE MASTER ROW AND LISTS THE POLICY ON    *
      *    THE BILLING REGISTER.  AN ALREADY-LAPSED POLICY IS ONLY    *
      *    COUNTED AND LISTED.                                        *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0300-BILL-POLICIES                                      *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0450-SET-POLICY-STATUS                                  *
      *    -  0500-INVOICE-POLICY                                     *
      *    -  0600-WRITE-REGISTER-LINE                                *
      *****************************************************************
      *
           MOVE ZERO   TO WS-MONTHS-DUE, WS-AMOUNT-DUE.
           MOVE SPACES TO WS-POLICY-ACTION.
      *
           IF PRM-LAPSED
              ADD +1 TO POLICIES-PREV-LAPSED
              MOVE 'LAPSED - NOT BILLED' TO WS-POLICY-ACTION
           ELSE
              PERFORM 0450-SET-POLICY-STATUS
              IF NOT PRM-LAPSED
                 AND PRM-MONTHLY-PREMIUM > ZERO
                 AND PRM-PAID-TO-DATE NOT > WS-BILL-THRU-DATE
                 PERFORM 0500-INVOICE-POLICY
              END-IF
              IF WS-POLICY-ACTION = SPACES
                 MOVE 'NOT DUE - NO INVOICE' TO WS-POLICY-ACTION
              END-IF
              REWRITE PREMIUM-MASTER-REC
              IF PMCODE = '00'
                 NEXT SENTENCE
              ELSE
                 DISPLAY 'ERROR ENCOUNTERED UPDATING PREMIUM MASTER '
                    'FILE, STATUS: ' PMCODE
              END-IF
           END-IF.
      *
           PERFORM 0600-WRITE-REGISTER-LINE.
      *
       0450-SET-POLICY-STATUS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH AGES THE POLICY AGAINST THE RUN DATE.  THE  *
      *    GRACE PERIOD RUNS GRACEDAYS PAST THE PAID-TO DATE; A       *
      *    POLICY STILL UNPAID AFTER THAT LAPSES, AND ITS LAPSE DATE  *
      *    IS THE DAY BEFORE THE PAID-TO DATE - THE LAST DAY OF PAID  *
      *    COVERAGE.                                                  *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0400-BILL-ONE-POLICY                                    *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           IF PRM-PAID-TO-DATE < WS-RUN-DATE
              COMPUTE PRM-GRACE-END-DATE = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE (PRM-PAID-TO-DATE)
                     + WS-GRACE-DAYS)
              IF WS-RUN-DATE > PRM-GRACE-END-DATE
                 MOVE 'L' TO PRM-STATUS
                 COMPUTE PRM-LAPSE-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (PRM-PAID-TO-DATE)
                        - 1)
                 ADD +1 TO POLICIES-NEWLY-LAPSED
                 MOVE 'LAPSED FOR NON-PAYMENT' TO WS-POLICY-ACTION
              ELSE
                 MOVE 'G' TO PRM-STATUS
                 ADD +1 TO POLICIES-IN-GRACE
              END-IF
           ELSE
              MOVE 'A'  TO PRM-STATUS
              MOVE ZERO TO PRM-GRACE-END-DATE
              ADD +1 TO POLICIES-CURRENT
           END-IF.
      *
       0500-INVOICE-POLICY.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH COUNTS THE PREMIUMS DUE FROM THE PAID-TO    *
      *    DATE THROUGH THE END OF THE BILLING WINDOW, TAKES OFF ANY  *
      *    CREDIT ON ACCOUNT, AND PRINTS THE INVOICE.  A POLICY WITH  *
      *    NO ADDRESS ON FILE IS NOT MAILED.                          *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0400-BILL-ONE-POLICY                                    *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0510-ADVANCE-ONE-MONTH                                  *
      *    -  0520-FIND-ADDRESS                                       *
      *    -  0530-PRINT-INVOICE                                      *
      *****************************************************************
      *
           MOVE PRM-EFF-DATE     TO WS-ANCHOR-DATE.
           MOVE PRM-PAID-TO-DATE TO WS-ADV-DATE.
           PERFORM UNTIL WS-ADV-DATE > WS-BILL-THRU-DATE
              ADD 1 TO WS-MONTHS-DUE
              PERFORM 0510-ADVANCE-ONE-MONTH
           END-PERFORM.
      *
           COMPUTE WS-AMOUNT-DUE = WS-MONTHS-DUE * PRM-MONTHLY-PREMIUM
                                 - PRM-CREDIT-BALANCE.
      *
           IF WS-AMOUNT-DUE NOT > ZERO
              MOVE 'COVERED BY CREDIT - NO INVOICE'
                                 TO WS-POLICY-ACTION
           ELSE
              PERFORM 0520-FIND-ADDRESS
              IF ADDRESS-FOUND
                 PERFORM 0530-PRINT-INVOICE
                 MOVE WS-RUN-DATE TO PRM-LAST-BILL-DATE
                 ADD +1 TO INVOICES-MAILED
                 ADD WS-AMOUNT-DUE TO AMOUNT-BILLED
                 IF PRM-IN-GRACE
                    MOVE 'INVOICED - IN GRACE PERIOD'
                                 TO WS-POLICY-ACTION
                 ELSE
                    MOVE 'INVOICED' TO WS-POLICY-ACTION
                 END-IF
              ELSE
                 ADD +1 TO INVOICES-NO-ADDRESS
                 MOVE 4 TO RETURN-CODE
                 MOVE 'NO ADDRESS ON FILE - INVOICE NOT MAILED'
                                 TO WS-POLICY-ACTION
              END-IF
           END-IF.
      *
       0510-ADVANCE-ONE-MONTH.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH MOVES WS-ADV-DATE TO THE POLICY'S BILLING   *
      *    DAY IN THE FOLLOWING MONTH, PULLED BACK TO THE LAST DAY OF *
      *    A MONTH TOO SHORT TO HAVE IT.                              *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0500-INVOICE-POLICY                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           IF WS-ADV-MM = 12
              MOVE 1 TO WS-ADV-MM
              ADD 1  TO WS-ADV-CCYY
           ELSE
              ADD 1  TO WS-ADV-MM
           END-IF.
           MOVE WS-ANCHOR-DD TO WS-ADV-DD.
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD (WS-ADV-DATE) = 0
              SUBTRACT 1 FROM WS-ADV-DD
           END-PERFORM.
      *
       0520-FIND-ADDRESS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH SEARCHES THE ADDRESS TABLE FOR THE POLICY.  *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0500-INVOICE-POLICY                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE 'N'  TO WS-AD-FOUND-SW.
           MOVE ZERO TO WS-AD-FOUND-SUB.
           PERFORM VARYING AD-IDX FROM 1 BY 1
              UNTIL AD-IDX > WS-AD-ENTRIES-LOADED
                 IF WS-AD-POLICY-NO (AD-IDX) = PRM-POLICY-NO
                    MOVE 'Y' TO WS-AD-FOUND-SW
                    SET WS-AD-FOUND-SUB TO AD-IDX
                 END-IF
           END-PERFORM.
           IF ADDRESS-FOUND
              SET AD-IDX TO WS-AD-FOUND-SUB
           END-IF.
      *
       0530-PRINT-INVOICE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH PRINTS ONE INVOICE PAGE: HEADING, POLICY    *
      *    AND INVOICE DATE, MAILING ADDRESS, THE PREMIUM BILLED, THE *
      *    CREDIT TAKEN AND THE AMOUNT DUE, AND THE LAPSE WARNING FOR *
      *    A POLICY IN ITS GRACE PERIOD.                              *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0500-INVOICE-POLICY                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           WRITE INVOICE-REC FROM INV-HEADER-1
              AFTER ADVANCING PAGE.
           WRITE INVOICE-REC FROM INV-HEADER-2
              AFTER ADVANCING 1 LINE.
           WRITE INVOICE-REC FROM INV-BLANK-LINE
              AFTER ADVANCING 1 LINE.
      *
           MOVE PRM-POLICY-NO TO INV-POLICY-NO-O.
           MOVE WS-RUN-DATE   TO INV-DATE-O.
           WRITE INVOICE-REC FROM INV-POLICY-LINE
              AFTER ADVANCING 1 LINE.
           WRITE INVOICE-REC FROM INV-BLANK-LINE
              AFTER ADVANCING 1 LINE.
      *
           MOVE WS-AD-STREET (AD-IDX) TO INV-ADDR-STREET-O.
           MOVE WS-AD-CITY (AD-IDX)   TO INV-ADDR-CITY-O.
           MOVE WS-AD-STATE (AD-IDX)  TO INV-ADDR-STATE-O.
           MOVE WS-AD-ZIP (AD-IDX)    TO INV-ADDR-ZIP-O.
           WRITE INVOICE-REC FROM INV-ADDR-LINE-1
              AFTER ADVANCING 1 LINE.
           WRITE INVOICE-REC FROM INV-ADDR-LINE-2
              AFTER ADVANCING 1 LINE.
           WRITE INVOICE-REC FROM INV-BLANK-LINE
              AFTER ADVANCING 1 LINE.
      *
           MOVE 'PREMIUM DUE DATE:'     TO INV-DATE-LABEL-O.
           MOVE PRM-PAID-TO-DATE        TO INV-DATE-VALUE-O.
           WRITE INVOICE-REC FROM INV-DATE-LINE
              AFTER ADVANCING 1 LINE.
      *
           MOVE 'MONTHLY PREMIUM:'      TO INV-AMOUNT-LABEL-O.
           MOVE PRM-MONTHLY-PREMIUM     TO INV-AMOUNT-VALUE-O.
           WRITE INVOICE-REC FROM INV-AMOUNT-LINE
              AFTER ADVANCING 1 LINE.
      *
           MOVE 'MONTHS BILLED:'        TO INV-COUNT-LABEL-O.
           MOVE WS-MONTHS-DUE           TO INV-COUNT-VALUE-O.
           WRITE INVOICE-REC FROM INV-COUNT-LINE
              AFTER ADVANCING 1 LINE.
      *
           MOVE 'LESS CREDIT ON ACCOUNT:' TO INV-AMOUNT-LABEL-O.
           MOVE PRM-CREDIT-BALANCE      TO INV-AMOUNT-VALUE-O.
           WRITE INVOICE-REC FROM INV-AMOUNT-LINE
              AFTER ADVANCING 1 LINE.
      *
           MOVE 'AMOUNT DUE:'           TO INV-AMOUNT-LABEL-O.
           MOVE WS-AMOUNT-DUE           TO INV-AMOUNT-VALUE-O.
           WRITE INVOICE-REC FROM INV-AMOUNT-LINE
              AFTER ADVANCING 2 LINES.
      *
           IF PRM-IN-GRACE
              MOVE PRM-GRACE-END-DATE   TO INV-GRACE-END-O
              WRITE INVOICE-REC FROM INV-GRACE-LINE
                 AFTER ADVANCING 2 LINES
           END-IF.
      *
           IF IVCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO INVOICE FILE'
           END-IF.
      *
       0600-WRITE-REGISTER-LINE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH LISTS ONE POLICY ON THE BILLING REGISTER    *
      *    AND CHECKS THE FILE STATUS.                                *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0400-BILL-ONE-POLICY                                    *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE PRM-POLICY-NO       TO RPT-POLICY-NO-O.
           MOVE PRM-STATUS          TO RPT-STATUS-O.
           MOVE PRM-PAID-TO-DATE    TO RPT-PAID-TO-O.
           MOVE PRM-GRACE-END-DATE  TO RPT-GRACE-END-O.
           MOVE PRM-MONTHLY-PREMIUM TO RPT-PREMIUM-O.
           MOVE WS-MONTHS-DUE       TO RPT-MONTHS-O.
           MOVE WS-AMOUNT-DUE       TO RPT-AMOUNT-DUE-O.
           MOVE WS-POLICY-ACTION    TO RPT-ACTION-O.
           WRITE PREM-RPT-REC FROM RPT-DETAIL.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO BILLING REGISTER'
           END-IF.
      *
       0700-WRITE-REGISTER-TOTALS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES THE POLICY COUNTS BY STATUS, THE     *
      *    INVOICE COUNTS AND THE TOTAL AMOUNT BILLED.                *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           WRITE PREM-RPT-REC FROM RPT-BLANK-LINE.
      *
           MOVE 'TOTAL POLICIES READ:  '       TO RPT-TOTAL-LABEL.
           MOVE POLICIES-READ                  TO RPT-TOTAL-COUNT.
           WRITE PREM-RPT-REC FROM RPT-TOTAL-LINE.
      *
           MOVE 'POLICIES CURRENT:  '          TO RPT-TOTAL-LABEL.
           MOVE POLICIES-CURRENT               TO RPT-TOTAL-COUNT.
           WRITE PREM-RPT-REC FROM RPT-TOTAL-LINE.
      *
           MOVE 'POLICIES IN GRACE PERIOD:  '  TO RPT-TOTAL-LABEL.
           MOVE POLICIES-IN-GRACE              TO RPT-TOTAL-COUNT.
           WRITE PREM-RPT-REC FROM RPT-TOTAL-LINE.
      *
           MOVE 'POLICIES LAPSED THIS RUN:  '  TO RPT-TOTAL-LABEL.
           MOVE POLICIES-NEWLY-LAPSED          TO RPT-TOTAL-COUNT.
           WRITE PREM-RPT-REC FROM RPT-TOTAL-LINE.
      *
           MOVE 'POLICIES PREVIOUSLY LAPSED:  ' TO RPT-TOTAL-LABEL.
           MOVE POLICIES-PREV-LAPSED           TO RPT-TOTAL-COUNT.
           WRITE PREM-RPT-REC FROM RPT-TOTAL-LINE.
      *
           MOVE 'INVOICES MAILED:  '           TO RPT-TOTAL-LABEL.
           MOVE INVOICES-MAILED                TO RPT-TOTAL-COUNT.
           WRITE PREM-RPT-REC FROM RPT-TOTAL-LINE.
      *
           MOVE 'INVOICES NOT MAILED - NO ADDRESS:  '
                                               TO RPT-TOTAL-LABEL.
           MOVE INVOICES-NO-ADDRESS            TO RPT-TOTAL-COUNT.
           WRITE PREM-RPT-REC FROM RPT-TOTAL-LINE.
      *
           MOVE 'TOTAL PREMIUM BILLED:  '      TO RPT-AMOUNT-LABEL.
           MOVE AMOUNT-BILLED                  TO RPT-TOTAL-AMOUNT.
           WRITE PREM-RPT-REC FROM RPT-AMOUNT-LINE.
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
           CLOSE PREMMSTR.
           IF PMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING PREMIUM MASTER FILE'
           END-IF.
      *
           CLOSE INVOICE.
           IF IVCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING INVOICE FILE'
           END-IF.
      *
           CLOSE PREMRPT.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING BILLING REGISTER FILE'
           END-IF.
