       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHKISSUE.
       AUTHOR. DORETHA RILEY.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. CURRENT-DATE.
      *
      *****************************************************************
      *  DESCRIPTION                                                  *
      *    THIS PROGRAM ISSUES THE CLAIM PAYMENT CHECKS FROM THE      *
      *    CLAIMS PAYMENT EXTRACT (PAYFILE).  THE EXTRACT MUST        *
      *    BALANCE TO ITS OWN TRAILER BEFORE ANY CHECK IS CUT.  THE   *
      *    DETAIL RECORDS ARE COMBINED INTO ONE CHECK PER PAYEE -     *
      *    THE PROVIDER (CLAIM-PCP-ID, NAME FROM THE PROVIDER MASTER) *
      *    OR, FOR A CLAIM WITH NO PROVIDER, THE INSURED - AND EACH   *
      *    CHECK WITH A POSITIVE NET IS GIVEN THE NEXT SEQUENTIAL     *
      *    CHECK NUMBER FROM THE CHECK CONTROL RECORD.                *
      *                                                               *
      *    A VOID ('V') WRITTEN BY CLAIMS' 0620-PROCESS-REVERSAL IS   *
      *    TRACED THROUGH THE CHECK HISTORY TO THE CHECK THAT PAID    *
      *    THE ORIGINAL CLAIM.  THAT CHECK IS STOPPED - A VOID/STOP   *
      *    RECORD GOES ON THE POSITIVE-PAY FILE - AND THE OTHER       *
      *    CLAIMS IT PAID ARE REISSUED ON THIS RUN'S CHECK TO THE     *
      *    SAME PAYEE.  A VOID WITH NO ISSUED CHECK BEHIND IT (THE    *
      *    ORIGINAL IS IN THE SAME EXTRACT, OR PREDATES THE HISTORY)  *
      *    IS NETTED AGAINST THE PAYEE'S CHECK INSTEAD, AS IS EVERY   *
      *    ADJUSTMENT ('A').  A PAYEE WHOSE NET IS NOT POSITIVE GETS  *
      *    NO CHECK AND IS LISTED FOR RECOVERY.                       *
      *                                                               *
      *    THE REGISTER LISTS EVERY CHECK WITH THE CLAIMS IT PAYS,    *
      *    THE CHECKS STOPPED, THE PAYEES WITH NO CHECK AND A PROOF   *
      *    THAT THE CHECKS ISSUED ACCOUNT FOR THE WHOLE EXTRACT.      *
      *                                                               *
      *    RETURN CODES:                                              *
      *      0  - CHECKS ISSUED, PROOF BALANCED                       *
      *      4  - ISSUED WITH WARNINGS (VOID NETTED, PAYEE WITH NO    *
      *           CHECK, PROVIDER NOT ON THE PROVIDER MASTER)         *
      *      8  - REGISTER PROOF OUT OF BALANCE                       *
      *      16 - NOTHING ISSUED - THE EXTRACT OR THE CHECK CONTROL   *
      *           RECORD FAILED ITS EDITS, OR THIS EXTRACT HAS        *
      *           ALREADY BEEN ISSUED                                 *
      *                                                               *
      *    INPUT FILES:                                               *
      *      RTPOT44.CLAIMS.PAYFILE (CLAIMS PAYMENT EXTRACT)          *
      *      INTERNAL FILE NAME:  PAYFILE                             *
      *      JCL DD NAME:         PAYFILE                             *
      *                                                               *
      *      RTPOT44.PROVFILE.DATA (PROVIDER MASTER - PAYEE NAMES)    *
      *      INTERNAL FILE NAME:  PROVFILE                            *
      *      JCL DD NAME:         PROVFILE                            *
      *                                                               *
      *      RTPOT44.CHKCTL.DATA (CHECK CONTROL RECORD)               *
      *      INTERNAL FILE NAME:  CHKCTL                              *
      *      JCL DD NAME:         CHKCTL                              *
      *                                                               *
      *    UPDATE FILES:                                              *
      *      RTPOT44.CLAIMS.CHKHIST (CUMULATIVE CHECK HISTORY, READ   *
      *      FOR VOID TRACING, THEN THIS RUN'S CHECKS ARE APPENDED)   *
      *      INTERNAL FILE NAME:  CHKHIST                             *
      *      JCL DD NAME:         CHKHIST                             *
      *                                                               *
      *    OUTPUT FILES:                                              *
      *      RTPOT44.CHKCTL.NEW (UPDATED CHECK CONTROL RECORD)        *
      *      INTERNAL FILE NAME:  NEWCTL                              *
      *      JCL DD NAME:         NEWCTL                              *
      *                                                               *
      *      RTPOT44.CLAIMS.POSPAY (BANK POSITIVE-PAY FILE)           *
      *      INTERNAL FILE NAME:  POSPAY                              *
      *      JCL DD NAME:         POSPAY                              *
      *                                                               *
      *      DD SYSOUT=* (CHECK REGISTER)                             *
      *      INTERNAL FILE NAME:  CHKREG                              *
      *      JCL DD NAME:         CHKREG                              *
      *                                                               *
      *    JCL JOB: RTPOT44.LEARN.REUSABLE.JCL(CHKISSUE)              *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYFILE            *>CLAIMS PAYMENT EXTRACT
           ASSIGN TO PAYFILE
             FILE STATUS IS PYCODE.
      *
           SELECT OPTIONAL PROVFILE  *>PROVIDER MASTER
           ASSIGN TO PROVFILE
             FILE STATUS IS PVCODE.
      *
           SELECT CHKCTL             *>CHECK CONTROL RECORD
           ASSIGN TO CHKCTL
             FILE STATUS IS CCCODE.
      *
           SELECT OPTIONAL CHKHIST   *>CUMULATIVE CHECK HISTORY
           ASSIGN TO CHKHIST
             FILE STATUS IS CHCODE.
      *
           SELECT NEWCTL             *>UPDATED CHECK CONTROL RECORD
           ASSIGN TO NEWCTL
             FILE STATUS IS NCCODE.
      *
           SELECT POSPAY             *>BANK POSITIVE-PAY FILE
           ASSIGN TO POSPAY
             FILE STATUS IS PPCODE.
      *
           SELECT CHKREG             *>CHECK REGISTER
           ASSIGN TO CHKREG
             FILE STATUS IS RGCODE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PAYFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PAYFILE-REC.
      *
       01  PAYFILE-REC PIC X(80).
      *
       FD  PROVFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PROV-MSTR-REC.
      *
       01  PROV-MSTR-REC PIC X(80).
      *
       FD  CHKCTL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CHK-CTL-REC.
      *
       01  CHK-CTL-REC PIC X(80).
      *
       FD  CHKHIST
           RECORDING MODE IS F
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS CHK-HIST-REC.
      *
       01  CHK-HIST-REC PIC X(150).
      *
       FD  NEWCTL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS NEW-CTL-REC.
      *
       01  NEW-CTL-REC PIC X(80).
      *
       FD  POSPAY
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS POS-PAY-REC.
      *
       01  POS-PAY-REC PIC X(80).
      *
       FD  CHKREG
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS CHK-REG-REC.
      *
       01  CHK-REG-REC PIC X(133).
      *
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-CODES.
          05 PYCODE               PIC X(02).
          05 PVCODE               PIC X(02).
          05 CCCODE               PIC X(02).
          05 CHCODE               PIC X(02).
          05 NCCODE               PIC X(02).
          05 PPCODE               PIC X(02).
          05 RGCODE               PIC X(02).
      *
       01 WS-FILE-SWITCHES.
          05 PAYFILE-FILE-SW      PIC X(01) VALUE SPACE.
             88 END-OF-PAYFILE       VALUE 'Y'.
          05 PROVFILE-FILE-SW     PIC X(01) VALUE SPACE.
             88 END-OF-PROVFILE      VALUE 'Y'.
          05 CHKHIST-FILE-SW      PIC X(01) VALUE SPACE.
             88 END-OF-CHKHIST       VALUE 'Y'.
          05 WS-RUN-STOP-SW       PIC X(01) VALUE 'N'.
             88 RUN-STOPPED          VALUE 'Y'.
      *
      *****************************************************************
      *  PAYMENT EXTRACT RECORD AS THE CLAIMS PROGRAM WRITES IT -     *
      *  'H' = BATCH HEADER, 'D' = DETAIL, 'T' = BATCH TRAILER,       *
      *  'P' = PER-PROVIDER SUBTOTAL (NOT USED HERE).                 *
      *****************************************************************
      *
       01 WS-PAYFILE-REC.
          05 PAY-RECORD-TYPE         PIC X(01).
             88 PAY-HEADER-RECORD              VALUE 'H'.
             88 PAY-DETAIL-RECORD              VALUE 'D'.
             88 PAY-TRAILER-RECORD             VALUE 'T'.
          05 PAY-DETAIL-AREA.
             10 PAY-POLICY-NO        PIC 9(07).
             10 PAY-LAST-NAME        PIC X(15).
             10 PAY-FIRST-NAME       PIC X(10).
             10 PAY-BENEFIT-DATE     PIC 9(08).
             10 PAY-CLAIM-AMOUNT     PIC S9(07)V99.
             10 PAY-AMOUNT-PAID      PIC S9(07)V99.
             10 PAY-PCP-ID           PIC X(06).
             10 PAY-TRANS-CODE       PIC X(01).
                88 PAY-VOID                    VALUE 'V'.
                88 PAY-ADJUSTMENT              VALUE 'A'.
             10 FILLER               PIC X(14).
          05 PAY-HEADER-AREA REDEFINES PAY-DETAIL-AREA.
             10 PAY-HDR-RUN-DATE     PIC 9(08).
             10 FILLER               PIC X(71).
          05 PAY-TRAILER-AREA REDEFINES PAY-DETAIL-AREA.
             10 PAY-TRL-RECORD-COUNT PIC 9(07).
             10 PAY-TRL-HASH-TOTAL   PIC S9(11)V99.
             10 FILLER               PIC X(59).
      *
       01 WS-PROV-MSTR-REC.  *>PROVIDER MASTER RECORD LAYOUT
          05 WS-PM-PROV-ID        PIC X(06).
          05 WS-PM-PROV-NAME      PIC X(20).
          05 FILLER               PIC X(54).
      *
      *****************************************************************
      *  CHECK CONTROL RECORD - THE BANK ACCOUNT THE CHECKS ARE DRAWN *
      *  ON AND THE NEXT CHECK NUMBER TO ISSUE, PLUS THE RANGE AND    *
      *  EXTRACT DATE OF THE LAST RUN SO AN EXTRACT CANNOT BE ISSUED  *
      *  TWICE.                                                       *
      *****************************************************************
      *
       01 WS-CHECK-CONTROL-REC.
          05 CC-BANK-ROUTING      PIC 9(09).
          05 CC-BANK-ACCOUNT      PIC X(12).
          05 CC-NEXT-CHECK-NO     PIC 9(08).
          05 CC-LAST-RUN-DATE     PIC 9(08).
          05 CC-LAST-FIRST-CHECK  PIC 9(08).
          05 CC-LAST-LAST-CHECK   PIC 9(08).
          05 FILLER               PIC X(27).
      *
      *****************************************************************
      *  CHECK HISTORY RECORD.  ONE 'I' RECORD PER CLAIM LINE ON AN   *
      *  ISSUED CHECK (CARRYING THE CHECK'S NUMBER, DATE, PAYEE AND   *
      *  TOTAL) AND ONE 'V' RECORD PER CHECK STOPPED.                 *
      *****************************************************************
      *
       01 WS-CHKHIST-REC.
          05 CH-REC-TYPE          PIC X(01).
             88 CH-ISSUED-LINE               VALUE 'I'.
             88 CH-STOP-RECORD               VALUE 'V'.
          05 CH-CHECK-NO          PIC 9(08).
          05 CH-ISSUE-DATE        PIC 9(08).
          05 CH-PAYEE-KEY         PIC X(08).
          05 CH-PAYEE-NAME        PIC X(30).
          05 CH-CHECK-AMOUNT      PIC S9(09)V99.
          05 CH-POLICY-NO         PIC 9(07).
          05 CH-BENEFIT-DATE      PIC 9(08).
          05 CH-CLAIM-AMOUNT      PIC S9(07)V99.
          05 CH-AMOUNT-PAID       PIC S9(07)V99.
          05 CH-TRANS-CODE        PIC X(01).
          05 CH-RUN-DATE          PIC 9(08).
          05 CH-INSURED-NAME      PIC X(26).
          05 FILLER               PIC X(16).
      *
      *****************************************************************
      *  BANK POSITIVE-PAY RECORDS.  'H' = FILE HEADER, 'D' = ONE     *
      *  CHECK ISSUED ('I') OR VOIDED/STOPPED ('V'), 'T' = TRAILER    *
      *  WITH THE COUNT AND AMOUNT OF EACH.                           *
      *****************************************************************
      *
       01 PP-HEADER-REC.
          05 FILLER               PIC X(01) VALUE 'H'.
          05 PP-HDR-ROUTING       PIC 9(09).
          05 PP-HDR-ACCOUNT       PIC X(12).
          05 PP-HDR-FILE-DATE     PIC 9(08).
          05 FILLER               PIC X(50) VALUE SPACES.
      *
       01 PP-DETAIL-REC.
          05 FILLER               PIC X(01) VALUE 'D'.
          05 PP-ISSUE-VOID-IND    PIC X(01).
          05 PP-ACCOUNT           PIC X(12).
          05 PP-CHECK-NO          PIC 9(10).
          05 PP-CHECK-AMOUNT      PIC 9(08)V99.
          05 PP-ISSUE-DATE        PIC 9(08).
          05 PP-PAYEE-NAME        PIC X(30).
          05 FILLER               PIC X(08) VALUE SPACES.
      *
       01 PP-TRAILER-REC.
          05 FILLER               PIC X(01) VALUE 'T'.
          05 PP-TRL-ISSUE-COUNT   PIC 9(07).
          05 PP-TRL-ISSUE-AMOUNT  PIC 9(10)V99.
          05 PP-TRL-VOID-COUNT    PIC 9(07).
          05 PP-TRL-VOID-AMOUNT   PIC 9(10)V99.
          05 FILLER               PIC X(41) VALUE SPACES.
      *
       01 WS-PROVIDER-TABLE.
          05 WS-PV-ENTRY OCCURS 500 TIMES INDEXED BY PV-IDX.
             10 WS-PV-PROV-ID     PIC X(06).
             10 WS-PV-PROV-NAME   PIC X(20).
      *
      *****************************************************************
      *  ISSUED CLAIM LINES FROM THE CHECK HISTORY.  A LINE IS MARKED *
      *  WHEN ITS CHECK WAS STOPPED IN AN EARLIER RUN OR WHEN A VOID  *
      *  IN THIS RUN HAS BEEN MATCHED TO IT, SO NEITHER CAN BE        *
      *  MATCHED AGAIN.                                               *
      *****************************************************************
      *
       01 WS-HISTORY-TABLE.
          05 WS-HT-ENTRY OCCURS 20000 TIMES INDEXED BY HT-IDX.
             10 WS-HT-CHECK-NO       PIC 9(08).
             10 WS-HT-ISSUE-DATE     PIC 9(08).
             10 WS-HT-PAYEE-KEY      PIC X(08).
             10 WS-HT-PAYEE-NAME     PIC X(30).
             10 WS-HT-CHECK-AMOUNT   PIC S9(09)V99.
             10 WS-HT-POLICY-NO      PIC 9(07).
             10 WS-HT-BENEFIT-DATE   PIC 9(08).
             10 WS-HT-CLAIM-AMOUNT   PIC S9(07)V99.
             10 WS-HT-AMOUNT-PAID    PIC S9(07)V99.
             10 WS-HT-TRANS-CODE     PIC X(01).
             10 WS-HT-INSURED-NAME   PIC X(26).
             10 WS-HT-STOPPED-SW     PIC X(01).
                88 HT-CHECK-STOPPED            VALUE 'Y'.
             10 WS-HT-VOIDED-SW      PIC X(01).
                88 HT-LINE-VOIDED              VALUE 'Y'.
      *
       01 WS-PRIOR-STOP-TABLE.
          05 WS-PS-CHECK-NO OCCURS 2000 TIMES INDEXED BY PS-IDX
                                     PIC 9(08).
      *
      *****************************************************************
      *  THIS RUN'S CLAIM LINES - EVERY PAYFILE DETAIL ('P') PLUS THE *
      *  LINES REISSUED FROM STOPPED CHECKS ('R') - WITH THE PAYEE    *
      *  EACH ONE IS PAID TO AND WHAT BECAME OF IT: 'C' ON A CHECK,   *
      *  'S' A VOID SETTLED BY STOPPING THE ORIGINAL CHECK, 'N' THE   *
      *  PAYEE'S NET WAS NOT POSITIVE SO NO CHECK WAS CUT.            *
      *****************************************************************
      *
       01 WS-LINE-TABLE.
          05 WS-LN-ENTRY OCCURS 6000 TIMES INDEXED BY LN-IDX.
             10 WS-LN-SOURCE         PIC X(01).
                88 LN-FROM-PAYFILE             VALUE 'P'.
                88 LN-REISSUED                 VALUE 'R'.
             10 WS-LN-TRANS-CODE     PIC X(01).
             10 WS-LN-POLICY-NO      PIC 9(07).
             10 WS-LN-NAME           PIC X(26).
             10 WS-LN-BENEFIT-DATE   PIC 9(08).
             10 WS-LN-CLAIM-AMOUNT   PIC S9(07)V99.
             10 WS-LN-AMOUNT-PAID    PIC S9(07)V99.
             10 WS-LN-PCP-ID         PIC X(06).
             10 WS-LN-PAYEE-KEY      PIC X(08).
             10 WS-LN-PAYEE-SUB      PIC S9(04) COMP.
             10 WS-LN-ORIG-CHECK-NO  PIC 9(08).
             10 WS-LN-DISPOSITION    PIC X(01).
                88 LN-ON-CHECK                 VALUE 'C'.
                88 LN-VOID-STOPPED             VALUE 'S'.
                88 LN-NO-CHECK                 VALUE 'N'.
      *
       01 WS-PAYEE-TABLE.
          05 WS-PY-ENTRY OCCURS 2000 TIMES INDEXED BY PY-IDX.
             10 WS-PY-PAYEE-KEY      PIC X(08).
             10 WS-PY-PAYEE-NAME     PIC X(30).
             10 WS-PY-NET-AMOUNT     PIC S9(09)V99.
             10 WS-PY-LINE-COUNT     PIC S9(04) COMP.
             10 WS-PY-CHECK-NO       PIC 9(08).
      *
       01 WS-STOP-TABLE.
          05 WS-ST-ENTRY OCCURS 500 TIMES INDEXED BY ST-IDX.
             10 WS-ST-CHECK-NO       PIC 9(08).
             10 WS-ST-ISSUE-DATE     PIC 9(08).
             10 WS-ST-PAYEE-KEY      PIC X(08).
             10 WS-ST-PAYEE-NAME     PIC X(30).
             10 WS-ST-CHECK-AMOUNT   PIC S9(09)V99.
             10 WS-ST-VOID-POLICY    PIC 9(07).
      *
       01 WS-ISSUE-CONTROLS.
          05 WS-PV-ENTRIES-LOADED PIC S9(04) COMP VALUE 0.
          05 WS-HT-ENTRIES-LOADED PIC S9(05) COMP VALUE 0.
          05 WS-PS-ENTRIES-LOADED PIC S9(04) COMP VALUE 0.
          05 WS-LN-ENTRIES-USED   PIC S9(04) COMP VALUE 0.
          05 WS-PY-ENTRIES-USED   PIC S9(04) COMP VALUE 0.
          05 WS-ST-ENTRIES-USED   PIC S9(04) COMP VALUE 0.
          05 WS-FOUND-SW          PIC X(01) VALUE 'N'.
             88 ENTRY-FOUND                 VALUE 'Y'.
          05 WS-FOUND-SUB         PIC S9(05) COMP VALUE 0.
          05 WS-HDR-COUNT         PIC S9(04) COMP VALUE 0.
          05 WS-TRL-COUNT         PIC S9(04) COMP VALUE 0.
          05 WS-ISSUE-DATE        PIC 9(08) VALUE 0.
          05 WS-PAYEE-KEY-HOLD    PIC X(08) VALUE SPACES.
          05 WS-PAYEE-NAME-HOLD   PIC X(30) VALUE SPACES.
          05 WS-CHECK-NO-HOLD     PIC 9(08) VALUE 0.
          05 WS-PROOF-AMOUNT      PIC S9(11)V99 VALUE 0.
          05 WS-DISPLAY-COUNT     PIC ZZZZ9.
      *
       01 COUNTERS-AND-ACCUMULATORS.
          05 PAY-DETAILS-READ     PIC S9(05) COMP VALUE 0.
          05 PAY-DETAIL-TOTAL     PIC S9(11)V99 VALUE 0.
          05 PAYMENTS-READ        PIC S9(05) COMP VALUE 0.
          05 ADJUSTMENTS-READ     PIC S9(05) COMP VALUE 0.
          05 VOIDS-READ           PIC S9(05) COMP VALUE 0.
          05 VOIDS-MATCHED        PIC S9(05) COMP VALUE 0.
          05 VOIDS-MATCHED-AMOUNT PIC S9(11)V99 VALUE 0.
          05 VOIDS-NETTED         PIC S9(05) COMP VALUE 0.
          05 LINES-REISSUED       PIC S9(05) COMP VALUE 0.
          05 REISSUED-AMOUNT      PIC S9(11)V99 VALUE 0.
          05 CHECKS-ISSUED        PIC S9(05) COMP VALUE 0.
          05 CHECKS-ISSUED-AMOUNT PIC S9(11)V99 VALUE 0.
          05 CHECKS-STOPPED       PIC S9(05) COMP VALUE 0.
          05 CHECKS-STOPPED-AMOUNT PIC S9(11)V99 VALUE 0.
          05 NO-CHECK-PAYEES      PIC S9(05) COMP VALUE 0.
          05 NO-CHECK-AMOUNT      PIC S9(11)V99 VALUE 0.
          05 PROVIDERS-NOT-FOUND  PIC S9(05) COMP VALUE 0.
          05 FIRST-CHECK-NO       PIC 9(08) VALUE 0.
          05 LAST-CHECK-NO        PIC 9(08) VALUE 0.
      *
       01 WS-REG-TITLE-1.
          05 FILLER               PIC X(40) VALUE SPACES.
          05 FILLER               PIC X(29) VALUE
                'CLAIM PAYMENT CHECK REGISTER'.
          05 FILLER               PIC X(13) VALUE ' ISSUE DATE  '.
          05 REG-ISSUE-DATE-H     PIC 9999/99/99.
          05 FILLER               PIC X(41) VALUE SPACES.
      *
       01 WS-REG-TITLE-2.
          05 FILLER               PIC X(40) VALUE SPACES.
          05 FILLER               PIC X(52) VALUE ALL '='.
          05 FILLER               PIC X(41) VALUE SPACES.
      *
       01 WS-REG-SECTION-LINE.
          05 REG-SECTION-TITLE    PIC X(60).
          05 FILLER               PIC X(73) VALUE SPACES.
      *
       01 WS-REG-CHECK-HEADER-1.
          05 FILLER               PIC X(10) VALUE 'CHECK NO'.
          05 FILLER               PIC X(10) VALUE 'PAYEE'.
          05 FILLER               PIC X(32) VALUE 'PAYEE NAME'.
          05 FILLER               PIC X(16) VALUE '    CHECK AMOUNT'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(06) VALUE 'CLAIMS'.
          05 FILLER               PIC X(57) VALUE SPACES.
      *
       01 WS-REG-CHECK-HEADER-2.
          05 FILLER               PIC X(12) VALUE SPACES.
          05 FILLER               PIC X(09) VALUE 'POLICY'.
          05 FILLER               PIC X(28) VALUE 'INSURED'.
          05 FILLER               PIC X(12) VALUE 'BENEFIT DT'.
          05 FILLER               PIC X(15) VALUE '   CLAIM AMOUNT'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(15) VALUE '    AMOUNT PAID'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(38) VALUE 'NOTE'.
      *
       01 WS-REG-CHECK-LINE.
          05 REG-CHECK-NO-D       PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 REG-PAYEE-KEY-D      PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 REG-PAYEE-NAME-D     PIC X(30).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 REG-CHECK-AMOUNT-D   PIC $$$,$$$,$$$,$$9.99-.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 REG-LINE-COUNT-D     PIC ZZ,ZZ9.
          05 FILLER               PIC X(55) VALUE SPACES.
      *
       01 WS-REG-CLAIM-LINE.
          05 FILLER               PIC X(12) VALUE SPACES.
          05 REG-POLICY-D         PIC 9(07).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 REG-INSURED-D        PIC X(26).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 REG-BENEFIT-DATE-D   PIC 9999/99/99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 REG-CLAIM-AMOUNT-D   PIC $$$$,$$$,$$9.99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 REG-AMOUNT-PAID-D    PIC $$$,$$$,$$9.99-.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 REG-NOTE-D           PIC X(38).
      *
       01 WS-REG-STOP-HEADER.
          05 FILLER               PIC X(10) VALUE 'CHECK NO'.
          05 FILLER               PIC X(12) VALUE 'ISSUED'.
          05 FILLER               PIC X(10) VALUE 'PAYEE'.
          05 FILLER               PIC X(32) VALUE 'PAYEE NAME'.
          05 FILLER               PIC X(16) VALUE '    CHECK AMOUNT'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(51) VALUE 'REASON'.
      *
       01 WS-REG-STOP-LINE.
          05 REG-STOP-CHECK-NO-D  PIC 9(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 REG-STOP-ISSUED-D    PIC 9999/99/99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 REG-STOP-PAYEE-KEY-D PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 REG-STOP-NAME-D      PIC X(30).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 REG-STOP-AMOUNT-D    PIC $$$,$$$,$$$,$$9.99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(24) VALUE
                'VOID OF CLAIM ON POLICY '.
          05 REG-STOP-POLICY-D    PIC 9(07).
          05 FILLER               PIC X(18) VALUE SPACES.
      *
       01 WS-REG-NONE-LINE.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 REG-NONE-TEXT        PIC X(40).
          05 FILLER               PIC X(89) VALUE SPACES.
      *
       01 WS-REG-TOTAL-LINE.
          05 REG-TOTAL-LABEL      PIC X(45).
          05 REG-TOTAL-COUNT      PIC ZZ,ZZ9.
          05 FILLER               PIC X(82) VALUE SPACES.
      *
       01 WS-REG-AMOUNT-LINE.
          05 REG-AMOUNT-LABEL     PIC X(45).
          05 REG-AMOUNT-O         PIC $$$,$$$,$$$,$$9.99-.
          05 FILLER               PIC X(69) VALUE SPACES.
      *
       01 WS-REG-NUMBER-LINE.
          05 REG-NUMBER-LABEL     PIC X(45).
          05 REG-NUMBER-O         PIC 9(08).
          05 FILLER               PIC X(80) VALUE SPACES.
      *
       01 WS-REG-MESSAGE-LINE.
          05 REG-MESSAGE          PIC X(80).
          05 FILLER               PIC X(53) VALUE SPACES.
      *
       01 WS-REG-BLANK-LINE       PIC X(133) VALUE SPACES.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THE MAIN PROCEDURE AREA READS THE CHECK CONTROL RECORD,    *
      *    LOADS THE PROVIDER NAMES, THE CHECK HISTORY AND THE        *
      *    PAYMENT EXTRACT, AND - WHEN ALL OF THEM PASS THEIR EDITS - *
      *    TRACES THE VOIDS, COMBINES THE LINES BY PAYEE, ISSUES THE  *
      *    CHECKS AND WRITES THE REGISTER, POSITIVE-PAY FILE, CHECK   *
      *    HISTORY AND NEW CONTROL RECORD.                            *
      *                                                               *
      *  CALLED BY:                                                   *
      *    - NONE                                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    - 0000-HOUSEKEEPING                                        *
      *    - 0100-OPEN-INPUT-FILES                                    *
      *    - 0150-READ-CHECK-CONTROL                                  *
      *    - 0200-LOAD-PROVIDERS                                      *
      *    - 0250-LOAD-CHECK-HISTORY                                  *
      *    - 0300-LOAD-PAYFILE                                        *
      *    - 0350-OPEN-OUTPUT-FILES                                   *
      *    - 0400-MATCH-VOIDS                                         *
      *    - 0450-QUEUE-REISSUES                                      *
      *    - 0500-ASSIGN-PAYEES                                       *
      *    - 0600-ISSUE-CHECKS                                        *
      *    - 0650-WRITE-STOPS                                         *
      *    - 0700-WRITE-NO-CHECK-SECTION                              *
      *    - 0750-WRITE-POSPAY-TRAILER                                *
      *    - 0760-WRITE-NEW-CONTROL                                   *
      *    - 0780-WRITE-REGISTER-TOTALS                               *
      *    - 0800-CLOSE-FILES                                         *
      *    - 0850-CLOSE-INPUT-FILES                                   *
      *****************************************************************
      *
       PROCEDURE DIVISION.
           PERFORM 0000-HOUSEKEEPING.
           PERFORM 0100-OPEN-INPUT-FILES.
           PERFORM 0150-READ-CHECK-CONTROL.
           PERFORM 0200-LOAD-PROVIDERS.
           PERFORM 0250-LOAD-CHECK-HISTORY.
           PERFORM 0300-LOAD-PAYFILE.
      *
           IF RUN-STOPPED
              PERFORM 0850-CLOSE-INPUT-FILES
              DISPLAY 'CHKISSUE RUN STOPPED - NO CHECKS ISSUED, SEE PRIO
      -              'R MESSAGES'
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM 0350-OPEN-OUTPUT-FILES
              PERFORM 0400-MATCH-VOIDS
              PERFORM 0450-QUEUE-REISSUES
              PERFORM 0500-ASSIGN-PAYEES
              PERFORM 0600-ISSUE-CHECKS
              PERFORM 0650-WRITE-STOPS
              PERFORM 0700-WRITE-NO-CHECK-SECTION
              PERFORM 0750-WRITE-POSPAY-TRAILER
              PERFORM 0760-WRITE-NEW-CONTROL
              PERFORM 0780-WRITE-REGISTER-TOTALS
              PERFORM 0800-CLOSE-FILES
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
           INITIALIZE WS-PAYFILE-REC,
                      WS-PROV-MSTR-REC,
                      WS-CHECK-CONTROL-REC,
                      WS-CHKHIST-REC,
                      WS-PROVIDER-TABLE,
                      WS-HISTORY-TABLE,
                      WS-PRIOR-STOP-TABLE,
                      WS-LINE-TABLE,
                      WS-PAYEE-TABLE,
                      WS-STOP-TABLE,
                      WS-ISSUE-CONTROLS,
                      COUNTERS-AND-ACCUMULATORS,
                      WS-FILE-SWITCHES.
      *
       0100-OPEN-INPUT-FILES.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH OPENS THE INPUT FILES AND CHECKS EACH FILE  *
      *    STATUS.  THE EXTRACT AND THE CHECK CONTROL RECORD ARE      *
      *    REQUIRED; THE PROVIDER MASTER AND THE CHECK HISTORY ARE    *
      *    OPTIONAL (THE FIRST RUN HAS NO HISTORY).                   *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           OPEN INPUT PAYFILE.
           IF PYCODE = '00'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO PAYFILE-FILE-SW
              MOVE 'Y' TO WS-RUN-STOP-SW
              DISPLAY 'ERROR ENCOUNTERED OPENING PAYMENT EXTRACT, STATUS
      -          ': ' PYCODE
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
           OPEN INPUT CHKCTL.
           IF CCCODE = '00'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO WS-RUN-STOP-SW
              DISPLAY 'ERROR ENCOUNTERED OPENING CHECK CONTROL FILE, STA
      -          'TUS: ' CCCODE
           END-IF.
      *
           OPEN INPUT CHKHIST.
           IF CHCODE = '00' OR '05'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO CHKHIST-FILE-SW
              MOVE 'Y' TO WS-RUN-STOP-SW
              DISPLAY 'ERROR ENCOUNTERED OPENING CHECK HISTORY FILE, STA
      -          'TUS: ' CHCODE
           END-IF.
      *
       0150-READ-CHECK-CONTROL.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE CHECK CONTROL RECORD.  WITHOUT A  *
      *    NUMERIC, NON-ZERO NEXT CHECK NUMBER AND A BANK ACCOUNT NO  *
      *    CHECK CAN BE ISSUED, SO THE RUN IS STOPPED.                *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           IF CCCODE = '00'
              READ CHKCTL INTO WS-CHECK-CONTROL-REC
                 AT END
                    MOVE 'Y' TO WS-RUN-STOP-SW
                    DISPLAY 'CHECK CONTROL FILE IS EMPTY'
                 NOT AT END
                    IF CC-NEXT-CHECK-NO IS NOT NUMERIC
                       OR CC-NEXT-CHECK-NO = ZERO
                       OR CC-BANK-ROUTING IS NOT NUMERIC
                       OR CC-BANK-ACCOUNT = SPACES
                       MOVE 'Y' TO WS-RUN-STOP-SW
                       DISPLAY 'CHECK CONTROL RECORD IS INVALID - ROUTIN
      -                   'G, ACCOUNT AND NEXT CHECK NUMBER REQUIRED'
                    END-IF
                    IF CC-LAST-RUN-DATE IS NOT NUMERIC
                       MOVE ZERO TO CC-LAST-RUN-DATE
                    END-IF
              END-READ
           END-IF.
      *
       0200-LOAD-PROVIDERS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH LOADS THE PROVIDER ID AND NAME OF EVERY     *
      *    PROVIDER MASTER ROW FOR THE PAYEE NAME ON THE CHECK.       *
      *    ROWS BEYOND THE TABLE'S CAPACITY ARE WARNED ABOUT INSTEAD  *
      *    OF VANISHING SILENTLY.                                     *
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
                       DISPLAY 'WARNING: PROVIDER TABLE CAPACITY OF 500 
      -                   'ENTRIES EXCEEDED - PROVIDER '
                          WS-PM-PROV-ID ' NOT LOADED'
                    END-IF
              END-READ
           END-PERFORM.
      *
       0250-LOAD-CHECK-HISTORY.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH LOADS THE ISSUED CLAIM LINES FROM THE CHECK *
      *    HISTORY FOR VOID TRACING, THEN MARKS EVERY LINE WHOSE      *
      *    CHECK WAS STOPPED IN AN EARLIER RUN.  HISTORY BEYOND THE   *
      *    TABLE'S CAPACITY CANNOT BE TRACED, SO IT STOPS THE RUN     *
      *    RATHER THAN RISK PAYING A VOIDED CLAIM TWICE.              *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0260-MARK-PRIOR-STOPS                                   *
      *****************************************************************
      *
           PERFORM UNTIL END-OF-CHKHIST
              READ CHKHIST INTO WS-CHKHIST-REC
                 AT END
                    MOVE 'Y' TO CHKHIST-FILE-SW
                 NOT AT END
                    EVALUATE TRUE
                       WHEN CH-ISSUED-LINE
                          IF WS-HT-ENTRIES-LOADED < 20000
                             ADD +1 TO WS-HT-ENTRIES-LOADED
                             SET HT-IDX TO WS-HT-ENTRIES-LOADED
                             MOVE CH-CHECK-NO
                                TO WS-HT-CHECK-NO (HT-IDX)
                             MOVE CH-ISSUE-DATE
                                TO WS-HT-ISSUE-DATE (HT-IDX)
                             MOVE CH-PAYEE-KEY
                                TO WS-HT-PAYEE-KEY (HT-IDX)
                             MOVE CH-PAYEE-NAME
                                TO WS-HT-PAYEE-NAME (HT-IDX)
                             MOVE CH-CHECK-AMOUNT
                                TO WS-HT-CHECK-AMOUNT (HT-IDX)
                             MOVE CH-POLICY-NO
                                TO WS-HT-POLICY-NO (HT-IDX)
                             MOVE CH-BENEFIT-DATE
                                TO WS-HT-BENEFIT-DATE (HT-IDX)
                             MOVE CH-CLAIM-AMOUNT
                                TO WS-HT-CLAIM-AMOUNT (HT-IDX)
                             MOVE CH-AMOUNT-PAID
                                TO WS-HT-AMOUNT-PAID (HT-IDX)
                             MOVE CH-TRANS-CODE
                                TO WS-HT-TRANS-CODE (HT-IDX)
                             MOVE CH-INSURED-NAME
                                TO WS-HT-INSURED-NAME (HT-IDX)
                             MOVE 'N' TO WS-HT-STOPPED-SW (HT-IDX)
                             MOVE 'N' TO WS-HT-VOIDED-SW (HT-IDX)
                          ELSE
                             MOVE 'Y' TO WS-RUN-STOP-SW
                             DISPLAY 'CHECK HISTORY TABLE CAPACITY OF 20
      -                         '000 LINES EXCEEDED - CHECK '
                                CH-CHECK-NO ' NOT LOADED'
                          END-IF
                       WHEN CH-STOP-RECORD
                          IF WS-PS-ENTRIES-LOADED < 2000
                             ADD +1 TO WS-PS-ENTRIES-LOADED
                             SET PS-IDX TO WS-PS-ENTRIES-LOADED
                             MOVE CH-CHECK-NO
                                TO WS-PS-CHECK-NO (PS-IDX)
                          ELSE
                             MOVE 'Y' TO WS-RUN-STOP-SW
                             DISPLAY 'STOPPED CHECK TABLE CAPACITY OF 20
      -                         '00 ENTRIES EXCEEDED - CHECK '
                                CH-CHECK-NO ' NOT LOADED'
                          END-IF
                    END-EVALUATE
              END-READ
           END-PERFORM.
      *
           IF CHCODE = '00' OR '10'
              CLOSE CHKHIST
           END-IF.
      *
           PERFORM VARYING PS-IDX FROM 1 BY 1
              UNTIL PS-IDX > WS-PS-ENTRIES-LOADED
                 PERFORM 0260-MARK-PRIOR-STOPS
           END-PERFORM.
      *
       0260-MARK-PRIOR-STOPS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH MARKS EVERY HISTORY LINE ON ONE PREVIOUSLY  *
      *    STOPPED CHECK, SO A LATER VOID IS TRACED TO THE CHECK THAT *
      *    REISSUED THE CLAIM INSTEAD.                                *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0250-LOAD-CHECK-HISTORY                                 *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           PERFORM VARYING HT-IDX FROM 1 BY 1
              UNTIL HT-IDX > WS-HT-ENTRIES-LOADED
                 IF WS-HT-CHECK-NO (HT-IDX) = WS-PS-CHECK-NO (PS-IDX)
                    MOVE 'Y' TO WS-HT-STOPPED-SW (HT-IDX)
                 END-IF
           END-PERFORM.
      *
       0300-LOAD-PAYFILE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH LOADS EVERY PAYMENT EXTRACT DETAIL INTO THE *
      *    LINE TABLE AND PROVES THE EXTRACT AGAINST ITS HEADER AND   *
      *    TRAILER: EXACTLY ONE OF EACH, AND THE TRAILER'S RECORD     *
      *    COUNT AND HASH TOTAL MUST MATCH THE DETAILS.  AN EXTRACT   *
      *    THAT FAILS, OVERFLOWS THE TABLE, OR CARRIES THE SAME DATE  *
      *    AS THE LAST EXTRACT ISSUED STOPS THE RUN.                  *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0310-ADD-PAYFILE-LINE                                   *
      *****************************************************************
      *
           PERFORM UNTIL END-OF-PAYFILE
              READ PAYFILE INTO WS-PAYFILE-REC
                 AT END
                    MOVE 'Y' TO PAYFILE-FILE-SW
                 NOT AT END
                    EVALUATE TRUE
                       WHEN PAY-HEADER-RECORD
                          ADD +1 TO WS-HDR-COUNT
                          MOVE PAY-HDR-RUN-DATE TO WS-ISSUE-DATE
                       WHEN PAY-DETAIL-RECORD
                          PERFORM 0310-ADD-PAYFILE-LINE
                       WHEN PAY-TRAILER-RECORD
                          ADD +1 TO WS-TRL-COUNT
                          IF PAY-TRL-RECORD-COUNT NOT = PAY-DETAILS-READ
                             OR PAY-TRL-HASH-TOTAL NOT =
                                PAY-DETAIL-TOTAL
                             MOVE 'Y' TO WS-RUN-STOP-SW
                             MOVE PAY-DETAILS-READ TO WS-DISPLAY-COUNT
                             DISPLAY 'PAYMENT EXTRACT OUT OF BALANCE - T
      -                         'RAILER COUNT ' PAY-TRL-RECORD-COUNT
                                ' DETAILS READ ' WS-DISPLAY-COUNT
                          END-IF
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
              END-READ
           END-PERFORM.
      *
           IF WS-HDR-COUNT NOT = 1 OR WS-TRL-COUNT NOT = 1
              MOVE 'Y' TO WS-RUN-STOP-SW
              DISPLAY 'PAYMENT EXTRACT MUST HAVE ONE HEADER AND ONE TRAI
      -          'LER RECORD'
           END-IF.
      *
           IF WS-ISSUE-DATE IS NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD (WS-ISSUE-DATE) NOT = 0
              MOVE 'Y' TO WS-RUN-STOP-SW
              DISPLAY 'PAYMENT EXTRACT HEADER RUN DATE IS NOT A VALID DA
      -          'TE'
           ELSE
              IF WS-ISSUE-DATE = CC-LAST-RUN-DATE
                 MOVE 'Y' TO WS-RUN-STOP-SW
                 DISPLAY 'PAYMENT EXTRACT OF ' WS-ISSUE-DATE
                    ' HAS ALREADY BEEN ISSUED (CHECKS '
                    CC-LAST-FIRST-CHECK ' - ' CC-LAST-LAST-CHECK ')'
              END-IF
           END-IF.
      *
       0310-ADD-PAYFILE-LINE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH EDITS ONE EXTRACT DETAIL, ADDS IT TO THE    *
      *    RUNNING COUNT AND HASH TOTAL, AND LOADS IT AS A LINE.  A   *
      *    DETAIL WITH A NON-NUMERIC POLICY OR AMOUNT CANNOT BE PAID  *
      *    OR TRACED AND STOPS THE RUN.                               *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0300-LOAD-PAYFILE                                       *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           ADD +1 TO PAY-DETAILS-READ.
      *
           IF PAY-POLICY-NO IS NOT NUMERIC
              OR PAY-AMOUNT-PAID IS NOT NUMERIC
              OR PAY-CLAIM-AMOUNT IS NOT NUMERIC
              OR PAY-BENEFIT-DATE IS NOT NUMERIC
              MOVE 'Y' TO WS-RUN-STOP-SW
              MOVE PAY-DETAILS-READ TO WS-DISPLAY-COUNT
              DISPLAY 'PAYMENT EXTRACT DETAIL ' WS-DISPLAY-COUNT
                 ' HAS A NON-NUMERIC POLICY, DATE OR AMOUNT'
           ELSE
              ADD PAY-AMOUNT-PAID TO PAY-DETAIL-TOTAL
              EVALUATE TRUE
                 WHEN PAY-VOID
                    ADD +1 TO VOIDS-READ
                 WHEN PAY-ADJUSTMENT
                    ADD +1 TO ADJUSTMENTS-READ
                 WHEN OTHER
                    ADD +1 TO PAYMENTS-READ
              END-EVALUATE
              IF WS-LN-ENTRIES-USED < 6000
                 ADD +1 TO WS-LN-ENTRIES-USED
                 SET LN-IDX TO WS-LN-ENTRIES-USED
                 MOVE 'P'              TO WS-LN-SOURCE (LN-IDX)
                 MOVE PAY-TRANS-CODE   TO WS-LN-TRANS-CODE (LN-IDX)
                 MOVE PAY-POLICY-NO    TO WS-LN-POLICY-NO (LN-IDX)
                 MOVE SPACES           TO WS-LN-NAME (LN-IDX)
                 STRING PAY-FIRST-NAME DELIMITED BY SPACE
                        ' '            DELIMITED BY SIZE
                        PAY-LAST-NAME  DELIMITED BY SPACE
                          INTO WS-LN-NAME (LN-IDX)
                 MOVE PAY-BENEFIT-DATE TO WS-LN-BENEFIT-DATE (LN-IDX)
                 MOVE PAY-CLAIM-AMOUNT TO WS-LN-CLAIM-AMOUNT (LN-IDX)
                 MOVE PAY-AMOUNT-PAID  TO WS-LN-AMOUNT-PAID (LN-IDX)
                 MOVE PAY-PCP-ID       TO WS-LN-PCP-ID (LN-IDX)
                 MOVE SPACES           TO WS-LN-PAYEE-KEY (LN-IDX)
                 MOVE ZERO             TO WS-LN-PAYEE-SUB (LN-IDX)
                                          WS-LN-ORIG-CHECK-NO (LN-IDX)
                 MOVE SPACE            TO WS-LN-DISPOSITION (LN-IDX)
              ELSE
                 MOVE 'Y' TO WS-RUN-STOP-SW
                 DISPLAY 'CLAIM LINE TABLE CAPACITY OF 6000 ENTRIES EXCE
      -             'EDED - POLICY ' PAY-POLICY-NO ' NOT LOADED'
              END-IF
           END-IF.
      *
       0350-OPEN-OUTPUT-FILES.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH OPENS THE OUTPUT FILES - THE CHECK HISTORY  *
      *    IS REOPENED TO EXTEND, SINCE IT IS CUMULATIVE - AND WRITES *
      *    THE REGISTER TITLE AND THE POSITIVE-PAY HEADER.            *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           OPEN EXTEND CHKHIST.
           IF CHCODE = '00' OR '05'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING CHECK HISTORY FILE, STA
      -          'TUS: ' CHCODE
           END-IF.
      *
           OPEN OUTPUT NEWCTL.
           IF NCCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING NEW CHECK CONTROL FILE'
           END-IF.
      *
           OPEN OUTPUT POSPAY.
           IF PPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING POSITIVE-PAY FILE'
           END-IF.
      *
           OPEN OUTPUT CHKREG.
           IF RGCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING CHECK REGISTER FILE'
           END-IF.
      *
           MOVE WS-ISSUE-DATE    TO REG-ISSUE-DATE-H.
           WRITE CHK-REG-REC FROM WS-REG-BLANK-LINE.
           WRITE CHK-REG-REC FROM WS-REG-TITLE-1.
           WRITE CHK-REG-REC FROM WS-REG-TITLE-2.
      *
           MOVE CC-BANK-ROUTING  TO PP-HDR-ROUTING.
           MOVE CC-BANK-ACCOUNT  TO PP-HDR-ACCOUNT.
           MOVE WS-ISSUE-DATE    TO PP-HDR-FILE-DATE.
           WRITE POS-PAY-REC FROM PP-HEADER-REC.
           IF PPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO POSITIVE-PAY FILE'
           END-IF.
      *
       0400-MATCH-VOIDS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH TRACES EACH VOID IN THE EXTRACT TO THE      *
      *    ISSUED CHECK LINE THAT PAID THE ORIGINAL CLAIM - SAME      *
      *    POLICY, BENEFIT DATE AND CLAIM AMOUNT, AND THE AMOUNT PAID *
      *    THE VOID REVERSES - ON A CHECK NOT ALREADY STOPPED.  THE   *
      *    LATEST SUCH LINE IS USED.  A MATCHED VOID IS SETTLED BY    *
      *    STOPPING THAT CHECK; AN UNMATCHED ONE IS LEFT TO NET       *
      *    AGAINST THE PAYEE'S CHECK IN THIS RUN.                     *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0410-SEARCH-ISSUED-LINE                                 *
      *    -  0420-ADD-STOP                                           *
      *****************************************************************
      *
           PERFORM VARYING LN-IDX FROM 1 BY 1
              UNTIL LN-IDX > WS-LN-ENTRIES-USED
                 IF WS-LN-TRANS-CODE (LN-IDX) = 'V'
                    PERFORM 0410-SEARCH-ISSUED-LINE
                    IF ENTRY-FOUND
                       SET HT-IDX TO WS-FOUND-SUB
                       MOVE 'Y' TO WS-HT-VOIDED-SW (HT-IDX)
                       MOVE 'S' TO WS-LN-DISPOSITION (LN-IDX)
                       MOVE WS-HT-CHECK-NO (HT-IDX)
                          TO WS-LN-ORIG-CHECK-NO (LN-IDX)
                       ADD +1 TO VOIDS-MATCHED
                       ADD WS-LN-AMOUNT-PAID (LN-IDX)
                          TO VOIDS-MATCHED-AMOUNT
                       PERFORM 0420-ADD-STOP
                    ELSE
                       ADD +1 TO VOIDS-NETTED
                    END-IF
                 END-IF
           END-PERFORM.
      *
       0410-SEARCH-ISSUED-LINE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH SEARCHES THE CHECK HISTORY FOR THE LATEST   *
      *    LIVE ISSUED LINE THAT PAID THE CLAIM THE VOID REVERSES.    *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0400-MATCH-VOIDS                                        *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE 'N'    TO WS-FOUND-SW.
           MOVE ZERO   TO WS-FOUND-SUB.
      *
           PERFORM VARYING HT-IDX FROM 1 BY 1
              UNTIL HT-IDX > WS-HT-ENTRIES-LOADED
                 IF WS-HT-POLICY-NO (HT-IDX) = WS-LN-POLICY-NO (LN-IDX)
                    AND WS-HT-BENEFIT-DATE (HT-IDX) =
                        WS-LN-BENEFIT-DATE (LN-IDX)
                    AND WS-HT-CLAIM-AMOUNT (HT-IDX) =
                        WS-LN-CLAIM-AMOUNT (LN-IDX)
                    AND WS-HT-AMOUNT-PAID (HT-IDX) =
                        0 - WS-LN-AMOUNT-PAID (LN-IDX)
                    AND WS-HT-TRANS-CODE (HT-IDX) NOT = 'V'
                    AND NOT HT-CHECK-STOPPED (HT-IDX)
                    AND NOT HT-LINE-VOIDED (HT-IDX)
                    MOVE 'Y' TO WS-FOUND-SW
                    SET WS-FOUND-SUB TO HT-IDX
                 END-IF
           END-PERFORM.
      *
       0420-ADD-STOP.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH ADDS THE CHECK BEHIND A MATCHED VOID TO     *
      *    THIS RUN'S STOP LIST, ONCE PER CHECK.  A STOP LIST THAT    *
      *    OVERFLOWS LEAVES THE VOID TO NET INSTEAD.                  *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0400-MATCH-VOIDS                                        *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE 'N' TO WS-FOUND-SW.
           PERFORM VARYING ST-IDX FROM 1 BY 1
              UNTIL ST-IDX > WS-ST-ENTRIES-USED
                 IF WS-ST-CHECK-NO (ST-IDX) = WS-HT-CHECK-NO (HT-IDX)
                    MOVE 'Y' TO WS-FOUND-SW
                 END-IF
           END-PERFORM.
      *
           IF NOT ENTRY-FOUND
              IF WS-ST-ENTRIES-USED < 500
                 ADD +1 TO WS-ST-ENTRIES-USED
                 SET ST-IDX TO WS-ST-ENTRIES-USED
                 MOVE WS-HT-CHECK-NO (HT-IDX)
                                      TO WS-ST-CHECK-NO (ST-IDX)
                 MOVE WS-HT-ISSUE-DATE (HT-IDX)
                                      TO WS-ST-ISSUE-DATE (ST-IDX)
                 MOVE WS-HT-PAYEE-KEY (HT-IDX)
                                      TO WS-ST-PAYEE-KEY (ST-IDX)
                 MOVE WS-HT-PAYEE-NAME (HT-IDX)
                                      TO WS-ST-PAYEE-NAME (ST-IDX)
                 MOVE WS-HT-CHECK-AMOUNT (HT-IDX)
                                      TO WS-ST-CHECK-AMOUNT (ST-IDX)
                 MOVE WS-LN-POLICY-NO (LN-IDX)
                                      TO WS-ST-VOID-POLICY (ST-IDX)
              ELSE
                 DISPLAY 'WARNING: STOP TABLE CAPACITY OF 500 ENTRIES EX
      -             'CEEDED - VOID FOR POLICY '
                    WS-LN-POLICY-NO (LN-IDX) ' NETTED INSTEAD'
                 MOVE 'N' TO WS-HT-VOIDED-SW (HT-IDX)
                 MOVE SPACE TO WS-LN-DISPOSITION (LN-IDX)
                 MOVE ZERO TO WS-LN-ORIG-CHECK-NO (LN-IDX)
                 SUBTRACT 1 FROM VOIDS-MATCHED
                 SUBTRACT WS-LN-AMOUNT-PAID (LN-IDX)
                    FROM VOIDS-MATCHED-AMOUNT
                 ADD +1 TO VOIDS-NETTED
              END-IF
           END-IF.
      *
       0450-QUEUE-REISSUES.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH QUEUES, FOR EVERY CHECK STOPPED THIS RUN,   *
      *    EACH OF ITS CLAIM LINES THAT WAS NOT VOIDED, SO THE PAYEE  *
      *    IS STILL PAID FOR THEM ON THIS RUN'S CHECK.                *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0460-QUEUE-ONE-REISSUE                                  *
      *****************************************************************
      *
           PERFORM VARYING ST-IDX FROM 1 BY 1
              UNTIL ST-IDX > WS-ST-ENTRIES-USED
                 PERFORM VARYING HT-IDX FROM 1 BY 1
                    UNTIL HT-IDX > WS-HT-ENTRIES-LOADED
                       IF WS-HT-CHECK-NO (HT-IDX) =
                          WS-ST-CHECK-NO (ST-IDX)
                          AND NOT HT-LINE-VOIDED (HT-IDX)
                          PERFORM 0460-QUEUE-ONE-REISSUE
                       END-IF
                 END-PERFORM
           END-PERFORM.
      *
       0460-QUEUE-ONE-REISSUE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH ADDS ONE CLAIM LINE FROM A STOPPED CHECK TO *
      *    THIS RUN'S LINES, PAYABLE TO THE SAME PAYEE.               *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0450-QUEUE-REISSUES                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           IF WS-LN-ENTRIES-USED < 6000
              ADD +1 TO WS-LN-ENTRIES-USED
              SET LN-IDX TO WS-LN-ENTRIES-USED
              MOVE 'R'                  TO WS-LN-SOURCE (LN-IDX)
              MOVE WS-HT-TRANS-CODE (HT-IDX)
                                        TO WS-LN-TRANS-CODE (LN-IDX)
              MOVE WS-HT-POLICY-NO (HT-IDX)
                                        TO WS-LN-POLICY-NO (LN-IDX)
              MOVE WS-HT-INSURED-NAME (HT-IDX)
                                        TO WS-LN-NAME (LN-IDX)
              MOVE SPACES               TO WS-LN-PCP-ID (LN-IDX)
              MOVE WS-HT-BENEFIT-DATE (HT-IDX)
                                        TO WS-LN-BENEFIT-DATE (LN-IDX)
              MOVE WS-HT-CLAIM-AMOUNT (HT-IDX)
                                        TO WS-LN-CLAIM-AMOUNT (LN-IDX)
              MOVE WS-HT-AMOUNT-PAID (HT-IDX)
                                        TO WS-LN-AMOUNT-PAID (LN-IDX)
              MOVE WS-HT-PAYEE-KEY (HT-IDX)
                                        TO WS-LN-PAYEE-KEY (LN-IDX)
              MOVE ZERO                 TO WS-LN-PAYEE-SUB (LN-IDX)
              MOVE WS-HT-CHECK-NO (HT-IDX)
                                        TO WS-LN-ORIG-CHECK-NO (LN-IDX)
              MOVE SPACE                TO WS-LN-DISPOSITION (LN-IDX)
              ADD +1 TO LINES-REISSUED
              ADD WS-HT-AMOUNT-PAID (HT-IDX) TO REISSUED-AMOUNT
           ELSE
              DISPLAY 'WARNING: CLAIM LINE TABLE CAPACITY OF 6000 ENTRIE
      -          'S EXCEEDED - REISSUE FOR POLICY '
                 WS-HT-POLICY-NO (HT-IDX) ' ON CHECK '
                 WS-HT-CHECK-NO (HT-IDX) ' MUST BE KEYED BY HAND'
           END-IF.
      *
       0500-ASSIGN-PAYEES.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH ASSIGNS EVERY LINE NOT SETTLED BY A STOP TO *
      *    ITS PAYEE AND ADDS IT TO THE PAYEE'S NET.  THE PAYEE IS    *
      *    THE PROVIDER ('P' + CLAIM-PCP-ID) OR, WITH NO PROVIDER ON  *
      *    THE CLAIM, THE INSURED ('M' + POLICY NUMBER).  A REISSUED  *
      *    LINE KEEPS THE PAYEE OF THE CHECK IT CAME FROM.            *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0510-SET-PAYEE-NAME                                     *
      *    -  0520-FIND-OR-ADD-PAYEE                                  *
      *****************************************************************
      *
           PERFORM VARYING LN-IDX FROM 1 BY 1
              UNTIL LN-IDX > WS-LN-ENTRIES-USED
                 IF NOT LN-VOID-STOPPED (LN-IDX)
                    IF LN-REISSUED (LN-IDX)
                       MOVE WS-LN-PAYEE-KEY (LN-IDX)
                                        TO WS-PAYEE-KEY-HOLD
                       PERFORM 0530-NAME-FROM-HISTORY
                    ELSE
                       PERFORM 0510-SET-PAYEE-NAME
                       MOVE WS-PAYEE-KEY-HOLD
                                        TO WS-LN-PAYEE-KEY (LN-IDX)
                    END-IF
                    PERFORM 0520-FIND-OR-ADD-PAYEE
                    IF WS-FOUND-SUB > 0
                       SET PY-IDX TO WS-FOUND-SUB
                       MOVE WS-FOUND-SUB TO WS-LN-PAYEE-SUB (LN-IDX)
                       ADD WS-LN-AMOUNT-PAID (LN-IDX)
                          TO WS-PY-NET-AMOUNT (PY-IDX)
                       ADD +1 TO WS-PY-LINE-COUNT (PY-IDX)
                    END-IF
                 END-IF
           END-PERFORM.
      *
       0510-SET-PAYEE-NAME.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH BUILDS THE PAYEE KEY AND NAME FOR AN        *
      *    EXTRACT LINE.  A PROVIDER NOT ON THE PROVIDER MASTER IS    *
      *    STILL PAID, UNDER ITS ID, AND COUNTED AS A WARNING.        *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0500-ASSIGN-PAYEES                                      *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE SPACES TO WS-PAYEE-KEY-HOLD, WS-PAYEE-NAME-HOLD.
      *
           IF WS-LN-PCP-ID (LN-IDX) = SPACES
              OR WS-LN-PCP-ID (LN-IDX) = 'NOPCP'
              STRING 'M' WS-LN-POLICY-NO (LN-IDX) DELIMITED BY SIZE
                 INTO WS-PAYEE-KEY-HOLD
              MOVE WS-LN-NAME (LN-IDX) TO WS-PAYEE-NAME-HOLD
           ELSE
              STRING 'P' WS-LN-PCP-ID (LN-IDX) DELIMITED BY SIZE
                 INTO WS-PAYEE-KEY-HOLD
              MOVE 'N' TO WS-FOUND-SW
              PERFORM VARYING PV-IDX FROM 1 BY 1
                 UNTIL PV-IDX > WS-PV-ENTRIES-LOADED
                    OR ENTRY-FOUND
                       IF WS-PV-PROV-ID (PV-IDX) =
                          WS-LN-PCP-ID (LN-IDX)
                          MOVE 'Y' TO WS-FOUND-SW
                          MOVE WS-PV-PROV-NAME (PV-IDX)
                             TO WS-PAYEE-NAME-HOLD
                       END-IF
              END-PERFORM
              IF NOT ENTRY-FOUND
                 STRING 'PROVIDER ' WS-LN-PCP-ID (LN-IDX)
                    DELIMITED BY SIZE INTO WS-PAYEE-NAME-HOLD
              END-IF
           END-IF.
      *
       0520-FIND-OR-ADD-PAYEE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH FINDS THE PAYEE IN THE PAYEE TABLE, ADDING  *
      *    IT WHEN IT IS NEW.  A NEW PROVIDER PAYEE WITH NO MASTER    *
      *    ROW IS COUNTED HERE, ONCE.  A FULL TABLE LEAVES THE LINE   *
      *    UNASSIGNED AND WARNED ABOUT.                               *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0500-ASSIGN-PAYEES                                      *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE ZERO TO WS-FOUND-SUB.
           PERFORM VARYING PY-IDX FROM 1 BY 1
              UNTIL PY-IDX > WS-PY-ENTRIES-USED
                 OR WS-FOUND-SUB > 0
                    IF WS-PY-PAYEE-KEY (PY-IDX) = WS-PAYEE-KEY-HOLD
                       SET WS-FOUND-SUB TO PY-IDX
                    END-IF
           END-PERFORM.
      *
           IF WS-FOUND-SUB = 0
              IF WS-PY-ENTRIES-USED < 2000
                 ADD +1 TO WS-PY-ENTRIES-USED
                 SET PY-IDX TO WS-PY-ENTRIES-USED
                 MOVE WS-PAYEE-KEY-HOLD  TO WS-PY-PAYEE-KEY (PY-IDX)
                 MOVE WS-PAYEE-NAME-HOLD TO WS-PY-PAYEE-NAME (PY-IDX)
                 MOVE ZERO TO WS-PY-NET-AMOUNT (PY-IDX)
                              WS-PY-LINE-COUNT (PY-IDX)
                              WS-PY-CHECK-NO (PY-IDX)
                 MOVE WS-PY-ENTRIES-USED TO WS-FOUND-SUB
                 IF WS-PAYEE-NAME-HOLD (1:9) = 'PROVIDER '
                    AND WS-PAYEE-KEY-HOLD (1:1) = 'P'
                    ADD +1 TO PROVIDERS-NOT-FOUND
                 END-IF
              ELSE
                 DISPLAY 'WARNING: PAYEE TABLE CAPACITY OF 2000 ENTRIES 
      -             'EXCEEDED - PAYEE ' WS-PAYEE-KEY-HOLD
                    ' NOT PAID'
              END-IF
           END-IF.
      *
       0530-NAME-FROM-HISTORY.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH TAKES THE PAYEE NAME FOR A REISSUED LINE    *
      *    FROM THE STOPPED CHECK IT CAME FROM.                       *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0500-ASSIGN-PAYEES                                      *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE SPACES TO WS-PAYEE-NAME-HOLD.
           PERFORM VARYING ST-IDX FROM 1 BY 1
              UNTIL ST-IDX > WS-ST-ENTRIES-USED
                 IF WS-ST-CHECK-NO (ST-IDX) =
                    WS-LN-ORIG-CHECK-NO (LN-IDX)
                    MOVE WS-ST-PAYEE-NAME (ST-IDX)
                       TO WS-PAYEE-NAME-HOLD
                 END-IF
           END-PERFORM.
      *
       0600-ISSUE-CHECKS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH CUTS ONE CHECK FOR EVERY PAYEE WITH A       *
      *    POSITIVE NET, NUMBERED FROM THE CONTROL RECORD'S NEXT      *
      *    CHECK NUMBER, AND WRITES THE REGISTER ENTRY, THE POSITIVE- *
      *    PAY ISSUE RECORD AND ONE HISTORY LINE PER CLAIM ON IT.  A  *
      *    PAYEE WHOSE NET IS NOT POSITIVE GETS NO CHECK.             *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0610-WRITE-CHECK                                        *
      *****************************************************************
      *
           MOVE 'CHECKS ISSUED' TO REG-SECTION-TITLE.
           WRITE CHK-REG-REC FROM WS-REG-BLANK-LINE.
           WRITE CHK-REG-REC FROM WS-REG-SECTION-LINE.
           WRITE CHK-REG-REC FROM WS-REG-BLANK-LINE.
           WRITE CHK-REG-REC FROM WS-REG-CHECK-HEADER-1.
           WRITE CHK-REG-REC FROM WS-REG-CHECK-HEADER-2.
      *
           PERFORM VARYING PY-IDX FROM 1 BY 1
              UNTIL PY-IDX > WS-PY-ENTRIES-USED
                 IF WS-PY-NET-AMOUNT (PY-IDX) > 0
                    PERFORM 0610-WRITE-CHECK
                 ELSE
                    ADD +1 TO NO-CHECK-PAYEES
                    ADD WS-PY-NET-AMOUNT (PY-IDX) TO NO-CHECK-AMOUNT
                 END-IF
           END-PERFORM.
      *
           IF CHECKS-ISSUED = 0
              MOVE '** NO CHECKS ISSUED **' TO REG-NONE-TEXT
              WRITE CHK-REG-REC FROM WS-REG-NONE-LINE
           END-IF.
      *
       0610-WRITE-CHECK.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH ISSUES ONE CHECK TO ONE PAYEE.              *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0600-ISSUE-CHECKS                                       *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0620-WRITE-CHECK-LINE                                   *
      *****************************************************************
      *
           MOVE CC-NEXT-CHECK-NO TO WS-PY-CHECK-NO (PY-IDX).
           ADD 1 TO CC-NEXT-CHECK-NO.
           IF CHECKS-ISSUED = 0
              MOVE WS-PY-CHECK-NO (PY-IDX) TO FIRST-CHECK-NO
           END-IF.
           MOVE WS-PY-CHECK-NO (PY-IDX) TO LAST-CHECK-NO.
           ADD +1 TO CHECKS-ISSUED.
           ADD WS-PY-NET-AMOUNT (PY-IDX) TO CHECKS-ISSUED-AMOUNT.
      *
           MOVE WS-PY-CHECK-NO (PY-IDX)    TO REG-CHECK-NO-D.
           MOVE WS-PY-PAYEE-KEY (PY-IDX)   TO REG-PAYEE-KEY-D.
           MOVE WS-PY-PAYEE-NAME (PY-IDX)  TO REG-PAYEE-NAME-D.
           MOVE WS-PY-NET-AMOUNT (PY-IDX)  TO REG-CHECK-AMOUNT-D.
           MOVE WS-PY-LINE-COUNT (PY-IDX)  TO REG-LINE-COUNT-D.
           WRITE CHK-REG-REC FROM WS-REG-BLANK-LINE.
           WRITE CHK-REG-REC FROM WS-REG-CHECK-LINE.
      *
           PERFORM VARYING LN-IDX FROM 1 BY 1
              UNTIL LN-IDX > WS-LN-ENTRIES-USED
                 IF WS-LN-PAYEE-SUB (LN-IDX) = PY-IDX
                    AND NOT LN-VOID-STOPPED (LN-IDX)
                    PERFORM 0620-WRITE-CHECK-LINE
                 END-IF
           END-PERFORM.
      *
           MOVE 'I'                        TO PP-ISSUE-VOID-IND.
           MOVE CC-BANK-ACCOUNT            TO PP-ACCOUNT.
           MOVE WS-PY-CHECK-NO (PY-IDX)    TO PP-CHECK-NO.
           MOVE WS-PY-NET-AMOUNT (PY-IDX)  TO PP-CHECK-AMOUNT.
           MOVE WS-ISSUE-DATE              TO PP-ISSUE-DATE.
           MOVE WS-PY-PAYEE-NAME (PY-IDX)  TO PP-PAYEE-NAME.
           WRITE POS-PAY-REC FROM PP-DETAIL-REC.
           IF PPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO POSITIVE-PAY FILE'
           END-IF.
      *
       0620-WRITE-CHECK-LINE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES ONE CLAIM LINE UNDER ITS CHECK ON    *
      *    THE REGISTER AND APPENDS IT TO THE CHECK HISTORY.          *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0610-WRITE-CHECK                                        *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE 'C' TO WS-LN-DISPOSITION (LN-IDX).
      *
           MOVE WS-LN-POLICY-NO (LN-IDX)     TO REG-POLICY-D.
           MOVE WS-LN-NAME (LN-IDX)          TO REG-INSURED-D.
           MOVE WS-LN-BENEFIT-DATE (LN-IDX)  TO REG-BENEFIT-DATE-D.
           MOVE WS-LN-CLAIM-AMOUNT (LN-IDX)  TO REG-CLAIM-AMOUNT-D.
           MOVE WS-LN-AMOUNT-PAID (LN-IDX)   TO REG-AMOUNT-PAID-D.
           MOVE SPACES                       TO REG-NOTE-D.
           EVALUATE TRUE
              WHEN LN-REISSUED (LN-IDX)
                 STRING 'REISSUE - CHECK '
                        WS-LN-ORIG-CHECK-NO (LN-IDX)
                        ' STOPPED'   DELIMITED BY SIZE
                    INTO REG-NOTE-D
              WHEN WS-LN-TRANS-CODE (LN-IDX) = 'V'
                 MOVE 'VOID NETTED - NO ISSUED CHECK FOUND'
                                             TO REG-NOTE-D
              WHEN WS-LN-TRANS-CODE (LN-IDX) = 'A'
                 MOVE 'ADJUSTMENT NETTED'    TO REG-NOTE-D
           END-EVALUATE.
           WRITE CHK-REG-REC FROM WS-REG-CLAIM-LINE.
      *
           INITIALIZE WS-CHKHIST-REC.
           MOVE 'I'                          TO CH-REC-TYPE.
           MOVE WS-PY-CHECK-NO (PY-IDX)      TO CH-CHECK-NO.
           MOVE WS-ISSUE-DATE                TO CH-ISSUE-DATE
                                                CH-RUN-DATE.
           MOVE WS-PY-PAYEE-KEY (PY-IDX)     TO CH-PAYEE-KEY.
           MOVE WS-PY-PAYEE-NAME (PY-IDX)    TO CH-PAYEE-NAME.
           MOVE WS-PY-NET-AMOUNT (PY-IDX)    TO CH-CHECK-AMOUNT.
           MOVE WS-LN-POLICY-NO (LN-IDX)     TO CH-POLICY-NO.
           MOVE WS-LN-BENEFIT-DATE (LN-IDX)  TO CH-BENEFIT-DATE.
           MOVE WS-LN-CLAIM-AMOUNT (LN-IDX)  TO CH-CLAIM-AMOUNT.
           MOVE WS-LN-AMOUNT-PAID (LN-IDX)   TO CH-AMOUNT-PAID.
           MOVE WS-LN-TRANS-CODE (LN-IDX)    TO CH-TRANS-CODE.
           MOVE WS-LN-NAME (LN-IDX)          TO CH-INSURED-NAME.
           WRITE CHK-HIST-REC FROM WS-CHKHIST-REC.
           IF CHCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO CHECK HISTORY FILE'
           END-IF.
      *
       0650-WRITE-STOPS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH LISTS EVERY CHECK STOPPED THIS RUN AND      *
      *    WRITES ITS VOID/STOP RECORD - ORIGINAL CHECK NUMBER, ISSUE *
      *    DATE AND AMOUNT - TO THE POSITIVE-PAY FILE AND A STOP      *
      *    RECORD TO THE CHECK HISTORY.                               *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE 'CHECKS VOIDED - STOP PAYMENT SENT TO BANK'
                                         TO REG-SECTION-TITLE.
           WRITE CHK-REG-REC FROM WS-REG-BLANK-LINE.
           WRITE CHK-REG-REC FROM WS-REG-BLANK-LINE.
           WRITE CHK-REG-REC FROM WS-REG-SECTION-LINE.
           WRITE CHK-REG-REC FROM WS-REG-BLANK-LINE.
           WRITE CHK-REG-REC FROM WS-REG-STOP-HEADER.
      *
           PERFORM VARYING ST-IDX FROM 1 BY 1
              UNTIL ST-IDX > WS-ST-ENTRIES-USED
                 ADD +1 TO CHECKS-STOPPED
                 ADD WS-ST-CHECK-AMOUNT (ST-IDX)
                    TO CHECKS-STOPPED-AMOUNT
                 MOVE WS-ST-CHECK-NO (ST-IDX)  TO REG-STOP-CHECK-NO-D
                 MOVE WS-ST-ISSUE-DATE (ST-IDX) TO REG-STOP-ISSUED-D
                 MOVE WS-ST-PAYEE-KEY (ST-IDX)
                                            TO REG-STOP-PAYEE-KEY-D
                 MOVE WS-ST-PAYEE-NAME (ST-IDX) TO REG-STOP-NAME-D
                 MOVE WS-ST-CHECK-AMOUNT (ST-IDX) TO REG-STOP-AMOUNT-D
                 MOVE WS-ST-VOID-POLICY (ST-IDX)  TO REG-STOP-POLICY-D
                 WRITE CHK-REG-REC FROM WS-REG-STOP-LINE
      *
                 MOVE 'V'                       TO PP-ISSUE-VOID-IND
                 MOVE CC-BANK-ACCOUNT           TO PP-ACCOUNT
                 MOVE WS-ST-CHECK-NO (ST-IDX)   TO PP-CHECK-NO
                 MOVE WS-ST-CHECK-AMOUNT (ST-IDX) TO PP-CHECK-AMOUNT
                 MOVE WS-ST-ISSUE-DATE (ST-IDX) TO PP-ISSUE-DATE
                 MOVE WS-ST-PAYEE-NAME (ST-IDX) TO PP-PAYEE-NAME
                 WRITE POS-PAY-REC FROM PP-DETAIL-REC
                 IF PPCODE NOT = '00'
                    DISPLAY 'ERROR ENCOUNTERED WRITING TO POSITIVE-PAY F
      -                'ILE'
                 END-IF
      *
                 INITIALIZE WS-CHKHIST-REC
                 MOVE 'V'                       TO CH-REC-TYPE
                 MOVE WS-ST-CHECK-NO (ST-IDX)   TO CH-CHECK-NO
                 MOVE WS-ST-ISSUE-DATE (ST-IDX) TO CH-ISSUE-DATE
                 MOVE WS-ST-PAYEE-KEY (ST-IDX)  TO CH-PAYEE-KEY
                 MOVE WS-ST-PAYEE-NAME (ST-IDX) TO CH-PAYEE-NAME
                 MOVE WS-ST-CHECK-AMOUNT (ST-IDX) TO CH-CHECK-AMOUNT
                 MOVE WS-ST-VOID-POLICY (ST-IDX)  TO CH-POLICY-NO
                 MOVE 'V'                       TO CH-TRANS-CODE
                 MOVE WS-ISSUE-DATE             TO CH-RUN-DATE
                 WRITE CHK-HIST-REC FROM WS-CHKHIST-REC
                 IF CHCODE NOT = '00'
                    DISPLAY 'ERROR ENCOUNTERED WRITING TO CHECK HISTORY 
      -                'FILE'
                 END-IF
           END-PERFORM.
      *
           IF CHECKS-STOPPED = 0
              MOVE '** NO CHECKS VOIDED **' TO REG-NONE-TEXT
              WRITE CHK-REG-REC FROM WS-REG-NONE-LINE
           END-IF.
      *
       0700-WRITE-NO-CHECK-SECTION.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH LISTS THE PAYEES WHOSE ADJUSTMENTS AND      *
      *    VOIDS LEFT A NET THAT IS NOT POSITIVE, WITH THE CLAIM      *
      *    LINES BEHIND EACH.  NO CHECK IS CUT; A NEGATIVE NET IS AN  *
      *    AMOUNT TO BE RECOVERED FROM THE PAYEE.                     *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0710-WRITE-NO-CHECK-LINE                                *
      *****************************************************************
      *
           MOVE 'PAYEES WITH NO CHECK - NET NOT POSITIVE, RECOVER'
                                         TO REG-SECTION-TITLE.
           WRITE CHK-REG-REC FROM WS-REG-BLANK-LINE.
           WRITE CHK-REG-REC FROM WS-REG-BLANK-LINE.
           WRITE CHK-REG-REC FROM WS-REG-SECTION-LINE.
           WRITE CHK-REG-REC FROM WS-REG-BLANK-LINE.
           WRITE CHK-REG-REC FROM WS-REG-CHECK-HEADER-1.
           WRITE CHK-REG-REC FROM WS-REG-CHECK-HEADER-2.
      *
           PERFORM VARYING PY-IDX FROM 1 BY 1
              UNTIL PY-IDX > WS-PY-ENTRIES-USED
                 IF WS-PY-NET-AMOUNT (PY-IDX) NOT > 0
                    MOVE SPACES                    TO REG-CHECK-NO-D
                    MOVE WS-PY-PAYEE-KEY (PY-IDX)  TO REG-PAYEE-KEY-D
                    MOVE WS-PY-PAYEE-NAME (PY-IDX) TO REG-PAYEE-NAME-D
                    MOVE WS-PY-NET-AMOUNT (PY-IDX)
                                              TO REG-CHECK-AMOUNT-D
                    MOVE WS-PY-LINE-COUNT (PY-IDX) TO REG-LINE-COUNT-D
                    WRITE CHK-REG-REC FROM WS-REG-BLANK-LINE
                    WRITE CHK-REG-REC FROM WS-REG-CHECK-LINE
                    PERFORM VARYING LN-IDX FROM 1 BY 1
                       UNTIL LN-IDX > WS-LN-ENTRIES-USED
                          IF WS-LN-PAYEE-SUB (LN-IDX) = PY-IDX
                             AND NOT LN-VOID-STOPPED (LN-IDX)
                             PERFORM 0710-WRITE-NO-CHECK-LINE
                          END-IF
                    END-PERFORM
                 END-IF
           END-PERFORM.
      *
           IF NO-CHECK-PAYEES = 0
              MOVE '** NONE **' TO REG-NONE-TEXT
              WRITE CHK-REG-REC FROM WS-REG-NONE-LINE
           END-IF.
      *
       0710-WRITE-NO-CHECK-LINE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES ONE CLAIM LINE OF A PAYEE THAT GOT   *
      *    NO CHECK.                                                  *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0700-WRITE-NO-CHECK-SECTION                             *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE 'N' TO WS-LN-DISPOSITION (LN-IDX).
           MOVE WS-LN-POLICY-NO (LN-IDX)     TO REG-POLICY-D.
           MOVE WS-LN-NAME (LN-IDX)          TO REG-INSURED-D.
           MOVE WS-LN-BENEFIT-DATE (LN-IDX)  TO REG-BENEFIT-DATE-D.
           MOVE WS-LN-CLAIM-AMOUNT (LN-IDX)  TO REG-CLAIM-AMOUNT-D.
           MOVE WS-LN-AMOUNT-PAID (LN-IDX)   TO REG-AMOUNT-PAID-D.
           MOVE SPACES                       TO REG-NOTE-D.
           EVALUATE TRUE
              WHEN LN-REISSUED (LN-IDX)
                 STRING 'REISSUE - CHECK '
                        WS-LN-ORIG-CHECK-NO (LN-IDX)
                        ' STOPPED'   DELIMITED BY SIZE
                    INTO REG-NOTE-D
              WHEN WS-LN-TRANS-CODE (LN-IDX) = 'V'
                 MOVE 'VOID - NO ISSUED CHECK FOUND' TO REG-NOTE-D
              WHEN WS-LN-TRANS-CODE (LN-IDX) = 'A'
                 MOVE 'ADJUSTMENT'           TO REG-NOTE-D
           END-EVALUATE.
           WRITE CHK-REG-REC FROM WS-REG-CLAIM-LINE.
      *
       0750-WRITE-POSPAY-TRAILER.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES THE POSITIVE-PAY TRAILER WITH THE    *
      *    COUNT AND AMOUNT OF THE CHECKS ISSUED AND VOIDED.          *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE CHECKS-ISSUED          TO PP-TRL-ISSUE-COUNT.
           MOVE CHECKS-ISSUED-AMOUNT   TO PP-TRL-ISSUE-AMOUNT.
           MOVE CHECKS-STOPPED         TO PP-TRL-VOID-COUNT.
           MOVE CHECKS-STOPPED-AMOUNT  TO PP-TRL-VOID-AMOUNT.
           WRITE POS-PAY-REC FROM PP-TRAILER-REC.
           IF PPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO POSITIVE-PAY FILE'
           END-IF.
      *
       0760-WRITE-NEW-CONTROL.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES THE NEW CHECK CONTROL RECORD WITH    *
      *    THE NEXT CHECK NUMBER AFTER THIS RUN, THE EXTRACT DATE AND *
      *    THE RANGE OF CHECKS ISSUED.                                *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE WS-ISSUE-DATE    TO CC-LAST-RUN-DATE.
           MOVE FIRST-CHECK-NO   TO CC-LAST-FIRST-CHECK.
           MOVE LAST-CHECK-NO    TO CC-LAST-LAST-CHECK.
           WRITE NEW-CTL-REC FROM WS-CHECK-CONTROL-REC.
           IF NCCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING NEW CHECK CONTROL FILE'
           END-IF.
      *
       0780-WRITE-REGISTER-TOTALS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES THE REGISTER TOTALS AND THE PROOF    *
      *    THAT THE CHECKS ISSUED ACCOUNT FOR THE WHOLE EXTRACT:      *
      *      EXTRACT TOTAL - VOIDS SETTLED BY STOP + LINES REISSUED   *
      *      - NET OF PAYEES WITH NO CHECK = CHECKS ISSUED            *
      *    AND SETS THE RETURN CODE.                                  *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE 'CHECK REGISTER CONTROL TOTALS' TO REG-SECTION-TITLE.
           WRITE CHK-REG-REC FROM WS-REG-BLANK-LINE.
           WRITE CHK-REG-REC FROM WS-REG-BLANK-LINE.
           WRITE CHK-REG-REC FROM WS-REG-SECTION-LINE.
           WRITE CHK-REG-REC FROM WS-REG-BLANK-LINE.
      *
           MOVE 'EXTRACT DETAIL RECORDS READ:  '  TO REG-TOTAL-LABEL.
           MOVE PAY-DETAILS-READ                  TO REG-TOTAL-COUNT.
           WRITE CHK-REG-REC FROM WS-REG-TOTAL-LINE.
           MOVE '   PAYMENTS:  '                  TO REG-TOTAL-LABEL.
           MOVE PAYMENTS-READ                     TO REG-TOTAL-COUNT.
           WRITE CHK-REG-REC FROM WS-REG-TOTAL-LINE.
           MOVE '   ADJUSTMENTS:  '               TO REG-TOTAL-LABEL.
           MOVE ADJUSTMENTS-READ                  TO REG-TOTAL-COUNT.
           WRITE CHK-REG-REC FROM WS-REG-TOTAL-LINE.
           MOVE '   VOIDS:  '                     TO REG-TOTAL-LABEL.
           MOVE VOIDS-READ                        TO REG-TOTAL-COUNT.
           WRITE CHK-REG-REC FROM WS-REG-TOTAL-LINE.
           MOVE '      SETTLED BY STOPPING THE ORIGINAL CHECK:  '
                                                  TO REG-TOTAL-LABEL.
           MOVE VOIDS-MATCHED                     TO REG-TOTAL-COUNT.
           WRITE CHK-REG-REC FROM WS-REG-TOTAL-LINE.
           MOVE '      NETTED - NO ISSUED CHECK FOUND:  '
                                                  TO REG-TOTAL-LABEL.
           MOVE VOIDS-NETTED                      TO REG-TOTAL-COUNT.
           WRITE CHK-REG-REC FROM WS-REG-TOTAL-LINE.
           MOVE 'CHECKS ISSUED:  '                TO REG-TOTAL-LABEL.
           MOVE CHECKS-ISSUED                     TO REG-TOTAL-COUNT.
           WRITE CHK-REG-REC FROM WS-REG-TOTAL-LINE.
           MOVE 'FIRST CHECK NUMBER:  '           TO REG-NUMBER-LABEL.
           MOVE FIRST-CHECK-NO                    TO REG-NUMBER-O.
           WRITE CHK-REG-REC FROM WS-REG-NUMBER-LINE.
           MOVE 'LAST CHECK NUMBER:  '            TO REG-NUMBER-LABEL.
           MOVE LAST-CHECK-NO                     TO REG-NUMBER-O.
           WRITE CHK-REG-REC FROM WS-REG-NUMBER-LINE.
           MOVE 'NEXT CHECK NUMBER:  '            TO REG-NUMBER-LABEL.
           MOVE CC-NEXT-CHECK-NO                  TO REG-NUMBER-O.
           WRITE CHK-REG-REC FROM WS-REG-NUMBER-LINE.
           MOVE 'CHECKS VOIDED (STOP PAYMENT):  ' TO REG-TOTAL-LABEL.
           MOVE CHECKS-STOPPED                    TO REG-TOTAL-COUNT.
           WRITE CHK-REG-REC FROM WS-REG-TOTAL-LINE.
           MOVE 'CLAIM LINES REISSUED FROM VOIDED CHECKS:  '
                                                  TO REG-TOTAL-LABEL.
           MOVE LINES-REISSUED                    TO REG-TOTAL-COUNT.
           WRITE CHK-REG-REC FROM WS-REG-TOTAL-LINE.
           MOVE 'PAYEES WITH NO CHECK:  '         TO REG-TOTAL-LABEL.
           MOVE NO-CHECK-PAYEES                   TO REG-TOTAL-COUNT.
           WRITE CHK-REG-REC FROM WS-REG-TOTAL-LINE.
           MOVE 'PROVIDERS NOT ON THE PROVIDER MASTER:  '
                                                  TO REG-TOTAL-LABEL.
           MOVE PROVIDERS-NOT-FOUND               TO REG-TOTAL-COUNT.
           WRITE CHK-REG-REC FROM WS-REG-TOTAL-LINE.
      *
           WRITE CHK-REG-REC FROM WS-REG-BLANK-LINE.
           MOVE 'EXTRACT DETAIL TOTAL:  '         TO REG-AMOUNT-LABEL.
           MOVE PAY-DETAIL-TOTAL                  TO REG-AMOUNT-O.
           WRITE CHK-REG-REC FROM WS-REG-AMOUNT-LINE.
           MOVE 'LESS VOIDS SETTLED BY STOP PAYMENT:  '
                                                  TO REG-AMOUNT-LABEL.
           MOVE VOIDS-MATCHED-AMOUNT              TO REG-AMOUNT-O.
           WRITE CHK-REG-REC FROM WS-REG-AMOUNT-LINE.
           MOVE 'PLUS CLAIM LINES REISSUED:  '    TO REG-AMOUNT-LABEL.
           MOVE REISSUED-AMOUNT                   TO REG-AMOUNT-O.
           WRITE CHK-REG-REC FROM WS-REG-AMOUNT-LINE.
           MOVE 'LESS NET OF PAYEES WITH NO CHECK:  '
                                                  TO REG-AMOUNT-LABEL.
           MOVE NO-CHECK-AMOUNT                   TO REG-AMOUNT-O.
           WRITE CHK-REG-REC FROM WS-REG-AMOUNT-LINE.
           COMPUTE WS-PROOF-AMOUNT = PAY-DETAIL-TOTAL
                                   - VOIDS-MATCHED-AMOUNT
                                   + REISSUED-AMOUNT
                                   - NO-CHECK-AMOUNT.
           MOVE 'EQUALS - EXPECTED CHECK TOTAL:  ' TO REG-AMOUNT-LABEL.
           MOVE WS-PROOF-AMOUNT                   TO REG-AMOUNT-O.
           WRITE CHK-REG-REC FROM WS-REG-AMOUNT-LINE.
           MOVE 'TOTAL OF CHECKS ISSUED:  '       TO REG-AMOUNT-LABEL.
           MOVE CHECKS-ISSUED-AMOUNT              TO REG-AMOUNT-O.
           WRITE CHK-REG-REC FROM WS-REG-AMOUNT-LINE.
           MOVE 'TOTAL OF CHECKS VOIDED:  '       TO REG-AMOUNT-LABEL.
           MOVE CHECKS-STOPPED-AMOUNT             TO REG-AMOUNT-O.
           WRITE CHK-REG-REC FROM WS-REG-AMOUNT-LINE.
      *
           WRITE CHK-REG-REC FROM WS-REG-BLANK-LINE.
           IF WS-PROOF-AMOUNT = CHECKS-ISSUED-AMOUNT
              MOVE '*** CHECK REGISTER BALANCED TO THE PAYMENT EXTRACT *
      -          '**'                            TO REG-MESSAGE
              IF VOIDS-NETTED > 0 OR NO-CHECK-PAYEES > 0
                 OR PROVIDERS-NOT-FOUND > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              MOVE '*** CHECK REGISTER OUT OF BALANCE WITH THE PAYMENT E
      -          'XTRACT ***'                    TO REG-MESSAGE
              MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE CHK-REG-REC FROM WS-REG-MESSAGE-LINE.
           IF RGCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO CHECK REGISTER FILE'
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
      *    -  0850-CLOSE-INPUT-FILES                                  *
      *****************************************************************
      *
           PERFORM 0850-CLOSE-INPUT-FILES.
      *
           CLOSE CHKHIST.
           IF CHCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING CHECK HISTORY FILE'
           END-IF.
      *
           CLOSE NEWCTL.
           IF NCCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING NEW CHECK CONTROL FILE'
           END-IF.
      *
           CLOSE POSPAY.
           IF PPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING POSITIVE-PAY FILE'
           END-IF.
      *
           CLOSE CHKREG.
           IF RGCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING CHECK REGISTER FILE'
           END-IF.
      *
       0850-CLOSE-INPUT-FILES.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH CLOSES THE INPUT FILES THAT ARE STILL OPEN  *
      *    (THE CHECK HISTORY WAS CLOSED AFTER IT WAS LOADED).        *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *    -  0800-CLOSE-FILES                                        *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           IF PYCODE = '00' OR '10'
              CLOSE PAYFILE
           END-IF.
      *
           IF PVCODE = '00' OR '05' OR '10'
              CLOSE PROVFILE
           END-IF.
      *
           IF CCCODE = '00' OR '10'
              CLOSE CHKCTL
           END-IF.
