       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROV1099.
       AUTHOR. DORETHA RILEY.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. CURRENT-DATE.
      *
      *****************************************************************
      *  DESCRIPTION                                                  *
      *    THIS PROGRAM BUILDS THE YEAR-END PROVIDER 1099-MISC FILING *
      *    (BOX 6, MEDICAL AND HEALTH CARE PAYMENTS) FROM WHAT CLAIMS *
      *    ACTUALLY PAID.  EVERY PAYMENT ('PAID') AND REVERSAL        *
      *    ('VOID', 'ADJ') ON THE CUMULATIVE CLAIMS HISTORY WHOSE RUN *
      *    DATE FALLS IN THE TAX YEAR IS TOTALLED BY CLAIM-PCP-ID.    *
      *    THE PAYEE NAME AND TAX ID COME FROM THE PROVIDER MASTER.   *
      *                                                               *
      *    EACH PROVIDER WHOSE NET FOR THE YEAR REACHES THE REPORTING *
      *    THRESHOLD (THRESHOLD=, DEFAULT $600) GETS A PAYEE 'B'      *
      *    RECORD IN THE FEDERAL ELECTRONIC FILING LAYOUT, BETWEEN    *
      *    THE TRANSMITTER ('T'), PAYER ('A'), END OF PAYER ('C') AND *
      *    END OF TRANSMISSION ('F') RECORDS.  A PROVIDER WITH NO TAX *
      *    ID IS STILL FILED, AS THE FEDERAL RULES REQUIRE, AND IS    *
      *    LISTED SO A W-9 CAN BE CHASED.                             *
      *                                                               *
      *    THE PROOF REPORT LISTS THE PROVIDERS FILED, THE PROVIDERS  *
      *    UNDER THE THRESHOLD AND THE PROVIDERS MISSING A TAX ID,    *
      *    THEN TIES THE GRAND TOTAL OF THE YEAR'S CLAIM PAYMENTS TO  *
      *    THE NET BENEFIT EXPENSE (BEN-EXP) CLAIMS POSTED TO THE GL  *
      *    INTERFACE FOR THE SAME YEAR.                               *
      *                                                               *
      *    CONTROL CARDS (KEYWORD=VALUE):                             *
      *      TAXYEAR=CCYY        DEFAULT: THE YEAR BEFORE TODAY'S     *
      *      THRESHOLD=NNNNNNN   WHOLE DOLLARS, DEFAULT 0000600       *
      *      PAYERTIN=NNNNNNNNN  REQUIRED                             *
      *      PAYERNAME=          REQUIRED                             *
      *      TCC=XXXXX           TRANSMITTER CONTROL CODE, REQUIRED   *
      *      PAYERADDR=, PAYERCITY=, PAYERSTATE=, PAYERZIP=,          *
      *      PAYERPHONE=, CONTACT=, EMAIL=                            *
      *      TESTFILE=Y          MARKS THE TRANSMISSION AS A TEST     *
      *                                                               *
      *    RETURN CODES:                                              *
      *      0  - FILING WRITTEN, PROOF TIED TO THE GL                *
      *      4  - PROOF TIED, BUT A PROVIDER FILED WITHOUT A TAX ID   *
      *           OR NOT ON THE PROVIDER MASTER                       *
      *      8  - GRAND TOTAL DOES NOT TIE TO THE GL POSTINGS         *
      *      16 - INVALID OR MISSING CONTROL CARD - NOTHING WRITTEN   *
      *                                                               *
      *    INPUT FILES:                                               *
      *      RTPOT44.CLAIMS.HISTFILE (CUMULATIVE CLAIMS HISTORY)      *
      *      INTERNAL FILE NAME:  HISTFILE                            *
      *      JCL DD NAME:         HISTFILE                            *
      *                                                               *
      *      RTPOT44.PROVFILE.DATA (PROVIDER MASTER)                  *
      *      INTERNAL FILE NAME:  PROVFILE                            *
      *      JCL DD NAME:         PROVFILE                            *
      *                                                               *
      *      RTPOT44.GL.INTERFACE (SHARED GL POSTING INTERFACE)       *
      *      INTERNAL FILE NAME:  GLFILE                              *
      *      JCL DD NAME:         GLFILE                              *
      *                                                               *
      *      RTPOT44.PROV1099.PARMS (CONTROL CARDS)                   *
      *      INTERNAL FILE NAME:  PARMFILE                            *
      *      JCL DD NAME:         PARMFILE                            *
      *                                                               *
      *    OUTPUT FILES:                                              *
      *      RTPOT44.PROV1099.IRSFILE (1099 ELECTRONIC FILING)        *
      *      INTERNAL FILE NAME:  IRSFILE                             *
      *      JCL DD NAME:         IRSFILE                             *
      *                                                               *
      *      DD SYSOUT=* (1099 PROOF REPORT)                          *
      *      INTERNAL FILE NAME:  PROOFRPT                            *
      *      JCL DD NAME:         PROOFRPT                            *
      *                                                               *
      *    JCL JOB: RTPOT44.LEARN.REUSABLE.JCL(PROV1099)              *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTFILE           *>CUMULATIVE CLAIMS HISTORY
           ASSIGN TO HISTFILE
             FILE STATUS IS HSCODE.
      *
           SELECT OPTIONAL PROVFILE  *>PROVIDER MASTER
           ASSIGN TO PROVFILE
             FILE STATUS IS PVCODE.
      *
           SELECT OPTIONAL GLFILE    *>SHARED GL POSTING INTERFACE
           ASSIGN TO GLFILE
             FILE STATUS IS GLCODE.
      *
           SELECT OPTIONAL PARMFILE  *>CONTROL CARDS
           ASSIGN TO PARMFILE
             FILE STATUS IS PRCODE.
      *
           SELECT IRSFILE            *>1099 ELECTRONIC FILING
           ASSIGN TO IRSFILE
             FILE STATUS IS IRCODE.
      *
           SELECT PROOFRPT           *>1099 PROOF REPORT
           ASSIGN TO PROOFRPT
             FILE STATUS IS RPCODE.
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
       FD  PROVFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PROV-MSTR-REC.
      *
       01  PROV-MSTR-REC PIC X(80).
      *
       FD  GLFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS GL-POST-REC.
      *
       01  GL-POST-REC PIC X(80).
      *
       FD  PARMFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PARM-CARD-REC.
      *
       01  PARM-CARD-REC PIC X(80).
      *
       FD  IRSFILE
           RECORDING MODE IS F
           RECORD CONTAINS 750 CHARACTERS
           DATA RECORD IS IRS-FILE-REC.
      *
       01  IRS-FILE-REC PIC X(750).
      *
       FD  PROOFRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS PROOF-RPT-REC.
      *
       01  PROOF-RPT-REC PIC X(133).
      *
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-CODES.
          05 HSCODE               PIC X(02).
          05 PVCODE               PIC X(02).
          05 GLCODE               PIC X(02).
          05 PRCODE               PIC X(02).
          05 IRCODE               PIC X(02).
          05 RPCODE               PIC X(02).
      *
       01 WS-FILE-SWITCHES.
          05 HISTFILE-FILE-SW     PIC X(01) VALUE SPACE.
             88 END-OF-HISTFILE      VALUE 'Y'.
          05 PROVFILE-FILE-SW     PIC X(01) VALUE SPACE.
             88 END-OF-PROVFILE      VALUE 'Y'.
          05 GLFILE-FILE-SW       PIC X(01) VALUE SPACE.
             88 END-OF-GLFILE        VALUE 'Y'.
          05 PARM-FILE-SW         PIC X(01) VALUE SPACE.
             88 END-OF-PARM-FILE     VALUE 'Y'.
          05 WS-PARM-ERROR-SW     PIC X(01) VALUE 'N'.
             88 PARM-ERROR           VALUE 'Y'.
      *
      *****************************************************************
      *  CLAIMS HISTORY RECORD AS CLAIMS' 1470-WRITE-CLAIM-HISTORY    *
      *  WRITES IT.  HISTORY WRITTEN BEFORE THE CLAIM DETAIL WAS      *
      *  CARRIED HAS SPACES WHERE THE PROVIDER ID IS NOW.             *
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
             88 HS-REVERSAL                 VALUES ARE 'VOID', 'ADJ'.
          05 WS-HS-RUN-DATE        PIC 9(08).
          05 WS-HS-RUN-DATE-X REDEFINES WS-HS-RUN-DATE.
             10 WS-HS-RUN-YEAR     PIC X(04).
             10 FILLER             PIC X(04).
          05 WS-HS-POLICY-TYPE     PIC X(01).
          05 WS-HS-BENEFIT-DATE    PIC X(08).
          05 WS-HS-COINSURANCE     PIC X(02).
          05 WS-HS-PCP-ID          PIC X(06).
          05 WS-HS-SECONDARY-TYPE  PIC X(01).
      *
       01 WS-PROV-MSTR-REC.  *>PROVIDER MASTER RECORD LAYOUT
          05 WS-PM-PROV-ID        PIC X(06).
          05 WS-PM-PROV-NAME      PIC X(20).
          05 FILLER               PIC X(26).
          05 WS-PM-TAX-ID         PIC X(09).
          05 WS-PM-TIN-TYPE       PIC X(01).
          05 FILLER               PIC X(18).
      *
      *****************************************************************
      *  SHARED GL POSTING INTERFACE RECORD (SEE CLAIMS'              *
      *  1505-WRITE-GL-POSTINGS).                                     *
      *****************************************************************
      *
       01 WS-GL-POST-REC.
          05 WS-GL-ACCOUNT        PIC X(08).
          05 WS-GL-DR-CR          PIC X(02).
          05 WS-GL-AMOUNT         PIC S9(11)V99.
          05 WS-GL-CYCLE-DATE     PIC 9(08).
          05 WS-GL-CYCLE-DATE-X REDEFINES WS-GL-CYCLE-DATE.
             10 WS-GL-CYCLE-YEAR  PIC X(04).
             10 FILLER            PIC X(04).
          05 WS-GL-SOURCE-PROGRAM PIC X(08).
          05 FILLER               PIC X(41).
      *
      *****************************************************************
      *  FEDERAL 1099 ELECTRONIC FILING RECORDS - 750 BYTES EACH.     *
      *  'T' TRANSMITTER, 'A' PAYER, 'B' PAYEE, 'C' END OF PAYER,     *
      *  'F' END OF TRANSMISSION.  EVERY RECORD CARRIES ITS SEQUENCE  *
      *  NUMBER IN POSITIONS 500-507.                                 *
      *****************************************************************
      *
       01 IRS-T-REC.
          05 FILLER               PIC X(01) VALUE 'T'.
          05 IRS-T-PAYMENT-YEAR   PIC 9(04).
          05 IRS-T-PRIOR-YEAR     PIC X(01) VALUE SPACE.
          05 IRS-T-TIN            PIC X(09).
          05 IRS-T-TCC            PIC X(05).
          05 FILLER               PIC X(07) VALUE SPACES.
          05 IRS-T-TEST-FILE      PIC X(01).
          05 IRS-T-FOREIGN        PIC X(01) VALUE SPACE.
          05 IRS-T-NAME           PIC X(40).
          05 IRS-T-NAME-2         PIC X(40) VALUE SPACES.
          05 IRS-T-COMPANY        PIC X(40).
          05 IRS-T-COMPANY-2      PIC X(40) VALUE SPACES.
          05 IRS-T-ADDRESS        PIC X(40).
          05 IRS-T-CITY           PIC X(40).
          05 IRS-T-STATE          PIC X(02).
          05 IRS-T-ZIP            PIC X(09).
          05 FILLER               PIC X(15) VALUE SPACES.
          05 IRS-T-PAYEE-COUNT    PIC 9(08).
          05 IRS-T-CONTACT        PIC X(40).
          05 IRS-T-PHONE          PIC X(15).
          05 IRS-T-EMAIL          PIC X(50).
          05 FILLER               PIC X(91) VALUE SPACES.
          05 IRS-T-SEQUENCE       PIC 9(08).
          05 FILLER               PIC X(10) VALUE SPACES.
          05 IRS-T-VENDOR-IND     PIC X(01) VALUE 'I'.
          05 FILLER               PIC X(232) VALUE SPACES.
      *
       01 IRS-A-REC.
          05 FILLER               PIC X(01) VALUE 'A'.
          05 IRS-A-PAYMENT-YEAR   PIC 9(04).
          05 IRS-A-COMBINED-FS    PIC X(01) VALUE SPACE.
          05 FILLER               PIC X(05) VALUE SPACES.
          05 IRS-A-TIN            PIC X(09).
          05 IRS-A-NAME-CONTROL   PIC X(04) VALUE SPACES.
          05 IRS-A-LAST-FILING    PIC X(01) VALUE SPACE.
      *** TYPE OF RETURN 'A ' = 1099-MISC, AMOUNT CODE 6 = BOX 6.
          05 IRS-A-RETURN-TYPE    PIC X(02) VALUE 'A '.
          05 IRS-A-AMOUNT-CODES   PIC X(18) VALUE '6'.
          05 FILLER               PIC X(06) VALUE SPACES.
          05 IRS-A-FOREIGN        PIC X(01) VALUE SPACE.
          05 IRS-A-NAME           PIC X(40).
          05 IRS-A-NAME-2         PIC X(40) VALUE SPACES.
          05 IRS-A-TRANSFER-AGENT PIC X(01) VALUE '0'.
          05 IRS-A-ADDRESS        PIC X(40).
          05 IRS-A-CITY           PIC X(40).
          05 IRS-A-STATE          PIC X(02).
          05 IRS-A-ZIP            PIC X(09).
          05 IRS-A-PHONE          PIC X(15).
          05 FILLER               PIC X(260) VALUE SPACES.
          05 IRS-A-SEQUENCE       PIC 9(08).
          05 FILLER               PIC X(243) VALUE SPACES.
      *
       01 IRS-B-REC.
          05 FILLER               PIC X(01) VALUE 'B'.
          05 IRS-B-PAYMENT-YEAR   PIC 9(04).
          05 IRS-B-CORRECTED      PIC X(01) VALUE SPACE.
          05 IRS-B-NAME-CONTROL   PIC X(04) VALUE SPACES.
          05 IRS-B-TIN-TYPE       PIC X(01).
          05 IRS-B-TIN            PIC X(09).
          05 IRS-B-ACCOUNT-NO     PIC X(20).
          05 IRS-B-OFFICE-CODE    PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE SPACES.
          05 IRS-B-AMOUNT         PIC 9(10)V99 OCCURS 18 TIMES.
          05 FILLER               PIC X(16) VALUE SPACES.
          05 IRS-B-FOREIGN        PIC X(01) VALUE SPACE.
          05 IRS-B-NAME           PIC X(40).
          05 IRS-B-NAME-2         PIC X(40) VALUE SPACES.
          05 IRS-B-ADDRESS        PIC X(40) VALUE SPACES.
          05 FILLER               PIC X(40) VALUE SPACES.
          05 IRS-B-CITY           PIC X(40) VALUE SPACES.
          05 IRS-B-STATE          PIC X(02) VALUE SPACES.
          05 IRS-B-ZIP            PIC X(09) VALUE SPACES.
          05 FILLER               PIC X(01) VALUE SPACE.
          05 IRS-B-SEQUENCE       PIC 9(08).
          05 FILLER               PIC X(36) VALUE SPACES.
          05 IRS-B-SECOND-TIN     PIC X(01) VALUE SPACE.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 IRS-B-DIRECT-SALES   PIC X(01) VALUE SPACE.
          05 IRS-B-FATCA          PIC X(01) VALUE SPACE.
          05 FILLER               PIC X(114) VALUE SPACES.
          05 IRS-B-SPECIAL-DATA   PIC X(60) VALUE SPACES.
          05 IRS-B-STATE-TAX      PIC 9(10)V99 VALUE 0.
          05 IRS-B-LOCAL-TAX      PIC 9(10)V99 VALUE 0.
          05 IRS-B-STATE-CODE     PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(02) VALUE SPACES.
      *
       01 IRS-C-REC.
          05 FILLER               PIC X(01) VALUE 'C'.
          05 IRS-C-PAYEE-COUNT    PIC 9(08).
          05 FILLER               PIC X(06) VALUE SPACES.
          05 IRS-C-CONTROL-TOTAL  PIC 9(16)V99 OCCURS 18 TIMES.
          05 FILLER               PIC X(160) VALUE SPACES.
          05 IRS-C-SEQUENCE       PIC 9(08).
          05 FILLER               PIC X(243) VALUE SPACES.
      *
       01 IRS-F-REC.
          05 FILLER               PIC X(01) VALUE 'F'.
          05 IRS-F-PAYER-COUNT    PIC 9(08).
          05 FILLER               PIC X(21) VALUE ALL '0'.
          05 FILLER               PIC X(19) VALUE SPACES.
          05 IRS-F-PAYEE-COUNT    PIC 9(08).
          05 FILLER               PIC X(442) VALUE SPACES.
          05 IRS-F-SEQUENCE       PIC 9(08).
          05 FILLER               PIC X(243) VALUE SPACES.
      *
       01 WS-PROVIDER-TABLE.
          05 WS-PV-ENTRY OCCURS 500 TIMES INDEXED BY PV-IDX.
             10 WS-PV-PROV-ID     PIC X(06).
             10 WS-PV-PROV-NAME   PIC X(20).
             10 WS-PV-TAX-ID      PIC X(09).
             10 WS-PV-TIN-TYPE    PIC X(01).
      *
      *****************************************************************
      *  ONE ENTRY PER PROVIDER PAID IN THE TAX YEAR, KEPT IN         *
      *  CLAIM-PCP-ID SEQUENCE.  THE CATEGORY IS SET ONCE THE YEAR IS *
      *  TOTALLED: 'F' FILED, 'U' UNDER THE THRESHOLD.                *
      *****************************************************************
      *
       01 WS-PAYEE-TABLE.
          05 WS-PY-ENTRY OCCURS 3000 TIMES INDEXED BY PY-IDX.
             10 WS-PY-PCP-ID         PIC X(06).
             10 WS-PY-NAME           PIC X(20).
             10 WS-PY-TAX-ID         PIC X(09).
             10 WS-PY-TIN-TYPE       PIC X(01).
             10 WS-PY-ON-MASTER-SW   PIC X(01).
                88 PY-ON-MASTER                VALUE 'Y'.
             10 WS-PY-PAYMENT-COUNT  PIC S9(05) COMP.
             10 WS-PY-PAID-AMOUNT    PIC S9(09)V99.
             10 WS-PY-REVERSED-AMOUNT PIC S9(09)V99.
             10 WS-PY-NET-AMOUNT     PIC S9(09)V99.
             10 WS-PY-CATEGORY       PIC X(01).
                88 PY-FILED                    VALUE 'F'.
                88 PY-UNDER-THRESHOLD          VALUE 'U'.
      *
       01 WS-1099-CONTROLS.
          05 WS-PV-ENTRIES-LOADED PIC S9(04) COMP VALUE 0.
          05 WS-PY-ENTRIES-USED   PIC S9(04) COMP VALUE 0.
          05 WS-FOUND-SUB         PIC S9(04) COMP VALUE 0.
          05 WS-INSERT-SUB        PIC S9(04) COMP VALUE 0.
          05 WS-MOVE-SUB          PIC S9(04) COMP VALUE 0.
          05 WS-CURRENT-DATE      PIC 9(08) VALUE 0.
          05 WS-CURRENT-DATE-X REDEFINES WS-CURRENT-DATE.
             10 WS-CURRENT-YEAR   PIC 9(04).
             10 FILLER            PIC 9(04).
          05 WS-TAX-YEAR          PIC 9(04) VALUE 0.
          05 WS-TAX-YEAR-X REDEFINES WS-TAX-YEAR
                                  PIC X(04).
          05 WS-THRESHOLD         PIC 9(07) VALUE 600.
          05 WS-SEQUENCE-NO       PIC 9(08) VALUE 0.
          05 WS-GL-DIFFERENCE     PIC S9(11)V99 VALUE 0.
          05 WS-THRESHOLD-D       PIC $$,$$$,$$9.
          05 WS-LEAD-SPACES       PIC S9(04) COMP VALUE 0.
          05 WS-DISPLAY-COUNT     PIC ZZZZ9.
      *
       01 WS-PAYER-FIELDS.
          05 WS-PAYER-TIN         PIC X(09) VALUE SPACES.
          05 WS-PAYER-NAME        PIC X(40) VALUE SPACES.
          05 WS-PAYER-ADDRESS     PIC X(40) VALUE SPACES.
          05 WS-PAYER-CITY        PIC X(40) VALUE SPACES.
          05 WS-PAYER-STATE       PIC X(02) VALUE SPACES.
          05 WS-PAYER-ZIP         PIC X(09) VALUE SPACES.
          05 WS-PAYER-PHONE       PIC X(15) VALUE SPACES.
          05 WS-PAYER-TCC         PIC X(05) VALUE SPACES.
          05 WS-PAYER-CONTACT     PIC X(40) VALUE SPACES.
          05 WS-PAYER-EMAIL       PIC X(50) VALUE SPACES.
          05 WS-TEST-FILE-SW      PIC X(01) VALUE SPACE.
      *
       01 WS-PARM-FIELDS.
          05 WS-PARM-KEYWORD      PIC X(20).
          05 WS-PARM-VALUE        PIC X(60).
      *
       01 COUNTERS-AND-ACCUMULATORS.
          05 HIST-RECS-READ       PIC S9(07) COMP VALUE 0.
          05 HIST-RECS-IN-YEAR    PIC S9(07) COMP VALUE 0.
          05 PAYMENTS-IN-YEAR     PIC S9(07) COMP VALUE 0.
          05 REVERSALS-IN-YEAR    PIC S9(07) COMP VALUE 0.
          05 YEAR-NET-TOTAL       PIC S9(11)V99 VALUE 0.
          05 FILED-COUNT          PIC S9(05) COMP VALUE 0.
          05 FILED-AMOUNT         PIC S9(11)V99 VALUE 0.
          05 UNDER-COUNT          PIC S9(05) COMP VALUE 0.
          05 UNDER-AMOUNT         PIC S9(11)V99 VALUE 0.
          05 NO-TIN-COUNT         PIC S9(05) COMP VALUE 0.
          05 NO-TIN-FILED-COUNT   PIC S9(05) COMP VALUE 0.
          05 NOT-ON-MASTER-COUNT  PIC S9(05) COMP VALUE 0.
          05 NO-PROVIDER-COUNT    PIC S9(07) COMP VALUE 0.
          05 NO-PROVIDER-AMOUNT   PIC S9(11)V99 VALUE 0.
          05 NOT-TABLED-COUNT     PIC S9(07) COMP VALUE 0.
          05 NOT-TABLED-AMOUNT    PIC S9(11)V99 VALUE 0.
          05 GL-RECS-READ         PIC S9(07) COMP VALUE 0.
          05 GL-BEN-EXP-DEBITS    PIC S9(11)V99 VALUE 0.
          05 GL-BEN-EXP-CREDITS   PIC S9(11)V99 VALUE 0.
          05 GL-BEN-EXP-NET       PIC S9(11)V99 VALUE 0.
          05 GL-SECONDARY-DEBITS  PIC S9(11)V99 VALUE 0.
      *
       01 WS-PRF-TITLE-1.
          05 FILLER               PIC X(40) VALUE SPACES.
          05 FILLER               PIC X(43) VALUE
                'PROVIDER 1099-MISC PROOF REPORT - TAX YEAR '.
          05 PRF-TAX-YEAR-H       PIC 9(04).
          05 FILLER               PIC X(46) VALUE SPACES.
      *
       01 WS-PRF-TITLE-2.
          05 FILLER               PIC X(40) VALUE SPACES.
          05 FILLER               PIC X(47) VALUE ALL '='.
          05 FILLER               PIC X(46) VALUE SPACES.
      *
       01 WS-PRF-SECTION-LINE.
          05 PRF-SECTION-TITLE    PIC X(70).
          05 FILLER               PIC X(63) VALUE SPACES.
      *
       01 WS-PRF-COLUMN-HEADER.
          05 FILLER               PIC X(08) VALUE 'PCP ID'.
          05 FILLER               PIC X(22) VALUE 'PROVIDER NAME'.
          05 FILLER               PIC X(13) VALUE 'TAX ID'.
          05 FILLER               PIC X(08) VALUE 'CLAIMS'.
          05 FILLER               PIC X(17) VALUE '           PAID'.
          05 FILLER               PIC X(17) VALUE '       REVERSED'.
          05 FILLER               PIC X(17) VALUE '     NET PAID'.
          05 FILLER               PIC X(31) VALUE 'NOTE'.
      *
       01 WS-PRF-DETAIL-LINE.
          05 PRF-PCP-ID-D         PIC X(06).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 PRF-NAME-D           PIC X(20).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 PRF-TIN-TYPE-D       PIC X(01).
          05 FILLER               PIC X(01) VALUE SPACE.
          05 PRF-TAX-ID-D         PIC X(09).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 PRF-COUNT-D          PIC ZZ,ZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 PRF-PAID-D           PIC $$$,$$$,$$9.99-.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 PRF-REVERSED-D       PIC $$$,$$$,$$9.99-.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 PRF-NET-D            PIC $$$,$$$,$$9.99-.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 PRF-NOTE-D           PIC X(31).
      *
       01 WS-PRF-NONE-LINE.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 PRF-NONE-TEXT        PIC X(40).
          05 FILLER               PIC X(89) VALUE SPACES.
      *
       01 WS-PRF-TOTAL-LINE.
          05 PRF-TOTAL-LABEL      PIC X(50).
          05 PRF-TOTAL-COUNT      PIC Z,ZZZ,ZZ9.
          05 FILLER               PIC X(74) VALUE SPACES.
      *
       01 WS-PRF-AMOUNT-LINE.
          05 PRF-AMOUNT-LABEL     PIC X(50).
          05 PRF-AMOUNT-O         PIC $$$,$$$,$$$,$$9.99-.
          05 FILLER               PIC X(64) VALUE SPACES.
      *
       01 WS-PRF-MESSAGE-LINE.
          05 PRF-MESSAGE          PIC X(80).
          05 FILLER               PIC X(53) VALUE SPACES.
      *
       01 WS-PRF-BLANK-LINE       PIC X(133) VALUE SPACES.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THE MAIN PROCEDURE AREA READS THE CONTROL CARDS, LOADS THE *
      *    PROVIDER MASTER, TOTALS THE TAX YEAR'S CLAIM HISTORY BY    *
      *    PROVIDER AND THE YEAR'S CLAIMS GL POSTINGS, WRITES THE     *
      *    FILING AND THE PROOF REPORT, AND CLOSES THE FILES.         *
      *                                                               *
      *  CALLED BY:                                                   *
      *    - NONE                                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    - 0000-HOUSEKEEPING                                        *
      *    - 0100-OPEN-FILES                                          *
      *    - 0200-LOAD-PROVIDERS                                      *
      *    - 0300-TOTAL-CLAIM-HISTORY                                 *
      *    - 0400-TOTAL-GL-POSTINGS                                   *
      *    - 0500-WRITE-FILING                                        *
      *    - 0600-WRITE-PROOF-SECTIONS                                *
      *    - 0700-WRITE-PROOF-TOTALS                                  *
      *    - 0800-CLOSE-FILES                                         *
      *****************************************************************
      *
       PROCEDURE DIVISION.
           PERFORM 0000-HOUSEKEEPING.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0200-LOAD-PROVIDERS.
           PERFORM 0300-TOTAL-CLAIM-HISTORY.
           PERFORM 0400-TOTAL-GL-POSTINGS.
           PERFORM 0500-WRITE-FILING.
           PERFORM 0600-WRITE-PROOF-SECTIONS.
           PERFORM 0700-WRITE-PROOF-TOTALS.
           PERFORM 0800-CLOSE-FILES.
           GOBACK.
      *
       0000-HOUSEKEEPING.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH INITIALIZES WORKING STORAGE VARIABLES,      *
      *    DEFAULTS THE TAX YEAR TO LAST YEAR AND READS THE CONTROL   *
      *    CARDS.  A BAD OR MISSING CONTROL CARD STOPS THE RUN BEFORE *
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
                      WS-PROV-MSTR-REC,
                      WS-GL-POST-REC,
                      WS-PROVIDER-TABLE,
                      WS-PAYEE-TABLE,
                      COUNTERS-AND-ACCUMULATORS,
                      WS-FILE-SWITCHES.
      *
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE.
           COMPUTE WS-TAX-YEAR = WS-CURRENT-YEAR - 1.
      *
           PERFORM 0050-READ-PARM-FILE.
      *
           IF WS-PAYER-TIN = SPACES
              MOVE 'Y' TO WS-PARM-ERROR-SW
              DISPLAY 'PAYERTIN= CONTROL CARD IS REQUIRED'
           END-IF.
           IF WS-PAYER-NAME = SPACES
              MOVE 'Y' TO WS-PARM-ERROR-SW
              DISPLAY 'PAYERNAME= CONTROL CARD IS REQUIRED'
           END-IF.
           IF WS-PAYER-TCC = SPACES
              MOVE 'Y' TO WS-PARM-ERROR-SW
              DISPLAY 'TCC= CONTROL CARD IS REQUIRED'
           END-IF.
      *
           IF PARM-ERROR
              DISPLAY 'PROV1099 RUN STOPPED - INVALID CONTROL CARD(S), S
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
      *    NAME THE TAX YEAR, THE REPORTING THRESHOLD AND THE PAYER/  *
      *    TRANSMITTER.  AN UNRECOGNIZED KEYWORD OR BAD VALUE FLAGS A *
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
              WHEN 'TAXYEAR'
                 IF WS-PARM-VALUE (1:4) IS NUMERIC
                    AND WS-PARM-VALUE (1:4) > '1999'
                    MOVE WS-PARM-VALUE (1:4) TO WS-TAX-YEAR-X
                 ELSE
                    MOVE 'Y' TO WS-PARM-ERROR-SW
                    DISPLAY 'INVALID TAXYEAR VALUE ON CONTROL CARD (CCYY
      -                '): ' WS-PARM-VALUE
                 END-IF
              WHEN 'THRESHOLD'
                 IF WS-PARM-VALUE (1:7) IS NUMERIC
                    MOVE WS-PARM-VALUE (1:7) TO WS-THRESHOLD
                 ELSE
                    MOVE 'Y' TO WS-PARM-ERROR-SW
                    DISPLAY 'INVALID THRESHOLD VALUE ON CONTROL CARD (NN
      -                'NNNNN DOLLARS): ' WS-PARM-VALUE
                 END-IF
              WHEN 'PAYERTIN'
                 IF WS-PARM-VALUE (1:9) IS NUMERIC
                    AND WS-PARM-VALUE (10:1) = SPACE
                    MOVE WS-PARM-VALUE (1:9) TO WS-PAYER-TIN
                 ELSE
                    MOVE 'Y' TO WS-PARM-ERROR-SW
                    DISPLAY 'INVALID PAYERTIN VALUE ON CONTROL CARD (9 D
      -                'IGITS): ' WS-PARM-VALUE
                 END-IF
              WHEN 'PAYERNAME'
                 MOVE WS-PARM-VALUE       TO WS-PAYER-NAME
              WHEN 'PAYERADDR'
                 MOVE WS-PARM-VALUE       TO WS-PAYER-ADDRESS
              WHEN 'PAYERCITY'
                 MOVE WS-PARM-VALUE       TO WS-PAYER-CITY
              WHEN 'PAYERSTATE'
                 MOVE WS-PARM-VALUE       TO WS-PAYER-STATE
              WHEN 'PAYERZIP'
                 MOVE WS-PARM-VALUE       TO WS-PAYER-ZIP
              WHEN 'PAYERPHONE'
                 MOVE WS-PARM-VALUE       TO WS-PAYER-PHONE
              WHEN 'TCC'
                 MOVE WS-PARM-VALUE       TO WS-PAYER-TCC
              WHEN 'CONTACT'
                 MOVE WS-PARM-VALUE       TO WS-PAYER-CONTACT
              WHEN 'EMAIL'
                 MOVE WS-PARM-VALUE       TO WS-PAYER-EMAIL
              WHEN 'TESTFILE'
                 IF WS-PARM-VALUE (1:1) = 'Y'
                    MOVE 'T' TO WS-TEST-FILE-SW
                 ELSE
                    MOVE SPACE TO WS-TEST-FILE-SW
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
      *    STATUS.  THE PROVIDER MASTER AND THE GL INTERFACE ARE      *
      *    OPTIONAL; WITHOUT THEM EVERY PROVIDER SHOWS AS NOT ON THE  *
      *    MASTER AND THE PROOF CANNOT TIE.                           *
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
           OPEN INPUT PROVFILE.
           IF PVCODE = '00' OR '05'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO PROVFILE-FILE-SW
              DISPLAY 'ERROR ENCOUNTERED OPENING PROVIDER MASTER FILE, S
      -          'TATUS: ' PVCODE
           END-IF.
      *
           OPEN INPUT GLFILE.
           IF GLCODE = '00' OR '05'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO GLFILE-FILE-SW
              DISPLAY 'ERROR ENCOUNTERED OPENING GL INTERFACE FILE, STAT
      -          'US: ' GLCODE
           END-IF.
      *
           OPEN OUTPUT IRSFILE.
           IF IRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING 1099 FILING FILE'
           END-IF.
      *
           OPEN OUTPUT PROOFRPT.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING 1099 PROOF REPORT FILE'
           END-IF.
      *
           MOVE WS-TAX-YEAR TO PRF-TAX-YEAR-H.
           WRITE PROOF-RPT-REC FROM WS-PRF-BLANK-LINE.
           WRITE PROOF-RPT-REC FROM WS-PRF-TITLE-1.
           WRITE PROOF-RPT-REC FROM WS-PRF-TITLE-2.
      *
       0200-LOAD-PROVIDERS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH LOADS THE ID, NAME, TAX ID AND TIN TYPE OF  *
      *    EVERY PROVIDER MASTER ROW.  ROWS BEYOND THE TABLE'S        *
      *    CAPACITY ARE WARNED ABOUT INSTEAD OF VANISHING SILENTLY.   *
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
                       MOVE WS-PM-TAX-ID    TO WS-PV-TAX-ID (PV-IDX)
                       MOVE WS-PM-TIN-TYPE  TO WS-PV-TIN-TYPE (PV-IDX)
                    ELSE
                       DISPLAY 'WARNING: PROVIDER TABLE CAPACITY OF 500 
      -                   'ENTRIES EXCEEDED - PROVIDER '
                          WS-PM-PROV-ID ' NOT LOADED'
                    END-IF
              END-READ
           END-PERFORM.
      *
       0300-TOTAL-CLAIM-HISTORY.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE CLAIMS HISTORY AND TOTALS EVERY   *
      *    PAYMENT AND REVERSAL WHOSE RUN DATE FALLS IN THE TAX YEAR. *
      *    REVERSALS ARE ALREADY NEGATIVE ON THE HISTORY.  A CLAIM    *
      *    WITH NO PROVIDER WAS PAID TO THE MEMBER AND IS NOT         *
      *    REPORTABLE, BUT STILL COUNTS IN THE GRAND TOTAL THAT TIES  *
      *    TO THE GL.  PENDS AND REJECTIONS PAID NOTHING.             *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0310-FIND-OR-ADD-PAYEE                                  *
      *****************************************************************
      *
           PERFORM UNTIL END-OF-HISTFILE
              READ HISTFILE INTO WS-HIST-REC
                 AT END
                    MOVE 'Y' TO HISTFILE-FILE-SW
                 NOT AT END
                    ADD +1 TO HIST-RECS-READ
                    IF WS-HS-RUN-YEAR = WS-TAX-YEAR-X
                       AND (HS-PAYMENT OR HS-REVERSAL)
                       AND WS-HS-AMOUNT-PAID IS NUMERIC
                       ADD +1 TO HIST-RECS-IN-YEAR
                       ADD WS-HS-AMOUNT-PAID TO YEAR-NET-TOTAL
                       IF HS-PAYMENT
                          ADD +1 TO PAYMENTS-IN-YEAR
                       ELSE
                          ADD +1 TO REVERSALS-IN-YEAR
                       END-IF
                       IF WS-HS-PCP-ID = SPACES
                          ADD +1 TO NO-PROVIDER-COUNT
                          ADD WS-HS-AMOUNT-PAID TO NO-PROVIDER-AMOUNT
                       ELSE
                          PERFORM 0310-FIND-OR-ADD-PAYEE
                          IF WS-FOUND-SUB > 0
                             SET PY-IDX TO WS-FOUND-SUB
                             IF HS-PAYMENT
                                ADD +1 TO WS-PY-PAYMENT-COUNT (PY-IDX)
                                ADD WS-HS-AMOUNT-PAID
                                   TO WS-PY-PAID-AMOUNT (PY-IDX)
                             ELSE
                                ADD WS-HS-AMOUNT-PAID
                                   TO WS-PY-REVERSED-AMOUNT (PY-IDX)
                             END-IF
                             ADD WS-HS-AMOUNT-PAID
                                TO WS-PY-NET-AMOUNT (PY-IDX)
                          ELSE
                             ADD +1 TO NOT-TABLED-COUNT
                             ADD WS-HS-AMOUNT-PAID TO NOT-TABLED-AMOUNT
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
      *
       0310-FIND-OR-ADD-PAYEE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH FINDS THE HISTORY RECORD'S PROVIDER IN THE  *
      *    PAYEE TABLE, OR INSERTS IT IN CLAIM-PCP-ID SEQUENCE WITH   *
      *    ITS NAME AND TAX ID FROM THE PROVIDER MASTER.  A FULL      *
      *    TABLE LEAVES WS-FOUND-SUB ZERO AND IS WARNED ABOUT ONCE.   *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0300-TOTAL-CLAIM-HISTORY                                *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0320-SET-PAYEE-FROM-MASTER                              *
      *****************************************************************
      *
           MOVE ZERO TO WS-FOUND-SUB.
           MOVE ZERO TO WS-INSERT-SUB.
           PERFORM VARYING PY-IDX FROM 1 BY 1
              UNTIL PY-IDX > WS-PY-ENTRIES-USED
                 OR WS-FOUND-SUB > 0
                 OR WS-INSERT-SUB > 0
                    IF WS-PY-PCP-ID (PY-IDX) = WS-HS-PCP-ID
                       SET WS-FOUND-SUB TO PY-IDX
                    ELSE
                       IF WS-PY-PCP-ID (PY-IDX) > WS-HS-PCP-ID
                          SET WS-INSERT-SUB TO PY-IDX
                       END-IF
                    END-IF
           END-PERFORM.
      *
           IF WS-FOUND-SUB = 0
              IF WS-PY-ENTRIES-USED < 3000
                 IF WS-INSERT-SUB = 0
                    COMPUTE WS-INSERT-SUB = WS-PY-ENTRIES-USED + 1
                 END-IF
                 PERFORM VARYING WS-MOVE-SUB FROM WS-PY-ENTRIES-USED
                    BY -1 UNTIL WS-MOVE-SUB < WS-INSERT-SUB
                       MOVE WS-PY-ENTRY (WS-MOVE-SUB)
                          TO WS-PY-ENTRY (WS-MOVE-SUB + 1)
                 END-PERFORM
                 ADD +1 TO WS-PY-ENTRIES-USED
                 SET PY-IDX TO WS-INSERT-SUB
                 PERFORM 0320-SET-PAYEE-FROM-MASTER
                 MOVE WS-INSERT-SUB TO WS-FOUND-SUB
              ELSE
                 IF NOT-TABLED-COUNT = 0
                    DISPLAY 'WARNING: PAYEE TABLE CAPACITY OF 3000 ENTRI
      -                'ES EXCEEDED - PROVIDER ' WS-HS-PCP-ID
                       ' AND LATER NOT TOTALLED BY PROVIDER'
                 END-IF
              END-IF
           END-IF.
      *
       0320-SET-PAYEE-FROM-MASTER.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH FILLS A NEW PAYEE ENTRY FROM THE PROVIDER   *
      *    MASTER.  A PROVIDER NOT ON THE MASTER HAS NO NAME OR TAX   *
      *    ID TO FILE UNDER, AND IS FLAGGED.                          *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0310-FIND-OR-ADD-PAYEE                                  *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           INITIALIZE WS-PY-ENTRY (PY-IDX).
           MOVE WS-HS-PCP-ID TO WS-PY-PCP-ID (PY-IDX).
           MOVE 'N'          TO WS-PY-ON-MASTER-SW (PY-IDX).
           MOVE SPACES       TO WS-PY-NAME (PY-IDX)
                                WS-PY-TAX-ID (PY-IDX)
                                WS-PY-TIN-TYPE (PY-IDX)
                                WS-PY-CATEGORY (PY-IDX).
      *
           PERFORM VARYING PV-IDX FROM 1 BY 1
              UNTIL PV-IDX > WS-PV-ENTRIES-LOADED
                 OR PY-ON-MASTER (PY-IDX)
                    IF WS-PV-PROV-ID (PV-IDX) = WS-HS-PCP-ID
                       MOVE 'Y' TO WS-PY-ON-MASTER-SW (PY-IDX)
                       MOVE WS-PV-PROV-NAME (PV-IDX)
                          TO WS-PY-NAME (PY-IDX)
                       IF WS-PV-TAX-ID (PV-IDX) IS NUMERIC
                          AND WS-PV-TAX-ID (PV-IDX) NOT = ZERO
                          MOVE WS-PV-TAX-ID (PV-IDX)
                             TO WS-PY-TAX-ID (PY-IDX)
                          MOVE WS-PV-TIN-TYPE (PV-IDX)
                             TO WS-PY-TIN-TYPE (PY-IDX)
                       END-IF
                    END-IF
           END-PERFORM.
      *
           IF NOT PY-ON-MASTER (PY-IDX)
              MOVE 'NOT ON PROVIDER MAST' TO WS-PY-NAME (PY-IDX)
           END-IF.
      *
       0400-TOTAL-GL-POSTINGS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH TOTALS THE BENEFIT EXPENSE POSTINGS CLAIMS  *
      *    MADE TO THE GL INTERFACE FOR THE TAX YEAR: BEN-EXP DEBITS  *
      *    ARE THE CLAIMS PAID, BEN-EXP CREDITS THE VOIDS AND         *
      *    ADJUSTMENTS.  THE SECONDARY-COVERAGE EXPENSE (BEN-EXP2) IS *
      *    NOT ON THE CLAIMS HISTORY AND IS SHOWN FOR INFORMATION     *
      *    ONLY.  POSTINGS FROM OTHER PROGRAMS ARE IGNORED.           *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           PERFORM UNTIL END-OF-GLFILE
              READ GLFILE INTO WS-GL-POST-REC
                 AT END
                    MOVE 'Y' TO GLFILE-FILE-SW
                 NOT AT END
                    IF WS-GL-SOURCE-PROGRAM = 'CLAIMS'
                       AND WS-GL-CYCLE-YEAR = WS-TAX-YEAR-X
                       AND WS-GL-AMOUNT IS NUMERIC
                       ADD +1 TO GL-RECS-READ
                       EVALUATE TRUE
                          WHEN WS-GL-ACCOUNT = 'BEN-EXP'
                               AND WS-GL-DR-CR = 'DR'
                             ADD WS-GL-AMOUNT TO GL-BEN-EXP-DEBITS
                          WHEN WS-GL-ACCOUNT = 'BEN-EXP'
                               AND WS-GL-DR-CR = 'CR'
                             ADD WS-GL-AMOUNT TO GL-BEN-EXP-CREDITS
                          WHEN WS-GL-ACCOUNT = 'BEN-EXP2'
                               AND WS-GL-DR-CR = 'DR'
                             ADD WS-GL-AMOUNT TO GL-SECONDARY-DEBITS
                          WHEN OTHER
                             CONTINUE
                       END-EVALUATE
                    END-IF
              END-READ
           END-PERFORM.
      *
           COMPUTE GL-BEN-EXP-NET =
              GL-BEN-EXP-DEBITS - GL-BEN-EXP-CREDITS.
      *
       0500-WRITE-FILING.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH CLASSIFIES EVERY PROVIDER AGAINST THE       *
      *    THRESHOLD AND WRITES THE FILING: THE TRANSMITTER AND PAYER *
      *    RECORDS, ONE PAYEE RECORD PER PROVIDER FILED, THEN THE END *
      *    OF PAYER AND END OF TRANSMISSION RECORDS.                  *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0510-WRITE-PAYEE-RECORD                                 *
      *    -  0590-WRITE-IRS-RECORD                                   *
      *****************************************************************
      *
           PERFORM VARYING PY-IDX FROM 1 BY 1
              UNTIL PY-IDX > WS-PY-ENTRIES-USED
                 IF WS-PY-NET-AMOUNT (PY-IDX) NOT < WS-THRESHOLD
                    MOVE 'F' TO WS-PY-CATEGORY (PY-IDX)
                    ADD +1 TO FILED-COUNT
                    ADD WS-PY-NET-AMOUNT (PY-IDX) TO FILED-AMOUNT
                    IF WS-PY-TAX-ID (PY-IDX) = SPACES
                       ADD +1 TO NO-TIN-FILED-COUNT
                    END-IF
                 ELSE
                    MOVE 'U' TO WS-PY-CATEGORY (PY-IDX)
                    ADD +1 TO UNDER-COUNT
                    ADD WS-PY-NET-AMOUNT (PY-IDX) TO UNDER-AMOUNT
                 END-IF
                 IF WS-PY-TAX-ID (PY-IDX) = SPACES
                    ADD +1 TO NO-TIN-COUNT
                 END-IF
                 IF NOT PY-ON-MASTER (PY-IDX)
                    ADD +1 TO NOT-ON-MASTER-COUNT
                 END-IF
           END-PERFORM.
      *
           MOVE WS-TAX-YEAR        TO IRS-T-PAYMENT-YEAR.
           MOVE WS-PAYER-TIN       TO IRS-T-TIN.
           MOVE WS-PAYER-TCC       TO IRS-T-TCC.
           MOVE WS-TEST-FILE-SW    TO IRS-T-TEST-FILE.
           MOVE WS-PAYER-NAME      TO IRS-T-NAME
                                      IRS-T-COMPANY.
           MOVE WS-PAYER-ADDRESS   TO IRS-T-ADDRESS.
           MOVE WS-PAYER-CITY      TO IRS-T-CITY.
           MOVE WS-PAYER-STATE     TO IRS-T-STATE.
           MOVE WS-PAYER-ZIP       TO IRS-T-ZIP.
           MOVE FILED-COUNT        TO IRS-T-PAYEE-COUNT.
           MOVE WS-PAYER-CONTACT   TO IRS-T-CONTACT.
           MOVE WS-PAYER-PHONE     TO IRS-T-PHONE.
           MOVE WS-PAYER-EMAIL     TO IRS-T-EMAIL.
           ADD 1 TO WS-SEQUENCE-NO.
           MOVE WS-SEQUENCE-NO     TO IRS-T-SEQUENCE.
           MOVE IRS-T-REC          TO IRS-FILE-REC.
           PERFORM 0590-WRITE-IRS-RECORD.
      *
           MOVE WS-TAX-YEAR        TO IRS-A-PAYMENT-YEAR.
           MOVE WS-PAYER-TIN       TO IRS-A-TIN.
           MOVE WS-PAYER-NAME      TO IRS-A-NAME.
           MOVE WS-PAYER-ADDRESS   TO IRS-A-ADDRESS.
           MOVE WS-PAYER-CITY      TO IRS-A-CITY.
           MOVE WS-PAYER-STATE     TO IRS-A-STATE.
           MOVE WS-PAYER-ZIP       TO IRS-A-ZIP.
           MOVE WS-PAYER-PHONE     TO IRS-A-PHONE.
           ADD 1 TO WS-SEQUENCE-NO.
           MOVE WS-SEQUENCE-NO     TO IRS-A-SEQUENCE.
           MOVE IRS-A-REC          TO IRS-FILE-REC.
           PERFORM 0590-WRITE-IRS-RECORD.
      *
           PERFORM VARYING PY-IDX FROM 1 BY 1
              UNTIL PY-IDX > WS-PY-ENTRIES-USED
                 IF PY-FILED (PY-IDX)
                    PERFORM 0510-WRITE-PAYEE-RECORD
                 END-IF
           END-PERFORM.
      *
           MOVE FILED-COUNT        TO IRS-C-PAYEE-COUNT.
           PERFORM VARYING WS-MOVE-SUB FROM 1 BY 1
              UNTIL WS-MOVE-SUB > 18
                 MOVE ZERO TO IRS-C-CONTROL-TOTAL (WS-MOVE-SUB)
           END-PERFORM.
           MOVE FILED-AMOUNT       TO IRS-C-CONTROL-TOTAL (6).
           ADD 1 TO WS-SEQUENCE-NO.
           MOVE WS-SEQUENCE-NO     TO IRS-C-SEQUENCE.
           MOVE IRS-C-REC          TO IRS-FILE-REC.
           PERFORM 0590-WRITE-IRS-RECORD.
      *
           MOVE 1                  TO IRS-F-PAYER-COUNT.
           MOVE FILED-COUNT        TO IRS-F-PAYEE-COUNT.
           ADD 1 TO WS-SEQUENCE-NO.
           MOVE WS-SEQUENCE-NO     TO IRS-F-SEQUENCE.
           MOVE IRS-F-REC          TO IRS-FILE-REC.
           PERFORM 0590-WRITE-IRS-RECORD.
      *
       0510-WRITE-PAYEE-RECORD.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES THE PAYEE RECORD FOR ONE PROVIDER    *
      *    FILED: TAX ID, CLAIM-PCP-ID AS THE PAYER'S ACCOUNT NUMBER  *
      *    FOR THE PAYEE, AND THE YEAR'S NET IN AMOUNT CODE 6.        *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0500-WRITE-FILING                                       *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0590-WRITE-IRS-RECORD                                   *
      *****************************************************************
      *
           MOVE WS-TAX-YEAR              TO IRS-B-PAYMENT-YEAR.
           MOVE WS-PY-TIN-TYPE (PY-IDX)  TO IRS-B-TIN-TYPE.
           MOVE WS-PY-TAX-ID (PY-IDX)    TO IRS-B-TIN.
           MOVE WS-PY-PCP-ID (PY-IDX)    TO IRS-B-ACCOUNT-NO.
           PERFORM VARYING WS-MOVE-SUB FROM 1 BY 1
              UNTIL WS-MOVE-SUB > 18
                 MOVE ZERO TO IRS-B-AMOUNT (WS-MOVE-SUB)
           END-PERFORM.
           MOVE WS-PY-NET-AMOUNT (PY-IDX) TO IRS-B-AMOUNT (6).
           IF PY-ON-MASTER (PY-IDX)
              MOVE WS-PY-NAME (PY-IDX)   TO IRS-B-NAME
           ELSE
              MOVE SPACES                TO IRS-B-NAME
           END-IF.
           ADD 1 TO WS-SEQUENCE-NO.
           MOVE WS-SEQUENCE-NO           TO IRS-B-SEQUENCE.
           MOVE IRS-B-REC                TO IRS-FILE-REC.
           PERFORM 0590-WRITE-IRS-RECORD.
      *
       0590-WRITE-IRS-RECORD.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES ONE FILING RECORD AND CHECKS THE     *
      *    FILE STATUS.                                               *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0500-WRITE-FILING                                       *
      *    -  0510-WRITE-PAYEE-RECORD                                 *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           WRITE IRS-FILE-REC.
           IF IRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO 1099 FILING FILE'
           END-IF.
      *
       0600-WRITE-PROOF-SECTIONS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES THE THREE PROVIDER SECTIONS OF THE   *
      *    PROOF REPORT: PROVIDERS FILED, PROVIDERS UNDER THE         *
      *    THRESHOLD (NOT FILED) AND PROVIDERS MISSING A TAX ID.      *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0610-WRITE-SECTION-HEADER                               *
      *    -  0620-WRITE-PROVIDER-LINE                                *
      *****************************************************************
      *
           MOVE 'PROVIDERS FILED ON FORM 1099-MISC, BOX 6'
                                        TO PRF-SECTION-TITLE.
           PERFORM 0610-WRITE-SECTION-HEADER.
           PERFORM VARYING PY-IDX FROM 1 BY 1
              UNTIL PY-IDX > WS-PY-ENTRIES-USED
                 IF PY-FILED (PY-IDX)
                    MOVE SPACES TO PRF-NOTE-D
                    IF WS-PY-TAX-ID (PY-IDX) = SPACES
                       MOVE 'FILED WITHOUT TAX ID'  TO PRF-NOTE-D
                    END-IF
                    PERFORM 0620-WRITE-PROVIDER-LINE
                 END-IF
           END-PERFORM.
           IF FILED-COUNT = 0
              MOVE '** NO PROVIDERS FILED **' TO PRF-NONE-TEXT
              WRITE PROOF-RPT-REC FROM WS-PRF-NONE-LINE
           END-IF.
      *
           MOVE SPACES TO PRF-SECTION-TITLE.
           MOVE WS-THRESHOLD TO WS-THRESHOLD-D.
           MOVE ZERO TO WS-LEAD-SPACES.
           INSPECT WS-THRESHOLD-D TALLYING WS-LEAD-SPACES
              FOR LEADING SPACES.
           STRING 'PROVIDERS UNDER THE '  DELIMITED BY SIZE
                  WS-THRESHOLD-D (WS-LEAD-SPACES + 1:)
                                          DELIMITED BY SIZE
                  ' REPORTING THRESHOLD - NOT FILED'
                                          DELIMITED BY SIZE
              INTO PRF-SECTION-TITLE.
           PERFORM 0610-WRITE-SECTION-HEADER.
           PERFORM VARYING PY-IDX FROM 1 BY 1
              UNTIL PY-IDX > WS-PY-ENTRIES-USED
                 IF PY-UNDER-THRESHOLD (PY-IDX)
                    MOVE SPACES TO PRF-NOTE-D
                    IF WS-PY-NET-AMOUNT (PY-IDX) < 0
                       MOVE 'MORE REVERSED THAN PAID' TO PRF-NOTE-D
                    END-IF
                    PERFORM 0620-WRITE-PROVIDER-LINE
                 END-IF
           END-PERFORM.
           IF UNDER-COUNT = 0
              MOVE '** NONE **' TO PRF-NONE-TEXT
              WRITE PROOF-RPT-REC FROM WS-PRF-NONE-LINE
           END-IF.
      *
           MOVE 'PROVIDERS MISSING A TAX ID - OBTAIN A W-9'
                                        TO PRF-SECTION-TITLE.
           PERFORM 0610-WRITE-SECTION-HEADER.
           PERFORM VARYING PY-IDX FROM 1 BY 1
              UNTIL PY-IDX > WS-PY-ENTRIES-USED
                 IF WS-PY-TAX-ID (PY-IDX) = SPACES
                    EVALUATE TRUE
                       WHEN NOT PY-ON-MASTER (PY-IDX)
                          MOVE 'NOT ON THE PROVIDER MASTER'
                                                  TO PRF-NOTE-D
                       WHEN PY-FILED (PY-IDX)
                          MOVE 'FILED WITHOUT TAX ID' TO PRF-NOTE-D
                       WHEN OTHER
                          MOVE 'UNDER THRESHOLD'  TO PRF-NOTE-D
                    END-EVALUATE
                    PERFORM 0620-WRITE-PROVIDER-LINE
                 END-IF
           END-PERFORM.
           IF NO-TIN-COUNT = 0
              MOVE '** NONE **' TO PRF-NONE-TEXT
              WRITE PROOF-RPT-REC FROM WS-PRF-NONE-LINE
           END-IF.
      *
       0610-WRITE-SECTION-HEADER.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES A SECTION TITLE AND THE PROVIDER     *
      *    COLUMN HEADINGS.                                           *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0600-WRITE-PROOF-SECTIONS                               *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           WRITE PROOF-RPT-REC FROM WS-PRF-BLANK-LINE.
           WRITE PROOF-RPT-REC FROM WS-PRF-BLANK-LINE.
           WRITE PROOF-RPT-REC FROM WS-PRF-SECTION-LINE.
           WRITE PROOF-RPT-REC FROM WS-PRF-BLANK-LINE.
           WRITE PROOF-RPT-REC FROM WS-PRF-COLUMN-HEADER.
      *
       0620-WRITE-PROVIDER-LINE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES ONE PROVIDER'S TOTALS FOR THE YEAR.  *
      *    THE CALLER HAS ALREADY SET THE NOTE.                       *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0600-WRITE-PROOF-SECTIONS                               *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE WS-PY-PCP-ID (PY-IDX)          TO PRF-PCP-ID-D.
           MOVE WS-PY-NAME (PY-IDX)            TO PRF-NAME-D.
           MOVE WS-PY-TIN-TYPE (PY-IDX)        TO PRF-TIN-TYPE-D.
           IF WS-PY-TAX-ID (PY-IDX) = SPACES
              MOVE 'NONE'                      TO PRF-TAX-ID-D
           ELSE
              MOVE WS-PY-TAX-ID (PY-IDX)       TO PRF-TAX-ID-D
           END-IF.
           MOVE WS-PY-PAYMENT-COUNT (PY-IDX)   TO PRF-COUNT-D.
           MOVE WS-PY-PAID-AMOUNT (PY-IDX)     TO PRF-PAID-D.
           MOVE WS-PY-REVERSED-AMOUNT (PY-IDX) TO PRF-REVERSED-D.
           MOVE WS-PY-NET-AMOUNT (PY-IDX)      TO PRF-NET-D.
           WRITE PROOF-RPT-REC FROM WS-PRF-DETAIL-LINE.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO 1099 PROOF REPORT'
           END-IF.
      *
       0700-WRITE-PROOF-TOTALS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES THE PROOF TOTALS AND TIES THE GRAND  *
      *    TOTAL OF THE YEAR'S CLAIM PAYMENTS - PROVIDERS FILED,      *
      *    PROVIDERS UNDER THE THRESHOLD AND CLAIMS WITH NO PROVIDER  *
      *    - TO THE NET BEN-EXP CLAIMS POSTED TO THE GL FOR THE YEAR, *
      *    THEN SETS THE RETURN CODE.                                 *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE '1099 PROOF TOTALS AND GL TIE-OUT' TO PRF-SECTION-TITLE.
           WRITE PROOF-RPT-REC FROM WS-PRF-BLANK-LINE.
           WRITE PROOF-RPT-REC FROM WS-PRF-BLANK-LINE.
           WRITE PROOF-RPT-REC FROM WS-PRF-SECTION-LINE.
           WRITE PROOF-RPT-REC FROM WS-PRF-BLANK-LINE.
      *
           MOVE 'CLAIMS HISTORY RECORDS READ:  '  TO PRF-TOTAL-LABEL.
           MOVE HIST-RECS-READ                    TO PRF-TOTAL-COUNT.
           WRITE PROOF-RPT-REC FROM WS-PRF-TOTAL-LINE.
           MOVE '   PAYMENTS IN THE TAX YEAR:  '  TO PRF-TOTAL-LABEL.
           MOVE PAYMENTS-IN-YEAR                  TO PRF-TOTAL-COUNT.
           WRITE PROOF-RPT-REC FROM WS-PRF-TOTAL-LINE.
           MOVE '   VOIDS AND ADJUSTMENTS IN THE TAX YEAR:  '
                                                  TO PRF-TOTAL-LABEL.
           MOVE REVERSALS-IN-YEAR                 TO PRF-TOTAL-COUNT.
           WRITE PROOF-RPT-REC FROM WS-PRF-TOTAL-LINE.
           MOVE 'PROVIDERS FILED:  '              TO PRF-TOTAL-LABEL.
           MOVE FILED-COUNT                       TO PRF-TOTAL-COUNT.
           WRITE PROOF-RPT-REC FROM WS-PRF-TOTAL-LINE.
           MOVE '   FILED WITHOUT A TAX ID:  '    TO PRF-TOTAL-LABEL.
           MOVE NO-TIN-FILED-COUNT                TO PRF-TOTAL-COUNT.
           WRITE PROOF-RPT-REC FROM WS-PRF-TOTAL-LINE.
           MOVE 'PROVIDERS UNDER THE THRESHOLD:  ' TO PRF-TOTAL-LABEL.
           MOVE UNDER-COUNT                       TO PRF-TOTAL-COUNT.
           WRITE PROOF-RPT-REC FROM WS-PRF-TOTAL-LINE.
           MOVE 'PROVIDERS MISSING A TAX ID:  '   TO PRF-TOTAL-LABEL.
           MOVE NO-TIN-COUNT                      TO PRF-TOTAL-COUNT.
           WRITE PROOF-RPT-REC FROM WS-PRF-TOTAL-LINE.
           MOVE 'PROVIDERS NOT ON THE PROVIDER MASTER:  '
                                                  TO PRF-TOTAL-LABEL.
           MOVE NOT-ON-MASTER-COUNT               TO PRF-TOTAL-COUNT.
           WRITE PROOF-RPT-REC FROM WS-PRF-TOTAL-LINE.
           MOVE 'CLAIMS WITH NO PROVIDER (NOT REPORTABLE):  '
                                                  TO PRF-TOTAL-LABEL.
           MOVE NO-PROVIDER-COUNT                 TO PRF-TOTAL-COUNT.
           WRITE PROOF-RPT-REC FROM WS-PRF-TOTAL-LINE.
           IF NOT-TABLED-COUNT > 0
              MOVE 'CLAIMS NOT TOTALLED - PAYEE TABLE FULL:  '
                                                  TO PRF-TOTAL-LABEL
              MOVE NOT-TABLED-COUNT               TO PRF-TOTAL-COUNT
              WRITE PROOF-RPT-REC FROM WS-PRF-TOTAL-LINE
           END-IF.
      *
           WRITE PROOF-RPT-REC FROM WS-PRF-BLANK-LINE.
           MOVE 'NET PAID - PROVIDERS FILED:  '   TO PRF-AMOUNT-LABEL.
           MOVE FILED-AMOUNT                      TO PRF-AMOUNT-O.
           WRITE PROOF-RPT-REC FROM WS-PRF-AMOUNT-LINE.
           MOVE 'NET PAID - PROVIDERS UNDER THE THRESHOLD:  '
                                                  TO PRF-AMOUNT-LABEL.
           MOVE UNDER-AMOUNT                      TO PRF-AMOUNT-O.
           WRITE PROOF-RPT-REC FROM WS-PRF-AMOUNT-LINE.
           MOVE 'NET PAID - CLAIMS WITH NO PROVIDER:  '
                                                  TO PRF-AMOUNT-LABEL.
           MOVE NO-PROVIDER-AMOUNT                TO PRF-AMOUNT-O.
           WRITE PROOF-RPT-REC FROM WS-PRF-AMOUNT-LINE.
           IF NOT-TABLED-COUNT > 0
              MOVE 'NET PAID - NOT TOTALLED BY PROVIDER:  '
                                                  TO PRF-AMOUNT-LABEL
              MOVE NOT-TABLED-AMOUNT              TO PRF-AMOUNT-O
              WRITE PROOF-RPT-REC FROM WS-PRF-AMOUNT-LINE
           END-IF.
           MOVE 'GRAND TOTAL - NET CLAIM PAYMENTS FOR THE YEAR:  '
                                                  TO PRF-AMOUNT-LABEL.
           MOVE YEAR-NET-TOTAL                    TO PRF-AMOUNT-O.
           WRITE PROOF-RPT-REC FROM WS-PRF-AMOUNT-LINE.
      *
           WRITE PROOF-RPT-REC FROM WS-PRF-BLANK-LINE.
           MOVE 'GL POSTINGS FROM CLAIMS IN THE TAX YEAR:  '
                                                  TO PRF-TOTAL-LABEL.
           MOVE GL-RECS-READ                      TO PRF-TOTAL-COUNT.
           WRITE PROOF-RPT-REC FROM WS-PRF-TOTAL-LINE.
           MOVE 'GL BEN-EXP DEBITS - CLAIMS PAID:  '
                                                  TO PRF-AMOUNT-LABEL.
           MOVE GL-BEN-EXP-DEBITS                 TO PRF-AMOUNT-O.
           WRITE PROOF-RPT-REC FROM WS-PRF-AMOUNT-LINE.
           MOVE 'GL BEN-EXP CREDITS - VOIDS AND ADJUSTMENTS:  '
                                                  TO PRF-AMOUNT-LABEL.
           MOVE GL-BEN-EXP-CREDITS                TO PRF-AMOUNT-O.
           WRITE PROOF-RPT-REC FROM WS-PRF-AMOUNT-LINE.
           MOVE 'GL NET BENEFIT EXPENSE:  '       TO PRF-AMOUNT-LABEL.
           MOVE GL-BEN-EXP-NET                    TO PRF-AMOUNT-O.
           WRITE PROOF-RPT-REC FROM WS-PRF-AMOUNT-LINE.
           COMPUTE WS-GL-DIFFERENCE = YEAR-NET-TOTAL - GL-BEN-EXP-NET.
           MOVE 'DIFFERENCE (GRAND TOTAL - GL):  ' TO PRF-AMOUNT-LABEL.
           MOVE WS-GL-DIFFERENCE                  TO PRF-AMOUNT-O.
           WRITE PROOF-RPT-REC FROM WS-PRF-AMOUNT-LINE.
           MOVE 'MEMO: GL BEN-EXP2 SECONDARY COVERAGE DEBITS:  '
                                                  TO PRF-AMOUNT-LABEL.
           MOVE GL-SECONDARY-DEBITS               TO PRF-AMOUNT-O.
           WRITE PROOF-RPT-REC FROM WS-PRF-AMOUNT-LINE.
      *
           WRITE PROOF-RPT-REC FROM WS-PRF-BLANK-LINE.
           IF WS-GL-DIFFERENCE = 0
              MOVE '*** 1099 GRAND TOTAL TIES TO THE CLAIMS GL POSTINGS 
      -          '***'                           TO PRF-MESSAGE
              IF NO-TIN-FILED-COUNT > 0 OR NOT-ON-MASTER-COUNT > 0
                 OR NOT-TABLED-COUNT > 0
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              MOVE '*** 1099 GRAND TOTAL DOES NOT TIE TO THE CLAIMS GL P
      -          'OSTINGS ***'                    TO PRF-MESSAGE
              MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE PROOF-RPT-REC FROM WS-PRF-MESSAGE-LINE.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO 1099 PROOF REPORT'
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
           IF HSCODE = '00' OR '10'
              CLOSE HISTFILE
           END-IF.
      *
           IF PVCODE = '00' OR '05' OR '10'
              CLOSE PROVFILE
           END-IF.
      *
           IF GLCODE = '00' OR '05' OR '10'
              CLOSE GLFILE
           END-IF.
      *
           CLOSE IRSFILE.
           IF IRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING 1099 FILING FILE'
           END-IF.
      *
           CLOSE PROOFRPT.
           IF RPCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING 1099 PROOF REPORT FILE'
           END-IF.
