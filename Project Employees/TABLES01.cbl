      *
           SELECT PAYROLL-EXTRACT-FILE ASSIGN TO PAYEXT.
                                          *>PAYROLL OT INTERFACE EXTRACT
      *
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO EMPMSTR
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS RANDOM
                  RECORD KEY IS EMP-MSTR-ID-I.
                                          *>EMPLOYEE MASTER, KEYED BY ID
      *
           SELECT OPTIONAL BUDGET-FILE ASSIGN TO PROJBUDG.
                                          *>PROJECT BUDGET MASTER
      *
           SELECT BUDGET-ALERT-FILE ASSIGN TO BUDALERT.
                                          *>PM OVER-BUDGET ALERT EXTRACT
      *
           SELECT OPTIONAL PERDIEM-FILE ASSIGN TO PERDIEM.
                                          *>PER-DIEM LIMITS BY STATE
      *
           SELECT OPTIONAL EXPENSE-FILE ASSIGN TO EXPTRAN.
                                          *>PROJECT EXPENSE TRANSACTIONS
      *
       DATA DIVISION.
       FILE SECTION.
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EMP-PROJECT-TABLE-I.
      *
      *****************************************************************
      *  EMPLOYEE PROJECT INPUT (EMPROJ).  COLUMNS 72-77 CARRY THE    *
      *  EMPLOYEE ID (EMP-ID-I) THAT KEYS THE EMPLOYEE MASTER.  THEY  *
      *  WERE THE LAST SIX BYTES OF THE LANGUAGE CERTIFICATION, WHICH *
      *  IS NOW 14 BYTES (COLUMNS 58-71) HERE AND IN THE TABLE.       *
      *****************************************************************
       01  EMP-PROJECT-TABLE-I.    *>INPUT FILE FOR EMPLOYEE PROJECT
           05 EMP-PROJECT-I                 PIC X(4).
           05 EMP-NAME-I                    PIC X(15).
           05 EMP-NBR-OT-HOURS-I            PIC 9(03).
           05 EMP-PER-DAY-BILLING-RATE-I    PIC 9(03)V99.
           05 EMP-PER-HOUR-OT-RATE-I        PIC 9(03)V99.
           05 EMP-LANGUAGE-CERT-I           PIC X(14).
           05 EMP-ID-I                      PIC X(06).
           05 EMP-ID-N-I REDEFINES EMP-ID-I PIC 9(06).
           05 EMP-ON-CALL-I                 PIC X(01).
           05 FILLER                        PIC X(02).
      *
                                            PIC 9(08).
           05 TS-HOURS-I                    PIC 9(02).
           05 TS-OT-HOURS-I                 PIC 9(02).
           05 TS-EMP-ID-I                   PIC X(06).
           05 FILLER                        PIC X(43).
      *
      *****************************************************************
      *  PAYROLL OVERTIME INTERFACE EXTRACT - ONE DETAIL RECORD PER   *
      *  EMPLOYEE/PROJECT ROW, KEYED BY EMPLOYEE ID, WITH THE OT      *
      *  HOURS, OT RATE AND THE SAME COMPUTED OT PAY PRINTED ON       *
      *  PROJRPT, BRACKETED BY A                                      *
      *  HEADER AND A TRAILER WITH THE RECORD COUNT AND PAY HASH      *
      *  TOTAL, SO PAYROLL LOADS THE HOURS INSTEAD OF REKEYING THEM.  *
      *****************************************************************
           DATA RECORD IS PAYROLL-EXT-REC.
      *
       01  PAYROLL-EXT-REC                  PIC X(80).
      *
      *****************************************************************
      *  EMPLOYEE MASTER, KEYED BY EMPLOYEE ID AND MAINTAINED BY      *
      *  EMPMAINT.  EVERY EMPLOYEE PROJECT RECORD IS LOOKED UP HERE   *
      *  BY ITS EMP-ID-I AS IT IS LOADED (053-CHECK-EMPLOYEE-MASTER); *
      *  AN UNKNOWN OR TERMINATED EMPLOYEE IS REJECTED TO THE         *
      *  EMPLOYEE EXCEPTION SECTION OF PROJRPT, AND THE NAME ON THE   *
      *  MASTER REPLACES THE NAME KEYED ON THE PROJECT RECORD.        *
      *****************************************************************
      *
       FD  EMPLOYEE-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS EMP-MSTR-REC-I.
      *
       01  EMP-MSTR-REC-I.
           05 EMP-MSTR-ID-I                 PIC 9(06).
           05 EMP-MSTR-NAME-I               PIC X(15).
           05 EMP-MSTR-STATE-OFFICE-I       PIC X(02).
           05 EMP-MSTR-HIRE-DATE-I          PIC 9(08).
           05 EMP-MSTR-TERM-DATE-I          PIC 9(08).
           05 EMP-MSTR-STATUS-I             PIC X(01).
              88 EMP-MSTR-TERMINATED                  VALUE 'T'.
           05 FILLER                        PIC X(40).
      *
      *****************************************************************
      *  PROJECT BUDGET MASTER, KEYED BY EMP-PROJECT - ONE RECORD PER *
      *  PROJECT WITH ITS BUDGETED DAYS, OT HOURS AND DOLLARS AND ITS *
      *  PLANNED START AND END DATES.  LOADED INTO A TABLE BY         *
      *  045-LOAD-BUDGET-MASTER AND COMPARED AGAINST THE PROJECT      *
      *  ROLLUP BY 495-WRITE-BUDGET-STATUS.                           *
      *****************************************************************
      *
       FD  BUDGET-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUDGET-REC-I.
      *
       01  BUDGET-REC-I.
           05 BUD-PROJECT-I                 PIC X(04).
           05 BUD-DAYS-I                    PIC 9(05).
           05 BUD-OT-HOURS-I                PIC 9(05).
           05 BUD-DOLLARS-I                 PIC 9(07)V99.
           05 BUD-START-DATE-I              PIC 9(08).
           05 BUD-END-DATE-I                PIC 9(08).
           05 FILLER                        PIC X(41).
      *
      *****************************************************************
      *  OVER-BUDGET ALERT EXTRACT FOR THE PROJECT MANAGERS - ONE     *
      *  DETAIL RECORD PER PROJECT FLAGGED ON THE BUDGET SECTION OF   *
      *  PROJRPT, BRACKETED BY A HEADER AND A TRAILER WITH THE ALERT  *
      *  COUNT, THE SAME WAY THE PAYROLL EXTRACT IS BRACKETED.        *
      *****************************************************************
      *
       FD  BUDGET-ALERT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS BUDGET-ALERT-REC.
      *
       01  BUDGET-ALERT-REC                 PIC X(80).
      *
      *****************************************************************
      *  PER-DIEM DAILY LIMIT MASTER - ONE RECORD PER STATE OFFICE    *
      *  WITH THE MOST AN EMPLOYEE OF THAT OFFICE MAY CLAIM IN PER    *
      *  DIEM FOR ONE DAY.  LOADED INTO A TABLE BY 047-LOAD-PERDIEM-  *
      *  LIMITS AND CHECKED BY 083-CHECK-PER-DIEM.                    *
      *****************************************************************
      *
       FD  PERDIEM-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS PERDIEM-REC-I.
      *
       01  PERDIEM-REC-I.
           05 PD-STATE-OFFICE-I             PIC X(02).
           05 PD-DAILY-LIMIT-I              PIC 9(03)V99.
           05 FILLER                        PIC X(73).
      *
      *****************************************************************
      *  PROJECT EXPENSE TRANSACTION FILE - ONE RECORD PER TRAVEL,    *
      *  PER DIEM OR MATERIALS EXPENSE, KEYED BY EMPLOYEE ID AND      *
      *  PROJECT AND FLAGGED BILLABLE OR NON-BILLABLE.  APPLIED TO    *
      *  EMP-PROJECT-TABLE BY 080-APPLY-EXPENSES; BILLABLE EXPENSES   *
      *  ARE CARRIED TO THE COST BREAKDOWN, THE PROJECT ROLLUP AND    *
      *  THE CLIENT INVOICE, AND REJECTED EXPENSES TO THE EXPENSE     *
      *  EXCEPTION SECTION OF PROJRPT.                                *
      *****************************************************************
      *
       FD  EXPENSE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS EXPENSE-REC-I.
      *
       01  EXPENSE-REC-I.
           05 EXP-EMP-ID-I                  PIC X(06).
           05 EXP-PROJECT-I                 PIC X(04).
           05 EXP-TYPE-I                    PIC X(01).
              88 EXP-TYPE-TRAVEL                      VALUE 'T'.
              88 EXP-TYPE-PER-DIEM                    VALUE 'P'.
              88 EXP-TYPE-MATERIALS                   VALUE 'M'.
              88 EXP-TYPE-VALID                       VALUE 'T' 'P' 'M'.
           05 EXP-DATE-I                    PIC X(08).
           05 EXP-DATE-N-I REDEFINES EXP-DATE-I
                                            PIC 9(08).
           05 EXP-AMOUNT-I                  PIC 9(05)V99.
           05 EXP-BILLABLE-I                PIC X(01).
              88 EXP-BILLABLE                         VALUE 'Y'.
              88 EXP-NON-BILLABLE                     VALUE 'N'.
           05 EXP-DESCRIPTION-I             PIC X(20).
           05 FILLER                        PIC X(33).
      *
       WORKING-STORAGE SECTION.
       77  PROJECT-INDEX     PIC S9(4) COMP. *> SUBSCRIPT FOR TABLE
                10 EMP-NBR-OT-HOURS          PIC 9(03).
                10 EMP-PER-DAY-BILLING-RATE  PIC 9(03)V99.
                10 EMP-PER-HOUR-OT-RATE      PIC 9(03)V99.
                10 EMP-LANGUAGE-CERT         PIC X(14).
                10 EMP-ON-CALL               PIC X(01).
                10 EMP-ID                    PIC X(06).
      *** 'R' = RATES DEVIATE FROM THE RATE MASTER STANDARD BEYOND
      *** TOLERANCE (SEE 055-CHECK-EMPLOYEE-RATES).
                10 EMP-OFF-RATE-SW           PIC X(01).
      *** BILLABLE AND NON-BILLABLE EXPENSES ACCEPTED FOR THIS ROW
      *** (SEE 080-APPLY-EXPENSES).
                10 EMP-BILL-EXPENSES         PIC 9(06)V99.
                10 EMP-NONBILL-EXPENSES      PIC 9(06)V99.
                10 FILLER                    PIC X(01) VALUE SPACES.

       01 WS-TEMP-VARIABLES.       *>WORKING AREAS FOR TEMPORARY VARS.
      *
       01 WS-TS-DAY-TABLE.
          05 WS-TSD-ENTRY OCCURS 1000 TIMES INDEXED BY TSD-IDX.
             10 WS-TSD-EMP-ID         PIC X(06).
             10 WS-TSD-PROJECT        PIC X(04).
             10 WS-TSD-WORK-DATE      PIC X(08).
      *
      *
       01 WS-TS-EXC-TABLE.
          05 WS-TSX-ENTRY OCCURS 200 TIMES INDEXED BY TSX-IDX.
             10 WS-TSX-EMP-ID         PIC X(06).
             10 WS-TSX-EMP-NAME       PIC X(15).
             10 WS-TSX-PROJECT        PIC X(04).
             10 WS-TSX-WORK-DATE      PIC X(08).
       01 WS-TSX-ENTRIES-USED         PIC S9(4) COMP VALUE 0.
      *
      *****************************************************************
      *  EMPLOYEE MASTER CONTROLS AND EXCEPTION TRACKING.  EACH       *
      *  EMPLOYEE PROJECT RECORD REJECTED BECAUSE ITS EMPLOYEE ID IS  *
      *  MISSING, NOT ON THE EMPLOYEE MASTER, OR BELONGS TO A         *
      *  TERMINATED EMPLOYEE GETS ONE ENTRY HERE FOR THE EMPLOYEE     *
      *  EXCEPTION SECTION OF PROJRPT.  REJECTED RECORDS ARE NOT      *
      *  LOADED INTO EMP-PROJECT-TABLE, SO THEY ARE NOT BILLED, PAID  *
      *  OR COUNTED IN ANY TOTAL.                                     *
      *****************************************************************
      *
       01 WS-EMP-MASTER-CONTROLS.
          05 WS-EMP-VALID-SW          PIC X(01) VALUE 'N'.
             88 EMPLOYEE-VALID                  VALUE 'Y'.
          05 WS-EMX-REASON-HOLD       PIC X(40) VALUE SPACES.
          05 WS-EMP-REJECT-COUNT      PIC 9(05) VALUE 0.
      *
       01 WS-EMP-EXC-TABLE.
          05 WS-EMX-ENTRY OCCURS 200 TIMES INDEXED BY EMX-IDX.
             10 WS-EMX-EMP-ID         PIC X(06).
             10 WS-EMX-EMP-NAME       PIC X(15).
             10 WS-EMX-PROJECT        PIC X(04).
             10 WS-EMX-REASON         PIC X(40).
      *
       01 WS-EMX-ENTRIES-USED         PIC S9(4) COMP VALUE 0.
      *
      *****************************************************************
      *  PROJECT EXPENSE CONTROLS AND TABLES.  THE PER-DIEM TABLE     *
      *  HOLDS THE DAILY LIMIT FOR EACH STATE OFFICE; THE PER-DIEM    *
      *  DAY TABLE KEEPS THE PER DIEM ALREADY ACCEPTED FOR EACH       *
      *  EMPLOYEE/DATE SO SEVERAL CLAIMS FOR ONE DAY ARE HELD TO ONE  *
      *  LIMIT.  ACCEPTED BILLABLE EXPENSES ARE KEPT IN THE BILLABLE  *
      *  EXPENSE TABLE FOR THE INVOICE DETAIL LINES, AND REJECTED     *
      *  EXPENSES IN THE EXPENSE EXCEPTION TABLE FOR PROJRPT.         *
      *****************************************************************
      *
       01 WS-PERDIEM-TABLE.
          05 WS-PD-ENTRY OCCURS 60 TIMES INDEXED BY PD-IDX.
             10 WS-PD-STATE-OFFICE    PIC X(02).
             10 WS-PD-DAILY-LIMIT     PIC 9(03)V99.
      *
       01 WS-EXPENSE-CONTROLS.
          05 WS-PD-ENTRIES-LOADED     PIC 9(03) VALUE 0.
          05 WS-PERDIEM-FILE-SW       PIC X(01) VALUE SPACE.
             88 END-OF-PERDIEM-FILE             VALUE 'Y'.
          05 WS-EXPENSE-FILE-SW       PIC X(01) VALUE SPACE.
             88 END-OF-EXPENSE-FILE             VALUE 'Y'.
          05 WS-EXP-RECS-READ         PIC 9(05) VALUE 0.
          05 WS-EXP-RECS-APPLIED      PIC 9(05) VALUE 0.
          05 WS-EXP-ROW-FOUND-SW      PIC X(01) VALUE 'N'.
             88 EXP-ROW-FOUND                   VALUE 'Y'.
          05 WS-EXP-ROW-SUB           PIC S9(4) COMP VALUE 0.
          05 WS-PD-FOUND-SW           PIC X(01) VALUE 'N'.
             88 PD-LIMIT-FOUND                  VALUE 'Y'.
          05 WS-PD-LIMIT-HOLD         PIC 9(03)V99 VALUE 0.
          05 WS-PDD-FOUND-SUB         PIC S9(4) COMP VALUE 0.
          05 WS-PD-DAY-TOTAL          PIC 9(06)V99 VALUE 0.
          05 WS-EXX-REASON-HOLD       PIC X(32) VALUE SPACES.
      *
       01 WS-PD-DAY-TABLE.
          05 WS-PDD-ENTRY OCCURS 500 TIMES INDEXED BY PDD-IDX.
             10 WS-PDD-EMP-ID         PIC X(06).
             10 WS-PDD-DATE           PIC X(08).
             10 WS-PDD-AMOUNT         PIC 9(06)V99.
      *
       01 WS-PDD-ENTRIES-USED         PIC S9(4) COMP VALUE 0.
      *
       01 WS-BILL-EXPENSE-TABLE.
          05 WS-EXA-ENTRY OCCURS 500 TIMES INDEXED BY EXA-IDX.
             10 WS-EXA-ROW-SUB        PIC S9(4) COMP.
             10 WS-EXA-PROJECT        PIC X(04).
             10 WS-EXA-EMP-NAME       PIC X(15).
             10 WS-EXA-TYPE           PIC X(01).
             10 WS-EXA-DATE           PIC 9(08).
             10 WS-EXA-AMOUNT         PIC 9(05)V99.
             10 WS-EXA-DESCRIPTION    PIC X(20).
      *
       01 WS-EXA-ENTRIES-USED         PIC S9(4) COMP VALUE 0.
      *
       01 WS-EXP-EXC-TABLE.
          05 WS-EXX-ENTRY OCCURS 200 TIMES INDEXED BY EXX-IDX.
             10 WS-EXX-EMP-ID         PIC X(06).
             10 WS-EXX-PROJECT        PIC X(04).
             10 WS-EXX-TYPE           PIC X(01).
             10 WS-EXX-DATE           PIC X(08).
             10 WS-EXX-AMOUNT         PIC 9(05)V99.
             10 WS-EXX-REASON         PIC X(32).
      *
       01 WS-EXX-ENTRIES-USED         PIC S9(4) COMP VALUE 0.
      *
       01 RPT-EXP-EXC-HEADER-1.
          05 FILLER               PIC X(06) VALUE 'EMP ID'.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(04) VALUE 'PROJ'.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(04) VALUE 'TYPE'.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE 'DATE'.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(09) VALUE '   AMOUNT'.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(32) VALUE 'EXCEPTION'.
          05 FILLER               PIC X(54) VALUE SPACES.
      *
       01 RPT-EXP-EXC-HEADER-2.
          05 FILLER               PIC X(06) VALUE ALL '-'.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(04) VALUE ALL '-'.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(04) VALUE ALL '-'.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE ALL '-'.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(09) VALUE ALL '-'.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(32) VALUE ALL '-'.
          05 FILLER               PIC X(54) VALUE SPACES.
      *
       01 RPT-EXP-EXC-DETAIL.
          05 RPT-EXX-EMP-ID       PIC X(06).
          05 FILLER               PIC X(03) VALUE SPACES.
          05 RPT-EXX-PROJECT      PIC X(04).
          05 FILLER               PIC X(04) VALUE SPACES.
          05 RPT-EXX-TYPE         PIC X(01).
          05 FILLER               PIC X(05) VALUE SPACES.
          05 RPT-EXX-DATE         PIC X(08).
          05 FILLER               PIC X(03) VALUE SPACES.
          05 RPT-EXX-AMOUNT       PIC ZZ,ZZ9.99.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 RPT-EXX-REASON       PIC X(32).
          05 FILLER               PIC X(54) VALUE SPACES.
      *
      *****************************************************************
      *  PAYROLL EXTRACT RECORD LAYOUTS AND TOTALS.  RECORD TYPE 'H'  *
      *  = BATCH HEADER, 'D' = ONE EMPLOYEE/PROJECT OT LINE KEYED BY  *
      *  EMPLOYEE ID, 'T' = TRAILER WITH THE DETAIL COUNT AND OT-PAY  *
      *  HASH TOTAL.                                                  *
      *****************************************************************
      *
       01 PAYX-HEADER-REC.
      *
       01 PAYX-DETAIL-REC.
          05 FILLER               PIC X(01) VALUE 'D'.
          05 PAYX-EMP-ID          PIC X(06).
          05 PAYX-EMP-NAME        PIC X(15).
          05 PAYX-PROJECT         PIC X(04).
          05 PAYX-OT-HOURS        PIC 9(03).
          05 PAYX-OT-RATE         PIC 9(03)V99.
          05 PAYX-OT-PAY          PIC 9(06)V99.
          05 FILLER               PIC X(38) VALUE SPACES.
      *
       01 PAYX-TRAILER-REC.
          05 FILLER               PIC X(01) VALUE 'T'.
      *****************************************************************
      *  CROSS-PROJECT UTILIZATION.  AN EMPLOYEE CAN APPEAR UNDER     *
      *  SEVERAL PROJECT CODES, SO THEIR DAYS AND OT HOURS ARE        *
      *  TOTALED BY EMPLOYEE ID ACROSS ALL THEIR ROWS AND COMPARED TO *
      *  THE WORKYEAR= WORKING-DAYS-PER-YEAR CONTROL CARD.  ANYONE    *
      *  OVER 100 PERCENT IS OVERALLOCATED; ANYONE UNDER THE BENCH=   *
      *  PERCENT IS ON THE BENCH.                                     *
      *****************************************************************
      *
       01 WS-UTIL-TABLE.
          05 WS-UT-ENTRY OCCURS 100 TIMES INDEXED BY UT-IDX.
             10 WS-UT-EMP-ID         PIC X(06).
             10 WS-UT-EMP-NAME       PIC X(15).
             10 WS-UT-DAYS           PIC 9(05).
             10 WS-UT-OT-HOURS       PIC 9(05).
          05 WS-UTIL-PCT             PIC 9(05)V99 VALUE 0.
      *
       01 RPT-UTIL-HEADER-1.
          05 FILLER               PIC X(06) VALUE 'EMP ID'.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE 'EMPLOYEE'.
          05 FILLER               PIC X(10) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE 'TOTAL DAYS'.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE 'UTIL PCT'.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(78) VALUE 'FLAG'.
      *
       01 RPT-UTIL-HEADER-2.
          05 FILLER               PIC X(06) VALUE ALL '-'.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(15) VALUE ALL '-'.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE ALL '-'.
          05 FILLER               PIC X(08) VALUE ALL '-'.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(13) VALUE ALL '-'.
          05 FILLER               PIC X(65) VALUE SPACES.
      *
       01 RPT-UTIL-DETAIL.
          05 RPT-UT-EMP-ID        PIC X(06).
          05 FILLER               PIC X(03) VALUE SPACES.
          05 RPT-UT-NAME          PIC X(15).
          05 FILLER               PIC X(03) VALUE SPACES.
          05 RPT-UT-DAYS          PIC ZZ,ZZ9.
          05 RPT-UT-PCT           PIC ZZZZ9.99.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 RPT-UT-FLAG          PIC X(13).
          05 FILLER               PIC X(65) VALUE SPACES.
      *
       01 RPT-TS-EXC-HEADER-1.
          05 FILLER               PIC X(06) VALUE 'EMP ID'.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE 'EMPLOYEE'.
          05 FILLER               PIC X(10) VALUE SPACES.
          05 FILLER               PIC X(04) VALUE 'PROJ'.
          05 FILLER               PIC X(08) VALUE 'DATE'.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(32) VALUE 'EXCEPTION'.
          05 FILLER               PIC X(55) VALUE SPACES.
      *
       01 RPT-TS-EXC-HEADER-2.
          05 FILLER               PIC X(06) VALUE ALL '-'.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(15) VALUE ALL '-'.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(04) VALUE ALL '-'.
          05 FILLER               PIC X(08) VALUE ALL '-'.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(32) VALUE ALL '-'.
          05 FILLER               PIC X(55) VALUE SPACES.
      *
       01 RPT-TS-EXC-DETAIL.
          05 RPT-TSX-EMP-ID       PIC X(06).
          05 FILLER               PIC X(03) VALUE SPACES.
          05 RPT-TSX-NAME         PIC X(15).
          05 FILLER               PIC X(03) VALUE SPACES.
          05 RPT-TSX-PROJECT      PIC X(04).
          05 RPT-TSX-DATE         PIC X(08).
          05 FILLER               PIC X(03) VALUE SPACES.
          05 RPT-TSX-REASON       PIC X(32).
          05 FILLER               PIC X(55) VALUE SPACES.
      *
       01 RPT-EMP-EXC-HEADER-1.
          05 FILLER               PIC X(06) VALUE 'EMP ID'.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE 'EMPLOYEE'.
          05 FILLER               PIC X(10) VALUE SPACES.
          05 FILLER               PIC X(04) VALUE 'PROJ'.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(40) VALUE 'EXCEPTION'.
          05 FILLER               PIC X(58) VALUE SPACES.
      *
       01 RPT-EMP-EXC-HEADER-2.
          05 FILLER               PIC X(06) VALUE ALL '-'.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(15) VALUE ALL '-'.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(04) VALUE ALL '-'.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(40) VALUE ALL '-'.
          05 FILLER               PIC X(58) VALUE SPACES.
      *
       01 RPT-EMP-EXC-DETAIL.
          05 RPT-EMX-EMP-ID       PIC X(06).
          05 FILLER               PIC X(03) VALUE SPACES.
          05 RPT-EMX-NAME         PIC X(15).
          05 FILLER               PIC X(03) VALUE SPACES.
          05 RPT-EMX-PROJECT      PIC X(04).
          05 FILLER               PIC X(03) VALUE SPACES.
          05 RPT-EMX-REASON       PIC X(40).
          05 FILLER               PIC X(58) VALUE SPACES.
      *
       01 RPT-OFF-RATE-HEADER-1.
          05 FILLER               PIC X(08) VALUE 'EMPLOYEE'.
          05 FILLER               PIC X(06) VALUE SPACES.
          05 RPT-OFF-STD-RATE     PIC ZZ9.99.
          05 FILLER               PIC X(68) VALUE SPACES.
      *
      *****************************************************************
      *  PROJECT BUDGET TABLE AND CONTROLS.  A PROJECT IS FLAGGED     *
      *  WHEN THE BUDGET IT HAS CONSUMED, OR THE COST PROJECTED AT    *
      *  COMPLETION FROM ITS CURRENT BURN RATE, IS OVER THE BUDGETPCT=*
      *  PERCENT OF ITS BUDGETED DOLLARS (DEFAULT 100).  ELAPSED TIME *
      *  IS MEASURED TO THE PEREND= BILLING PERIOD END, OR TO THE RUN *
      *  DATE WHEN NO PERIOD WAS GIVEN.                               *
      *****************************************************************
      *
       01 WS-BUDGET-TABLE.
          05 WS-BG-ENTRY OCCURS 50 TIMES INDEXED BY BG-IDX.
             10 WS-BG-PROJECT         PIC X(04).
             10 WS-BG-DAYS            PIC 9(05).
             10 WS-BG-OT-HOURS        PIC 9(05).
             10 WS-BG-DOLLARS         PIC 9(07)V99.
             10 WS-BG-START-DATE      PIC 9(08).
             10 WS-BG-END-DATE        PIC 9(08).
      *
       01 WS-BUDGET-CONTROLS.
          05 WS-BG-ENTRIES-LOADED     PIC 9(03) VALUE 0.
          05 WS-BUDGET-FILE-SW        PIC X(01) VALUE SPACE.
             88 END-OF-BUDGET-FILE              VALUE 'Y'.
          05 WS-BG-FOUND-SW           PIC X(01) VALUE 'N'.
             88 BUDGET-FOUND                    VALUE 'Y'.
          05 WS-BUDGET-ALERT-PCT      PIC 9(03) VALUE 100.
          05 WS-BG-AS-OF-DATE         PIC 9(08) VALUE 0.
          05 WS-BG-PLAN-DAYS          PIC S9(07) VALUE 0.
          05 WS-BG-ELAPSED-DAYS       PIC S9(07) VALUE 0.
          05 WS-BG-DAYS-USED          PIC 9(07) VALUE 0.
          05 WS-BG-OT-USED            PIC 9(07) VALUE 0.
          05 WS-BG-COST-TO-DATE       PIC 9(9)V99 VALUE 0.
          05 WS-BG-BURN-RATE          PIC 9(9)V99 VALUE 0.
          05 WS-BG-PROJECTED-COST     PIC 9(11)V99 VALUE 0.
          05 WS-BG-PCT-CONSUMED       PIC 9(05)V9 VALUE 0.
          05 WS-BG-PCT-ELAPSED        PIC 9(03)V9 VALUE 0.
          05 WS-BG-PCT-PROJECTED      PIC 9(05)V9 VALUE 0.
          05 WS-BG-FLAG-HOLD          PIC X(13) VALUE SPACES.
          05 WS-BG-ALERT-COUNT        PIC 9(05) VALUE 0.
          05 WS-BG-NO-BUDGET-COUNT    PIC 9(05) VALUE 0.
      *
       01 RPT-BUDGET-HEADER-1.
          05 FILLER               PIC X(04) VALUE 'PROJ'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(13) VALUE '  DAYS / BUDG'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(13) VALUE 'OT HRS / BUDG'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(13) VALUE ' COST TO DATE'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(13) VALUE '   BUDGET AMT'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(07) VALUE '  USED%'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(05) VALUE 'TIME%'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(14) VALUE ' PROJ AT COMPL'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(07) VALUE '  PROJ%'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(25) VALUE 'FLAG'.
      *
       01 RPT-BUDGET-HEADER-2.
          05 FILLER               PIC X(04) VALUE ALL '-'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(13) VALUE ALL '-'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(13) VALUE ALL '-'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(13) VALUE ALL '-'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(13) VALUE ALL '-'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(07) VALUE ALL '-'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(05) VALUE ALL '-'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(14) VALUE ALL '-'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(07) VALUE ALL '-'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(13) VALUE ALL '-'.
          05 FILLER               PIC X(12) VALUE SPACES.
      *
       01 RPT-BUDGET-DETAIL.
          05 RPT-BG-PROJECT       PIC X(04).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 RPT-BG-DAYS-USED     PIC ZZ,ZZ9.
          05 FILLER               PIC X(01) VALUE '/'.
          05 RPT-BG-DAYS-BUD      PIC ZZ,ZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 RPT-BG-OT-USED       PIC ZZ,ZZ9.
          05 FILLER               PIC X(01) VALUE '/'.
          05 RPT-BG-OT-BUD        PIC ZZ,ZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 RPT-BG-COST          PIC $$,$$$,$$9.99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 RPT-BG-BUDGET        PIC $$,$$$,$$9.99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 RPT-BG-PCT-USED      PIC ZZZZ9.9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 RPT-BG-PCT-TIME      PIC ZZ9.9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 RPT-BG-PROJECTED     PIC $$$,$$$,$$9.99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 RPT-BG-PCT-PROJ      PIC ZZZZ9.9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 RPT-BG-FLAG          PIC X(13).
          05 FILLER               PIC X(12) VALUE SPACES.
      *
      *****************************************************************
      *  BUDGET ALERT EXTRACT RECORD LAYOUTS.  RECORD TYPE 'H' =      *
      *  BATCH HEADER WITH THE AS-OF DATE AND THRESHOLD, 'D' = ONE    *
      *  FLAGGED PROJECT, 'T' = TRAILER WITH THE ALERT COUNT.         *
      *****************************************************************
      *
       01 BUDX-HEADER-REC.
          05 FILLER               PIC X(01) VALUE 'H'.
          05 BUDX-HDR-RUN-DATE    PIC 9(08).
          05 BUDX-HDR-AS-OF-DATE  PIC 9(08).
          05 BUDX-HDR-ALERT-PCT   PIC 9(03).
          05 FILLER               PIC X(60) VALUE SPACES.
      *
       01 BUDX-DETAIL-REC.
          05 FILLER               PIC X(01) VALUE 'D'.
          05 BUDX-PROJECT         PIC X(04).
          05 BUDX-BUDGET-AMT      PIC 9(07)V99.
          05 BUDX-COST-TO-DATE    PIC 9(09)V99.
          05 BUDX-PROJECTED-COST  PIC 9(11)V99.
          05 BUDX-PCT-CONSUMED    PIC 9(05)V9.
          05 BUDX-PCT-ELAPSED     PIC 9(03)V9.
          05 BUDX-PCT-PROJECTED   PIC 9(05)V9.
          05 BUDX-END-DATE        PIC 9(08).
          05 BUDX-ALERT-REASON    PIC X(13).
          05 FILLER               PIC X(05) VALUE SPACES.
      *
       01 BUDX-TRAILER-REC.
          05 FILLER               PIC X(01) VALUE 'T'.
          05 BUDX-TRL-COUNT       PIC 9(07).
          05 FILLER               PIC X(72) VALUE SPACES.
      *
       01 WS-INVOICE-PARMS.
          05 WS-PARM-PER-START         PIC 9(08) VALUE ZERO.
          05 WS-NEXT-INV-NO            PIC 9(06) VALUE 0.
          05 WS-INV-TOTAL              PIC 9(9)V99 VALUE 0.
          05 WS-INV-EMP-COUNT          PIC 9(05) VALUE 0.
          05 WS-INV-LABOR-TOTAL        PIC 9(9)V99 VALUE 0.
          05 WS-INV-EXP-TOTAL          PIC 9(9)V99 VALUE 0.
          05 WS-INV-EXP-COUNT          PIC 9(05) VALUE 0.
      *
      *****************************************************************
      *  EVERY ACCEPTED PARAMETER IS ECHOED ONTO THE REPORT HEADERS   *
          05 RPT-ECHO-PER-END          PIC 9(08).
          05 FILLER                    PIC X(07) VALUE ' INVNO='.
          05 RPT-ECHO-INV-NO           PIC 9(06).
          05 FILLER                    PIC X(11) VALUE ' BUDGETPCT='.
          05 RPT-ECHO-BUDGET-PCT       PIC 9(03).
          05 FILLER                    PIC X(55) VALUE SPACES.
      *
      *****************************************************************
      *  CLIENT INVOICE PRINT LINES.                                  *
                'INVOICE TOTAL:  '.
          05 INV-TOTAL-AMT-O           PIC $$$,$$$,$$9.99.
          05 FILLER                    PIC X(102) VALUE SPACES.
      *
       01 INV-SUBTOTAL-LINE.
          05 INV-SUBTOTAL-LABEL-O      PIC X(16).
          05 INV-SUBTOTAL-AMT-O        PIC $$$,$$$,$$9.99.
          05 FILLER                    PIC X(102) VALUE SPACES.
      *
      *****************************************************************
      *  BILLABLE EXPENSE LINES, PRINTED UNDER THE LABOR LINES OF AN  *
      *  INVOICE WHOSE PROJECT HAS BILLABLE EXPENSES.                 *
      *****************************************************************
      *
       01 INV-EXP-COL-HEADER-1.
          05 FILLER                    PIC X(18) VALUE
                'BILLABLE EXPENSES'.
          05 FILLER                    PIC X(10) VALUE 'DATE'.
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE 'TYPE'.
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 FILLER                    PIC X(20) VALUE 'DESCRIPTION'.
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 FILLER                    PIC X(11) VALUE '     AMOUNT'.
          05 FILLER                    PIC X(54) VALUE SPACES.
      *
       01 INV-EXP-COL-HEADER-2.
          05 FILLER                    PIC X(15) VALUE ALL '-'.
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE ALL '-'.
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 FILLER                    PIC X(10) VALUE ALL '-'.
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 FILLER                    PIC X(20) VALUE ALL '-'.
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 FILLER                    PIC X(11) VALUE ALL '-'.
          05 FILLER                    PIC X(54) VALUE SPACES.
      *
       01 INV-EXP-DETAIL-LINE.
          05 INV-EXP-NAME-O            PIC X(15).
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 INV-EXP-DATE-O            PIC 9999/99/99.
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 INV-EXP-TYPE-O            PIC X(10).
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 INV-EXP-DESC-O            PIC X(20).
          05 FILLER                    PIC X(03) VALUE SPACES.
          05 INV-EXP-AMT-O             PIC $$$$,$$9.99.
          05 FILLER                    PIC X(54) VALUE SPACES.
      *
       01 INV-BLANK-LINE               PIC X(132) VALUE SPACES.
      *
      *** STANDARD (SEE 055-CHECK-EMPLOYEE-RATES).
          05 RPT-COST-OFF-RATE    PIC X(02).
          05 FILLER               PIC X(07) VALUE SPACES.
      *
       01 RPT-EMP-EXP-DETAIL.     *>EXPENSES UNDER A COST BREAKDOWN LINE
          05 FILLER               PIC X(18) VALUE SPACES.
          05 FILLER               PIC X(19) VALUE 'BILLABLE EXPENSES: '.
          05 RPT-EXP-BILL         PIC $$$$,$$9.99.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(23) VALUE
                'NON-BILLABLE EXPENSES: '.
          05 RPT-EXP-NONBILL      PIC $$$$,$$9.99.
          05 FILLER               PIC X(47) VALUE SPACES.
      *
       01 RPT-TOTAL-DETAIL.
          05 RPT-TOTAL-LABEL      PIC X(55).
             10 WS-RU-OT-HOURS    PIC 9(07).
             10 WS-RU-REG-COST    PIC 9(9)V99.
             10 WS-RU-OT-COST     PIC 9(9)V99.
             10 WS-RU-BILL-EXP    PIC 9(9)V99.
             10 WS-RU-NONBILL-EXP PIC 9(9)V99.
      *
       01 WS-ROLLUP-CONTROLS.
          05 WS-RU-ENTRIES-USED   PIC S9(4) COMP VALUE 0.
          05 WS-RU-GRAND-REG      PIC 9(11)V99 VALUE 0.
          05 WS-RU-GRAND-OT       PIC 9(11)V99 VALUE 0.
          05 WS-RU-GRAND-COMBINED PIC 9(11)V99 VALUE 0.
          05 WS-RU-GRAND-BILL-EXP PIC 9(11)V99 VALUE 0.
          05 WS-RU-GRAND-NONBILL  PIC 9(11)V99 VALUE 0.
          05 WS-RU-GRAND-INVOICED PIC 9(11)V99 VALUE 0.
      *
       01 RPT-ROLLUP-HEADER-1.
          05 FILLER               PIC X(04) VALUE 'PROJ'.
          05 FILLER               PIC X(14) VALUE '       OT COST'.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(14) VALUE ' COMBINED COST'.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(14) VALUE ' BILL EXPENSES'.
          05 FILLER               PIC X(34) VALUE SPACES.
      *
       01 RPT-ROLLUP-HEADER-2.
          05 FILLER               PIC X(04) VALUE ALL '-'.
          05 FILLER               PIC X(14) VALUE ALL '-'.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(14) VALUE ALL '-'.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(14) VALUE ALL '-'.
          05 FILLER               PIC X(34) VALUE SPACES.
      *
       01 RPT-ROLLUP-DETAIL.
          05 RPT-RU-PROJECT       PIC X(04).
          05 RPT-RU-OT-COST       PIC $$$,$$$,$$9.99.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 RPT-RU-COMBINED      PIC $$$,$$$,$$9.99.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 RPT-RU-BILL-EXP      PIC $$$,$$$,$$9.99.
          05 FILLER               PIC X(34) VALUE SPACES.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING.
           PERFORM 040-LOAD-RATE-MASTER.
           PERFORM 045-LOAD-BUDGET-MASTER.
           PERFORM 047-LOAD-PERDIEM-LIMITS.
           PERFORM 050-LOAD-DATA-INTO-TABLE.
           PERFORM 070-APPLY-TIMESHEETS.
           PERFORM 080-APPLY-EXPENSES.
           PERFORM 100-PROCESS-TABLE-DATA.
           PERFORM 850-WRITE-RUN-LOG.
           PERFORM 900-WRAP-UP
           MOVE WS-PARM-PER-START TO RPT-ECHO-PER-START.
           MOVE WS-PARM-PER-END   TO RPT-ECHO-PER-END.
           MOVE WS-PARM-INV-NO    TO RPT-ECHO-INV-NO.
           MOVE WS-BUDGET-ALERT-PCT TO RPT-ECHO-BUDGET-PCT.
      *
       020-PARSE-PARM-CARD.
      *
                    DISPLAY 'INVALID HRSMAX VALUE ON CONTROL CARD: '
                       WS-PARM-VALUE
                 END-IF
              WHEN 'BUDGETPCT'
                 IF WS-PARM-VALUE (1:3) IS NUMERIC
                    AND WS-PARM-VALUE (1:3) > ZERO
                    MOVE WS-PARM-VALUE (1:3) TO WS-BUDGET-ALERT-PCT
                 ELSE
                    MOVE 'Y' TO WS-PARM-ERROR-SW
                    DISPLAY 'INVALID BUDGETPCT VALUE ON CONTROL CARD: '
                       WS-PARM-VALUE
                 END-IF
              WHEN 'RATEACTION'
                 EVALUATE WS-PARM-VALUE
                    WHEN 'FLAG'
              END-READ
           END-PERFORM.
           CLOSE RATE-FILE.
      *
       045-LOAD-BUDGET-MASTER.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE PROJECT BUDGET MASTER (IF ONE WAS *
      *    SUPPLIED) AND LOADS ONE TABLE ENTRY PER PROJECT, THE SAME  *
      *    WAY THE RATE MASTER IS LOADED.  A RECORD WITH NON-NUMERIC  *
      *    AMOUNTS, AN INVALID DATE OR AN END DATE BEFORE ITS START   *
      *    DATE IS WARNED ABOUT AND LEFT OUT, AS ARE RECORDS BEYOND   *
      *    THE TABLE'S CAPACITY.                                      *
      *                                                               *
      *  CALLED BY:                                                   *
      *    MAIN PROCEDURE AREA                                        *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           OPEN INPUT BUDGET-FILE.
           PERFORM UNTIL END-OF-BUDGET-FILE
              READ BUDGET-FILE
                 AT END
                    MOVE 'Y' TO WS-BUDGET-FILE-SW
                 NOT AT END
                    IF BUD-DAYS-I IS NOT NUMERIC
                       OR BUD-OT-HOURS-I IS NOT NUMERIC
                       OR BUD-DOLLARS-I IS NOT NUMERIC
                       OR BUD-START-DATE-I IS NOT NUMERIC
                       OR BUD-END-DATE-I IS NOT NUMERIC
                       DISPLAY 'WARNING: BUDGET RECORD FOR PROJECT '
                          BUD-PROJECT-I ' HAS NON-NUMERIC FIELDS - '
                          'NOT LOADED'
                    ELSE
                    IF FUNCTION TEST-DATE-YYYYMMDD (BUD-START-DATE-I)
                          NOT = 0
                       OR FUNCTION TEST-DATE-YYYYMMDD (BUD-END-DATE-I)
                          NOT = 0
                       OR BUD-END-DATE-I < BUD-START-DATE-I
                       DISPLAY 'WARNING: BUDGET RECORD FOR PROJECT '
                          BUD-PROJECT-I ' HAS INVALID START/END DATES'
                          ' - NOT LOADED'
                    ELSE
                    IF WS-BG-ENTRIES-LOADED < 50
                       ADD +1 TO WS-BG-ENTRIES-LOADED
                       SET BG-IDX TO WS-BG-ENTRIES-LOADED
                       MOVE BUD-PROJECT-I    TO WS-BG-PROJECT (BG-IDX)
                       MOVE BUD-DAYS-I       TO WS-BG-DAYS (BG-IDX)
                       MOVE BUD-OT-HOURS-I   TO WS-BG-OT-HOURS (BG-IDX)
                       MOVE BUD-DOLLARS-I    TO WS-BG-DOLLARS (BG-IDX)
                       MOVE BUD-START-DATE-I
                          TO WS-BG-START-DATE (BG-IDX)
                       MOVE BUD-END-DATE-I   TO WS-BG-END-DATE (BG-IDX)
                    ELSE
                       DISPLAY 'WARNING: BUDGET TABLE CAPACITY OF 50 EN'
                          'TRIES EXCEEDED - PROJECT ' BUD-PROJECT-I
                          ' NOT LOADED'
                    END-IF
                    END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE BUDGET-FILE.
      *
       047-LOAD-PERDIEM-LIMITS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE PER-DIEM DAILY LIMIT MASTER (IF   *
      *    ONE WAS SUPPLIED) AND LOADS ONE TABLE ENTRY PER STATE      *
      *    OFFICE, THE SAME WAY THE RATE MASTER IS LOADED.  A RECORD  *
      *    WITH A NON-NUMERIC LIMIT IS WARNED ABOUT AND LEFT OUT, AS  *
      *    ARE RECORDS BEYOND THE TABLE'S CAPACITY.                   *
      *                                                               *
      *  CALLED BY:                                                   *
      *    MAIN PROCEDURE AREA                                        *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           OPEN INPUT PERDIEM-FILE.
           PERFORM UNTIL END-OF-PERDIEM-FILE
              READ PERDIEM-FILE
                 AT END
                    MOVE 'Y' TO WS-PERDIEM-FILE-SW
                 NOT AT END
                    IF PD-DAILY-LIMIT-I IS NOT NUMERIC
                       DISPLAY 'WARNING: PER-DIEM RECORD FOR STATE '
                          PD-STATE-OFFICE-I ' HAS A NON-NUMERIC LIMIT'
                          ' - NOT LOADED'
                    ELSE
                    IF WS-PD-ENTRIES-LOADED < 60
                       ADD +1 TO WS-PD-ENTRIES-LOADED
                       SET PD-IDX TO WS-PD-ENTRIES-LOADED
                       MOVE PD-STATE-OFFICE-I
                          TO WS-PD-STATE-OFFICE (PD-IDX)
                       MOVE PD-DAILY-LIMIT-I
                          TO WS-PD-DAILY-LIMIT (PD-IDX)
                    ELSE
                       DISPLAY 'WARNING: PER-DIEM TABLE CAPACITY OF 60 '
                          'ENTRIES EXCEEDED - STATE ' PD-STATE-OFFICE-I
                          ' NOT LOADED'
                    END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE PERDIEM-FILE.
      *
       050-LOAD-DATA-INTO-TABLE.
      *
      *    INPUT FILE IS DETECTED, THE END OF FILE SWITCH IS SET. IF  *
      *    INPUT RECORDS REMAIN AFTER THE TABLE'S CAPACITY IS REACHED,*
      *    060-WARN-TABLE-OVERFLOW IS CALLED TO COUNT AND REPORT THEM *
      *    INSTEAD OF LETTING THEM VANISH SILENTLY.  EVERY RECORD IS  *
      *    FIRST SCREENED AGAINST THE EMPLOYEE MASTER BY 052-SCREEN-  *
      *    EMPLOYEE, SO ONLY RECORDS FOR KNOWN, ACTIVE EMPLOYEE IDS   *
      *    ARE LOADED.                                                *
      *                                                               *
      *  CALLED BY:                                                   *
      *    MAIN PROCEDURE AREA                                        *
      *                                                               *
      *  CALLS:                                                       *
      *    -  052-SCREEN-EMPLOYEE                                     *
      *    -  060-WARN-TABLE-OVERFLOW                                 *
      *****************************************************************
      *
           MOVE 'EMPLOYEE PROJECT TABLE ENTRIES LOADED:'
                                            TO RPT-SECTION-TEXT.
           WRITE REPORT-LINE FROM RPT-SECTION-TITLE.
      *
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           PERFORM 052-SCREEN-EMPLOYEE.
      *
      *****************************************************************
      *  MOVE INPUT FILE FIELDS TO TABLE (ARRAY) FIELDS               *
                      EMP-LANGUAGE-CERT (PROJECT-INDEX)
                 MOVE EMP-ON-CALL-I              TO
                      EMP-ON-CALL (PROJECT-INDEX)
                 MOVE EMP-ID-I                   TO
                      EMP-ID (PROJECT-INDEX)
      *
      *****************************************************************
      *  COMPARE THE RECORD'S FREE-KEYED RATES TO THE POSITION'S      *
              READ INPUT-FILE *>READ NEXT INPUT RECORD
                 AT END MOVE 'Y' TO  SW-END-OF-FILE
              END-READ
              PERFORM 052-SCREEN-EMPLOYEE
           END-PERFORM.
      *
           CLOSE EMPLOYEE-MASTER-FILE.
           COMPUTE WS-TABLE-ENTRIES-LOADED = PROJECT-INDEX - 1.
      *
           IF NOT END-OF-FILE
              PERFORM 060-WARN-TABLE-OVERFLOW
           END-IF.
      *
           IF WS-EMP-REJECT-COUNT > 0
              DISPLAY 'EMPLOYEE MASTER CHECK - ' WS-EMP-REJECT-COUNT
                 ' PROJECT RECORD(S) REJECTED FOR UNKNOWN OR '
                 'TERMINATED EMPLOYEE IDS'
           END-IF.
      *
           DISPLAY ' '. *> DISPLAY BLANK LINE IN SYSOUT
      *
       052-SCREEN-EMPLOYEE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH SCREENS THE INPUT RECORD JUST READ AGAINST  *
      *    THE EMPLOYEE MASTER.  A RECORD THAT FAILS IS SET ASIDE ON  *
      *    THE EMPLOYEE EXCEPTION TABLE AND THE NEXT INPUT RECORD IS  *
      *    READ IN ITS PLACE, UNTIL A RECORD PASSES OR THE INPUT FILE *
      *    IS EXHAUSTED, SO THE LOAD LOOP ONLY EVER SEES RECORDS FOR  *
      *    KNOWN, ACTIVE EMPLOYEES.                                   *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  050-LOAD-DATA-INTO-TABLE                                *
      *                                                               *
      *  CALLS:                                                       *
      *    -  053-CHECK-EMPLOYEE-MASTER                               *
      *****************************************************************
      *
           MOVE 'N' TO WS-EMP-VALID-SW.
           PERFORM UNTIL END-OF-FILE OR EMPLOYEE-VALID
              PERFORM 053-CHECK-EMPLOYEE-MASTER
              IF NOT EMPLOYEE-VALID
                 READ INPUT-FILE
                    AT END MOVE 'Y' TO SW-END-OF-FILE
                 END-READ
              END-IF
           END-PERFORM.
      *
       053-CHECK-EMPLOYEE-MASTER.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE KEYED EMPLOYEE MASTER BY THE      *
      *    INPUT RECORD'S EMPLOYEE ID.  THE ID MUST BE NUMERIC, ON    *
      *    THE MASTER AND NOT TERMINATED; OTHERWISE THE RECORD IS     *
      *    REJECTED WITH THE REASON.  FOR A VALID RECORD THE NAME ON  *
      *    THE MASTER REPLACES THE NAME KEYED ON THE PROJECT RECORD,  *
      *    SO EVERY ROW FOR ONE EMPLOYEE ID CARRIES THE SAME NAME.    *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  052-SCREEN-EMPLOYEE                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  054-RECORD-EMP-EXCEPTION                                *
      *****************************************************************
      *
           MOVE 'N' TO WS-EMP-VALID-SW.
           IF EMP-ID-I IS NOT NUMERIC
              OR EMP-ID-N-I = ZERO
              MOVE 'EMPLOYEE ID MISSING OR NOT NUMERIC'
                 TO WS-EMX-REASON-HOLD
              PERFORM 054-RECORD-EMP-EXCEPTION
           ELSE
              MOVE EMP-ID-N-I TO EMP-MSTR-ID-I
              READ EMPLOYEE-MASTER-FILE
                 INVALID KEY
                    MOVE 'EMPLOYEE ID NOT ON THE EMPLOYEE MASTER'
                       TO WS-EMX-REASON-HOLD
                    PERFORM 054-RECORD-EMP-EXCEPTION
                 NOT INVALID KEY
                    IF EMP-MSTR-TERMINATED
                       MOVE SPACES TO WS-EMX-REASON-HOLD
                       STRING 'EMPLOYEE TERMINATED EFFECTIVE '
                                 DELIMITED BY SIZE
                              EMP-MSTR-TERM-DATE-I
                                 DELIMITED BY SIZE
                                 INTO WS-EMX-REASON-HOLD
                       PERFORM 054-RECORD-EMP-EXCEPTION
                    ELSE
                       MOVE EMP-MSTR-NAME-I TO EMP-NAME-I
                       MOVE 'Y' TO WS-EMP-VALID-SW
                    END-IF
              END-READ
           END-IF.
      *
       054-RECORD-EMP-EXCEPTION.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH COUNTS ONE REJECTED EMPLOYEE PROJECT RECORD *
      *    AND ADDS IT TO THE EMPLOYEE EXCEPTION TABLE WITH THE       *
      *    REASON THE CALLER PARKED IN WS-EMX-REASON-HOLD.            *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  053-CHECK-EMPLOYEE-MASTER                               *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           ADD 1 TO WS-EMP-REJECT-COUNT.
           IF WS-EMX-ENTRIES-USED < 200
              ADD +1 TO WS-EMX-ENTRIES-USED
              SET EMX-IDX TO WS-EMX-ENTRIES-USED
              MOVE EMP-ID-I           TO WS-EMX-EMP-ID (EMX-IDX)
              MOVE EMP-NAME-I         TO WS-EMX-EMP-NAME (EMX-IDX)
              MOVE EMP-PROJECT-I      TO WS-EMX-PROJECT (EMX-IDX)
              MOVE WS-EMX-REASON-HOLD TO WS-EMX-REASON (EMX-IDX)
           ELSE
              DISPLAY 'WARNING: EMPLOYEE EXCEPTION TABLE FULL - '
                 EMP-NAME-I ' NOT LISTED ON THE EXCEPTION SECTION'
           END-IF.
      *
       055-CHECK-EMPLOYEE-RATES.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH VALIDATES AND APPLIES ONE DAILY TIMESHEET   *
      *    RECORD - THE EMPLOYEE ID/PROJECT PAIR MUST BE IN THE LOADED*
      *    TABLE, THE SAME DAY MUST NOT HAVE BEEN APPLIED ALREADY,    *
      *    AND DAILY HOURS OVER THE CEILING ARE FLAGGED (BUT STILL    *
      *    APPLIED, SO THE BILLING TOTALS MATCH WHAT WAS WORKED).     *
           MOVE ZERO TO WS-TS-EMP-FOUND-SUB.
           PERFORM VARYING PROJ-IDX FROM 1 BY 1
              UNTIL PROJ-IDX > WS-TABLE-ENTRIES-LOADED
                 IF EMP-ID (PROJ-IDX) = TS-EMP-ID-I
                    AND EMP-PROJECT (PROJ-IDX) = TS-PROJECT-I
                    MOVE 'Y' TO WS-TS-EMP-FOUND-SW
                    SET WS-TS-EMP-FOUND-SUB TO PROJ-IDX
              MOVE 'N' TO WS-TS-DUP-SW
              PERFORM VARYING TSD-IDX FROM 1 BY 1
                 UNTIL TSD-IDX > WS-TSD-ENTRIES-USED
                    IF WS-TSD-EMP-ID (TSD-IDX) = TS-EMP-ID-I
                       AND WS-TSD-PROJECT (TSD-IDX) = TS-PROJECT-I
                       AND WS-TSD-WORK-DATE (TSD-IDX) = TS-WORK-DATE-I
                       MOVE 'Y' TO WS-TS-DUP-SW
                 IF WS-TSD-ENTRIES-USED < 1000
                    ADD +1 TO WS-TSD-ENTRIES-USED
                    SET TSD-IDX TO WS-TSD-ENTRIES-USED
                    MOVE TS-EMP-ID-I
                       TO WS-TSD-EMP-ID (TSD-IDX)
                    MOVE TS-PROJECT-I
                       TO WS-TSD-PROJECT (TSD-IDX)
                    MOVE TS-WORK-DATE-I
              ADD +1 TO WS-TSX-ENTRIES-USED
              SET TSX-IDX TO WS-TSX-ENTRIES-USED
              MOVE WS-TSX-REASON-HOLD TO WS-TSX-REASON (TSX-IDX)
              MOVE TS-EMP-ID-I        TO WS-TSX-EMP-ID (TSX-IDX)
              MOVE TS-EMP-NAME-I      TO WS-TSX-EMP-NAME (TSX-IDX)
              MOVE TS-PROJECT-I       TO WS-TSX-PROJECT (TSX-IDX)
              MOVE TS-WORK-DATE-I     TO WS-TSX-WORK-DATE (TSX-IDX)
           PERFORM VARYING PROJ-IDX FROM 1 BY 1
              UNTIL PROJ-IDX > WS-TABLE-ENTRIES-LOADED
                 IF EMP-NBR-DAYS-ON-PROJ (PROJ-IDX) = 0
                    MOVE EMP-ID (PROJ-IDX)      TO TS-EMP-ID-I
                    MOVE EMP-NAME (PROJ-IDX)    TO TS-EMP-NAME-I
                    MOVE EMP-PROJECT (PROJ-IDX) TO TS-PROJECT-I
                    MOVE SPACES                 TO TS-WORK-DATE-I
                    PERFORM 072-RECORD-TS-EXCEPTION
                 END-IF
           END-PERFORM.
      *
       080-APPLY-EXPENSES.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE PROJECT EXPENSE TRANSACTION FILE  *
      *    (IF ONE WAS SUPPLIED) AND APPLIES EACH TRAVEL, PER DIEM OR *
      *    MATERIALS EXPENSE TO ITS EMPLOYEE ID/PROJECT ENTRY IN      *
      *    EMP-PROJECT-TABLE.  EXPENSES THAT FAIL VALIDATION ARE      *
      *    SET ASIDE FOR THE EXPENSE EXCEPTION SECTION OF PROJRPT     *
      *    AND ARE NOT BILLED OR COUNTED IN ANY TOTAL.                *
      *                                                               *
      *  CALLED BY:                                                   *
      *    MAIN PROCEDURE AREA                                        *
      *                                                               *
      *  CALLS:                                                       *
      *    -  081-APPLY-ONE-EXPENSE                                   *
      *****************************************************************
      *
           OPEN INPUT EXPENSE-FILE.
           PERFORM UNTIL END-OF-EXPENSE-FILE
              READ EXPENSE-FILE
                 AT END
                    MOVE 'Y' TO WS-EXPENSE-FILE-SW
                 NOT AT END
                    ADD 1 TO WS-EXP-RECS-READ
                    PERFORM 081-APPLY-ONE-EXPENSE
              END-READ
           END-PERFORM.
           CLOSE EXPENSE-FILE.
      *
           IF WS-EXP-RECS-READ > 0
              DISPLAY 'EXPENSE TRANSACTIONS - ' WS-EXP-RECS-READ
                 ' READ, ' WS-EXP-RECS-APPLIED ' APPLIED, '
                 WS-EXX-ENTRIES-USED ' REJECTED'
           END-IF.
      *
       081-APPLY-ONE-EXPENSE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH VALIDATES AND APPLIES ONE EXPENSE RECORD -  *
      *    THE EMPLOYEE ID/PROJECT PAIR MUST BE IN THE LOADED TABLE,  *
      *    THE TYPE MUST BE T (TRAVEL), P (PER DIEM) OR M             *
      *    (MATERIALS), THE DATE MUST BE VALID AND INSIDE THE         *
      *    PERSTART=/PEREND= BILLING PERIOD WHEN ONE WAS GIVEN, THE   *
      *    AMOUNT MUST BE NUMERIC AND NOT ZERO, THE BILLABLE FLAG     *
      *    MUST BE Y OR N, AND PER DIEM MUST STAY WITHIN THE DAILY    *
      *    LIMIT FOR THE EMPLOYEE'S STATE OFFICE.  AN ACCEPTED        *
      *    EXPENSE IS ADDED TO THE ROW'S BILLABLE OR NON-BILLABLE     *
      *    TOTAL, AND A BILLABLE ONE IS KEPT FOR THE INVOICE.         *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  080-APPLY-EXPENSES                                      *
      *                                                               *
      *  CALLS:                                                       *
      *    -  082-RECORD-EXP-EXCEPTION                                *
      *    -  083-CHECK-PER-DIEM                                      *
      *****************************************************************
      *
           MOVE 'N'    TO WS-EXP-ROW-FOUND-SW.
           MOVE ZERO   TO WS-EXP-ROW-SUB.
           MOVE SPACES TO WS-EXX-REASON-HOLD.
           PERFORM VARYING PROJ-IDX FROM 1 BY 1
              UNTIL PROJ-IDX > WS-TABLE-ENTRIES-LOADED
                 IF EMP-ID (PROJ-IDX) = EXP-EMP-ID-I
                    AND EMP-PROJECT (PROJ-IDX) = EXP-PROJECT-I
                    MOVE 'Y' TO WS-EXP-ROW-FOUND-SW
                    SET WS-EXP-ROW-SUB TO PROJ-IDX
                 END-IF
           END-PERFORM.
      *
           EVALUATE TRUE
              WHEN NOT EXP-ROW-FOUND
                 MOVE 'NO MATCHING PROJECT TABLE ENTRY'
                    TO WS-EXX-REASON-HOLD
              WHEN NOT EXP-TYPE-VALID
                 MOVE 'EXPENSE TYPE NOT T, P OR M'
                    TO WS-EXX-REASON-HOLD
              WHEN EXP-DATE-I IS NOT NUMERIC
                 MOVE 'INVALID EXPENSE DATE'
                    TO WS-EXX-REASON-HOLD
              WHEN FUNCTION TEST-DATE-YYYYMMDD (EXP-DATE-N-I) NOT = 0
                 MOVE 'INVALID EXPENSE DATE'
                    TO WS-EXX-REASON-HOLD
              WHEN WS-PARM-PER-START > 0
                   AND EXP-DATE-N-I < WS-PARM-PER-START
                 MOVE 'DATE OUTSIDE THE BILLING PERIOD'
                    TO WS-EXX-REASON-HOLD
              WHEN WS-PARM-PER-END > 0
                   AND EXP-DATE-N-I > WS-PARM-PER-END
                 MOVE 'DATE OUTSIDE THE BILLING PERIOD'
                    TO WS-EXX-REASON-HOLD
              WHEN EXP-AMOUNT-I IS NOT NUMERIC
                 MOVE 'AMOUNT NOT NUMERIC'
                    TO WS-EXX-REASON-HOLD
              WHEN EXP-AMOUNT-I = ZERO
                 MOVE 'AMOUNT IS ZERO'
                    TO WS-EXX-REASON-HOLD
              WHEN NOT EXP-BILLABLE AND NOT EXP-NON-BILLABLE
                 MOVE 'BILLABLE FLAG NOT Y OR N'
                    TO WS-EXX-REASON-HOLD
              WHEN EXP-BILLABLE AND WS-EXA-ENTRIES-USED NOT < 500
                 MOVE 'BILLABLE EXPENSE TABLE FULL'
                    TO WS-EXX-REASON-HOLD
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
      *
           IF WS-EXX-REASON-HOLD = SPACES
              AND EXP-TYPE-PER-DIEM
              PERFORM 083-CHECK-PER-DIEM
           END-IF.
      *
           IF WS-EXX-REASON-HOLD NOT = SPACES
              PERFORM 082-RECORD-EXP-EXCEPTION
           ELSE
              SET PROJ-IDX TO WS-EXP-ROW-SUB
              IF EXP-BILLABLE
                 ADD EXP-AMOUNT-I TO EMP-BILL-EXPENSES (PROJ-IDX)
                 ADD +1 TO WS-EXA-ENTRIES-USED
                 SET EXA-IDX TO WS-EXA-ENTRIES-USED
                 MOVE WS-EXP-ROW-SUB    TO WS-EXA-ROW-SUB (EXA-IDX)
                 MOVE EXP-PROJECT-I     TO WS-EXA-PROJECT (EXA-IDX)
                 MOVE EMP-NAME (PROJ-IDX)
                                        TO WS-EXA-EMP-NAME (EXA-IDX)
                 MOVE EXP-TYPE-I        TO WS-EXA-TYPE (EXA-IDX)
                 MOVE EXP-DATE-N-I      TO WS-EXA-DATE (EXA-IDX)
                 MOVE EXP-AMOUNT-I      TO WS-EXA-AMOUNT (EXA-IDX)
                 MOVE EXP-DESCRIPTION-I
                                        TO WS-EXA-DESCRIPTION (EXA-IDX)
              ELSE
                 ADD EXP-AMOUNT-I TO EMP-NONBILL-EXPENSES (PROJ-IDX)
              END-IF
              ADD 1 TO WS-EXP-RECS-APPLIED
           END-IF.
      *
       082-RECORD-EXP-EXCEPTION.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH ADDS ONE EXPENSE EXCEPTION ENTRY FOR THE    *
      *    CURRENT EXPENSE RECORD WITH THE REASON THE CALLER PARKED   *
      *    IN WS-EXX-REASON-HOLD.                                     *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  081-APPLY-ONE-EXPENSE                                   *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           IF WS-EXX-ENTRIES-USED < 200
              ADD +1 TO WS-EXX-ENTRIES-USED
              SET EXX-IDX TO WS-EXX-ENTRIES-USED
              MOVE EXP-EMP-ID-I       TO WS-EXX-EMP-ID (EXX-IDX)
              MOVE EXP-PROJECT-I      TO WS-EXX-PROJECT (EXX-IDX)
              MOVE EXP-TYPE-I         TO WS-EXX-TYPE (EXX-IDX)
              MOVE EXP-DATE-I         TO WS-EXX-DATE (EXX-IDX)
              IF EXP-AMOUNT-I IS NUMERIC
                 MOVE EXP-AMOUNT-I    TO WS-EXX-AMOUNT (EXX-IDX)
              ELSE
                 MOVE ZERO            TO WS-EXX-AMOUNT (EXX-IDX)
              END-IF
              MOVE WS-EXX-REASON-HOLD TO WS-EXX-REASON (EXX-IDX)
           ELSE
              DISPLAY 'WARNING: EXPENSE EXCEPTION TABLE FULL - '
                 EXP-EMP-ID-I ' NOT LISTED ON THE EXCEPTION SECTION'
           END-IF.
      *
       083-CHECK-PER-DIEM.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH HOLDS A PER DIEM EXPENSE TO THE DAILY LIMIT *
      *    FOR THE EMPLOYEE'S STATE OFFICE.  THE LIMIT APPLIES TO ALL *
      *    PER DIEM CLAIMED BY ONE EMPLOYEE ID FOR ONE DATE, ACROSS   *
      *    PROJECTS, SO THE AMOUNT IS ADDED TO WHAT WAS ALREADY       *
      *    ACCEPTED FOR THAT DAY BEFORE IT IS COMPARED.  A STATE      *
      *    OFFICE WITH NO LIMIT ON THE PER-DIEM MASTER CANNOT CLAIM   *
      *    PER DIEM AT ALL.  A CLAIM THAT PASSES IS POSTED TO THE     *
      *    PER-DIEM DAY TABLE.                                        *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  081-APPLY-ONE-EXPENSE                                   *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           SET PROJ-IDX TO WS-EXP-ROW-SUB.
           MOVE 'N' TO WS-PD-FOUND-SW.
           PERFORM VARYING PD-IDX FROM 1 BY 1
              UNTIL PD-IDX > WS-PD-ENTRIES-LOADED
                 IF WS-PD-STATE-OFFICE (PD-IDX) =
                    EMP-STATE-OFFICE (PROJ-IDX)
                    MOVE 'Y' TO WS-PD-FOUND-SW
                    MOVE WS-PD-DAILY-LIMIT (PD-IDX) TO WS-PD-LIMIT-HOLD
                 END-IF
           END-PERFORM.
      *
           IF NOT PD-LIMIT-FOUND
              STRING 'NO PER DIEM LIMIT FOR STATE '  DELIMITED BY SIZE
                     EMP-STATE-OFFICE (PROJ-IDX)     DELIMITED BY SIZE
                        INTO WS-EXX-REASON-HOLD
           ELSE
              MOVE ZERO TO WS-PDD-FOUND-SUB
              PERFORM VARYING PDD-IDX FROM 1 BY 1
                 UNTIL PDD-IDX > WS-PDD-ENTRIES-USED
                    IF WS-PDD-EMP-ID (PDD-IDX) = EXP-EMP-ID-I
                       AND WS-PDD-DATE (PDD-IDX) = EXP-DATE-I
                       SET WS-PDD-FOUND-SUB TO PDD-IDX
                    END-IF
              END-PERFORM
              MOVE EXP-AMOUNT-I TO WS-PD-DAY-TOTAL
              IF WS-PDD-FOUND-SUB > 0
                 SET PDD-IDX TO WS-PDD-FOUND-SUB
                 ADD WS-PDD-AMOUNT (PDD-IDX) TO WS-PD-DAY-TOTAL
              END-IF
              IF WS-PD-DAY-TOTAL > WS-PD-LIMIT-HOLD
                 MOVE 'PER DIEM OVER THE DAILY LIMIT'
                    TO WS-EXX-REASON-HOLD
              ELSE
                 IF WS-PDD-FOUND-SUB > 0
                    MOVE WS-PD-DAY-TOTAL TO WS-PDD-AMOUNT (PDD-IDX)
                 ELSE
                    IF WS-PDD-ENTRIES-USED < 500
                       ADD +1 TO WS-PDD-ENTRIES-USED
                       SET PDD-IDX TO WS-PDD-ENTRIES-USED
                       MOVE EXP-EMP-ID-I    TO WS-PDD-EMP-ID (PDD-IDX)
                       MOVE EXP-DATE-I      TO WS-PDD-DATE (PDD-IDX)
                       MOVE WS-PD-DAY-TOTAL TO WS-PDD-AMOUNT (PDD-IDX)
                    ELSE
                       DISPLAY 'WARNING: PER-DIEM DAY TABLE FULL - DAIL'
                          'Y TOTALS NOT KEPT FOR ' EXP-EMP-ID-I
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
       100-PROCESS-TABLE-DATA.
      *
      *    -  300-FIND-NC-OT-SKILL                                    *
      *    -  400-TOTAL-PROJ-EXPENSE                                  *
      *    -  440-WRITE-EMP-COST-BREAKDOWN                            *
      *    -  467-WRITE-EXPENSE-EXCEPTIONS                            *
      *    -  469-WRITE-EMPLOYEE-EXCEPTIONS                           *
      *    -  495-WRITE-BUDGET-STATUS                                 *
      *    -  500-TOTAL-ALL-PROJECTS-EXPENSE                          *
      *****************************************************************
      *
           PERFORM 450-BUILD-PROJECT-ROLLUP.
           PERFORM 460-WRITE-PROJECT-ROLLUP.
           PERFORM 465-WRITE-OFF-RATE-SECTION.
           PERFORM 467-WRITE-EXPENSE-EXCEPTIONS.
           PERFORM 468-WRITE-TIMESHEET-EXCEPTIONS.
           PERFORM 469-WRITE-EMPLOYEE-EXCEPTIONS.
           PERFORM 470-WRITE-INVOICES.
           PERFORM 480-WRITE-PAYROLL-EXTRACT.
           PERFORM 485-BUILD-UTILIZATION.
           PERFORM 490-WRITE-UTILIZATION.
           PERFORM 495-WRITE-BUDGET-STATUS.
           PERFORM 500-TOTAL-ALL-PROJECTS-EXPENSE.

       200-FIND-PROJECT.
      *    ENTRY ACTUALLY LOADED INTO EMP-PROJECT-TABLE, INSTEAD OF   *
      *    THROWING AWAY THE PER-EMPLOYEE FIGURES 425-CALCULATE-      *
      *    PROJECT-TOTALS CALCULATES AND KEEPING ONLY THE SINGLE      *
      *    ROLLED-UP TOTAL FOR THE PARM-DRIVEN PROJECT.  AN ENTRY     *
      *    WITH PROJECT EXPENSES GETS A SECOND LINE UNDER IT WITH ITS *
      *    BILLABLE AND NON-BILLABLE EXPENSE TOTALS.                  *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  100-PROCESS-TABLE-DATA                                  *
                    MOVE SPACES TO RPT-COST-OFF-RATE
                 END-IF
                 WRITE REPORT-LINE FROM RPT-EMP-COST-DETAIL
                 IF EMP-BILL-EXPENSES (PROJ-IDX) > 0
                    OR EMP-NONBILL-EXPENSES (PROJ-IDX) > 0
                    MOVE EMP-BILL-EXPENSES (PROJ-IDX) TO RPT-EXP-BILL
                    MOVE EMP-NONBILL-EXPENSES (PROJ-IDX)
                                                  TO RPT-EXP-NONBILL
                    WRITE REPORT-LINE FROM RPT-EMP-EXP-DETAIL
                 END-IF
           END-PERFORM.
      *
       450-BUILD-PROJECT-ROLLUP.
      *    ITS COSTS WITH 425-CALCULATE-PROJECT-TOTALS, AND           *
      *    ACCUMULATES THEM INTO ONE ROLLUP ENTRY PER DISTINCT        *
      *    EMP-PROJECT CODE (HEADCOUNT, DAYS, OT HOURS, REGULAR AND   *
      *    OT COST, AND BILLABLE AND NON-BILLABLE EXPENSES), PLUS THE *
      *    ROLLUP GRAND TOTALS.  EXPENSES ARE KEPT OUT OF THE REGULAR *
      *    + OT LABOR FIGURES AND TOTALED ON THEIR OWN.               *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  100-PROCESS-TABLE-DATA                                  *
                                    WS-RU-OT-HOURS (RU-IDX)
                                    WS-RU-REG-COST (RU-IDX)
                                    WS-RU-OT-COST (RU-IDX)
                                    WS-RU-BILL-EXP (RU-IDX)
                                    WS-RU-NONBILL-EXP (RU-IDX)
                    ELSE
                       DISPLAY 'WARNING: PROJECT ROLLUP TABLE FULL - PRO
      -                  'JECT ' EMP-PROJECT (PROJ-IDX) ' NOT ROLLED UP'
                    ADD WS-EMP-OT-COST      TO WS-RU-OT-COST (RU-IDX)
                    ADD WS-EMP-REGULAR-COST TO WS-RU-GRAND-REG
                    ADD WS-EMP-OT-COST      TO WS-RU-GRAND-OT
                    ADD EMP-BILL-EXPENSES (PROJ-IDX)
                       TO WS-RU-BILL-EXP (RU-IDX)
                    ADD EMP-BILL-EXPENSES (PROJ-IDX)
                       TO WS-RU-GRAND-BILL-EXP
                    ADD EMP-NONBILL-EXPENSES (PROJ-IDX)
                       TO WS-RU-NONBILL-EXP (RU-IDX)
                    ADD EMP-NONBILL-EXPENSES (PROJ-IDX)
                       TO WS-RU-GRAND-NONBILL
                 END-IF
              END-IF
           END-PERFORM.
      *
           COMPUTE WS-RU-GRAND-COMBINED =
                   WS-RU-GRAND-REG + WS-RU-GRAND-OT.
           COMPUTE WS-RU-GRAND-INVOICED =
                   WS-RU-GRAND-COMBINED + WS-RU-GRAND-BILL-EXP.
      *
       460-WRITE-PROJECT-ROLLUP.
      *
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES THE PROJECT-LEVEL ROLLUP SECTION -   *
      *    ONE LINE PER DISTINCT EMP-PROJECT CODE WITH HEADCOUNT,     *
      *    TOTAL DAYS, TOTAL OT HOURS, REGULAR COST, OT COST,         *
      *    COMBINED COST AND BILLABLE EXPENSES - ENDING WITH THE      *
      *    ROLLUP GRAND TOTAL LINE, THE EXPENSE TOTALS AND THE TOTAL  *
      *    INVOICED (LABOR PLUS BILLABLE EXPENSES).                   *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  100-PROCESS-TABLE-DATA                                  *
                 COMPUTE WS-RU-COMBINED-COST =
                    WS-RU-REG-COST (RU-IDX) + WS-RU-OT-COST (RU-IDX)
                 MOVE WS-RU-COMBINED-COST      TO RPT-RU-COMBINED
                 MOVE WS-RU-BILL-EXP (RU-IDX)  TO RPT-RU-BILL-EXP
                 WRITE REPORT-LINE FROM RPT-ROLLUP-DETAIL
           END-PERFORM.
      *
      -         '):'                        TO RPT-TOTAL-LABEL.
           MOVE WS-RU-GRAND-COMBINED        TO RPT-TOTAL-AMT.
           WRITE REPORT-LINE FROM RPT-TOTAL-DETAIL.
           MOVE 'PROJECT ROLLUP BILLABLE EXPENSES (ALL PROJECTS):'
                                            TO RPT-TOTAL-LABEL.
           MOVE WS-RU-GRAND-BILL-EXP        TO RPT-TOTAL-AMT.
           WRITE REPORT-LINE FROM RPT-TOTAL-DETAIL.
           MOVE 'NON-BILLABLE EXPENSES ABSORBED (ALL PROJECTS):'
                                            TO RPT-TOTAL-LABEL.
           MOVE WS-RU-GRAND-NONBILL         TO RPT-TOTAL-AMT.
           WRITE REPORT-LINE FROM RPT-TOTAL-DETAIL.
           MOVE 'TOTAL INVOICED (LABOR + BILLABLE EXPENSES):'
                                            TO RPT-TOTAL-LABEL.
           MOVE WS-RU-GRAND-INVOICED        TO RPT-TOTAL-AMT.
           WRITE REPORT-LINE FROM RPT-TOTAL-DETAIL.
      *
       465-WRITE-OFF-RATE-SECTION.
      *
                 MOVE WS-OFF-STD-RATE (OF-IDX)   TO RPT-OFF-STD-RATE
                 WRITE REPORT-LINE FROM RPT-OFF-RATE-DETAIL
           END-PERFORM.
      *
       467-WRITE-EXPENSE-EXCEPTIONS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES THE EXPENSE EXCEPTION SECTION OF     *
      *    PROJRPT - ONE LINE PER EXPENSE TRANSACTION REJECTED BY     *
      *    081-APPLY-ONE-EXPENSE, WITH ITS AMOUNT AND THE REASON.     *
      *    THESE EXPENSES ARE NOT IN ANY TOTAL OR INVOICE.  THE       *
      *    SECTION ONLY PRINTS WHEN AN EXPENSE FILE WAS SUPPLIED.     *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  100-PROCESS-TABLE-DATA                                  *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           IF WS-EXP-RECS-READ > 0
              WRITE REPORT-LINE FROM RPT-BLANK-LINE
              MOVE 'EXPENSE EXCEPTIONS (REJECTED - NOT BILLED):'
                                            TO RPT-SECTION-TEXT
              WRITE REPORT-LINE FROM RPT-SECTION-TITLE
              WRITE REPORT-LINE FROM RPT-EXP-EXC-HEADER-1
              WRITE REPORT-LINE FROM RPT-EXP-EXC-HEADER-2
              PERFORM VARYING EXX-IDX FROM 1 BY 1
                 UNTIL EXX-IDX > WS-EXX-ENTRIES-USED
                    MOVE WS-EXX-EMP-ID (EXX-IDX)  TO RPT-EXX-EMP-ID
                    MOVE WS-EXX-PROJECT (EXX-IDX) TO RPT-EXX-PROJECT
                    MOVE WS-EXX-TYPE (EXX-IDX)    TO RPT-EXX-TYPE
                    MOVE WS-EXX-DATE (EXX-IDX)    TO RPT-EXX-DATE
                    MOVE WS-EXX-AMOUNT (EXX-IDX)  TO RPT-EXX-AMOUNT
                    MOVE WS-EXX-REASON (EXX-IDX)  TO RPT-EXX-REASON
                    WRITE REPORT-LINE FROM RPT-EXP-EXC-DETAIL
              END-PERFORM
           END-IF.
      *
       468-WRITE-TIMESHEET-EXCEPTIONS.
      *
              WRITE REPORT-LINE FROM RPT-TS-EXC-HEADER-2
              PERFORM VARYING TSX-IDX FROM 1 BY 1
                 UNTIL TSX-IDX > WS-TSX-ENTRIES-USED
                    MOVE WS-TSX-EMP-ID (TSX-IDX)    TO RPT-TSX-EMP-ID
                    MOVE WS-TSX-EMP-NAME (TSX-IDX)  TO RPT-TSX-NAME
                    MOVE WS-TSX-PROJECT (TSX-IDX)   TO RPT-TSX-PROJECT
                    MOVE WS-TSX-WORK-DATE (TSX-IDX) TO RPT-TSX-DATE
                    WRITE REPORT-LINE FROM RPT-TS-EXC-DETAIL
              END-PERFORM
           END-IF.
      *
       469-WRITE-EMPLOYEE-EXCEPTIONS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES THE EMPLOYEE EXCEPTION SECTION OF    *
      *    PROJRPT - ONE LINE PER EMPLOYEE PROJECT RECORD REJECTED    *
      *    AT LOAD TIME BECAUSE ITS EMPLOYEE ID WAS MISSING, NOT ON   *
      *    THE EMPLOYEE MASTER, OR BELONGED TO A TERMINATED EMPLOYEE. *
      *    THESE RECORDS ARE NOT IN ANY TOTAL, INVOICE OR EXTRACT.    *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  100-PROCESS-TABLE-DATA                                  *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           WRITE REPORT-LINE FROM RPT-BLANK-LINE.
           MOVE 'EMPLOYEE EXCEPTIONS (REJECTED - NOT LOADED OR BILLED):'
                                         TO RPT-SECTION-TEXT.
           WRITE REPORT-LINE FROM RPT-SECTION-TITLE.
           WRITE REPORT-LINE FROM RPT-EMP-EXC-HEADER-1.
           WRITE REPORT-LINE FROM RPT-EMP-EXC-HEADER-2.
      *
           PERFORM VARYING EMX-IDX FROM 1 BY 1
              UNTIL EMX-IDX > WS-EMX-ENTRIES-USED
                 MOVE WS-EMX-EMP-ID (EMX-IDX)   TO RPT-EMX-EMP-ID
                 MOVE WS-EMX-EMP-NAME (EMX-IDX) TO RPT-EMX-NAME
                 MOVE WS-EMX-PROJECT (EMX-IDX)  TO RPT-EMX-PROJECT
                 MOVE WS-EMX-REASON (EMX-IDX)   TO RPT-EMX-REASON
                 WRITE REPORT-LINE FROM RPT-EMP-EXC-DETAIL
           END-PERFORM.
      *
       470-WRITE-INVOICES.
      *
      *    CARRIES A HEADER WITH THE PROJECT AND PERSTART=/PEREND=    *
      *    BILLING PERIOD, ONE DETAIL LINE PER EMPLOYEE (DAYS AT THE  *
      *    DAILY RATE AND OT HOURS AT THE OT RATE WITH EXTENDED       *
      *    AMOUNTS FROM 425-CALCULATE-PROJECT-TOTALS), ONE LINE PER   *
      *    BILLABLE EXPENSE CHARGED TO THE PROJECT, AND THE INVOICE   *
      *    TOTAL.                                                     *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  100-PROCESS-TABLE-DATA                                  *
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES THE INVOICE FOR THE ROLLUP ENTRY AT  *
      *    RU-IDX - HEADER, ONE DETAIL LINE PER EMPLOYEE ON THE       *
      *    PROJECT, ONE LINE PER BILLABLE EXPENSE ON THE PROJECT WITH *
      *    LABOR AND EXPENSE SUBTOTALS, AND THE INVOICE TOTAL - THEN  *
      *    ADVANCES THE INVOICE NUMBER.  EXPENSES ON AN EMPLOYEE ROW  *
      *    LEFT OFF THE INVOICE BY RATEACTION=EXCLUDE ARE LEFT OFF    *
      *    WITH IT, THE SAME AS IN THE PROJECT ROLLUP.                *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  470-WRITE-INVOICES                                      *
                    ADD WS-TOTAL-EMP-COST     TO WS-INV-TOTAL
                 END-IF
           END-PERFORM.
      *
           MOVE WS-INV-TOTAL TO WS-INV-LABOR-TOTAL.
           MOVE ZERO         TO WS-INV-EXP-TOTAL, WS-INV-EXP-COUNT.
           PERFORM VARYING EXA-IDX FROM 1 BY 1
              UNTIL EXA-IDX > WS-EXA-ENTRIES-USED
                 SET PROJ-IDX TO WS-EXA-ROW-SUB (EXA-IDX)
                 IF WS-EXA-PROJECT (EXA-IDX) = WS-RU-PROJECT (RU-IDX)
                    AND NOT (RATE-ACTION-EXCLUDE
                             AND EMP-OFF-RATE-SW (PROJ-IDX) = 'R')
                    IF WS-INV-EXP-COUNT = 0
                       WRITE INVOICE-LINE FROM INV-BLANK-LINE
                       WRITE INVOICE-LINE FROM INV-EXP-COL-HEADER-1
                       WRITE INVOICE-LINE FROM INV-EXP-COL-HEADER-2
                    END-IF
                    ADD 1 TO WS-INV-EXP-COUNT
                    MOVE WS-EXA-EMP-NAME (EXA-IDX)    TO INV-EXP-NAME-O
                    MOVE WS-EXA-DATE (EXA-IDX)        TO INV-EXP-DATE-O
                    EVALUATE WS-EXA-TYPE (EXA-IDX)
                       WHEN 'T'
                          MOVE 'TRAVEL'    TO INV-EXP-TYPE-O
                       WHEN 'P'
                          MOVE 'PER DIEM'  TO INV-EXP-TYPE-O
                       WHEN OTHER
                          MOVE 'MATERIALS' TO INV-EXP-TYPE-O
                    END-EVALUATE
                    MOVE WS-EXA-DESCRIPTION (EXA-IDX) TO INV-EXP-DESC-O
                    MOVE WS-EXA-AMOUNT (EXA-IDX)      TO INV-EXP-AMT-O
                    WRITE INVOICE-LINE FROM INV-EXP-DETAIL-LINE
                    ADD WS-EXA-AMOUNT (EXA-IDX)  TO WS-INV-EXP-TOTAL
                 END-IF
           END-PERFORM.
      *
           IF WS-INV-EXP-COUNT > 0
              ADD WS-INV-EXP-TOTAL TO WS-INV-TOTAL
              WRITE INVOICE-LINE FROM INV-BLANK-LINE
              MOVE 'LABOR:'            TO INV-SUBTOTAL-LABEL-O
              MOVE WS-INV-LABOR-TOTAL  TO INV-SUBTOTAL-AMT-O
              WRITE INVOICE-LINE FROM INV-SUBTOTAL-LINE
              MOVE 'EXPENSES:'         TO INV-SUBTOTAL-LABEL-O
              MOVE WS-INV-EXP-TOTAL    TO INV-SUBTOTAL-AMT-O
              WRITE INVOICE-LINE FROM INV-SUBTOTAL-LINE
           END-IF.
      *
           MOVE WS-INV-TOTAL TO INV-TOTAL-AMT-O.
           WRITE INVOICE-LINE FROM INV-BLANK-LINE.
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH CUTS THE PAYROLL OVERTIME INTERFACE         *
      *    EXTRACT IN THE SAME RUN THAT PRINTS PROJRPT - ONE DETAIL   *
      *    RECORD PER EMPLOYEE/PROJECT ROW, KEYED BY EMPLOYEE ID,     *
      *    WITH THE OT HOURS, OT RATE AND THE OT PAY COMPUTED BY THE  *
      *    SAME 425-CALCULATE-PROJECT-TOTALS MATH THE REPORT USES, SO *
      *    PAYROLL AND BILLING CAN NEVER DISAGREE ON THE HOURS.  THE  *
      *    HEADER CARRIES THE RUN DATE AND THE TRAILER THE DETAIL     *
      *    COUNT AND OT-PAY HASH TOTAL FOR PAYROLL'S BATCH BALANCE.   *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  100-PROCESS-TABLE-DATA                                  *
           PERFORM VARYING PROJ-IDX FROM 1 BY 1
              UNTIL PROJ-IDX > WS-TABLE-ENTRIES-LOADED
                 PERFORM 425-CALCULATE-PROJECT-TOTALS
                 MOVE EMP-ID (PROJ-IDX)           TO PAYX-EMP-ID
                 MOVE EMP-NAME (PROJ-IDX)         TO PAYX-EMP-NAME
                 MOVE EMP-PROJECT (PROJ-IDX)      TO PAYX-PROJECT
                 MOVE EMP-NBR-OT-HOURS (PROJ-IDX) TO PAYX-OT-HOURS
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH TOTALS EVERY EMPLOYEE'S PROJECT DAYS AND    *
      *    OT HOURS ACROSS ALL THEIR PROJECT ROWS INTO ONE            *
      *    UTILIZATION ENTRY PER EMPLOYEE ID, SAME FIND-OR-INSERT     *
      *    IDIOM AS THE PROJECT ROLLUP.                               *
      *                                                               *
      *  CALLED BY:                                                   *
                 MOVE ZERO TO WS-UT-FOUND-SUB
                 PERFORM VARYING UT-IDX FROM 1 BY 1
                    UNTIL UT-IDX > WS-UT-ENTRIES-USED
                       IF WS-UT-EMP-ID (UT-IDX) =
                          EMP-ID (PROJ-IDX)
                          MOVE 'Y' TO WS-UT-FOUND-SW
                          SET WS-UT-FOUND-SUB TO UT-IDX
                       END-IF
                       ADD +1 TO WS-UT-ENTRIES-USED
                       SET UT-IDX TO WS-UT-ENTRIES-USED
                       SET WS-UT-FOUND-SUB TO UT-IDX
                       MOVE EMP-ID (PROJ-IDX)
                          TO WS-UT-EMP-ID (UT-IDX)
                       MOVE EMP-NAME (PROJ-IDX)
                          TO WS-UT-EMP-NAME (UT-IDX)
                       MOVE ZERO TO WS-UT-DAYS (UT-IDX)
      *
           PERFORM VARYING UT-IDX FROM 1 BY 1
              UNTIL UT-IDX > WS-UT-ENTRIES-USED
                 MOVE WS-UT-EMP-ID (UT-IDX)   TO RPT-UT-EMP-ID
                 MOVE WS-UT-EMP-NAME (UT-IDX) TO RPT-UT-NAME
                 MOVE WS-UT-DAYS (UT-IDX)     TO RPT-UT-DAYS
                 MOVE WS-UT-OT-HOURS (UT-IDX) TO RPT-UT-OT-HOURS
                 END-EVALUATE
                 WRITE REPORT-LINE FROM RPT-UTIL-DETAIL
           END-PERFORM.
      *
       495-WRITE-BUDGET-STATUS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES THE PROJECT BUDGET STATUS SECTION OF *
      *    PROJRPT AND CUTS THE OVER-BUDGET ALERT EXTRACT.  EVERY     *
      *    BUDGETED PROJECT GETS ONE LINE COMPARING ITS DAYS, OT      *
      *    HOURS AND COST TO DATE (FROM THE PROJECT ROLLUP, SO THE    *
      *    FIGURES TIE TO IT) AGAINST ITS BUDGET, THE PERCENT OF THE  *
      *    BUDGET CONSUMED AGAINST THE PERCENT OF ITS PLANNED TIME    *
      *    ELAPSED, AND THE COST PROJECTED AT COMPLETION FROM THE     *
      *    CURRENT BURN RATE.  A PROJECT OVER THE BUDGETPCT=          *
      *    THRESHOLD IS FLAGGED AND WRITTEN TO THE ALERT EXTRACT.     *
      *    ROLLED-UP PROJECTS WITH NO BUDGET RECORD ARE LISTED AFTER  *
      *    THEM, FLAGGED NO BUDGET.                                   *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  100-PROCESS-TABLE-DATA                                  *
      *                                                               *
      *  CALLS:                                                       *
      *    -  496-CALC-BUDGET-BURN                                    *
      *    -  497-WRITE-BUDGET-ALERT                                  *
      *****************************************************************
      *
           IF WS-PARM-PER-END > 0
              AND FUNCTION TEST-DATE-YYYYMMDD (WS-PARM-PER-END) = 0
              MOVE WS-PARM-PER-END TO WS-BG-AS-OF-DATE
           ELSE
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BG-AS-OF-DATE
           END-IF.
      *
           OPEN OUTPUT BUDGET-ALERT-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO BUDX-HDR-RUN-DATE.
           MOVE WS-BG-AS-OF-DATE           TO BUDX-HDR-AS-OF-DATE.
           MOVE WS-BUDGET-ALERT-PCT        TO BUDX-HDR-ALERT-PCT.
           WRITE BUDGET-ALERT-REC FROM BUDX-HEADER-REC.
      *
           WRITE REPORT-LINE FROM RPT-BLANK-LINE.
           MOVE SPACES TO RPT-SECTION-TEXT.
           STRING 'PROJECT BUDGET STATUS AS OF ' DELIMITED BY SIZE
                  WS-BG-AS-OF-DATE              DELIMITED BY SIZE
                  ' - ALERT OVER '               DELIMITED BY SIZE
                  WS-BUDGET-ALERT-PCT           DELIMITED BY SIZE
                  ' PCT:'                        DELIMITED BY SIZE
                  INTO RPT-SECTION-TEXT.
           WRITE REPORT-LINE FROM RPT-SECTION-TITLE.
           IF WS-BG-ENTRIES-LOADED = 0
              MOVE 'NO PROJECT BUDGET MASTER SUPPLIED'
                                         TO RPT-SECTION-TEXT
              WRITE REPORT-LINE FROM RPT-SECTION-TITLE
           END-IF.
           WRITE REPORT-LINE FROM RPT-BUDGET-HEADER-1.
           WRITE REPORT-LINE FROM RPT-BUDGET-HEADER-2.
      *
           PERFORM VARYING BG-IDX FROM 1 BY 1
              UNTIL BG-IDX > WS-BG-ENTRIES-LOADED
                 PERFORM 496-CALC-BUDGET-BURN
                 MOVE WS-BG-PROJECT (BG-IDX)   TO RPT-BG-PROJECT
                 MOVE WS-BG-DAYS-USED          TO RPT-BG-DAYS-USED
                 MOVE WS-BG-DAYS (BG-IDX)      TO RPT-BG-DAYS-BUD
                 MOVE WS-BG-OT-USED            TO RPT-BG-OT-USED
                 MOVE WS-BG-OT-HOURS (BG-IDX)  TO RPT-BG-OT-BUD
                 MOVE WS-BG-COST-TO-DATE       TO RPT-BG-COST
                 MOVE WS-BG-DOLLARS (BG-IDX)   TO RPT-BG-BUDGET
                 MOVE WS-BG-PCT-CONSUMED       TO RPT-BG-PCT-USED
                 MOVE WS-BG-PCT-ELAPSED        TO RPT-BG-PCT-TIME
                 MOVE WS-BG-PROJECTED-COST     TO RPT-BG-PROJECTED
                 MOVE WS-BG-PCT-PROJECTED      TO RPT-BG-PCT-PROJ
                 EVALUATE TRUE
                    WHEN WS-BG-PCT-CONSUMED > WS-BUDGET-ALERT-PCT
                       MOVE '*OVER BUDGET*' TO WS-BG-FLAG-HOLD
                    WHEN WS-BG-PCT-PROJECTED > WS-BUDGET-ALERT-PCT
                       MOVE '*PROJ OVER*'   TO WS-BG-FLAG-HOLD
                    WHEN OTHER
                       MOVE SPACES          TO WS-BG-FLAG-HOLD
                 END-EVALUATE
                 MOVE WS-BG-FLAG-HOLD          TO RPT-BG-FLAG
                 WRITE REPORT-LINE FROM RPT-BUDGET-DETAIL
                 IF WS-BG-FLAG-HOLD NOT = SPACES
                    PERFORM 497-WRITE-BUDGET-ALERT
                 END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  ROLLED-UP PROJECTS THE BUDGET MASTER DOES NOT COVER.         *
      *****************************************************************
      *
           PERFORM VARYING RU-IDX FROM 1 BY 1
              UNTIL RU-IDX > WS-RU-ENTRIES-USED
                 MOVE 'N' TO WS-BG-FOUND-SW
                 PERFORM VARYING BG-IDX FROM 1 BY 1
                    UNTIL BG-IDX > WS-BG-ENTRIES-LOADED
                       IF WS-BG-PROJECT (BG-IDX) =
                          WS-RU-PROJECT (RU-IDX)
                          MOVE 'Y' TO WS-BG-FOUND-SW
                       END-IF
                 END-PERFORM
                 IF NOT BUDGET-FOUND
                    ADD 1 TO WS-BG-NO-BUDGET-COUNT
                    MOVE SPACES TO RPT-BUDGET-DETAIL
                    MOVE WS-RU-PROJECT (RU-IDX)  TO RPT-BG-PROJECT
                    MOVE WS-RU-DAYS (RU-IDX)     TO RPT-BG-DAYS-USED
                    MOVE WS-RU-OT-HOURS (RU-IDX) TO RPT-BG-OT-USED
                    COMPUTE WS-BG-COST-TO-DATE =
                       WS-RU-REG-COST (RU-IDX) + WS-RU-OT-COST (RU-IDX)
                     + WS-RU-BILL-EXP (RU-IDX)
                     + WS-RU-NONBILL-EXP (RU-IDX)
                    MOVE WS-BG-COST-TO-DATE      TO RPT-BG-COST
                    MOVE 'NO BUDGET'             TO RPT-BG-FLAG
                    WRITE REPORT-LINE FROM RPT-BUDGET-DETAIL
                 END-IF
           END-PERFORM.
      *
           MOVE WS-BG-ALERT-COUNT TO BUDX-TRL-COUNT.
           WRITE BUDGET-ALERT-REC FROM BUDX-TRAILER-REC.
           CLOSE BUDGET-ALERT-FILE.
      *
           DISPLAY 'BUDGET CHECK - ' WS-BG-ENTRIES-LOADED
              ' BUDGETED PROJECTS, ' WS-BG-ALERT-COUNT
              ' OVER-BUDGET ALERTS, ' WS-BG-NO-BUDGET-COUNT
              ' PROJECTS WITH NO BUDGET'.
      *
       496-CALC-BUDGET-BURN.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WORKS OUT THE BUDGET POSITION OF THE        *
      *    BUDGET ENTRY AT BG-IDX.  DAYS, OT HOURS AND COST TO DATE   *
      *    COME FROM THE PROJECT'S ROLLUP ENTRY (ZERO WHEN NO ONE     *
      *    HAS BILLED TO IT YET).  COST TO DATE IS REGULAR AND OT     *
      *    LABOR PLUS BILLABLE AND NON-BILLABLE EXPENSES.  ELAPSED    *
      *    TIME IS THE CALENDAR DAYS FROM THE PROJECT START THROUGH   *
      *    THE AS-OF DATE, HELD BETWEEN ZERO AND THE PLANNED          *
      *    DURATION.  THE BURN RATE IS THE COST TO DATE PER ELAPSED   *
      *    DAY, AND THE COST AT COMPLETION IS THAT RATE CARRIED OVER  *
      *    THE WHOLE PLANNED DURATION - OR JUST THE COST TO DATE      *
      *    ONCE THE PROJECT HAS REACHED ITS END DATE OR HAS NOT       *
      *    STARTED.                                                   *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  495-WRITE-BUDGET-STATUS                                 *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE ZERO TO WS-BG-DAYS-USED, WS-BG-OT-USED,
                        WS-BG-COST-TO-DATE, WS-BG-BURN-RATE,
                        WS-BG-PCT-CONSUMED, WS-BG-PCT-PROJECTED.
           PERFORM VARYING RU-IDX FROM 1 BY 1
              UNTIL RU-IDX > WS-RU-ENTRIES-USED
                 IF WS-RU-PROJECT (RU-IDX) = WS-BG-PROJECT (BG-IDX)
                    MOVE WS-RU-DAYS (RU-IDX)     TO WS-BG-DAYS-USED
                    MOVE WS-RU-OT-HOURS (RU-IDX) TO WS-BG-OT-USED
                    COMPUTE WS-BG-COST-TO-DATE =
                       WS-RU-REG-COST (RU-IDX) + WS-RU-OT-COST (RU-IDX)
                     + WS-RU-BILL-EXP (RU-IDX)
                     + WS-RU-NONBILL-EXP (RU-IDX)
                 END-IF
           END-PERFORM.
      *
           COMPUTE WS-BG-PLAN-DAYS =
              FUNCTION INTEGER-OF-DATE (WS-BG-END-DATE (BG-IDX))
            - FUNCTION INTEGER-OF-DATE (WS-BG-START-DATE (BG-IDX)) + 1.
           COMPUTE WS-BG-ELAPSED-DAYS =
              FUNCTION INTEGER-OF-DATE (WS-BG-AS-OF-DATE)
            - FUNCTION INTEGER-OF-DATE (WS-BG-START-DATE (BG-IDX)) + 1.
           IF WS-BG-ELAPSED-DAYS < 0
              MOVE ZERO TO WS-BG-ELAPSED-DAYS
           END-IF.
           IF WS-BG-ELAPSED-DAYS > WS-BG-PLAN-DAYS
              MOVE WS-BG-PLAN-DAYS TO WS-BG-ELAPSED-DAYS
           END-IF.
           COMPUTE WS-BG-PCT-ELAPSED ROUNDED =
              WS-BG-ELAPSED-DAYS * 100 / WS-BG-PLAN-DAYS.
      *
           IF WS-BG-ELAPSED-DAYS > 0
              AND WS-BG-ELAPSED-DAYS < WS-BG-PLAN-DAYS
              COMPUTE WS-BG-BURN-RATE ROUNDED =
                 WS-BG-COST-TO-DATE / WS-BG-ELAPSED-DAYS
              COMPUTE WS-BG-PROJECTED-COST ROUNDED =
                 WS-BG-COST-TO-DATE * WS-BG-PLAN-DAYS
                                    / WS-BG-ELAPSED-DAYS
           ELSE
              MOVE WS-BG-COST-TO-DATE TO WS-BG-PROJECTED-COST
           END-IF.
      *
           IF WS-BG-DOLLARS (BG-IDX) > 0
              COMPUTE WS-BG-PCT-CONSUMED ROUNDED =
                 WS-BG-COST-TO-DATE * 100 / WS-BG-DOLLARS (BG-IDX)
                 ON SIZE ERROR
                    MOVE 99999.9 TO WS-BG-PCT-CONSUMED
              END-COMPUTE
              COMPUTE WS-BG-PCT-PROJECTED ROUNDED =
                 WS-BG-PROJECTED-COST * 100 / WS-BG-DOLLARS (BG-IDX)
                 ON SIZE ERROR
                    MOVE 99999.9 TO WS-BG-PCT-PROJECTED
              END-COMPUTE
           ELSE
              IF WS-BG-COST-TO-DATE > 0
                 MOVE 99999.9 TO WS-BG-PCT-CONSUMED
                                 WS-BG-PCT-PROJECTED
              END-IF
           END-IF.
      *
       497-WRITE-BUDGET-ALERT.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES ONE OVER-BUDGET ALERT EXTRACT RECORD *
      *    FOR THE BUDGET ENTRY AT BG-IDX JUST FLAGGED ON PROJRPT.    *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  495-WRITE-BUDGET-STATUS                                 *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE WS-BG-PROJECT (BG-IDX)  TO BUDX-PROJECT.
           MOVE WS-BG-DOLLARS (BG-IDX)  TO BUDX-BUDGET-AMT.
           MOVE WS-BG-COST-TO-DATE      TO BUDX-COST-TO-DATE.
           MOVE WS-BG-PROJECTED-COST    TO BUDX-PROJECTED-COST.
           MOVE WS-BG-PCT-CONSUMED      TO BUDX-PCT-CONSUMED.
           MOVE WS-BG-PCT-ELAPSED       TO BUDX-PCT-ELAPSED.
           MOVE WS-BG-PCT-PROJECTED     TO BUDX-PCT-PROJECTED.
           MOVE WS-BG-END-DATE (BG-IDX) TO BUDX-END-DATE.
           MOVE WS-BG-FLAG-HOLD         TO BUDX-ALERT-REASON.
           WRITE BUDGET-ALERT-REC FROM BUDX-DETAIL-REC.
           ADD 1 TO WS-BG-ALERT-COUNT.
      *
       500-TOTAL-ALL-PROJECTS-EXPENSE.
      *
      *    THIS PARAGRAPH APPENDS THIS RUN'S STANDARD RUN RECORD      *
      *    (PROGRAM ID, RUN DATE/TIME, RECORDS READ AND LOADED,       *
      *    SKIPPED COUNT AND COMPLETION STATUS) TO THE SHARED NIGHTLY *
      *    BATCH RUN LOG READ BY THE BATCHDSH DASHBOARD PROGRAM.  THE *
      *    READ AND ERROR COUNTS INCLUDE RECORDS REJECTED BY THE      *
      *    EMPLOYEE MASTER CHECK, WHICH ALSO MAKE THE RUN 'ERR'.      *
      *                                                               *
      *  CALLED BY:                                                   *
      *    MAIN PROCEDURE AREA                                        *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RL-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RL-RUN-TIME.
           COMPUTE WS-RL-RECS-READ =
                   WS-TABLE-ENTRIES-LOADED + WS-SKIPPED-COUNT
                 + WS-EMP-REJECT-COUNT.
           MOVE WS-TABLE-ENTRIES-LOADED    TO WS-RL-RECS-WRITTEN.
           COMPUTE WS-RL-ERROR-COUNT =
                   WS-SKIPPED-COUNT + WS-EMP-REJECT-COUNT.
           IF WS-SKIPPED-COUNT > 0 OR WS-EMP-REJECT-COUNT > 0
              MOVE 'ERR' TO WS-RL-STATUS
           ELSE
              MOVE 'OK'  TO WS-RL-STATUS
