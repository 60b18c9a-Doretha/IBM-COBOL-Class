       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHPOST.
       AUTHOR. DORETHA RILEY.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. CURRENT-DATE.
      *
      *****************************************************************
      *  THIS PROGRAM POSTS CARRIER REMITTANCES (THE CASH THE         *
      *  CARRIERS ACTUALLY SEND) AGAINST THE OPEN-ITEM FILE THE RECON *
      *  PROGRAM CARRIES FORWARD.  IT RUNS BETWEEN RECON RUNS: IT     *
      *  READS THE OPEN ITEMS RECON LAST WROTE AND WRITES THE UPDATED *
      *  OPEN ITEMS THE NEXT RECON RUN READS BACK.                    *
      *                                                               *
      *  EACH REMITTANCE DETAIL (PATIENT NUMBER, CARRIER, AMOUNT      *
      *  PAID, ADJUSTMENT REASON, CHECK/EFT NUMBER) IS APPLIED TO THE *
      *  OLDEST OPEN ITEM FOR THE PATIENT AND CARRIER:                *
      *     -  AN ITEM PAID IN FULL IS CLOSED (DROPPED FROM THE       *
      *        OUTPUT OPEN-ITEM FILE)                                 *
      *     -  A PARTIAL PAYMENT IS POSTED TO THE ITEM'S CASH         *
      *        APPLIED AND THE ITEM STAYS OPEN FOR THE REMAINDER      *
      *     -  AN ADJUSTMENT REASON CODE MEANS THE CARRIER IS         *
      *        ADJUSTING OFF WHATEVER THE PAYMENT LEAVES OPEN, SO THE *
      *        ITEM IS CLOSED AND THE REMAINDER REPORTED AS A         *
      *        CARRIER ADJUSTMENT                                     *
      *     -  CASH LEFT OVER AFTER THE PATIENT'S OPEN ITEMS FOR THE  *
      *        CARRIER ARE PAID, OR CASH WITH NO OPEN ITEM TO APPLY   *
      *        TO, GOES TO THE UNAPPLIED-CASH SUSPENSE FILE           *
      *  THE RUN ENDS WITH A DEPOSIT-BALANCING REPORT BY CHECK/EFT    *
      *  THAT TIES THE REMITTANCE TOTAL TO THE CASH POSTED PLUS THE   *
      *  CASH LEFT UNAPPLIED, AND TO THE BANK DEPOSIT TOTAL ON THE    *
      *  REMITTANCE TRAILER WHEN ONE IS SUPPLIED.  AN OUT-OF-BALANCE  *
      *  DEPOSIT SETS RETURN CODE 8.                                  *
      *                                                               *
      *  INPUT FILES:                                                 *
      *      RTPOT44.RECON.OPENITEM (OPEN ITEMS FROM RECON)           *
      *      INTERNAL FILE NAME:  OPENIN                              *
      *      JCL DD NAME:         OPENIN                              *
      *                                                               *
      *      RTPOT44.CARRIER.REMIT (CARRIER REMITTANCES)              *
      *      INTERNAL FILE NAME:  REMITIN                             *
      *      JCL DD NAME:         REMITIN                             *
      *                                                               *
      *  OUTPUT FILES:                                                *
      *      RTPOT44.RECON.OPENITEM(+1) (UPDATED OPEN ITEMS)          *
      *      INTERNAL FILE NAME:  OPENOUT                             *
      *      JCL DD NAME:         OPENOUT                             *
      *                                                               *
      *      RTPOT44.CASHPOST.SUSPENSE (UNAPPLIED CASH)               *
      *      INTERNAL FILE NAME:  SUSPFILE                            *
      *      JCL DD NAME:         SUSPFILE                            *
      *                                                               *
      *      DD SYSOUT=* (CASH POSTING AND DEPOSIT BALANCING REPORT)  *
      *      INTERNAL FILE NAME:  CASHRPT                             *
      *      JCL DD NAME:         CASHRPT                             *
      *                                                               *
      *  JCL JOB: RTPOT44.LEARN.REUSABLE.JCL(CASHPOST)                *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPENIN
              ASSIGN TO OPENIN             *>RECON'S OPEN ITEMS
              FILE STATUS IS OPEN-IN-STATUS.
      *
           SELECT REMITIN
              ASSIGN TO REMITIN            *>CARRIER REMITTANCES
              FILE STATUS IS REMIT-STATUS.
      *
           SELECT OPENOUT
              ASSIGN TO OPENOUT            *>UPDATED OPEN ITEMS
              FILE STATUS IS OPEN-OUT-STATUS.
      *
           SELECT SUSPFILE
              ASSIGN TO SUSPFILE           *>UNAPPLIED CASH SUSPENSE
              FILE STATUS IS SUSP-STATUS.
      *
           SELECT CASHRPT
              ASSIGN TO CASHRPT            *>POSTING/DEPOSIT REPORT
              FILE STATUS IS RPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  OPENIN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS OPEN-IN-REC.
      *
       01  OPEN-IN-REC  PIC X(80).
      *
       FD  REMITIN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS REMIT-REC.
      *
       01  REMIT-REC    PIC X(80).
      *
       FD  OPENOUT
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS OPEN-OUT-REC.
      *
       01  OPEN-OUT-REC PIC X(80).
      *
       FD  SUSPFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS SUSP-REC.
      *
       01  SUSP-REC     PIC X(80).
      *
       FD  CASHRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS CASH-RPT-REC.
      *
       01  CASH-RPT-REC PIC X(133).
      *
       WORKING-STORAGE SECTION.
      *
      *****************************************************************
      *  WORKING STORAGE IMAGE OF ONE OPEN-ITEM RECORD, MIRRORING THE *
      *  LAYOUT THE RECON PROGRAM WRITES TO OPENOUT (SEE ITS          *
      *  WS-OPEN-ITEM-REC).                                           *
      *****************************************************************
      *
       01 WS-OPEN-ITEM-REC.
          05 OI-PATIENT-NBR          PIC 9(05).
          05 OI-NAME                 PIC X(20).
          05 OI-NET-AMT              PIC S9(9)V99.
          05 OI-FIRST-SEEN           PIC 9(08).
          05 OI-ADMIT-DATE           PIC X(10).
          05 OI-CARRIER              PIC X(03).
          05 OI-CASH-APPLIED         PIC S9(9)V99.
          05 FILLER                  PIC X(12).
      *
      *****************************************************************
      *  WORKING STORAGE IMAGE OF ONE CARRIER REMITTANCE RECORD.      *
      *  'D' = ONE PAYMENT LINE, 'T' = OPTIONAL DEPOSIT TRAILER        *
      *  CARRYING THE BANK'S DEPOSIT COUNT AND TOTAL FOR BALANCING.   *
      *****************************************************************
      *
       01 WS-REMIT-REC.
          05 RM-RECORD-TYPE          PIC X(01).
             88 RM-DETAIL-RECORD               VALUE 'D'.
             88 RM-TRAILER-RECORD              VALUE 'T'.
          05 RM-PATIENT-NBR          PIC X(05).
          05 RM-PATIENT-NBR-N REDEFINES RM-PATIENT-NBR
                                     PIC 9(05).
          05 RM-CARRIER              PIC X(03).
          05 RM-AMOUNT-PAID          PIC X(09).
          05 RM-AMOUNT-PAID-N REDEFINES RM-AMOUNT-PAID
                                     PIC 9(07)V99.
          05 RM-ADJ-REASON           PIC X(03).
          05 RM-PAY-METHOD           PIC X(01).
             88 RM-BY-CHECK                    VALUE 'C'.
             88 RM-BY-EFT                      VALUE 'E'.
          05 RM-CHECK-EFT-NBR        PIC X(15).
          05 RM-DEPOSIT-DATE         PIC X(08).
          05 FILLER                  PIC X(35).
      *
       01 WS-REMIT-TRAILER REDEFINES WS-REMIT-REC.
          05 FILLER                  PIC X(01).
          05 RT-DEPOSIT-COUNT        PIC 9(07).
          05 RT-DEPOSIT-TOTAL        PIC 9(09)V99.
          05 FILLER                  PIC X(61).
      *
      *****************************************************************
      *  UNAPPLIED-CASH SUSPENSE RECORD - ONE PER REMITTANCE (OR      *
      *  REMAINDER OF ONE) THAT COULD NOT BE APPLIED, FOR THE CASH    *
      *  APPLICATION CLERKS TO RESEARCH.                              *
      *****************************************************************
      *
       01 WS-SUSP-REC.
          05 SU-PATIENT-NBR          PIC X(05).
          05 SU-CARRIER              PIC X(03).
          05 SU-AMOUNT               PIC S9(07)V99.
          05 SU-PAY-METHOD           PIC X(01).
          05 SU-CHECK-EFT-NBR        PIC X(15).
          05 SU-DEPOSIT-DATE         PIC X(08).
          05 SU-REASON               PIC X(30).
          05 FILLER                  PIC X(09).
      *
      *****************************************************************
      *  OPEN-ITEM TABLE.  ONE ENTRY PER OPEN ITEM IN FILE ORDER -    *
      *  RECON WRITES CARRIED ITEMS AHEAD OF NEWER ONES, SO THE FIRST *
      *  MATCHING ENTRY IS THE OLDEST.  SAME LOAD-AND-SEARCH IDIOM AS *
      *  RECON'S STAY TABLE.                                          *
      *****************************************************************
      *
       01 WS-ITEM-TABLE.
          05 WS-ITEM-ENTRY OCCURS 5000 TIMES INDEXED BY IT-IDX.
             10 WS-ITEM-REC             PIC X(80).
             10 WS-ITEM-OPEN-BAL        PIC S9(9)V99 COMP-3.
             10 WS-ITEM-CASH-THIS-RUN   PIC S9(9)V99 COMP-3.
             10 WS-ITEM-STATUS          PIC X(01).
                88 ITEM-UNTOUCHED                 VALUE 'U'.
                88 ITEM-PART-PAID                 VALUE 'P'.
                88 ITEM-CLOSED                    VALUE 'C'.
      *
       01 WS-ITEM-ENTRIES-USED       PIC S9(04) COMP VALUE 0.
      *
      *****************************************************************
      *  DEPOSIT TABLE - ONE ENTRY PER CHECK/EFT NUMBER SEEN ON THE   *
      *  REMITTANCE FILE, FOR THE DEPOSIT-BALANCING SECTION.          *
      *****************************************************************
      *
       01 WS-DEPOSIT-TABLE.
          05 WS-DEP-ENTRY OCCURS 500 TIMES INDEXED BY DP-IDX.
             10 WS-DEP-CHECK-EFT-NBR    PIC X(15).
             10 WS-DEP-CARRIER          PIC X(03).
             10 WS-DEP-PAY-METHOD       PIC X(01).
             10 WS-DEP-LINES            PIC S9(05) COMP.
             10 WS-DEP-REMIT-AMT        PIC S9(9)V99 COMP-3.
             10 WS-DEP-APPLIED-AMT      PIC S9(9)V99 COMP-3.
             10 WS-DEP-UNAPPLIED-AMT    PIC S9(9)V99 COMP-3.
      *
       01 WS-DEP-ENTRIES-USED        PIC S9(04) COMP VALUE 0.
       01 WS-DEP-FOUND-SW            PIC X(01) VALUE 'N'.
          88 DEPOSIT-FOUND                     VALUE 'Y'.
       01 WS-DEP-FOUND-SUB           PIC S9(04) COMP VALUE 0.
      *
       01 WS-FILE-SWITCHES.
          05 OPENIN-FILE-SW          PIC X(01) VALUE SPACE.
             88 END-OF-OPENIN        VALUE 'Y'.
          05 REMITIN-FILE-SW         PIC X(01) VALUE SPACE.
             88 END-OF-REMITIN       VALUE 'Y'.
          05 SUSPFILE-FILE-SW        PIC X(01) VALUE SPACE.
             88 END-OF-SUSPFILE      VALUE 'Y'.
          05 WS-TRAILER-SW           PIC X(01) VALUE 'N'.
             88 TRAILER-SUPPLIED     VALUE 'Y'.
      *
       01 WS-FILE-STATUS-CODES.
          05 OPEN-IN-STATUS          PIC X(02).
          05 REMIT-STATUS            PIC X(02).
          05 OPEN-OUT-STATUS         PIC X(02).
          05 SUSP-STATUS             PIC X(02).
          05 RPT-STATUS              PIC X(02).
      *
       01 WS-POSTING-CONTROLS.
          05 WS-REMIT-AMT            PIC S9(9)V99 COMP-3 VALUE 0.
          05 WS-REMAINING-CASH       PIC S9(9)V99 COMP-3 VALUE 0.
          05 WS-APPLY-AMT            PIC S9(9)V99 COMP-3 VALUE 0.
          05 WS-LINE-APPLIED         PIC S9(9)V99 COMP-3 VALUE 0.
          05 WS-LINE-ADJUSTED        PIC S9(9)V99 COMP-3 VALUE 0.
          05 WS-LINE-UNAPPLIED       PIC S9(9)V99 COMP-3 VALUE 0.
          05 WS-LAST-ITEM-SUB        PIC S9(04) COMP VALUE 0.
          05 WS-ITEM-MATCH-SW        PIC X(01) VALUE 'N'.
             88 ITEM-MATCHED                   VALUE 'Y'.
          05 WS-LINE-RESULT          PIC X(26) VALUE SPACES.
          05 WS-SUSP-REASON          PIC X(30) VALUE SPACES.
          05 WS-BALANCE-DIFF         PIC S9(9)V99 COMP-3 VALUE 0.
      *
       01 COUNTERS-AND-ACCUMULATORS.
          05 ITEMS-LOADED            PIC S9(05) COMP VALUE 0.
          05 ITEMS-NOT-LOADED        PIC S9(05) COMP VALUE 0.
          05 ITEMS-CLOSED            PIC S9(05) COMP VALUE 0.
          05 ITEMS-PART-PAID         PIC S9(05) COMP VALUE 0.
          05 ITEMS-WRITTEN           PIC S9(05) COMP VALUE 0.
          05 REMITS-READ             PIC S9(05) COMP VALUE 0.
          05 REMITS-APPLIED          PIC S9(05) COMP VALUE 0.
          05 REMITS-TO-SUSPENSE      PIC S9(05) COMP VALUE 0.
          05 SUSPENSE-RECS-WRITTEN   PIC S9(05) COMP VALUE 0.
          05 TOTAL-REMIT-AMT         PIC S9(11)V99 COMP-3 VALUE 0.
          05 TOTAL-APPLIED-AMT       PIC S9(11)V99 COMP-3 VALUE 0.
          05 TOTAL-UNAPPLIED-AMT     PIC S9(11)V99 COMP-3 VALUE 0.
          05 TOTAL-ADJUSTED-AMT      PIC S9(11)V99 COMP-3 VALUE 0.
          05 TOTAL-OPEN-BEFORE       PIC S9(11)V99 COMP-3 VALUE 0.
          05 TOTAL-OPEN-AFTER        PIC S9(11)V99 COMP-3 VALUE 0.
      *
       01 WS-CASH-HEADER-1.
          05 FILLER               PIC X(41) VALUE SPACES.
          05 FILLER               PIC X(51) VALUE
             'CARRIER REMITTANCE CASH POSTING / DEPOSIT BALANCING'.
          05 FILLER               PIC X(41) VALUE SPACES.
      *
       01 WS-CASH-HEADER-2.
          05 FILLER               PIC X(41) VALUE SPACES.
          05 FILLER               PIC X(51) VALUE ALL '='.
          05 FILLER               PIC X(41) VALUE SPACES.
      *
       01 WS-CASH-SECTION-TITLE.
          05 CASH-SECTION-TEXT    PIC X(60).
          05 FILLER               PIC X(73) VALUE SPACES.
      *
       01 WS-POST-COL-HEADER.
          05 FILLER               PIC X(07) VALUE 'PATIENT'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(18) VALUE 'NAME'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(04) VALUE 'CARR'.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 FILLER               PIC X(15) VALUE 'CHECK/EFT'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(03) VALUE 'ADJ'.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 FILLER               PIC X(13) VALUE '         PAID'.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 FILLER               PIC X(13) VALUE '      APPLIED'.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 FILLER               PIC X(13) VALUE '     ADJUSTED'.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 FILLER               PIC X(13) VALUE '    UNAPPLIED'.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 FILLER               PIC X(22) VALUE 'RESULT'.
      *
       01 WS-POST-DETAIL.
          05 POST-PATIENT-D       PIC X(07).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 POST-NAME-D          PIC X(18).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 POST-CARRIER-D       PIC X(04).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 POST-CHECK-EFT-D     PIC X(15).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 POST-ADJ-REASON-D    PIC X(03).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 POST-PAID-D          PIC $$,$$$,$$9.99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 POST-APPLIED-D       PIC $$,$$$,$$9.99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 POST-ADJUSTED-D      PIC $$,$$$,$$9.99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 POST-UNAPPLIED-D     PIC $$,$$$,$$9.99.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 POST-RESULT-D        PIC X(22).
      *
       01 WS-SUSP-COL-HEADER.
          05 FILLER               PIC X(07) VALUE 'PATIENT'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(04) VALUE 'CARR'.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 FILLER               PIC X(15) VALUE 'CHECK/EFT'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE 'DEPOSIT'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(14) VALUE '     UNAPPLIED'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(76) VALUE 'REASON'.
      *
       01 WS-SUSP-DETAIL.
          05 SUSP-PATIENT-D       PIC X(07).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 SUSP-CARRIER-D       PIC X(04).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 SUSP-CHECK-EFT-D     PIC X(15).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 SUSP-DEPOSIT-DATE-D  PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 SUSP-AMOUNT-D        PIC $$$,$$$,$$9.99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 SUSP-REASON-D        PIC X(30).
          05 FILLER               PIC X(46) VALUE SPACES.
      *
       01 WS-DEP-COL-HEADER.
          05 FILLER               PIC X(15) VALUE 'CHECK/EFT'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(04) VALUE 'CARR'.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 FILLER               PIC X(05) VALUE 'METH'.
          05 FILLER               PIC X(06) VALUE ' LINES'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(14) VALUE '    REMITTANCE'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(14) VALUE '       APPLIED'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(14) VALUE '     UNAPPLIED'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(50) VALUE 'STATUS'.
      *
       01 WS-DEP-DETAIL.
          05 DEP-CHECK-EFT-D      PIC X(15).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DEP-CARRIER-D        PIC X(04).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 DEP-METHOD-D         PIC X(05).
          05 DEP-LINES-D          PIC ZZ,ZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DEP-REMIT-D          PIC $$$,$$$,$$9.99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DEP-APPLIED-D        PIC $$$,$$$,$$9.99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DEP-UNAPPLIED-D      PIC $$$,$$$,$$9.99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DEP-STATUS-D         PIC X(50).
      *
       01 WS-CASH-NONE-LINE.
          05 FILLER               PIC X(09) VALUE SPACES.
          05 CASH-NONE-TEXT       PIC X(50).
          05 FILLER               PIC X(74) VALUE SPACES.
      *
       01 WS-CASH-TOTAL-LINE.
          05 CASH-TOTAL-LABEL     PIC X(45).
          05 CASH-TOTAL-AMT       PIC $$,$$$,$$$,$$9.99-.
          05 FILLER               PIC X(70) VALUE SPACES.
      *
       01 WS-CASH-COUNT-LINE.
          05 CASH-COUNT-LABEL     PIC X(45).
          05 CASH-COUNT-O         PIC ZZ,ZZ9.
          05 FILLER               PIC X(82) VALUE SPACES.
      *
       01 WS-CASH-MESSAGE-LINE.
          05 CASH-MESSAGE-TEXT    PIC X(80).
          05 FILLER               PIC X(53) VALUE SPACES.
      *
       01 WS-CASH-BLANK-LINE      PIC X(133) VALUE SPACES.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THE MAIN PROCEDURE AREA LOADS THE OPEN ITEMS, POSTS THE    *
      *    REMITTANCES AGAINST THEM, WRITES THE UPDATED OPEN ITEMS    *
      *    AND FINISHES WITH THE SUSPENSE AND DEPOSIT-BALANCING       *
      *    SECTIONS.                                                  *
      *                                                               *
      *  CALLED BY:                                                   *
      *    - NONE                                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    - 0000-HOUSEKEEPING                                        *
      *    - 0100-OPEN-FILES                                          *
      *    - 0200-LOAD-OPEN-ITEMS                                     *
      *    - 0400-POST-REMITTANCES                                    *
      *    - 0600-WRITE-OPEN-ITEMS                                    *
      *    - 0650-WRITE-SUSPENSE-SECTION                              *
      *    - 0700-WRITE-DEPOSIT-BALANCING                             *
      *    - 0800-CLOSE-FILES                                         *
      *****************************************************************
      *
       PROCEDURE DIVISION.
           PERFORM 0000-HOUSEKEEPING.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0200-LOAD-OPEN-ITEMS.
           PERFORM 0400-POST-REMITTANCES.
           PERFORM 0600-WRITE-OPEN-ITEMS.
           PERFORM 0650-WRITE-SUSPENSE-SECTION.
           PERFORM 0700-WRITE-DEPOSIT-BALANCING.
           PERFORM 0800-CLOSE-FILES.
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
           INITIALIZE WS-OPEN-ITEM-REC,
                      WS-REMIT-REC,
                      WS-ITEM-TABLE,
                      WS-DEPOSIT-TABLE,
                      WS-FILE-SWITCHES,
                      WS-POSTING-CONTROLS,
                      COUNTERS-AND-ACCUMULATORS.
           MOVE 'N' TO WS-TRAILER-SW.
      *
       0100-OPEN-FILES.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH OPENS THE INPUT AND OUTPUT FILES, CHECKS    *
      *    EACH FILE STATUS AND DISPLAYS AN ERROR MESSAGE IF AN OPEN  *
      *    FAILS.  THE REPORT HEADERS ARE WRITTEN ONCE THE REPORT     *
      *    FILE IS OPEN.                                              *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           OPEN INPUT OPENIN.
           IF OPEN-IN-STATUS = '00' OR '05'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO OPENIN-FILE-SW
              DISPLAY 'ERROR ENCOUNTERED OPENING OPEN-ITEMS INPUT FILE'
           END-IF.
      *
           OPEN INPUT REMITIN.
           IF REMIT-STATUS = '00'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO REMITIN-FILE-SW
              DISPLAY 'ERROR ENCOUNTERED OPENING REMITTANCE FILE, STATUS
      -              ': ' REMIT-STATUS
           END-IF.
      *
           OPEN OUTPUT OPENOUT.
           IF OPEN-OUT-STATUS = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING OPEN-ITEMS OUTPUT FILE'
           END-IF.
      *
           OPEN OUTPUT SUSPFILE.
           IF SUSP-STATUS = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING SUSPENSE FILE'
           END-IF.
      *
           OPEN OUTPUT CASHRPT.
           IF RPT-STATUS = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING CASH POSTING REPORT'
           END-IF.
      *
           WRITE CASH-RPT-REC FROM WS-CASH-BLANK-LINE.
           WRITE CASH-RPT-REC FROM WS-CASH-HEADER-1.
           WRITE CASH-RPT-REC FROM WS-CASH-HEADER-2.
           WRITE CASH-RPT-REC FROM WS-CASH-BLANK-LINE.
      *
       0200-LOAD-OPEN-ITEMS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE OPEN-ITEM FILE INTO THE ITEM      *
      *    TABLE, COMPUTING EACH ITEM'S OPEN BALANCE (NET AMOUNT LESS *
      *    CASH ALREADY APPLIED).  AN ITEM BEYOND THE TABLE'S         *
      *    CAPACITY IS NOT DROPPED: IT IS COPIED STRAIGHT THROUGH TO  *
      *    OPENOUT UNTOUCHED AND COUNTED, SO NO RECEIVABLE VANISHES.  *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           PERFORM UNTIL END-OF-OPENIN
              READ OPENIN INTO WS-OPEN-ITEM-REC
                 AT END
                    MOVE 'Y' TO OPENIN-FILE-SW
                 NOT AT END
                    IF OI-CASH-APPLIED IS NOT NUMERIC
                       MOVE ZERO TO OI-CASH-APPLIED
                    END-IF
                    IF ITEMS-LOADED < 5000
                       ADD +1 TO ITEMS-LOADED
                       SET IT-IDX TO ITEMS-LOADED
                       MOVE ITEMS-LOADED TO WS-ITEM-ENTRIES-USED
                       MOVE WS-OPEN-ITEM-REC TO WS-ITEM-REC (IT-IDX)
                       COMPUTE WS-ITEM-OPEN-BAL (IT-IDX) =
                          OI-NET-AMT - OI-CASH-APPLIED
                       MOVE ZERO TO WS-ITEM-CASH-THIS-RUN (IT-IDX)
                       MOVE 'U'  TO WS-ITEM-STATUS (IT-IDX)
                       ADD WS-ITEM-OPEN-BAL (IT-IDX)
                          TO TOTAL-OPEN-BEFORE
                    ELSE
                       ADD +1 TO ITEMS-NOT-LOADED
                       DISPLAY 'WARNING: OPEN-ITEM TABLE CAPACITY OF 500
      -                  '0 EXCEEDED - ITEM FOR PATIENT '
                          OI-PATIENT-NBR ' CARRIED FORWARD UNPOSTED'
                       WRITE OPEN-OUT-REC FROM WS-OPEN-ITEM-REC
                       IF OPEN-OUT-STATUS = '00'
                          ADD +1 TO ITEMS-WRITTEN
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
      *
           IF OPEN-IN-STATUS = '00' OR '05' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED READING OPEN-ITEMS INPUT FILE'
           END-IF.
      *
       0400-POST-REMITTANCES.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE REMITTANCE FILE AND POSTS EACH    *
      *    DETAIL RECORD VIA 0500-POST-ONE-REMITTANCE.  A TRAILER     *
      *    RECORD SUPPLIES THE BANK'S DEPOSIT COUNT AND TOTAL FOR THE *
      *    DEPOSIT-BALANCING SECTION; ANY OTHER RECORD TYPE IS        *
      *    REPORTED AND SKIPPED.                                      *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0500-POST-ONE-REMITTANCE                                *
      *****************************************************************
      *
           MOVE 'CASH POSTING DETAIL:' TO CASH-SECTION-TEXT.
           WRITE CASH-RPT-REC FROM WS-CASH-SECTION-TITLE.
           WRITE CASH-RPT-REC FROM WS-POST-COL-HEADER.
      *
           PERFORM UNTIL END-OF-REMITIN
              READ REMITIN INTO WS-REMIT-REC
                 AT END
                    MOVE 'Y' TO REMITIN-FILE-SW
                 NOT AT END
                    EVALUATE TRUE
                       WHEN RM-DETAIL-RECORD
                          PERFORM 0500-POST-ONE-REMITTANCE
                       WHEN RM-TRAILER-RECORD
                          MOVE 'Y' TO WS-TRAILER-SW
                       WHEN OTHER
                          DISPLAY 'WARNING: REMITTANCE RECORD TYPE '
                             RM-RECORD-TYPE ' NOT RECOGNIZED - SKIPPED'
                    END-EVALUATE
              END-READ
           END-PERFORM.
      *
           IF REMIT-STATUS = '00' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED READING REMITTANCE FILE'
           END-IF.
      *
           IF REMITS-READ = ZERO
              MOVE 'NO REMITTANCE DETAIL RECORDS THIS RUN'
                                        TO CASH-NONE-TEXT
              WRITE CASH-RPT-REC FROM WS-CASH-NONE-LINE
           END-IF.
      *
       0500-POST-ONE-REMITTANCE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH POSTS ONE REMITTANCE LINE.  THE CASH IS     *
      *    APPLIED TO THE PATIENT'S OPEN ITEMS FOR THE CARRIER,       *
      *    OLDEST FIRST, UNTIL IT IS USED UP (0520).  AN ITEM WITH NO *
      *    CARRIER ON FILE (CARRIED FROM BEFORE CARRIERS WERE KEPT)   *
      *    MATCHES ANY CARRIER.  AN ADJUSTMENT REASON CLOSES THE LAST *
      *    ITEM PAID, ADJUSTING OFF WHAT THE PAYMENT LEFT OPEN.  CASH *
      *    THAT CANNOT BE APPLIED - BAD PATIENT NUMBER, NO OPEN ITEM, *
      *    OR MORE CASH THAN IS OPEN - GOES TO SUSPENSE (0560).       *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0400-POST-REMITTANCES                                   *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0510-ACCUM-DEPOSIT                                      *
      *    -  0520-APPLY-TO-OPEN-ITEMS                                *
      *    -  0560-WRITE-SUSPENSE                                     *
      *    -  0580-WRITE-POSTING-LINE                                 *
      *****************************************************************
      *
           ADD +1 TO REMITS-READ.
           MOVE ZERO   TO WS-LINE-APPLIED, WS-LINE-ADJUSTED,
                          WS-LINE-UNAPPLIED, WS-LAST-ITEM-SUB.
           MOVE 'N'    TO WS-ITEM-MATCH-SW.
           MOVE SPACES TO WS-LINE-RESULT, WS-SUSP-REASON.
      *
           IF RM-AMOUNT-PAID IS NUMERIC
              MOVE RM-AMOUNT-PAID-N TO WS-REMIT-AMT
           ELSE
              MOVE ZERO             TO WS-REMIT-AMT
              DISPLAY 'WARNING: NON-NUMERIC REMITTANCE AMOUNT FOR PATIEN
      -              'T ' RM-PATIENT-NBR ' CHECK/EFT '
                 RM-CHECK-EFT-NBR ' - TREATED AS ZERO'
           END-IF.
           ADD WS-REMIT-AMT TO TOTAL-REMIT-AMT.
           MOVE WS-REMIT-AMT TO WS-REMAINING-CASH.
      *
           IF RM-PATIENT-NBR IS NUMERIC
              PERFORM 0520-APPLY-TO-OPEN-ITEMS
              IF NOT ITEM-MATCHED
                 MOVE 'NO OPEN ITEM FOR PATIENT/CARR'
                                       TO WS-SUSP-REASON
              ELSE
                 MOVE 'CASH EXCEEDS OPEN BALANCE'
                                       TO WS-SUSP-REASON
              END-IF
           ELSE
              MOVE 'PATIENT NUMBER NOT NUMERIC' TO WS-SUSP-REASON
           END-IF.
      *
           IF ITEM-MATCHED
              AND RM-ADJ-REASON NOT = SPACES
              SET IT-IDX TO WS-LAST-ITEM-SUB
              IF NOT ITEM-CLOSED (IT-IDX)
                 MOVE WS-ITEM-OPEN-BAL (IT-IDX) TO WS-LINE-ADJUSTED
                 MOVE ZERO TO WS-ITEM-OPEN-BAL (IT-IDX)
                 MOVE 'C'  TO WS-ITEM-STATUS (IT-IDX)
                 ADD WS-LINE-ADJUSTED TO TOTAL-ADJUSTED-AMT
              END-IF
           END-IF.
      *
           IF WS-REMAINING-CASH > ZERO
              MOVE WS-REMAINING-CASH TO WS-LINE-UNAPPLIED
              PERFORM 0560-WRITE-SUSPENSE
           END-IF.
      *
           EVALUATE TRUE
              WHEN WS-REMIT-AMT = ZERO AND WS-LINE-ADJUSTED = ZERO
                 MOVE 'ZERO PAID - NO ACTION' TO WS-LINE-RESULT
              WHEN WS-LINE-APPLIED = ZERO AND WS-LINE-ADJUSTED = ZERO
                 MOVE 'UNAPPLIED - SUSPENSE' TO WS-LINE-RESULT
              WHEN WS-LINE-UNAPPLIED > ZERO
                 MOVE 'APPLIED + SUSPENSE'   TO WS-LINE-RESULT
              WHEN WS-LINE-ADJUSTED > ZERO
                 MOVE 'PAID + ADJ - CLOSED'  TO WS-LINE-RESULT
              WHEN ITEM-CLOSED (IT-IDX)
                 MOVE 'PAID IN FULL - CLOSED' TO WS-LINE-RESULT
              WHEN OTHER
                 MOVE 'PARTIAL PAYMENT'      TO WS-LINE-RESULT
           END-EVALUATE.
      *
           IF WS-LINE-APPLIED > ZERO OR WS-LINE-ADJUSTED > ZERO
              ADD +1 TO REMITS-APPLIED
           END-IF.
           IF WS-LINE-UNAPPLIED > ZERO
              ADD +1 TO REMITS-TO-SUSPENSE
           END-IF.
           ADD WS-LINE-APPLIED   TO TOTAL-APPLIED-AMT.
           ADD WS-LINE-UNAPPLIED TO TOTAL-UNAPPLIED-AMT.
      *
           PERFORM 0510-ACCUM-DEPOSIT.
           PERFORM 0580-WRITE-POSTING-LINE.
      *
       0510-ACCUM-DEPOSIT.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH ADDS THE REMITTANCE LINE TO ITS CHECK/EFT   *
      *    ENTRY IN THE DEPOSIT TABLE, STARTING A NEW ENTRY THE FIRST *
      *    TIME A CHECK/EFT NUMBER IS SEEN.  A FULL TABLE IS WARNED   *
      *    ABOUT; THE GRAND TOTALS STILL INCLUDE THE LINE.            *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0500-POST-ONE-REMITTANCE                                *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE 'N' TO WS-DEP-FOUND-SW.
           PERFORM VARYING DP-IDX FROM 1 BY 1
              UNTIL DP-IDX > WS-DEP-ENTRIES-USED OR DEPOSIT-FOUND
                 IF WS-DEP-CHECK-EFT-NBR (DP-IDX) = RM-CHECK-EFT-NBR
                    AND WS-DEP-CARRIER (DP-IDX) = RM-CARRIER
                    MOVE 'Y' TO WS-DEP-FOUND-SW
                    SET WS-DEP-FOUND-SUB TO DP-IDX
                 END-IF
           END-PERFORM.
      *
           IF NOT DEPOSIT-FOUND
              IF WS-DEP-ENTRIES-USED < 500
                 ADD +1 TO WS-DEP-ENTRIES-USED
                 MOVE WS-DEP-ENTRIES-USED TO WS-DEP-FOUND-SUB
                 SET DP-IDX TO WS-DEP-FOUND-SUB
                 MOVE RM-CHECK-EFT-NBR TO WS-DEP-CHECK-EFT-NBR (DP-IDX)
                 MOVE RM-CARRIER       TO WS-DEP-CARRIER (DP-IDX)
                 MOVE RM-PAY-METHOD    TO WS-DEP-PAY-METHOD (DP-IDX)
                 MOVE ZERO             TO WS-DEP-LINES (DP-IDX),
                                          WS-DEP-REMIT-AMT (DP-IDX),
                                          WS-DEP-APPLIED-AMT (DP-IDX),
                                          WS-DEP-UNAPPLIED-AMT (DP-IDX)
                 MOVE 'Y' TO WS-DEP-FOUND-SW
              ELSE
                 DISPLAY 'WARNING: DEPOSIT TABLE CAPACITY OF 500 CHECK/E
      -            'FT NUMBERS EXCEEDED - ' RM-CHECK-EFT-NBR
                    ' NOT SUBTOTALED'
              END-IF
           END-IF.
      *
           IF DEPOSIT-FOUND
              SET DP-IDX TO WS-DEP-FOUND-SUB
              ADD +1                TO WS-DEP-LINES (DP-IDX)
              ADD WS-REMIT-AMT      TO WS-DEP-REMIT-AMT (DP-IDX)
              ADD WS-LINE-APPLIED   TO WS-DEP-APPLIED-AMT (DP-IDX)
              ADD WS-LINE-UNAPPLIED TO WS-DEP-UNAPPLIED-AMT (DP-IDX)
           END-IF.
      *
       0520-APPLY-TO-OPEN-ITEMS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WALKS THE ITEM TABLE IN FILE (OLDEST-FIRST) *
      *    ORDER AND APPLIES THE REMAINING CASH TO EACH STILL-OPEN    *
      *    ITEM FOR THE PATIENT AND CARRIER UNTIL THE CASH IS USED    *
      *    UP.  AN ITEM WHOSE OPEN BALANCE REACHES ZERO IS CLOSED;    *
      *    OTHERWISE IT IS MARKED PART-PAID.  A ZERO-DOLLAR LINE WITH *
      *    AN ADJUSTMENT REASON STILL FINDS ITS ITEM SO THE           *
      *    ADJUSTMENT CAN CLOSE IT.                                   *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0500-POST-ONE-REMITTANCE                                *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           PERFORM VARYING IT-IDX FROM 1 BY 1
              UNTIL IT-IDX > WS-ITEM-ENTRIES-USED
                 OR (ITEM-MATCHED AND WS-REMAINING-CASH NOT > ZERO)
                 MOVE WS-ITEM-REC (IT-IDX) TO WS-OPEN-ITEM-REC
                 IF OI-PATIENT-NBR = RM-PATIENT-NBR-N
                    AND (OI-CARRIER = RM-CARRIER OR OI-CARRIER = SPACES)
                    AND NOT ITEM-CLOSED (IT-IDX)
                    AND WS-ITEM-OPEN-BAL (IT-IDX) > ZERO
                    MOVE 'Y' TO WS-ITEM-MATCH-SW
                    SET WS-LAST-ITEM-SUB TO IT-IDX
                    IF WS-REMAINING-CASH < WS-ITEM-OPEN-BAL (IT-IDX)
                       MOVE WS-REMAINING-CASH TO WS-APPLY-AMT
                    ELSE
                       MOVE WS-ITEM-OPEN-BAL (IT-IDX) TO WS-APPLY-AMT
                    END-IF
                    SUBTRACT WS-APPLY-AMT
                       FROM WS-ITEM-OPEN-BAL (IT-IDX), WS-REMAINING-CASH
                    ADD WS-APPLY-AMT TO WS-ITEM-CASH-THIS-RUN (IT-IDX),
                                        WS-LINE-APPLIED
                    IF WS-ITEM-OPEN-BAL (IT-IDX) = ZERO
                       MOVE 'C' TO WS-ITEM-STATUS (IT-IDX)
                    ELSE
                       IF WS-APPLY-AMT > ZERO
                          MOVE 'P' TO WS-ITEM-STATUS (IT-IDX)
                       END-IF
                    END-IF
                 END-IF
           END-PERFORM.
      *
           IF ITEM-MATCHED
              SET IT-IDX TO WS-LAST-ITEM-SUB
           ELSE
              SET IT-IDX TO 1
           END-IF.
      *
       0560-WRITE-SUSPENSE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES THE UNAPPLIED PART OF ONE            *
      *    REMITTANCE LINE TO THE SUSPENSE FILE WITH THE REASON IT    *
      *    COULD NOT BE APPLIED.                                      *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0500-POST-ONE-REMITTANCE                                *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           INITIALIZE WS-SUSP-REC.
           MOVE RM-PATIENT-NBR       TO SU-PATIENT-NBR.
           MOVE RM-CARRIER           TO SU-CARRIER.
           MOVE WS-LINE-UNAPPLIED    TO SU-AMOUNT.
           MOVE RM-PAY-METHOD        TO SU-PAY-METHOD.
           MOVE RM-CHECK-EFT-NBR     TO SU-CHECK-EFT-NBR.
           MOVE RM-DEPOSIT-DATE      TO SU-DEPOSIT-DATE.
           MOVE WS-SUSP-REASON       TO SU-REASON.
      *
           WRITE SUSP-REC FROM WS-SUSP-REC.
           IF SUSP-STATUS = '00'
              ADD +1 TO SUSPENSE-RECS-WRITTEN
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO SUSPENSE FILE'
           END-IF.
      *
       0580-WRITE-POSTING-LINE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES ONE CASH POSTING DETAIL LINE.        *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0500-POST-ONE-REMITTANCE                                *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE SPACES               TO WS-POST-DETAIL.
           MOVE RM-PATIENT-NBR       TO POST-PATIENT-D.
           IF ITEM-MATCHED
              SET IT-IDX TO WS-LAST-ITEM-SUB
              MOVE WS-ITEM-REC (IT-IDX) TO WS-OPEN-ITEM-REC
              MOVE OI-NAME           TO POST-NAME-D
           END-IF.
           MOVE RM-CARRIER           TO POST-CARRIER-D.
           MOVE RM-CHECK-EFT-NBR     TO POST-CHECK-EFT-D.
           MOVE RM-ADJ-REASON        TO POST-ADJ-REASON-D.
           MOVE WS-REMIT-AMT         TO POST-PAID-D.
           MOVE WS-LINE-APPLIED      TO POST-APPLIED-D.
           MOVE WS-LINE-ADJUSTED     TO POST-ADJUSTED-D.
           MOVE WS-LINE-UNAPPLIED    TO POST-UNAPPLIED-D.
           MOVE WS-LINE-RESULT       TO POST-RESULT-D.
      *
           WRITE CASH-RPT-REC FROM WS-POST-DETAIL.
           IF RPT-STATUS = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO CASH POSTING REPORT'
           END-IF.
      *
       0600-WRITE-OPEN-ITEMS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES EVERY ITEM STILL OPEN TO THE UPDATED *
      *    OPEN-ITEM FILE, ADDING THIS RUN'S CASH TO THE ITEM'S CASH  *
      *    APPLIED.  CLOSED ITEMS ARE DROPPED.  THE ITEM'S NET AMOUNT *
      *    AND FIRST-SEEN DATE ARE CARRIED UNCHANGED SO RECON KEEPS   *
      *    AGING IT FROM THE ORIGINAL DATE.                           *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           PERFORM VARYING IT-IDX FROM 1 BY 1
              UNTIL IT-IDX > WS-ITEM-ENTRIES-USED
                 EVALUATE TRUE
                    WHEN ITEM-CLOSED (IT-IDX)
                       ADD +1 TO ITEMS-CLOSED
                    WHEN OTHER
                       IF ITEM-PART-PAID (IT-IDX)
                          ADD +1 TO ITEMS-PART-PAID
                       END-IF
                       MOVE WS-ITEM-REC (IT-IDX) TO WS-OPEN-ITEM-REC
                       ADD WS-ITEM-CASH-THIS-RUN (IT-IDX)
                          TO OI-CASH-APPLIED
                       ADD WS-ITEM-OPEN-BAL (IT-IDX)
                          TO TOTAL-OPEN-AFTER
                       WRITE OPEN-OUT-REC FROM WS-OPEN-ITEM-REC
                       IF OPEN-OUT-STATUS = '00'
                          ADD +1 TO ITEMS-WRITTEN
                       ELSE
                          DISPLAY 'ERROR ENCOUNTERED WRITING OPEN-ITEMS 
      -                     'OUTPUT FILE'
                       END-IF
                 END-EVALUATE
           END-PERFORM.
      *
       0650-WRITE-SUSPENSE-SECTION.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH LISTS THE UNAPPLIED CASH WRITTEN TO THE     *
      *    SUSPENSE FILE THIS RUN.  THE SUSPENSE FILE IS CLOSED AND   *
      *    READ BACK SO THE LIST ALWAYS MATCHES WHAT WAS WRITTEN.     *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           WRITE CASH-RPT-REC FROM WS-CASH-BLANK-LINE.
           MOVE 'UNAPPLIED CASH - SUSPENSE LIST:' TO CASH-SECTION-TEXT.
           WRITE CASH-RPT-REC FROM WS-CASH-SECTION-TITLE.
           WRITE CASH-RPT-REC FROM WS-SUSP-COL-HEADER.
      *
           CLOSE SUSPFILE.
           OPEN INPUT SUSPFILE.
           IF SUSP-STATUS NOT = '00'
              DISPLAY 'ERROR ENCOUNTERED REOPENING SUSPENSE FILE'
           ELSE
              MOVE 'N' TO SUSPFILE-FILE-SW
              PERFORM UNTIL END-OF-SUSPFILE
                 READ SUSPFILE INTO WS-SUSP-REC
                    AT END
                       MOVE 'Y' TO SUSPFILE-FILE-SW
                    NOT AT END
                       MOVE SU-PATIENT-NBR    TO SUSP-PATIENT-D
                       MOVE SU-CARRIER        TO SUSP-CARRIER-D
                       MOVE SU-CHECK-EFT-NBR  TO SUSP-CHECK-EFT-D
                       MOVE SU-DEPOSIT-DATE   TO SUSP-DEPOSIT-DATE-D
                       MOVE SU-AMOUNT         TO SUSP-AMOUNT-D
                       MOVE SU-REASON         TO SUSP-REASON-D
                       WRITE CASH-RPT-REC FROM WS-SUSP-DETAIL
                 END-READ
              END-PERFORM
              IF SUSPENSE-RECS-WRITTEN = ZERO
                 MOVE 'NO UNAPPLIED CASH THIS RUN' TO CASH-NONE-TEXT
                 WRITE CASH-RPT-REC FROM WS-CASH-NONE-LINE
              END-IF
           END-IF.
      *
       0700-WRITE-DEPOSIT-BALANCING.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES THE DEPOSIT-BALANCING SECTION - ONE  *
      *    LINE PER CHECK/EFT WITH ITS REMITTANCE, APPLIED AND        *
      *    UNAPPLIED CASH - THEN PROVES THE RUN: THE REMITTANCE TOTAL *
      *    MUST EQUAL THE CASH POSTED TO OPEN ITEMS PLUS THE CASH     *
      *    LEFT IN SUSPENSE, AND MUST EQUAL THE BANK DEPOSIT TOTAL ON *
      *    THE TRAILER WHEN ONE WAS SUPPLIED.  CARRIER ADJUSTMENTS    *
      *    ARE NOT CASH AND ARE SHOWN SEPARATELY.  AN OUT-OF-BALANCE  *
      *    RUN SETS RETURN CODE 8.                                    *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           WRITE CASH-RPT-REC FROM WS-CASH-BLANK-LINE.
           MOVE 'DEPOSIT BALANCING BY CHECK/EFT:' TO CASH-SECTION-TEXT.
           WRITE CASH-RPT-REC FROM WS-CASH-SECTION-TITLE.
           WRITE CASH-RPT-REC FROM WS-DEP-COL-HEADER.
      *
           PERFORM VARYING DP-IDX FROM 1 BY 1
              UNTIL DP-IDX > WS-DEP-ENTRIES-USED
                 MOVE SPACES TO WS-DEP-DETAIL
                 MOVE WS-DEP-CHECK-EFT-NBR (DP-IDX) TO DEP-CHECK-EFT-D
                 MOVE WS-DEP-CARRIER (DP-IDX)       TO DEP-CARRIER-D
                 EVALUATE WS-DEP-PAY-METHOD (DP-IDX)
                    WHEN 'C'
                       MOVE 'CHECK' TO DEP-METHOD-D
                    WHEN 'E'
                       MOVE 'EFT'   TO DEP-METHOD-D
                    WHEN OTHER
                       MOVE '?'     TO DEP-METHOD-D
                 END-EVALUATE
                 MOVE WS-DEP-LINES (DP-IDX)         TO DEP-LINES-D
                 MOVE WS-DEP-REMIT-AMT (DP-IDX)     TO DEP-REMIT-D
                 MOVE WS-DEP-APPLIED-AMT (DP-IDX)   TO DEP-APPLIED-D
                 MOVE WS-DEP-UNAPPLIED-AMT (DP-IDX) TO DEP-UNAPPLIED-D
                 IF WS-DEP-UNAPPLIED-AMT (DP-IDX) > ZERO
                    MOVE 'PART UNAPPLIED - SEE SUSPENSE LIST'
                                                    TO DEP-STATUS-D
                 ELSE
                    MOVE 'FULLY APPLIED'            TO DEP-STATUS-D
                 END-IF
                 WRITE CASH-RPT-REC FROM WS-DEP-DETAIL
           END-PERFORM.
      *
           WRITE CASH-RPT-REC FROM WS-CASH-BLANK-LINE.
      *
           MOVE 'REMITTANCE LINES READ:  '     TO CASH-COUNT-LABEL.
           MOVE REMITS-READ                    TO CASH-COUNT-O.
           WRITE CASH-RPT-REC FROM WS-CASH-COUNT-LINE.
      *
           MOVE 'LINES APPLIED TO OPEN ITEMS:  ' TO CASH-COUNT-LABEL.
           MOVE REMITS-APPLIED                 TO CASH-COUNT-O.
           WRITE CASH-RPT-REC FROM WS-CASH-COUNT-LINE.
      *
           MOVE 'LINES WITH CASH TO SUSPENSE:  ' TO CASH-COUNT-LABEL.
           MOVE REMITS-TO-SUSPENSE             TO CASH-COUNT-O.
           WRITE CASH-RPT-REC FROM WS-CASH-COUNT-LINE.
      *
           MOVE 'OPEN ITEMS READ:  '           TO CASH-COUNT-LABEL.
           COMPUTE CASH-COUNT-O = ITEMS-LOADED + ITEMS-NOT-LOADED.
           WRITE CASH-RPT-REC FROM WS-CASH-COUNT-LINE.
      *
           IF ITEMS-NOT-LOADED > 0
              MOVE 'OPEN ITEMS NOT POSTED (TABLE FULL):  '
                                               TO CASH-COUNT-LABEL
              MOVE ITEMS-NOT-LOADED            TO CASH-COUNT-O
              WRITE CASH-RPT-REC FROM WS-CASH-COUNT-LINE
           END-IF.
      *
           MOVE 'OPEN ITEMS CLOSED:  '         TO CASH-COUNT-LABEL.
           MOVE ITEMS-CLOSED                   TO CASH-COUNT-O.
           WRITE CASH-RPT-REC FROM WS-CASH-COUNT-LINE.
      *
           MOVE 'OPEN ITEMS PARTIALLY PAID:  ' TO CASH-COUNT-LABEL.
           MOVE ITEMS-PART-PAID                TO CASH-COUNT-O.
           WRITE CASH-RPT-REC FROM WS-CASH-COUNT-LINE.
      *
           MOVE 'OPEN ITEMS CARRIED FORWARD:  ' TO CASH-COUNT-LABEL.
           MOVE ITEMS-WRITTEN                  TO CASH-COUNT-O.
           WRITE CASH-RPT-REC FROM WS-CASH-COUNT-LINE.
      *
           WRITE CASH-RPT-REC FROM WS-CASH-BLANK-LINE.
      *
           MOVE 'OPEN BALANCE BEFORE POSTING:  ' TO CASH-TOTAL-LABEL.
           MOVE TOTAL-OPEN-BEFORE              TO CASH-TOTAL-AMT.
           WRITE CASH-RPT-REC FROM WS-CASH-TOTAL-LINE.
      *
           MOVE 'CARRIER ADJUSTMENTS (NON-CASH):  '
                                               TO CASH-TOTAL-LABEL.
           MOVE TOTAL-ADJUSTED-AMT             TO CASH-TOTAL-AMT.
           WRITE CASH-RPT-REC FROM WS-CASH-TOTAL-LINE.
      *
           MOVE 'OPEN BALANCE AFTER POSTING:  ' TO CASH-TOTAL-LABEL.
           MOVE TOTAL-OPEN-AFTER               TO CASH-TOTAL-AMT.
           WRITE CASH-RPT-REC FROM WS-CASH-TOTAL-LINE.
      *
           WRITE CASH-RPT-REC FROM WS-CASH-BLANK-LINE.
      *
           MOVE 'TOTAL REMITTANCE CASH:  '     TO CASH-TOTAL-LABEL.
           MOVE TOTAL-REMIT-AMT                TO CASH-TOTAL-AMT.
           WRITE CASH-RPT-REC FROM WS-CASH-TOTAL-LINE.
      *
           MOVE 'CASH POSTED TO OPEN ITEMS:  ' TO CASH-TOTAL-LABEL.
           MOVE TOTAL-APPLIED-AMT              TO CASH-TOTAL-AMT.
           WRITE CASH-RPT-REC FROM WS-CASH-TOTAL-LINE.
      *
           MOVE 'CASH LEFT UNAPPLIED (SUSPENSE):  '
                                               TO CASH-TOTAL-LABEL.
           MOVE TOTAL-UNAPPLIED-AMT            TO CASH-TOTAL-AMT.
           WRITE CASH-RPT-REC FROM WS-CASH-TOTAL-LINE.
      *
           COMPUTE WS-BALANCE-DIFF = TOTAL-REMIT-AMT
                                   - TOTAL-APPLIED-AMT
                                   - TOTAL-UNAPPLIED-AMT.
           MOVE 'DIFFERENCE:  '                TO CASH-TOTAL-LABEL.
           MOVE WS-BALANCE-DIFF                TO CASH-TOTAL-AMT.
           WRITE CASH-RPT-REC FROM WS-CASH-TOTAL-LINE.
      *
           IF WS-BALANCE-DIFF = ZERO
              MOVE 'DEPOSIT BALANCED - REMITTANCE TOTAL EQUALS CASH POST
      -            'ED PLUS UNAPPLIED'       TO CASH-MESSAGE-TEXT
           ELSE
              MOVE '*** DEPOSIT OUT OF BALANCE - POSTED PLUS UNAPPLIED D
      -            'OES NOT EQUAL REMITTANCE' TO CASH-MESSAGE-TEXT
              MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE CASH-RPT-REC FROM WS-CASH-MESSAGE-LINE.
      *
           IF TRAILER-SUPPLIED
              WRITE CASH-RPT-REC FROM WS-CASH-BLANK-LINE
              MOVE 'BANK DEPOSIT TOTAL (TRAILER):  '
                                               TO CASH-TOTAL-LABEL
              MOVE RT-DEPOSIT-TOTAL            TO CASH-TOTAL-AMT
              WRITE CASH-RPT-REC FROM WS-CASH-TOTAL-LINE
              MOVE 'BANK DEPOSIT LINE COUNT (TRAILER):  '
                                               TO CASH-COUNT-LABEL
              MOVE RT-DEPOSIT-COUNT            TO CASH-COUNT-O
              WRITE CASH-RPT-REC FROM WS-CASH-COUNT-LINE
              IF RT-DEPOSIT-TOTAL = TOTAL-REMIT-AMT
                 AND RT-DEPOSIT-COUNT = REMITS-READ
                 MOVE 'REMITTANCE FILE AGREES WITH THE BANK DEPOSIT'
                                               TO CASH-MESSAGE-TEXT
              ELSE
                 MOVE '*** REMITTANCE FILE DOES NOT AGREE WITH THE BANK 
      -               'DEPOSIT TRAILER'      TO CASH-MESSAGE-TEXT
                 MOVE 8 TO RETURN-CODE
              END-IF
              WRITE CASH-RPT-REC FROM WS-CASH-MESSAGE-LINE
           END-IF.
      *
           IF RPT-STATUS = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO CASH POSTING REPORT'
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
           CLOSE OPENIN.
           IF OPEN-IN-STATUS = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING OPEN-ITEMS INPUT FILE'
           END-IF.
      *
           CLOSE REMITIN.
           IF REMIT-STATUS = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING REMITTANCE FILE'
           END-IF.
      *
           CLOSE OPENOUT.
           IF OPEN-OUT-STATUS = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING OPEN-ITEMS OUTPUT FILE'
           END-IF.
      *
           CLOSE SUSPFILE.
           IF SUSP-STATUS = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING SUSPENSE FILE'
           END-IF.
      *
           CLOSE CASHRPT.
           IF RPT-STATUS = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING CASH POSTING REPORT'
           END-IF.
