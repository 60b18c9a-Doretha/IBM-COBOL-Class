       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTMNT.
       AUTHOR. DORETHA RILEY.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. CURRENT-DATE.
       SECURITY. NON-CONFIDENTIAL.
      *
      *****************************************************************
      *  DESCRIPTION                                                  *
      *    THIS PROGRAM MAINTAINS THE ACCOUNT MASTER FILE (ACCTSORT)  *
      *    THAT CNTRLBRK REPORTS FROM.  IT LOADS THE CURRENT MASTER   *
      *    INTO A TABLE, APPLIES ADD ('A'), CHANGE ('C'), CLOSE ('X') *
      *    AND LIMIT/BALANCE ADJUSTMENT ('L') TRANSACTIONS FROM A     *
      *    TRANSACTION FILE, WRITES THE UPDATED MASTER TO A NEW FILE  *
      *    IN USA-STATE SEQUENCE (THE ORDER CNTRLBRK'S STATE BREAK    *
      *    RUN EXPECTS) AND PRODUCES AN AUDIT REPORT SHOWING EVERY    *
      *    TRANSACTION WITH THE USER/DATE FROM THE TRANSACTION RECORD *
      *    AND THE BEFORE AND AFTER VALUE OF EVERY FIELD IT CHANGED - *
      *    THE SAME FLOW PATMAINT AND ADDRMNT USE.                    *
      *                                                               *
      *    EVERY ADDED OR UPDATED RECORD MUST PASS THE SAME EDITS     *
      *    CNTRLBRK'S 320-VALIDATE-ACCT-RECORD APPLIES (VALID PACKED  *
      *    LIMIT AND BALANCE, LAST NAME, FIRST NAME AND USA-STATE     *
      *    POPULATED), PLUS THE ACCT-NO YEAR-BYTE CHECK FROM 370-     *
      *    VALIDATE-ELECTED-YEARS, A POPULATED PARTY-CODE AND NO      *
      *    NEGATIVE LIMIT OR BALANCE, SO BAD VALUES ARE STOPPED HERE  *
      *    INSTEAD OF SURFACING ON THE NEXT CNTRLBRK RUN.  A FAILING  *
      *    TRANSACTION IS REJECTED WITH ONE AUDIT LINE PER FIELD IN   *
      *    ERROR.  A CLOSED ACCOUNT IS DROPPED FROM THE NEW MASTER;   *
      *    ITS FULL BEFORE IMAGE IS KEPT ON THE AUDIT REPORT.         *
      *                                                               *
      *    INPUT FILES:                                               *
      *      RTPOT44.ACCTSORT.DATA (CURRENT ACCOUNT MASTER)           *
      *      INTERNAL FILE NAME:  ACCTSORT                            *
      *      JCL DD NAME:         ACCTSORT                            *
      *                                                               *
      *      RTPOT44.ACCTTRAN.DATA (MAINTENANCE TRANSACTIONS)         *
      *      INTERNAL FILE NAME:  ACCTTRAN                            *
      *      JCL DD NAME:         ACCTTRAN                            *
      *                                                               *
      *    OUTPUT FILES:                                              *
      *      RTPOT44.ACCTSORT.NEW (UPDATED ACCOUNT MASTER)            *
      *      INTERNAL FILE NAME:  NEWACCT                             *
      *      JCL DD NAME:         NEWACCT                             *
      *                                                               *
      *      DD SYSOUT=* (MAINTENANCE AUDIT REPORT)                   *
      *      INTERNAL FILE NAME:  ACCTAUDT                            *
      *      JCL DD NAME:         ACCTAUDT                            *
      *                                                               *
      *    WORK FILES:                                                *
      *      SORT WORK FILE FOR THE NEW MASTER                        *
      *      INTERNAL FILE NAME:  ACCT-SORT-FILE                      *
      *      JCL DD NAME:         SORTWK1                             *
      *                                                               *
      *    JCL JOB: RTPOT44.LEARN.REUSABLE.JCL(ACCTMNT)               *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTSORT         *>CURRENT ACCOUNT MASTER
           ASSIGN TO ACCTSORT
             FILE STATUS IS ACCODE.
      *
           SELECT ACCTTRAN         *>MAINTENANCE TRANSACTIONS
           ASSIGN TO ACCTTRAN
             FILE STATUS IS TRCODE.
      *
           SELECT NEWACCT          *>UPDATED ACCOUNT MASTER
           ASSIGN TO NEWACCT
             FILE STATUS IS NACODE.
      *
           SELECT ACCTAUDT         *>MAINTENANCE AUDIT REPORT
           ASSIGN TO ACCTAUDT
             FILE STATUS IS AUCODE.
      *
           SELECT ACCT-SORT-FILE   *>NEW MASTER SORT WORK FILE
           ASSIGN TO SORTWK1.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ACCTSORT
           RECORDING MODE IS F
           RECORD CONTAINS 170 CHARACTERS
           DATA RECORD IS ACCT-MSTR-REC.
      *
       01  ACCT-MSTR-REC PIC X(170).
      *
       FD  ACCTTRAN
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS ACCT-TRAN-REC.
      *
       01  ACCT-TRAN-REC PIC X(200).
      *
       FD  NEWACCT
           RECORDING MODE IS F
           RECORD CONTAINS 170 CHARACTERS
           DATA RECORD IS NEW-ACCT-REC.
      *
       01  NEW-ACCT-REC PIC X(170).
      *
       FD  ACCTAUDT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS AUDIT-RPT-REC.
      *
       01  AUDIT-RPT-REC PIC X(133).
      *
      *** SORT WORK RECORD - SAME 170-BYTE LAYOUT AS THE MASTER, WITH
      *** ONLY THE TWO SORT KEYS NAMED.
       SD  ACCT-SORT-FILE.
      *
       01  SRT-ACCT-REC.
           05  SRT-ACCT-NO         PIC X(08).
           05  FILLER              PIC X(90).
           05  SRT-USA-STATE       PIC X(15).
           05  FILLER              PIC X(57).
      *
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-CODES.
          05 ACCODE               PIC X(02).
          05 TRCODE               PIC X(02).
          05 NACODE               PIC X(02).
          05 AUCODE               PIC X(02).
      *
       01 WS-FILE-SWITCHES.
          05 ACCTSORT-FILE-SW     PIC X(01) VALUE SPACE.
             88 END-OF-ACCTSORT-FILE VALUE 'Y'.
          05 ACCTTRAN-FILE-SW     PIC X(01) VALUE SPACE.
             88 END-OF-ACCTTRAN-FILE VALUE 'Y'.
          05 ACCT-SORT-FILE-SW    PIC X(01) VALUE SPACE.
             88 END-OF-ACCT-SORT-FILE VALUE 'Y'.
      *
      *** ACCOUNT MASTER RECORD LAYOUT - CNTRLBRK'S ACCT-FIELDS.  THE
      *** RECORD BEING ADDED OR UPDATED IS BUILT HERE AND EDITED BY
      *** 0470-VALIDATE-ACCT-RECORD BEFORE IT GOES BACK IN THE TABLE.
       01 WS-ACCT-MSTR-REC.
          05 WS-AM-ACCT-NO        PIC X(08).
          05 WS-AM-ACCT-LIMIT     PIC S9(07)V99 COMP-3.
          05 WS-AM-ACCT-LIMIT-X REDEFINES WS-AM-ACCT-LIMIT
                                  PIC X(05).
          05 WS-AM-ACCT-BALANCE   PIC S9(07)V99 COMP-3.
          05 WS-AM-ACCT-BALANCE-X REDEFINES WS-AM-ACCT-BALANCE
                                  PIC X(05).
          05 WS-AM-LAST-NAME      PIC X(20).
          05 WS-AM-FIRST-NAME     PIC X(15).
          05 WS-AM-CLIENT-ADDR.
             10 WS-AM-STREET-ADDR PIC X(25).
             10 WS-AM-CITY-COUNTY PIC X(20).
             10 WS-AM-USA-STATE   PIC X(15).
          05 WS-AM-RESERVED.
             10 WS-AM-PARTY-CODE  PIC X(03).
             10 FILLER            PIC X(04).
          05 WS-AM-COMMENTS       PIC X(50).
      *
      *** THE SAME RECORD AS IT STOOD BEFORE THE TRANSACTION, FOR THE
      *** BEFORE COLUMN OF THE AUDIT REPORT.
       01 WS-ACCT-BEFORE-REC.
          05 WS-BF-ACCT-NO        PIC X(08).
          05 WS-BF-ACCT-LIMIT     PIC S9(07)V99 COMP-3.
          05 WS-BF-ACCT-LIMIT-X REDEFINES WS-BF-ACCT-LIMIT
                                  PIC X(05).
          05 WS-BF-ACCT-BALANCE   PIC S9(07)V99 COMP-3.
          05 WS-BF-ACCT-BALANCE-X REDEFINES WS-BF-ACCT-BALANCE
                                  PIC X(05).
          05 WS-BF-LAST-NAME      PIC X(20).
          05 WS-BF-FIRST-NAME     PIC X(15).
          05 WS-BF-CLIENT-ADDR.
             10 WS-BF-STREET-ADDR PIC X(25).
             10 WS-BF-CITY-COUNTY PIC X(20).
             10 WS-BF-USA-STATE   PIC X(15).
          05 WS-BF-RESERVED.
             10 WS-BF-PARTY-CODE  PIC X(03).
             10 FILLER            PIC X(04).
          05 WS-BF-COMMENTS       PIC X(50).
      *
       01 WS-ACCT-TRAN-REC.  *>MAINTENANCE TRANSACTION LAYOUT
          05 WS-TRN-ACTION        PIC X(01).
             88 TRN-ADD                     VALUE 'A'.
             88 TRN-CHANGE                  VALUE 'C'.
             88 TRN-CLOSE                   VALUE 'X'.
             88 TRN-ADJUST                  VALUE 'L'.
             88 TRN-VALID-ACTION            VALUES ARE 'A', 'C', 'X',
                                                       'L'.
          05 WS-TRN-ACCT-NO       PIC X(08).
      *** ON AN ADD THESE ARE THE OPENING LIMIT AND BALANCE; ON A
      *** LIMIT/BALANCE ADJUSTMENT THEY ARE SIGNED AMOUNTS ADDED TO
      *** THE CURRENT VALUES (ZERO LEAVES A VALUE AS IT IS).  A CHANGE
      *** OR CLOSE IGNORES THEM.
          05 WS-TRN-LIMIT-AMT     PIC S9(07)V99
                                  SIGN IS LEADING SEPARATE.
          05 WS-TRN-BALANCE-AMT   PIC S9(07)V99
                                  SIGN IS LEADING SEPARATE.
      *** ALL REQUIRED ON AN ADD.  ON A CHANGE ONLY THE FIELDS THAT
      *** ARE NOT BLANK ARE REPLACED.
          05 WS-TRN-LAST-NAME     PIC X(20).
          05 WS-TRN-FIRST-NAME    PIC X(15).
          05 WS-TRN-STREET-ADDR   PIC X(25).
          05 WS-TRN-CITY-COUNTY   PIC X(20).
          05 WS-TRN-USA-STATE     PIC X(15).
          05 WS-TRN-PARTY-CODE    PIC X(03).
          05 WS-TRN-COMMENTS      PIC X(50).
          05 WS-TRN-USER-ID       PIC X(08).
          05 WS-TRN-DATE          PIC X(08).
          05 FILLER               PIC X(07).
      *
       01 WS-ACCOUNT-TABLE.
          05 WS-AT-ENTRY OCCURS 1000 TIMES INDEXED BY AT-IDX.
             10 WS-AT-ACCT-REC    PIC X(170).
             10 WS-AT-KEY-VIEW REDEFINES WS-AT-ACCT-REC.
                15 WS-AT-ACCT-NO  PIC X(08).
                15 FILLER         PIC X(162).
             10 WS-AT-CLOSED-SW   PIC X(01).
                88 AT-ENTRY-CLOSED          VALUE 'X'.
      *
       01 WS-MAINT-CONTROLS.
          05 WS-AT-ENTRIES-LOADED PIC S9(04) COMP VALUE 0.
          05 WS-AT-FOUND-SW       PIC X(01) VALUE 'N'.
             88 ACCOUNT-FOUND               VALUE 'Y'.
          05 WS-AT-FOUND-SUB      PIC S9(04) COMP VALUE 0.
          05 WS-TRAN-APPLIED-SW   PIC X(01) VALUE 'N'.
             88 TRAN-WAS-APPLIED            VALUE 'Y'.
          05 WS-SIZE-ERROR-SW     PIC X(01) VALUE 'N'.
             88 ADJUSTMENT-OVERFLOWED       VALUE 'Y'.
          05 WS-ACCT-VALID-SW     PIC X(01) VALUE 'Y'.
             88 ACCT-RECORD-VALID           VALUE 'Y'.
      *
      *** FIELD EDIT ERRORS FOUND BY 0470-VALIDATE-ACCT-RECORD FOR THE
      *** CURRENT TRANSACTION, PRINTED UNDER ITS AUDIT LINE.
       01 WS-EDIT-ERROR-TABLE.
          05 WS-EDIT-ERR-COUNT    PIC S9(04) COMP VALUE 0.
          05 WS-EE-NEW-FIELD      PIC X(13) VALUE SPACES.
          05 WS-EE-NEW-MESSAGE    PIC X(60) VALUE SPACES.
          05 WS-EDIT-ERR-ENTRY OCCURS 10 TIMES INDEXED BY EE-IDX.
             10 WS-EE-FIELD       PIC X(13).
             10 WS-EE-MESSAGE     PIC X(60).
      *
      *** ONE BEFORE/AFTER FIELD LINE, SET UP BY 0510 FOR 0520.
       01 WS-FIELD-CHANGE-WORK.
          05 WS-FC-FIELD          PIC X(13) VALUE SPACES.
          05 WS-FC-BEFORE         PIC X(50) VALUE SPACES.
          05 WS-FC-AFTER          PIC X(50) VALUE SPACES.
          05 WS-FC-EDITED-AMOUNT  PIC $$,$$$,$$9.99-.
      *
       01 COUNTERS-AND-ACCUMULATORS.
          05 TRANS-READ           PIC S9(04) COMP VALUE 0.
          05 TRANS-APPLIED        PIC S9(04) COMP VALUE 0.
          05 TRANS-REJECTED       PIC S9(04) COMP VALUE 0.
          05 MASTER-RECS-WRITTEN  PIC S9(04) COMP VALUE 0.
          05 ACCOUNTS-CLOSED      PIC S9(04) COMP VALUE 0.
      *
       01 WS-AUDIT-HEADER-1.
          05 FILLER               PIC X(47) VALUE SPACES.
          05 FILLER               PIC X(39) VALUE
                'ACCOUNT MASTER MAINTENANCE AUDIT TRAIL'.
          05 FILLER               PIC X(47) VALUE SPACES.
      *
       01 WS-AUDIT-HEADER-2.
          05 FILLER               PIC X(47) VALUE SPACES.
          05 FILLER               PIC X(39) VALUE ALL '='.
          05 FILLER               PIC X(47) VALUE SPACES.
      *
       01 WS-AUDIT-HEADER-3.
          05 FILLER               PIC X(06) VALUE 'ACTION'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE 'ACCT-NO'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(30) VALUE 'ACCOUNT NAME'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE 'USER'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE 'DATE'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(63) VALUE 'RESULT'.
      *
       01 WS-AUDIT-HEADER-4.
          05 FILLER               PIC X(06) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(30) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(63) VALUE ALL '='.
      *
       01 WS-AUDIT-DETAIL.
          05 AUDIT-ACTION-D       PIC X(06).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 AUDIT-ACCT-NO-D      PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 AUDIT-NAME-D         PIC X(30).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 AUDIT-USER-D         PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 AUDIT-DATE-D         PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 AUDIT-RESULT-D       PIC X(63).
      *
      *** ONE LINE PER FIELD AN APPLIED TRANSACTION CHANGED.
       01 WS-AUDIT-FIELD-LINE.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 AUDIT-FIELD-D        PIC X(13).
          05 FILLER               PIC X(08) VALUE 'BEFORE: '.
          05 AUDIT-BEFORE-D       PIC X(50).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(07) VALUE 'AFTER: '.
          05 AUDIT-AFTER-D        PIC X(50).
      *
      *** ONE LINE PER FIELD THAT FAILED THE EDITS ON A REJECTED
      *** TRANSACTION.
       01 WS-AUDIT-ERROR-LINE.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 AUDIT-ERR-FIELD-D    PIC X(13).
          05 FILLER               PIC X(08) VALUE 'ERROR:  '.
          05 AUDIT-ERR-MESSAGE-D  PIC X(60).
          05 FILLER               PIC X(49) VALUE SPACES.
      *
       01 WS-AUDIT-TOTAL-LINE.
          05 AUDIT-TOTAL-LABEL    PIC X(40).
          05 AUDIT-TOTAL-COUNT    PIC ZZ,ZZ9.
          05 FILLER               PIC X(87) VALUE SPACES.
      *
       01 WS-AUDIT-BLANK-LINE     PIC X(133) VALUE SPACES.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THE MAIN PROCEDURE AREA LOADS THE CURRENT MASTER, APPLIES  *
      *    THE TRANSACTION FILE, WRITES THE UPDATED MASTER AND THE    *
      *    AUDIT TOTALS, AND CLOSES THE FILES.                        *
      *                                                               *
      *  CALLED BY:                                                   *
      *    - NONE                                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    - 0000-HOUSEKEEPING                                        *
      *    - 0100-OPEN-FILES                                          *
      *    - 0200-LOAD-MASTER-TABLE                                   *
      *    - 0300-APPLY-TRANSACTIONS                                  *
      *    - 0600-WRITE-NEW-MASTER                                    *
      *    - 0700-WRITE-AUDIT-TOTALS                                  *
      *    - 0800-CLOSE-FILES                                         *
      *****************************************************************
      *
       PROCEDURE DIVISION.
           PERFORM 0000-HOUSEKEEPING.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0200-LOAD-MASTER-TABLE.
           PERFORM 0300-APPLY-TRANSACTIONS.
           PERFORM 0600-WRITE-NEW-MASTER.
           PERFORM 0700-WRITE-AUDIT-TOTALS.
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
           INITIALIZE WS-ACCT-TRAN-REC,
                      WS-ACCOUNT-TABLE,
                      WS-MAINT-CONTROLS,
                      WS-EDIT-ERROR-TABLE,
                      COUNTERS-AND-ACCUMULATORS,
                      WS-FILE-SWITCHES,
                      WS-AUDIT-DETAIL.
           MOVE SPACES TO WS-ACCT-MSTR-REC,
                          WS-ACCT-BEFORE-REC.
      *
       0100-OPEN-FILES.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH OPENS THE INPUT AND OUTPUT FILES, CHECKS    *
      *    EACH FILE STATUS, AND WRITES THE AUDIT REPORT HEADERS.     *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           OPEN INPUT ACCTSORT.
           IF ACCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING ACCOUNT MASTER FILE'
           END-IF.
      *
           OPEN INPUT ACCTTRAN.
           IF TRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING TRANSACTION FILE'
           END-IF.
      *
           OPEN OUTPUT NEWACCT.
           IF NACODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING NEW ACCOUNT MASTER'
           END-IF.
      *
           OPEN OUTPUT ACCTAUDT.
           IF AUCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING AUDIT REPORT FILE'
           END-IF.
      *
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-BLANK-LINE.
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-HEADER-1.
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-HEADER-2.
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-BLANK-LINE.
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-HEADER-3.
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-HEADER-4.
      *
       0200-LOAD-MASTER-TABLE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE CURRENT ACCOUNT MASTER AND LOADS  *
      *    ONE TABLE ENTRY PER RECORD, AS IS - A RECORD ALREADY ON    *
      *    FILE IS NOT RE-EDITED UNTIL A TRANSACTION TOUCHES IT.      *
      *    RECORDS BEYOND THE TABLE'S CAPACITY ARE WARNED ABOUT       *
      *    INSTEAD OF VANISHING SILENTLY.                             *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           PERFORM UNTIL END-OF-ACCTSORT-FILE
              READ ACCTSORT INTO WS-ACCT-MSTR-REC
                 AT END
                    MOVE 'Y' TO ACCTSORT-FILE-SW
                 NOT AT END
                    IF WS-AT-ENTRIES-LOADED < 1000
                       ADD +1 TO WS-AT-ENTRIES-LOADED
                       SET AT-IDX TO WS-AT-ENTRIES-LOADED
                       MOVE WS-ACCT-MSTR-REC
                          TO WS-AT-ACCT-REC (AT-IDX)
                       MOVE SPACE TO WS-AT-CLOSED-SW (AT-IDX)
                    ELSE
                       DISPLAY 'WARNING: ACCOUNT MASTER TABLE CAPACITY '
                          'OF 1000 ENTRIES EXCEEDED - ACCT-NO '
                          WS-AM-ACCT-NO ' NOT LOADED'
                    END-IF
              END-READ
           END-PERFORM.
      *
           IF ACCODE = '00' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED READING ACCOUNT MASTER FILE'
           END-IF.
      *
       0300-APPLY-TRANSACTIONS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE TRANSACTION FILE AND APPLIES EACH *
      *    TRANSACTION TO THE MASTER TABLE VIA 0400-APPLY-ONE-TRAN.   *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0400-APPLY-ONE-TRAN                                     *
      *****************************************************************
      *
           PERFORM UNTIL END-OF-ACCTTRAN-FILE
              READ ACCTTRAN INTO WS-ACCT-TRAN-REC
                 AT END
                    MOVE 'Y' TO ACCTTRAN-FILE-SW
                 NOT AT END
                    ADD +1 TO TRANS-READ
                    PERFORM 0400-APPLY-ONE-TRAN
              END-READ
           END-PERFORM.
      *
           IF TRCODE = '00' OR '10'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED READING TRANSACTION FILE'
           END-IF.
      *
       0400-APPLY-ONE-TRAN.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH VALIDATES AND APPLIES ONE TRANSACTION:      *
      *      - ACTION MUST BE 'A' (ADD), 'C' (CHANGE), 'X' (CLOSE)    *
      *        OR 'L' (LIMIT/BALANCE ADJUSTMENT)                      *
      *      - THE ACCT-NO MUST BE PRESENT                            *
      *      - THE USER ID AND DATE MUST BE PRESENT, SO EVERY CHANGE  *
      *        ON THE AUDIT REPORT CAN BE TRACED TO WHO MADE IT       *
      *    EVERY TRANSACTION, APPLIED OR REJECTED, GETS AN AUDIT LINE.*
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0300-APPLY-TRANSACTIONS                                 *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0450-SEARCH-MASTER-TABLE                                *
      *    -  0460-APPLY-VALID-TRAN                                   *
      *    -  0500-WRITE-AUDIT-LINE                                   *
      *****************************************************************
      *
           MOVE SPACES TO WS-AUDIT-DETAIL.
           MOVE 'N'    TO WS-TRAN-APPLIED-SW.
           MOVE ZERO   TO WS-EDIT-ERR-COUNT.
           MOVE WS-TRN-ACTION      TO AUDIT-ACTION-D.
           MOVE WS-TRN-ACCT-NO     TO AUDIT-ACCT-NO-D.
           MOVE WS-TRN-USER-ID     TO AUDIT-USER-D.
           MOVE WS-TRN-DATE        TO AUDIT-DATE-D.
           STRING WS-TRN-FIRST-NAME DELIMITED BY SPACE
                  ' '               DELIMITED BY SIZE
                  WS-TRN-LAST-NAME  DELIMITED BY SPACE
                    INTO AUDIT-NAME-D
           END-STRING.
      *
           IF NOT TRN-VALID-ACTION
              ADD +1 TO TRANS-REJECTED
              MOVE 'REJECTED - ACTION CODE MUST BE A, C, X OR L'
                              TO AUDIT-RESULT-D
              PERFORM 0500-WRITE-AUDIT-LINE
           ELSE
              IF WS-TRN-ACCT-NO = SPACES
                 ADD +1 TO TRANS-REJECTED
                 MOVE 'REJECTED - ACCT-NO MUST BE PRESENT'
                              TO AUDIT-RESULT-D
                 PERFORM 0500-WRITE-AUDIT-LINE
              ELSE
                 IF WS-TRN-USER-ID = SPACES OR WS-TRN-DATE = SPACES
                    ADD +1 TO TRANS-REJECTED
                    MOVE 'REJECTED - USER ID AND DATE MUST BE PRESENT'
                              TO AUDIT-RESULT-D
                    PERFORM 0500-WRITE-AUDIT-LINE
                 ELSE
                    PERFORM 0450-SEARCH-MASTER-TABLE
                    PERFORM 0460-APPLY-VALID-TRAN
                 END-IF
              END-IF
           END-IF.
      *
       0450-SEARCH-MASTER-TABLE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH SEARCHES THE MASTER TABLE FOR THE           *
      *    TRANSACTION'S ACCT-NO AND REMEMBERS THE MATCHING ENTRY.    *
      *    A MATCHING ENTRY IS COPIED TO BOTH THE WORK RECORD (TO BE  *
      *    UPDATED) AND THE BEFORE RECORD (FOR THE AUDIT REPORT).     *
      *    ENTRIES ALREADY CLOSED THIS RUN DO NOT MATCH.              *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0400-APPLY-ONE-TRAN                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE 'N'    TO WS-AT-FOUND-SW.
           MOVE ZERO   TO WS-AT-FOUND-SUB.
           MOVE SPACES TO WS-ACCT-MSTR-REC,
                          WS-ACCT-BEFORE-REC.
      *
           PERFORM VARYING AT-IDX FROM 1 BY 1
              UNTIL AT-IDX > WS-AT-ENTRIES-LOADED
                 OR ACCOUNT-FOUND
                 IF WS-AT-ACCT-NO (AT-IDX) = WS-TRN-ACCT-NO
                    AND NOT AT-ENTRY-CLOSED (AT-IDX)
                    MOVE 'Y' TO WS-AT-FOUND-SW
                    SET WS-AT-FOUND-SUB TO AT-IDX
                    MOVE WS-AT-ACCT-REC (AT-IDX) TO WS-ACCT-MSTR-REC,
                                                    WS-ACCT-BEFORE-REC
                 END-IF
           END-PERFORM.
      *
       0460-APPLY-VALID-TRAN.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH APPLIES A SYNTACTICALLY VALID TRANSACTION   *
      *    AGAINST THE MASTER TABLE AND WRITES ITS AUDIT LINE,        *
      *    FOLLOWED BY ONE LINE PER FIELD CHANGED (APPLIED) OR ONE    *
      *    LINE PER FIELD IN ERROR (REJECTED BY THE EDITS).           *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0400-APPLY-ONE-TRAN                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0462-APPLY-ADD-TRAN                                     *
      *    -  0464-APPLY-CHANGE-TRAN                                  *
      *    -  0466-APPLY-CLOSE-TRAN                                   *
      *    -  0468-APPLY-ADJUST-TRAN                                  *
      *    -  0500-WRITE-AUDIT-LINE                                   *
      *    -  0510-WRITE-FIELD-CHANGES                                *
      *    -  0530-WRITE-EDIT-ERRORS                                  *
      *****************************************************************
      *
           IF ACCOUNT-FOUND AND NOT TRN-ADD
              MOVE SPACES TO AUDIT-NAME-D
              STRING WS-BF-FIRST-NAME DELIMITED BY SPACE
                     ' '              DELIMITED BY SIZE
                     WS-BF-LAST-NAME  DELIMITED BY SPACE
                       INTO AUDIT-NAME-D
              END-STRING
           END-IF.
      *
           EVALUATE TRUE
              WHEN TRN-ADD
                 PERFORM 0462-APPLY-ADD-TRAN
              WHEN TRN-CHANGE
                 PERFORM 0464-APPLY-CHANGE-TRAN
              WHEN TRN-CLOSE
                 PERFORM 0466-APPLY-CLOSE-TRAN
              WHEN TRN-ADJUST
                 PERFORM 0468-APPLY-ADJUST-TRAN
           END-EVALUATE.
      *
           PERFORM 0500-WRITE-AUDIT-LINE.
      *
           IF TRAN-WAS-APPLIED
              PERFORM 0510-WRITE-FIELD-CHANGES
           ELSE
              IF WS-EDIT-ERR-COUNT > ZERO
                 PERFORM 0530-WRITE-EDIT-ERRORS
              END-IF
           END-IF.
      *
       0462-APPLY-ADD-TRAN.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH ADDS A NEW ACCOUNT.  THE ACCT-NO MUST NOT   *
      *    ALREADY BE ON THE MASTER, THE OPENING LIMIT AND BALANCE    *
      *    MUST BE NUMERIC, AND THE BUILT RECORD MUST PASS THE        *
      *    ACCOUNT EDITS.  THE NEW ENTRY IS APPENDED TO THE TABLE;    *
      *    THE SORT IN 0600 PUTS IT IN USA-STATE SEQUENCE.            *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0460-APPLY-VALID-TRAN                                   *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0470-VALIDATE-ACCT-RECORD                               *
      *    -  0490-STORE-ACCT-RECORD                                  *
      *****************************************************************
      *
           IF ACCOUNT-FOUND
              ADD +1 TO TRANS-REJECTED
              MOVE 'REJECTED - ACCT-NO ALREADY ON MASTER'
                                 TO AUDIT-RESULT-D
           ELSE
              IF WS-TRN-LIMIT-AMT IS NUMERIC
                 AND WS-TRN-BALANCE-AMT IS NUMERIC
                 MOVE SPACES             TO WS-ACCT-MSTR-REC
                 MOVE WS-TRN-ACCT-NO     TO WS-AM-ACCT-NO
                 MOVE WS-TRN-LIMIT-AMT   TO WS-AM-ACCT-LIMIT
                 MOVE WS-TRN-BALANCE-AMT TO WS-AM-ACCT-BALANCE
                 MOVE WS-TRN-LAST-NAME   TO WS-AM-LAST-NAME
                 MOVE WS-TRN-FIRST-NAME  TO WS-AM-FIRST-NAME
                 MOVE WS-TRN-STREET-ADDR TO WS-AM-STREET-ADDR
                 MOVE WS-TRN-CITY-COUNTY TO WS-AM-CITY-COUNTY
                 MOVE WS-TRN-USA-STATE   TO WS-AM-USA-STATE
                 MOVE WS-TRN-PARTY-CODE  TO WS-AM-PARTY-CODE
                 MOVE WS-TRN-COMMENTS    TO WS-AM-COMMENTS
                 PERFORM 0470-VALIDATE-ACCT-RECORD
                 PERFORM 0490-STORE-ACCT-RECORD
              ELSE
                 ADD +1 TO TRANS-REJECTED
                 MOVE 'REJECTED - OPENING LIMIT AND BALANCE MUST BE NUME
      -              'RIC'       TO AUDIT-RESULT-D
              END-IF
           END-IF.
      *
       0464-APPLY-CHANGE-TRAN.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH REPLACES THE NAME, ADDRESS, STATE, PARTY    *
      *    AND COMMENT FIELDS SUPPLIED (NOT BLANK) ON THE TRANSACTION *
      *    AND RE-EDITS THE RESULTING RECORD.  THE LIMIT AND BALANCE  *
      *    ARE ONLY CHANGED BY AN 'L' ADJUSTMENT.                     *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0460-APPLY-VALID-TRAN                                   *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0470-VALIDATE-ACCT-RECORD                               *
      *    -  0490-STORE-ACCT-RECORD                                  *
      *****************************************************************
      *
           IF NOT ACCOUNT-FOUND
              ADD +1 TO TRANS-REJECTED
              MOVE 'REJECTED - ACCT-NO NOT ON MASTER'
                                 TO AUDIT-RESULT-D
           ELSE
              IF WS-TRN-LAST-NAME   = SPACES
                 AND WS-TRN-FIRST-NAME  = SPACES
                 AND WS-TRN-STREET-ADDR = SPACES
                 AND WS-TRN-CITY-COUNTY = SPACES
                 AND WS-TRN-USA-STATE   = SPACES
                 AND WS-TRN-PARTY-CODE  = SPACES
                 AND WS-TRN-COMMENTS    = SPACES
                 ADD +1 TO TRANS-REJECTED
                 MOVE 'REJECTED - NO CHANGED FIELDS SUPPLIED'
                                 TO AUDIT-RESULT-D
              ELSE
                 IF WS-TRN-LAST-NAME NOT = SPACES
                    MOVE WS-TRN-LAST-NAME   TO WS-AM-LAST-NAME
                 END-IF
                 IF WS-TRN-FIRST-NAME NOT = SPACES
                    MOVE WS-TRN-FIRST-NAME  TO WS-AM-FIRST-NAME
                 END-IF
                 IF WS-TRN-STREET-ADDR NOT = SPACES
                    MOVE WS-TRN-STREET-ADDR TO WS-AM-STREET-ADDR
                 END-IF
                 IF WS-TRN-CITY-COUNTY NOT = SPACES
                    MOVE WS-TRN-CITY-COUNTY TO WS-AM-CITY-COUNTY
                 END-IF
                 IF WS-TRN-USA-STATE NOT = SPACES
                    MOVE WS-TRN-USA-STATE   TO WS-AM-USA-STATE
                 END-IF
                 IF WS-TRN-PARTY-CODE NOT = SPACES
                    MOVE WS-TRN-PARTY-CODE  TO WS-AM-PARTY-CODE
                 END-IF
                 IF WS-TRN-COMMENTS NOT = SPACES
                    MOVE WS-TRN-COMMENTS    TO WS-AM-COMMENTS
                 END-IF
                 PERFORM 0470-VALIDATE-ACCT-RECORD
                 PERFORM 0490-STORE-ACCT-RECORD
              END-IF
           END-IF.
      *
       0466-APPLY-CLOSE-TRAN.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH CLOSES AN ACCOUNT.  THE ENTRY IS FLAGGED    *
      *    CLOSED AND LEFT OFF THE NEW MASTER; THE AUDIT REPORT KEEPS *
      *    ITS FULL BEFORE IMAGE.  NO EDITS ARE RUN, SO A RECORD THAT *
      *    CAN NO LONGER PASS THEM CAN STILL BE CLOSED AND RE-ADDED.  *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0460-APPLY-VALID-TRAN                                   *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           IF NOT ACCOUNT-FOUND
              ADD +1 TO TRANS-REJECTED
              MOVE 'REJECTED - ACCT-NO NOT ON MASTER'
                                 TO AUDIT-RESULT-D
           ELSE
              SET AT-IDX TO WS-AT-FOUND-SUB
              MOVE 'X' TO WS-AT-CLOSED-SW (AT-IDX)
              MOVE 'Y' TO WS-TRAN-APPLIED-SW
              ADD +1 TO TRANS-APPLIED
              ADD +1 TO ACCOUNTS-CLOSED
              MOVE 'APPLIED - ACCOUNT CLOSED, DROPPED FROM NEW MASTER'
                                 TO AUDIT-RESULT-D
           END-IF.
      *
       0468-APPLY-ADJUST-TRAN.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH ADDS THE TRANSACTION'S SIGNED LIMIT AND     *
      *    BALANCE AMOUNTS TO THE ACCOUNT'S CURRENT VALUES.  BOTH     *
      *    AMOUNTS MUST BE NUMERIC AND AT LEAST ONE NOT ZERO.  A      *
      *    RESULT TOO LARGE FOR THE PACKED FIELD IS REJECTED; A       *
      *    CURRENT VALUE THAT IS NOT VALID PACKED DECIMAL IS LEFT FOR *
      *    THE EDITS TO REPORT RATHER THAN ADDED TO.                  *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0460-APPLY-VALID-TRAN                                   *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0470-VALIDATE-ACCT-RECORD                               *
      *    -  0490-STORE-ACCT-RECORD                                  *
      *****************************************************************
      *
           MOVE 'N' TO WS-SIZE-ERROR-SW.
      *
           IF NOT ACCOUNT-FOUND
              ADD +1 TO TRANS-REJECTED
              MOVE 'REJECTED - ACCT-NO NOT ON MASTER'
                                 TO AUDIT-RESULT-D
           ELSE
              IF WS-TRN-LIMIT-AMT IS NOT NUMERIC
                 OR WS-TRN-BALANCE-AMT IS NOT NUMERIC
                 ADD +1 TO TRANS-REJECTED
                 MOVE 'REJECTED - ADJUSTMENT AMOUNTS MUST BE NUMERIC'
                                 TO AUDIT-RESULT-D
              ELSE
                 IF WS-TRN-LIMIT-AMT = ZERO
                    AND WS-TRN-BALANCE-AMT = ZERO
                    ADD +1 TO TRANS-REJECTED
                    MOVE 'REJECTED - NO ADJUSTMENT AMOUNT SUPPLIED'
                                 TO AUDIT-RESULT-D
                 ELSE
                    IF WS-AM-ACCT-LIMIT IS NUMERIC
                       AND WS-AM-ACCT-BALANCE IS NUMERIC
                       ADD WS-TRN-LIMIT-AMT TO WS-AM-ACCT-LIMIT
                          ON SIZE ERROR
                             MOVE 'Y' TO WS-SIZE-ERROR-SW
                       END-ADD
                       ADD WS-TRN-BALANCE-AMT TO WS-AM-ACCT-BALANCE
                          ON SIZE ERROR
                             MOVE 'Y' TO WS-SIZE-ERROR-SW
                       END-ADD
                    END-IF
                    IF ADJUSTMENT-OVERFLOWED
                       ADD +1 TO TRANS-REJECTED
                       MOVE 'REJECTED - ADJUSTED AMOUNT WOULD EXCEED 9,9
      -                     '99,999.99'  TO AUDIT-RESULT-D
                    ELSE
                       PERFORM 0470-VALIDATE-ACCT-RECORD
                       PERFORM 0490-STORE-ACCT-RECORD
                    END-IF
                 END-IF
              END-IF
           END-IF.
      *
       0470-VALIDATE-ACCT-RECORD.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH RUNS THE ACCOUNT EDITS AGAINST THE WORK     *
      *    RECORD.  THE FIRST FIVE ARE CNTRLBRK'S 320-VALIDATE-ACCT-  *
      *    RECORD EDITS WITH THE SAME MESSAGES; THE REST STOP VALUES  *
      *    CNTRLBRK WOULD OTHERWISE MISREPORT (ACCT-NO YEAR BYTES, A  *
      *    BLANK PARTY-CODE, A NEGATIVE LIMIT OR BALANCE).  EVERY     *
      *    FAILING FIELD IS RECORDED, NOT JUST THE FIRST.             *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0462-APPLY-ADD-TRAN                                     *
      *    -  0464-APPLY-CHANGE-TRAN                                  *
      *    -  0468-APPLY-ADJUST-TRAN                                  *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0480-RECORD-EDIT-ERROR                                  *
      *****************************************************************
      *
           MOVE 'Y'  TO WS-ACCT-VALID-SW.
           MOVE ZERO TO WS-EDIT-ERR-COUNT.
      *
           IF WS-AM-ACCT-LIMIT NOT NUMERIC
              MOVE 'ACCT-LIMIT'   TO WS-EE-NEW-FIELD
              MOVE 'ACCOUNT LIMIT (SALARY) IS NOT VALID PACKED DECIMAL'
                                  TO WS-EE-NEW-MESSAGE
              PERFORM 0480-RECORD-EDIT-ERROR
           END-IF.
           IF WS-AM-ACCT-BALANCE NOT NUMERIC
              MOVE 'ACCT-BALANCE' TO WS-EE-NEW-FIELD
              MOVE 'ACCOUNT BALANCE (NET WORTH) IS NOT VALID PACKED DECI
      -           'MAL'           TO WS-EE-NEW-MESSAGE
              PERFORM 0480-RECORD-EDIT-ERROR
           END-IF.
           IF WS-AM-LAST-NAME = SPACES
              MOVE 'LAST-NAME'    TO WS-EE-NEW-FIELD
              MOVE 'LAST NAME MUST BE POPULATED'
                                  TO WS-EE-NEW-MESSAGE
              PERFORM 0480-RECORD-EDIT-ERROR
           END-IF.
           IF WS-AM-FIRST-NAME = SPACES
              MOVE 'FIRST-NAME'   TO WS-EE-NEW-FIELD
              MOVE 'FIRST NAME MUST BE POPULATED'
                                  TO WS-EE-NEW-MESSAGE
              PERFORM 0480-RECORD-EDIT-ERROR
           END-IF.
           IF WS-AM-USA-STATE = SPACES
              MOVE 'USA-STATE'    TO WS-EE-NEW-FIELD
              MOVE 'STATE OF BIRTH MUST BE POPULATED'
                                  TO WS-EE-NEW-MESSAGE
              PERFORM 0480-RECORD-EDIT-ERROR
           END-IF.
      *
           IF WS-AM-ACCT-NO (1:4) NUMERIC
              AND WS-AM-ACCT-NO (5:4) NUMERIC
              AND WS-AM-ACCT-NO (1:4) NOT > WS-AM-ACCT-NO (5:4)
              NEXT SENTENCE
           ELSE
              MOVE 'ACCT-NO'      TO WS-EE-NEW-FIELD
              MOVE 'INAUGURAL/LAST YEAR BYTES OF ACCT-NO ARE NOT VALID'
                                  TO WS-EE-NEW-MESSAGE
              PERFORM 0480-RECORD-EDIT-ERROR
           END-IF.
           IF WS-AM-PARTY-CODE = SPACES
              MOVE 'PARTY-CODE'   TO WS-EE-NEW-FIELD
              MOVE 'PARTY CODE MUST BE POPULATED'
                                  TO WS-EE-NEW-MESSAGE
              PERFORM 0480-RECORD-EDIT-ERROR
           END-IF.
           IF WS-AM-ACCT-LIMIT IS NUMERIC
              AND WS-AM-ACCT-LIMIT < ZERO
              MOVE 'ACCT-LIMIT'   TO WS-EE-NEW-FIELD
              MOVE 'ACCOUNT LIMIT (SALARY) MAY NOT BE NEGATIVE'
                                  TO WS-EE-NEW-MESSAGE
              PERFORM 0480-RECORD-EDIT-ERROR
           END-IF.
           IF WS-AM-ACCT-BALANCE IS NUMERIC
              AND WS-AM-ACCT-BALANCE < ZERO
              MOVE 'ACCT-BALANCE' TO WS-EE-NEW-FIELD
              MOVE 'ACCOUNT BALANCE (NET WORTH) MAY NOT BE NEGATIVE'
                                  TO WS-EE-NEW-MESSAGE
              PERFORM 0480-RECORD-EDIT-ERROR
           END-IF.
      *
       0480-RECORD-EDIT-ERROR.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH MARKS THE WORK RECORD INVALID AND SAVES THE *
      *    FIELD NAME AND MESSAGE FOR THE AUDIT REPORT.               *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0470-VALIDATE-ACCT-RECORD                               *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE 'N' TO WS-ACCT-VALID-SW.
           IF WS-EDIT-ERR-COUNT < 10
              ADD +1 TO WS-EDIT-ERR-COUNT
              SET EE-IDX TO WS-EDIT-ERR-COUNT
              MOVE WS-EE-NEW-FIELD   TO WS-EE-FIELD (EE-IDX)
              MOVE WS-EE-NEW-MESSAGE TO WS-EE-MESSAGE (EE-IDX)
           END-IF.
           MOVE SPACES TO WS-EE-NEW-FIELD, WS-EE-NEW-MESSAGE.
      *
       0490-STORE-ACCT-RECORD.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH PUTS AN EDITED WORK RECORD INTO THE MASTER  *
      *    TABLE - OVER ITS OWN ENTRY FOR A CHANGE OR ADJUSTMENT, OR  *
      *    AS A NEW ENTRY FOR AN ADD - OR REJECTS THE TRANSACTION IF  *
      *    THE RECORD FAILED THE EDITS.                               *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0462-APPLY-ADD-TRAN                                     *
      *    -  0464-APPLY-CHANGE-TRAN                                  *
      *    -  0468-APPLY-ADJUST-TRAN                                  *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           IF NOT ACCT-RECORD-VALID
              ADD +1 TO TRANS-REJECTED
              MOVE 'REJECTED - FAILED ACCOUNT EDITS (SEE BELOW)'
                                 TO AUDIT-RESULT-D
           ELSE
              IF TRN-ADD
                 IF WS-AT-ENTRIES-LOADED < 1000
                    ADD +1 TO WS-AT-ENTRIES-LOADED
                    SET AT-IDX TO WS-AT-ENTRIES-LOADED
                    MOVE WS-ACCT-MSTR-REC TO WS-AT-ACCT-REC (AT-IDX)
                    MOVE SPACE TO WS-AT-CLOSED-SW (AT-IDX)
                    MOVE 'Y' TO WS-TRAN-APPLIED-SW
                    ADD +1 TO TRANS-APPLIED
                    MOVE 'APPLIED - ACCOUNT ADDED' TO AUDIT-RESULT-D
                 ELSE
                    ADD +1 TO TRANS-REJECTED
                    MOVE 'REJECTED - MASTER TABLE FULL (1000 ENTRIES)'
                                 TO AUDIT-RESULT-D
                 END-IF
              ELSE
                 SET AT-IDX TO WS-AT-FOUND-SUB
                 MOVE WS-ACCT-MSTR-REC TO WS-AT-ACCT-REC (AT-IDX)
                 MOVE 'Y' TO WS-TRAN-APPLIED-SW
                 ADD +1 TO TRANS-APPLIED
                 IF TRN-CHANGE
                    MOVE 'APPLIED - ACCOUNT CHANGED' TO AUDIT-RESULT-D
                 ELSE
                    MOVE 'APPLIED - LIMIT/BALANCE ADJUSTED'
                                 TO AUDIT-RESULT-D
                 END-IF
              END-IF
           END-IF.
      *
       0500-WRITE-AUDIT-LINE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES ONE TRANSACTION LINE TO THE AUDIT    *
      *    REPORT.                                                    *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0400-APPLY-ONE-TRAN                                     *
      *    -  0460-APPLY-VALID-TRAN                                   *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-DETAIL.
           IF AUCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO AUDIT REPORT FILE'
           END-IF.
      *
       0510-WRITE-FIELD-CHANGES.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES A BEFORE/AFTER LINE UNDER AN APPLIED *
      *    TRANSACTION FOR EVERY FIELD IT CHANGED.  AN ADD SHOWS      *
      *    EVERY FIELD WITH A BEFORE VALUE OF NONE; A CLOSE SHOWS     *
      *    EVERY FIELD WITH AN AFTER VALUE OF CLOSED.  THE PACKED     *
      *    FIELDS ARE COMPARED BYTE FOR BYTE SO A VALUE THAT IS NOT   *
      *    VALID PACKED DECIMAL IS NEVER USED IN ARITHMETIC.          *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0460-APPLY-VALID-TRAN                                   *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0520-WRITE-FIELD-LINE                                   *
      *****************************************************************
      *
           IF TRN-ADD OR TRN-CLOSE
              OR WS-BF-ACCT-LIMIT-X NOT = WS-AM-ACCT-LIMIT-X
              MOVE 'ACCT-LIMIT'  TO WS-FC-FIELD
              IF WS-BF-ACCT-LIMIT IS NUMERIC
                 MOVE WS-BF-ACCT-LIMIT TO WS-FC-EDITED-AMOUNT
                 MOVE WS-FC-EDITED-AMOUNT TO WS-FC-BEFORE
              ELSE
                 MOVE 'NOT VALID PACKED DECIMAL' TO WS-FC-BEFORE
              END-IF
              IF WS-AM-ACCT-LIMIT IS NUMERIC
                 MOVE WS-AM-ACCT-LIMIT TO WS-FC-EDITED-AMOUNT
                 MOVE WS-FC-EDITED-AMOUNT TO WS-FC-AFTER
              ELSE
                 MOVE 'NOT VALID PACKED DECIMAL' TO WS-FC-AFTER
              END-IF
              PERFORM 0520-WRITE-FIELD-LINE
           END-IF.
      *
           IF TRN-ADD OR TRN-CLOSE
              OR WS-BF-ACCT-BALANCE-X NOT = WS-AM-ACCT-BALANCE-X
              MOVE 'ACCT-BALANCE' TO WS-FC-FIELD
              IF WS-BF-ACCT-BALANCE IS NUMERIC
                 MOVE WS-BF-ACCT-BALANCE TO WS-FC-EDITED-AMOUNT
                 MOVE WS-FC-EDITED-AMOUNT TO WS-FC-BEFORE
              ELSE
                 MOVE 'NOT VALID PACKED DECIMAL' TO WS-FC-BEFORE
              END-IF
              IF WS-AM-ACCT-BALANCE IS NUMERIC
                 MOVE WS-AM-ACCT-BALANCE TO WS-FC-EDITED-AMOUNT
                 MOVE WS-FC-EDITED-AMOUNT TO WS-FC-AFTER
              ELSE
                 MOVE 'NOT VALID PACKED DECIMAL' TO WS-FC-AFTER
              END-IF
              PERFORM 0520-WRITE-FIELD-LINE
           END-IF.
      *
           IF TRN-ADD OR TRN-CLOSE
              OR WS-BF-LAST-NAME NOT = WS-AM-LAST-NAME
              MOVE 'LAST-NAME'   TO WS-FC-FIELD
              MOVE WS-BF-LAST-NAME   TO WS-FC-BEFORE
              MOVE WS-AM-LAST-NAME   TO WS-FC-AFTER
              PERFORM 0520-WRITE-FIELD-LINE
           END-IF.
      *
           IF TRN-ADD OR TRN-CLOSE
              OR WS-BF-FIRST-NAME NOT = WS-AM-FIRST-NAME
              MOVE 'FIRST-NAME'  TO WS-FC-FIELD
              MOVE WS-BF-FIRST-NAME  TO WS-FC-BEFORE
              MOVE WS-AM-FIRST-NAME  TO WS-FC-AFTER
              PERFORM 0520-WRITE-FIELD-LINE
           END-IF.
      *
           IF TRN-ADD OR TRN-CLOSE
              OR WS-BF-STREET-ADDR NOT = WS-AM-STREET-ADDR
              MOVE 'STREET-ADDR' TO WS-FC-FIELD
              MOVE WS-BF-STREET-ADDR TO WS-FC-BEFORE
              MOVE WS-AM-STREET-ADDR TO WS-FC-AFTER
              PERFORM 0520-WRITE-FIELD-LINE
           END-IF.
      *
           IF TRN-ADD OR TRN-CLOSE
              OR WS-BF-CITY-COUNTY NOT = WS-AM-CITY-COUNTY
              MOVE 'CITY-COUNTY' TO WS-FC-FIELD
              MOVE WS-BF-CITY-COUNTY TO WS-FC-BEFORE
              MOVE WS-AM-CITY-COUNTY TO WS-FC-AFTER
              PERFORM 0520-WRITE-FIELD-LINE
           END-IF.
      *
           IF TRN-ADD OR TRN-CLOSE
              OR WS-BF-USA-STATE NOT = WS-AM-USA-STATE
              MOVE 'USA-STATE'   TO WS-FC-FIELD
              MOVE WS-BF-USA-STATE   TO WS-FC-BEFORE
              MOVE WS-AM-USA-STATE   TO WS-FC-AFTER
              PERFORM 0520-WRITE-FIELD-LINE
           END-IF.
      *
           IF TRN-ADD OR TRN-CLOSE
              OR WS-BF-PARTY-CODE NOT = WS-AM-PARTY-CODE
              MOVE 'PARTY-CODE'  TO WS-FC-FIELD
              MOVE WS-BF-PARTY-CODE  TO WS-FC-BEFORE
              MOVE WS-AM-PARTY-CODE  TO WS-FC-AFTER
              PERFORM 0520-WRITE-FIELD-LINE
           END-IF.
      *
           IF TRN-ADD OR TRN-CLOSE
              OR WS-BF-COMMENTS NOT = WS-AM-COMMENTS
              MOVE 'COMMENTS'    TO WS-FC-FIELD
              MOVE WS-BF-COMMENTS    TO WS-FC-BEFORE
              MOVE WS-AM-COMMENTS    TO WS-FC-AFTER
              PERFORM 0520-WRITE-FIELD-LINE
           END-IF.
      *
       0520-WRITE-FIELD-LINE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES ONE BEFORE/AFTER FIELD LINE.  ON AN  *
      *    ADD THE BEFORE VALUE IS NONE; ON A CLOSE THE AFTER VALUE   *
      *    IS CLOSED.                                                 *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0510-WRITE-FIELD-CHANGES                                *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           IF TRN-ADD
              MOVE 'NONE'   TO WS-FC-BEFORE
           END-IF.
           IF TRN-CLOSE
              MOVE 'CLOSED' TO WS-FC-AFTER
           END-IF.
      *
           MOVE WS-FC-FIELD  TO AUDIT-FIELD-D.
           MOVE WS-FC-BEFORE TO AUDIT-BEFORE-D.
           MOVE WS-FC-AFTER  TO AUDIT-AFTER-D.
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-FIELD-LINE.
           IF AUCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO AUDIT REPORT FILE'
           END-IF.
           MOVE SPACES TO WS-FC-FIELD, WS-FC-BEFORE, WS-FC-AFTER.
      *
       0530-WRITE-EDIT-ERRORS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES ONE LINE UNDER A REJECTED            *
      *    TRANSACTION FOR EACH FIELD THAT FAILED THE ACCOUNT EDITS.  *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0460-APPLY-VALID-TRAN                                   *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           PERFORM VARYING EE-IDX FROM 1 BY 1
              UNTIL EE-IDX > WS-EDIT-ERR-COUNT
                 MOVE WS-EE-FIELD (EE-IDX)   TO AUDIT-ERR-FIELD-D
                 MOVE WS-EE-MESSAGE (EE-IDX) TO AUDIT-ERR-MESSAGE-D
                 WRITE AUDIT-RPT-REC FROM WS-AUDIT-ERROR-LINE
                 IF AUCODE NOT = '00'
                    DISPLAY 'ERROR ENCOUNTERED WRITING TO AUDIT REPORT '
                       'FILE'
                 END-IF
           END-PERFORM.
      *
       0600-WRITE-NEW-MASTER.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES THE UPDATED MASTER TABLE TO THE NEW  *
      *    ACCOUNT MASTER FILE IN THE SAME 170-BYTE ACCT-FIELDS       *
      *    LAYOUT CNTRLBRK READS, SORTED BY USA-STATE (THEN ACCT-NO)  *
      *    SO IT CAN FEED CNTRLBRK'S STATE BREAK RUN DIRECTLY.        *
      *    ACCOUNTS CLOSED THIS RUN ARE DROPPED.                      *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0610-RELEASE-MASTER-TABLE (SORT INPUT PROCEDURE)        *
      *    -  0620-WRITE-SORTED-MASTER (SORT OUTPUT PROCEDURE)        *
      *****************************************************************
      *
           SORT ACCT-SORT-FILE
                ON ASCENDING KEY SRT-USA-STATE
                                 SRT-ACCT-NO
                INPUT PROCEDURE 0610-RELEASE-MASTER-TABLE
                OUTPUT PROCEDURE 0620-WRITE-SORTED-MASTER.
      *
       0610-RELEASE-MASTER-TABLE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    SORT INPUT PROCEDURE.  RELEASES EVERY TABLE ENTRY NOT      *
      *    CLOSED THIS RUN.                                           *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0600-WRITE-NEW-MASTER (SORT INPUT PROCEDURE)            *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           PERFORM VARYING AT-IDX FROM 1 BY 1
              UNTIL AT-IDX > WS-AT-ENTRIES-LOADED
                 IF NOT AT-ENTRY-CLOSED (AT-IDX)
                    RELEASE SRT-ACCT-REC FROM WS-AT-ACCT-REC (AT-IDX)
                 END-IF
           END-PERFORM.
      *
       0620-WRITE-SORTED-MASTER.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    SORT OUTPUT PROCEDURE.  RETURNS THE SORTED ACCOUNTS AND    *
      *    WRITES EACH ONE TO THE NEW ACCOUNT MASTER.                 *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0600-WRITE-NEW-MASTER (SORT OUTPUT PROCEDURE)           *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           PERFORM UNTIL END-OF-ACCT-SORT-FILE
              RETURN ACCT-SORT-FILE
                 AT END
                    MOVE 'Y' TO ACCT-SORT-FILE-SW
                 NOT AT END
                    WRITE NEW-ACCT-REC FROM SRT-ACCT-REC
                    IF NACODE = '00'
                       ADD +1 TO MASTER-RECS-WRITTEN
                    ELSE
                       DISPLAY 'ERROR ENCOUNTERED WRITING NEW ACCOUNT '
                          'MASTER FILE'
                    END-IF
              END-RETURN
           END-PERFORM.
      *
       0700-WRITE-AUDIT-TOTALS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES THE TRANSACTION AND MASTER RECORD    *
      *    COUNTS TO THE AUDIT REPORT.                                *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-BLANK-LINE.
      *
           MOVE 'TOTAL TRANSACTIONS READ:  '  TO AUDIT-TOTAL-LABEL.
           MOVE TRANS-READ                    TO AUDIT-TOTAL-COUNT.
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-TOTAL-LINE.
      *
           MOVE 'TOTAL TRANSACTIONS APPLIED:  ' TO AUDIT-TOTAL-LABEL.
           MOVE TRANS-APPLIED                 TO AUDIT-TOTAL-COUNT.
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-TOTAL-LINE.
      *
           MOVE 'TOTAL TRANSACTIONS REJECTED:  ' TO AUDIT-TOTAL-LABEL.
           MOVE TRANS-REJECTED                TO AUDIT-TOTAL-COUNT.
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-TOTAL-LINE.
      *
           MOVE 'ACCOUNTS CLOSED:  '          TO AUDIT-TOTAL-LABEL.
           MOVE ACCOUNTS-CLOSED               TO AUDIT-TOTAL-COUNT.
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-TOTAL-LINE.
      *
           MOVE 'MASTER RECORDS WRITTEN:  '   TO AUDIT-TOTAL-LABEL.
           MOVE MASTER-RECS-WRITTEN           TO AUDIT-TOTAL-COUNT.
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-TOTAL-LINE.
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
           CLOSE ACCTSORT.
           IF ACCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING ACCOUNT MASTER FILE'
           END-IF.
      *
           CLOSE ACCTTRAN.
           IF TRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING TRANSACTION FILE'
           END-IF.
      *
           CLOSE NEWACCT.
           IF NACODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING NEW ACCOUNT MASTER'
           END-IF.
      *
           CLOSE ACCTAUDT.
           IF AUCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING AUDIT REPORT FILE'
           END-IF.
