       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EMPMAINT.
       AUTHOR. DORETHA RILEY.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. CURRENT-DATE.
       SECURITY. NON-CONFIDENTIAL.
      *
      *****************************************************************
      *  DESCRIPTION                                                  *
      *    THIS PROGRAM MAINTAINS THE KEYED EMPLOYEE MASTER FILE USED *
      *    BY TABLES01 TO IDENTIFY EMPLOYEES BY EMPLOYEE ID INSTEAD   *
      *    OF BY NAME.  IT APPLIES ADD ('A'), CHANGE ('C'),           *
      *    TERMINATE ('T') AND REHIRE ('R') TRANSACTIONS FROM A       *
      *    TRANSACTION FILE DIRECTLY AGAINST THE MASTER - WRITING NEW *
      *    ROWS AND REWRITING CHANGED ONES IN PLACE - AND PRODUCES AN *
      *    AUDIT REPORT SHOWING EVERY TRANSACTION WITH ITS BEFORE AND *
      *    AFTER STATE AND THE USER/DATE FROM THE TRANSACTION RECORD. *
      *    MALFORMED TRANSACTIONS (BAD ACTION CODE, NON-NUMERIC       *
      *    EMPLOYEE ID, DUPLICATE ADD, MISSING NAME OR STATE OFFICE,  *
      *    INVALID DATES, CHANGE OR TERMINATION OF AN UNKNOWN         *
      *    EMPLOYEE) ARE REJECTED AND REPORTED.                       *
      *                                                               *
      *    INPUT FILE:                                                *
      *      RTPOT44.EMPTRAN.DATA (MAINTENANCE TRANSACTIONS)          *
      *      INTERNAL FILE NAME:  EMPTRAN                             *
      *      JCL DD NAME:         EMPTRAN                             *
      *                                                               *
      *    UPDATE FILE:                                               *
      *      RTPOT44.EMPMSTR.DATA (EMPLOYEE MASTER, KEYED)            *
      *      INTERNAL FILE NAME:  EMPMSTR                             *
      *      JCL DD NAME:         EMPMSTR                             *
      *                                                               *
      *    OUTPUT FILE:                                               *
      *      DD SYSOUT=* (MAINTENANCE AUDIT REPORT)                   *
      *      INTERNAL FILE NAME:  EMPAUDIT                            *
      *      JCL DD NAME:         EMPAUDIT                            *
      *                                                               *
      *    JCL JOB: RTPOT44.LEARN.REUSABLE.JCL(EMPMAINT)              *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMSTR          *>EMPLOYEE MASTER, KEYED
           ASSIGN TO EMPMSTR
             ORGANIZATION IS INDEXED
             ACCESS MODE IS RANDOM
             RECORD KEY IS EMK-EMP-ID
             FILE STATUS IS EMCODE.
      *
           SELECT EMPTRAN          *>MAINTENANCE TRANSACTIONS
           ASSIGN TO EMPTRAN
             FILE STATUS IS TRCODE.
      *
           SELECT EMPAUDIT         *>MAINTENANCE AUDIT REPORT
           ASSIGN TO EMPAUDIT
             FILE STATUS IS AUCODE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  EMPMSTR
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS EMP-MSTR-REC.
      *
       01  EMP-MSTR-REC.
           05  EMK-EMP-ID         PIC 9(06).
           05  FILLER             PIC X(74).
      *
       FD  EMPTRAN
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS EMP-TRAN-REC.
      *
       01  EMP-TRAN-REC PIC X(80).
      *
       FD  EMPAUDIT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS AUDIT-RPT-REC.
      *
       01  AUDIT-RPT-REC PIC X(133).
      *
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-CODES.
          05 EMCODE               PIC X(02).
          05 TRCODE               PIC X(02).
          05 AUCODE               PIC X(02).
      *
       01 WS-FILE-SWITCHES.
          05 EMPTRAN-FILE-SW      PIC X(01) VALUE SPACE.
             88 END-OF-EMPTRAN-FILE VALUE 'Y'.
      *
       01 WS-EMP-MSTR-REC.  *>EMPLOYEE MASTER RECORD LAYOUT
          05 WS-EMST-EMP-ID       PIC 9(06).
          05 WS-EMST-NAME         PIC X(15).
          05 WS-EMST-STATE-OFFICE PIC X(02).
      *** HIRE AND TERMINATION DATES (CCYYMMDD) - A ZERO TERMINATION
      *** DATE MEANS THE EMPLOYEE HAS NOT BEEN TERMINATED.
          05 WS-EMST-HIRE-DATE    PIC 9(08).
          05 WS-EMST-TERM-DATE    PIC 9(08).
          05 WS-EMST-STATUS       PIC X(01).
             88 EMST-ACTIVE                 VALUE 'A'.
             88 EMST-TERMINATED             VALUE 'T'.
          05 FILLER               PIC X(40) VALUE SPACES.
      *
       01 WS-EMP-TRAN-REC.  *>MAINTENANCE TRANSACTION LAYOUT
          05 WS-TRN-ACTION        PIC X(01).
             88 TRN-ADD                     VALUE 'A'.
             88 TRN-CHANGE                  VALUE 'C'.
             88 TRN-TERMINATE               VALUE 'T'.
             88 TRN-REHIRE                  VALUE 'R'.
             88 TRN-VALID-ACTION            VALUES ARE 'A', 'C', 'T',
                                                       'R'.
          05 WS-TRN-EMP-ID        PIC X(06).
          05 WS-TRN-EMP-ID-N REDEFINES WS-TRN-EMP-ID
                                  PIC 9(06).
      *** NAME, STATE OFFICE AND HIRE DATE ARE REQUIRED ON AN ADD.  ON
      *** A CHANGE ONLY THE FIELDS THAT ARE NOT BLANK ARE REPLACED.  A
      *** REHIRE MAY CARRY A NEW HIRE DATE.
          05 WS-TRN-NAME          PIC X(15).
          05 WS-TRN-STATE-OFFICE  PIC X(02).
          05 WS-TRN-HIRE-DATE     PIC X(08).
          05 WS-TRN-HIRE-DATE-N REDEFINES WS-TRN-HIRE-DATE
                                  PIC 9(08).
      *** TERMINATION DATE, REQUIRED ON A TERMINATE ('T').
          05 WS-TRN-TERM-DATE     PIC X(08).
          05 WS-TRN-TERM-DATE-N REDEFINES WS-TRN-TERM-DATE
                                  PIC 9(08).
          05 WS-TRN-USER-ID       PIC X(08).
          05 WS-TRN-DATE          PIC X(08).
          05 FILLER               PIC X(24).
      *
       01 WS-MAINT-CONTROLS.
          05 WS-EMP-FOUND-SW      PIC X(01) VALUE 'N'.
             88 EMPLOYEE-FOUND              VALUE 'Y'.
          05 WS-MSTR-WRITE-SW     PIC X(01) VALUE 'N'.
             88 MASTER-WRITE-FAILED         VALUE 'Y'.
          05 WS-BEFORE-STATUS     PIC X(08) VALUE SPACES.
          05 WS-HOLD-NAME         PIC X(15) VALUE SPACES.
          05 WS-HOLD-STATE-OFFICE PIC X(02) VALUE SPACES.
          05 WS-HOLD-HIRE-DATE    PIC 9(08) VALUE 0.
      *
       01 COUNTERS-AND-ACCUMULATORS.
          05 TRANS-READ           PIC S9(04) COMP VALUE 0.
          05 TRANS-APPLIED        PIC S9(04) COMP VALUE 0.
          05 TRANS-REJECTED       PIC S9(04) COMP VALUE 0.
          05 MASTER-RECS-WRITTEN  PIC S9(04) COMP VALUE 0.
      *
       01 WS-AUDIT-HEADER-1.
          05 FILLER               PIC X(46) VALUE SPACES.
          05 FILLER               PIC X(40) VALUE
                'EMPLOYEE MASTER MAINTENANCE AUDIT TRAIL'.
          05 FILLER               PIC X(47) VALUE SPACES.
      *
       01 WS-AUDIT-HEADER-2.
          05 FILLER               PIC X(46) VALUE SPACES.
          05 FILLER               PIC X(40) VALUE ALL '='.
          05 FILLER               PIC X(47) VALUE SPACES.
      *
       01 WS-AUDIT-HEADER-3.
          05 FILLER               PIC X(06) VALUE 'ACTION'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(07) VALUE 'EMP ID'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(21) VALUE 'NAME'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE 'BEFORE'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE 'AFTER'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE 'USER'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE 'DATE'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(61) VALUE 'RESULT'.
      *
       01 WS-AUDIT-HEADER-4.
          05 FILLER               PIC X(06) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(07) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(21) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(61) VALUE ALL '='.
      *
       01 WS-AUDIT-DETAIL.
          05 AUDIT-ACTION-D       PIC X(06).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 AUDIT-EMP-ID-D       PIC X(07).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 AUDIT-NAME-D         PIC X(21).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 AUDIT-BEFORE-D       PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 AUDIT-AFTER-D        PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 AUDIT-USER-D         PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 AUDIT-DATE-D         PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 AUDIT-RESULT-D       PIC X(61).
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
      *    THE MAIN PROCEDURE AREA APPLIES THE TRANSACTION FILE       *
      *    DIRECTLY AGAINST THE KEYED MASTER, WRITES THE AUDIT        *
      *    TOTALS, AND CLOSES THE FILES.                              *
      *                                                               *
      *  CALLED BY:                                                   *
      *    - NONE                                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    - 0000-HOUSEKEEPING                                        *
      *    - 0100-OPEN-FILES                                          *
      *    - 0300-APPLY-TRANSACTIONS                                  *
      *    - 0700-WRITE-AUDIT-TOTALS                                  *
      *    - 0800-CLOSE-FILES                                         *
      *****************************************************************
      *
       PROCEDURE DIVISION.
           PERFORM 0000-HOUSEKEEPING.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0300-APPLY-TRANSACTIONS.
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
           INITIALIZE WS-EMP-MSTR-REC,
                      WS-EMP-TRAN-REC,
                      WS-MAINT-CONTROLS,
                      COUNTERS-AND-ACCUMULATORS,
                      WS-FILE-SWITCHES,
                      WS-AUDIT-DETAIL.
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
           OPEN I-O EMPMSTR.
           IF EMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING EMPLOYEE MASTER FILE, '
                 'STATUS: ' EMCODE
           END-IF.
      *
           OPEN INPUT EMPTRAN.
           IF TRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING TRANSACTION FILE'
           END-IF.
      *
           OPEN OUTPUT EMPAUDIT.
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
       0300-APPLY-TRANSACTIONS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE TRANSACTION FILE AND APPLIES EACH *
      *    TRANSACTION TO THE MASTER VIA 0400-APPLY-ONE-TRAN.         *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0400-APPLY-ONE-TRAN                                     *
      *****************************************************************
      *
           PERFORM UNTIL END-OF-EMPTRAN-FILE
              READ EMPTRAN INTO WS-EMP-TRAN-REC
                 AT END
                    MOVE 'Y' TO EMPTRAN-FILE-SW
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
      *      - ACTION MUST BE 'A' (ADD), 'C' (CHANGE), 'T'            *
      *        (TERMINATE) OR 'R' (REHIRE)                            *
      *      - THE EMPLOYEE ID MUST BE NUMERIC AND NOT ZERO           *
      *    EVERY TRANSACTION, APPLIED OR REJECTED, GETS AN AUDIT LINE *
      *    WITH ITS BEFORE AND AFTER STATE.                           *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0300-APPLY-TRANSACTIONS                                 *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0450-READ-MASTER-RECORD                                 *
      *    -  0460-APPLY-VALID-TRAN                                   *
      *    -  0500-WRITE-AUDIT-LINE                                   *
      *****************************************************************
      *
           MOVE SPACES TO WS-AUDIT-DETAIL.
           MOVE WS-TRN-ACTION      TO AUDIT-ACTION-D.
           MOVE WS-TRN-EMP-ID      TO AUDIT-EMP-ID-D.
           MOVE WS-TRN-NAME        TO AUDIT-NAME-D.
           MOVE WS-TRN-USER-ID     TO AUDIT-USER-D.
           MOVE WS-TRN-DATE        TO AUDIT-DATE-D.
      *
           IF NOT TRN-VALID-ACTION
              ADD +1 TO TRANS-REJECTED
              MOVE 'N/A'      TO AUDIT-BEFORE-D, AUDIT-AFTER-D
              MOVE 'REJECTED - ACTION CODE MUST BE A, C, T OR R'
                              TO AUDIT-RESULT-D
              PERFORM 0500-WRITE-AUDIT-LINE
           ELSE
              IF WS-TRN-EMP-ID IS NUMERIC
                 AND WS-TRN-EMP-ID-N > ZERO
                 PERFORM 0450-READ-MASTER-RECORD
                 PERFORM 0460-APPLY-VALID-TRAN
              ELSE
                 ADD +1 TO TRANS-REJECTED
                 MOVE 'N/A'   TO AUDIT-BEFORE-D, AUDIT-AFTER-D
                 MOVE 'REJECTED - EMPLOYEE ID MUST BE NUMERIC, NOT ZERO'
                              TO AUDIT-RESULT-D
                 PERFORM 0500-WRITE-AUDIT-LINE
              END-IF
           END-IF.
      *
       0450-READ-MASTER-RECORD.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE KEYED MASTER DIRECTLY BY THE      *
      *    TRANSACTION'S EMPLOYEE ID AND REMEMBERS WHETHER THE ROW    *
      *    EXISTS AND ITS CURRENT (BEFORE) STATUS.  THE ROW IS LEFT   *
      *    IN WS-EMP-MSTR-REC FOR 0460 TO UPDATE IN PLACE.            *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0400-APPLY-ONE-TRAN                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE 'N'    TO WS-EMP-FOUND-SW.
           MOVE SPACES TO WS-BEFORE-STATUS.
      *
           MOVE WS-TRN-EMP-ID-N TO EMK-EMP-ID.
           READ EMPMSTR INTO WS-EMP-MSTR-REC
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-EMP-FOUND-SW
                 IF EMST-ACTIVE
                    MOVE 'ACTIVE'   TO WS-BEFORE-STATUS
                 ELSE
                    MOVE 'TERMED'   TO WS-BEFORE-STATUS
                 END-IF
           END-READ.
      *
           IF EMCODE = '00' OR '23'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED READING EMPLOYEE MASTER FILE, '
                 'STATUS: ' EMCODE
           END-IF.
      *
       0460-APPLY-VALID-TRAN.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH APPLIES A SYNTACTICALLY VALID TRANSACTION   *
      *    AGAINST THE MASTER AND WRITES ITS AUDIT LINE.              *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0400-APPLY-ONE-TRAN                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0462-APPLY-ADD-TRAN                                     *
      *    -  0464-APPLY-CHANGE-TRAN                                  *
      *    -  0466-APPLY-TERMINATE-TRAN                               *
      *    -  0468-APPLY-REHIRE-TRAN                                  *
      *    -  0500-WRITE-AUDIT-LINE                                   *
      *****************************************************************
      *
           IF EMPLOYEE-FOUND
              MOVE WS-BEFORE-STATUS TO AUDIT-BEFORE-D
              IF WS-TRN-NAME = SPACES
                 MOVE WS-EMST-NAME  TO AUDIT-NAME-D
              END-IF
           ELSE
              MOVE 'NONE'           TO AUDIT-BEFORE-D
           END-IF.
      *
           EVALUATE TRUE
              WHEN TRN-ADD
                 PERFORM 0462-APPLY-ADD-TRAN
              WHEN TRN-CHANGE
                 PERFORM 0464-APPLY-CHANGE-TRAN
              WHEN TRN-TERMINATE
                 PERFORM 0466-APPLY-TERMINATE-TRAN
              WHEN TRN-REHIRE
                 PERFORM 0468-APPLY-REHIRE-TRAN
           END-EVALUATE.
      *
           PERFORM 0500-WRITE-AUDIT-LINE.
      *
       0462-APPLY-ADD-TRAN.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH ADDS A NEW ACTIVE EMPLOYEE.  THE ID MUST    *
      *    NOT ALREADY BE ON THE MASTER, AND THE NAME, HOME STATE     *
      *    OFFICE AND A VALID CCYYMMDD HIRE DATE ARE ALL REQUIRED.    *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0460-APPLY-VALID-TRAN                                   *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0470-WRITE-MASTER-RECORD                                *
      *    -  0490-SET-WRITE-FAILED-RESULT                            *
      *****************************************************************
      *
           IF EMPLOYEE-FOUND
              ADD +1 TO TRANS-REJECTED
              MOVE WS-BEFORE-STATUS TO AUDIT-AFTER-D
              MOVE 'REJECTED - EMPLOYEE ID ALREADY ON THE MASTER'
                          TO AUDIT-RESULT-D
           ELSE
           IF WS-TRN-NAME = SPACES
              OR WS-TRN-STATE-OFFICE = SPACES
              ADD +1 TO TRANS-REJECTED
              MOVE 'NONE' TO AUDIT-AFTER-D
              MOVE 'REJECTED - NAME AND STATE OFFICE REQUIRED ON AN ADD'
                          TO AUDIT-RESULT-D
           ELSE
           IF WS-TRN-HIRE-DATE IS NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD (WS-TRN-HIRE-DATE-N)
                 NOT = 0
              ADD +1 TO TRANS-REJECTED
              MOVE 'NONE' TO AUDIT-AFTER-D
              MOVE 'REJECTED - HIRE DATE MUST BE A VALID CCYYMMDD DATE'
                          TO AUDIT-RESULT-D
           ELSE
              INITIALIZE WS-EMP-MSTR-REC
              MOVE WS-TRN-EMP-ID-N     TO WS-EMST-EMP-ID
              MOVE WS-TRN-NAME         TO WS-EMST-NAME
              MOVE WS-TRN-STATE-OFFICE TO WS-EMST-STATE-OFFICE
              MOVE WS-TRN-HIRE-DATE-N  TO WS-EMST-HIRE-DATE
              MOVE ZERO                TO WS-EMST-TERM-DATE
              MOVE 'A'                 TO WS-EMST-STATUS
              PERFORM 0470-WRITE-MASTER-RECORD
              IF MASTER-WRITE-FAILED
                 MOVE 'NONE'              TO AUDIT-AFTER-D
                 PERFORM 0490-SET-WRITE-FAILED-RESULT
              ELSE
                 MOVE 'ACTIVE'            TO AUDIT-AFTER-D
                 MOVE SPACES              TO AUDIT-RESULT-D
                 STRING 'ADDED - OFFICE '     DELIMITED BY SIZE
                        WS-TRN-STATE-OFFICE   DELIMITED BY SIZE
                        ', HIRED '            DELIMITED BY SIZE
                        WS-TRN-HIRE-DATE      DELIMITED BY SIZE
                          INTO AUDIT-RESULT-D
              END-IF
           END-IF
           END-IF
           END-IF.
      *
       0464-APPLY-CHANGE-TRAN.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH CHANGES THE NAME, HOME STATE OFFICE AND/OR  *
      *    HIRE DATE OF AN EMPLOYEE ALREADY ON THE MASTER.  ONLY THE  *
      *    FIELDS THAT ARE NOT BLANK ON THE TRANSACTION ARE REPLACED. *
      *    THE AUDIT RESULT SHOWS THE VALUES AS THEY WERE BEFORE THE  *
      *    CHANGE; THE NAME COLUMN SHOWS THE NAME AFTER IT.           *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0460-APPLY-VALID-TRAN                                   *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0480-REWRITE-MASTER-RECORD                              *
      *    -  0490-SET-WRITE-FAILED-RESULT                            *
      *****************************************************************
      *
           IF NOT EMPLOYEE-FOUND
              ADD +1 TO TRANS-REJECTED
              MOVE 'NONE' TO AUDIT-AFTER-D
              MOVE 'REJECTED - EMPLOYEE ID IS NOT ON THE MASTER'
                          TO AUDIT-RESULT-D
           ELSE
           IF WS-TRN-NAME = SPACES
              AND WS-TRN-STATE-OFFICE = SPACES
              AND WS-TRN-HIRE-DATE = SPACES
              ADD +1 TO TRANS-REJECTED
              MOVE WS-BEFORE-STATUS TO AUDIT-AFTER-D
              MOVE 'REJECTED - NO NAME, STATE OFFICE OR HIRE DATE GIVEN'
                          TO AUDIT-RESULT-D
           ELSE
           IF WS-TRN-HIRE-DATE NOT = SPACES
              AND (WS-TRN-HIRE-DATE IS NOT NUMERIC
                 OR FUNCTION TEST-DATE-YYYYMMDD (WS-TRN-HIRE-DATE-N)
                    NOT = 0)
              ADD +1 TO TRANS-REJECTED
              MOVE WS-BEFORE-STATUS TO AUDIT-AFTER-D
              MOVE 'REJECTED - HIRE DATE MUST BE A VALID CCYYMMDD DATE'
                          TO AUDIT-RESULT-D
           ELSE
              MOVE WS-EMST-NAME         TO WS-HOLD-NAME
              MOVE WS-EMST-STATE-OFFICE TO WS-HOLD-STATE-OFFICE
              MOVE WS-EMST-HIRE-DATE    TO WS-HOLD-HIRE-DATE
              IF WS-TRN-NAME NOT = SPACES
                 MOVE WS-TRN-NAME         TO WS-EMST-NAME
              END-IF
              IF WS-TRN-STATE-OFFICE NOT = SPACES
                 MOVE WS-TRN-STATE-OFFICE TO WS-EMST-STATE-OFFICE
              END-IF
              IF WS-TRN-HIRE-DATE NOT = SPACES
                 MOVE WS-TRN-HIRE-DATE-N  TO WS-EMST-HIRE-DATE
              END-IF
              PERFORM 0480-REWRITE-MASTER-RECORD
              MOVE WS-BEFORE-STATUS     TO AUDIT-AFTER-D
              IF MASTER-WRITE-FAILED
                 MOVE WS-HOLD-NAME         TO AUDIT-NAME-D
                 PERFORM 0490-SET-WRITE-FAILED-RESULT
              ELSE
                 MOVE WS-EMST-NAME         TO AUDIT-NAME-D
                 MOVE SPACES               TO AUDIT-RESULT-D
                 STRING 'CHANGED - WAS '       DELIMITED BY SIZE
                        WS-HOLD-NAME           DELIMITED BY SIZE
                        ' '                    DELIMITED BY SIZE
                        WS-HOLD-STATE-OFFICE   DELIMITED BY SIZE
                        ' HIRED '              DELIMITED BY SIZE
                        WS-HOLD-HIRE-DATE      DELIMITED BY SIZE
                          INTO AUDIT-RESULT-D
              END-IF
           END-IF
           END-IF
           END-IF.
      *
       0466-APPLY-TERMINATE-TRAN.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH TERMINATES AN ACTIVE EMPLOYEE.  THE         *
      *    TERMINATION DATE MUST BE A VALID CCYYMMDD DATE NO EARLIER  *
      *    THAN THE HIRE DATE.  THE ROW STAYS ON THE MASTER (MARKED   *
      *    'T') SO TABLES01 CAN STILL NAME THE EMPLOYEE WHEN IT       *
      *    REJECTS THEIR PROJECT RECORDS.                             *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0460-APPLY-VALID-TRAN                                   *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0480-REWRITE-MASTER-RECORD                              *
      *    -  0490-SET-WRITE-FAILED-RESULT                            *
      *****************************************************************
      *
           IF NOT EMPLOYEE-FOUND
              ADD +1 TO TRANS-REJECTED
              MOVE 'NONE' TO AUDIT-AFTER-D
              MOVE 'REJECTED - EMPLOYEE ID IS NOT ON THE MASTER'
                          TO AUDIT-RESULT-D
           ELSE
           IF NOT EMST-ACTIVE
              ADD +1 TO TRANS-REJECTED
              MOVE WS-BEFORE-STATUS TO AUDIT-AFTER-D
              MOVE 'REJECTED - EMPLOYEE IS ALREADY TERMINATED'
                          TO AUDIT-RESULT-D
           ELSE
           IF WS-TRN-TERM-DATE IS NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD (WS-TRN-TERM-DATE-N)
                 NOT = 0
              ADD +1 TO TRANS-REJECTED
              MOVE WS-BEFORE-STATUS TO AUDIT-AFTER-D
              MOVE 'REJECTED - TERMINATION DATE MUST BE VALID CCYYMMDD'
                          TO AUDIT-RESULT-D
           ELSE
           IF WS-TRN-TERM-DATE-N < WS-EMST-HIRE-DATE
              ADD +1 TO TRANS-REJECTED
              MOVE WS-BEFORE-STATUS TO AUDIT-AFTER-D
              MOVE 'REJECTED - TERMINATION DATE IS BEFORE THE HIRE DATE'
                          TO AUDIT-RESULT-D
           ELSE
              MOVE WS-TRN-TERM-DATE-N TO WS-EMST-TERM-DATE
              MOVE 'T'                TO WS-EMST-STATUS
              PERFORM 0480-REWRITE-MASTER-RECORD
              IF MASTER-WRITE-FAILED
                 MOVE WS-BEFORE-STATUS   TO AUDIT-AFTER-D
                 PERFORM 0490-SET-WRITE-FAILED-RESULT
              ELSE
                 MOVE 'TERMED'           TO AUDIT-AFTER-D
                 MOVE SPACES             TO AUDIT-RESULT-D
                 STRING 'TERMINATED EFFECTIVE ' DELIMITED BY SIZE
                        WS-TRN-TERM-DATE        DELIMITED BY SIZE
                          INTO AUDIT-RESULT-D
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
      *
       0468-APPLY-REHIRE-TRAN.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH REINSTATES A TERMINATED EMPLOYEE UNDER      *
      *    THEIR EXISTING EMPLOYEE ID, SO THEIR HISTORY IS NOT SPLIT  *
      *    ACROSS TWO IDS.  THE TERMINATION DATE IS CLEARED AND, WHEN *
      *    THE TRANSACTION CARRIES ONE, THE NEW HIRE DATE REPLACES    *
      *    THE ORIGINAL.                                              *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0460-APPLY-VALID-TRAN                                   *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0480-REWRITE-MASTER-RECORD                              *
      *    -  0490-SET-WRITE-FAILED-RESULT                            *
      *****************************************************************
      *
           IF NOT EMPLOYEE-FOUND
              ADD +1 TO TRANS-REJECTED
              MOVE 'NONE' TO AUDIT-AFTER-D
              MOVE 'REJECTED - EMPLOYEE ID IS NOT ON THE MASTER'
                          TO AUDIT-RESULT-D
           ELSE
           IF EMST-ACTIVE
              ADD +1 TO TRANS-REJECTED
              MOVE WS-BEFORE-STATUS TO AUDIT-AFTER-D
              MOVE 'REJECTED - EMPLOYEE IS ALREADY ACTIVE'
                          TO AUDIT-RESULT-D
           ELSE
           IF WS-TRN-HIRE-DATE NOT = SPACES
              AND (WS-TRN-HIRE-DATE IS NOT NUMERIC
                 OR FUNCTION TEST-DATE-YYYYMMDD (WS-TRN-HIRE-DATE-N)
                    NOT = 0)
              ADD +1 TO TRANS-REJECTED
              MOVE WS-BEFORE-STATUS TO AUDIT-AFTER-D
              MOVE 'REJECTED - HIRE DATE MUST BE A VALID CCYYMMDD DATE'
                          TO AUDIT-RESULT-D
           ELSE
              MOVE WS-EMST-TERM-DATE  TO WS-HOLD-HIRE-DATE
              IF WS-TRN-HIRE-DATE NOT = SPACES
                 MOVE WS-TRN-HIRE-DATE-N TO WS-EMST-HIRE-DATE
              END-IF
              MOVE ZERO               TO WS-EMST-TERM-DATE
              MOVE 'A'                TO WS-EMST-STATUS
              PERFORM 0480-REWRITE-MASTER-RECORD
              IF MASTER-WRITE-FAILED
                 MOVE WS-BEFORE-STATUS   TO AUDIT-AFTER-D
                 PERFORM 0490-SET-WRITE-FAILED-RESULT
              ELSE
                 MOVE 'ACTIVE'           TO AUDIT-AFTER-D
                 MOVE SPACES             TO AUDIT-RESULT-D
                 STRING 'REHIRED - WAS TERMINATED ' DELIMITED BY SIZE
                        WS-HOLD-HIRE-DATE           DELIMITED BY SIZE
                        ', HIRED '                  DELIMITED BY SIZE
                        WS-EMST-HIRE-DATE           DELIMITED BY SIZE
                          INTO AUDIT-RESULT-D
              END-IF
           END-IF
           END-IF
           END-IF.
      *
       0470-WRITE-MASTER-RECORD.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES THE NEW MASTER ROW BUILT IN          *
      *    WS-EMP-MSTR-REC DIRECTLY TO THE KEYED MASTER AND COUNTS    *
      *    THE TRANSACTION APPLIED OR REJECTED BY THE FILE STATUS.  A *
      *    FAILED WRITE SETS MASTER-WRITE-FAILED FOR THE CALLER.      *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0462-APPLY-ADD-TRAN                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE 'N' TO WS-MSTR-WRITE-SW.
           MOVE WS-EMP-MSTR-REC TO EMP-MSTR-REC.
           WRITE EMP-MSTR-REC.
           IF EMCODE = '00'
              ADD +1 TO TRANS-APPLIED
              ADD +1 TO MASTER-RECS-WRITTEN
           ELSE
              ADD +1 TO TRANS-REJECTED
              MOVE 'Y' TO WS-MSTR-WRITE-SW
              DISPLAY 'ERROR ENCOUNTERED WRITING EMPLOYEE MASTER, STATU'
                 'S: ' EMCODE ' EMPLOYEE ' WS-EMST-EMP-ID
           END-IF.
      *
       0480-REWRITE-MASTER-RECORD.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH REWRITES THE MASTER ROW HELD IN             *
      *    WS-EMP-MSTR-REC (READ BY 0450 AND UPDATED IN PLACE BY THE  *
      *    CALLER) BACK TO THE KEYED MASTER AND COUNTS THE            *
      *    TRANSACTION APPLIED OR REJECTED BY THE FILE STATUS.  A     *
      *    FAILED REWRITE SETS MASTER-WRITE-FAILED FOR THE CALLER.    *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0464-APPLY-CHANGE-TRAN                                  *
      *    -  0466-APPLY-TERMINATE-TRAN                               *
      *    -  0468-APPLY-REHIRE-TRAN                                  *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE 'N' TO WS-MSTR-WRITE-SW.
           MOVE WS-EMP-MSTR-REC TO EMP-MSTR-REC.
           REWRITE EMP-MSTR-REC.
           IF EMCODE = '00'
              ADD +1 TO TRANS-APPLIED
              ADD +1 TO MASTER-RECS-WRITTEN
           ELSE
              ADD +1 TO TRANS-REJECTED
              MOVE 'Y' TO WS-MSTR-WRITE-SW
              DISPLAY 'ERROR ENCOUNTERED REWRITING EMPLOYEE MASTER, STA'
                 'TUS: ' EMCODE ' EMPLOYEE ' WS-EMST-EMP-ID
           END-IF.
      *
       0490-SET-WRITE-FAILED-RESULT.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH SETS THE AUDIT RESULT FOR A TRANSACTION     *
      *    WHOSE MASTER WRITE OR REWRITE FAILED, SHOWING THE FILE     *
      *    STATUS.  THE MASTER ROW IS UNCHANGED.                      *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0462-APPLY-ADD-TRAN                                     *
      *    -  0464-APPLY-CHANGE-TRAN                                  *
      *    -  0466-APPLY-TERMINATE-TRAN                               *
      *    -  0468-APPLY-REHIRE-TRAN                                  *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE SPACES TO AUDIT-RESULT-D.
           STRING 'REJECTED - MASTER WRITE FAILED, STATUS '
                                          DELIMITED BY SIZE
                  EMCODE                  DELIMITED BY SIZE
                    INTO AUDIT-RESULT-D.
      *
       0500-WRITE-AUDIT-LINE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES ONE AUDIT REPORT DETAIL LINE AND     *
      *    CHECKS THE FILE STATUS.                                    *
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
           MOVE 'MASTER RECORDS ADDED/REWRITTEN:  '
                                              TO AUDIT-TOTAL-LABEL.
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
           CLOSE EMPMSTR.
           IF EMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING EMPLOYEE MASTER FILE'
           END-IF.
      *
           CLOSE EMPTRAN.
           IF TRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING TRANSACTION FILE'
           END-IF.
      *
           CLOSE EMPAUDIT.
           IF AUCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING AUDIT REPORT FILE'
           END-IF.
