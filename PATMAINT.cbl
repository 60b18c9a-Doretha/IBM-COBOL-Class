      *    INACTIVATE OF AN UNKNOWN PATIENT) ARE REJECTED AND         *
      *    REPORTED.                                                  *
      *                                                               *
      *    EVERY ADD AND COVERAGE-DATE CHANGE APPLIED IS ALSO         *
      *    APPENDED TO THE COVERAGE HISTORY FILE WITH THE WINDOW      *
      *    BEFORE AND AFTER THE CHANGE, SO THE YEAR-END COVERAGE      *
      *    STATEMENT (COVSTMT) CAN CREDIT A WINDOW THAT WAS LATER     *
      *    REPLACED.                                                  *
      *                                                               *
      *    INPUT FILE:                                                *
      *      RTPOT44.PATTRAN.DATA (MAINTENANCE TRANSACTIONS)          *
      *      INTERNAL FILE NAME:  PATTRAN                             *
      *      INTERNAL FILE NAME:  PATMSTR                             *
      *      JCL DD NAME:         PATMSTR                             *
      *                                                               *
      *    OUTPUT FILES:                                              *
      *      DD SYSOUT=* (MAINTENANCE AUDIT REPORT)                   *
      *      INTERNAL FILE NAME:  PATAUDIT                            *
      *      JCL DD NAME:         PATAUDIT                            *
      *                                                               *
      *      RTPOT44.PATCOVH.DATA (COVERAGE HISTORY, CUMULATIVE)      *
      *      INTERNAL FILE NAME:  PATCOVH                             *
      *      JCL DD NAME:         PATCOVH                             *
      *                                                               *
      *    JCL JOB: RTPOT44.LEARN.REUSABLE.JCL(PATMAINT)              *
      *****************************************************************
      *
           SELECT PATAUDIT         *>MAINTENANCE AUDIT REPORT
           ASSIGN TO PATAUDIT
             FILE STATUS IS AUCODE.
      *
           SELECT PATCOVH          *>COVERAGE HISTORY
           ASSIGN TO PATCOVH
             FILE STATUS IS CHCODE.
      *
       DATA DIVISION.
       FILE SECTION.
           05  XREF-USER-ID       PIC X(08).
           05  XREF-DATE          PIC X(08).
           05  FILLER             PIC X(54).
      *
      *****************************************************************
      *  COVERAGE HISTORY.  ONE RECORD IS APPENDED PER ADD AND PER    *
      *  COVERAGE-DATE CHANGE APPLIED, WITH THE WINDOW IN FORCE       *
      *  BEFORE (ZERO ON AN ADD) AND AFTER, AND THE USER AND DATE, SO *
      *  A WINDOW REPLACED MID-YEAR STILL COUNTS ON THE YEAR-END      *
      *  COVERAGE STATEMENT.                                          *
      *****************************************************************
      *
       FD  PATCOVH
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PAT-COVH-REC.
      *
       01  PAT-COVH-REC.
           05  COVH-PATIENT-NBR   PIC 9(05).
           05  COVH-ACTION        PIC X(01).
           05  COVH-OLD-EFF-DATE  PIC 9(08).
           05  COVH-OLD-TERM-DATE PIC 9(08).
           05  COVH-NEW-EFF-DATE  PIC 9(08).
           05  COVH-NEW-TERM-DATE PIC 9(08).
           05  COVH-USER-ID       PIC X(08).
           05  COVH-DATE          PIC X(08).
           05  FILLER             PIC X(26).
      *
       FD  PATAUDIT
           RECORDING MODE IS F
          05 TRCODE               PIC X(02).
          05 AUCODE               PIC X(02).
          05 XRCODE               PIC X(02).
          05 CHCODE               PIC X(02).
      *
       01 WS-FILE-SWITCHES.
          05 PATTRAN-FILE-SW      PIC X(01) VALUE SPACE.
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING MERGE CROSS-REFERENCE'
           END-IF.
      *
           OPEN EXTEND PATCOVH.
           IF CHCODE = '00' OR '05'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING COVERAGE HISTORY FILE'
           END-IF.
      *
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-BLANK-LINE.
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-HEADER-1.
      *                                                               *
      *  CALLS:                                                       *
      *    -  0500-WRITE-AUDIT-LINE                                   *
      *    -  0495-WRITE-COVERAGE-HISTORY                             *
      *****************************************************************
      *
           IF PATIENT-FOUND
                       MOVE 99999999          TO WS-PMST-COV-TERM-DATE
                    END-IF
                    PERFORM 0470-WRITE-MASTER-RECORD
                    IF PMCODE = '00'
                       MOVE ZERO              TO COVH-OLD-EFF-DATE
                                                 COVH-OLD-TERM-DATE
                       PERFORM 0495-WRITE-COVERAGE-HISTORY
                    END-IF
                    MOVE 'ACTIVE'             TO AUDIT-AFTER-D
                    MOVE 'ADDED'              TO AUDIT-RESULT-D
                 END-IF
      *    THIS PARAGRAPH APPLIES A COVERAGE-DATE CHANGE ('C')        *
      *    TRANSACTION - THE PATIENT MUST BE ON THE MASTER AND BOTH   *
      *    DATES MUST BE NUMERIC CCYYMMDD.  THE COVERAGE WINDOW IS    *
      *    REWRITTEN IN PLACE, THE OLD AND NEW WINDOWS ARE APPENDED   *
      *    TO THE COVERAGE HISTORY AND THE AUDIT LINE SHOWS THE NEW   *
      *    EFFECTIVE DATE.                                            *
      *                                                               *
      *  CALLED BY:                                                   *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0480-REWRITE-MASTER-RECORD                              *
      *    -  0495-WRITE-COVERAGE-HISTORY                             *
      *****************************************************************
      *
           IF NOT PATIENT-FOUND
              MOVE 'REJECTED - EFFECTIVE DATE IS AFTER THE TERMINATION
      -        ' DATE'    TO AUDIT-RESULT-D
           ELSE
              MOVE WS-PMST-COV-EFF-DATE  TO COVH-OLD-EFF-DATE
              MOVE WS-PMST-COV-TERM-DATE TO COVH-OLD-TERM-DATE
              MOVE WS-TRN-COV-EFF-N  TO WS-PMST-COV-EFF-DATE
              MOVE WS-TRN-COV-TERM-N TO WS-PMST-COV-TERM-DATE
              PERFORM 0480-REWRITE-MASTER-RECORD
              IF PMCODE = '00'
                 PERFORM 0495-WRITE-COVERAGE-HISTORY
              END-IF
              MOVE WS-BEFORE-STATUS  TO AUDIT-AFTER-D
              MOVE SPACES            TO AUDIT-RESULT-D
              STRING 'COVERAGE WINDOW SET - EFFECTIVE '
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING MERGE CROSS-REFERENCE'
           END-IF.
      *
       0495-WRITE-COVERAGE-HISTORY.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH APPENDS ONE COVERAGE HISTORY RECORD FOR THE *
      *    ADD OR COVERAGE CHANGE JUST APPLIED.  THE CALLER HAS SET   *
      *    THE BEFORE WINDOW; THE AFTER WINDOW IS THE MASTER ROW AS   *
      *    WRITTEN.                                                   *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0460-APPLY-VALID-TRAN                                   *
      *    -  0468-APPLY-COVERAGE-TRAN                                *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE WS-PMST-PATIENT-NBR   TO COVH-PATIENT-NBR.
           MOVE WS-TRN-ACTION         TO COVH-ACTION.
           MOVE WS-PMST-COV-EFF-DATE  TO COVH-NEW-EFF-DATE.
           MOVE WS-PMST-COV-TERM-DATE TO COVH-NEW-TERM-DATE.
           MOVE WS-TRN-USER-ID        TO COVH-USER-ID.
           MOVE WS-TRN-DATE           TO COVH-DATE.
      *
           WRITE PAT-COVH-REC.
           IF CHCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING COVERAGE HISTORY FILE'
           END-IF.
      *
       0470-WRITE-MASTER-RECORD.
      *
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING MERGE CROSS-REFERENCE'
           END-IF.
      *
           CLOSE PATCOVH.
           IF CHCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING COVERAGE HISTORY FILE'
           END-IF.
