      *    THIS PROGRAM MAINTAINS THE INSURANCE TYPE FILE (INSTFILE)  *
      *    THAT HOSPEDIT LOADS TO VALIDATE INS-TYPE CODES, REPLACING  *
      *    HAND EDITS IN THE DATASET EDITOR.  IT LOADS THE CURRENT    *
      *    FILE INTO A TABLE, APPLIES ADD ('A'), CHANGE ('C') AND     *
      *    DELETE ('D') TRANSACTIONS FROM A TRANSACTION FILE, WRITES  *
      *    THE UPDATED FILE AND PRODUCES A BEFORE/AFTER AUDIT REPORT  *
      *    OF EVERY CHANGE WITH THE USER AND DATE FROM THE            *
      *    TRANSACTION RECORD, FOLLOWED BY THE VERSION HISTORY OF     *
      *    EVERY CODE CHANGED THIS RUN.                               *
      *                                                               *
      *    THE FILE IS EFFECTIVE-DATED: EACH RECORD IS ONE VERSION OF *
      *    A TYPE CODE WITH AN EFFECTIVE DATE, AN END DATE (99999999  *
      *    WHILE STILL IN FORCE) AND THE IN-NETWORK/OUT-OF-NETWORK    *
      *    COVERAGE PERCENTS.  A ROW IS NEVER OVERWRITTEN - A CHANGE  *
      *    ENDS THE VERSION IN FORCE THE DAY BEFORE THE NEW ONE TAKES *
      *    EFFECT AND A DELETE ENDS IT, SO HOSPEDIT CAN PRICE EACH    *
      *    STAY WITH THE VERSION IN FORCE ON ITS ADMISSION DATE.      *
      *    MALFORMED CODES (NOT 3 ALPHABETIC CHARACTERS), BAD DATES   *
      *    OR PERCENTS, DUPLICATE ADDS, OUT-OF-SEQUENCE VERSIONS AND  *
      *    CHANGES OR DELETES OF CODES NOT IN FORCE ARE REJECTED AND  *
      *    REPORTED.  RECORDS WRITTEN BEFORE VERSIONING (CODE AND     *
      *    EFFECTIVE DATE ONLY) LOAD AS OPEN-ENDED VERSIONS WITH NO   *
      *    PERCENTS, WHICH HOSPEDIT PRICES AT ITS STANDARD PERCENTS.  *
      *                                                               *
      *    INPUT FILES:                                               *
      *      RTPOT44.REUSABLE.COBOL4(INSTYPE) (CURRENT INSTFILE)      *
          05 TRCODE               PIC X(02).
          05 NICODE               PIC X(02).
          05 AUCODE               PIC X(02).
      *
       01 WS-RUN-DATE             PIC 9(08) VALUE 0.
      *
       01 WS-FILE-SWITCHES.
          05 INSTFILE-FILE-SW     PIC X(01) VALUE SPACE.
          05 INSTTRAN-FILE-SW     PIC X(01) VALUE SPACE.
             88 END-OF-INSTTRAN   VALUE 'Y'.
      *
       01 WS-INS-TYPE-REC.  *>INSURANCE TYPE VERSION RECORD LAYOUT
          05 WS-INST-TYPE-CODE    PIC X(03).
          05 WS-INST-EFF-DATE     PIC X(08).
          05 WS-INST-END-DATE     PIC X(08).
          05 WS-INST-COV-PERC     PIC X(03).
          05 WS-INST-COV-PERC-OON PIC X(03).
          05 FILLER               PIC X(55) VALUE SPACES.
      *
       01 WS-INS-TRAN-REC.  *>MAINTENANCE TRANSACTION LAYOUT
          05 WS-TRN-ACTION        PIC X(01).
             88 TRN-ADD                     VALUE 'A'.
             88 TRN-CHANGE                  VALUE 'C'.
             88 TRN-DELETE                  VALUE 'D'.
             88 TRN-VALID-ACTION            VALUES ARE 'A', 'C', 'D'.
          05 WS-TRN-TYPE-CODE     PIC X(03).
          05 WS-TRN-EFF-DATE      PIC X(08).
          05 WS-TRN-EFF-DATE-N REDEFINES WS-TRN-EFF-DATE
                                  PIC 9(08).
          05 WS-TRN-USER-ID       PIC X(08).
          05 WS-TRN-COV-PERC      PIC X(03).
          05 WS-TRN-COV-PERC-N REDEFINES WS-TRN-COV-PERC
                                  PIC 9(03).
          05 WS-TRN-COV-PERC-OON  PIC X(03).
          05 WS-TRN-COV-PERC-OON-N REDEFINES WS-TRN-COV-PERC-OON
                                  PIC 9(03).
          05 FILLER               PIC X(54).
      *
      *****************************************************************
      *  ONE ENTRY PER VERSION.  AN END DATE OF 99999999 MARKS THE    *
      *  VERSION IN FORCE (AT MOST ONE PER CODE).                     *
      *****************************************************************
      *
       01 WS-INS-TYPE-TABLE.
          05 WS-INST-ENTRY OCCURS 200 TIMES INDEXED BY IT-IDX.
             10 WS-ITBL-TYPE-CODE PIC X(03).
             10 WS-ITBL-EFF-DATE  PIC 9(08).
             10 WS-ITBL-END-DATE  PIC 9(08).
                88 ITBL-VERSION-OPEN        VALUE 99999999.
             10 WS-ITBL-COV-PERC  PIC X(03).
             10 WS-ITBL-COV-PERC-OON PIC X(03).
      *
      *****************************************************************
      *  CODES CHANGED THIS RUN, FOR THE VERSION HISTORY SECTION OF   *
      *  THE AUDIT REPORT.                                            *
      *****************************************************************
      *
       01 WS-CHANGED-CODE-TABLE.
          05 WS-CHG-ENTRY OCCURS 50 TIMES INDEXED BY CH-IDX.
             10 WS-CHG-TYPE-CODE  PIC X(03).
      *
       01 WS-MAINT-CONTROLS.
          05 WS-INST-ENTRIES-LOADED PIC S9(04) COMP VALUE 0.
          05 WS-CODE-VALID-SW     PIC X(01) VALUE 'Y'.
             88 TYPE-CODE-WELL-FORMED       VALUE 'Y'.
          05 WS-CHAR-SUB          PIC S9(04) COMP VALUE 0.
          05 WS-CHG-ENTRIES-USED  PIC S9(04) COMP VALUE 0.
          05 WS-CHG-FOUND-SW      PIC X(01) VALUE 'N'.
             88 CHANGED-CODE-LISTED         VALUE 'Y'.
          05 WS-TRAN-VALID-SW     PIC X(01) VALUE 'Y'.
             88 TRAN-DATA-VALID             VALUE 'Y'.
          05 WS-LATEST-END-DATE   PIC 9(08) VALUE 0.
          05 WS-NEW-END-DATE      PIC 9(08) VALUE 0.
          05 WS-PERC-DISPLAY.
             10 WS-PERC-DSP-IN    PIC X(03).
             10 FILLER            PIC X(01) VALUE '/'.
             10 WS-PERC-DSP-OON   PIC X(03).
      *
       01 COUNTERS-AND-ACCUMULATORS.
          05 TRANS-READ           PIC S9(04) COMP VALUE 0.
          05 TRANS-APPLIED        PIC S9(04) COMP VALUE 0.
          05 TRANS-REJECTED       PIC S9(04) COMP VALUE 0.
          05 INST-RECS-WRITTEN    PIC S9(04) COMP VALUE 0.
          05 INST-VERSIONS-ENDED  PIC S9(04) COMP VALUE 0.
      *
       01 WS-AUDIT-HEADER-1.
          05 FILLER               PIC X(46) VALUE SPACES.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(09) VALUE 'EFFECTIVE'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE 'BEFORE %'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE 'AFTER %'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE 'USER'.
          05 FILLER               PIC X(02) VALUE SPACES.
       01 WS-AUDIT-BLANK-LINE     PIC X(133) VALUE SPACES.
      *
      *****************************************************************
      *  VERSION HISTORY SECTION - EVERY VERSION ON FILE FOR EACH     *
      *  CODE TOUCHED BY AN APPLIED TRANSACTION THIS RUN.             *
      *****************************************************************
      *
       01 WS-HIST-HEADER-1.
          05 FILLER               PIC X(46) VALUE SPACES.
          05 FILLER               PIC X(41) VALUE
                'VERSION HISTORY OF CHANGED TYPE CODES'.
          05 FILLER               PIC X(46) VALUE SPACES.
      *
       01 WS-HIST-HEADER-2.
          05 FILLER               PIC X(46) VALUE SPACES.
          05 FILLER               PIC X(41) VALUE ALL '='.
          05 FILLER               PIC X(46) VALUE SPACES.
      *
       01 WS-HIST-HEADER-3.
          05 FILLER               PIC X(04) VALUE 'CODE'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(09) VALUE 'EFFECTIVE'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE 'END'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE 'IN-NET %'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(09) VALUE 'OUT-NET %'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(85) VALUE 'STATUS'.
      *
       01 WS-HIST-HEADER-4.
          05 FILLER               PIC X(04) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(09) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(09) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(85) VALUE ALL '='.
      *
       01 WS-HIST-DETAIL.
          05 HIST-CODE-D          PIC X(04).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 HIST-EFF-DATE-D      PIC X(09).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 HIST-END-DATE-D      PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 HIST-COV-PERC-D      PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 HIST-COV-PERC-OON-D  PIC X(09).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 HIST-STATUS-D        PIC X(85).
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THE MAIN PROCEDURE AREA LOADS THE CURRENT INSURANCE TYPE   *
      *    FILE, APPLIES THE TRANSACTION FILE, WRITES THE UPDATED     *
      *    FILE, THE AUDIT TOTALS AND THE VERSION HISTORY, AND CLOSES *
      *    THE FILES.                                                 *
      *                                                               *
      *  CALLED BY:                                                   *
      *    - NONE                                                     *
      *    - 0300-APPLY-TRANSACTIONS                                  *
      *    - 0600-WRITE-NEW-INSTFILE                                  *
      *    - 0700-WRITE-AUDIT-TOTALS                                  *
      *    - 0750-WRITE-VERSION-HISTORY                               *
      *    - 0800-CLOSE-FILES                                         *
      *****************************************************************
      *
           PERFORM 0300-APPLY-TRANSACTIONS.
           PERFORM 0600-WRITE-NEW-INSTFILE.
           PERFORM 0700-WRITE-AUDIT-TOTALS.
           PERFORM 0750-WRITE-VERSION-HISTORY.
           PERFORM 0800-CLOSE-FILES.
           GOBACK.
      *
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH INITIALIZES WORKING STORAGE VARIABLES AND   *
      *    CAPTURES THE RUN DATE USED TO END A VERSION WHEN A DELETE  *
      *    CARRIES NO DATE.                                           *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
           INITIALIZE WS-INS-TYPE-REC,
                      WS-INS-TRAN-REC,
                      WS-INS-TYPE-TABLE,
                      WS-CHANGED-CODE-TABLE,
                      WS-MAINT-CONTROLS,
                      COUNTERS-AND-ACCUMULATORS,
                      WS-FILE-SWITCHES,
                      WS-AUDIT-DETAIL.
           MOVE '/' TO WS-PERC-DISPLAY (4:1).
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
      *
       0100-OPEN-FILES.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE CURRENT INSURANCE TYPE FILE AND   *
      *    LOADS ONE TABLE ENTRY PER VERSION RECORD.  A RECORD FROM   *
      *    BEFORE VERSIONING HAS NO END DATE AND LOADS AS THE OPEN    *
      *    VERSION; A MISSING EFFECTIVE DATE LOADS AS ZEROS (IN FORCE *
      *    FROM THE BEGINNING).  RECORDS BEYOND THE TABLE'S CAPACITY  *
      *    ARE WARNED ABOUT INSTEAD OF VANISHING SILENTLY.            *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
                 AT END
                    MOVE 'Y' TO INSTFILE-FILE-SW
                 NOT AT END
                    IF WS-INST-ENTRIES-LOADED < 200
                       ADD +1 TO WS-INST-ENTRIES-LOADED
                       SET IT-IDX TO WS-INST-ENTRIES-LOADED
                       MOVE WS-INST-TYPE-CODE
                          TO WS-ITBL-TYPE-CODE (IT-IDX)
                       IF WS-INST-EFF-DATE IS NUMERIC
                          MOVE WS-INST-EFF-DATE
                             TO WS-ITBL-EFF-DATE (IT-IDX)
                       ELSE
                          MOVE ZERO TO WS-ITBL-EFF-DATE (IT-IDX)
                       END-IF
                       IF WS-INST-END-DATE IS NUMERIC
                          MOVE WS-INST-END-DATE
                             TO WS-ITBL-END-DATE (IT-IDX)
                       ELSE
                          MOVE 99999999 TO WS-ITBL-END-DATE (IT-IDX)
                       END-IF
                       MOVE WS-INST-COV-PERC
                          TO WS-ITBL-COV-PERC (IT-IDX)
                       MOVE WS-INST-COV-PERC-OON
                          TO WS-ITBL-COV-PERC-OON (IT-IDX)
                    ELSE
                       DISPLAY 'WARNING: INSURANCE TYPE TABLE CAPACITY O
      -                   'F 200 VERSIONS EXCEEDED - CODE '
                          WS-INST-TYPE-CODE ' NOT LOADED'
                    END-IF
              END-READ
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH VALIDATES AND APPLIES ONE TRANSACTION:      *
      *      - ACTION MUST BE 'A' (ADD), 'C' (CHANGE) OR 'D' (DELETE) *
      *      - THE TYPE CODE MUST BE 3 ALPHABETIC CHARACTERS          *
      *      - ADDS AND CHANGES NEED A VALID EFFECTIVE DATE           *
      *        (CCYYMMDD) AND BOTH COVERAGE PERCENTS (000-100); A     *
      *        DELETE'S DATE, IF GIVEN, MUST ALSO BE VALID            *
      *      - AN ADD OF A CODE ALREADY IN FORCE IS REJECTED AS A     *
      *        DUPLICATE; A CHANGE OR DELETE OF A CODE NOT IN FORCE   *
      *        IS REJECTED                                            *
      *    EVERY TRANSACTION, APPLIED OR REJECTED, GETS AN AUDIT LINE *
      *    WITH ITS BEFORE AND AFTER COVERAGE PERCENTS.               *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0300-APPLY-TRANSACTIONS                                 *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0420-VALIDATE-TYPE-CODE                                 *
      *    -  0430-VALIDATE-TRAN-DATA                                 *
      *    -  0450-SEARCH-INST-TABLE                                  *
      *    -  0460-APPLY-VALID-TRAN                                   *
      *    -  0500-WRITE-AUDIT-LINE                                   *
           MOVE WS-TRN-USER-ID    TO AUDIT-USER-D.
      *
           PERFORM 0420-VALIDATE-TYPE-CODE.
           PERFORM 0430-VALIDATE-TRAN-DATA.
      *
           EVALUATE TRUE
              WHEN NOT TRN-VALID-ACTION
                 ADD +1 TO TRANS-REJECTED
                 MOVE 'N/A'  TO AUDIT-BEFORE-D, AUDIT-AFTER-D
                 MOVE 'REJECTED - ACTION CODE MUST BE A (ADD), C (CHANGE
      -            ') OR D (DELETE)'
                             TO AUDIT-RESULT-D
                 PERFORM 0500-WRITE-AUDIT-LINE
              WHEN NOT TYPE-CODE-WELL-FORMED
                 ADD +1 TO TRANS-REJECTED
                 MOVE 'REJECTED - TYPE CODE MUST BE 3 ALPHABETIC CHARAC
      -            'TERS'    TO AUDIT-RESULT-D
                 PERFORM 0500-WRITE-AUDIT-LINE
              WHEN NOT TRAN-DATA-VALID
                 ADD +1 TO TRANS-REJECTED
                 MOVE 'N/A'  TO AUDIT-BEFORE-D, AUDIT-AFTER-D
                 PERFORM 0500-WRITE-AUDIT-LINE
              WHEN OTHER
                 PERFORM 0450-SEARCH-INST-TABLE
                    MOVE 'N' TO WS-CODE-VALID-SW
                 END-IF
           END-PERFORM.
      *
       0430-VALIDATE-TRAN-DATA.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH CHECKS THE TRANSACTION'S EFFECTIVE DATE AND *
      *    COVERAGE PERCENTS.  ADDS AND CHANGES MUST CARRY A REAL     *
      *    CALENDAR DATE AND BOTH PERCENTS NUMERIC AND NOT OVER 100.  *
      *    A DELETE MAY OMIT THE DATE (THE VERSION THEN ENDS ON THE   *
      *    RUN DATE) BUT ONE THAT IS SUPPLIED MUST BE REAL.  THE      *
      *    REJECTION TEXT IS LEFT IN AUDIT-RESULT-D.                  *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0400-APPLY-ONE-TRAN                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE 'Y' TO WS-TRAN-VALID-SW.
      *
           IF TRN-DELETE AND WS-TRN-EFF-DATE = SPACES
              NEXT SENTENCE
           ELSE
              IF WS-TRN-EFF-DATE NOT NUMERIC
                 MOVE 'N' TO WS-TRAN-VALID-SW
              ELSE
                 IF FUNCTION TEST-DATE-YYYYMMDD (WS-TRN-EFF-DATE-N)
                       NOT = 0
                    MOVE 'N' TO WS-TRAN-VALID-SW
                 END-IF
              END-IF
              IF NOT TRAN-DATA-VALID
                 MOVE 'REJECTED - EFFECTIVE DATE MUST BE A VALID CCYYMMD
      -            'D DATE' TO AUDIT-RESULT-D
              END-IF
           END-IF.
      *
           IF TRAN-DATA-VALID AND (TRN-ADD OR TRN-CHANGE)
              IF WS-TRN-COV-PERC NOT NUMERIC
                 OR WS-TRN-COV-PERC-OON NOT NUMERIC
                 MOVE 'N' TO WS-TRAN-VALID-SW
              ELSE
                 IF WS-TRN-COV-PERC-N > 100
                    OR WS-TRN-COV-PERC-OON-N > 100
                    MOVE 'N' TO WS-TRAN-VALID-SW
                 END-IF
              END-IF
              IF NOT TRAN-DATA-VALID
                 MOVE 'REJECTED - COVERAGE PERCENTS MUST BE NUMERIC 000-
      -            '100'    TO AUDIT-RESULT-D
              END-IF
           END-IF.
      *
       0450-SEARCH-INST-TABLE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH SEARCHES THE TABLE FOR THE VERSION OF THE   *
      *    TRANSACTION'S TYPE CODE THAT IS STILL IN FORCE (END DATE   *
      *    99999999) AND REMEMBERS IT.  IT ALSO KEEPS THE LATEST END  *
      *    DATE OF THE CODE'S CLOSED VERSIONS, SO A RE-ADD CANNOT     *
      *    OVERLAP ITS OWN HISTORY.                                   *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0400-APPLY-ONE-TRAN                                     *
      *
           MOVE 'N'  TO WS-CODE-FOUND-SW.
           MOVE ZERO TO WS-CODE-FOUND-SUB.
           MOVE ZERO TO WS-LATEST-END-DATE.
      *
           PERFORM VARYING IT-IDX FROM 1 BY 1
              UNTIL IT-IDX > WS-INST-ENTRIES-LOADED
                 IF WS-ITBL-TYPE-CODE (IT-IDX) = WS-TRN-TYPE-CODE
                    IF ITBL-VERSION-OPEN (IT-IDX)
                       MOVE 'Y' TO WS-CODE-FOUND-SW
                       SET WS-CODE-FOUND-SUB TO IT-IDX
                    ELSE
                       IF WS-ITBL-END-DATE (IT-IDX) > WS-LATEST-END-DATE
                          MOVE WS-ITBL-END-DATE (IT-IDX)
                             TO WS-LATEST-END-DATE
                       END-IF
                    END-IF
                 END-IF
           END-PERFORM.
      *
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH APPLIES A SYNTACTICALLY VALID TRANSACTION   *
      *    AGAINST THE TABLE AND WRITES ITS AUDIT LINE:               *
      *      - ADD:    A NEW OPEN VERSION FOR A CODE NOT IN FORCE     *
      *      - CHANGE: THE VERSION IN FORCE ENDS THE DAY BEFORE THE   *
      *                EFFECTIVE DATE AND A NEW OPEN VERSION IS ADDED *
      *      - DELETE: THE VERSION IN FORCE ENDS THE DAY BEFORE THE   *
      *                EFFECTIVE DATE (OR ON THE RUN DATE IF NONE)    *
      *    NO VERSION IS EVER OVERWRITTEN OR DROPPED.                 *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0400-APPLY-ONE-TRAN                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0470-ADD-NEW-VERSION                                    *
      *    -  0480-LIST-CHANGED-CODE                                  *
      *    -  0500-WRITE-AUDIT-LINE                                   *
      *****************************************************************
      *
           IF TYPE-CODE-FOUND
              SET IT-IDX TO WS-CODE-FOUND-SUB
              MOVE WS-ITBL-COV-PERC (IT-IDX)     TO WS-PERC-DSP-IN
              MOVE WS-ITBL-COV-PERC-OON (IT-IDX) TO WS-PERC-DSP-OON
              MOVE WS-PERC-DISPLAY               TO AUDIT-BEFORE-D
           ELSE
              MOVE 'ABSENT'  TO AUDIT-BEFORE-D
           END-IF.
           MOVE AUDIT-BEFORE-D TO AUDIT-AFTER-D.
      *
           IF TRN-DELETE AND WS-TRN-EFF-DATE = SPACES
              MOVE WS-RUN-DATE TO WS-NEW-END-DATE
           ELSE
              COMPUTE WS-NEW-END-DATE = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE (WS-TRN-EFF-DATE-N) - 1)
           END-IF.
      *
           EVALUATE TRUE
              WHEN TRN-ADD AND TYPE-CODE-FOUND
                 ADD +1 TO TRANS-REJECTED
                 MOVE 'REJECTED - TYPE CODE IS ALREADY IN FORCE - USE A 
      -            'CHANGE'         TO AUDIT-RESULT-D
              WHEN TRN-ADD
                 AND WS-TRN-EFF-DATE-N NOT > WS-LATEST-END-DATE
                 ADD +1 TO TRANS-REJECTED
                 MOVE 'REJECTED - EFFECTIVE DATE OVERLAPS AN ENDED VERSI
      -            'ON OF THIS CODE' TO AUDIT-RESULT-D
              WHEN TRN-ADD
                 PERFORM 0470-ADD-NEW-VERSION
                 IF AUDIT-RESULT-D = SPACES
                    MOVE 'ADDED - NEW VERSION IN FORCE'
                                      TO AUDIT-RESULT-D
                 END-IF
              WHEN NOT TYPE-CODE-FOUND
                 ADD +1 TO TRANS-REJECTED
                 MOVE 'REJECTED - TYPE CODE IS NOT IN FORCE ON THE FILE'
                                      TO AUDIT-RESULT-D
              WHEN WS-NEW-END-DATE < WS-ITBL-EFF-DATE (IT-IDX)
                 ADD +1 TO TRANS-REJECTED
                 MOVE 'REJECTED - DATE MUST FOLLOW THE EFFECTIVE DATE OF
      -            ' THE VERSION IN FORCE' TO AUDIT-RESULT-D
              WHEN TRN-CHANGE
                 IF WS-INST-ENTRIES-LOADED < 200
                    MOVE WS-NEW-END-DATE TO WS-ITBL-END-DATE (IT-IDX)
                    ADD +1 TO INST-VERSIONS-ENDED
                    PERFORM 0470-ADD-NEW-VERSION
                    STRING 'CHANGED - PRIOR VERSION ENDED '
                           WS-NEW-END-DATE
                       DELIMITED BY SIZE INTO AUDIT-RESULT-D
                    END-STRING
                 ELSE
                    PERFORM 0470-ADD-NEW-VERSION
                 END-IF
              WHEN OTHER
                 MOVE WS-NEW-END-DATE TO WS-ITBL-END-DATE (IT-IDX)
                 ADD +1 TO INST-VERSIONS-ENDED
                 ADD +1 TO TRANS-APPLIED
                 MOVE 'ENDED'         TO AUDIT-AFTER-D
                 STRING 'DELETED - VERSION IN FORCE ENDED '
                        WS-NEW-END-DATE
                    DELIMITED BY SIZE INTO AUDIT-RESULT-D
                 END-STRING
                 PERFORM 0480-LIST-CHANGED-CODE
           END-EVALUATE.
      *
           PERFORM 0500-WRITE-AUDIT-LINE.
      *
       0470-ADD-NEW-VERSION.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH APPENDS A NEW OPEN VERSION OF THE           *
      *    TRANSACTION'S CODE WITH ITS EFFECTIVE DATE AND COVERAGE    *
      *    PERCENTS, OR REJECTS THE TRANSACTION IF THE TABLE IS FULL. *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0460-APPLY-VALID-TRAN                                   *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0480-LIST-CHANGED-CODE                                  *
      *****************************************************************
      *
           IF WS-INST-ENTRIES-LOADED < 200
              ADD +1 TO WS-INST-ENTRIES-LOADED
              SET IT-IDX TO WS-INST-ENTRIES-LOADED
              MOVE WS-TRN-TYPE-CODE    TO WS-ITBL-TYPE-CODE (IT-IDX)
              MOVE WS-TRN-EFF-DATE-N   TO WS-ITBL-EFF-DATE (IT-IDX)
              MOVE 99999999            TO WS-ITBL-END-DATE (IT-IDX)
              MOVE WS-TRN-COV-PERC     TO WS-ITBL-COV-PERC (IT-IDX)
              MOVE WS-TRN-COV-PERC-OON TO WS-ITBL-COV-PERC-OON (IT-IDX)
              ADD +1 TO TRANS-APPLIED
              MOVE WS-TRN-COV-PERC     TO WS-PERC-DSP-IN
              MOVE WS-TRN-COV-PERC-OON TO WS-PERC-DSP-OON
              MOVE WS-PERC-DISPLAY     TO AUDIT-AFTER-D
              PERFORM 0480-LIST-CHANGED-CODE
           ELSE
              ADD +1 TO TRANS-REJECTED
              MOVE 'REJECTED - INSURANCE TYPE TABLE IS FULL'
                                       TO AUDIT-RESULT-D
           END-IF.
      *
       0480-LIST-CHANGED-CODE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH ADDS THE TRANSACTION'S CODE TO THE LIST OF  *
      *    CODES CHANGED THIS RUN (ONCE), FOR THE VERSION HISTORY     *
      *    SECTION OF THE AUDIT REPORT.                               *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0460-APPLY-VALID-TRAN                                   *
      *    -  0470-ADD-NEW-VERSION                                    *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE 'N' TO WS-CHG-FOUND-SW.
           PERFORM VARYING CH-IDX FROM 1 BY 1
              UNTIL CH-IDX > WS-CHG-ENTRIES-USED
                 IF WS-CHG-TYPE-CODE (CH-IDX) = WS-TRN-TYPE-CODE
                    MOVE 'Y' TO WS-CHG-FOUND-SW
                 END-IF
           END-PERFORM.
      *
           IF NOT CHANGED-CODE-LISTED
              IF WS-CHG-ENTRIES-USED < 50
                 ADD +1 TO WS-CHG-ENTRIES-USED
                 SET CH-IDX TO WS-CHG-ENTRIES-USED
                 MOVE WS-TRN-TYPE-CODE TO WS-CHG-TYPE-CODE (CH-IDX)
              ELSE
                 DISPLAY 'WARNING: CHANGED CODE LIST FULL - HISTORY '
                    'FOR ' WS-TRN-TYPE-CODE ' NOT PRINTED'
              END-IF
           END-IF.
      *
       0500-WRITE-AUDIT-LINE.
      *
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES EVERY VERSION IN THE TABLE TO THE    *
      *    NEW INSURANCE TYPE FILE - CODE IN BYTES 1-3, EFFECTIVE     *
      *    DATE IN 4-11, END DATE IN 12-19 AND THE IN-NETWORK AND     *
      *    OUT-OF-NETWORK COVERAGE PERCENTS IN 20-22 AND 23-25.       *
      *    ENDED VERSIONS ARE KEPT SO HISTORY IS NEVER LOST.          *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *
           PERFORM VARYING IT-IDX FROM 1 BY 1
              UNTIL IT-IDX > WS-INST-ENTRIES-LOADED
                 INITIALIZE WS-INS-TYPE-REC
                 MOVE WS-ITBL-TYPE-CODE (IT-IDX)
                    TO WS-INST-TYPE-CODE
                 MOVE WS-ITBL-EFF-DATE (IT-IDX)
                    TO WS-INST-EFF-DATE
                 MOVE WS-ITBL-END-DATE (IT-IDX)
                    TO WS-INST-END-DATE
                 MOVE WS-ITBL-COV-PERC (IT-IDX)
                    TO WS-INST-COV-PERC
                 MOVE WS-ITBL-COV-PERC-OON (IT-IDX)
                    TO WS-INST-COV-PERC-OON
                 WRITE NEW-INST-REC FROM WS-INS-TYPE-REC
                 IF NICODE = '00'
                    ADD +1 TO INST-RECS-WRITTEN
                 ELSE
                    DISPLAY 'ERROR ENCOUNTERED WRITING NEW INSURANCE TYP
      -               'E FILE'
                 END-IF
           END-PERFORM.
      *
           MOVE 'TOTAL TRANSACTIONS REJECTED:  ' TO AUDIT-TOTAL-LABEL.
           MOVE TRANS-REJECTED                TO AUDIT-TOTAL-COUNT.
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-TOTAL-LINE.
      *
           MOVE 'VERSIONS ENDED THIS RUN:  '  TO AUDIT-TOTAL-LABEL.
           MOVE INST-VERSIONS-ENDED           TO AUDIT-TOTAL-COUNT.
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-TOTAL-LINE.
      *
           MOVE 'INSURANCE TYPE RECORDS WRITTEN:  '
                                              TO AUDIT-TOTAL-LABEL.
           MOVE INST-RECS-WRITTEN             TO AUDIT-TOTAL-COUNT.
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-TOTAL-LINE.
      *
       0750-WRITE-VERSION-HISTORY.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES THE VERSION HISTORY SECTION - FOR    *
      *    EACH CODE AN APPLIED TRANSACTION TOUCHED THIS RUN, EVERY   *
      *    VERSION ON THE NEW FILE WITH ITS DATES, PERCENTS AND       *
      *    WHETHER IT IS STILL IN FORCE.                              *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0760-WRITE-CODE-HISTORY                                 *
      *****************************************************************
      *
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-BLANK-LINE.
           WRITE AUDIT-RPT-REC FROM WS-HIST-HEADER-1.
           WRITE AUDIT-RPT-REC FROM WS-HIST-HEADER-2.
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-BLANK-LINE.
           WRITE AUDIT-RPT-REC FROM WS-HIST-HEADER-3.
           WRITE AUDIT-RPT-REC FROM WS-HIST-HEADER-4.
      *
           PERFORM VARYING CH-IDX FROM 1 BY 1
              UNTIL CH-IDX > WS-CHG-ENTRIES-USED
                 PERFORM 0760-WRITE-CODE-HISTORY
           END-PERFORM.
      *
           IF AUCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO AUDIT REPORT FILE'
           END-IF.
      *
       0760-WRITE-CODE-HISTORY.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES ONE HISTORY LINE PER VERSION OF THE  *
      *    CHANGED CODE AT CH-IDX, IN FILE ORDER (OLDEST FIRST),      *
      *    FOLLOWED BY A BLANK LINE.                                  *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0750-WRITE-VERSION-HISTORY                              *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           PERFORM VARYING IT-IDX FROM 1 BY 1
              UNTIL IT-IDX > WS-INST-ENTRIES-LOADED
                 IF WS-ITBL-TYPE-CODE (IT-IDX) =
                    WS-CHG-TYPE-CODE (CH-IDX)
                    MOVE SPACES TO WS-HIST-DETAIL
                    MOVE WS-ITBL-TYPE-CODE (IT-IDX)  TO HIST-CODE-D
                    MOVE WS-ITBL-EFF-DATE (IT-IDX)   TO HIST-EFF-DATE-D
                    MOVE WS-ITBL-COV-PERC (IT-IDX)   TO HIST-COV-PERC-D
                    MOVE WS-ITBL-COV-PERC-OON (IT-IDX)
                                                  TO HIST-COV-PERC-OON-D
                    IF ITBL-VERSION-OPEN (IT-IDX)
                       MOVE 'OPEN'                   TO HIST-END-DATE-D
                       IF WS-ITBL-EFF-DATE (IT-IDX) > WS-RUN-DATE
                          MOVE 'FUTURE - NOT YET IN FORCE'
                                                     TO HIST-STATUS-D
                       ELSE
                          MOVE 'IN FORCE'            TO HIST-STATUS-D
                       END-IF
                    ELSE
                       MOVE WS-ITBL-END-DATE (IT-IDX) TO HIST-END-DATE-D
                       MOVE 'ENDED'                  TO HIST-STATUS-D
                    END-IF
                    IF WS-ITBL-COV-PERC (IT-IDX) = SPACES
                       MOVE 'STD'                    TO HIST-COV-PERC-D
                                                   HIST-COV-PERC-OON-D
                    END-IF
                    WRITE AUDIT-RPT-REC FROM WS-HIST-DETAIL
                 END-IF
           END-PERFORM.
      *
           WRITE AUDIT-RPT-REC FROM WS-AUDIT-BLANK-LINE.
      *
       0800-CLOSE-FILES.
      *
