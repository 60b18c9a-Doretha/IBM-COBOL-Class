      *****************************************************************
      *  CHANGE LOG:                                                  *
      *      UPDATED BY:  DORETHA RILEY                               *
      *            DATE:  10/15/2026                                  *
      *     DESCRIPTION:  CARRY THE 7-CHARACTER ICD-10 DIAGNOSTIC     *
      *                   CODE FROM THE 110-BYTE HOSPIN LAYOUT ON     *
      *                   OUTFILE, THE CSV AND THE CARRIER SPLIT      *
      *                   FILES, FALLING BACK TO THE LEGACY 3-DIGIT   *
      *                   CODE WHEN A RECORD CARRIES NO ICD-10 CODE.  *
      *                                                               *
      *      UPDATED BY:  DORETHA RILEY                               *
      *            DATE:  09/03/2026                                  *
      *     DESCRIPTION:  WRITE A TRANSMISSION MANIFEST RECORD PER    *
      *                   CARRIER SPLIT FILE (DATE, CARRIER, COUNT,   *
       FILE SECTION.
       FD  INFILE
           RECORDING MODE IS F
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS INFILE-REC.
      *
       01  INFILE-REC  PIC X(110).
      *
      *
       FD  OUTFILE
      *** snapshot the next delta run will match against.
       FD  SNAPIN
           RECORDING MODE IS F
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS SNAP-IN-REC.
      *
       01  SNAP-IN-REC  PIC X(110).
      *
      *** Shared keyword=value control-card file (replaces the old
      *** positional COMMAND-LINE parm).  Recognized here:
      *
       FD  SNAPOUT
           RECORDING MODE IS F
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS SNAP-OUT-REC.
      *
       01  SNAP-OUT-REC PIC X(110).
      *
       FD  OUTAFF
           RECORDING MODE IS F

      *** Working fields for the two-file delta match: the action code,
      *** the current and snapshot match keys, the build areas for the
      *** action-prefixed output records, and the raw 110 bytes of the
      *** current INFILE record held for the change compare.
       01 WS-DELTA-WORK-FIELDS.
          05 WS-DELTA-ACTION         PIC X(01) VALUE SPACE.
          05 WS-SNAP-KEY             PIC X(05) VALUE SPACES.
          05 WS-DELTA-OUT-REC        PIC X(133) VALUE SPACES.
          05 WS-DELTA-OUT2-REC       PIC X(150) VALUE SPACES.
          05 WS-CUR-RAW              PIC X(110) VALUE SPACES.

      *** Working image of one snapshot record - same layout the
      *** current INFILE record is read into, so a deleted patient can
      *** be pushed back through the normal extract field moves.
       01  WS-SNAP-REC              PIC X(110) VALUE SPACES.

      *** Standard run record appended to the shared nightly batch run
      *** log at close (see 0700-WRITE-RUN-LOG).  Same 80-byte layout
           05  BED-IDENTITY       PIC 9(04).
           05  DATE-ADMIT         PIC X(10).
           05  AMT-PER-DAY        PIC 9(05)V99.
           05  LEGACY-DIAG-CODE   PIC X(03).
           05  INS-TYPE           PIC X(03).
           05  HOSPITAL-STAY-LTH  PIC 999.
           05  PATIENT-TOT-AMT    PIC 9(07)V99.
           05  COPAY              PIC S9(03).
           05  DEDUCTIBLE         PIC S9(04).
           05  FACILITY-CODE      PIC X(02).
           05  INS-TYPE-2         PIC X(03).
           05  DIAGNOSTIC-CODE    PIC X(07).
           05  FILLER             PIC X(09).

      *** The diagnosis exported for the current record - the ICD-10
      *** code, or the legacy 3-digit code for a record that still
      *** carries only that.
       01  WS-EXPORT-DIAG-CODE      PIC X(07) VALUE SPACES.

       01  WS-OUTFILE-REC.
           05  PATIENT-NBR-O        PIC 9(05).
           05  FILLER               PIC X(01) VALUE '|'.
           05  AMT-PER-DAY-O        PIC $$$,$$$.99.
           05  FILLER               PIC X(01) VALUE '|'.
           05  DIAGNOSTIC-CODE-O    PIC X(07).
           05  FILLER               PIC X(01) VALUE '|'.
           05  INS-TYPE-O           PIC X(03).
           05  FILLER               PIC X(01) VALUE '|'.
      *****************************************************************
      *  EVERY RECORD READ IS ALSO COPIED TO THE SNAPSHOT FILE SO THE *
      *  NEXT DELTA RUN HAS TODAY'S INFILE TO MATCH AGAINST, AND THE  *
      *  RAW 110 BYTES ARE HELD FOR THE DELTA CHANGE COMPARE.         *
      *****************************************************************
      *
           IF NOT END-OF-FILE
           MOVE BED-IDENTITY      TO BED-IDENTITY-O.
           MOVE DATE-ADMIT        TO DATE-ADMIT-O.
           MOVE AMT-PER-DAY       TO AMT-PER-DAY-O.
           IF DIAGNOSTIC-CODE = SPACES
              MOVE LEGACY-DIAG-CODE TO WS-EXPORT-DIAG-CODE
           ELSE
              MOVE DIAGNOSTIC-CODE  TO WS-EXPORT-DIAG-CODE
           END-IF.
           MOVE WS-EXPORT-DIAG-CODE TO DIAGNOSTIC-CODE-O.
           MOVE INS-TYPE          TO INS-TYPE-O.
           MOVE HOSPITAL-STAY-LTH TO HOSPITAL-STAY-LTH-O.
           MOVE PATIENT-TOT-AMT   TO PATIENT-TOT-AMT-O.
              ',' BED-IDENTITY                DELIMITED BY SIZE
              ',"' DATE-ADMIT                 DELIMITED BY SIZE
              '",' FUNCTION TRIM(CSV-AMT-PER-DAY)      DELIMITED BY SIZE
              ',' FUNCTION TRIM(WS-EXPORT-DIAG-CODE)   DELIMITED BY SIZE
              ',' INS-TYPE                    DELIMITED BY SIZE
              ',' HOSPITAL-STAY-LTH           DELIMITED BY SIZE
              ',' FUNCTION TRIM(CSV-PATIENT-TOT-AMT)   DELIMITED BY SIZE
                    MOVE WS-CUR-RAW  TO WS-INFILE-REC
                    PERFORM 0570-READ-SNAPSHOT-RECORD
                 WHEN OTHER
                    IF WS-CUR-RAW (1:101) = WS-SNAP-REC (1:101)
                       CONTINUE
                    ELSE
                       MOVE 'C' TO WS-DELTA-ACTION
