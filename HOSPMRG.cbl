       IDENTIFICATION DIVISION.
       PROGRAM-ID.  HOSPMRG.
       AUTHOR. DORETHA RILEY.
       INSTALLATION. COBOL DEV CENTER.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED. CURRENT-DATE.
       SECURITY. NON-CONFIDENTIAL.
      *
      *****************************************************************
      *  DESCRIPTION                                                  *
      *    THIS PROGRAM MERGES THE OUTPUTS OF THE PER-FACILITY        *
      *    HOSPEDIT JOBS (ONE HOSPEDIT RUN PER FACILITY-CODE WITH     *
      *    PARALLEL=Y AND FACILITY=NN CONTROL CARDS) BACK INTO THE    *
      *    SINGLE SET OF FILES THE REST OF THE NIGHTLY STREAM EXPECTS *
      *    FROM ONE HOSPEDIT PASS:                                    *
      *      - ONE RPTFILE ENDING IN ONE CONTROL TRAILER, FOR HOSPCLM *
      *        AND RECON                                              *
      *      - ONE HOSPOUT (GOOD-RECORD IMAGES), FOR PATBILL          *
      *      - ONE REJFILE (REJECTED RECORDS WITH REASON CODES)       *
      *      - ONE NEWRPT TOTALS PAGE WITH THE DIAGNOSTIC, PROVIDER,  *
      *        FACILITY AND AUTHORIZATION SECTIONS REBUILT FROM THE   *
      *        FACILITY TOTALS FILES                                  *
      *      - ONE SET OF GL POSTINGS UNDER SOURCE PROGRAM HOSPEDIT   *
      *      - THE FACILITY STAY HISTORY DELTAS, APPENDED TO THE      *
      *        SHARED STAY HISTORY                                    *
      *      - THE FACILITY RUNS' RUN LOG RECORDS AND CYCLE CONTROL   *
      *        MARKS, SO THE FACILITY JOBS NEVER WRITE THE SHARED     *
      *        RUN LOG, CYCLE CONTROL OR STAY HISTORY FILES AT ONCE   *
      *                                                               *
      *    THE JCL CONCATENATES THE FACILITY FILES UNDER EACH INPUT   *
      *    DD.  EVERY FACILITY RPTFILE IS BALANCED AGAINST ITS OWN    *
      *    CONTROL TRAILER, AND EVERY FACILITY RUN MUST HAVE          *
      *    RECONCILED AND MUST BELONG TO THIS BUSINESS CYCLE.  THE    *
      *    COMBINED FILES ARE THEN PROVED AGAINST THE SUMMED FACILITY *
      *    COUNTS.  WHEN FACILITY JOBS ALL READ THE SAME HOSPIN (THE  *
      *    FACILITY= FILTER SKIPPING THE OTHER FACILITIES' RECORDS)   *
      *    THE SELECTED RECORDS MUST ADD BACK TO ONE HOSPIN, SO A     *
      *    RECORD WHOSE FACILITY HAD NO JOB CANNOT DROP SILENTLY.     *
      *                                                               *
      *    ONLY A MERGE IN BALANCE WRITES THE COMBINED RPTFILE        *
      *    TRAILER, POSTS TO THE GL, APPENDS THE STAY HISTORY DELTAS  *
      *    AND MARKS THE HOSPEDIT AND FACILITY (HOSPEDnn) CYCLE       *
      *    CONTROL RECORDS POSTED.  AN OUT-OF-BALANCE MERGE LEAVES    *
      *    THE RPTFILE WITHOUT A TRAILER, SO HOSPCLM AND RECON REFUSE *
      *    IT, AND LEAVES THE FACILITY JOBS FREE TO BE RERUN.         *
      *                                                               *
      *    EACH FACILITY RUN'S OWN RUN LOG RECORD (CARRIED ON ITS     *
      *    TOTALS FILE) IS APPENDED FIRST, THEN THE MERGE'S RECORD    *
      *    UNDER PROGRAM ID HOSPEDIT, SO THE BATCH DASHBOARD AND      *
      *    GLPROOF SEE THE MERGED RESULT EXACTLY AS THEY WOULD A      *
      *    SINGLE HOSPEDIT PASS.                                      *
      *                                                               *
      *    CONTROL CARDS (KEYWORD=VALUE, ONE PER RECORD, OPTIONAL):   *
      *      FACILITIES=NN        NUMBER OF FACILITY JOBS EXPECTED -  *
      *                           A MISSING OR EXTRA FACILITY RUN     *
      *                           PUTS THE MERGE OUT OF BALANCE       *
      *                           (00 OR NO CARD = NOT CHECKED)       *
      *      CYCLEOVR=Y           REPOST A CYCLE ALREADY POSTED       *
      *                                                               *
      *    RETURN CODES:                                              *
      *      0  - MERGE IN BALANCE, POSTED                            *
      *      8  - MERGE OUT OF BALANCE (SEE JOB LOG) - NO TRAILER,    *
      *           NO GL POSTINGS, CYCLE NOT MARKED POSTED             *
      *      12 - HOSPEDIT ALREADY POSTED FOR THIS CYCLE              *
      *      16 - INVALID CONTROL CARD                                *
      *                                                               *
      *    INPUT FILES:                                               *
      *      RTPOT44.HOSPRPT.FACNN (FACILITY RPTFILES, CONCATENATED)  *
      *      INTERNAL FILE NAME:  FACRPT                              *
      *      JCL DD NAME:         FACRPT                              *
      *                                                               *
      *      RTPOT44.HOSPOUT.FACNN (FACILITY HOSPOUTS, CONCATENATED)  *
      *      INTERNAL FILE NAME:  FACOUT                              *
      *      JCL DD NAME:         FACOUT                              *
      *                                                               *
      *      RTPOT44.HOSPREJ.FACNN (FACILITY REJFILES, CONCATENATED)  *
      *      INTERNAL FILE NAME:  FACREJ                              *
      *      JCL DD NAME:         FACREJ                              *
      *                                                               *
      *      RTPOT44.HOSPTOT.FACNN (FACILITY TOTALS, CONCATENATED)    *
      *      INTERNAL FILE NAME:  FACTOT                              *
      *      JCL DD NAME:         FACTOT                              *
      *                                                               *
      *      RTPOT44.STAYHIST.FACNN (FACILITY STAY HISTORY DELTAS,    *
      *      CONCATENATED)                                            *
      *      INTERNAL FILE NAME:  FACSTAY                             *
      *      JCL DD NAME:         FACSTAY                             *
      *                                                               *
      *      RTPOT44.HOSPMRG.PARMS (CONTROL CARDS)                    *
      *      INTERNAL FILE NAME:  PARM-FILE                           *
      *      JCL DD NAME:         PARMFILE                            *
      *                                                               *
      *      RTPOT44.BATCH.CYCLECTL (SHARED CYCLE CONTROL FILE -      *
      *      REWRITTEN AT A CLEAN CLOSE)                              *
      *      INTERNAL FILE NAME:  CYCLECTL                            *
      *      JCL DD NAME:         CYCLECTL                            *
      *                                                               *
      *    OUTPUT FILES:                                              *
      *      RTPOT44.HOSPRPT (COMBINED UNFORMATTED REPORT FILE)       *
      *      INTERNAL FILE NAME:  RPTFILE                             *
      *      JCL DD NAME:         RPTFILE                             *
      *                                                               *
      *      RTPOT44.HOSPOUT (COMBINED GOOD-RECORD FILE)              *
      *      INTERNAL FILE NAME:  OUTFILE                             *
      *      JCL DD NAME:         HOSPOUT                             *
      *                                                               *
      *      RTPOT44.HOSPREJ (COMBINED REJECT DATA FILE)              *
      *      INTERNAL FILE NAME:  REJFILE                             *
      *      JCL DD NAME:         REJFILE                             *
      *                                                               *
      *      DD SYSOUT=* (COMBINED TOTALS REPORT)                     *
      *      INTERNAL FILE NAME:  NEWRPT                              *
      *      JCL DD NAME:         NEWRPT                              *
      *                                                               *
      *      RTPOT44.GL.INTERFACE (SHARED GL POSTING INTERFACE -      *
      *      POSTINGS APPENDED)                                       *
      *      INTERNAL FILE NAME:  GLFILE                              *
      *      JCL DD NAME:         GLFILE                              *
      *                                                               *
      *      RTPOT44.BATCH.RUNLOG (SHARED NIGHTLY RUN LOG - ONE RUN   *
      *      RECORD PER FACILITY RUN AND ONE FOR THE MERGE APPENDED)  *
      *      INTERNAL FILE NAME:  RUNLOG                              *
      *      JCL DD NAME:         RUNLOG                              *
      *                                                               *
      *      RTPOT44.STAYHIST (CUMULATIVE STAY HISTORY - THE FACILITY *
      *      DELTAS APPENDED)                                         *
      *      INTERNAL FILE NAME:  STAYHIST                            *
      *      JCL DD NAME:         STAYHIST                            *
      *                                                               *
      *    JCL JOB: RTPOT44.LEARN.REUSABLE.JCL(HOSPMRG)               *
      *****************************************************************
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACRPT           *>FACILITY RPTFILES, CONCATENATED
           ASSIGN TO FACRPT
             FILE STATUS IS FRCODE.
      *
           SELECT FACOUT           *>FACILITY HOSPOUTS, CONCATENATED
           ASSIGN TO FACOUT
             FILE STATUS IS FOCODE.
      *
           SELECT FACREJ           *>FACILITY REJFILES, CONCATENATED
           ASSIGN TO FACREJ
             FILE STATUS IS FJCODE.
      *
           SELECT FACTOT           *>FACILITY TOTALS, CONCATENATED
           ASSIGN TO FACTOT
             FILE STATUS IS FTCODE.
      *
           SELECT FACSTAY          *>FACILITY STAY DELTAS, CONCATENATED
           ASSIGN TO FACSTAY
             FILE STATUS IS FSCODE.
      *
           SELECT RPTFILE          *>COMBINED UNFORMATTED REPORT FILE
           ASSIGN TO RPTFILE
             FILE STATUS IS RFCODE.
      *
           SELECT OUTFILE          *>COMBINED GOOD-RECORD FILE
           ASSIGN TO HOSPOUT
             FILE STATUS IS OFCODE.
      *
           SELECT REJFILE          *>COMBINED REJECT DATA FILE
           ASSIGN TO REJFILE
             FILE STATUS IS RJCODE.
      *
           SELECT NEWRPT           *>COMBINED TOTALS REPORT
           ASSIGN TO NEWRPT
             FILE STATUS IS NFCODE.
      *
           SELECT OPTIONAL PARM-FILE  *>KEYWORD=VALUE CONTROL CARDS
           ASSIGN TO PARMFILE
             FILE STATUS IS PFCODE.
      *
           SELECT OPTIONAL CYCLECTL   *>SHARED CYCLE CONTROL FILE
           ASSIGN TO CYCLECTL
             FILE STATUS IS CYCODE.
      *
           SELECT OPTIONAL GLFILE  *>SHARED GL POSTING INTERFACE
           ASSIGN TO GLFILE
             FILE STATUS IS GLCODE.
      *
           SELECT OPTIONAL RUNLOG  *>SHARED NIGHTLY BATCH RUN LOG
           ASSIGN TO RUNLOG
             FILE STATUS IS LGCODE.
      *
           SELECT OPTIONAL STAYHIST   *>CUMULATIVE PATIENT STAY HISTORY
           ASSIGN TO STAYHIST
             FILE STATUS IS SHCODE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  FACRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS FAC-RPT-REC.
      *
       01  FAC-RPT-REC PIC X(133).
      *
       FD  FACOUT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS FAC-OUT-REC.
      *
       01  FAC-OUT-REC PIC X(133).
      *
       FD  FACREJ
           RECORDING MODE IS F
           RECORD CONTAINS 113 CHARACTERS
           DATA RECORD IS FAC-REJ-REC.
      *
       01  FAC-REJ-REC PIC X(113).
      *
       FD  FACTOT
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS FAC-TOT-REC.
      *
       01  FAC-TOT-REC PIC X(200).
      *
       FD  FACSTAY
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS FAC-STAY-REC.
      *
       01  FAC-STAY-REC PIC X(100).
      *
       FD  RPTFILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS HOSP-RPT-REC.
      *
       01  HOSP-RPT-REC PIC X(133).
      *
       FD  OUTFILE
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS OUT-REC.
      *
       01  OUT-REC  PIC X(133).
      *
       FD  REJFILE
           RECORDING MODE IS F
           RECORD CONTAINS 113 CHARACTERS
           DATA RECORD IS REJ-REC.
      *
       01  REJ-REC  PIC X(113).
      *
       FD  NEWRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS NEW-RPT-REC.
      *
       01  NEW-RPT-REC PIC X(133).
      *
       FD  PARM-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PARM-CARD-REC.
      *
       01  PARM-CARD-REC PIC X(80).
      *
       FD  CYCLECTL
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CYCLE-CTL-REC.
      *
       01  CYCLE-CTL-REC.
           05  CYC-PROGRAM-ID     PIC X(08).
           05  CYC-CYCLE-DATE     PIC 9(08).
           05  CYC-POSTED-FLAG    PIC X(01).
           05  FILLER             PIC X(63).
      *
       FD  GLFILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS GL-POST-REC.
      *
       01  GL-POST-REC.
           05  GL-ACCOUNT         PIC X(08).
           05  GL-DR-CR           PIC X(02).
           05  GL-AMOUNT          PIC S9(11)V99.
           05  GL-CYCLE-DATE      PIC 9(08).
           05  GL-SOURCE-PROGRAM  PIC X(08).
           05  FILLER             PIC X(41).
      *
       FD  RUNLOG
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS RUN-LOG-REC.
      *
       01  RUN-LOG-REC PIC X(80).
      *
       FD  STAYHIST
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS STAY-HIST-REC.
      *
       01  STAY-HIST-REC PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS-CODES.
          05 FRCODE               PIC X(02).
          05 FOCODE               PIC X(02).
          05 FJCODE               PIC X(02).
          05 FTCODE               PIC X(02).
          05 FSCODE               PIC X(02).
          05 RFCODE               PIC X(02).
          05 OFCODE               PIC X(02).
          05 RJCODE               PIC X(02).
          05 NFCODE               PIC X(02).
          05 PFCODE               PIC X(02).
          05 CYCODE               PIC X(02).
          05 GLCODE               PIC X(02).
          05 LGCODE               PIC X(02).
          05 SHCODE               PIC X(02).
      *
       01 WS-FILE-SWITCHES.
          05 FACRPT-FILE-SW       PIC X(01) VALUE SPACE.
             88 END-OF-FACRPT     VALUE 'Y'.
          05 FACOUT-FILE-SW       PIC X(01) VALUE SPACE.
             88 END-OF-FACOUT     VALUE 'Y'.
          05 FACREJ-FILE-SW       PIC X(01) VALUE SPACE.
             88 END-OF-FACREJ     VALUE 'Y'.
          05 FACTOT-FILE-SW       PIC X(01) VALUE SPACE.
             88 END-OF-FACTOT     VALUE 'Y'.
          05 FACSTAY-FILE-SW      PIC X(01) VALUE SPACE.
             88 END-OF-FACSTAY    VALUE 'Y'.
          05 PARM-FILE-SW         PIC X(01) VALUE SPACE.
             88 END-OF-PARM-FILE  VALUE 'Y'.
          05 WS-PARM-ERROR-SW     PIC X(01) VALUE 'N'.
             88 PARM-ERROR        VALUE 'Y'.
      *
       01 WS-PARM-CONTROLS.
          05 WS-PARM-KEYWORD      PIC X(20).
          05 WS-PARM-VALUE        PIC X(20).
          05 WS-PARM-COUNT-X      PIC X(02).
          05 WS-PARM-COUNT REDEFINES WS-PARM-COUNT-X
                                  PIC 9(02).
          05 WS-EXPECTED-FACILITIES
                                  PIC 9(02) VALUE 0.
      *
       01 WS-CYCLE-CONTROLS.
          05 WS-CYCLE-PROGRAM-ID  PIC X(08) VALUE 'HOSPEDIT'.
          05 WS-CYCLE-ACTIVE-SW   PIC X(01) VALUE 'N'.
             88 CYCLE-CONTROL-ACTIVE        VALUE 'Y'.
          05 WS-CYCLE-OVERRIDE-SW PIC X(01) VALUE 'N'.
             88 CYCLE-OVERRIDE              VALUE 'Y'.
          05 CYCLECTL-FILE-SW     PIC X(01) VALUE SPACE.
             88 END-OF-CYCLECTL             VALUE 'Y'.
          05 WS-CYC-ENTRIES       PIC S9(04) COMP VALUE 0.
          05 WS-CYC-OWN-SUB       PIC S9(04) COMP VALUE 0.
          05 WS-CYC-SUB           PIC S9(04) COMP VALUE 0.
          05 WS-CYCLE-DATE        PIC 9(08) VALUE 0.
          05 WS-CYC-MARK-PROGRAM  PIC X(08) VALUE SPACES.
      *
       01 WS-CYCLE-TABLE.
          05 WS-CYC-ENTRY OCCURS 20 TIMES.
             10 WS-CYC-PROGRAM    PIC X(08).
             10 WS-CYC-DATE       PIC 9(08).
             10 WS-CYC-POSTED     PIC X(01).
      *
       01 WS-GL-CONTROLS.
          05 WS-GL-POST-DATE      PIC 9(08) VALUE 0.
          05 WS-GL-POST-AMOUNT    PIC S9(11)V99 VALUE 0.
          05 WS-GL-DR-ACCOUNT     PIC X(08) VALUE SPACES.
          05 WS-GL-CR-ACCOUNT     PIC X(08) VALUE SPACES.
      *
       01 WS-RUN-LOG-REC.  *>STANDARD RUN RECORD LAYOUT
          05 WS-RL-PROGRAM-ID     PIC X(08) VALUE 'HOSPEDIT'.
          05 WS-RL-RUN-DATE       PIC 9(08).
          05 WS-RL-RUN-TIME       PIC 9(06).
          05 WS-RL-RECS-READ      PIC 9(08).
          05 WS-RL-RECS-WRITTEN   PIC 9(08).
          05 WS-RL-ERROR-COUNT    PIC 9(08).
          05 WS-RL-STATUS         PIC X(04).
          05 WS-RL-HANDOFF-STATUS PIC X(01) VALUE SPACE.
          05 FILLER               PIC X(29) VALUE SPACES.
      *
      *****************************************************************
      *  MERGE BALANCING.  ANY FAILED CHECK SETS THE MERGE OUT OF     *
      *  BALANCE; EACH FAILURE IS EXPLAINED ON THE JOB LOG.           *
      *****************************************************************
      *
       01 WS-MERGE-CONTROLS.
          05 WS-MERGE-STATUS-SW   PIC X(01) VALUE 'B'.
             88 MERGE-IN-BALANCE            VALUE 'B'.
             88 MERGE-OUT-OF-BALANCE        VALUE 'O'.
          05 WS-SHARED-HOSPIN-SW  PIC X(01) VALUE 'N'.
             88 SHARED-HOSPIN               VALUE 'Y'.
          05 WS-HOSPIN-RECS-READ  PIC S9(08) COMP VALUE 0.
          05 WS-UNASSIGNED-RECS   PIC S9(08) COMP VALUE 0.
          05 WS-TOT-RECS-READ     PIC S9(08) COMP VALUE 0.
          05 WS-AMOUNT-RECS-READ  PIC S9(08) COMP VALUE 0.
          05 WS-TRAILERS-READ     PIC S9(08) COMP VALUE 0.
          05 FAC-RPT-RECS-READ    PIC S9(08) COMP VALUE 0.
          05 HOSPOUT-RECS-COPIED  PIC S9(08) COMP VALUE 0.
          05 REJECT-RECS-COPIED   PIC S9(08) COMP VALUE 0.
          05 STAY-DELTA-EXPECTED  PIC S9(08) COMP VALUE 0.
          05 STAY-DELTA-RECS-READ PIC S9(08) COMP VALUE 0.
          05 STAY-RECS-APPENDED   PIC S9(08) COMP VALUE 0.
          05 WS-FR-SUB            PIC S9(04) COMP VALUE 0.
          05 WS-FR-FOUND-SUB      PIC S9(04) COMP VALUE 0.
      *
      *****************************************************************
      *  ONE ENTRY PER FACILITY RUN, BUILT FROM THE 'C' RECORDS ON    *
      *  FACTOT AND TICKED OFF AS EACH FACILITY'S RPTFILE TRAILER IS  *
      *  FOUND AND BALANCED.                                          *
      *****************************************************************
      *
       01 WS-FACILITY-RUN-TABLE.
          05 WS-FR-ENTRY OCCURS 10 TIMES.
             10 WS-FR-FACILITY     PIC X(02).
             10 WS-FR-RECORDS-READ PIC 9(08).
             10 WS-FR-SELECTED     PIC 9(08).
             10 WS-FR-WRITTEN      PIC 9(08).
             10 WS-FR-ERRORS       PIC 9(08).
             10 WS-FR-RECONCILED   PIC X(01).
             10 WS-FR-TRAILER-SW   PIC X(01).
                88 FR-TRAILER-FOUND         VALUE 'Y'.
             10 WS-FR-TRL-COUNT    PIC 9(09).
             10 WS-FR-STAY-DELTA   PIC 9(08).
             10 WS-FR-RUN-LOG-SW   PIC X(01).
                88 FR-RUN-LOG-FOUND         VALUE 'Y'.
             10 WS-FR-RUN-LOG      PIC X(80).
      *
       01 WS-FR-ENTRIES-USED      PIC S9(04) COMP VALUE 0.
      *
      *****************************************************************
      *  FACILITY RPTFILE RECORD AS READ.  A DETAIL RECORD CARRIES A  *
      *  NUMERIC PATIENT NUMBER IN BYTES 1-5 AND A NUMERIC STAY       *
      *  LENGTH IN BYTES 76-78 (THE HOSPCLM AND RECON TEST); THE      *
      *  TOTALS LINES FAIL THAT TEST AND THE CONTROL TRAILER STARTS   *
      *  'TRAILER '.                                                  *
      *****************************************************************
      *
       01 WS-RPT-IN-REC.
          05 RPI-PATIENT-NBR      PIC 9(05).
          05 FILLER               PIC X(50).
          05 RPI-AMT-PER-DAY      PIC X(09).
          05 FILLER               PIC X(11).
          05 RPI-STAY-LTH         PIC 9(03).
          05 FILLER               PIC X(55).
      *
       01 WS-RPT-IN-TRAILER REDEFINES WS-RPT-IN-REC.
          05 RPI-TRL-ID           PIC X(08).
             88 RPT-CONTROL-TRAILER         VALUE 'TRAILER '.
          05 RPI-TRL-PROGRAM-ID.
             10 RPI-TRL-PGM-PREFIX
                                  PIC X(06).
             10 RPI-TRL-FACILITY  PIC X(02).
          05 RPI-TRL-RECORD-COUNT PIC 9(09).
          05 RPI-TRL-AMOUNT-HASH  PIC 9(13)V99.
          05 FILLER               PIC X(93).
      *
      *****************************************************************
      *  COMBINED RPTFILE CONTROL TRAILER - THE SAME LAYOUT AND       *
      *  PROGRAM ID A SINGLE HOSPEDIT PASS WRITES.                    *
      *****************************************************************
      *
       01 WS-RPT-TRAILER-REC.
          05 RPT-TRL-ID           PIC X(08) VALUE 'TRAILER '.
          05 RPT-TRL-PROGRAM-ID   PIC X(08) VALUE 'HOSPEDIT'.
          05 RPT-TRL-RECORD-COUNT PIC 9(09).
          05 RPT-TRL-AMOUNT-HASH  PIC 9(13)V99.
          05 FILLER               PIC X(93) VALUE SPACES.
      *
       01 WS-RPT-CONTROL-TOTALS.
          05 WS-RPT-DAILY-AMT     PIC 9(05)V99  VALUE 0.
          05 WS-RPT-STAY-AMT      PIC 9(08)V99  VALUE 0.
          05 WS-SEG-RECORD-COUNT  PIC 9(09)     VALUE 0.
          05 WS-SEG-AMOUNT-HASH   PIC 9(13)V99  VALUE 0.
          05 WS-RPT-RECORD-COUNT  PIC 9(09)     VALUE 0.
          05 WS-RPT-AMOUNT-HASH   PIC 9(13)V99  VALUE 0.
      *
      *****************************************************************
      *  FACILITY TOTALS RECORDS - THE LAYOUTS HOSPEDIT WRITES TO     *
      *  ITS TOTFILE UNDER PARALLEL=Y.  EVERY RECORD STARTS WITH A    *
      *  TYPE BYTE, THE FACILITY CODE AND THE BUSINESS CYCLE DATE:    *
      *    'C' - ONE PER RUN: THE RUN'S COUNTS AND RECONCILED FLAG    *
      *    'A' - ONE PER RUN: THE RUN'S AMOUNT TOTALS                 *
      *    'D' - ONE PER DIAGNOSTIC BREAKDOWN ENTRY                   *
      *    'P' - ONE PER PROVIDER THAT SAW A GOOD RECORD              *
      *    'F' - ONE PER FACILITY SUBTOTAL ENTRY                      *
      *    'L' - ONE PER RUN: THE RUN'S STANDARD RUN LOG RECORD       *
      *****************************************************************
      *
       01 WS-TOT-REC.
          05 TT-REC-TYPE          PIC X(01).
             88 TOT-COUNTS-REC              VALUE 'C'.
             88 TOT-AMOUNTS-REC             VALUE 'A'.
             88 TOT-DIAG-REC                VALUE 'D'.
             88 TOT-PROV-REC                VALUE 'P'.
             88 TOT-FAC-REC                 VALUE 'F'.
             88 TOT-RUNLOG-REC              VALUE 'L'.
          05 TT-FACILITY          PIC X(02).
          05 TT-CYCLE-DATE        PIC 9(08).
          05 FILLER               PIC X(189).
      *
       01 WS-TOT-COUNTS-REC REDEFINES WS-TOT-REC.
          05 FILLER               PIC X(11).
          05 TTC-RECORDS-READ     PIC 9(08).
          05 TTC-RECORDS-WRITTEN  PIC 9(08).
          05 TTC-ERROR-RECS       PIC 9(08).
          05 TTC-INPATIENTS       PIC 9(08).
          05 TTC-OUTPATIENTS      PIC 9(08).
          05 TTC-HMO              PIC 9(08).
          05 TTC-PPO              PIC 9(08).
          05 TTC-PRIVATE          PIC 9(08).
          05 TTC-AFFORDABLE       PIC 9(08).
          05 TTC-STATE-FED        PIC 9(08).
          05 TTC-NO-COVERAGE      PIC 9(08).
          05 TTC-DIAG-XLATE       PIC 9(08).
          05 TTC-PROV-OON         PIC 9(08).
          05 TTC-STAY-HIST        PIC 9(08).
          05 TTC-READMIT          PIC 9(08).
          05 TTC-ACCIDENT         PIC 9(08).
          05 TTC-FILTERED         PIC 9(08).
          05 TTC-AUTH-CHECKED     PIC 9(08).
          05 TTC-AUTH-PASSED      PIC 9(08).
          05 TTC-AUTH-NO-AUTH     PIC 9(08).
          05 TTC-AUTH-OVER        PIC 9(08).
          05 TTC-RECONCILED       PIC X(01).
          05 TTC-STAY-DELTA       PIC 9(08).
          05 FILLER               PIC X(12).
      *
       01 WS-TOT-AMOUNTS-REC REDEFINES WS-TOT-REC.
          05 FILLER               PIC X(11).
          05 TTA-GROSS            PIC S9(11)V99.
          05 TTA-NET              PIC S9(11)V99.
          05 TTA-GROSS-DAILY      PIC S9(11)V99.
          05 TTA-COPAY            PIC S9(11).
          05 TTA-DEDUCTIBLE       PIC S9(11).
          05 TTA-IN-NET-GROSS     PIC S9(11)V99.
          05 TTA-IN-NET-NET       PIC S9(11)V99.
          05 TTA-OON-GROSS        PIC S9(11)V99.
          05 TTA-OON-NET          PIC S9(11)V99.
          05 FILLER               PIC X(76).
      *
       01 WS-TOT-DIAG-REC REDEFINES WS-TOT-REC.
          05 FILLER               PIC X(11).
          05 TTD-CODE             PIC X(07).
          05 TTD-COUNT            PIC 9(05).
          05 TTD-TOTAL-AMT        PIC S9(09)V99.
          05 TTD-DESC             PIC X(30).
          05 TTD-CATEGORY         PIC X(10).
          05 FILLER               PIC X(126).
      *
       01 WS-TOT-PROV-REC REDEFINES WS-TOT-REC.
          05 FILLER               PIC X(11).
          05 TTP-ID               PIC X(06).
          05 TTP-NAME             PIC X(20).
          05 TTP-NETWORK          PIC X(01).
          05 TTP-PAT-COUNT        PIC 9(08).
          05 TTP-GROSS-AMT        PIC S9(11)V99.
          05 TTP-NET-AMT          PIC S9(11)V99.
          05 FILLER               PIC X(128).
      *
       01 WS-TOT-FAC-REC REDEFINES WS-TOT-REC.
          05 FILLER               PIC X(11).
          05 TTF-CODE             PIC X(02).
          05 TTF-COUNT            PIC 9(08).
          05 TTF-GROSS-AMT        PIC S9(11)V99.
          05 TTF-NET-AMT          PIC S9(11)V99.
          05 TTF-COPAY            PIC S9(11).
          05 TTF-DEDUCTIBLE       PIC S9(11).
          05 FILLER               PIC X(131).
      *
       01 WS-TOT-RUNLOG-REC REDEFINES WS-TOT-REC.
          05 FILLER               PIC X(11).
          05 TTL-RUN-LOG          PIC X(80).
          05 FILLER               PIC X(109).
      *
      *****************************************************************
      *  COMBINED COUNTS AND AMOUNTS - THE SUMS OF THE FACILITY RUNS. *
      *  RECORDS-READ IS EACH RUN'S OWN (SELECTED) RECORDS, SO IT     *
      *  EQUALS WRITTEN PLUS ERRORS FOR A MERGE IN BALANCE.           *
      *****************************************************************
      *
       01 COUNTERS-AND-ACCUMULATORS.
          05 RECORDS-READ         PIC S9(08) COMP.
          05 RECORDS-WRITTEN      PIC S9(08) COMP.
          05 ERROR-RECS           PIC S9(08) COMP.
          05 RECORDS-FILTERED     PIC S9(08) COMP.
          05 NBR-INPATIENTS       PIC S9(08) COMP.
          05 NBR-OUTPATIENTS      PIC S9(08) COMP.
          05 NBR-HMO              PIC S9(08) COMP.
          05 NBR-STATE-FED        PIC S9(08) COMP.
          05 NBR-NO-COVERAGE      PIC S9(08) COMP.
          05 NBR-PPO              PIC S9(08) COMP.
          05 NBR-PRIVATE          PIC S9(08) COMP.
          05 NBR-AFFORDABLE       PIC S9(08) COMP.
          05 NBR-DIAG-XLATE       PIC S9(08) COMP.
          05 NBR-PROV-OON         PIC S9(08) COMP.
          05 NBR-STAY-HIST        PIC S9(08) COMP.
          05 NBR-READMIT          PIC S9(08) COMP.
          05 NBR-ACCIDENT         PIC S9(08) COMP.
          05 TOTAL-AMT-GROSS      PIC S9(11)V99 COMP-3.
          05 TOTAL-AMT-NET        PIC S9(11)V99 COMP-3.
          05 GROSS-DAILY-AMT      PIC S9(11)V99 COMP-3.
          05 TOTAL-COPAY          PIC S9(11) COMP-3.
          05 TOTAL-DEDUCTIBLE     PIC S9(11) COMP-3.
          05 IN-NET-AMT-GROSS     PIC S9(11)V99 COMP-3.
          05 IN-NET-AMT-NET       PIC S9(11)V99 COMP-3.
          05 OON-AMT-GROSS        PIC S9(11)V99 COMP-3.
          05 OON-AMT-NET          PIC S9(11)V99 COMP-3.
      *
       01 WS-AUTH-SUMMARY-COUNTERS.
          05 WS-AUTH-STAYS-CHECKED   PIC 9(08) VALUE 0.
          05 WS-AUTH-STAYS-PASSED    PIC 9(08) VALUE 0.
          05 WS-AUTH-REJECTS-NO-AUTH PIC 9(08) VALUE 0.
          05 WS-AUTH-REJECTS-OVER    PIC 9(08) VALUE 0.
      *
      *****************************************************************
      *  COMBINED TOTALS LINES - SAME LABELS AND LAYOUT AS HOSPEDIT'S *
      *  TOTALS PAGE, SO THE MERGED FILES READ LIKE ONE PASS'S.       *
      *****************************************************************
      *
       01 WS-TOTALS-REC-1.
          05 FILLER                   PIC X(38)
                                      VALUE "TOTAL RECORDS READ:  ".
          05 TOTAL-RECS-READ-O        PIC ZZ,ZZZ,ZZ9.
      *
       01 WS-TOTALS-REC-2.
          05 FILLER                   PIC X(38)
                 VALUE "TOTAL GOOD RECORDS WRITTEN:  ".
          05 TOTAL-GOOD-RECS-WRITTEN-O  PIC ZZ,ZZZ,ZZ9.
      *
       01 WS-TOTALS-REC-3.
          05 FILLER                   PIC X(38)
                 VALUE "TOTAL ERROR RECORDS:  ".
          05 TOTAL-ERROR-RECS-O       PIC ZZ,ZZZ,ZZ9.
      *
       01 WS-TOTALS-REC-4.
          05 FILLER                   PIC X(38)
                 VALUE "TOTAL INPATIENT RECS:  ".
          05 TOTAL-INPATIENT-RECS-O   PIC ZZ,ZZZ,ZZ9.
      *
       01 WS-TOTALS-REC-5.
          05 FILLER                   PIC X(38)
                 VALUE "TOTAL OUTPATIENT RECS:  ".
          05 TOTAL-OUTPATIENT-RECS-O  PIC ZZ,ZZZ,ZZ9.
      *
       01 WS-TOTALS-REC-6.
          05 FILLER                   PIC X(38)
                 VALUE "TOTAL HMO ACCOUNTS:  ".
          05 TOTAL-HMO-ACCOUNTS-O     PIC ZZ,ZZZ,ZZ9.
      *
       01 WS-TOTALS-REC-7.
          05 FILLER                   PIC X(38)
                 VALUE "TOTAL PPO ACCOUNTS:  ".
          05 TOTAL-PPO-ACCOUNTS-O     PIC ZZ,ZZZ,ZZ9.
      *
       01 WS-TOTALS-REC-8.
          05 FILLER                   PIC X(38)
                 VALUE "TOTAL PRIVATE ACCOUNTS:  ".
          05 TOTAL-PRI-ACCOUNTS-O     PIC ZZ,ZZZ,ZZ9.
      *
       01 WS-TOTALS-REC-9.
          05 FILLER                   PIC X(38)
                 VALUE "TOTAL AFFORDABLE ACCOUNTS:  ".
          05 TOTAL-AFF-ACCOUNTS-O     PIC ZZ,ZZZ,ZZ9.
      *
       01 WS-TOTALS-REC-10.
          05 FILLER                   PIC X(38)
                 VALUE "TOTAL STATE/FED (MEDICARE) ACCOUNTS:  ".
          05 TOTAL-STATE-FED-O        PIC ZZ,ZZZ,ZZ9.
      *
       01 WS-TOTALS-REC-11.
          05 FILLER                   PIC X(38)
                 VALUE "TOTAL NO COVERAGE ACCOUNTS:  ".
          05 TOTAL-NO-COVERAGE-O      PIC ZZ,ZZZ,ZZ9.
      *
       01 WS-TOTALS-REC-12.
          05 FILLER                   PIC X(21)
                  VALUE "TOTAL AMOUNT GROSS:  ".
          05 TOTAL-GROSS-O            PIC $$$,$$$,$$$,$$9.99.
      *
       01 WS-TOTALS-REC-13.
          05 FILLER                   PIC X(21)
                  VALUE "TOTAL AMOUNT NET:  ".
          05 TOTAL-NET-O              PIC $$$,$$$,$$$,$$9.99.
      *
       01 WS-TOTALS-REC-14.
          05 FILLER                   PIC X(22)
                  VALUE "GROSS DAILY AMOUNT:  ".
          05 GROSS-DAILY-AMT-R        PIC $$$,$$$,$$$,$$9.99.
      *
       01 WS-TOTALS-REC-15.
          05 FILLER                   PIC X(24)
                  VALUE "TOTAL COPAY COLLECTED:  ".
          05 TOTAL-COPAY-O            PIC $$$,$$$,$$$,$$9.
      *
       01 WS-TOTALS-REC-16.
          05 FILLER                   PIC X(31)
                  VALUE "TOTAL DEDUCTIBLE OUTSTANDING:  ".
          05 TOTAL-DEDUCTIBLE-O       PIC $$$,$$$,$$$,$$9.
      *
       01 WS-TOTALS-REC-17.
          05 FILLER                   PIC X(31)
                  VALUE "IN-NETWORK AMOUNT GROSS:  ".
          05 IN-NET-GROSS-O           PIC $$$,$$$,$$$,$$9.99.
      *
       01 WS-TOTALS-REC-18.
          05 FILLER                   PIC X(31)
                  VALUE "IN-NETWORK AMOUNT NET:  ".
          05 IN-NET-NET-O             PIC $$$,$$$,$$$,$$9.99.
      *
       01 WS-TOTALS-REC-19.
          05 FILLER                   PIC X(31)
                  VALUE "OUT-OF-NETWORK AMOUNT GROSS:  ".
          05 OON-GROSS-O              PIC $$$,$$$,$$$,$$9.99.
      *
       01 WS-TOTALS-REC-20.
          05 FILLER                   PIC X(31)
                  VALUE "OUT-OF-NETWORK AMOUNT NET:  ".
          05 OON-NET-O                PIC $$$,$$$,$$$,$$9.99.
      *
       01 WS-TOTALS-REC-21.
          05 FILLER                   PIC X(38)
                 VALUE "LEGACY DIAG CODES TRANSLATED (*):  ".
          05 TOTAL-DIAG-XLATE-O       PIC ZZ,ZZZ,ZZ9.
      *
       01 WS-TOTALS-REC-22.
          05 FILLER                   PIC X(38)
                 VALUE "STAYS OUTSIDE PROVIDER CONTRACT (OON):".
          05 TOTAL-PROV-OON-O         PIC ZZ,ZZZ,ZZ9.
      *
       01 WS-TOTALS-REC-23.
          05 FILLER                   PIC X(38)
                 VALUE "STAYS ADDED TO STAY HISTORY:  ".
          05 TOTAL-STAY-HIST-O        PIC ZZ,ZZZ,ZZ9.
      *
       01 WS-TOTALS-REC-24.
          05 FILLER                   PIC X(38)
                 VALUE "30-DAY INPATIENT READMISSIONS (R):  ".
          05 TOTAL-READMIT-O          PIC ZZ,ZZZ,ZZ9.
      *
       01 WS-TOTALS-REC-25.
          05 FILLER                   PIC X(38)
                 VALUE "ACCIDENT-RELATED STAYS (A/W):  ".
          05 TOTAL-ACCIDENT-O         PIC ZZ,ZZZ,ZZ9.
      *
       01 WS-TOTALS-BLANK-LINE        PIC X(133) VALUE SPACES.
      *
      *****************************************************************
      *  COMBINED NEWRPT TITLE AND FACILITY RUNS SECTION.             *
      *****************************************************************
      *
       01 WS-MRG-RPT-HEADER-1.
          05 FILLER               PIC X(51) VALUE SPACES.
          05 FILLER               PIC X(31) VALUE
                'ALL-FACILITY HOSPITAL TOTALS'.
          05 FILLER               PIC X(51) VALUE SPACES.
      *
       01 WS-MRG-RPT-HEADER-2.
          05 FILLER               PIC X(51) VALUE SPACES.
          05 FILLER               PIC X(31) VALUE ALL '='.
          05 FILLER               PIC X(51) VALUE SPACES.
      *
       01 WS-MRG-CYCLE-LINE.
          05 FILLER               PIC X(16) VALUE 'BUSINESS CYCLE: '.
          05 MRG-CYCLE-DATE-O     PIC 9(08).
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(17) VALUE 'FACILITY RUNS:   '.
          05 MRG-RUN-COUNT-O      PIC Z9.
          05 FILLER               PIC X(86) VALUE SPACES.
      *
       01 WS-RUN-RPT-HEADER-1.
          05 FILLER               PIC X(51) VALUE SPACES.
          05 FILLER               PIC X(30) VALUE
                                  'FACILITY RUNS MERGED'.
          05 FILLER               PIC X(52) VALUE SPACES.
      *
       01 WS-RUN-RPT-HEADER-2.
          05 FILLER               PIC X(51) VALUE SPACES.
          05 FILLER               PIC X(30) VALUE ALL '='.
          05 FILLER               PIC X(52) VALUE SPACES.
      *
       01 WS-RUN-RPT-HEADER-3.
          05 FILLER               PIC X(03) VALUE 'FAC'.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE '  RECS IN '.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE '  SELECTED'.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE '      GOOD'.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE '    ERRORS'.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE 'RECONCILED'.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(13) VALUE 'RPTFILE TRLR'.
      *
       01 WS-RUN-RPT-HEADER-4.
          05 FILLER               PIC X(03) VALUE ALL '='.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE ALL '='.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE ALL '='.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE ALL '='.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE ALL '='.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE ALL '='.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(13) VALUE ALL '='.
      *
       01 WS-RUN-RPT-DETAIL.
          05 RUN-FACILITY-D       PIC X(02).
          05 FILLER               PIC X(04) VALUE SPACES.
          05 RUN-RECS-READ-D      PIC ZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 RUN-SELECTED-D       PIC ZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 RUN-WRITTEN-D        PIC ZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 RUN-ERRORS-D         PIC ZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(07) VALUE SPACES.
          05 RUN-RECONCILED-D     PIC X(03).
          05 FILLER               PIC X(06) VALUE SPACES.
          05 RUN-TRAILER-D        PIC X(13).
      *
       01 WS-RUN-RPT-UNASSIGNED-LINE.
          05 FILLER               PIC X(38)
                VALUE 'HOSPIN RECORDS WITH NO FACILITY RUN:'.
          05 RUN-UNASSIGNED-O     PIC ZZ,ZZZ,ZZ9.
      *
       01 WS-RUN-RPT-STATUS-LINE.
          05 FILLER               PIC X(14) VALUE 'MERGE STATUS: '.
          05 RUN-STATUS-O         PIC X(60).
      *
      *****************************************************************
      *  DIAGNOSTIC-CODE BREAKDOWN SECTION - MERGED BY CODE FROM THE  *
      *  FACILITY 'D' RECORDS, WHICH CARRY EACH CODE'S MASTER         *
      *  DESCRIPTION AND CATEGORY.                                    *
      *****************************************************************
      *
       01 WS-DIAG-RPT-HEADER-1.
          05 FILLER               PIC X(51) VALUE SPACES.
          05 FILLER               PIC X(30) VALUE
                                  'DIAGNOSTIC CODE BREAKDOWN'.
          05 FILLER               PIC X(52) VALUE SPACES.
      *
       01 WS-DIAG-RPT-HEADER-2.
          05 FILLER               PIC X(51) VALUE SPACES.
          05 FILLER               PIC X(30) VALUE ALL '='.
          05 FILLER               PIC X(52) VALUE SPACES.
      *
       01 WS-DIAG-RPT-HEADER-3.
          05 FILLER               PIC X(07) VALUE 'DIAG'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(30) VALUE 'DESCRIPTION'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE 'CATEGORY'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(05) VALUE 'COUNT'.
          05 FILLER               PIC X(06) VALUE SPACES.
          05 FILLER               PIC X(13) VALUE 'TOTAL NET AMT'.
      *
       01 WS-DIAG-RPT-HEADER-4.
          05 FILLER               PIC X(07) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(30) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(05) VALUE ALL '='.
          05 FILLER               PIC X(06) VALUE SPACES.
          05 FILLER               PIC X(13) VALUE ALL '='.
      *
       01 WS-DIAG-RPT-DETAIL.
          05 DIAG-CODE-D          PIC X(07).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DIAG-DESC-D          PIC X(30).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DIAG-CATEGORY-D      PIC X(10).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DIAG-COUNT-D         PIC ZZZZ9.
          05 FILLER               PIC X(06) VALUE SPACES.
          05 DIAG-TOTAL-AMT-D     PIC $,$$$,$$9.99.
      *
       01 WS-DIAG-BREAKDOWN-TABLE.
          05 WS-DIAG-ENTRY OCCURS 50 TIMES INDEXED BY DG-IDX.
             10 WS-DIAG-CODE      PIC X(07).
             10 WS-DIAG-COUNT     PIC 9(05).
             10 WS-DIAG-TOTAL-AMT PIC S9(09)V99 COMP-3.
             10 WS-DIAG-DESC      PIC X(30).
             10 WS-DIAG-CATEGORY  PIC X(10).
      *
       01 WS-DIAG-ENTRIES-USED       PIC S9(03) COMP VALUE 0.
       01 WS-DIAG-FOUND-SW           PIC X(01) VALUE 'N'.
          88 DIAG-CODE-FOUND                   VALUE 'Y'.
      *
       01 WS-DIAG-CAT-TABLE.
          05 WS-CAT-ENTRY OCCURS 20 TIMES INDEXED BY CT-IDX.
             10 WS-CAT-NAME       PIC X(10).
             10 WS-CAT-COUNT      PIC 9(05).
             10 WS-CAT-TOTAL-AMT  PIC S9(09)V99 COMP-3.
      *
       01 WS-CAT-ENTRIES-USED     PIC S9(03) COMP VALUE 0.
       01 WS-CAT-FOUND-SW         PIC X(01) VALUE 'N'.
          88 CATEGORY-FOUND                 VALUE 'Y'.
      *
       01 WS-DIAG-CAT-HEADER.
          05 FILLER               PIC X(22) VALUE
                                  'SUBTOTALS BY CATEGORY:'.
      *
       01 WS-DIAG-CAT-DETAIL.
          05 CAT-NAME-D           PIC X(10).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 CAT-COUNT-D          PIC ZZZZ9.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 CAT-TOTAL-AMT-D      PIC $,$$$,$$9.99.
      *
      *****************************************************************
      *  PROVIDER REVENUE BREAKDOWN - MERGED BY PCP-ID FROM THE       *
      *  FACILITY 'P' RECORDS.                                        *
      *****************************************************************
      *
       01 WS-PROVIDER-TABLE.
          05 WS-PROV-ENTRY OCCURS 100 TIMES INDEXED BY PR-IDX.
             10 WS-PROV-TBL-ID       PIC X(06).
             10 WS-PROV-TBL-NAME     PIC X(20).
             10 WS-PROV-TBL-NETWORK  PIC X(01).
             10 WS-PROV-PAT-COUNT    PIC 9(08).
             10 WS-PROV-GROSS-AMT    PIC S9(11)V99 COMP-3.
             10 WS-PROV-NET-AMT      PIC S9(11)V99 COMP-3.
      *
       01 WS-PROVIDER-CONTROLS.
          05 WS-PROV-ENTRIES-USED PIC S9(04) COMP VALUE 0.
          05 WS-PROV-FOUND-SW     PIC X(01) VALUE 'N'.
             88 PROVIDER-FOUND              VALUE 'Y'.
      *
       01 WS-PROV-RPT-HEADER-1.
          05 FILLER               PIC X(51) VALUE SPACES.
          05 FILLER               PIC X(30) VALUE
                                  'PROVIDER REVENUE BREAKDOWN'.
          05 FILLER               PIC X(52) VALUE SPACES.
      *
       01 WS-PROV-RPT-HEADER-2.
          05 FILLER               PIC X(51) VALUE SPACES.
          05 FILLER               PIC X(30) VALUE ALL '='.
          05 FILLER               PIC X(52) VALUE SPACES.
      *
       01 WS-PROV-RPT-HEADER-3.
          05 FILLER               PIC X(06) VALUE 'PCP-ID'.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(20) VALUE 'PROVIDER NAME'.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(03) VALUE 'NET'.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE 'PATIENTS'.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(18) VALUE '         GROSS AMT'.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(18) VALUE '           NET AMT'.
      *
       01 WS-PROV-RPT-HEADER-4.
          05 FILLER               PIC X(06) VALUE ALL '='.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(20) VALUE ALL '='.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(03) VALUE ALL '='.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE ALL '='.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(18) VALUE ALL '='.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FILLER               PIC X(18) VALUE ALL '='.
      *
       01 WS-PROV-RPT-DETAIL.
          05 PROV-ID-D            PIC X(06).
          05 FILLER               PIC X(03) VALUE SPACES.
          05 PROV-NAME-D          PIC X(20).
          05 FILLER               PIC X(03) VALUE SPACES.
          05 PROV-NETWORK-D       PIC X(03).
          05 FILLER               PIC X(03) VALUE SPACES.
          05 PROV-PAT-COUNT-D     PIC ZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 PROV-GROSS-AMT-D     PIC $$$,$$$,$$$,$$9.99.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 PROV-NET-AMT-D       PIC $$$,$$$,$$$,$$9.99.
      *
      *****************************************************************
      *  FACILITY SUBTOTALS - MERGED BY FACILITY CODE FROM THE        *
      *  FACILITY 'F' RECORDS.                                        *
      *****************************************************************
      *
       01 WS-FACILITY-TABLE.
          05 WS-FAC-ENTRY OCCURS 10 TIMES INDEXED BY FC-IDX.
             10 WS-FAC-CODE        PIC X(02).
             10 WS-FAC-COUNT       PIC 9(08).
             10 WS-FAC-GROSS-AMT   PIC S9(11)V99 COMP-3.
             10 WS-FAC-NET-AMT     PIC S9(11)V99 COMP-3.
             10 WS-FAC-COPAY       PIC S9(11) COMP-3.
             10 WS-FAC-DEDUCTIBLE  PIC S9(11) COMP-3.
      *
       01 WS-FACILITY-CONTROLS.
          05 WS-FAC-ENTRIES-USED  PIC S9(03) COMP VALUE 0.
          05 WS-FAC-FOUND-SW      PIC X(01) VALUE 'N'.
             88 FACILITY-FOUND              VALUE 'Y'.
      *
       01 WS-FAC-RPT-HEADER-1.
          05 FILLER               PIC X(51) VALUE SPACES.
          05 FILLER               PIC X(30) VALUE
                                  'FACILITY SUBTOTALS'.
          05 FILLER               PIC X(52) VALUE SPACES.
      *
       01 WS-FAC-RPT-HEADER-2.
          05 FILLER               PIC X(51) VALUE SPACES.
          05 FILLER               PIC X(30) VALUE ALL '='.
          05 FILLER               PIC X(52) VALUE SPACES.
      *
       01 WS-FAC-RPT-HEADER-3.
          05 FILLER               PIC X(03) VALUE 'FAC'.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE 'PATIENTS'.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(18) VALUE '         GROSS AMT'.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(18) VALUE '           NET AMT'.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(15) VALUE '          COPAY'.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(15) VALUE '     DEDUCTIBLE'.
      *
       01 WS-FAC-RPT-HEADER-4.
          05 FILLER               PIC X(03) VALUE ALL '='.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE ALL '='.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(18) VALUE ALL '='.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(18) VALUE ALL '='.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(15) VALUE ALL '='.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(15) VALUE ALL '='.
      *
       01 WS-FAC-RPT-DETAIL.
          05 FAC-CODE-D           PIC X(02).
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FAC-COUNT-D          PIC ZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 FAC-GROSS-D          PIC $$$,$$$,$$$,$$9.99.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FAC-NET-D            PIC $$$,$$$,$$$,$$9.99.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FAC-COPAY-D          PIC $$$,$$$,$$$,$$9.
          05 FILLER               PIC X(04) VALUE SPACES.
          05 FAC-DEDUCTIBLE-D     PIC $$$,$$$,$$$,$$9.
      *
       01 WS-AUTH-RPT-HEADER-1.
          05 FILLER               PIC X(51) VALUE SPACES.
          05 FILLER               PIC X(30) VALUE
                                  'AUTHORIZATION SUMMARY'.
          05 FILLER               PIC X(52) VALUE SPACES.
      *
       01 WS-AUTH-RPT-HEADER-2.
          05 FILLER               PIC X(51) VALUE SPACES.
          05 FILLER               PIC X(30) VALUE ALL '='.
          05 FILLER               PIC X(52) VALUE SPACES.
      *
       01 WS-AUTH-RPT-COUNT-LINE.
          05 AUTH-COUNT-LABEL     PIC X(45).
          05 AUTH-COUNT-O         PIC ZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(78) VALUE SPACES.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THE MAIN PROCEDURE AREA LOADS THE FACILITY TOTALS, COPIES  *
      *    AND BALANCES THE FACILITY RPTFILES, HOSPOUTS AND REJFILES  *
      *    INTO THE COMBINED FILES, WRITES THE COMBINED TOTALS AND    *
      *    REPORT SECTIONS, POSTS THE GL AND APPENDS THE STAY HISTORY *
      *    DELTAS WHEN THE MERGE IS IN BALANCE AND SETS THE RETURN    *
      *    CODE.                                                      *
      *                                                               *
      *  CALLED BY:                                                   *
      *    - NONE                                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    - 0000-HOUSEKEEPING                                        *
      *    - 0050-READ-PARM-FILE                                      *
      *    - 0070-CHECK-CYCLE-CONTROL                                 *
      *    - 0100-OPEN-FILES                                          *
      *    - 0200-LOAD-FACILITY-TOTALS                                *
      *    - 0300-MERGE-RPTFILES                                      *
      *    - 0400-MERGE-HOSPOUTS                                      *
      *    - 0450-MERGE-REJFILES                                      *
      *    - 0470-COUNT-FACILITY-STAYS                                *
      *    - 0500-CHECK-MERGE-BALANCE                                 *
      *    - 0600-WRITE-RPTFILE-TOTALS                                *
      *    - 0700-WRITE-NEWRPT                                        *
      *    - 0800-CLOSE-FILES                                         *
      *    - 0850-WRITE-RUN-LOG                                       *
      *    - 0900-WRITE-GL-POSTINGS                                   *
      *    - 0940-APPEND-STAY-HISTORY                                 *
      *    - 0950-MARK-CYCLE-POSTED                                   *
      *****************************************************************
      *
       PROCEDURE DIVISION.
           PERFORM 0000-HOUSEKEEPING.
           PERFORM 0050-READ-PARM-FILE.
           PERFORM 0070-CHECK-CYCLE-CONTROL.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0200-LOAD-FACILITY-TOTALS.
           PERFORM 0300-MERGE-RPTFILES.
           PERFORM 0400-MERGE-HOSPOUTS.
           PERFORM 0450-MERGE-REJFILES.
           PERFORM 0470-COUNT-FACILITY-STAYS.
           PERFORM 0500-CHECK-MERGE-BALANCE.
           PERFORM 0600-WRITE-RPTFILE-TOTALS.
           PERFORM 0700-WRITE-NEWRPT.
           PERFORM 0800-CLOSE-FILES.
           PERFORM 0850-WRITE-RUN-LOG.
           IF MERGE-IN-BALANCE
              PERFORM 0900-WRITE-GL-POSTINGS
              PERFORM 0940-APPEND-STAY-HISTORY
              PERFORM 0950-MARK-CYCLE-POSTED
              MOVE +0 TO RETURN-CODE
           ELSE
              DISPLAY 'HOSPMRG MERGE OUT OF BALANCE - NO RPTFILE '
                      'TRAILER, NO GL POSTINGS, NO STAY HISTORY, CYCLE '
                      'NOT MARKED POSTED'
              MOVE +8 TO RETURN-CODE
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
           INITIALIZE COUNTERS-AND-ACCUMULATORS,
                      WS-AUTH-SUMMARY-COUNTERS,
                      WS-FACILITY-RUN-TABLE,
                      WS-DIAG-BREAKDOWN-TABLE,
                      WS-DIAG-CAT-TABLE,
                      WS-PROVIDER-TABLE,
                      WS-FACILITY-TABLE,
                      WS-FILE-SWITCHES.
      *
       0050-READ-PARM-FILE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE SHARED KEYWORD=VALUE CONTROL-CARD *
      *    FILE.  FACILITIES=NN SAYS HOW MANY FACILITY RUNS THE MERGE *
      *    MUST FIND AND CYCLEOVR=Y ALLOWS A POSTED CYCLE TO BE       *
      *    REPOSTED.  AN UNRECOGNIZED KEYWORD OR BAD VALUE STOPS THE  *
      *    RUN INSTEAD OF SILENTLY DEFAULTING.                        *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0060-PARSE-PARM-CARD                                    *
      *****************************************************************
      *
           OPEN INPUT PARM-FILE.
           IF PFCODE = '00' OR '05'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO PARM-FILE-SW
           END-IF.
      *
           PERFORM UNTIL END-OF-PARM-FILE
              READ PARM-FILE
                 AT END
                    MOVE 'Y' TO PARM-FILE-SW
                 NOT AT END
                    PERFORM 0060-PARSE-PARM-CARD
              END-READ
           END-PERFORM.
      *
           IF PFCODE = '00' OR '10'
              CLOSE PARM-FILE
           END-IF.
      *
           IF PARM-ERROR
              DISPLAY 'HOSPMRG RUN STOPPED - INVALID CONTROL CARD(S), '
                      'SEE PRIOR MESSAGES'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      *
       0060-PARSE-PARM-CARD.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH BREAKS ONE KEYWORD=VALUE CONTROL CARD       *
      *    APART AND APPLIES IT.                                      *
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
              WHEN 'FACILITIES'
                 MOVE WS-PARM-VALUE (1:2) TO WS-PARM-COUNT-X
                 IF WS-PARM-COUNT-X IS NUMERIC
                    AND WS-PARM-VALUE (3:18) = SPACES
                    AND WS-PARM-COUNT NOT > 10
                    MOVE WS-PARM-COUNT TO WS-EXPECTED-FACILITIES
                    DISPLAY 'HOSPMRG PARM ACCEPTED: FACILITIES='
                       WS-EXPECTED-FACILITIES
                 ELSE
                    MOVE 'Y' TO WS-PARM-ERROR-SW
                    DISPLAY 'INVALID FACILITIES VALUE ON CONTROL CARD: '
                       WS-PARM-VALUE
                 END-IF
              WHEN 'CYCLEOVR'
                 EVALUATE WS-PARM-VALUE
                    WHEN 'Y'
                       MOVE 'Y' TO WS-CYCLE-OVERRIDE-SW
                       DISPLAY 'HOSPMRG PARM ACCEPTED: CYCLEOVR=Y'
                    WHEN 'N'
                       MOVE 'N' TO WS-CYCLE-OVERRIDE-SW
                       DISPLAY 'HOSPMRG PARM ACCEPTED: CYCLEOVR=N'
                    WHEN OTHER
                       MOVE 'Y' TO WS-PARM-ERROR-SW
                       DISPLAY 'INVALID CYCLEOVR VALUE ON CONTROL '
                          'CARD: ' WS-PARM-VALUE
                 END-EVALUATE
              WHEN SPACES
                 CONTINUE
              WHEN OTHER
                 MOVE 'Y' TO WS-PARM-ERROR-SW
                 DISPLAY 'UNRECOGNIZED CONTROL CARD KEYWORD: '
                    WS-PARM-KEYWORD
           END-EVALUATE.
      *
       0070-CHECK-CYCLE-CONTROL.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH LOADS THE SHARED CYCLE CONTROL FILE AND     *
      *    VERIFIES THE HOSPEDIT RECORD - WHICH THE MERGE POSTS ON    *
      *    BEHALF OF THE FACILITY RUNS - IS NOT ALREADY POSTED FOR    *
      *    THE CURRENT BUSINESS CYCLE.  A POSTED CYCLE IS REFUSED     *
      *    UNLESS A CYCLEOVR=Y CONTROL CARD WAS SUPPLIED.  A MISSING  *
      *    CONTROL FILE LEAVES THE RUN UNPROTECTED (WITH A NOTICE).   *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0075-LOAD-CYCLE-TABLE                                   *
      *****************************************************************
      *
           PERFORM 0075-LOAD-CYCLE-TABLE.
      *
           IF WS-CYC-ENTRIES = 0
              DISPLAY 'HOSPMRG NOTE: NO CYCLE CONTROL FILE - RUN IS '
                      'NOT RERUN-PROTECTED'
           ELSE
              MOVE 'Y' TO WS-CYCLE-ACTIVE-SW
              MOVE WS-CYC-DATE (1) TO WS-CYCLE-DATE
              MOVE ZERO TO WS-CYC-OWN-SUB
              PERFORM VARYING WS-CYC-SUB FROM 1 BY 1
                 UNTIL WS-CYC-SUB > WS-CYC-ENTRIES
                    IF WS-CYC-PROGRAM (WS-CYC-SUB) =
                       WS-CYCLE-PROGRAM-ID
                       MOVE WS-CYC-SUB TO WS-CYC-OWN-SUB
                    END-IF
              END-PERFORM
              IF WS-CYC-OWN-SUB > 0
                 IF WS-CYC-POSTED (WS-CYC-OWN-SUB) = 'Y'
                    IF CYCLE-OVERRIDE
                       DISPLAY 'HOSPMRG OVERRIDE ACCEPTED - REPOSTING '
                          'CYCLE ' WS-CYCLE-DATE
                    ELSE
                       DISPLAY 'HOSPEDIT ALREADY POSTED FOR CYCLE '
                          WS-CYCLE-DATE ' - MERGE REFUSED (SUPPLY '
                          'CYCLEOVR=Y TO OVERRIDE)'
                       MOVE 12 TO RETURN-CODE
                       GOBACK
                    END-IF
                 END-IF
              END-IF
              DISPLAY 'HOSPMRG MERGING BUSINESS CYCLE ' WS-CYCLE-DATE
           END-IF.
      *
       0075-LOAD-CYCLE-TABLE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE SHARED CYCLE CONTROL FILE INTO    *
      *    THE CYCLE TABLE, ONE ENTRY PER PROGRAM RECORD.             *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0070-CHECK-CYCLE-CONTROL                                *
      *    -  0950-MARK-CYCLE-POSTED                                  *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE ZERO  TO WS-CYC-ENTRIES.
           MOVE SPACE TO CYCLECTL-FILE-SW.
      *
           OPEN INPUT CYCLECTL.
           IF CYCODE = '00' OR '05'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO CYCLECTL-FILE-SW
              DISPLAY 'ERROR ENCOUNTERED OPENING CYCLE CONTROL FILE, '
                      'STATUS: ' CYCODE
           END-IF.
      *
           PERFORM UNTIL END-OF-CYCLECTL
              READ CYCLECTL
                 AT END
                    MOVE 'Y' TO CYCLECTL-FILE-SW
                 NOT AT END
                    IF WS-CYC-ENTRIES < 20
                       ADD +1 TO WS-CYC-ENTRIES
                       MOVE CYC-PROGRAM-ID
                          TO WS-CYC-PROGRAM (WS-CYC-ENTRIES)
                       MOVE CYC-CYCLE-DATE
                          TO WS-CYC-DATE (WS-CYC-ENTRIES)
                       MOVE CYC-POSTED-FLAG
                          TO WS-CYC-POSTED (WS-CYC-ENTRIES)
                    END-IF
              END-READ
           END-PERFORM.
      *
           IF CYCODE = '00' OR '10'
              CLOSE CYCLECTL
           END-IF.
      *
       0100-OPEN-FILES.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH OPENS THE CONCATENATED FACILITY FILES FOR   *
      *    INPUT AND THE COMBINED FILES FOR OUTPUT, AND WRITES THE    *
      *    COMBINED NEWRPT TITLE.  A FILE THAT WILL NOT OPEN STOPS    *
      *    THE RUN - NOTHING HAS BEEN POSTED YET.                     *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           OPEN INPUT FACRPT, FACOUT, FACREJ, FACTOT.
           IF FRCODE = '00' AND FOCODE = '00' AND FJCODE = '00'
              AND FTCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING FACILITY INPUT FILES, '
                      'STATUS: ' FRCODE ' ' FOCODE ' ' FJCODE ' '
                      FTCODE
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      *
           OPEN OUTPUT RPTFILE, OUTFILE, REJFILE, NEWRPT.
           IF RFCODE = '00' AND OFCODE = '00' AND RJCODE = '00'
              AND NFCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING COMBINED OUTPUT '
                      'FILES, STATUS: ' RFCODE ' ' OFCODE ' ' RJCODE ' '
                      NFCODE
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      *
           WRITE NEW-RPT-REC FROM WS-MRG-RPT-HEADER-1.
           WRITE NEW-RPT-REC FROM WS-MRG-RPT-HEADER-2.
      *
       0200-LOAD-FACILITY-TOTALS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE CONCATENATED FACILITY TOTALS      *
      *    FILES AND BUILDS THE COMBINED COUNTS, AMOUNTS AND REPORT   *
      *    TABLES, ONE RECORD TYPE AT A TIME.                         *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0210-APPLY-COUNTS-RECORD                                *
      *    -  0220-APPLY-AMOUNTS-RECORD                               *
      *    -  0230-MERGE-DIAG-ENTRY                                   *
      *    -  0240-MERGE-PROVIDER-ENTRY                               *
      *    -  0250-MERGE-FACILITY-ENTRY                               *
      *    -  0260-SAVE-FACILITY-RUN-LOG                              *
      *****************************************************************
      *
           PERFORM UNTIL END-OF-FACTOT
              READ FACTOT INTO WS-TOT-REC
                 AT END
                    MOVE 'Y' TO FACTOT-FILE-SW
                 NOT AT END
                    ADD +1 TO WS-TOT-RECS-READ
                    EVALUATE TRUE
                       WHEN TOT-COUNTS-REC
                          PERFORM 0210-APPLY-COUNTS-RECORD
                       WHEN TOT-AMOUNTS-REC
                          PERFORM 0220-APPLY-AMOUNTS-RECORD
                       WHEN TOT-DIAG-REC
                          PERFORM 0230-MERGE-DIAG-ENTRY
                       WHEN TOT-PROV-REC
                          PERFORM 0240-MERGE-PROVIDER-ENTRY
                       WHEN TOT-FAC-REC
                          PERFORM 0250-MERGE-FACILITY-ENTRY
                       WHEN TOT-RUNLOG-REC
                          PERFORM 0260-SAVE-FACILITY-RUN-LOG
                       WHEN OTHER
                          MOVE 'O' TO WS-MERGE-STATUS-SW
                          DISPLAY 'UNKNOWN FACILITY TOTALS RECORD TYPE '
                             TT-REC-TYPE ' FOR FACILITY ' TT-FACILITY
                    END-EVALUATE
              END-READ
           END-PERFORM.
      *
           DISPLAY 'HOSPMRG FACILITY TOTALS RECORDS READ: '
                   WS-TOT-RECS-READ ' FACILITY RUNS: '
                   WS-FR-ENTRIES-USED.
      *
       0210-APPLY-COUNTS-RECORD.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH ENTERS ONE FACILITY RUN IN THE FACILITY RUN *
      *    TABLE AND ADDS ITS COUNTS TO THE COMBINED COUNTS.  A RUN   *
      *    THAT APPEARS TWICE, DID NOT RECONCILE OR BELONGS TO        *
      *    ANOTHER BUSINESS CYCLE PUTS THE MERGE OUT OF BALANCE.      *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0200-LOAD-FACILITY-TOTALS                               *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE ZERO TO WS-FR-FOUND-SUB.
           PERFORM VARYING WS-FR-SUB FROM 1 BY 1
              UNTIL WS-FR-SUB > WS-FR-ENTRIES-USED
                 IF WS-FR-FACILITY (WS-FR-SUB) = TT-FACILITY
                    MOVE WS-FR-SUB TO WS-FR-FOUND-SUB
                 END-IF
           END-PERFORM.
      *
           IF WS-FR-FOUND-SUB > 0
              MOVE 'O' TO WS-MERGE-STATUS-SW
              DISPLAY 'FACILITY ' TT-FACILITY ' TOTALS APPEAR MORE THAN'
                      ' ONCE ON FACTOT - FACILITY RUN MERGED TWICE'
           ELSE
              IF WS-FR-ENTRIES-USED < 10
                 ADD +1 TO WS-FR-ENTRIES-USED
                 MOVE WS-FR-ENTRIES-USED TO WS-FR-SUB
                 MOVE TT-FACILITY      TO WS-FR-FACILITY (WS-FR-SUB)
                 MOVE TTC-RECORDS-READ TO WS-FR-RECORDS-READ (WS-FR-SUB)
                 COMPUTE WS-FR-SELECTED (WS-FR-SUB) =
                    TTC-RECORDS-READ - TTC-FILTERED
                 MOVE TTC-RECORDS-WRITTEN TO WS-FR-WRITTEN (WS-FR-SUB)
                 MOVE TTC-ERROR-RECS   TO WS-FR-ERRORS (WS-FR-SUB)
                 MOVE TTC-RECONCILED   TO WS-FR-RECONCILED (WS-FR-SUB)
                 MOVE 'N'              TO WS-FR-TRAILER-SW (WS-FR-SUB)
                 MOVE ZERO             TO WS-FR-TRL-COUNT (WS-FR-SUB)
                 MOVE TTC-STAY-DELTA   TO WS-FR-STAY-DELTA (WS-FR-SUB)
                 MOVE 'N'              TO WS-FR-RUN-LOG-SW (WS-FR-SUB)
                 ADD TTC-STAY-DELTA    TO STAY-DELTA-EXPECTED
              ELSE
                 MOVE 'O' TO WS-MERGE-STATUS-SW
                 DISPLAY 'FACILITY RUN TABLE FULL - FACILITY '
                         TT-FACILITY ' CANNOT BE MERGED'
              END-IF
           END-IF.
      *
           IF TTC-RECONCILED NOT = 'Y'
              MOVE 'O' TO WS-MERGE-STATUS-SW
              DISPLAY 'FACILITY ' TT-FACILITY ' RUN DID NOT RECONCILE'
                      ' - SEE THAT JOB''S LOG'
           END-IF.
      *
           IF CYCLE-CONTROL-ACTIVE
              AND TT-CYCLE-DATE NOT = WS-CYCLE-DATE
              MOVE 'O' TO WS-MERGE-STATUS-SW
              DISPLAY 'FACILITY ' TT-FACILITY ' TOTALS ARE FOR CYCLE '
                      TT-CYCLE-DATE ', NOT ' WS-CYCLE-DATE
           END-IF.
      *
           IF TTC-FILTERED > 0
              MOVE 'Y' TO WS-SHARED-HOSPIN-SW
           END-IF.
      *
           COMPUTE RECORDS-READ = RECORDS-READ + TTC-RECORDS-READ
                                  - TTC-FILTERED.
           ADD TTC-RECORDS-WRITTEN TO RECORDS-WRITTEN.
           ADD TTC-ERROR-RECS      TO ERROR-RECS.
           ADD TTC-FILTERED        TO RECORDS-FILTERED.
           ADD TTC-INPATIENTS      TO NBR-INPATIENTS.
           ADD TTC-OUTPATIENTS     TO NBR-OUTPATIENTS.
           ADD TTC-HMO             TO NBR-HMO.
           ADD TTC-PPO             TO NBR-PPO.
           ADD TTC-PRIVATE         TO NBR-PRIVATE.
           ADD TTC-AFFORDABLE      TO NBR-AFFORDABLE.
           ADD TTC-STATE-FED       TO NBR-STATE-FED.
           ADD TTC-NO-COVERAGE     TO NBR-NO-COVERAGE.
           ADD TTC-DIAG-XLATE      TO NBR-DIAG-XLATE.
           ADD TTC-PROV-OON        TO NBR-PROV-OON.
           ADD TTC-STAY-HIST       TO NBR-STAY-HIST.
           ADD TTC-READMIT         TO NBR-READMIT.
           ADD TTC-ACCIDENT        TO NBR-ACCIDENT.
           ADD TTC-AUTH-CHECKED    TO WS-AUTH-STAYS-CHECKED.
           ADD TTC-AUTH-PASSED     TO WS-AUTH-STAYS-PASSED.
           ADD TTC-AUTH-NO-AUTH    TO WS-AUTH-REJECTS-NO-AUTH.
           ADD TTC-AUTH-OVER       TO WS-AUTH-REJECTS-OVER.
      *
       0220-APPLY-AMOUNTS-RECORD.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH ADDS ONE FACILITY RUN'S AMOUNT TOTALS TO    *
      *    THE COMBINED AMOUNTS.                                      *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0200-LOAD-FACILITY-TOTALS                               *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           ADD +1                  TO WS-AMOUNT-RECS-READ.
           ADD TTA-GROSS           TO TOTAL-AMT-GROSS.
           ADD TTA-NET             TO TOTAL-AMT-NET.
           ADD TTA-GROSS-DAILY     TO GROSS-DAILY-AMT.
           ADD TTA-COPAY           TO TOTAL-COPAY.
           ADD TTA-DEDUCTIBLE      TO TOTAL-DEDUCTIBLE.
           ADD TTA-IN-NET-GROSS    TO IN-NET-AMT-GROSS.
           ADD TTA-IN-NET-NET      TO IN-NET-AMT-NET.
           ADD TTA-OON-GROSS       TO OON-AMT-GROSS.
           ADD TTA-OON-NET         TO OON-AMT-NET.
      *
       0230-MERGE-DIAG-ENTRY.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH ADDS ONE FACILITY'S DIAGNOSTIC BREAKDOWN    *
      *    ENTRY INTO THE COMBINED BREAKDOWN TABLE - SAME FIND-OR-    *
      *    INSERT IDIOM AS HOSPEDIT'S OWN BREAKDOWN TABLE.            *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0200-LOAD-FACILITY-TOTALS                               *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE 'N' TO WS-DIAG-FOUND-SW.
           PERFORM VARYING DG-IDX FROM 1 BY 1
              UNTIL DG-IDX > WS-DIAG-ENTRIES-USED
                 IF WS-DIAG-CODE (DG-IDX) = TTD-CODE
                    ADD TTD-COUNT     TO WS-DIAG-COUNT (DG-IDX)
                    ADD TTD-TOTAL-AMT TO WS-DIAG-TOTAL-AMT (DG-IDX)
                    MOVE 'Y' TO WS-DIAG-FOUND-SW
                 END-IF
           END-PERFORM.
      *
           IF NOT DIAG-CODE-FOUND
              IF WS-DIAG-ENTRIES-USED < 50
                 ADD 1 TO WS-DIAG-ENTRIES-USED
                 SET DG-IDX TO WS-DIAG-ENTRIES-USED
                 MOVE TTD-CODE      TO WS-DIAG-CODE (DG-IDX)
                 MOVE TTD-COUNT     TO WS-DIAG-COUNT (DG-IDX)
                 MOVE TTD-TOTAL-AMT TO WS-DIAG-TOTAL-AMT (DG-IDX)
                 MOVE TTD-DESC      TO WS-DIAG-DESC (DG-IDX)
                 MOVE TTD-CATEGORY  TO WS-DIAG-CATEGORY (DG-IDX)
              ELSE
                 DISPLAY 'WARNING: DIAG BREAKDOWN TABLE FULL - CODE '
                    TTD-CODE ' NOT INCLUDED IN BREAKDOWN'
              END-IF
           END-IF.
      *
       0240-MERGE-PROVIDER-ENTRY.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH ADDS ONE FACILITY'S PROVIDER REVENUE ENTRY  *
      *    INTO THE COMBINED PROVIDER TABLE, BY PCP-ID.               *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0200-LOAD-FACILITY-TOTALS                               *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE 'N' TO WS-PROV-FOUND-SW.
           PERFORM VARYING PR-IDX FROM 1 BY 1
              UNTIL PR-IDX > WS-PROV-ENTRIES-USED
                 IF WS-PROV-TBL-ID (PR-IDX) = TTP-ID
                    ADD TTP-PAT-COUNT TO WS-PROV-PAT-COUNT (PR-IDX)
                    ADD TTP-GROSS-AMT TO WS-PROV-GROSS-AMT (PR-IDX)
                    ADD TTP-NET-AMT   TO WS-PROV-NET-AMT (PR-IDX)
                    MOVE 'Y' TO WS-PROV-FOUND-SW
                 END-IF
           END-PERFORM.
      *
           IF NOT PROVIDER-FOUND
              IF WS-PROV-ENTRIES-USED < 100
                 ADD 1 TO WS-PROV-ENTRIES-USED
                 SET PR-IDX TO WS-PROV-ENTRIES-USED
                 MOVE TTP-ID        TO WS-PROV-TBL-ID (PR-IDX)
                 MOVE TTP-NAME      TO WS-PROV-TBL-NAME (PR-IDX)
                 MOVE TTP-NETWORK   TO WS-PROV-TBL-NETWORK (PR-IDX)
                 MOVE TTP-PAT-COUNT TO WS-PROV-PAT-COUNT (PR-IDX)
                 MOVE TTP-GROSS-AMT TO WS-PROV-GROSS-AMT (PR-IDX)
                 MOVE TTP-NET-AMT   TO WS-PROV-NET-AMT (PR-IDX)
              ELSE
                 DISPLAY 'WARNING: PROVIDER TABLE FULL - PCP-ID '
                    TTP-ID ' NOT INCLUDED IN PROVIDER BREAKDOWN'
              END-IF
           END-IF.
      *
       0250-MERGE-FACILITY-ENTRY.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH ADDS ONE FACILITY SUBTOTAL ENTRY INTO THE   *
      *    COMBINED FACILITY SUBTOTAL TABLE, BY FACILITY CODE.        *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0200-LOAD-FACILITY-TOTALS                               *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE 'N' TO WS-FAC-FOUND-SW.
           PERFORM VARYING FC-IDX FROM 1 BY 1
              UNTIL FC-IDX > WS-FAC-ENTRIES-USED
                 IF WS-FAC-CODE (FC-IDX) = TTF-CODE
                    ADD TTF-COUNT      TO WS-FAC-COUNT (FC-IDX)
                    ADD TTF-GROSS-AMT  TO WS-FAC-GROSS-AMT (FC-IDX)
                    ADD TTF-NET-AMT    TO WS-FAC-NET-AMT (FC-IDX)
                    ADD TTF-COPAY      TO WS-FAC-COPAY (FC-IDX)
                    ADD TTF-DEDUCTIBLE TO WS-FAC-DEDUCTIBLE (FC-IDX)
                    MOVE 'Y' TO WS-FAC-FOUND-SW
                 END-IF
           END-PERFORM.
      *
           IF NOT FACILITY-FOUND
              IF WS-FAC-ENTRIES-USED < 10
                 ADD 1 TO WS-FAC-ENTRIES-USED
                 SET FC-IDX TO WS-FAC-ENTRIES-USED
                 MOVE TTF-CODE       TO WS-FAC-CODE (FC-IDX)
                 MOVE TTF-COUNT      TO WS-FAC-COUNT (FC-IDX)
                 MOVE TTF-GROSS-AMT  TO WS-FAC-GROSS-AMT (FC-IDX)
                 MOVE TTF-NET-AMT    TO WS-FAC-NET-AMT (FC-IDX)
                 MOVE TTF-COPAY      TO WS-FAC-COPAY (FC-IDX)
                 MOVE TTF-DEDUCTIBLE TO WS-FAC-DEDUCTIBLE (FC-IDX)
              ELSE
                 DISPLAY 'WARNING: FACILITY TABLE FULL - FACILITY '
                    TTF-CODE ' NOT SUBTOTALED'
              END-IF
           END-IF.
      *
       0260-SAVE-FACILITY-RUN-LOG.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH KEEPS ONE FACILITY RUN'S STANDARD RUN LOG   *
      *    RECORD WITH ITS FACILITY RUN ENTRY, FOR 0850-WRITE-RUN-LOG *
      *    TO APPEND TO THE SHARED RUN LOG.  THE RUN'S COUNTS RECORD  *
      *    COMES FIRST ON ITS TOTALS FILE, SO THE ENTRY IS THERE.     *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0200-LOAD-FACILITY-TOTALS                               *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE ZERO TO WS-FR-FOUND-SUB.
           PERFORM VARYING WS-FR-SUB FROM 1 BY 1
              UNTIL WS-FR-SUB > WS-FR-ENTRIES-USED
                 IF WS-FR-FACILITY (WS-FR-SUB) = TT-FACILITY
                    MOVE WS-FR-SUB TO WS-FR-FOUND-SUB
                 END-IF
           END-PERFORM.
      *
           IF WS-FR-FOUND-SUB > 0
              MOVE TTL-RUN-LOG TO WS-FR-RUN-LOG (WS-FR-FOUND-SUB)
              MOVE 'Y'         TO WS-FR-RUN-LOG-SW (WS-FR-FOUND-SUB)
           ELSE
              DISPLAY 'WARNING: RUN LOG RECORD FOR FACILITY '
                      TT-FACILITY ' HAS NO COUNTS RECORD - NOT LOGGED'
           END-IF.
      *
       0300-MERGE-RPTFILES.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH COPIES THE DETAIL RECORDS OF THE            *
      *    CONCATENATED FACILITY RPTFILES TO THE COMBINED RPTFILE.    *
      *    EACH FACILITY'S DETAILS ARE COUNTED AND HASHED AS THEY     *
      *    PASS AND BALANCED AGAINST THE CONTROL TRAILER THAT ENDS    *
      *    THAT FACILITY'S FILE.  THE FACILITY TOTALS LINES ARE NOT   *
      *    COPIED - THE COMBINED TOTALS REPLACE THEM.                 *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0310-COPY-RPTFILE-DETAIL                                *
      *    -  0320-CHECK-FACILITY-TRAILER                             *
      *****************************************************************
      *
           PERFORM UNTIL END-OF-FACRPT
              READ FACRPT INTO WS-RPT-IN-REC
                 AT END
                    MOVE 'Y' TO FACRPT-FILE-SW
                 NOT AT END
                    ADD +1 TO FAC-RPT-RECS-READ
                    IF RPT-CONTROL-TRAILER
                       PERFORM 0320-CHECK-FACILITY-TRAILER
                    ELSE
                       IF RPI-PATIENT-NBR IS NUMERIC
                          AND RPI-STAY-LTH IS NUMERIC
                          PERFORM 0310-COPY-RPTFILE-DETAIL
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
      *
           IF WS-SEG-RECORD-COUNT > 0
              MOVE 'O' TO WS-MERGE-STATUS-SW
              DISPLAY 'FACILITY RPTFILE DETAIL FOLLOWS THE LAST CONTROL'
                      ' TRAILER - ' WS-SEG-RECORD-COUNT
                      ' RECORD(S) WITH NO TRAILER'
           END-IF.
      *
           DISPLAY 'HOSPMRG RPTFILE DETAIL RECORDS MERGED: '
                   WS-RPT-RECORD-COUNT ' TRAILERS READ: '
                   WS-TRAILERS-READ.
      *
       0310-COPY-RPTFILE-DETAIL.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES ONE FACILITY DETAIL RECORD TO THE    *
      *    COMBINED RPTFILE AND ADDS IT TO THE FACILITY SEGMENT AND   *
      *    COMBINED COUNTS AND HASHES - THE EDITED DAILY AMOUNT TIMES *
      *    THE STAY LENGTH, AS HOSPEDIT, HOSPCLM AND RECON COMPUTE IT.*
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0300-MERGE-RPTFILES                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           WRITE HOSP-RPT-REC FROM WS-RPT-IN-REC.
           IF RFCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO REPORT FILE'
           END-IF.
      *
           COMPUTE WS-RPT-DAILY-AMT =
              FUNCTION NUMVAL-C (RPI-AMT-PER-DAY).
           COMPUTE WS-RPT-STAY-AMT =
              WS-RPT-DAILY-AMT * RPI-STAY-LTH.
           ADD +1              TO WS-SEG-RECORD-COUNT.
           ADD WS-RPT-STAY-AMT TO WS-SEG-AMOUNT-HASH.
           ADD +1              TO WS-RPT-RECORD-COUNT.
           ADD WS-RPT-STAY-AMT TO WS-RPT-AMOUNT-HASH.
      *
       0320-CHECK-FACILITY-TRAILER.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH BALANCES ONE FACILITY RPTFILE AGAINST ITS   *
      *    CONTROL TRAILER AND TICKS THE FACILITY RUN OFF.  THE       *
      *    TRAILER MUST COME FROM A FACILITY RUN (PROGRAM ID HOSPEDNN)*
      *    THAT IS ON FACTOT, MUST BE THE ONLY TRAILER FOR THAT       *
      *    FACILITY, AND MUST AGREE WITH THE DETAILS AHEAD OF IT AND  *
      *    WITH THE RUN'S GOOD-RECORD COUNT.                          *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0300-MERGE-RPTFILES                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           ADD +1 TO WS-TRAILERS-READ.
           MOVE ZERO TO WS-FR-FOUND-SUB.
      *
           IF RPI-TRL-PGM-PREFIX NOT = 'HOSPED'
              OR RPI-TRL-PROGRAM-ID = 'HOSPEDIT'
              MOVE 'O' TO WS-MERGE-STATUS-SW
              DISPLAY 'RPTFILE TRAILER FROM ' RPI-TRL-PROGRAM-ID
                      ' IS NOT A FACILITY RUN TRAILER'
           ELSE
              PERFORM VARYING WS-FR-SUB FROM 1 BY 1
                 UNTIL WS-FR-SUB > WS-FR-ENTRIES-USED
                    IF WS-FR-FACILITY (WS-FR-SUB) = RPI-TRL-FACILITY
                       MOVE WS-FR-SUB TO WS-FR-FOUND-SUB
                    END-IF
              END-PERFORM
              IF WS-FR-FOUND-SUB = 0
                 MOVE 'O' TO WS-MERGE-STATUS-SW
                 DISPLAY 'RPTFILE TRAILER FOR FACILITY '
                         RPI-TRL-FACILITY ' HAS NO FACILITY TOTALS ON '
                         'FACTOT'
              ELSE
                 IF FR-TRAILER-FOUND (WS-FR-FOUND-SUB)
                    MOVE 'O' TO WS-MERGE-STATUS-SW
                    DISPLAY 'FACILITY ' RPI-TRL-FACILITY ' RPTFILE APP'
                            'EARS MORE THAN ONCE ON FACRPT'
                 END-IF
                 MOVE 'Y' TO WS-FR-TRAILER-SW (WS-FR-FOUND-SUB)
              END-IF
           END-IF.
      *
           IF RPI-TRL-RECORD-COUNT IS NUMERIC
              AND RPI-TRL-AMOUNT-HASH IS NUMERIC
              IF RPI-TRL-RECORD-COUNT = WS-SEG-RECORD-COUNT
                 AND RPI-TRL-AMOUNT-HASH = WS-SEG-AMOUNT-HASH
                 NEXT SENTENCE
              ELSE
                 MOVE 'O' TO WS-MERGE-STATUS-SW
                 DISPLAY 'RPTFILE FROM ' RPI-TRL-PROGRAM-ID
                         ' OUT OF BALANCE - TRAILER COUNT '
                         RPI-TRL-RECORD-COUNT ' HASH '
                         RPI-TRL-AMOUNT-HASH ', READ '
                         WS-SEG-RECORD-COUNT ' HASH '
                         WS-SEG-AMOUNT-HASH
              END-IF
           ELSE
              MOVE 'O' TO WS-MERGE-STATUS-SW
              DISPLAY 'RPTFILE TRAILER FROM ' RPI-TRL-PROGRAM-ID
                      ' CARRIES NON-NUMERIC CONTROL TOTALS'
           END-IF.
      *
           IF WS-FR-FOUND-SUB > 0
              MOVE WS-SEG-RECORD-COUNT
                 TO WS-FR-TRL-COUNT (WS-FR-FOUND-SUB)
              IF WS-SEG-RECORD-COUNT NOT =
                 WS-FR-WRITTEN (WS-FR-FOUND-SUB)
                 MOVE 'O' TO WS-MERGE-STATUS-SW
                 DISPLAY 'FACILITY ' RPI-TRL-FACILITY ' RPTFILE HAS '
                         WS-SEG-RECORD-COUNT ' DETAIL(S), ITS TOTALS '
                         'SAY ' WS-FR-WRITTEN (WS-FR-FOUND-SUB)
              END-IF
           END-IF.
      *
           MOVE ZERO TO WS-SEG-RECORD-COUNT, WS-SEG-AMOUNT-HASH.
      *
       0400-MERGE-HOSPOUTS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH COPIES THE CONCATENATED FACILITY HOSPOUT    *
      *    FILES (GOOD-RECORD IMAGES) TO THE COMBINED HOSPOUT.        *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           PERFORM UNTIL END-OF-FACOUT
              READ FACOUT
                 AT END
                    MOVE 'Y' TO FACOUT-FILE-SW
                 NOT AT END
                    WRITE OUT-REC FROM FAC-OUT-REC
                    IF OFCODE = '00'
                       ADD +1 TO HOSPOUT-RECS-COPIED
                    ELSE
                       DISPLAY 'ERROR ENCOUNTERED WRITING TO HOSPOUT'
                    END-IF
              END-READ
           END-PERFORM.
      *
       0450-MERGE-REJFILES.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH COPIES THE CONCATENATED FACILITY REJECT     *
      *    DATA FILES TO THE COMBINED REJFILE.                        *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           PERFORM UNTIL END-OF-FACREJ
              READ FACREJ
                 AT END
                    MOVE 'Y' TO FACREJ-FILE-SW
                 NOT AT END
                    WRITE REJ-REC FROM FAC-REJ-REC
                    IF RJCODE = '00'
                       ADD +1 TO REJECT-RECS-COPIED
                    ELSE
                       DISPLAY 'ERROR ENCOUNTERED WRITING TO REJFILE'
                    END-IF
              END-READ
           END-PERFORM.
      *
       0470-COUNT-FACILITY-STAYS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH COUNTS THE RECORDS ON THE CONCATENATED      *
      *    FACILITY STAY HISTORY DELTAS, SO THE BALANCE CHECK CAN     *
      *    PROVE THEM AGAINST THE FACILITY RUNS' OWN COUNTS BEFORE    *
      *    ANYTHING IS APPENDED TO THE SHARED STAY HISTORY.           *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE SPACE TO FACSTAY-FILE-SW.
           OPEN INPUT FACSTAY.
           IF FSCODE = '00'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO FACSTAY-FILE-SW
              MOVE 'O' TO WS-MERGE-STATUS-SW
              DISPLAY 'ERROR ENCOUNTERED OPENING FACILITY STAY HISTORY '
                      'DELTAS, STATUS: ' FSCODE
           END-IF.
      *
           PERFORM UNTIL END-OF-FACSTAY
              READ FACSTAY
                 AT END
                    MOVE 'Y' TO FACSTAY-FILE-SW
                 NOT AT END
                    ADD +1 TO STAY-DELTA-RECS-READ
              END-READ
           END-PERFORM.
      *
           IF FSCODE = '00' OR '10'
              CLOSE FACSTAY
           END-IF.
      *
       0500-CHECK-MERGE-BALANCE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH PROVES THE MERGE AS A WHOLE: THE EXPECTED   *
      *    NUMBER OF FACILITY RUNS WAS FOUND, EACH RUN HAD ITS AMOUNT *
      *    TOTALS AND A BALANCED RPTFILE, THE COMBINED RPTFILE,       *
      *    HOSPOUT, REJFILE AND STAY HISTORY DELTA COUNTS AGREE WITH  *
      *    THE SUMMED FACILITY COUNTS, AND - WHERE THE RUNS SHARED    *
      *    ONE HOSPIN - EVERY HOSPIN RECORD WAS SELECTED BY EXACTLY   *
      *    ONE FACILITY RUN.                                          *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           IF WS-FR-ENTRIES-USED = 0
              MOVE 'O' TO WS-MERGE-STATUS-SW
              DISPLAY 'NO FACILITY RUN TOTALS FOUND ON FACTOT'
           END-IF.
      *
           IF WS-EXPECTED-FACILITIES > 0
              AND WS-FR-ENTRIES-USED NOT = WS-EXPECTED-FACILITIES
              MOVE 'O' TO WS-MERGE-STATUS-SW
              DISPLAY 'FACILITY RUNS FOUND: ' WS-FR-ENTRIES-USED
                      ', EXPECTED: ' WS-EXPECTED-FACILITIES
           END-IF.
      *
           IF WS-AMOUNT-RECS-READ NOT = WS-FR-ENTRIES-USED
              MOVE 'O' TO WS-MERGE-STATUS-SW
              DISPLAY 'FACILITY AMOUNT TOTALS RECORDS: '
                      WS-AMOUNT-RECS-READ ', FACILITY RUNS: '
                      WS-FR-ENTRIES-USED
           END-IF.
      *
           PERFORM VARYING WS-FR-SUB FROM 1 BY 1
              UNTIL WS-FR-SUB > WS-FR-ENTRIES-USED
                 IF NOT FR-TRAILER-FOUND (WS-FR-SUB)
                    MOVE 'O' TO WS-MERGE-STATUS-SW
                    DISPLAY 'NO RPTFILE CONTROL TRAILER FOUND FOR FACIL'
                            'ITY ' WS-FR-FACILITY (WS-FR-SUB)
                 END-IF
           END-PERFORM.
      *
      *****************************************************************
      *  RUNS THAT ALL READ THE SAME HOSPIN REPORT THE SAME RECORDS   *
      *  READ, AND THEIR SELECTED RECORDS MUST ADD BACK TO IT - THE   *
      *  DIFFERENCE IS RECORDS WHOSE FACILITY HAD NO RUN.  RUNS FED   *
      *  THEIR OWN PRE-SPLIT HOSPIN FILTER NOTHING AND NEED NO CHECK. *
      *****************************************************************
      *
           IF SHARED-HOSPIN
              MOVE WS-FR-RECORDS-READ (1) TO WS-HOSPIN-RECS-READ
              PERFORM VARYING WS-FR-SUB FROM 2 BY 1
                 UNTIL WS-FR-SUB > WS-FR-ENTRIES-USED
                    IF WS-FR-RECORDS-READ (WS-FR-SUB) NOT =
                       WS-HOSPIN-RECS-READ
                       MOVE 'O' TO WS-MERGE-STATUS-SW
                       DISPLAY 'FACILITY ' WS-FR-FACILITY (WS-FR-SUB)
                               ' READ ' WS-FR-RECORDS-READ (WS-FR-SUB)
                               ' HOSPIN RECORDS, FACILITY '
                               WS-FR-FACILITY (1) ' READ '
                               WS-FR-RECORDS-READ (1)
                    END-IF
              END-PERFORM
              COMPUTE WS-UNASSIGNED-RECS =
                 WS-HOSPIN-RECS-READ - RECORDS-READ
              IF WS-UNASSIGNED-RECS NOT = 0
                 MOVE 'O' TO WS-MERGE-STATUS-SW
                 DISPLAY 'HOSPIN RECORDS SELECTED BY NO FACILITY RUN: '
                         WS-UNASSIGNED-RECS
              END-IF
           END-IF.
      *
           IF WS-RPT-RECORD-COUNT NOT = RECORDS-WRITTEN
              MOVE 'O' TO WS-MERGE-STATUS-SW
              DISPLAY 'COMBINED RPTFILE DETAILS: ' WS-RPT-RECORD-COUNT
                      ', FACILITY GOOD RECORDS: ' RECORDS-WRITTEN
           END-IF.
      *
           IF HOSPOUT-RECS-COPIED NOT = RECORDS-WRITTEN
              MOVE 'O' TO WS-MERGE-STATUS-SW
              DISPLAY 'COMBINED HOSPOUT RECORDS: ' HOSPOUT-RECS-COPIED
                      ', FACILITY GOOD RECORDS: ' RECORDS-WRITTEN
           END-IF.
      *
           IF REJECT-RECS-COPIED NOT = ERROR-RECS
              MOVE 'O' TO WS-MERGE-STATUS-SW
              DISPLAY 'COMBINED REJFILE RECORDS: ' REJECT-RECS-COPIED
                      ', FACILITY ERROR RECORDS: ' ERROR-RECS
           END-IF.
      *
           IF STAY-DELTA-RECS-READ NOT = STAY-DELTA-EXPECTED
              MOVE 'O' TO WS-MERGE-STATUS-SW
              DISPLAY 'FACILITY STAY HISTORY DELTA RECORDS: '
                      STAY-DELTA-RECS-READ ', FACILITY STAY COUNTS: '
                      STAY-DELTA-EXPECTED
           END-IF.
      *
           IF RECORDS-READ NOT = RECORDS-WRITTEN + ERROR-RECS
              MOVE 'O' TO WS-MERGE-STATUS-SW
              DISPLAY 'WARNING: COMBINED RECORD COUNTS DO NOT RECONCILE'
                      ' - SELECTED ' RECORDS-READ ' WRITTEN '
                      RECORDS-WRITTEN ' ERRORS ' ERROR-RECS
           END-IF.
      *
       0600-WRITE-RPTFILE-TOTALS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH ENDS THE COMBINED RPTFILE THE WAY A SINGLE  *
      *    HOSPEDIT PASS DOES - THE TOTALS LINES, THEN THE CONTROL    *
      *    TRAILER WITH THE COMBINED DETAIL COUNT AND AMOUNT HASH.    *
      *    THE TRAILER IS WITHHELD WHEN THE MERGE IS OUT OF BALANCE,  *
      *    SO HOSPCLM AND RECON REFUSE THE FILE.  NOTHING MAY BE      *
      *    WRITTEN TO RPTFILE AFTER THE TRAILER.                      *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0610-MOVE-TOTAL-FIELDS                                  *
      *****************************************************************
      *
           PERFORM 0610-MOVE-TOTAL-FIELDS.
      *
           WRITE HOSP-RPT-REC FROM WS-TOTALS-BLANK-LINE.
           WRITE HOSP-RPT-REC FROM WS-TOTALS-REC-1.
           WRITE HOSP-RPT-REC FROM WS-TOTALS-REC-2.
           WRITE HOSP-RPT-REC FROM WS-TOTALS-REC-3.
           WRITE HOSP-RPT-REC FROM WS-TOTALS-REC-4.
           WRITE HOSP-RPT-REC FROM WS-TOTALS-REC-5.
           WRITE HOSP-RPT-REC FROM WS-TOTALS-REC-6.
           WRITE HOSP-RPT-REC FROM WS-TOTALS-REC-7.
           WRITE HOSP-RPT-REC FROM WS-TOTALS-REC-8.
           WRITE HOSP-RPT-REC FROM WS-TOTALS-REC-9.
           WRITE HOSP-RPT-REC FROM WS-TOTALS-REC-10.
           WRITE HOSP-RPT-REC FROM WS-TOTALS-REC-11.
           WRITE HOSP-RPT-REC FROM WS-TOTALS-BLANK-LINE.
           WRITE HOSP-RPT-REC FROM WS-TOTALS-REC-12.
           WRITE HOSP-RPT-REC FROM WS-TOTALS-REC-13.
           WRITE HOSP-RPT-REC FROM WS-TOTALS-REC-15.
           WRITE HOSP-RPT-REC FROM WS-TOTALS-REC-16.
      *
           IF MERGE-IN-BALANCE
              MOVE WS-RPT-RECORD-COUNT TO RPT-TRL-RECORD-COUNT
              MOVE WS-RPT-AMOUNT-HASH  TO RPT-TRL-AMOUNT-HASH
              WRITE HOSP-RPT-REC FROM WS-RPT-TRAILER-REC
              DISPLAY 'HOSPMRG RPTFILE TRAILER -- DETAIL RECORDS: '
                      RPT-TRL-RECORD-COUNT ' AMOUNT HASH: '
                      RPT-TRL-AMOUNT-HASH
           ELSE
              DISPLAY 'HOSPMRG RPTFILE TRAILER WITHHELD - MERGE OUT OF '
                      'BALANCE'
           END-IF.
      *
           IF RFCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO REPORT FILE'
           END-IF.
      *
       0610-MOVE-TOTAL-FIELDS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH MOVES THE COMBINED COUNTS AND AMOUNTS TO    *
      *    THE TOTALS LINES.                                          *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0600-WRITE-RPTFILE-TOTALS                               *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE RECORDS-READ            TO TOTAL-RECS-READ-O.
           MOVE RECORDS-WRITTEN         TO TOTAL-GOOD-RECS-WRITTEN-O.
           MOVE ERROR-RECS              TO TOTAL-ERROR-RECS-O.
           MOVE NBR-INPATIENTS          TO TOTAL-INPATIENT-RECS-O.
           MOVE NBR-OUTPATIENTS         TO TOTAL-OUTPATIENT-RECS-O.
           MOVE NBR-HMO                 TO TOTAL-HMO-ACCOUNTS-O.
           MOVE NBR-PPO                 TO TOTAL-PPO-ACCOUNTS-O.
           MOVE NBR-PRIVATE             TO TOTAL-PRI-ACCOUNTS-O.
           MOVE NBR-AFFORDABLE          TO TOTAL-AFF-ACCOUNTS-O.
           MOVE NBR-STATE-FED           TO TOTAL-STATE-FED-O.
           MOVE NBR-NO-COVERAGE         TO TOTAL-NO-COVERAGE-O.
           MOVE TOTAL-AMT-GROSS         TO TOTAL-GROSS-O.
           MOVE TOTAL-AMT-NET           TO TOTAL-NET-O.
           MOVE GROSS-DAILY-AMT         TO GROSS-DAILY-AMT-R.
           MOVE TOTAL-COPAY             TO TOTAL-COPAY-O.
           MOVE TOTAL-DEDUCTIBLE        TO TOTAL-DEDUCTIBLE-O.
           MOVE IN-NET-AMT-GROSS        TO IN-NET-GROSS-O.
           MOVE IN-NET-AMT-NET          TO IN-NET-NET-O.
           MOVE OON-AMT-GROSS           TO OON-GROSS-O.
           MOVE OON-AMT-NET             TO OON-NET-O.
           MOVE NBR-DIAG-XLATE          TO TOTAL-DIAG-XLATE-O.
           MOVE NBR-PROV-OON            TO TOTAL-PROV-OON-O.
           MOVE NBR-STAY-HIST           TO TOTAL-STAY-HIST-O.
           MOVE NBR-READMIT             TO TOTAL-READMIT-O.
           MOVE NBR-ACCIDENT            TO TOTAL-ACCIDENT-O.
      *
       0700-WRITE-NEWRPT.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES THE COMBINED NEWRPT - THE CYCLE      *
      *    LINE, THE TOTALS PAGE, THE FACILITY RUNS MERGED AND THE    *
      *    DIAGNOSTIC, PROVIDER, FACILITY AND AUTHORIZATION SECTIONS. *
      *    THE PATIENT DETAIL LINES, RATE EXCEPTIONS AND READMISSION  *
      *    REPORT STAY ON EACH FACILITY RUN'S OWN REPORTS.            *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0710-WRITE-NEWRPT-TOTALS                                *
      *    -  0720-WRITE-FACILITY-RUNS-RPT                            *
      *    -  0730-WRITE-DIAG-BREAKDOWN-RPT                           *
      *    -  0740-WRITE-PROVIDER-RPT                                 *
      *    -  0750-WRITE-FACILITY-RPT                                 *
      *    -  0760-WRITE-AUTH-SUMMARY-RPT                             *
      *****************************************************************
      *
           IF CYCLE-CONTROL-ACTIVE
              MOVE WS-CYCLE-DATE TO MRG-CYCLE-DATE-O
           ELSE
              MOVE FUNCTION CURRENT-DATE (1:8) TO MRG-CYCLE-DATE-O
           END-IF.
           MOVE WS-FR-ENTRIES-USED TO MRG-RUN-COUNT-O.
           WRITE NEW-RPT-REC FROM WS-TOTALS-BLANK-LINE.
           WRITE NEW-RPT-REC FROM WS-MRG-CYCLE-LINE.
      *
           PERFORM 0710-WRITE-NEWRPT-TOTALS.
           PERFORM 0720-WRITE-FACILITY-RUNS-RPT.
           PERFORM 0730-WRITE-DIAG-BREAKDOWN-RPT.
           PERFORM 0740-WRITE-PROVIDER-RPT.
           PERFORM 0750-WRITE-FACILITY-RPT.
           PERFORM 0760-WRITE-AUTH-SUMMARY-RPT.
      *
       0710-WRITE-NEWRPT-TOTALS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES THE COMBINED TOTALS PAGE - THE SAME  *
      *    LINES, IN THE SAME ORDER, AS HOSPEDIT'S NEWRPT TOTALS.     *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0700-WRITE-NEWRPT                                       *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           WRITE NEW-RPT-REC FROM WS-TOTALS-BLANK-LINE.
           WRITE NEW-RPT-REC FROM WS-TOTALS-REC-1.
           WRITE NEW-RPT-REC FROM WS-TOTALS-REC-2.
           WRITE NEW-RPT-REC FROM WS-TOTALS-REC-3.
           WRITE NEW-RPT-REC FROM WS-TOTALS-REC-4.
           WRITE NEW-RPT-REC FROM WS-TOTALS-REC-5.
           WRITE NEW-RPT-REC FROM WS-TOTALS-REC-6.
           WRITE NEW-RPT-REC FROM WS-TOTALS-REC-7.
           WRITE NEW-RPT-REC FROM WS-TOTALS-REC-8.
           WRITE NEW-RPT-REC FROM WS-TOTALS-REC-9.
           WRITE NEW-RPT-REC FROM WS-TOTALS-REC-10.
           WRITE NEW-RPT-REC FROM WS-TOTALS-REC-11.
           WRITE NEW-RPT-REC FROM WS-TOTALS-BLANK-LINE.
           WRITE NEW-RPT-REC FROM WS-TOTALS-REC-12.
           WRITE NEW-RPT-REC FROM WS-TOTALS-REC-13.
           WRITE NEW-RPT-REC FROM WS-TOTALS-REC-14.
           WRITE NEW-RPT-REC FROM WS-TOTALS-REC-15.
           WRITE NEW-RPT-REC FROM WS-TOTALS-REC-16.
           WRITE NEW-RPT-REC FROM WS-TOTALS-BLANK-LINE.
           WRITE NEW-RPT-REC FROM WS-TOTALS-REC-17.
           WRITE NEW-RPT-REC FROM WS-TOTALS-REC-18.
           WRITE NEW-RPT-REC FROM WS-TOTALS-REC-19.
           WRITE NEW-RPT-REC FROM WS-TOTALS-REC-20.
           WRITE NEW-RPT-REC FROM WS-TOTALS-BLANK-LINE.
           WRITE NEW-RPT-REC FROM WS-TOTALS-REC-21.
           WRITE NEW-RPT-REC FROM WS-TOTALS-REC-22.
           WRITE NEW-RPT-REC FROM WS-TOTALS-REC-23.
           WRITE NEW-RPT-REC FROM WS-TOTALS-REC-24.
           WRITE NEW-RPT-REC FROM WS-TOTALS-REC-25.
      *
           IF NFCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO REPORT FILE'
           END-IF.
      *
       0720-WRITE-FACILITY-RUNS-RPT.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES THE FACILITY RUNS MERGED SECTION -   *
      *    ONE LINE PER FACILITY RUN WITH ITS COUNTS, WHETHER IT      *
      *    RECONCILED AND WHETHER ITS RPTFILE TRAILER WAS FOUND - AND *
      *    CLOSES IT WITH THE MERGE STATUS.                           *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0700-WRITE-NEWRPT                                       *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           WRITE NEW-RPT-REC FROM WS-TOTALS-BLANK-LINE.
           WRITE NEW-RPT-REC FROM WS-RUN-RPT-HEADER-1.
           WRITE NEW-RPT-REC FROM WS-RUN-RPT-HEADER-2.
           WRITE NEW-RPT-REC FROM WS-TOTALS-BLANK-LINE.
           WRITE NEW-RPT-REC FROM WS-RUN-RPT-HEADER-3.
           WRITE NEW-RPT-REC FROM WS-RUN-RPT-HEADER-4.
      *
           PERFORM VARYING WS-FR-SUB FROM 1 BY 1
              UNTIL WS-FR-SUB > WS-FR-ENTRIES-USED
                 MOVE WS-FR-FACILITY (WS-FR-SUB)  TO RUN-FACILITY-D
                 MOVE WS-FR-RECORDS-READ (WS-FR-SUB)
                    TO RUN-RECS-READ-D
                 MOVE WS-FR-SELECTED (WS-FR-SUB)  TO RUN-SELECTED-D
                 MOVE WS-FR-WRITTEN (WS-FR-SUB)   TO RUN-WRITTEN-D
                 MOVE WS-FR-ERRORS (WS-FR-SUB)    TO RUN-ERRORS-D
                 IF WS-FR-RECONCILED (WS-FR-SUB) = 'Y'
                    MOVE 'YES' TO RUN-RECONCILED-D
                 ELSE
                    MOVE 'NO'  TO RUN-RECONCILED-D
                 END-IF
                 IF FR-TRAILER-FOUND (WS-FR-SUB)
                    MOVE 'FOUND'   TO RUN-TRAILER-D
                 ELSE
                    MOVE 'MISSING' TO RUN-TRAILER-D
                 END-IF
                 WRITE NEW-RPT-REC FROM WS-RUN-RPT-DETAIL
           END-PERFORM.
      *
           IF SHARED-HOSPIN
              WRITE NEW-RPT-REC FROM WS-TOTALS-BLANK-LINE
              MOVE WS-UNASSIGNED-RECS TO RUN-UNASSIGNED-O
              WRITE NEW-RPT-REC FROM WS-RUN-RPT-UNASSIGNED-LINE
           END-IF.
      *
           WRITE NEW-RPT-REC FROM WS-TOTALS-BLANK-LINE.
           IF MERGE-IN-BALANCE
              MOVE 'IN BALANCE - RPTFILE TRAILER WRITTEN, GL POSTED'
                 TO RUN-STATUS-O
           ELSE
              MOVE 'OUT OF BALANCE - NO TRAILER, NO GL (SEE JOB LOG)'
                 TO RUN-STATUS-O
           END-IF.
           WRITE NEW-RPT-REC FROM WS-RUN-RPT-STATUS-LINE.
      *
           IF NFCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO REPORT FILE'
           END-IF.
      *
       0730-WRITE-DIAG-BREAKDOWN-RPT.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES THE COMBINED DIAGNOSTIC-CODE         *
      *    BREAKDOWN SECTION - ONE LINE PER DISTINCT CODE WITH ITS    *
      *    DESCRIPTION, CATEGORY, COUNT AND TOTAL NET AMOUNT - AND    *
      *    CLOSES IT WITH THE CATEGORY SUBTOTALS.                     *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0700-WRITE-NEWRPT                                       *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0735-ACCUM-CATEGORY-SUBTOTAL                            *
      *****************************************************************
      *
           WRITE NEW-RPT-REC FROM WS-TOTALS-BLANK-LINE.
           WRITE NEW-RPT-REC FROM WS-DIAG-RPT-HEADER-1.
           WRITE NEW-RPT-REC FROM WS-DIAG-RPT-HEADER-2.
           WRITE NEW-RPT-REC FROM WS-TOTALS-BLANK-LINE.
           WRITE NEW-RPT-REC FROM WS-DIAG-RPT-HEADER-3.
           WRITE NEW-RPT-REC FROM WS-DIAG-RPT-HEADER-4.
      *
           PERFORM VARYING DG-IDX FROM 1 BY 1
              UNTIL DG-IDX > WS-DIAG-ENTRIES-USED
                 MOVE WS-DIAG-CODE (DG-IDX)      TO DIAG-CODE-D
                 MOVE WS-DIAG-DESC (DG-IDX)      TO DIAG-DESC-D
                 MOVE WS-DIAG-CATEGORY (DG-IDX)  TO DIAG-CATEGORY-D
                 MOVE WS-DIAG-COUNT (DG-IDX)     TO DIAG-COUNT-D
                 MOVE WS-DIAG-TOTAL-AMT (DG-IDX) TO DIAG-TOTAL-AMT-D
                 PERFORM 0735-ACCUM-CATEGORY-SUBTOTAL
                 WRITE NEW-RPT-REC FROM WS-DIAG-RPT-DETAIL
           END-PERFORM.
      *
           WRITE NEW-RPT-REC FROM WS-TOTALS-BLANK-LINE.
           WRITE NEW-RPT-REC FROM WS-DIAG-CAT-HEADER.
           PERFORM VARYING CT-IDX FROM 1 BY 1
              UNTIL CT-IDX > WS-CAT-ENTRIES-USED
                 MOVE WS-CAT-NAME (CT-IDX)      TO CAT-NAME-D
                 MOVE WS-CAT-COUNT (CT-IDX)     TO CAT-COUNT-D
                 MOVE WS-CAT-TOTAL-AMT (CT-IDX) TO CAT-TOTAL-AMT-D
                 WRITE NEW-RPT-REC FROM WS-DIAG-CAT-DETAIL
           END-PERFORM.
      *
           IF NFCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO REPORT FILE'
           END-IF.
      *
       0735-ACCUM-CATEGORY-SUBTOTAL.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH ADDS THE DIAGNOSTIC BREAKDOWN ENTRY AT      *
      *    DG-IDX INTO THE CATEGORY SUBTOTAL TABLE, SAME FIND-OR-     *
      *    INSERT IDIOM AS THE BREAKDOWN TABLE ITSELF.                *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0730-WRITE-DIAG-BREAKDOWN-RPT                           *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE 'N' TO WS-CAT-FOUND-SW.
           PERFORM VARYING CT-IDX FROM 1 BY 1
              UNTIL CT-IDX > WS-CAT-ENTRIES-USED
                 IF WS-CAT-NAME (CT-IDX) = DIAG-CATEGORY-D
                    ADD WS-DIAG-COUNT (DG-IDX)
                       TO WS-CAT-COUNT (CT-IDX)
                    ADD WS-DIAG-TOTAL-AMT (DG-IDX)
                       TO WS-CAT-TOTAL-AMT (CT-IDX)
                    MOVE 'Y' TO WS-CAT-FOUND-SW
                 END-IF
           END-PERFORM.
      *
           IF NOT CATEGORY-FOUND
              IF WS-CAT-ENTRIES-USED < 20
                 ADD 1 TO WS-CAT-ENTRIES-USED
                 SET CT-IDX TO WS-CAT-ENTRIES-USED
                 MOVE DIAG-CATEGORY-D        TO WS-CAT-NAME (CT-IDX)
                 MOVE WS-DIAG-COUNT (DG-IDX) TO WS-CAT-COUNT (CT-IDX)
                 MOVE WS-DIAG-TOTAL-AMT (DG-IDX)
                    TO WS-CAT-TOTAL-AMT (CT-IDX)
              ELSE
                 DISPLAY 'WARNING: CATEGORY SUBTOTAL TABLE FULL - CATEG'
                    'ORY ' DIAG-CATEGORY-D ' NOT SUBTOTALED'
              END-IF
           END-IF.
      *
       0740-WRITE-PROVIDER-RPT.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES THE COMBINED PROVIDER REVENUE        *
      *    SECTION - ONE LINE PER PROVIDER THAT SAW A GOOD RECORD AT  *
      *    ANY FACILITY, WITH ITS PATIENT COUNT AND GROSS/NET AMOUNTS.*
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0700-WRITE-NEWRPT                                       *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           WRITE NEW-RPT-REC FROM WS-TOTALS-BLANK-LINE.
           WRITE NEW-RPT-REC FROM WS-PROV-RPT-HEADER-1.
           WRITE NEW-RPT-REC FROM WS-PROV-RPT-HEADER-2.
           WRITE NEW-RPT-REC FROM WS-TOTALS-BLANK-LINE.
           WRITE NEW-RPT-REC FROM WS-PROV-RPT-HEADER-3.
           WRITE NEW-RPT-REC FROM WS-PROV-RPT-HEADER-4.
      *
           PERFORM VARYING PR-IDX FROM 1 BY 1
              UNTIL PR-IDX > WS-PROV-ENTRIES-USED
                 MOVE WS-PROV-TBL-ID (PR-IDX)     TO PROV-ID-D
                 MOVE WS-PROV-TBL-NAME (PR-IDX)   TO PROV-NAME-D
                 IF WS-PROV-TBL-NETWORK (PR-IDX) = 'N'
                    MOVE 'IN'  TO PROV-NETWORK-D
                 ELSE
                    MOVE 'OUT' TO PROV-NETWORK-D
                 END-IF
                 MOVE WS-PROV-PAT-COUNT (PR-IDX)  TO PROV-PAT-COUNT-D
                 MOVE WS-PROV-GROSS-AMT (PR-IDX)  TO PROV-GROSS-AMT-D
                 MOVE WS-PROV-NET-AMT (PR-IDX)    TO PROV-NET-AMT-D
                 WRITE NEW-RPT-REC FROM WS-PROV-RPT-DETAIL
           END-PERFORM.
      *
           IF NFCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO REPORT FILE'
           END-IF.
      *
       0750-WRITE-FACILITY-RPT.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES THE COMBINED FACILITY SUBTOTAL       *
      *    SECTION - ONE LINE PER FACILITY CODE WITH ITS PATIENT      *
      *    COUNT AND GROSS/NET/COPAY/DEDUCTIBLE SUBTOTALS.            *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0700-WRITE-NEWRPT                                       *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           WRITE NEW-RPT-REC FROM WS-TOTALS-BLANK-LINE.
           WRITE NEW-RPT-REC FROM WS-FAC-RPT-HEADER-1.
           WRITE NEW-RPT-REC FROM WS-FAC-RPT-HEADER-2.
           WRITE NEW-RPT-REC FROM WS-TOTALS-BLANK-LINE.
           WRITE NEW-RPT-REC FROM WS-FAC-RPT-HEADER-3.
           WRITE NEW-RPT-REC FROM WS-FAC-RPT-HEADER-4.
      *
           PERFORM VARYING FC-IDX FROM 1 BY 1
              UNTIL FC-IDX > WS-FAC-ENTRIES-USED
                 MOVE WS-FAC-CODE (FC-IDX)       TO FAC-CODE-D
                 MOVE WS-FAC-COUNT (FC-IDX)      TO FAC-COUNT-D
                 MOVE WS-FAC-GROSS-AMT (FC-IDX)  TO FAC-GROSS-D
                 MOVE WS-FAC-NET-AMT (FC-IDX)    TO FAC-NET-D
                 MOVE WS-FAC-COPAY (FC-IDX)      TO FAC-COPAY-D
                 MOVE WS-FAC-DEDUCTIBLE (FC-IDX) TO FAC-DEDUCTIBLE-D
                 WRITE NEW-RPT-REC FROM WS-FAC-RPT-DETAIL
           END-PERFORM.
      *
           IF NFCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO REPORT FILE'
           END-IF.
      *
       0760-WRITE-AUTH-SUMMARY-RPT.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES THE COMBINED AUTHORIZATION SUMMARY   *
      *    SECTION FROM THE SUMMED FACILITY AUTHORIZATION COUNTS.     *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0700-WRITE-NEWRPT                                       *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           WRITE NEW-RPT-REC FROM WS-TOTALS-BLANK-LINE.
           WRITE NEW-RPT-REC FROM WS-AUTH-RPT-HEADER-1.
           WRITE NEW-RPT-REC FROM WS-AUTH-RPT-HEADER-2.
           WRITE NEW-RPT-REC FROM WS-TOTALS-BLANK-LINE.
      *
           MOVE 'LONG INPATIENT STAYS REQUIRING AUTH:  '
                                        TO AUTH-COUNT-LABEL.
           MOVE WS-AUTH-STAYS-CHECKED   TO AUTH-COUNT-O.
           WRITE NEW-RPT-REC FROM WS-AUTH-RPT-COUNT-LINE.
      *
           MOVE 'STAYS AUTHORIZED AND PROCESSED:  '
                                        TO AUTH-COUNT-LABEL.
           MOVE WS-AUTH-STAYS-PASSED    TO AUTH-COUNT-O.
           WRITE NEW-RPT-REC FROM WS-AUTH-RPT-COUNT-LINE.
      *
           MOVE 'STAYS REJECTED - NO AUTHORIZATION ON FILE:  '
                                        TO AUTH-COUNT-LABEL.
           MOVE WS-AUTH-REJECTS-NO-AUTH TO AUTH-COUNT-O.
           WRITE NEW-RPT-REC FROM WS-AUTH-RPT-COUNT-LINE.
      *
           MOVE 'STAYS REJECTED - OVER AUTHORIZED DAYS:  '
                                        TO AUTH-COUNT-LABEL.
           MOVE WS-AUTH-REJECTS-OVER    TO AUTH-COUNT-O.
           WRITE NEW-RPT-REC FROM WS-AUTH-RPT-COUNT-LINE.
      *
           IF NFCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO REPORT FILE'
           END-IF.
      *
       0800-CLOSE-FILES.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH CLOSES THE FACILITY INPUT FILES AND THE     *
      *    COMBINED OUTPUT FILES.                                     *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           CLOSE FACRPT, FACOUT, FACREJ, FACTOT,
                 RPTFILE, OUTFILE, REJFILE, NEWRPT.
           IF RFCODE = '00' AND OFCODE = '00' AND RJCODE = '00'
              AND NFCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING COMBINED OUTPUT FILES'
           END-IF.
      *
       0850-WRITE-RUN-LOG.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH APPENDS EACH FACILITY RUN'S OWN RUN RECORD  *
      *    (FROM ITS TOTALS FILE) TO THE SHARED NIGHTLY BATCH RUN     *
      *    LOG, THEN ONE RUN RECORD UNDER PROGRAM ID HOSPEDIT - THE   *
      *    COMBINED SELECTED, GOOD AND ERROR RECORD COUNTS - SO THE   *
      *    DASHBOARD AND GLPROOF SEE ONE HOSPEDIT RESULT FOR THE      *
      *    NIGHT.  AN OUT-OF-BALANCE MERGE IS LOGGED ERR.             *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE FUNCTION CURRENT-DATE (1:8)  TO WS-RL-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6)  TO WS-RL-RUN-TIME.
           MOVE RECORDS-READ                 TO WS-RL-RECS-READ.
           MOVE WS-RPT-RECORD-COUNT          TO WS-RL-RECS-WRITTEN.
           MOVE ERROR-RECS                   TO WS-RL-ERROR-COUNT.
           IF MERGE-IN-BALANCE
              MOVE 'OK'                      TO WS-RL-STATUS
           ELSE
              MOVE 'ERR'                     TO WS-RL-STATUS
           END-IF.
      *
           OPEN EXTEND RUNLOG.
           IF LGCODE = '00'
              PERFORM VARYING WS-FR-SUB FROM 1 BY 1
                 UNTIL WS-FR-SUB > WS-FR-ENTRIES-USED
                    IF FR-RUN-LOG-FOUND (WS-FR-SUB)
                       WRITE RUN-LOG-REC FROM WS-FR-RUN-LOG (WS-FR-SUB)
                    END-IF
              END-PERFORM
              WRITE RUN-LOG-REC FROM WS-RUN-LOG-REC
              CLOSE RUNLOG
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING BATCH RUN LOG'
           END-IF.
      *
       0900-WRITE-GL-POSTINGS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH APPENDS THE NIGHT'S ONE SET OF BALANCED     *
      *    DEBIT/CREDIT POSTING PAIRS - GROSS, NET, COPAY AND         *
      *    DEDUCTIBLE, FROM THE COMBINED TOTALS - TO THE SHARED GL    *
      *    INTERFACE FILE UNDER SOURCE PROGRAM HOSPEDIT, EXACTLY AS   *
      *    A SINGLE HOSPEDIT PASS POSTS THEM.  THE FACILITY RUNS POST *
      *    NOTHING, SO NOTHING IS POSTED TWICE.                       *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0910-WRITE-ONE-GL-PAIR                                  *
      *****************************************************************
      *
           OPEN EXTEND GLFILE.
           IF GLCODE = '00' OR '05'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING GL INTERFACE FILE, '
                      'STATUS: ' GLCODE
           END-IF.
      *
           IF CYCLE-CONTROL-ACTIVE
              MOVE WS-CYCLE-DATE TO WS-GL-POST-DATE
           ELSE
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-GL-POST-DATE
           END-IF.
      *
           MOVE 'AR-GROSS'        TO WS-GL-DR-ACCOUNT.
           MOVE 'RV-GROSS'        TO WS-GL-CR-ACCOUNT.
           MOVE TOTAL-AMT-GROSS   TO WS-GL-POST-AMOUNT.
           PERFORM 0910-WRITE-ONE-GL-PAIR.
      *
           MOVE 'AR-NET'          TO WS-GL-DR-ACCOUNT.
           MOVE 'RV-NET'          TO WS-GL-CR-ACCOUNT.
           MOVE TOTAL-AMT-NET     TO WS-GL-POST-AMOUNT.
           PERFORM 0910-WRITE-ONE-GL-PAIR.
      *
           MOVE 'CASH-COP'        TO WS-GL-DR-ACCOUNT.
           MOVE 'AR-COPAY'        TO WS-GL-CR-ACCOUNT.
           MOVE TOTAL-COPAY       TO WS-GL-POST-AMOUNT.
           PERFORM 0910-WRITE-ONE-GL-PAIR.
      *
           MOVE 'AR-DEDUC'        TO WS-GL-DR-ACCOUNT.
           MOVE 'RV-DEDUC'        TO WS-GL-CR-ACCOUNT.
           MOVE TOTAL-DEDUCTIBLE  TO WS-GL-POST-AMOUNT.
           PERFORM 0910-WRITE-ONE-GL-PAIR.
      *
           CLOSE GLFILE.
           IF GLCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING GL INTERFACE FILE'
           END-IF.
      *
       0910-WRITE-ONE-GL-PAIR.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES ONE BALANCED DEBIT/CREDIT POSTING    *
      *    PAIR FOR THE ACCOUNTS AND AMOUNT THE CALLER PARKED IN THE  *
      *    GL CONTROL FIELDS.                                         *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0900-WRITE-GL-POSTINGS                                  *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE SPACES              TO GL-POST-REC.
           MOVE WS-GL-DR-ACCOUNT    TO GL-ACCOUNT.
           MOVE 'DR'                TO GL-DR-CR.
           MOVE WS-GL-POST-AMOUNT   TO GL-AMOUNT.
           MOVE WS-GL-POST-DATE     TO GL-CYCLE-DATE.
           MOVE 'HOSPEDIT'          TO GL-SOURCE-PROGRAM.
           WRITE GL-POST-REC.
           IF GLCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO GL INTERFACE FILE'
           END-IF.
      *
           MOVE SPACES              TO GL-POST-REC.
           MOVE WS-GL-CR-ACCOUNT    TO GL-ACCOUNT.
           MOVE 'CR'                TO GL-DR-CR.
           MOVE WS-GL-POST-AMOUNT   TO GL-AMOUNT.
           MOVE WS-GL-POST-DATE     TO GL-CYCLE-DATE.
           MOVE 'HOSPEDIT'          TO GL-SOURCE-PROGRAM.
           WRITE GL-POST-REC.
           IF GLCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO GL INTERFACE FILE'
           END-IF.
      *
       0940-APPEND-STAY-HISTORY.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH APPENDS THE CONCATENATED FACILITY STAY      *
      *    HISTORY DELTAS TO THE SHARED CUMULATIVE STAY HISTORY, IN   *
      *    ONE PASS AFTER EVERY FACILITY JOB HAS FINISHED.  ONLY A    *
      *    MERGE IN BALANCE REACHES THIS PARAGRAPH, AND THE CYCLE IS  *
      *    THEN MARKED POSTED, SO THE DELTAS ARE APPENDED ONCE.       *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE SPACE TO FACSTAY-FILE-SW.
           OPEN INPUT FACSTAY.
           IF FSCODE = '00'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO FACSTAY-FILE-SW
              DISPLAY 'ERROR ENCOUNTERED OPENING FACILITY STAY HISTORY '
                      'DELTAS, STATUS: ' FSCODE
           END-IF.
      *
           OPEN EXTEND STAYHIST.
           IF SHCODE = '00' OR '05'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO FACSTAY-FILE-SW
              DISPLAY 'ERROR ENCOUNTERED OPENING STAY HISTORY FILE, '
                      'STATUS: ' SHCODE
           END-IF.
      *
           PERFORM UNTIL END-OF-FACSTAY
              READ FACSTAY
                 AT END
                    MOVE 'Y' TO FACSTAY-FILE-SW
                 NOT AT END
                    WRITE STAY-HIST-REC FROM FAC-STAY-REC
                    IF SHCODE = '00'
                       ADD +1 TO STAY-RECS-APPENDED
                    ELSE
                       DISPLAY 'ERROR ENCOUNTERED WRITING TO STAY HISTO'
                               'RY FILE'
                    END-IF
              END-READ
           END-PERFORM.
      *
           CLOSE FACSTAY, STAYHIST.
           DISPLAY 'HOSPMRG STAY HISTORY RECORDS APPENDED: '
                   STAY-RECS-APPENDED.
      *
       0950-MARK-CYCLE-POSTED.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH MARKS THE HOSPEDIT CYCLE CONTROL RECORD     *
      *    AND EVERY MERGED FACILITY RUN'S OWN RECORD (HOSPEDnn)      *
      *    POSTED AND WRITES THE CONTROL FILE BACK ONCE, SO THE CYCLE *
      *    CANNOT BE MERGED, RUN SINGLE-PASS OR RUN AGAIN FOR ONE     *
      *    FACILITY A SECOND TIME.  THE FACILITY JOBS DO NOT WRITE    *
      *    THE FILE THEMSELVES, SO NO JOB'S MARK CAN OVERWRITE        *
      *    ANOTHER'S.  ONLY A MERGE IN BALANCE REACHES THIS           *
      *    PARAGRAPH.                                                 *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0075-LOAD-CYCLE-TABLE                                   *
      *    -  0955-MARK-ONE-PROGRAM                                   *
      *****************************************************************
      *
           IF CYCLE-CONTROL-ACTIVE
              PERFORM 0075-LOAD-CYCLE-TABLE
              MOVE WS-CYCLE-PROGRAM-ID TO WS-CYC-MARK-PROGRAM
              PERFORM 0955-MARK-ONE-PROGRAM
              PERFORM VARYING WS-FR-SUB FROM 1 BY 1
                 UNTIL WS-FR-SUB > WS-FR-ENTRIES-USED
                    MOVE 'HOSPED' TO WS-CYC-MARK-PROGRAM (1:6)
                    MOVE WS-FR-FACILITY (WS-FR-SUB)
                       TO WS-CYC-MARK-PROGRAM (7:2)
                    PERFORM 0955-MARK-ONE-PROGRAM
              END-PERFORM
              OPEN OUTPUT CYCLECTL
              IF CYCODE = '00' OR '05'
                 PERFORM VARYING WS-CYC-SUB FROM 1 BY 1
                    UNTIL WS-CYC-SUB > WS-CYC-ENTRIES
                       MOVE SPACES TO CYCLE-CTL-REC
                       MOVE WS-CYC-PROGRAM (WS-CYC-SUB)
                          TO CYC-PROGRAM-ID
                       MOVE WS-CYC-DATE (WS-CYC-SUB)
                          TO CYC-CYCLE-DATE
                       MOVE WS-CYC-POSTED (WS-CYC-SUB)
                          TO CYC-POSTED-FLAG
                       WRITE CYCLE-CTL-REC
                 END-PERFORM
                 CLOSE CYCLECTL
              ELSE
                 DISPLAY 'ERROR ENCOUNTERED REWRITING CYCLE CONTROL '
                         'FILE, STATUS: ' CYCODE
              END-IF
           END-IF.
      *
       0955-MARK-ONE-PROGRAM.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH MARKS THE CYCLE TABLE ENTRY OF THE PROGRAM  *
      *    IN WS-CYC-MARK-PROGRAM POSTED, ADDING THE ENTRY FOR THIS   *
      *    CYCLE WHEN THE PROGRAM HAS NONE YET.                       *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0950-MARK-CYCLE-POSTED                                  *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE ZERO TO WS-CYC-OWN-SUB.
           PERFORM VARYING WS-CYC-SUB FROM 1 BY 1
              UNTIL WS-CYC-SUB > WS-CYC-ENTRIES
                 IF WS-CYC-PROGRAM (WS-CYC-SUB) = WS-CYC-MARK-PROGRAM
                    MOVE WS-CYC-SUB TO WS-CYC-OWN-SUB
                 END-IF
           END-PERFORM.
      *
           IF WS-CYC-OWN-SUB = 0
              IF WS-CYC-ENTRIES < 20
                 ADD +1 TO WS-CYC-ENTRIES
                 MOVE WS-CYC-ENTRIES      TO WS-CYC-OWN-SUB
                 MOVE WS-CYC-MARK-PROGRAM
                    TO WS-CYC-PROGRAM (WS-CYC-OWN-SUB)
                 MOVE WS-CYCLE-DATE
                    TO WS-CYC-DATE (WS-CYC-OWN-SUB)
              ELSE
                 DISPLAY 'WARNING: CYCLE CONTROL TABLE FULL - '
                         WS-CYC-MARK-PROGRAM ' NOT MARKED POSTED'
              END-IF
           END-IF.
      *
           IF WS-CYC-OWN-SUB > 0
              MOVE 'Y' TO WS-CYC-POSTED (WS-CYC-OWN-SUB)
           END-IF.
