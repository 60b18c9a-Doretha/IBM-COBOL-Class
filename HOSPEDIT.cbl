      *      INTERNAL FILE NAME:  NEWRPT                              *
      *      JCL DD NAME:         NEWRPT                              *
      *                                                               *
      *      RTPOT44.HOSPTOT.FACnn (FACILITY TOTALS, PARALLEL=Y ONLY) *
      *      INTERNAL FILE NAME:  TOTFILE                             *
      *      JCL DD NAME:         HOSPTOT                             *
      *                                                               *
      *      RTPOT44.STAYHIST (CUMULATIVE STAY HISTORY - APPENDED) OR *
      *      RTPOT44.STAYHIST.FACnn (THE FACILITY'S STAY DELTA,       *
      *      PARALLEL=Y - HOSPMRG APPENDS IT TO RTPOT44.STAYHIST)     *
      *      INTERNAL FILE NAME:  STAYHIST                            *
      *      JCL DD NAME:         STAYHIST                            *
      *                                                               *
      *      RTPOT44.STAYHIST (SHARED STAY HISTORY, READ ONLY -       *
      *      PARALLEL=Y ONLY)                                         *
      *      INTERNAL FILE NAME:  STAYBASE                            *
      *      JCL DD NAME:         STAYBASE                            *
      *                                                               *
      *      SCRATCH FILE USED TO CUT STAYHIST BACK ON A RESTART      *
      *      INTERNAL FILE NAME:  STAYWORK                            *
      *      JCL DD NAME:         SHWORK                              *
      *                                                               *
      *    JCL JOB: RTPOT44.LEARN.REUSABLE.JCL(HOSPEDIT)              *
      *****************************************************************
      *  CHANGE LOG: *                                                *
      ****************                                                *
      *      UPDATED BY:  DORETHA RILEY                               *
      *            DATE:  10/15/2026                                  *
      *     DESCRIPTION:  THE RESTART CHECKPOINT IS NOW READ BEFORE   *
      *                   ANY OUTPUT FILE IS OPENED, SO A RESTART     *
      *                   REFUSED FOR A FACILITY MISMATCH LEAVES THE  *
      *                   OUTPUT FILES AND THE CHECKPOINT INTACT.     *
      *                                                               *
      *      UPDATED BY:  DORETHA RILEY                               *
      *            DATE:  10/15/2026                                  *
      *     DESCRIPTION:  CHECKPOINTS NOW CARRY THE STAY HISTORY      *
      *                   RECORD COUNT AND ARE TAKEN BETWEEN RECORDS, *
      *                   AND A RESTART CUTS STAYHIST BACK TO THAT    *
      *                   COUNT (VIA THE SHWORK SCRATCH FILE) SO NO   *
      *                   STAY IS APPENDED TWICE.  A PARALLEL=Y JOB   *
      *                   NOW READS THE SHARED HISTORY FROM STAYBASE, *
      *                   WRITES ITS STAYS TO ITS OWN STAYHIST DELTA, *
      *                   CARRIES ITS RUN LOG RECORD ON HOSPTOT AND   *
      *                   NO LONGER REWRITES CYCLECTL - HOSPMRG       *
      *                   APPLIES ALL THREE ONCE THE JOBS FINISH.     *
      *                                                               *
      *      UPDATED BY:  DORETHA RILEY                               *
      *            DATE:  10/15/2026                                  *
      *     DESCRIPTION:  ADDED A PARALLEL=Y CONTROL CARD SO ONE JOB  *
      *                   PER FACILITY (FACILITY= REQUIRED) CAN RUN   *
      *                   AT THE SAME TIME.  A FACILITY JOB KEEPS ITS *
      *                   OWN CYCLE CONTROL ENTRY (HOSPEDnn), TAGS    *
      *                   ITS CHECKPOINTS WITH THE FACILITY CODE,     *
      *                   WRITES ITS TOTALS AND SECTION TABLES TO A   *
      *                   FACILITY TOTALS FILE (HOSPTOT) AND LEAVES   *
      *                   THE GL POSTINGS TO THE HOSPMRG MERGE STEP.  *
      *                   THE CYCLE CONTROL FILE IS RE-READ JUST      *
      *                   BEFORE IT IS REWRITTEN.                     *
      *                                                               *
      *      UPDATED BY:  DORETHA RILEY                               *
      *            DATE:  10/15/2026                                  *
      *     DESCRIPTION:  WRITE A CONTROL TRAILER AS THE LAST RPTFILE *
      *                   RECORD CARRYING THE DETAIL RECORD COUNT AND *
      *                   AN AMOUNT HASH (DAILY AMOUNT TIMES STAY     *
      *                   LENGTH), SO HOSPCLM AND RECON CAN BALANCE   *
      *                   THE HAND-OFF BEFORE POSTING FROM IT.        *
      *                                                               *
      *      UPDATED BY:  DORETHA RILEY                               *
      *            DATE:  10/15/2026                                  *
      *     DESCRIPTION:  DIAGFILE CARRIES AN ACCIDENT INDICATOR PER  *
      *                   CODE ('A' AUTO, 'W' WORKPLACE).  A STAY     *
      *                   WHOSE DIAGNOSTIC-CODE IS IN AN ACCIDENT     *
      *                   CATEGORY IS FLAGGED ON NEWRPT AND CARRIES   *
      *                   THE INDICATOR ON RPTFILE SO HOSPCLM CAN     *
      *                   PASS IT TO CLAIMS FOR SUBROGATION.          *
      *                                                               *
      *      UPDATED BY:  DORETHA RILEY                               *
      *            DATE:  10/15/2026                                  *
      *     DESCRIPTION:  FLAG 30-DAY INPATIENT READMISSIONS ('R' ON  *
      *                   NEWRPT) AGAINST THE LATEST PRIOR DISCHARGE  *
      *                   ON THE STAY HISTORY, AND WRITE A NEW        *
      *                   READMISSION REPORT (READMRPT) LISTING EACH  *
      *                   STAY PAIR WITH RATES BY FACILITY, DIAGNOSIS *
      *                   CATEGORY AND PCP-ID.                        *
      *                                                               *
      *      UPDATED BY:  DORETHA RILEY                               *
      *            DATE:  10/15/2026                                  *
      *     DESCRIPTION:  APPEND EVERY PRICED GOOD STAY TO THE        *
      *                   CUMULATIVE STAY HISTORY FILE (STAYHIST) SO  *
      *                   STAYS CAN BE LOOKED UP BY THE STAYHIST      *
      *                   INQUIRY PROGRAM AFTER RPTFILE IS REPLACED.  *
      *                                                               *
      *      UPDATED BY:  DORETHA RILEY                               *
      *            DATE:  10/15/2026                                  *
      *     DESCRIPTION:  PROVFILE (NOW MAINTAINED BY PROVMNT) CARRIES*
      *                   EACH PROVIDER'S NETWORK CONTRACT START/END  *
      *                   AND CREDENTIAL EXPIRY DATES.  A STAY        *
      *                   ADMITTED OUTSIDE THE CONTRACT WINDOW IS     *
      *                   PRICED OUT-OF-NETWORK; ONE ADMITTED AFTER   *
      *                   THE CREDENTIAL EXPIRED REJECTS WITH REASON  *
      *                   CRD.                                        *
      *                                                               *
      *      UPDATED BY:  DORETHA RILEY                               *
      *            DATE:  10/15/2026                                  *
      *     DESCRIPTION:  INSTFILE NOW CARRIES EFFECTIVE-DATED        *
      *                   VERSIONS OF EACH INSURANCE TYPE (EFFECTIVE  *
      *                   DATE, END DATE AND COVERAGE PERCENTS).  A   *
      *                   STAY IS PRICED WITH THE VERSION IN FORCE ON *
      *                   ITS DATE-ADMIT, SO A RATE CHANGE NO LONGER  *
      *                   REPRICES OLDER ADMISSIONS.                  *
      *                                                               *
      *      UPDATED BY:  DORETHA RILEY                               *
      *            DATE:  10/15/2026                                  *
      *     DESCRIPTION:  CONVERTED DIAGNOSTIC-CODE TO A 7-CHARACTER  *
      *                   ICD-10 CODE (HOSPIN GROWS TO 110 BYTES).    *
      *                   LEGACY 3-DIGIT CODES ARE TRANSLATED THROUGH *
      *                   THE DIAGXWLK CROSSWALK AND FLAGGED ON       *
      *                   NEWRPT; AN UNTRANSLATABLE LEGACY CODE       *
      *                   REJECTS WITH REASON DGX.                    *
      *                                                               *
      *      UPDATED BY:  DORETHA RILEY                               *
      *            DATE:  09/03/2026                                  *
      *     DESCRIPTION:  WRITE BALANCED DEBIT/CREDIT POSTING RECORDS *
      *                   FOR THE GROSS/NET/COPAY/DEDUCTIBLE TOTALS   *
           SELECT DIAGFILE         *>DIAGNOSTIC CODE MASTER
           ASSIGN TO DIAGFILE
             FILE STATUS IS DGCODE.
      *
           SELECT OPTIONAL DIAGXWLK   *>LEGACY-TO-ICD-10 CROSSWALK
           ASSIGN TO DIAGXWLK
             FILE STATUS IS XWCODE.
      *
           SELECT OPTIONAL PARMFILE   *>KEYWORD=VALUE CONTROL CARDS
           ASSIGN TO PARMFILE
           SELECT OPTIONAL GLFILE  *>SHARED GL POSTING INTERFACE
           ASSIGN TO GLFILE
             FILE STATUS IS GLCODE.
      *
           SELECT OPTIONAL STAYHIST   *>CUMULATIVE PATIENT STAY HISTORY
           ASSIGN TO STAYHIST
             FILE STATUS IS SHCODE.
      *
           SELECT OPTIONAL STAYBASE   *>SHARED STAY HISTORY, PARALLEL=Y
           ASSIGN TO STAYBASE
             FILE STATUS IS SBCODE.
      *
           SELECT STAYWORK         *>STAYHIST RESTART REPOSITIONING WORK
           ASSIGN TO SHWORK
             FILE STATUS IS SWCODE.
      *
           SELECT READMRPT         *>30-DAY READMISSION REPORT
           ASSIGN TO READMRPT
             FILE STATUS IS RMCODE.
      *
           SELECT OPTIONAL TOTFILE *>FACILITY TOTALS FOR HOSPMRG
           ASSIGN TO HOSPTOT
             FILE STATUS IS TTCODE.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  HOSPIN
           RECORDING MODE IS F
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS HOSPIN-REC.
      *
       01  HOSPIN-REC  PIC X(110).
      *
       FD  INSTFILE
           RECORDING MODE IS F
       01  DIAG-MSTR-REC PIC X(80).
      *
      *****************************************************************
      *  LEGACY DIAGNOSTIC CODE CROSSWALK - ONE RECORD PER OLD 3-     *
      *  DIGIT CODE GIVING THE ICD-10 CODE IT MAPS TO.  FEEDS THAT    *
      *  STILL SEND ONLY THE LEGACY CODE ARE TRANSLATED THROUGH IT    *
      *  (SEE 0515-TRANSLATE-LEGACY-DIAG).                            *
      *****************************************************************
      *
       FD  DIAGXWLK
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DIAG-XWLK-REC.
      *
       01  DIAG-XWLK-REC PIC X(80).
      *
      *****************************************************************
      *  SHARED KEYWORD=VALUE CONTROL-CARD FILE, SAME IDIOM AS THE    *
      *  EXPORT AND CNTRLBRK CONTROL CARDS.  RECOGNIZED HERE:         *
      *    RATESOURCE=KEYED | MASTER (WHICH DAILY RATE WINS IN THE    *
      *                               TOTALS - DEFAULT MASTER)        *
      *    RATETOL=N.NN (KEYED-RATE DEVIATION TOLERANCE, DOLLARS)     *
      *    PARALLEL=Y | N (ONE JOB OF SEVERAL RUNNING PER FACILITY,   *
      *                    MERGED BY HOSPMRG - NEEDS FACILITY=)       *
      *  AN UNRECOGNIZED KEYWORD OR BAD VALUE STOPS THE RUN INSTEAD   *
      *  OF SILENTLY DEFAULTING.                                      *
      *****************************************************************
      *
      *****************************************************************
      *  REJECT DATA FILE.  EVERY REJECTED RECORD IS ALSO WRITTEN     *
      *  HERE UNALTERED IN ITS ORIGINAL 110-BYTE HOSPIN LAYOUT WITH A *
      *  SHORT REASON CODE APPENDED, SO DATA ENTRY CAN CORRECT THE    *
      *  FILE DIRECTLY AND RE-FEED IT AS HOSPIN ON THE NEXT RUN       *
      *  (DROPPING THE REASON BYTES) INSTEAD OF REKEYING FROM THE     *
      *
       FD  REJFILE
           RECORDING MODE IS F
           RECORD CONTAINS 113 CHARACTERS
           DATA RECORD IS REJ-REC.
      *
       01  REJ-REC.
           05  REJ-HOSPIN-REC     PIC X(110).
           05  REJ-REASON-CODE    PIC X(03).
      *
       FD  OUTFILE
      *
       FD  CHECKFILE
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS CHECK-REC.
      *
       01  CHECK-REC.
           05  CHK-RECORDS-READ      PIC 9(08).
           05  CHK-LAST-PATIENT-NBR  PIC 9(05).
           05  CHK-FACILITY-CODE     PIC X(02).
           05  FILLER                PIC X(05).
           05  CHK-STAYHIST-COUNT    PIC 9(08).
           05  FILLER                PIC X(02).
      *
       FD  RESTARTIN
           RECORDING MODE IS F
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS RESTART-REC.
      *
       01  RESTART-REC.
           05  RST-RECORDS-READ      PIC 9(08).
           05  RST-LAST-PATIENT-NBR  PIC 9(05).
           05  RST-FACILITY-CODE     PIC X(02).
           05  FILLER                PIC X(05).
           05  RST-STAYHIST-COUNT    PIC 9(08).
           05  FILLER                PIC X(02).
      *
       FD  RUNLOG
           RECORDING MODE IS F
           05  GL-CYCLE-DATE      PIC 9(08).
           05  GL-SOURCE-PROGRAM  PIC X(08).
           05  FILLER             PIC X(41).
      *
      *****************************************************************
      *  CUMULATIVE PATIENT STAY HISTORY.  ONE RECORD IS APPENDED FOR *
      *  EVERY PRICED GOOD STAY (SEE 0760-WRITE-STAY-HISTORY) SO THE  *
      *  STAYHIST INQUIRY PROGRAM CAN STILL ANSWER FOR A STAY AFTER   *
      *  THE NIGHTLY RPTFILE HAS BEEN OVERWRITTEN.  ADMIT DATE IS     *
      *  CCYYMMDD; GROSS IS THE STAY TOTAL AND NET IS THE PATIENT     *
      *  NET AMOUNT PRICED BY 0600-CALC-PATIENT-TOT-AMOUNTS.          *
      *****************************************************************
      *
       FD  STAYHIST
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS STAY-HIST-REC.
      *
       01  STAY-HIST-REC.
           05  SH-PATIENT-NBR     PIC 9(05).
           05  SH-LAST-NAME       PIC X(10).
           05  SH-FIRST-NAME      PIC X(10).
           05  SH-ADMIT-DATE      PIC 9(08).
           05  SH-STAY-LTH        PIC 9(03).
           05  SH-PATIENT-TYPE    PIC X(01).
           05  SH-FACILITY-CODE   PIC X(02).
           05  SH-PCP-ID          PIC X(06).
           05  SH-DIAG-CODE       PIC X(07).
           05  SH-INS-TYPE        PIC X(03).
           05  SH-INS-TYPE-2      PIC X(03).
           05  SH-IN-OUT-NETWORK  PIC X(01).
           05  SH-GROSS-AMT       PIC S9(09)V99.
           05  SH-NET-AMT         PIC S9(09)V99.
           05  SH-COPAY           PIC S9(03).
           05  SH-DEDUCTIBLE      PIC S9(04).
           05  SH-RUN-DATE        PIC 9(08).
           05  FILLER             PIC X(04).
      *
      *****************************************************************
      *  THE SHARED STAY HISTORY AS A PARALLEL=Y FACILITY JOB READS   *
      *  IT - THE STAYHIST LAYOUT ABOVE, ONLY THE FIELDS THE          *
      *  READMISSION TABLE NEEDS NAMED.  THE JOB'S OWN STAYS GO TO    *
      *  ITS STAYHIST DELTA, WHICH HOSPMRG APPENDS TO THIS FILE.      *
      *****************************************************************
      *
       FD  STAYBASE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS STAY-BASE-REC.
      *
       01  STAY-BASE-REC.
           05  SB-PATIENT-NBR     PIC 9(05).
           05  FILLER             PIC X(20).
           05  SB-ADMIT-DATE      PIC 9(08).
           05  SB-STAY-LTH        PIC 9(03).
           05  SB-PATIENT-TYPE    PIC X(01).
           05  SB-FACILITY-CODE   PIC X(02).
           05  FILLER             PIC X(06).
           05  SB-DIAG-CODE       PIC X(07).
           05  FILLER             PIC X(48).
      *
       FD  STAYWORK
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS STAY-WORK-REC.
      *
       01  STAY-WORK-REC PIC X(100).
      *
       FD  READMRPT
           RECORDING MODE IS F
           RECORD CONTAINS 133 CHARACTERS
           DATA RECORD IS READMIT-RPT-REC.
      *
       01  READMIT-RPT-REC PIC X(133).
      *
      *****************************************************************
      *  FACILITY TOTALS FILE - WRITTEN ONLY BY A PARALLEL=Y FACILITY *
      *  JOB (SEE 1730-WRITE-FACILITY-TOTALS).  IT CARRIES THE JOB'S  *
      *  COUNTS AND AMOUNTS AND THE TABLES BEHIND THE NEWRPT SECTIONS *
      *  SO THE HOSPMRG MERGE STEP CAN REBUILD THE COMBINED TOTALS    *
      *  PAGE, SECTIONS AND GL POSTINGS WITHOUT RE-READING ANY STAY.  *
      *  THE RECORD LAYOUTS ARE THE WS-TOT- RECORDS BELOW.            *
      *****************************************************************
      *
       FD  TOTFILE
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS
           DATA RECORD IS TOT-REC.
      *
       01  TOT-REC PIC X(200).
      *
       WORKING-STORAGE SECTION.
       01  FILE-STATUS-CODES.
               88 CM-CODE-READ       VALUE SPACES.
           05  DGCODE              PIC X(02).
               88 DG-CODE-READ       VALUE SPACES.
           05  XWCODE              PIC X(02).
           05  XRCODE              PIC X(02).
           05  PFCODE              PIC X(02).
           05  BDCODE              PIC X(02).
               88 LG-CODE-WRITE      VALUE SPACES.
           05  CYCODE              PIC X(02).
           05  GLCODE              PIC X(02).
           05  SHCODE              PIC X(02).
           05  SBCODE              PIC X(02).
           05  SWCODE              PIC X(02).
           05  RMCODE              PIC X(02).
           05  TTCODE              PIC X(02).

       01  WS-RECONCILE-SW          PIC X(01) VALUE 'Y'.
           88 COUNTS-RECONCILED               VALUE 'Y'.
      *
      *****************************************************************
      *  RESTART/CHECKPOINT CONTROLS.  EVERY WS-CHECKPOINT-INTERVAL    *
      *  INPUT RECORDS, 0350-WRITE-CHECKPOINT LOGS THE PROCESSED       *
      *  RECORD COUNT, LAST PATIENT-NBR AND STAYHIST RECORD COUNT TO   *
      *  CHECKFILE.  IF A PRIOR RUN'S CHECKPOINT FILE IS SUPPLIED AS   *
      *  RESTARTIN, STAYHIST IS CUT BACK TO THE CHECKPOINTED COUNT AND *
      *  THE RUN SKIPS AHEAD PAST ALREADY-PROCESSED RECORDS INSTEAD OF *
      *  REPROCESSING THEM.                                            *
      *****************************************************************
      *
       01  WS-CHECKPOINT-CONTROLS.
           05  WS-RECORDS-SKIPPED       PIC 9(08) VALUE 0.
           05  WS-RESTART-FILE-SW       PIC X(01) VALUE 'N'.
               88 RESTART-FILE-PRESENT            VALUE 'Y'.
      *** FACILITY A CHECKPOINT BELONGS TO - THE FACILITY= CODE ON A
      *** PARALLEL=Y RUN, SPACES ON A SINGLE-PASS RUN.
           05  WS-CHECKPOINT-FACILITY   PIC X(02) VALUE SPACES.
           05  WS-RESTART-FACILITY      PIC X(02) VALUE SPACES.
      *** STAYHIST RECORDS KEPT AT THE RESTART POINT, AND THE RECORDS
      *** ON STAYHIST WHEN THIS RUN OPENED IT TO APPEND.
           05  WS-RESTART-STAY-COUNT    PIC 9(08) VALUE 0.
           05  WS-RESTART-STAY-SW       PIC X(01) VALUE 'N'.
               88 RESTART-STAY-COUNT-PRESENT      VALUE 'Y'.
           05  WS-STAY-BASE-COUNT       PIC 9(08) VALUE 0.
           05  WS-STAY-COPY-COUNT       PIC 9(08) VALUE 0.
           05  WS-STAY-COPY-EOF         PIC X(01) VALUE SPACE.
               88 END-OF-STAY-COPY                VALUE 'Y'.

      *****************************************************************
      *  STANDARD RUN RECORD APPENDED TO THE SHARED NIGHTLY BATCH RUN *
           05  WS-RL-ERROR-COUNT   PIC 9(08).
           05  WS-RL-STATUS        PIC X(04).
           05  FILLER              PIC X(30) VALUE SPACES.
      *
      *****************************************************************
      *  CONTROL TRAILER WRITTEN AS THE LAST RPTFILE RECORD (SEE      *
      *  1710-WRITE-RPTFILE-TRAILER).  IT CARRIES THE NUMBER OF       *
      *  DETAIL RECORDS WRITTEN AND AN AMOUNT HASH - THE SUM OF THE   *
      *  EDITED DAILY AMOUNT TIMES THE STAY LENGTH OVER THOSE         *
      *  RECORDS, THE SAME STAY COST HOSPCLM AND RECON COMPUTE - SO   *
      *  EACH CONSUMER CAN PROVE IT RECEIVED THE WHOLE FILE BEFORE    *
      *  IT POSTS ANYTHING.  THE 'TRAILER ' ID FAILS THE CONSUMERS'   *
      *  NUMERIC PATIENT-NUMBER TEST, SO IT IS NEVER READ AS A STAY.  *
      *****************************************************************
      *
       01  WS-RPT-TRAILER-REC.
           05  RPT-TRL-ID          PIC X(08) VALUE 'TRAILER '.
           05  RPT-TRL-PROGRAM-ID  PIC X(08) VALUE 'HOSPEDIT'.
           05  RPT-TRL-RECORD-COUNT
                                   PIC 9(09).
           05  RPT-TRL-AMOUNT-HASH PIC 9(13)V99.
           05  FILLER              PIC X(93) VALUE SPACES.
      *
      *****************************************************************
      *  FACILITY TOTALS RECORDS (TOTFILE, PARALLEL=Y ONLY).  EVERY   *
      *  RECORD STARTS WITH A TYPE BYTE, THE FACILITY CODE AND THE    *
      *  BUSINESS CYCLE DATE:                                         *
      *    'C' - ONE PER RUN: THE RUN'S COUNTS AND RECONCILED FLAG    *
      *    'A' - ONE PER RUN: THE RUN'S AMOUNT TOTALS                 *
      *    'D' - ONE PER DIAGNOSTIC BREAKDOWN ENTRY                   *
      *    'P' - ONE PER PROVIDER THAT SAW A GOOD RECORD              *
      *    'F' - ONE PER FACILITY SUBTOTAL ENTRY                      *
      *    'L' - ONE PER RUN: THE RUN'S STANDARD RUN LOG RECORD,      *
      *          WHICH HOSPMRG APPENDS TO THE SHARED RUN LOG          *
      *  THE HOSPMRG MERGE STEP CARRIES THE SAME LAYOUTS.             *
      *****************************************************************
      *
       01  WS-TOT-COUNTS-REC.
           05  TTC-REC-TYPE        PIC X(01) VALUE 'C'.
           05  TTC-FACILITY        PIC X(02).
           05  TTC-CYCLE-DATE      PIC 9(08).
           05  TTC-RECORDS-READ    PIC 9(08).
           05  TTC-RECORDS-WRITTEN PIC 9(08).
           05  TTC-ERROR-RECS      PIC 9(08).
           05  TTC-INPATIENTS      PIC 9(08).
           05  TTC-OUTPATIENTS     PIC 9(08).
           05  TTC-HMO             PIC 9(08).
           05  TTC-PPO             PIC 9(08).
           05  TTC-PRIVATE         PIC 9(08).
           05  TTC-AFFORDABLE      PIC 9(08).
           05  TTC-STATE-FED       PIC 9(08).
           05  TTC-NO-COVERAGE     PIC 9(08).
           05  TTC-DIAG-XLATE      PIC 9(08).
           05  TTC-PROV-OON        PIC 9(08).
           05  TTC-STAY-HIST       PIC 9(08).
           05  TTC-READMIT         PIC 9(08).
           05  TTC-ACCIDENT        PIC 9(08).
           05  TTC-FILTERED        PIC 9(08).
           05  TTC-AUTH-CHECKED    PIC 9(08).
           05  TTC-AUTH-PASSED     PIC 9(08).
           05  TTC-AUTH-NO-AUTH    PIC 9(08).
           05  TTC-AUTH-OVER       PIC 9(08).
           05  TTC-RECONCILED      PIC X(01).
           05  TTC-STAY-DELTA      PIC 9(08).
           05  FILLER              PIC X(12) VALUE SPACES.
      *
       01  WS-TOT-AMOUNTS-REC.
           05  TTA-REC-TYPE        PIC X(01) VALUE 'A'.
           05  TTA-FACILITY        PIC X(02).
           05  TTA-CYCLE-DATE      PIC 9(08).
           05  TTA-GROSS           PIC S9(11)V99.
           05  TTA-NET             PIC S9(11)V99.
           05  TTA-GROSS-DAILY     PIC S9(11)V99.
           05  TTA-COPAY           PIC S9(11).
           05  TTA-DEDUCTIBLE      PIC S9(11).
           05  TTA-IN-NET-GROSS    PIC S9(11)V99.
           05  TTA-IN-NET-NET      PIC S9(11)V99.
           05  TTA-OON-GROSS       PIC S9(11)V99.
           05  TTA-OON-NET         PIC S9(11)V99.
           05  FILLER              PIC X(76) VALUE SPACES.
      *
       01  WS-TOT-DIAG-REC.
           05  TTD-REC-TYPE        PIC X(01) VALUE 'D'.
           05  TTD-FACILITY        PIC X(02).
           05  TTD-CYCLE-DATE      PIC 9(08).
           05  TTD-CODE            PIC X(07).
           05  TTD-COUNT           PIC 9(05).
           05  TTD-TOTAL-AMT       PIC S9(09)V99.
           05  TTD-DESC            PIC X(30).
           05  TTD-CATEGORY        PIC X(10).
           05  FILLER              PIC X(126) VALUE SPACES.
      *
       01  WS-TOT-PROV-REC.
           05  TTP-REC-TYPE        PIC X(01) VALUE 'P'.
           05  TTP-FACILITY        PIC X(02).
           05  TTP-CYCLE-DATE      PIC 9(08).
           05  TTP-ID              PIC X(06).
           05  TTP-NAME            PIC X(20).
           05  TTP-NETWORK         PIC X(01).
           05  TTP-PAT-COUNT       PIC 9(08).
           05  TTP-GROSS-AMT       PIC S9(11)V99.
           05  TTP-NET-AMT         PIC S9(11)V99.
           05  FILLER              PIC X(128) VALUE SPACES.
      *
       01  WS-TOT-FAC-REC.
           05  TTF-REC-TYPE        PIC X(01) VALUE 'F'.
           05  TTF-FACILITY        PIC X(02).
           05  TTF-CYCLE-DATE      PIC 9(08).
           05  TTF-CODE            PIC X(02).
           05  TTF-COUNT           PIC 9(08).
           05  TTF-GROSS-AMT       PIC S9(11)V99.
           05  TTF-NET-AMT         PIC S9(11)V99.
           05  TTF-COPAY           PIC S9(11).
           05  TTF-DEDUCTIBLE      PIC S9(11).
           05  FILLER              PIC X(131) VALUE SPACES.
      *
       01  WS-TOT-RUNLOG-REC.
           05  TTL-REC-TYPE        PIC X(01) VALUE 'L'.
           05  TTL-FACILITY        PIC X(02).
           05  TTL-CYCLE-DATE      PIC 9(08).
           05  TTL-RUN-LOG         PIC X(80).
           05  FILLER              PIC X(109) VALUE SPACES.
      *
       01  WS-RPT-CONTROL-TOTALS.
           05  WS-RPT-DAILY-AMT    PIC 9(05)V99  VALUE 0.
           05  WS-RPT-STAY-AMT     PIC 9(08)V99  VALUE 0.
           05  WS-RPT-AMOUNT-HASH  PIC 9(13)V99  VALUE 0.
      *
       77  INS-COVERAGE-PERC      PIC 9(03) VALUE 10.
      *
      *****************************************************************
      *  PER-INSURANCE-TYPE COVERAGE PERCENTAGES.  THESE ARE THE      *
      *  STANDARD PERCENTS, USED WHEN NO INSTFILE VERSION OF THE TYPE *
      *  IS IN FORCE ON THE ADMIT DATE OR THE VERSION CARRIES NO      *
      *  PERCENTS (SEE WS-INS-VERSION-TABLE) - THE IN-NETWORK PERCENT *
      *  IN BYTES 4-6 AND THE REDUCED OUT-OF-NETWORK PERCENT IN BYTES *
      *  7-9.  10% IN / 5% OUT ARE THE FALLBACK DEFAULTS FOR ANY      *
      *  VALID TYPE NOT LISTED BELOW.                                 *
      *****************************************************************
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(10) VALUE 'DAILY AMT'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(08) VALUE 'DIAG'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(03) VALUE 'INS'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(04) VALUE 'STAY'.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(07) VALUE 'NETWORK'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE 'COPAY'.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(10) VALUE ALL '='.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(08) VALUE ALL '='.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(03) VALUE ALL '='.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(04) VALUE ALL '='.
           05 FILLER              PIC X(01) VALUE SPACES.
           05 FILLER              PIC X(07) VALUE ALL '='.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE ALL '=' .
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DAILY-AMOUNT-R       PIC $$$,$$$.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DIAGNOSTIC-CODE-R    PIC X(07).
           05  DIAG-XLATE-FLAG-R    PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  INS-TYPE-R           PIC X(03).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  HOSPITAL-STAY-LTH-R  PIC 999.
           05  READMIT-FLAG-R       PIC X(01).
           05  ACCIDENT-FLAG-R      PIC X(01).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  IN-OUT-NETWORK-R     PIC X(03).
           05  FILLER               PIC X(05) VALUE SPACES.
           05  COPAY-R              PIC $$$$.
          05  FILLER               PIC X(02).
          05  FIELD-IN-ERROR-E     PIC X(15).
          05  FILLER               PIC X(05) VALUE SPACES.
          05  FIELD-IN-ERR-VALUE-E PIC X(07).
          05  FILLER               PIC X(03) VALUE SPACES.
          05  ERROR-MESSAGE-E      PIC X(70) VALUE SPACES.
      *
       01 WS-ERR-REC-BLANK-LINE.
           05  INS-TYPE-2-O           PIC X(03).
           05  PCP-ID-O               PIC X(06).
           05  ADMIT-DATE-O           PIC X(10).
           05  DIAG-CODE-O            PIC X(07).
           05  DIAG-XLATE-FLAG-O      PIC X(01).
           05  ACCIDENT-FLAG-O        PIC X(01).
      *
       01 WS-TOTALS-REC-1.
          05 FILLER                   PIC X(38)
          05  FILLER                  PIC X(31)
                  VALUE "OUT-OF-NETWORK AMOUNT NET:  ".
          05  OON-NET-O               PIC $$$,$$$,$$$,$$9.99.
      *
       01 WS-TOTALS-REC-21.
          05  FILLER                  PIC X(38)
                 VALUE "LEGACY DIAG CODES TRANSLATED (*):  ".
          05  TOTAL-DIAG-XLATE-O      PIC ZZ,ZZZ,ZZ9.
      *
       01 WS-TOTALS-REC-22.
          05  FILLER                  PIC X(38)
                 VALUE "STAYS OUTSIDE PROVIDER CONTRACT (OON):".
          05  TOTAL-PROV-OON-O        PIC ZZ,ZZZ,ZZ9.
      *
       01 WS-TOTALS-REC-23.
          05  FILLER                  PIC X(38)
                 VALUE "STAYS ADDED TO STAY HISTORY:  ".
          05  TOTAL-STAY-HIST-O       PIC ZZ,ZZZ,ZZ9.
      *
       01 WS-TOTALS-REC-24.
          05  FILLER                  PIC X(38)
                 VALUE "30-DAY INPATIENT READMISSIONS (R):  ".
          05  TOTAL-READMIT-O         PIC ZZ,ZZZ,ZZ9.
      *
       01 WS-TOTALS-REC-25.
          05  FILLER                  PIC X(38)
                 VALUE "ACCIDENT-RELATED STAYS (A/W):  ".
          05  TOTAL-ACCIDENT-O        PIC ZZ,ZZZ,ZZ9.
      *
       01 WS-TOTALS-BLANK-LINE        PIC X(133) VALUE SPACES.
      *
          05 FILLER               PIC X(52) VALUE SPACES.
      *
       01 WS-DIAG-RPT-HEADER-3.
          05 FILLER               PIC X(07) VALUE 'DIAG'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(30) VALUE 'DESCRIPTION'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(13) VALUE 'TOTAL NET AMT'.
      *
       01 WS-DIAG-RPT-HEADER-4.
          05 FILLER               PIC X(07) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(30) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(13) VALUE ALL '='.
      *
       01 WS-DIAG-RPT-DETAIL.
          05 DIAG-CODE-D          PIC X(07).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DIAG-DESC-D          PIC X(30).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DIAG-CATEGORY-D      PIC X(10).
      *
       01 WS-DIAG-BREAKDOWN-TABLE.
          05 WS-DIAG-ENTRY OCCURS 50 TIMES INDEXED BY DG-IDX.
             10 WS-DIAG-CODE      PIC X(07).
             10 WS-DIAG-COUNT     PIC 9(05).
             10 WS-DIAG-TOTAL-AMT PIC S9(09)V99 COMP-3.
      *
      *    AUT = LONG STAY NOT PRE-AUTHORIZED (OR OVER ITS            *
      *          AUTHORIZED DAYS)                                     *
      *    DGC = DIAGNOSTIC CODE NOT ON THE DIAGNOSTIC CODE MASTER    *
      *    DGX = LEGACY DIAGNOSTIC CODE NOT ON THE ICD-10 CROSSWALK   *
      *    IT2 = INVALID SECONDARY INSURANCE TYPE                     *
      *    COV = ADMISSION OUTSIDE THE PATIENT'S COVERAGE WINDOW      *
      *    CRD = PROVIDER'S CREDENTIAL EXPIRED BEFORE THE ADMIT DATE  *
      *****************************************************************
      *
       77  WS-REJECT-REASON       PIC X(03) VALUE SPACES.
           05  BED-IDENTITY       PIC 9(04).
           05  DATE-ADMIT         PIC X(10).
           05  AMT-PER-DAY        PIC 9(05)V99.
           05  LEGACY-DIAG-CODE   PIC X(03).
           05  INS-TYPE           PIC X(03).
           05  HOSPITAL-STAY-LTH  PIC 999.
           05  PATIENT-TOT-AMT    PIC 9(07)V99.
           05  FACILITY-CODE      PIC X(02).
           05  INS-TYPE-2         PIC X(03).
               88 NO-SECONDARY-INS    VALUE SPACES.
           05  DIAGNOSTIC-CODE    PIC X(07).
           05  FILLER             PIC X(09).
      *
       01 INS-TYPE-TABLE. *>INSURANCE TYPE TABLE
      *>SIZED TO MAX-HOSP-ENTRIES AND LOADED FROM INSTFILE AT RUN TIME
      *
       01 WS-INS-TYPE-REC.  *>WORKING STORAGE AREA FOR INS TYPE FILE
          05 WS-INS-TYPE-CODE     PIC X(03) VALUE SPACES.
          05 WS-INS-TYPE-EFF-DATE PIC X(08) VALUE SPACES.
          05 WS-INS-TYPE-END-DATE PIC X(08) VALUE SPACES.
          05 WS-INS-TYPE-COV-PERC PIC X(03) VALUE SPACES.
          05 WS-INS-TYPE-COV-PERC-OON PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(55) VALUE SPACES.
      *
      *****************************************************************
      *  EFFECTIVE-DATED INSURANCE TYPE VERSIONS.  INSTMNT NEVER      *
      *  OVERWRITES A TYPE - A CHANGE ENDS THE VERSION IN FORCE AND   *
      *  ADDS A NEW ONE - SO INSTFILE MAY HOLD SEVERAL RECORDS PER    *
      *  CODE.  EVERY VERSION IS KEPT HERE (SEE 0210-STORE-INS-TYPE-  *
      *  VERSION) AND 0550-LOOKUP-COVERAGE-PERC PRICES A STAY WITH    *
      *  THE VERSION WHOSE EFFECTIVE/END DATES SPAN ITS DATE-ADMIT.   *
      *  A RECORD WRITTEN BEFORE VERSIONING (CODE ONLY) LOADS AS IN   *
      *  FORCE FROM THE BEGINNING WITH NO PERCENTS OF ITS OWN.        *
      *****************************************************************
      *
       01 WS-INS-VERSION-TABLE.
          05 WS-IV-ENTRY OCCURS 100 TIMES INDEXED BY IV-IDX.
             10 WS-IV-TYPE-CODE      PIC X(03).
             10 WS-IV-EFF-DATE       PIC 9(08).
             10 WS-IV-END-DATE       PIC 9(08).
             10 WS-IV-COV-PERC       PIC X(03).
             10 WS-IV-COV-PERC-N REDEFINES WS-IV-COV-PERC
                                     PIC 9(03).
             10 WS-IV-COV-PERC-OON   PIC X(03).
             10 WS-IV-COV-PERC-OON-N REDEFINES WS-IV-COV-PERC-OON
                                     PIC 9(03).
      *
       01 WS-INS-VERSION-CONTROLS.
          05 WS-IV-ENTRIES-LOADED PIC S9(04) COMP VALUE 0.
          05 WS-IV-SKIPPED-COUNT  PIC S9(04) COMP VALUE 0.
          05 WS-IV-CODE-FOUND-SW  PIC X(01) VALUE 'N'.
             88 IV-CODE-IN-TABLE            VALUE 'Y'.
          05 WS-IV-ADMIT-DATE     PIC 9(08) VALUE 0.
          05 WS-IV-TYPE-SEEN-SW   PIC X(01) VALUE 'N'.
             88 IV-TYPE-HAS-VERSIONS        VALUE 'Y'.
          05 WS-IV-IN-FORCE-SW    PIC X(01) VALUE 'N'.
             88 IV-VERSION-IN-FORCE         VALUE 'Y'.
             88 IV-NO-VERSION-IN-FORCE      VALUE 'X'.
      *
      *****************************************************************
      *  PATIENT MASTER.  PATMSTR IS A KEYED INDEXED FILE READ        *
          05 WS-PROV-ID           PIC X(06).
          05 WS-PROV-NAME         PIC X(20).
          05 WS-PROV-NETWORK      PIC X(01).
          05 WS-PROV-CONTR-START  PIC X(08).
          05 WS-PROV-CONTR-END    PIC X(08).
          05 WS-PROV-CRED-EXPIRY  PIC X(08).
          05 WS-PROV-STATUS       PIC X(01).
          05 FILLER               PIC X(28).
      *
       01 WS-PROVIDER-TABLE.
          05 WS-PROV-ENTRY OCCURS 500 TIMES INDEXED BY PR-IDX.
             10 WS-PROV-TBL-ID      PIC X(06).
             10 WS-PROV-TBL-NAME    PIC X(20).
             10 WS-PROV-TBL-NETWORK PIC X(01).
             10 WS-PROV-TBL-CONTR-START PIC 9(08).
             10 WS-PROV-TBL-CONTR-END   PIC 9(08).
             10 WS-PROV-TBL-CRED-EXPIRY PIC 9(08).
             10 WS-PROV-PAT-COUNT   PIC 9(08).
             10 WS-PROV-GROSS-AMT   PIC S9(11)V99 COMP-3.
             10 WS-PROV-NET-AMT     PIC S9(11)V99 COMP-3.
          05 WS-VALID-PROVIDER-SW PIC X(01) VALUE 'N'.
             88 VALID-PROVIDER              VALUE 'Y'.
          05 WS-PROV-FOUND-SUB    PIC S9(04) COMP VALUE 0.
          05 WS-PROV-CRED-SW      PIC X(01) VALUE 'N'.
             88 PROV-CREDENTIAL-EXPIRED     VALUE 'Y'.
      *** SET WHEN 0520 MOVES A STAY OUTSIDE ITS PROVIDER'S CONTRACT
      *** WINDOW TO OUT-OF-NETWORK; THE ORIGINAL FLAG IS KEPT SO A
      *** RECORD REJECTED LATER GOES TO REJFILE AS IT CAME IN.
          05 WS-PROV-OON-FORCED-SW PIC X(01) VALUE 'N'.
             88 PROV-OON-WAS-FORCED         VALUE 'Y'.
          05 WS-PROV-ORIG-NETWORK PIC X(01) VALUE SPACE.
          05 WS-PROV-OON-FORCED-COUNT PIC S9(08) COMP VALUE 0.
      *
       77  WS-STAY-HIST-WRITTEN   PIC S9(08) COMP VALUE 0.
      *
       01 WS-PROV-RPT-HEADER-1.
          05 FILLER               PIC X(51) VALUE SPACES.
          05 WS-RATE-TOLERANCE    PIC 9(03)V99 VALUE 5.00.
      *** FACILITY= FILTER - SPACES MEANS EVERY FACILITY PROCESSES.
          05 WS-FACILITY-FILTER   PIC X(02) VALUE SPACES.
      *** PARALLEL=Y - THIS RUN IS ONE OF SEVERAL PER-FACILITY JOBS
      *** WHOSE OUTPUTS THE HOSPMRG STEP MERGES.
          05 WS-PARALLEL-SW       PIC X(01) VALUE 'N'.
             88 PARALLEL-FACILITY-RUN       VALUE 'Y'.
      *
       01 WS-CYCLE-CONTROLS.
          05 WS-CYCLE-PROGRAM-ID  PIC X(08) VALUE 'HOSPEDIT'.
      *****************************************************************
      *
       01 WS-DIAG-MSTR-REC.  *>WORKING STORAGE AREA FOR DIAG MASTER
          05 WS-DM-CODE           PIC X(07).
          05 WS-DM-DESC           PIC X(30).
          05 WS-DM-CATEGORY       PIC X(10).
      *
      *** ACCIDENT INDICATOR - 'A' = AUTO ACCIDENT, 'W' = WORKPLACE
      *** INJURY, SPACE = NOT ACCIDENT-RELATED.  ANOTHER PARTY'S
      *** INSURER IS LIABLE FOR AN ACCIDENT STAY, SO THE CLAIM IS
      *** REFERRED FOR SUBROGATION ONCE PAID.
          05 WS-DM-ACCIDENT-IND   PIC X(01).
          05 FILLER               PIC X(32).
      *
       01 WS-DIAG-MASTER-TABLE.
          05 WS-DM-ENTRY OCCURS 100 TIMES INDEXED BY DM-IDX.
             10 WS-DM-TBL-CODE     PIC X(07).
             10 WS-DM-TBL-DESC     PIC X(30).
             10 WS-DM-TBL-CATEGORY PIC X(10).
             10 WS-DM-TBL-ACCIDENT PIC X(01).
                88 DM-ACCIDENT-CATEGORY    VALUES 'A', 'W'.
      *
       01 WS-DIAG-MASTER-CONTROLS.
          05 WS-DM-ENTRIES-LOADED PIC S9(04) COMP VALUE 0.
          05 WS-DM-FOUND-SW       PIC X(01) VALUE 'N'.
             88 DIAG-ON-MASTER              VALUE 'Y'.
          05 WS-DM-FOUND-SUB      PIC S9(04) COMP VALUE 0.
          05 WS-ACCIDENT-STAY-COUNT PIC S9(08) COMP VALUE 0.
      *
      *****************************************************************
      *  LEGACY-TO-ICD-10 DIAGNOSTIC CROSSWALK.  DIAGXWLK IS LOADED   *
      *  AT STARTUP (SEE 0297-READ-LOAD-DIAG-CROSSWALK).  A HOSPIN    *
      *  RECORD THAT ARRIVES WITH THE ICD-10 FIELD BLANK AND ONLY THE *
      *  OLD 3-DIGIT CODE IN LEGACY-DIAG-CODE IS TRANSLATED THROUGH   *
      *  IT, COUNTED, AND FLAGGED '*' ON ITS NEWRPT DETAIL LINE.      *
      *****************************************************************
      *
       01 WS-DIAG-XWLK-REC.  *>WORKING STORAGE AREA FOR CROSSWALK
          05 WS-XW-LEGACY-CODE    PIC X(03).
          05 WS-XW-ICD10-CODE     PIC X(07).
          05 FILLER               PIC X(70).
      *
       01 WS-DIAG-XWLK-TABLE.
          05 WS-XW-ENTRY OCCURS 100 TIMES INDEXED BY XW-IDX.
             10 WS-XW-TBL-LEGACY   PIC X(03).
             10 WS-XW-TBL-ICD10    PIC X(07).
      *
       01 WS-DIAG-XWLK-CONTROLS.
          05 WS-XW-ENTRIES-LOADED PIC S9(04) COMP VALUE 0.
          05 DIAGXWLK-FILE-SW     PIC X(01) VALUE SPACE.
             88 END-OF-DIAGXWLK             VALUE 'Y'.
          05 WS-DIAG-XLATE-SW     PIC X(01) VALUE 'N'.
             88 DIAG-CODE-TRANSLATED        VALUE 'Y'.
          05 WS-DIAG-XLATE-FAIL-SW PIC X(01) VALUE 'N'.
             88 DIAG-XLATE-FAILED           VALUE 'Y'.
          05 WS-DIAG-XLATE-COUNT  PIC S9(08) COMP VALUE 0.
      *
      *****************************************************************
      *  CATEGORY SUBTOTALS FOR THE DIAGNOSTIC CODE BREAKDOWN - ONE   *
          05 FAC-FILTERED-O       PIC ZZ,ZZZ,ZZ9.
      *
      *****************************************************************
      *  30-DAY READMISSION TRACKING.  THE STAY HISTORY IS READ AT    *
      *  STARTUP (SEE 0298-READ-LOAD-STAY-HISTORY) AND THE LATEST     *
      *  INPATIENT STAY OF EACH PATIENT - ADMIT DATE, DISCHARGE DATE  *
      *  (ADMIT PLUS HOSPITAL-STAY-LTH, IN INTEGER-DATE FORM),        *
      *  DIAGNOSIS AND FACILITY - IS KEPT IN THIS TABLE.  EVERY GOOD  *
      *  INPATIENT STAY THIS RUN IS COMPARED WITH ITS PATIENT'S ENTRY *
      *  AND THEN BECOMES THE ENTRY ITSELF, SO A READMISSION INSIDE   *
      *  THE SAME RUN IS CAUGHT AS WELL.                              *
      *****************************************************************
      *
       01 WS-READMIT-TABLE.
          05 WS-RA-ENTRY OCCURS 5000 TIMES INDEXED BY RA-IDX.
             10 WS-RA-PATIENT-NBR  PIC 9(05).
             10 WS-RA-ADMIT-DATE   PIC 9(08).
             10 WS-RA-DISCH-INT    PIC S9(09) COMP.
             10 WS-RA-DIAG-CODE    PIC X(07).
             10 WS-RA-FACILITY     PIC X(02).
      *
       01 WS-READMIT-CONTROLS.
          05 WS-RA-ENTRIES-LOADED PIC S9(04) COMP VALUE 0.
          05 WS-RA-SKIPPED-COUNT  PIC S9(08) COMP VALUE 0.
          05 WS-RA-HIST-READ      PIC S9(08) COMP VALUE 0.
          05 STAYHIST-FILE-SW     PIC X(01) VALUE SPACE.
             88 END-OF-STAYHIST             VALUE 'Y'.
          05 STAYBASE-FILE-SW     PIC X(01) VALUE SPACE.
             88 END-OF-STAYBASE             VALUE 'Y'.
          05 WS-RA-FOUND-SW       PIC X(01) VALUE 'N'.
             88 RA-PATIENT-FOUND            VALUE 'Y'.
          05 WS-RA-FOUND-SUB      PIC S9(04) COMP VALUE 0.
          05 WS-READMIT-SW        PIC X(01) VALUE 'N'.
             88 STAY-IS-READMISSION         VALUE 'Y'.
          05 WS-READMIT-WINDOW    PIC S9(03) COMP VALUE 30.
          05 WS-RA-GAP-DAYS       PIC S9(07) COMP VALUE 0.
          05 WS-RA-INPAT-COUNT    PIC S9(08) COMP VALUE 0.
          05 WS-READMIT-COUNT     PIC S9(08) COMP VALUE 0.
          05 WS-RA-SEARCH-NBR     PIC 9(05).
          05 WS-RA-NEW-PATIENT-NBR PIC 9(05).
          05 WS-RA-NEW-ADMIT-DATE PIC 9(08).
          05 WS-RA-NEW-DISCH-INT  PIC S9(09) COMP.
          05 WS-RA-NEW-DIAG-CODE  PIC X(07).
          05 WS-RA-NEW-FACILITY   PIC X(02).
          05 WS-RA-PRIOR-DISCH-DATE PIC 9(08).
          05 WS-RA-DISCH-DATE     PIC 9(08).
      *
      *****************************************************************
      *  READMISSION RATE GROUPS - ONE ENTRY PER FACILITY ('F'),      *
      *  DIAGNOSIS CATEGORY ('C') AND PCP-ID ('P') SEEN ON A GOOD     *
      *  INPATIENT STAY, COUNTING THE INPATIENT ADMISSIONS AND HOW    *
      *  MANY OF THEM WERE 30-DAY READMISSIONS.                       *
      *****************************************************************
      *
       01 WS-READMIT-GROUP-TABLE.
          05 WS-RG-ENTRY OCCURS 300 TIMES INDEXED BY RG-IDX.
             10 WS-RG-TYPE           PIC X(01).
             10 WS-RG-KEY            PIC X(10).
             10 WS-RG-INPAT-COUNT    PIC 9(07).
             10 WS-RG-READMIT-COUNT  PIC 9(07).
      *
       01 WS-READMIT-GROUP-CONTROLS.
          05 WS-RG-ENTRIES-USED   PIC S9(04) COMP VALUE 0.
          05 WS-RG-FOUND-SW       PIC X(01) VALUE 'N'.
             88 RG-GROUP-FOUND              VALUE 'Y'.
          05 WS-RG-SEARCH-TYPE    PIC X(01).
          05 WS-RG-SEARCH-KEY     PIC X(10).
          05 WS-RG-RATE           PIC 9(03)V99 VALUE 0.
          05 WS-RG-SECTION-TITLE  PIC X(50).
      *
       01 WS-RDM-RPT-HEADER-1.
          05 FILLER               PIC X(49) VALUE SPACES.
          05 FILLER               PIC X(35) VALUE
                                  '30-DAY INPATIENT READMISSION REPORT'.
          05 FILLER               PIC X(49) VALUE SPACES.
      *
       01 WS-RDM-RPT-HEADER-2.
          05 FILLER               PIC X(49) VALUE SPACES.
          05 FILLER               PIC X(35) VALUE ALL '='.
          05 FILLER               PIC X(49) VALUE SPACES.
      *
       01 WS-RDM-RPT-HEADER-3.
          05 FILLER               PIC X(05) VALUE 'PATNO'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(21) VALUE 'PATIENT'.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE 'PRIOR ADMT'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE 'PRIOR DSCH'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(07) VALUE 'PR DIAG'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(02) VALUE 'PF'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE 'READMIT'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(07) VALUE 'RA DIAG'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(02) VALUE 'FC'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(06) VALUE 'PCP-ID'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE 'GAP DAYS'.
          05 FILLER               PIC X(24) VALUE SPACES.
      *
       01 WS-RDM-RPT-HEADER-4.
          05 FILLER               PIC X(05) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(21) VALUE ALL '='.
          05 FILLER               PIC X(01) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(07) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(02) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(07) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(02) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(06) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE ALL '='.
          05 FILLER               PIC X(24) VALUE SPACES.
      *
       01 WS-RDM-RPT-DETAIL.
          05 RDM-PATIENT-NBR-D    PIC 9(05).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 RDM-PATIENT-NAME-D   PIC X(21).
          05 FILLER               PIC X(01) VALUE SPACES.
          05 RDM-PRIOR-ADMIT-D    PIC 9999/99/99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 RDM-PRIOR-DISCH-D    PIC 9999/99/99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 RDM-PRIOR-DIAG-D     PIC X(07).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 RDM-PRIOR-FAC-D      PIC X(02).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 RDM-ADMIT-D          PIC 9999/99/99.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 RDM-DIAG-D           PIC X(07).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 RDM-FAC-D            PIC X(02).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 RDM-PCP-ID-D         PIC X(06).
          05 FILLER               PIC X(07) VALUE SPACES.
          05 RDM-GAP-D            PIC ZZ9.
          05 FILLER               PIC X(24) VALUE SPACES.
      *
       01 WS-RDM-NONE-LINE.
          05 FILLER               PIC X(50) VALUE
                  'NO 30-DAY READMISSIONS FOUND THIS RUN'.
          05 FILLER               PIC X(83) VALUE SPACES.
      *
       01 WS-RDM-RATE-TITLE.
          05 RDM-RATE-TITLE-D     PIC X(50).
          05 FILLER               PIC X(83) VALUE SPACES.
      *
       01 WS-RDM-RATE-HEADER-1.
          05 FILLER               PIC X(10) VALUE 'GROUP'.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE 'INPATIENTS'.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE '  READMITS'.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(07) VALUE ' RATE %'.
          05 FILLER               PIC X(87) VALUE SPACES.
      *
       01 WS-RDM-RATE-HEADER-2.
          05 FILLER               PIC X(10) VALUE ALL '='.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE ALL '='.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(10) VALUE ALL '='.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 FILLER               PIC X(07) VALUE ALL '='.
          05 FILLER               PIC X(87) VALUE SPACES.
      *
       01 WS-RDM-RATE-DETAIL.
          05 RDM-RG-KEY-D         PIC X(10).
          05 FILLER               PIC X(03) VALUE SPACES.
          05 RDM-RG-INPAT-D       PIC ZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 RDM-RG-READMIT-D     PIC ZZ,ZZZ,ZZ9.
          05 FILLER               PIC X(03) VALUE SPACES.
          05 RDM-RG-RATE-D        PIC ZZZ9.99.
          05 FILLER               PIC X(87) VALUE SPACES.
      *
      *****************************************************************
      *  BED OCCUPANCY TRACKING.  EVERY GOOD INPATIENT RECORD'S BED   *
      *  ASSIGNMENT (BED-IDENTITY PLUS THE ADMIT-TO-DISCHARGE WINDOW  *
      *  IN INTEGER-DATE FORM, AS ALREADY COMPUTED BY 0570-VALIDATE-  *
      *    - 0400-MAIN-PROCESS                                        *
      *    - 1600-MOVE-TOTAL-FIELDS                                   *
      *    - 1700-WRIE-HOSPOUT-TOTALS                                 *
      *    - 1710-WRITE-RPTFILE-TRAILER                               *
      *    - 1750-WRIE-NEWRPT-TOTALS                                  *
      *    - 1800-CLOSE-FILES                                         *
      *****************************************************************
       PROCEDURE DIVISION.
      *
      *****************************************************************
      *  THE CONTROL CARDS, THE CYCLE CONTROL CHECK AND THE RESTART   *
      *  CHECKPOINT READ RUN BEFORE ANY OUTPUT FILE IS OPENED - A     *
      *  REFUSED RERUN OR RESTART (OR A BAD CONTROL CARD) MUST LEAVE  *
      *  THE POSTED CYCLE'S OUTPUT FILES AND THE RESTART CHECKPOINT   *
      *  UNTOUCHED, NOT TRUNCATED BY THE OPENS.                       *
      *****************************************************************
      *
           PERFORM 0000-HOUSEKEEPING.
           PERFORM 0110-READ-PARM-FILE.
           PERFORM 0120-CHECK-CYCLE-CONTROL.
           PERFORM 0150-READ-RESTART-CHECKPOINT.
           PERFORM 0100-OPEN-FILES.
           PERFORM 0200-READ-LOAD-INS-TYPE-FILE.
           PERFORM 0275-READ-LOAD-PATIENT-XREF.
           PERFORM 0280-READ-LOAD-PROVIDER-FILE.
           PERFORM 0285-READ-LOAD-PREAUTH-FILE.
           PERFORM 0290-READ-LOAD-CHARGE-MASTER.
           PERFORM 0295-READ-LOAD-DIAG-MASTER.
           PERFORM 0297-READ-LOAD-DIAG-CROSSWALK.
           PERFORM 0298-READ-LOAD-STAY-HISTORY.
           PERFORM 0160-SKIP-TO-RESTART-POINT.
           PERFORM 0300-READ-HOSP-PATIENT-FILE.
           PERFORM 1200-WRITE-ERROR-RPT-HEADERS.
           PERFORM 1250-WRITE-BED-RPT-HEADERS.
           PERFORM 1260-WRITE-READMIT-RPT-HEADERS.
           PERFORM 1510-WRITE-NEWRPT-HEADERS.
           PERFORM 0400-MAIN-PROCESS
               UNTIL END-OF-HOSPIN-FILE.
           PERFORM 1600-MOVE-TOTAL-FIELDS.
           PERFORM 1700-WRIE-HOSPOUT-TOTALS.
           PERFORM 1710-WRITE-RPTFILE-TRAILER.
           IF PARALLEL-FACILITY-RUN
              PERFORM 1730-WRITE-FACILITY-TOTALS
           END-IF.
           PERFORM 1750-WRIE-NEWRPT-TOTALS.
           PERFORM 1760-WRITE-DIAG-BREAKDOWN-RPT.
           PERFORM 1765-WRITE-RATE-EXCEPTION-RPT.
           PERFORM 1770-WRITE-PROVIDER-RPT.
           PERFORM 1772-WRITE-FACILITY-RPT.
           PERFORM 1780-WRITE-AUTH-SUMMARY-RPT.
           PERFORM 1785-WRITE-READMIT-RATES.
           PERFORM 1775-WRITE-BED-RPT-TOTAL.
           PERFORM 1800-CLOSE-FILES.
      *
      *****************************************************************
      *  A PARALLEL=Y FACILITY JOB WRITES NOTHING TO THE SHARED FILES *
      *  - ITS RUN LOG RECORD TRAVELS ON HOSPTOT, AND HOSPMRG WRITES  *
      *  THE RUN LOG, ONE SET OF GL POSTINGS AND THE CYCLE CONTROL    *
      *  MARKS FOR ALL FACILITIES ONCE EVERY FACILITY JOB HAS         *
      *  FINISHED, SO THE JOBS NEVER WRITE THE SAME FILE AT ONCE.     *
      *****************************************************************
      *
           IF NOT PARALLEL-FACILITY-RUN
              PERFORM 1900-WRITE-RUN-LOG
           END-IF.
      *
           IF COUNTS-RECONCILED
              IF NOT PARALLEL-FACILITY-RUN
                 PERFORM 1920-WRITE-GL-POSTINGS
                 PERFORM 1950-MARK-CYCLE-POSTED
              END-IF
              MOVE +0 TO RETURN-CODE
           ELSE
              MOVE +4 TO RETURN-CODE
           INITIALIZE  COUNTERS-AND-ACCUMULATORS,
                       WS-OUTPUT-REC,
                       INS-TYPE-TABLE,
                       WS-INS-VERSION-TABLE,
                       WS-INS-VERSION-CONTROLS,
                       WS-HOSP-REC,
                       WS-ERR-REC-DETAIL,
                       WS-FILE-SWITCHES,
                       WS-TOTALS-REC-18,
                       WS-TOTALS-REC-19,
                       WS-TOTALS-REC-20,
                       WS-TOTALS-REC-21,
                       WS-TOTALS-REC-22,
                       WS-TOTALS-REC-23,
                       WS-TOTALS-REC-24,
                       WS-TOTALS-REC-25,
                       WS-DIAG-BREAKDOWN-TABLE.
      *
       0100-OPEN-FILES.
              DISPLAY 'ERROR ENCOUNTERED OPENING DIAGNOSTIC CODE MASTER'
           END-IF.

           OPEN INPUT DIAGXWLK.
           IF XWCODE = '00' OR '05'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING DIAGNOSTIC CROSSWALK'
           END-IF.

           OPEN OUTPUT BEDRPT.
           IF BDCODE = '00'
              NEXT SENTENCE
              DISPLAY 'ERROR ENCOUNTERED OPENING CHECKPOINT FILE'
           END-IF.

           OPEN OUTPUT READMRPT.
           IF RMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING READMISSION REPORT'
           END-IF.

           IF PARALLEL-FACILITY-RUN
              OPEN OUTPUT TOTFILE
              IF TTCODE = '00'
                 NEXT SENTENCE
              ELSE
                 DISPLAY 'ERROR ENCOUNTERED OPENING FACILITY TOTALS'
              END-IF
           END-IF.
      *
           IF PFCODE = '00' OR '10'
              CLOSE PARMFILE
           END-IF.
      *
      *****************************************************************
      *  A PARALLEL=Y FACILITY JOB RUNS UNDER ITS OWN CYCLE CONTROL   *
      *  AND RUN LOG ID (HOSPED PLUS THE FACILITY CODE) SO THE        *
      *  FACILITY JOBS OF ONE CYCLE NEVER REFUSE EACH OTHER, AND ITS  *
      *  CHECKPOINTS CARRY THE FACILITY CODE.  THE HOSPEDIT ENTRY     *
      *  ITSELF BELONGS TO THE HOSPMRG STEP THAT POSTS THE GL.        *
      *****************************************************************
      *
           IF PARALLEL-FACILITY-RUN
              IF WS-FACILITY-FILTER = SPACES
                 MOVE 'Y' TO WS-PARM-ERROR-SW
                 DISPLAY 'PARALLEL=Y REQUIRES A FACILITY= CONTROL CARD'
              ELSE
                 MOVE WS-FACILITY-FILTER  TO WS-CHECKPOINT-FACILITY
                 MOVE 'HOSPED'            TO WS-CYCLE-PROGRAM-ID (1:6)
                 MOVE WS-FACILITY-FILTER  TO WS-CYCLE-PROGRAM-ID (7:2)
                 MOVE WS-CYCLE-PROGRAM-ID TO WS-RL-PROGRAM-ID,
                                             RPT-TRL-PROGRAM-ID
                 DISPLAY 'HOSPEDIT FACILITY RUN ' WS-CYCLE-PROGRAM-ID
                    ' - GL POSTINGS ARE LEFT TO THE HOSPMRG STEP'
              END-IF
           END-IF.

           IF PARM-ERROR
              DISPLAY 'HOSPEDIT RUN STOPPED - INVALID CONTROL CARD(S),
                    DISPLAY 'HOSPEDIT PARM ACCEPTED: FACILITY='
                       WS-FACILITY-FILTER
                 END-IF
              WHEN 'PARALLEL'
                 IF WS-PARM-VALUE (1:1) = 'Y' OR 'N'
                    MOVE WS-PARM-VALUE (1:1) TO WS-PARALLEL-SW
                    DISPLAY 'HOSPEDIT PARM ACCEPTED: PARALLEL='
                       WS-PARM-VALUE (1:1)
                 ELSE
                    MOVE 'Y' TO WS-PARM-ERROR-SW
                    DISPLAY 'INVALID PARALLEL VALUE ON CONTROL CARD: '
                       WS-PARM-VALUE
                 END-IF
              WHEN 'RATETOL'
                 IF WS-PARM-VALUE (1:1) IS NUMERIC
                    COMPUTE WS-RATE-TOLERANCE =
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0125-LOAD-CYCLE-TABLE                                   *
      *****************************************************************
      *
           PERFORM 0125-LOAD-CYCLE-TABLE.
      *
           IF WS-CYC-ENTRIES = 0
              DISPLAY 'HOSPEDIT NOTE: NO CYCLE CONTROL FILE - RUN IS NO
              DISPLAY 'HOSPEDIT PROCESSING BUSINESS CYCLE '
                 WS-CYCLE-DATE
           END-IF.
      *
       0125-LOAD-CYCLE-TABLE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE SHARED CYCLE CONTROL FILE INTO    *
      *    THE CYCLE TABLE, ONE ENTRY PER PROGRAM RECORD.             *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0120-CHECK-CYCLE-CONTROL                                *
      *    -  1950-MARK-CYCLE-POSTED                                  *
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
              DISPLAY 'ERROR ENCOUNTERED OPENING CYCLE CONTROL FILE, ST
      -         'ATUS: ' CYCODE
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
       1920-WRITE-GL-POSTINGS.
      *
      *    POSTED AND WRITES THE CONTROL FILE BACK, SO A SECOND RUN   *
      *    OF THE SAME CYCLE IS REFUSED.  ONLY A CLEAN CLOSE (COUNTS  *
      *    RECONCILED) REACHES THIS PARAGRAPH - AN OUT-OF-BALANCE     *
      *    RUN STAYS NOT-POSTED SO IT CAN BE RERUN.  THE FILE IS RE-  *
      *    READ FIRST SO AN ENTRY ANOTHER JOB (E.G. A PARALLEL        *
      *    FACILITY JOB) MARKED WHILE THIS RUN WAS PROCESSING IS      *
      *    WRITTEN BACK AS THAT JOB LEFT IT.                          *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0125-LOAD-CYCLE-TABLE                                   *
      *****************************************************************
      *
           IF CYCLE-CONTROL-ACTIVE
              PERFORM 0125-LOAD-CYCLE-TABLE
              MOVE ZERO TO WS-CYC-OWN-SUB
              PERFORM VARYING WS-CYC-SUB FROM 1 BY 1
                 UNTIL WS-CYC-SUB > WS-CYC-ENTRIES
                    IF WS-CYC-PROGRAM (WS-CYC-SUB) =
                       WS-CYCLE-PROGRAM-ID
                       MOVE WS-CYC-SUB TO WS-CYC-OWN-SUB
                    END-IF
              END-PERFORM
              IF WS-CYC-OWN-SUB = 0
                 ADD +1 TO WS-CYC-ENTRIES
                 MOVE WS-CYC-ENTRIES       TO WS-CYC-OWN-SUB
                 MOVE WS-CYCLE-PROGRAM-ID
                    TO WS-CYC-PROGRAM (WS-CYC-ENTRIES)
                 MOVE WS-CYCLE-DATE TO WS-CYC-DATE (WS-CYC-ENTRIES)
              END-IF
              MOVE 'Y' TO WS-CYC-POSTED (WS-CYC-OWN-SUB)
              OPEN OUTPUT CYCLECTL
              IF CYCODE = '00' OR '05'
                 PERFORM VARYING WS-CYC-SUB FROM 1 BY 1
      *    THIS PARAGRAPH READS A PRIOR RUN'S CHECKPOINT FILE (IF ANY *
      *    WAS SUPPLIED AS RESTARTIN) THROUGH TO ITS LAST RECORD AND  *
      *    SAVES THE RECORD COUNT FROM THAT RECORD AS THE NUMBER OF   *
      *    INPUT RECORDS TO SKIP ON THIS RUN, AND ITS STAYHIST RECORD *
      *    COUNT AS THE POINT TO CUT STAYHIST BACK TO (SEE 0299-      *
      *    TRUNCATE-STAY-HISTORY).  A CHECKPOINT WRITTEN              *
      *    FOR A DIFFERENT FACILITY (OR BY A SINGLE-PASS RUN, WHEN    *
      *    THIS IS A PARALLEL=Y FACILITY JOB) STOPS THE RUN - ITS     *
      *    RECORD COUNT DOES NOT COUNT THIS RUN'S HOSPIN.  RESTARTIN  *
      *    IS OPENED, READ AND CLOSED HERE, AHEAD OF 0100-OPEN-FILES, *
      *    SO A REFUSED RESTART EXITS BEFORE ANY OUTPUT FILE (OR THE  *
      *    CHECKPOINT FILE) HAS BEEN OPENED AND EMPTIED.              *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *    -  NONE                                                    *
      *****************************************************************
      *
           OPEN INPUT RESTARTIN.
           IF RSCODE = '00'
              MOVE 'Y' TO WS-RESTART-FILE-SW
           ELSE
              IF NO-RESTART-FILE
                 MOVE 'N' TO WS-RESTART-FILE-SW
              ELSE
                 DISPLAY 'ERROR ENCOUNTERED OPENING RESTART FILE'
              END-IF
           END-IF.
           IF RESTART-FILE-PRESENT
              PERFORM UNTIL NO-RESTART-FILE
                 READ RESTARTIN INTO RESTART-REC
                   AT END
                     CONTINUE
                   NOT AT END
                     MOVE RST-RECORDS-READ  TO WS-RESTART-SKIP-COUNT
                     MOVE RST-FACILITY-CODE TO WS-RESTART-FACILITY
                     IF RST-STAYHIST-COUNT IS NUMERIC
                        MOVE RST-STAYHIST-COUNT
                                            TO WS-RESTART-STAY-COUNT
                        MOVE 'Y'            TO WS-RESTART-STAY-SW
                     ELSE
                        MOVE 'N'            TO WS-RESTART-STAY-SW
                     END-IF
                 END-READ
                 IF RSCODE = '00' OR NO-RESTART-FILE
                    NEXT SENTENCE
                 END-IF
              END-PERFORM
              CLOSE RESTARTIN
              IF WS-RESTART-SKIP-COUNT > 0
                 AND WS-RESTART-FACILITY NOT = WS-CHECKPOINT-FACILITY
                 DISPLAY 'HOSPEDIT RUN STOPPED - RESTART CHECKPOINT IS '
                    'FOR FACILITY "' WS-RESTART-FACILITY '", THIS RUN '
                    'IS FACILITY "' WS-CHECKPOINT-FACILITY '"'
                 MOVE 16 TO RETURN-CODE
                 GOBACK
              END-IF
           END-IF.
      *
       0160-SKIP-TO-RESTART-POINT.
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE INSURANCE TYPE FILE, CHECKS THE   *
      *    FILE STATUS AND DISPLAYS AN ERROR MESSAGE IF THE FILE      *
      *    STATUS IS NOT '00'.  EACH RECORD IS ONE EFFECTIVE-DATED    *
      *    VERSION OF A TYPE AND IS HANDED TO 0210-STORE-INS-TYPE-    *
      *    VERSION, WHICH KEEPS THE VERSION AND LOADS THE CODE INTO   *
      *    THE INSURANCE TYPE TABLE THE FIRST TIME IT IS SEEN.  IF    *
      *    INSTFILE HAS MORE CODES OR VERSIONS THAN THE TABLES CAN    *
      *    HOLD, 0250-WARN-INS-TYPE-OVERFLOW REPORTS THEM INSTEAD OF  *
      *    LETTING THEM VANISH SILENTLY.                              *
      *                                                               *
      *  CALLED BY:                                                   *
      *    - MAIN PROCEDURE AREA                                      *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0210-STORE-INS-TYPE-VERSION                             *
      *    -  0250-WARN-INS-TYPE-OVERFLOW                             *
      *****************************************************************
      *
           PERFORM UNTIL END-OF-INS-TYPE-FILE
              READ INSTFILE INTO WS-INS-TYPE-REC
                 AT END
                    MOVE 'Y' TO INS-TYPE-FILE-SW
                 NOT AT END
                    PERFORM 0210-STORE-INS-TYPE-VERSION
              END-READ
           END-PERFORM.
           IF TFCODE = '00'  OR '10'
              NEXT SENTENCE
                 'ERROR ENCOUNTERED READIG INSURANCE TYPE FILE'
           END-IF.
      *
           IF WS-INS-TYPE-SKIPPED-COUNT > 0
              OR WS-IV-SKIPPED-COUNT > 0
              PERFORM 0250-WARN-INS-TYPE-OVERFLOW
           END-IF.
      *
       0210-STORE-INS-TYPE-VERSION.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH KEEPS ONE INSTFILE VERSION RECORD IN THE    *
      *    VERSION TABLE - A MISSING EFFECTIVE DATE LOADS AS ZEROS    *
      *    AND A MISSING END DATE AS 99999999, SO A CODE-ONLY RECORD  *
      *    IS IN FORCE FOR EVERY ADMIT DATE - AND ADDS THE TYPE CODE  *
      *    TO THE INSURANCE TYPE TABLE IF IT IS NOT ALREADY THERE.    *
      *    CODES OR VERSIONS BEYOND THE TABLES' CAPACITY ARE COUNTED  *
      *    FOR 0250-WARN-INS-TYPE-OVERFLOW.                           *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0200-READ-LOAD-INS-TYPE-FILE                            *
      *    -  NONE                                                    *
      *****************************************************************
      *
           IF WS-IV-ENTRIES-LOADED < 100
              ADD +1 TO WS-IV-ENTRIES-LOADED
              SET IV-IDX TO WS-IV-ENTRIES-LOADED
              MOVE WS-INS-TYPE-CODE     TO WS-IV-TYPE-CODE (IV-IDX)
              IF WS-INS-TYPE-EFF-DATE IS NUMERIC
                 MOVE WS-INS-TYPE-EFF-DATE TO WS-IV-EFF-DATE (IV-IDX)
              ELSE
                 MOVE ZERO                 TO WS-IV-EFF-DATE (IV-IDX)
              END-IF
              IF WS-INS-TYPE-END-DATE IS NUMERIC
                 MOVE WS-INS-TYPE-END-DATE TO WS-IV-END-DATE (IV-IDX)
              ELSE
                 MOVE 99999999             TO WS-IV-END-DATE (IV-IDX)
              END-IF
              MOVE WS-INS-TYPE-COV-PERC TO WS-IV-COV-PERC (IV-IDX)
              MOVE WS-INS-TYPE-COV-PERC-OON
                                        TO WS-IV-COV-PERC-OON (IV-IDX)
           ELSE
              ADD +1 TO WS-IV-SKIPPED-COUNT
           END-IF.
      *
           MOVE 'N' TO WS-IV-CODE-FOUND-SW.
           PERFORM VARYING T-IDX FROM 1 BY 1
              UNTIL T-IDX > WS-INS-TYPE-ENTRIES-LOADED
                 IF INS-TYPE-ITEM (T-IDX) = WS-INS-TYPE-CODE
                    MOVE 'Y' TO WS-IV-CODE-FOUND-SW
                 END-IF
           END-PERFORM.
      *
           IF NOT IV-CODE-IN-TABLE
              IF WS-INS-TYPE-ENTRIES-LOADED < MAX-HOSP-ENTRIES
                 ADD +1 TO WS-INS-TYPE-ENTRIES-LOADED
                 SET T-IDX TO WS-INS-TYPE-ENTRIES-LOADED
                 MOVE WS-INS-TYPE-CODE TO INS-TYPE-ITEM (T-IDX)
              ELSE
                 ADD +1 TO WS-INS-TYPE-SKIPPED-COUNT
              END-IF
           END-IF.
      *
       0250-WARN-INS-TYPE-OVERFLOW.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    CALLED WHEN INSTFILE HELD MORE DISTINCT TYPE CODES THAN    *
      *    THE INSURANCE TYPE TABLE'S CAPACITY (MAX-HOSP-ENTRIES) OR  *
      *    MORE VERSION RECORDS THAN THE VERSION TABLE CAN HOLD.      *
      *    DISPLAYS A WARNING NAMING HOW MANY WERE LEFT OUT INSTEAD   *
      *    OF LETTING THEM SILENTLY VANISH.                           *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0200-READ-LOAD-INS-TYPE-FILE                            *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           IF WS-INS-TYPE-SKIPPED-COUNT > 0
              DISPLAY 'WARNING: INSURANCE TYPE TABLE CAPACITY OF '
                 MAX-HOSP-ENTRIES ' ENTRIES WAS EXCEEDED - '
                 WS-INS-TYPE-SKIPPED-COUNT
                 ' INSTFILE RECORD(S) WERE NOT LOADED INTO THE TABLE'
           END-IF.
      *
           IF WS-IV-SKIPPED-COUNT > 0
              DISPLAY 'WARNING: INSURANCE TYPE VERSION TABLE CAPACITY '
                 'OF 100 ENTRIES WAS EXCEEDED - ' WS-IV-SKIPPED-COUNT
                 ' INSTFILE VERSION(S) WILL PRICE AT STANDARD PERCENTS'
           END-IF.
      *
       0275-READ-LOAD-PATIENT-XREF.
      *
                 AT END
                    MOVE 'Y' TO PROV-FILE-SW
                 NOT AT END
                    IF WS-PROV-ENTRIES-LOADED < 500
                       ADD +1 TO WS-PROV-ENTRIES-LOADED
                       SET PR-IDX TO WS-PROV-ENTRIES-LOADED
                       MOVE WS-PROV-ID      TO WS-PROV-TBL-ID (PR-IDX)
                       MOVE WS-PROV-NAME    TO WS-PROV-TBL-NAME (PR-IDX)
                       MOVE WS-PROV-NETWORK
                          TO WS-PROV-TBL-NETWORK (PR-IDX)
                       IF WS-PROV-CONTR-START IS NUMERIC
                          MOVE WS-PROV-CONTR-START
                             TO WS-PROV-TBL-CONTR-START (PR-IDX)
                       ELSE
                          MOVE ZERO
                             TO WS-PROV-TBL-CONTR-START (PR-IDX)
                       END-IF
                       IF WS-PROV-CONTR-END IS NUMERIC
                          MOVE WS-PROV-CONTR-END
                             TO WS-PROV-TBL-CONTR-END (PR-IDX)
                       ELSE
                          MOVE 99999999
                             TO WS-PROV-TBL-CONTR-END (PR-IDX)
                       END-IF
                       IF WS-PROV-CRED-EXPIRY IS NUMERIC
                          MOVE WS-PROV-CRED-EXPIRY
                             TO WS-PROV-TBL-CRED-EXPIRY (PR-IDX)
                       ELSE
                          MOVE 99999999
                             TO WS-PROV-TBL-CRED-EXPIRY (PR-IDX)
                       END-IF
                       MOVE ZERO TO WS-PROV-PAT-COUNT (PR-IDX)
                                    WS-PROV-GROSS-AMT (PR-IDX)
                                    WS-PROV-NET-AMT (PR-IDX)
                    ELSE
                       DISPLAY 'WARNING: PROVIDER MASTER TABLE CAPACITY
      -                   'OF 500 ENTRIES EXCEEDED - PROVIDER '
                          WS-PROV-ID ' NOT LOADED'
                    END-IF
              END-READ
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE DIAGNOSTIC CODE MASTER AND LOADS  *
      *    ONE TABLE ENTRY PER CODE (CODE, DESCRIPTION, CATEGORY AND  *
      *    ACCIDENT INDICATOR),                                       *
      *    THE SAME WAY THE PROVIDER MASTER IS LOADED.  RECORDS       *
      *    BEYOND THE TABLE'S CAPACITY ARE WARNED ABOUT INSTEAD OF    *
      *    VANISHING SILENTLY.                                        *
                          TO WS-DM-TBL-DESC (DM-IDX)
                       MOVE WS-DM-CATEGORY
                          TO WS-DM-TBL-CATEGORY (DM-IDX)
                       MOVE WS-DM-ACCIDENT-IND
                          TO WS-DM-TBL-ACCIDENT (DM-IDX)
                    ELSE
                       DISPLAY 'WARNING: DIAGNOSTIC CODE MASTER TABLE C
      -                   'APACITY OF 100 ENTRIES EXCEEDED - CODE '
           ELSE
              DISPLAY 'ERROR ENCOUNTERED READING DIAGNOSTIC CODE MASTER'
           END-IF.
      *
       0297-READ-LOAD-DIAG-CROSSWALK.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE LEGACY-TO-ICD-10 DIAGNOSTIC       *
      *    CROSSWALK AND LOADS ONE TABLE ENTRY PER OLD 3-DIGIT CODE,  *
      *    THE SAME WAY THE DIAGNOSTIC CODE MASTER IS LOADED.  THE    *
      *    FILE IS OPTIONAL - WITHOUT IT NO LEGACY CODE TRANSLATES.   *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           PERFORM UNTIL END-OF-DIAGXWLK
              READ DIAGXWLK INTO WS-DIAG-XWLK-REC
                 AT END
                    MOVE 'Y' TO DIAGXWLK-FILE-SW
                 NOT AT END
                    IF WS-XW-ENTRIES-LOADED < 100
                       ADD +1 TO WS-XW-ENTRIES-LOADED
                       SET XW-IDX TO WS-XW-ENTRIES-LOADED
                       MOVE WS-XW-LEGACY-CODE
                          TO WS-XW-TBL-LEGACY (XW-IDX)
                       MOVE WS-XW-ICD10-CODE
                          TO WS-XW-TBL-ICD10 (XW-IDX)
                    ELSE
                       DISPLAY 'WARNING: DIAGNOSTIC CROSSWALK TABLE CAPA
      -                   'CITY OF 100 ENTRIES EXCEEDED - CODE '
                          WS-XW-LEGACY-CODE ' NOT LOADED'
                    END-IF
              END-READ
           END-PERFORM.
      *
           IF XWCODE = '00' OR '10' OR '05'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED READING DIAGNOSTIC CROSSWALK'
           END-IF.
      *
        0300-READ-HOSP-PATIENT-FILE.
      *
      *    THIS PARAGRAPH READS THE HOSPITAL PATIENT FILE, CHECKS THE *
      *    FILE STATUS AND DISPLAYS AN ERROR MESSAGE IF THE FILE      *
      *    STATUS IS NOT '00'. ONE IS ADDED TO THE # OF RECORDS READ. *
      *    THE CHECKPOINT IS TAKEN BEFORE THE READ, WHEN EVERY RECORD *
      *    READ SO FAR HAS BEEN FULLY PROCESSED, SO ITS RECORD COUNT  *
      *    AND STAYHIST COUNT DESCRIBE THE SAME POINT IN THE RUN.     *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *    -  0400-MAIN-PROCESS                                       *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0350-WRITE-CHECKPOINT                                   *
      *****************************************************************
      *
           IF RECORDS-READ > 0
              AND FUNCTION MOD(RECORDS-READ, WS-CHECKPOINT-INTERVAL) = 0
              PERFORM 0350-WRITE-CHECKPOINT
           END-IF.
      *
           READ HOSPIN INTO WS-HOSP-REC
               AT END MOVE 'Y' TO HOSPIN-FILE-SW
              NEXT SENTENCE
           ELSE
              ADD +1 TO RECORDS-READ
           END-IF.
      *
       0296-READ-LOAD-STAY-BASE.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE SHARED STAY HISTORY FOR A         *
      *    PARALLEL=Y FACILITY JOB AND KEEPS THE LATEST INPATIENT     *
      *    STAY OF EACH PATIENT IN THE READMISSION TABLE, THE SAME    *
      *    WAY 0298-READ-LOAD-STAY-HISTORY LOADS STAYHIST.  THE FILE  *
      *    IS ONLY READ - HOSPMRG APPENDS THE FACILITY DELTAS TO IT.  *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0298-READ-LOAD-STAY-HISTORY                             *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0698-SAVE-LATEST-STAY                                   *
      *****************************************************************
      *
           OPEN INPUT STAYBASE.
           IF SBCODE = '00' OR '05'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO STAYBASE-FILE-SW
              DISPLAY 'ERROR ENCOUNTERED OPENING SHARED STAY HISTORY, '
                      'STATUS: ' SBCODE
           END-IF.
      *
           PERFORM UNTIL END-OF-STAYBASE
              READ STAYBASE
                 AT END
                    MOVE 'Y' TO STAYBASE-FILE-SW
                 NOT AT END
                    ADD +1 TO WS-RA-HIST-READ
                    IF SB-PATIENT-TYPE = 'I'
                       AND SB-PATIENT-NBR IS NUMERIC
                       AND SB-ADMIT-DATE IS NUMERIC
                       AND SB-STAY-LTH IS NUMERIC
                       AND FUNCTION TEST-DATE-YYYYMMDD (SB-ADMIT-DATE)
                           = 0
                       MOVE SB-PATIENT-NBR   TO WS-RA-NEW-PATIENT-NBR
                       MOVE SB-ADMIT-DATE    TO WS-RA-NEW-ADMIT-DATE
                       COMPUTE WS-RA-NEW-DISCH-INT =
                          FUNCTION INTEGER-OF-DATE (SB-ADMIT-DATE)
                             + SB-STAY-LTH
                       MOVE SB-DIAG-CODE     TO WS-RA-NEW-DIAG-CODE
                       MOVE SB-FACILITY-CODE TO WS-RA-NEW-FACILITY
                       PERFORM 0698-SAVE-LATEST-STAY
                    END-IF
              END-READ
           END-PERFORM.
      *
           IF SBCODE = '00' OR '10'
              CLOSE STAYBASE
           END-IF.
      *
       0298-READ-LOAD-STAY-HISTORY.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS THE CUMULATIVE STAY HISTORY (IF ANY)  *
      *    AND KEEPS THE LATEST INPATIENT STAY OF EACH PATIENT IN THE *
      *    READMISSION TABLE, THEN REOPENS THE FILE FOR EXTEND SO     *
      *    THIS RUN'S GOOD STAYS ARE APPENDED BEHIND THE OLD ONES.    *
      *    PATIENTS BEYOND THE TABLE'S CAPACITY ARE WARNED ABOUT      *
      *    INSTEAD OF VANISHING SILENTLY.                             *
      *                                                               *
      *    ON A RESTART THE FILE IS FIRST CUT BACK TO THE RECORD      *
      *    COUNT ON THE CHECKPOINT, DROPPING THE STAYS THE FAILED RUN *
      *    WROTE AFTER IT - THOSE RECORDS ARE PROCESSED AGAIN.        *
      *                                                               *
      *    A PARALLEL=Y FACILITY JOB'S STAYHIST IS ITS OWN STAY       *
      *    DELTA.  THE SHARED HISTORY IS LOADED FROM STAYBASE, AND A  *
      *    FRESH (NOT RESTARTED) JOB EMPTIES ITS DELTA INSTEAD OF     *
      *    READING IT, SO AN EARLIER FAILED ATTEMPT LEAVES NOTHING    *
      *    BEHIND FOR HOSPMRG TO APPEND.                              *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0296-READ-LOAD-STAY-BASE                                *
      *    -  0299-TRUNCATE-STAY-HISTORY                              *
      *    -  0698-SAVE-LATEST-STAY                                   *
      *****************************************************************
      *
           MOVE ZERO TO WS-STAY-BASE-COUNT.
      *
           IF PARALLEL-FACILITY-RUN
              PERFORM 0296-READ-LOAD-STAY-BASE
           END-IF.
      *
           IF RESTART-FILE-PRESENT AND WS-RESTART-SKIP-COUNT > 0
              AND RESTART-STAY-COUNT-PRESENT
              PERFORM 0299-TRUNCATE-STAY-HISTORY
           ELSE
              IF PARALLEL-FACILITY-RUN
                 OPEN OUTPUT STAYHIST
                 IF SHCODE = '00'
                    CLOSE STAYHIST
                 ELSE
                    DISPLAY 'ERROR ENCOUNTERED CLEARING STAY HISTORY DEL
      -                     'TA, STATUS: ' SHCODE
                 END-IF
              END-IF
           END-IF.
      *
           OPEN INPUT STAYHIST.
           IF SHCODE = '00' OR '05'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO STAYHIST-FILE-SW
              DISPLAY 'ERROR ENCOUNTERED OPENING STAY HISTORY FILE, STAT
      -               'US: ' SHCODE
           END-IF.
      *
           PERFORM UNTIL END-OF-STAYHIST
              READ STAYHIST
                 AT END
                    MOVE 'Y' TO STAYHIST-FILE-SW
                 NOT AT END
                    ADD +1 TO WS-RA-HIST-READ
                    ADD +1 TO WS-STAY-BASE-COUNT
                    IF SH-PATIENT-TYPE = 'I'
                       AND SH-PATIENT-NBR IS NUMERIC
                       AND SH-ADMIT-DATE IS NUMERIC
                       AND SH-STAY-LTH IS NUMERIC
                       AND FUNCTION TEST-DATE-YYYYMMDD (SH-ADMIT-DATE)
                           = 0
                       MOVE SH-PATIENT-NBR   TO WS-RA-NEW-PATIENT-NBR
                       MOVE SH-ADMIT-DATE    TO WS-RA-NEW-ADMIT-DATE
                       COMPUTE WS-RA-NEW-DISCH-INT =
                          FUNCTION INTEGER-OF-DATE (SH-ADMIT-DATE)
                             + SH-STAY-LTH
                       MOVE SH-DIAG-CODE     TO WS-RA-NEW-DIAG-CODE
                       MOVE SH-FACILITY-CODE TO WS-RA-NEW-FACILITY
                       PERFORM 0698-SAVE-LATEST-STAY
                    END-IF
              END-READ
           END-PERFORM.
      *
           IF SHCODE = '00' OR '10'
              CLOSE STAYHIST
           END-IF.
      *
      *****************************************************************
      *  THE STAY HISTORY IS CUMULATIVE - EACH RUN APPENDS.  FILE     *
      *  STATUS '05' ON THE OPEN MEANS THE OPTIONAL FILE WAS NOT      *
      *  THERE YET AND WAS CREATED.                                   *
      *****************************************************************
      *
           OPEN EXTEND STAYHIST.
           IF SHCODE = '00' OR '05'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING STAY HISTORY FILE, STAT
      -               'US: ' SHCODE
           END-IF.
      *
       0299-TRUNCATE-STAY-HISTORY.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH CUTS STAYHIST BACK TO THE RECORD COUNT ON   *
      *    THE RESTART CHECKPOINT - THE PRIOR RUNS' STAYS PLUS THE    *
      *    FAILED RUN'S STAYS UP TO THE CHECKPOINT - BY COPYING THAT  *
      *    MANY RECORDS TO THE SHWORK SCRATCH FILE AND BACK OVER      *
      *    STAYHIST.                                                  *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0298-READ-LOAD-STAY-HISTORY                             *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE ZERO  TO WS-STAY-COPY-COUNT.
           MOVE SPACE TO WS-STAY-COPY-EOF.
           OPEN INPUT STAYHIST.
           IF SHCODE = '00' OR '05'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO WS-STAY-COPY-EOF
              DISPLAY 'ERROR ENCOUNTERED OPENING STAY HISTORY FOR '
                      'RESTART, STATUS: ' SHCODE
           END-IF.
           OPEN OUTPUT STAYWORK.
           PERFORM UNTIL END-OF-STAY-COPY
              OR WS-STAY-COPY-COUNT NOT < WS-RESTART-STAY-COUNT
              READ STAYHIST
                 AT END
                    MOVE 'Y' TO WS-STAY-COPY-EOF
                 NOT AT END
                    ADD +1 TO WS-STAY-COPY-COUNT
                    WRITE STAY-WORK-REC FROM STAY-HIST-REC
              END-READ
           END-PERFORM.
           CLOSE STAYHIST, STAYWORK.
      *
           OPEN INPUT STAYWORK.
           OPEN OUTPUT STAYHIST.
           MOVE SPACE TO WS-STAY-COPY-EOF.
           PERFORM UNTIL END-OF-STAY-COPY
              READ STAYWORK
                 AT END
                    MOVE 'Y' TO WS-STAY-COPY-EOF
                 NOT AT END
                    WRITE STAY-HIST-REC FROM STAY-WORK-REC
              END-READ
           END-PERFORM.
           CLOSE STAYWORK, STAYHIST.
      *
           DISPLAY 'HOSPEDIT RESTART - STAYHIST CUT BACK TO '
                   WS-STAY-COPY-COUNT ' RECORDS (CHECKPOINT: '
                   WS-RESTART-STAY-COUNT ')'.
           IF WS-STAY-COPY-COUNT < WS-RESTART-STAY-COUNT
              DISPLAY 'WARNING: STAYHIST HELD FEWER RECORDS THAN THE '
                      'RESTART CHECKPOINT - CHECK THE STAYHIST DD'
           END-IF.
      *
       0350-WRITE-CHECKPOINT.
      *
      *    THIS PARAGRAPH LOGS THE CURRENT RECORD COUNT AND THE LAST  *
      *    PATIENT-NBR READ TO CHECKFILE EVERY WS-CHECKPOINT-INTERVAL *
      *    RECORDS SO A SUBSEQUENT RUN CAN RESTART FROM THIS POINT.   *
      *    THE RECORD COUNT INCLUDES ANY RECORDS SKIPPED ON A RESTART *
      *    AND THE STAYHIST COUNT IS THE WHOLE FILE, SO A RESTARTED   *
      *    RUN'S CHECKPOINTS CAN THEMSELVES BE RESTARTED FROM.        *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0300-READ-HOSP-PATIENT-FILE                             *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE SPACES        TO CHECK-REC.
           COMPUTE CHK-RECORDS-READ = WS-RECORDS-SKIPPED + RECORDS-READ.
           MOVE PATIENT-NBR   TO CHK-LAST-PATIENT-NBR.
           MOVE WS-CHECKPOINT-FACILITY TO CHK-FACILITY-CODE.
           COMPUTE CHK-STAYHIST-COUNT =
              WS-STAY-BASE-COUNT + WS-STAY-HIST-WRITTEN.
           WRITE CHECK-REC.
           IF CKCODE = '00'
              NEXT SENTENCE
      *****************************************************************
      *
           MOVE 'N' TO VALID-INS-TYPE-SW.
           MOVE 'N' TO WS-PROV-OON-FORCED-SW.
           INITIALIZE WS-NEWRPT-DETAIL.
      *
      *****************************************************************
                 PERFORM 0570-VALIDATE-STAY-LENGTH
                 IF VALID-STAY-LENGTH
                    PERFORM 0520-SEARCH-PROVIDER-TABLE
                    IF VALID-PROVIDER AND PROV-CREDENTIAL-EXPIRED
                       MOVE 'PCP ID'       TO FIELD-IN-ERROR-E
                       MOVE 'PROVIDER CREDENTIAL EXPIRED BEFORE THE ADMI
      -                  'T DATE (REASON CRD)'
                                           TO ERROR-MESSAGE-E
                       MOVE PCP-ID         TO FIELD-IN-ERR-VALUE-E
                       MOVE 'CRD'          TO WS-REJECT-REASON
                       PERFORM 1300-PROCESS-ERROR-REPORT
                    ELSE
                    IF VALID-PROVIDER
                       PERFORM 0530-CHECK-PREAUTHORIZATION
                       PERFORM 0510-SEARCH-DIAG-MASTER
                       IF AUTH-CHECK-PASSED AND NOT DIAG-ON-MASTER
                          MOVE 'DIAG CODE'     TO FIELD-IN-ERROR-E
                          IF DIAG-XLATE-FAILED
                             MOVE 'LEGACY DIAGNOSTIC CODE IS NOT ON THE 
      -                        'ICD-10 CROSSWALK'
                                               TO ERROR-MESSAGE-E
                             MOVE LEGACY-DIAG-CODE
                                               TO FIELD-IN-ERR-VALUE-E
                             MOVE 'DGX'        TO WS-REJECT-REASON
                          ELSE
                             MOVE 'DIAGNOSTIC CODE IS NOT ON THE DIAGNOS
      -                        'TIC CODE MASTER'
                                               TO ERROR-MESSAGE-E
                             MOVE DIAGNOSTIC-CODE
                                               TO FIELD-IN-ERR-VALUE-E
                             MOVE 'DGC'        TO WS-REJECT-REASON
                          END-IF
                          PERFORM 1300-PROCESS-ERROR-REPORT
                       ELSE
                       IF AUTH-CHECK-PASSED
                          IF PROV-OON-WAS-FORCED
                             ADD +1 TO WS-PROV-OON-FORCED-COUNT
                          END-IF
                          MOVE WS-HOSP-REC TO OUT-REC
                          PERFORM 0750-WRITE-OUTFILE
                          PERFORM 0600-CALC-PATIENT-TOT-AMOUNTS
                          IF INPATIENT
                             PERFORM 0680-CHECK-BED-CONFLICT
                          END-IF
                          PERFORM 0690-CHECK-READMISSION
                          PERFORM 0700-ADD-TO-TOTALS
                          PERFORM 0900-PROCESS-HOSPIN-REPORT
                          PERFORM 1525-PROCESS-NEWRPT-DETAIL
                          PERFORM 0760-WRITE-STAY-HISTORY
                       ELSE
                          MOVE 'STAY LENGTH'  TO FIELD-IN-ERROR-E
                          IF AUTH-NOT-ON-FILE
                       MOVE 'PCP'          TO WS-REJECT-REASON
                       PERFORM 1300-PROCESS-ERROR-REPORT
                    END-IF
                    END-IF
                 ELSE
                    MOVE 'STAY LENGTH'    TO FIELD-IN-ERROR-E
                    MOVE 'HOSPITAL STAY LENGTH IMPLIES A DISCHARGE DAT
                 END-IF
              ELSE
                 MOVE 'INSURANCE TYPE'    TO FIELD-IN-ERROR-E
                 IF IV-NO-VERSION-IN-FORCE
                    MOVE 'INSURANCE TYPE HAS NO VERSION IN FORCE ON THE
      -              'ADMIT DATE'         TO ERROR-MESSAGE-E
                 ELSE
                    MOVE 'INVALID INSURANCE TYPE. VALID VALUES ARE AFF,
      -              'HMO MED, PPO, OR PRI'
                                          TO ERROR-MESSAGE-E
                 END-IF
                 MOVE INS-TYPE            TO FIELD-IN-ERR-VALUE-E
                 MOVE 'ITY'               TO WS-REJECT-REASON
                 PERFORM 1300-PROCESS-ERROR-REPORT
      *    THIS PARAGRAPH LOOKS THE CURRENT RECORD'S DIAGNOSTIC-CODE  *
      *    UP IN THE DIAGNOSTIC CODE MASTER TABLE.  WHEN FOUND, THE   *
      *    FOUND SWITCH IS SET AND THE MATCHING ENTRY NUMBER SAVED SO *
      *    1550-MOVE-NEWRPT-FIELDS CAN PRINT THE DESCRIPTION.  A      *
      *    LEGACY-ONLY RECORD IS TRANSLATED TO ICD-10 FIRST.          *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0420-EDIT-AND-PROCESS-RECORD                            *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0515-TRANSLATE-LEGACY-DIAG                              *
      *****************************************************************
      *
           MOVE 'N'  TO WS-DM-FOUND-SW.
           MOVE ZERO TO WS-DM-FOUND-SUB.
      *
           PERFORM 0515-TRANSLATE-LEGACY-DIAG.
      *
           PERFORM VARYING DM-IDX FROM 1 BY 1
              UNTIL DM-IDX > WS-DM-ENTRIES-LOADED
                 IF WS-DM-TBL-CODE (DM-IDX) = DIAGNOSTIC-CODE
                    AND DIAGNOSTIC-CODE NOT = SPACES
                    MOVE 'Y' TO WS-DM-FOUND-SW
                    SET WS-DM-FOUND-SUB TO DM-IDX
                 END-IF
           END-PERFORM.
      *
       0515-TRANSLATE-LEGACY-DIAG.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH TRANSLATES A LEGACY 3-DIGIT DIAGNOSTIC CODE *
      *    TO ITS ICD-10 CODE WHEN THE RECORD ARRIVED WITHOUT ONE.    *
      *    THE ICD-10 CODE IS MOVED INTO DIAGNOSTIC-CODE SO EVERY     *
      *    DOWNSTREAM FILE CARRIES IT, AND THE TRANSLATED SWITCH IS   *
      *    SET FOR THE NEWRPT FLAG.  A LEGACY CODE NOT ON THE         *
      *    CROSSWALK SETS THE FAILED SWITCH SO THE REJECT CARRIES     *
      *    ITS OWN REASON CODE.                                       *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0510-SEARCH-DIAG-MASTER                                 *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE 'N' TO WS-DIAG-XLATE-SW.
           MOVE 'N' TO WS-DIAG-XLATE-FAIL-SW.
      *
           IF DIAGNOSTIC-CODE = SPACES
              AND LEGACY-DIAG-CODE NOT = SPACES
              MOVE 'Y' TO WS-DIAG-XLATE-FAIL-SW
              SET XW-IDX TO 1
              SEARCH WS-XW-ENTRY
                  AT END CONTINUE
               WHEN XW-IDX > WS-XW-ENTRIES-LOADED
                 CONTINUE
               WHEN WS-XW-TBL-LEGACY (XW-IDX) = LEGACY-DIAG-CODE
                 MOVE WS-XW-TBL-ICD10 (XW-IDX) TO DIAGNOSTIC-CODE
                 MOVE 'Y' TO WS-DIAG-XLATE-SW
                 MOVE 'N' TO WS-DIAG-XLATE-FAIL-SW
              END-SEARCH
           END-IF.
      *
       0520-SEARCH-PROVIDER-TABLE.
      *
      *    PROVIDER MASTER TABLE.  WHEN FOUND, THE VALID-PROVIDER     *
      *    SWITCH IS SET AND THE MATCHING ENTRY NUMBER SAVED SO       *
      *    0660-ACCUM-PROVIDER-AMOUNTS CAN ACCUMULATE INTO IT.        *
      *    THE ADMIT DATE (ALREADY EDITED BY 0570-VALIDATE-STAY-      *
      *    LENGTH INTO WS-ADM-YYYYMMDD) IS THEN CHECKED AGAINST THE   *
      *    PROVIDER'S DATES:                                          *
      *      - AFTER THE CREDENTIAL EXPIRY - THE EXPIRED SWITCH IS    *
      *        SET AND THE CALLER REJECTS THE RECORD                  *
      *      - OUTSIDE THE CONTRACT WINDOW - THE STAY IS MOVED TO     *
      *        OUT-OF-NETWORK AND ITS COVERAGE PERCENT LOOKED UP      *
      *        AGAIN, SO HOSPOUT, THE REPORTS AND THE TOTALS ALL SEE  *
      *        IT AS OUT-OF-NETWORK.  THE FORCED COUNT IS ONLY TAKEN  *
      *        ONCE THE RECORD IS GOOD, AND 1300 PUTS THE ORIGINAL    *
      *        FLAG BACK IF A LATER EDIT REJECTS IT                   *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0420-EDIT-AND-PROCESS-RECORD                            *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0550-LOOKUP-COVERAGE-PERC                               *
      *****************************************************************
      *
           MOVE 'N'  TO WS-VALID-PROVIDER-SW.
           MOVE 'N'  TO WS-PROV-CRED-SW.
           MOVE ZERO TO WS-PROV-FOUND-SUB.
      *
           PERFORM VARYING PR-IDX FROM 1 BY 1
                    SET WS-PROV-FOUND-SUB TO PR-IDX
                 END-IF
           END-PERFORM.
      *
           IF VALID-PROVIDER
              SET PR-IDX TO WS-PROV-FOUND-SUB
              IF WS-ADM-YYYYMMDD > WS-PROV-TBL-CRED-EXPIRY (PR-IDX)
                 MOVE 'Y' TO WS-PROV-CRED-SW
              ELSE
                 IF (WS-ADM-YYYYMMDD <
                       WS-PROV-TBL-CONTR-START (PR-IDX)
                   OR WS-ADM-YYYYMMDD >
                       WS-PROV-TBL-CONTR-END (PR-IDX))
                   AND NOT OUT-OF-NETWORK
                    MOVE IN-OUT-NETWORK TO WS-PROV-ORIG-NETWORK
                    MOVE 'Y' TO WS-PROV-OON-FORCED-SW
                    MOVE 'O' TO IN-OUT-NETWORK
                    PERFORM 0550-LOOKUP-COVERAGE-PERC
                 END-IF
              END-IF
           END-IF.
      *
       0530-CHECK-PREAUTHORIZATION.
      *
           ELSE
             DISPLAY 'ERROR ENCOUNTERED WRITING TO BED CONFLICT REPORT'
           END-IF.
      *
       1260-WRITE-READMIT-RPT-HEADERS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES THE HEADINGS OF THE 30-DAY           *
      *    READMISSION REPORT'S STAY-PAIR SECTION.                    *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           WRITE READMIT-RPT-REC FROM WS-RDM-RPT-HEADER-1.
           WRITE READMIT-RPT-REC FROM WS-RDM-RPT-HEADER-2.
           WRITE READMIT-RPT-REC FROM WS-TOTALS-BLANK-LINE.
           WRITE READMIT-RPT-REC FROM WS-RDM-RPT-HEADER-3.
           WRITE READMIT-RPT-REC FROM WS-RDM-RPT-HEADER-4.
           IF RMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO READMISSION REPORT'
           END-IF.
      *
       1350-WRITE-NAME-WARNING.
      *
      *****************************************************************
      *
       0500-SEARCH-INS-TYPE-TABLE.
           MOVE 'N' TO WS-IV-IN-FORCE-SW.
           SET T-IDX TO 1.
           SEARCH INS-TYPE-ITEM
               AT END MOVE 'N' TO VALID-INS-TYPE-SW
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH LOOKS UP THE COVERAGE PERCENT FOR THE       *
      *    INSURANCE TYPE JUST MATCHED IN THE INSURANCE TYPE TABLE,   *
      *    SETTING INS-COVERAGE-PERC FROM THE INSTFILE VERSION OF THE *
      *    TYPE IN FORCE ON THE STAY'S DATE-ADMIT.  WHEN THAT VERSION *
      *    CARRIES NO PERCENTS, OR THE TYPE HAS NO VERSION LOADED, THE*
      *    STANDARD PERCENT FROM WS-COVERAGE-PERC-TABLE APPLIES, AND A*
      *    TYPE THAT'S VALID BUT NOT LISTED THERE KEEPS THE 10%       *
      *    DEFAULT.  A TYPE WITH VERSIONS ON INSTFILE BUT NONE IN     *
      *    FORCE ON THE ADMIT DATE (NOT YET EFFECTIVE, ENDED OR       *
      *    DELETED) IS NOT VALID FOR THE STAY AND IS REJECTED AS ITY. *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0500-SEARCH-INS-TYPE-TABLE                              *
      *  PERCENT; EVERYTHING ELSE GETS THE IN-NETWORK PERCENT.        *
      *****************************************************************
      *
           MOVE 'N' TO WS-IV-TYPE-SEEN-SW, WS-IV-IN-FORCE-SW.
           IF OUT-OF-NETWORK
              MOVE 5  TO INS-COVERAGE-PERC
           ELSE
           END-SEARCH.
      *
      *****************************************************************
      *  THE VERSION IN FORCE ON THE ADMIT DATE (MM/DD/YYYY) OVERRIDES*
      *  THE STANDARD PERCENT.  A NON-NUMERIC ADMIT DATE IS LEFT TO   *
      *  0570-VALIDATE-STAY-LENGTH TO REJECT.                         *
      *****************************************************************
      *
           IF DATE-ADMIT (7:4) NUMERIC AND DATE-ADMIT (1:2) NUMERIC
              AND DATE-ADMIT (4:2) NUMERIC
              STRING DATE-ADMIT (7:4) DATE-ADMIT (1:2) DATE-ADMIT (4:2)
                 DELIMITED BY SIZE INTO WS-IV-ADMIT-DATE
              SET IV-IDX TO 1
              SEARCH WS-IV-ENTRY
                  AT END CONTINUE
               WHEN IV-IDX > WS-IV-ENTRIES-LOADED
                 CONTINUE
               WHEN WS-IV-TYPE-CODE (IV-IDX) = INS-TYPE
                 AND WS-IV-EFF-DATE (IV-IDX) <= WS-IV-ADMIT-DATE
                 AND WS-IV-END-DATE (IV-IDX) >= WS-IV-ADMIT-DATE
                 MOVE 'Y' TO WS-IV-IN-FORCE-SW
                 IF WS-IV-COV-PERC (IV-IDX) NUMERIC
                    AND WS-IV-COV-PERC-OON (IV-IDX) NUMERIC
                    IF OUT-OF-NETWORK
                       MOVE WS-IV-COV-PERC-OON-N (IV-IDX)
                                          TO INS-COVERAGE-PERC
                    ELSE
                       MOVE WS-IV-COV-PERC-N (IV-IDX)
                                          TO INS-COVERAGE-PERC
                    END-IF
                 END-IF
              END-SEARCH
      *
      *****************************************************************
      *  A TYPE WITH VERSIONS ON INSTFILE BUT NONE IN FORCE ON THE    *
      *  ADMIT DATE HAS ENDED OR BEEN DELETED - REJECT IT THE SAME    *
      *  WAY AS AN UNKNOWN TYPE.  A TYPE WITH NO VERSION LOADED (THE  *
      *  VERSION TABLE OVERFLOWED) STILL PRICES AT STANDARD PERCENTS. *
      *****************************************************************
      *
              IF NOT IV-VERSION-IN-FORCE
                 PERFORM VARYING IV-IDX FROM 1 BY 1
                    UNTIL IV-IDX > WS-IV-ENTRIES-LOADED
                       IF WS-IV-TYPE-CODE (IV-IDX) = INS-TYPE
                          MOVE 'Y' TO WS-IV-TYPE-SEEN-SW
                       END-IF
                 END-PERFORM
                 IF IV-TYPE-HAS-VERSIONS
                    MOVE 'X' TO WS-IV-IN-FORCE-SW
                    MOVE 'N' TO VALID-INS-TYPE-SW
                 END-IF
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH CROSS-CHECKS HOSPITAL-STAY-LTH AGAINST      *
      *    DATE-ADMIT - IF THE ADMIT DATE PLUS THE STAY LENGTH IMPLIES*
      *    A DISCHARGE DATE THAT HASN'T HAPPENED YET, THE RECORD IS   *
      *    FLAGGED INVALID.  DATE-ADMIT IS MM/DD/YYYY; A NON-NUMERIC  *
      *    DATE IS ALSO TREATED AS INVALID RATHER THAN RISKING A BAD  *
      *    DATE-INTRINSIC CALL.                                       *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0400-MAIN-PROCESS                                       *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
       0570-VALIDATE-STAY-LENGTH.
           MOVE 'Y' TO WS-VALID-STAY-SW.
           IF DATE-ADMIT (7:4) NUMERIC AND DATE-ADMIT (1:2) NUMERIC
              AND DATE-ADMIT (4:2) NUMERIC
              STRING DATE-ADMIT (7:4) DATE-ADMIT (1:2) DATE-ADMIT (4:2)
                 DELIMITED BY SIZE INTO WS-ADM-YYYYMMDD
              COMPUTE WS-ADM-INTEGER-DATE =
                 FUNCTION INTEGER-OF-DATE (WS-ADM-YYYYMMDD)
              COMPUTE WS-DISCHARGE-INTEGER-DATE =
                 WS-ADM-INTEGER-DATE + HOSPITAL-STAY-LTH
              MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-YYYYMMDD
                    ' - CODE ' DIAGNOSTIC-CODE ' NOT TRACKED'
              END-IF
           END-IF.
      *
       0690-CHECK-READMISSION.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    FOR A GOOD INPATIENT STAY, THIS PARAGRAPH COMPARES DATE-   *
      *    ADMIT WITH THE PATIENT'S MOST RECENT PRIOR DISCHARGE (THE  *
      *    PRIOR ADMIT DATE PLUS ITS HOSPITAL-STAY-LTH).  AN ADMIT    *
      *    FROM 0 TO 30 DAYS AFTER THAT DISCHARGE IS A READMISSION -  *
      *    IT IS FLAGGED FOR NEWRPT AND THE STAY PAIR IS LISTED ON    *
      *    THE READMISSION REPORT.  ONLY A PRIOR STAY ADMITTED BEFORE *
      *    THIS ONE COUNTS, SO A STAY ALREADY ON THE HISTORY FROM A   *
      *    RESTARTED RUN IS NEVER PAIRED WITH ITSELF.  THE STAY IS    *
      *    THEN COUNTED IN ITS FACILITY, DIAGNOSIS CATEGORY AND       *
      *    PCP-ID RATE GROUPS AND BECOMES THE PATIENT'S LATEST STAY.  *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0420-EDIT-AND-PROCESS-RECORD                            *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0692-FIND-PRIOR-STAY                                    *
      *    -  0694-WRITE-READMIT-DETAIL                               *
      *    -  0696-ACCUM-READMIT-GROUP                                *
      *    -  0698-SAVE-LATEST-STAY                                   *
      *****************************************************************
      *
           MOVE 'N' TO WS-READMIT-SW.
           IF INPATIENT
              ADD +1 TO WS-RA-INPAT-COUNT
              MOVE PATIENT-NBR TO WS-RA-SEARCH-NBR
              PERFORM 0692-FIND-PRIOR-STAY
              IF RA-PATIENT-FOUND
                 SET RA-IDX TO WS-RA-FOUND-SUB
                 IF WS-RA-ADMIT-DATE (RA-IDX) < WS-ADM-YYYYMMDD
                    COMPUTE WS-RA-GAP-DAYS =
                       WS-ADM-INTEGER-DATE - WS-RA-DISCH-INT (RA-IDX)
                    IF WS-RA-GAP-DAYS >= 0
                       AND WS-RA-GAP-DAYS <= WS-READMIT-WINDOW
                       MOVE 'Y' TO WS-READMIT-SW
                       ADD +1 TO WS-READMIT-COUNT
                       PERFORM 0694-WRITE-READMIT-DETAIL
                    END-IF
                 END-IF
              END-IF
      *
              MOVE 'F'              TO WS-RG-SEARCH-TYPE
              MOVE FACILITY-CODE    TO WS-RG-SEARCH-KEY
              PERFORM 0696-ACCUM-READMIT-GROUP
              MOVE 'C'              TO WS-RG-SEARCH-TYPE
              MOVE 'UNKNOWN'        TO WS-RG-SEARCH-KEY
              IF WS-DM-FOUND-SUB > 0
                 SET DM-IDX TO WS-DM-FOUND-SUB
                 IF WS-DM-TBL-CATEGORY (DM-IDX) NOT = SPACES
                    MOVE WS-DM-TBL-CATEGORY (DM-IDX)
                                    TO WS-RG-SEARCH-KEY
                 END-IF
              END-IF
              PERFORM 0696-ACCUM-READMIT-GROUP
              MOVE 'P'              TO WS-RG-SEARCH-TYPE
              MOVE PCP-ID           TO WS-RG-SEARCH-KEY
              PERFORM 0696-ACCUM-READMIT-GROUP
      *
              MOVE PATIENT-NBR      TO WS-RA-NEW-PATIENT-NBR
              MOVE WS-ADM-YYYYMMDD  TO WS-RA-NEW-ADMIT-DATE
              MOVE WS-DISCHARGE-INTEGER-DATE
                                    TO WS-RA-NEW-DISCH-INT
              MOVE DIAGNOSTIC-CODE  TO WS-RA-NEW-DIAG-CODE
              MOVE FACILITY-CODE    TO WS-RA-NEW-FACILITY
              PERFORM 0698-SAVE-LATEST-STAY
           END-IF.
      *
       0692-FIND-PRIOR-STAY.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH LOOKS WS-RA-SEARCH-NBR UP IN THE            *
      *    READMISSION TABLE AND LEAVES THE MATCHING ENTRY NUMBER IN  *
      *    WS-RA-FOUND-SUB.                                           *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0690-CHECK-READMISSION                                  *
      *    -  0698-SAVE-LATEST-STAY                                   *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE 'N'  TO WS-RA-FOUND-SW.
           MOVE ZERO TO WS-RA-FOUND-SUB.
           SET RA-IDX TO 1.
           SEARCH WS-RA-ENTRY
              AT END
                 CONTINUE
              WHEN RA-IDX > WS-RA-ENTRIES-LOADED
                 CONTINUE
              WHEN WS-RA-PATIENT-NBR (RA-IDX) = WS-RA-SEARCH-NBR
                 MOVE 'Y' TO WS-RA-FOUND-SW
                 SET WS-RA-FOUND-SUB TO RA-IDX
           END-SEARCH.
      *
       0694-WRITE-READMIT-DETAIL.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES ONE STAY PAIR TO THE READMISSION     *
      *    REPORT - THE PRIOR STAY'S ADMIT AND DISCHARGE DATES,       *
      *    DIAGNOSIS AND FACILITY NEXT TO THE READMISSION'S ADMIT     *
      *    DATE, DIAGNOSIS, FACILITY AND PCP-ID, AND THE GAP IN DAYS  *
      *    BETWEEN THE DISCHARGE AND THE READMISSION.                 *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0690-CHECK-READMISSION                                  *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE PATIENT-NBR              TO RDM-PATIENT-NBR-D.
           MOVE SPACES                   TO RDM-PATIENT-NAME-D.
           STRING FIRST-NAME DELIMITED BY SPACE
                  ' '        DELIMITED BY SIZE
                  LAST-NAME  DELIMITED BY SPACE
                    INTO RDM-PATIENT-NAME-D.
           MOVE WS-RA-ADMIT-DATE (RA-IDX) TO RDM-PRIOR-ADMIT-D.
           COMPUTE WS-RA-PRIOR-DISCH-DATE =
              FUNCTION DATE-OF-INTEGER (WS-RA-DISCH-INT (RA-IDX)).
           MOVE WS-RA-PRIOR-DISCH-DATE   TO RDM-PRIOR-DISCH-D.
           MOVE WS-RA-DIAG-CODE (RA-IDX) TO RDM-PRIOR-DIAG-D.
           MOVE WS-RA-FACILITY (RA-IDX)  TO RDM-PRIOR-FAC-D.
           MOVE WS-ADM-YYYYMMDD          TO RDM-ADMIT-D.
           MOVE DIAGNOSTIC-CODE          TO RDM-DIAG-D.
           MOVE FACILITY-CODE            TO RDM-FAC-D.
           MOVE PCP-ID                   TO RDM-PCP-ID-D.
           MOVE WS-RA-GAP-DAYS           TO RDM-GAP-D.
      *
           WRITE READMIT-RPT-REC FROM WS-RDM-RPT-DETAIL.
           IF RMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO READMISSION REPORT'
           END-IF.
      *
       0696-ACCUM-READMIT-GROUP.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH ADDS THE CURRENT INPATIENT STAY TO THE RATE *
      *    GROUP NAMED BY WS-RG-SEARCH-TYPE AND WS-RG-SEARCH-KEY -    *
      *    ONE MORE ADMISSION AND, WHEN THE STAY IS A READMISSION,    *
      *    ONE MORE READMISSION.  A NEW GROUP GETS A NEW ENTRY IF THE *
      *    TABLE ISN'T FULL; OTHERWISE A WARNING IS DISPLAYED.        *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0690-CHECK-READMISSION                                  *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE 'N' TO WS-RG-FOUND-SW.
           SET RG-IDX TO 1.
           SEARCH WS-RG-ENTRY
              AT END
                 CONTINUE
              WHEN RG-IDX > WS-RG-ENTRIES-USED
                 CONTINUE
              WHEN WS-RG-TYPE (RG-IDX) = WS-RG-SEARCH-TYPE
                 AND WS-RG-KEY (RG-IDX) = WS-RG-SEARCH-KEY
                 MOVE 'Y' TO WS-RG-FOUND-SW
           END-SEARCH.
      *
           IF NOT RG-GROUP-FOUND
              IF WS-RG-ENTRIES-USED < 300
                 ADD +1 TO WS-RG-ENTRIES-USED
                 SET RG-IDX TO WS-RG-ENTRIES-USED
                 MOVE WS-RG-SEARCH-TYPE TO WS-RG-TYPE (RG-IDX)
                 MOVE WS-RG-SEARCH-KEY  TO WS-RG-KEY (RG-IDX)
                 MOVE ZERO              TO WS-RG-INPAT-COUNT (RG-IDX)
                 MOVE ZERO              TO WS-RG-READMIT-COUNT (RG-IDX)
                 MOVE 'Y'               TO WS-RG-FOUND-SW
              ELSE
                 DISPLAY 'WARNING: READMISSION RATE TABLE FULL - GROUP '
                    WS-RG-SEARCH-TYPE ' ' WS-RG-SEARCH-KEY
                    ' NOT TRACKED'
              END-IF
           END-IF.
      *
           IF RG-GROUP-FOUND
              ADD +1 TO WS-RG-INPAT-COUNT (RG-IDX)
              IF STAY-IS-READMISSION
                 ADD +1 TO WS-RG-READMIT-COUNT (RG-IDX)
              END-IF
           END-IF.
      *
       0698-SAVE-LATEST-STAY.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH MAKES THE STAY IN THE WS-RA-NEW- FIELDS THE *
      *    PATIENT'S LATEST STAY IN THE READMISSION TABLE WHEN IT     *
      *    DISCHARGES LATER THAN THE ONE ALREADY HELD (OR THE PATIENT *
      *    IS NOT IN THE TABLE YET).  PATIENTS BEYOND THE TABLE'S     *
      *    CAPACITY ARE COUNTED AND WARNED ABOUT ONCE.                *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0298-READ-LOAD-STAY-HISTORY                             *
      *    -  0690-CHECK-READMISSION                                  *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0692-FIND-PRIOR-STAY                                    *
      *****************************************************************
      *
           MOVE WS-RA-NEW-PATIENT-NBR TO WS-RA-SEARCH-NBR.
           PERFORM 0692-FIND-PRIOR-STAY.
      *
           IF RA-PATIENT-FOUND
              SET RA-IDX TO WS-RA-FOUND-SUB
              IF WS-RA-NEW-DISCH-INT > WS-RA-DISCH-INT (RA-IDX)
                 MOVE WS-RA-NEW-ADMIT-DATE TO WS-RA-ADMIT-DATE (RA-IDX)
                 MOVE WS-RA-NEW-DISCH-INT  TO WS-RA-DISCH-INT (RA-IDX)
                 MOVE WS-RA-NEW-DIAG-CODE  TO WS-RA-DIAG-CODE (RA-IDX)
                 MOVE WS-RA-NEW-FACILITY   TO WS-RA-FACILITY (RA-IDX)
              END-IF
           ELSE
              IF WS-RA-ENTRIES-LOADED < 5000
                 ADD +1 TO WS-RA-ENTRIES-LOADED
                 SET RA-IDX TO WS-RA-ENTRIES-LOADED
                 MOVE WS-RA-NEW-PATIENT-NBR
                                           TO WS-RA-PATIENT-NBR (RA-IDX)
                 MOVE WS-RA-NEW-ADMIT-DATE TO WS-RA-ADMIT-DATE (RA-IDX)
                 MOVE WS-RA-NEW-DISCH-INT  TO WS-RA-DISCH-INT (RA-IDX)
                 MOVE WS-RA-NEW-DIAG-CODE  TO WS-RA-DIAG-CODE (RA-IDX)
                 MOVE WS-RA-NEW-FACILITY   TO WS-RA-FACILITY (RA-IDX)
              ELSE
                 ADD +1 TO WS-RA-SKIPPED-COUNT
                 IF WS-RA-SKIPPED-COUNT = 1
                    DISPLAY 'WARNING: READMISSION TABLE CAPACITY OF '
                       '5000 PATIENTS EXCEEDED - LATER PATIENTS ARE '
                       'NOT CHECKED FOR READMISSION'
                 END-IF
              END-IF
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH APPENDS ONE RECORD FOR THE CURRENT PRICED   *
      *    GOOD STAY TO THE CUMULATIVE STAY HISTORY FILE - PATIENT,   *
      *    ADMIT DATE (CCYYMMDD, FROM 0570-VALIDATE-STAY-LENGTH), STAY*
      *    LENGTH, FACILITY, PCP-ID, DIAGNOSIS, BOTH INSURANCE TYPES, *
      *    THE GROSS AND NET AMOUNTS, COPAY, DEDUCTIBLE AND THE RUN   *
      *    (CYCLE) DATE.                                              *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0420-EDIT-AND-PROCESS-RECORD                            *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
       0760-WRITE-STAY-HISTORY.
           MOVE PATIENT-NBR         TO SH-PATIENT-NBR.
           MOVE LAST-NAME           TO SH-LAST-NAME.
           MOVE FIRST-NAME          TO SH-FIRST-NAME.
           MOVE WS-ADM-YYYYMMDD     TO SH-ADMIT-DATE.
           MOVE HOSPITAL-STAY-LTH   TO SH-STAY-LTH.
           MOVE PATIENT-TYPE        TO SH-PATIENT-TYPE.
           MOVE FACILITY-CODE       TO SH-FACILITY-CODE.
           MOVE PCP-ID              TO SH-PCP-ID.
           MOVE DIAGNOSTIC-CODE     TO SH-DIAG-CODE.
           MOVE INS-TYPE            TO SH-INS-TYPE.
           MOVE INS-TYPE-2          TO SH-INS-TYPE-2.
           MOVE IN-OUT-NETWORK      TO SH-IN-OUT-NETWORK.
           MOVE PATIENT-TOT-AMT     TO SH-GROSS-AMT.
           MOVE PAT-TOTAL-AMT-NET   TO SH-NET-AMT.
           MOVE COPAY               TO SH-COPAY.
           MOVE DEDUCTIBLE          TO SH-DEDUCTIBLE.
           IF WS-CYCLE-DATE > 0
              MOVE WS-CYCLE-DATE    TO SH-RUN-DATE
           ELSE
              MOVE FUNCTION CURRENT-DATE (1:8) TO SH-RUN-DATE
           END-IF.
           MOVE SPACES              TO STAY-HIST-REC (97:4).

           WRITE STAY-HIST-REC.
           IF SHCODE = '00'
              ADD +1 TO WS-STAY-HIST-WRITTEN
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO STAY HISTORY FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH CALLS ROUTINES TO MOVE FIELDS TO THE UNFOR- *
      *    MATTED HOSPITAL PATIENT REPORT AND WRITE THE RECORD.       *
      *                                                               *
           MOVE INS-TYPE-2         TO INS-TYPE-2-O.
           MOVE PCP-ID             TO PCP-ID-O.
           MOVE DATE-ADMIT         TO ADMIT-DATE-O.
           MOVE DIAGNOSTIC-CODE    TO DIAG-CODE-O.
           IF DIAG-CODE-TRANSLATED
              MOVE 'Y'             TO DIAG-XLATE-FLAG-O
           ELSE
              MOVE 'N'             TO DIAG-XLATE-FLAG-O
           END-IF.
           MOVE SPACE              TO ACCIDENT-FLAG-O.
           IF WS-DM-FOUND-SUB > 0
              SET DM-IDX TO WS-DM-FOUND-SUB
              IF DM-ACCIDENT-CATEGORY (DM-IDX)
                 MOVE WS-DM-TBL-ACCIDENT (DM-IDX) TO ACCIDENT-FLAG-O
              END-IF
           END-IF.
           ADD +1 TO HOSPITAL-STAY-LTH
                         GIVING HOSPITAL-STAY-LTH-O.
      *
      *    THIS PARAGRAPH WRITES A RECORD TO THE UNFORMATTED HOSPITAL *
      *    PATIENT REPORT AND CHECKS THE FILE STATUS.  IF THE STATUS  *
      *    IS NOT '00', AN ERROR MESSAGE IS DISPLAYED.  ONE IS ADDED  *
      *    TO THE NUMBER OF UNFORMATTED RECORDS WRITTEN AND THE STAY  *
      *    COST IS ADDED TO THE RPTFILE TRAILER'S AMOUNT HASH.        *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0900-PROCESS-HOSPIN-RPT                                 *
             DISPLAY 'ERROR ENCOUNTERED WRITING TO HOSPITAL REPORT FILE'
           END-IF.
           ADD +1 TO RECORDS-WRITTEN.
           COMPUTE WS-RPT-DAILY-AMT =
                   FUNCTION NUMVAL-C (PATIENT-AMT-PER-DAY-O)
               ON SIZE ERROR
                  MOVE ZERO TO WS-RPT-DAILY-AMT
           END-COMPUTE.
           COMPUTE WS-RPT-STAY-AMT =
                   WS-RPT-DAILY-AMT * HOSPITAL-STAY-LTH-O.
           ADD WS-RPT-STAY-AMT TO WS-RPT-AMOUNT-HASH.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *****************************************************************
      *
       1300-PROCESS-ERROR-REPORT.
           IF PROV-OON-WAS-FORCED
              MOVE WS-PROV-ORIG-NETWORK TO IN-OUT-NETWORK
              MOVE 'N' TO WS-PROV-OON-FORCED-SW
           END-IF.
           PERFORM 1400-MOVE-ERROR-RPT-FIELDS.
           PERFORM 1500-WRITE-ERR-RPT-DETAIL.
           PERFORM 1450-WRITE-REJECT-RECORD.
           END-ADD.

           MOVE DIAGNOSTIC-CODE     TO DIAGNOSTIC-CODE-R.
           IF DIAG-CODE-TRANSLATED
              MOVE '*'              TO DIAG-XLATE-FLAG-R
              ADD +1                TO WS-DIAG-XLATE-COUNT
           ELSE
              MOVE SPACE            TO DIAG-XLATE-FLAG-R
           END-IF.
      *
      *****************************************************************
      *  PRINT THE DIAGNOSTIC CODE'S MASTER DESCRIPTION NEXT TO THE   *
           ELSE
              MOVE SPACES                  TO DIAG-DESC-R
           END-IF.
      *
      *****************************************************************
      *  FLAG AN ACCIDENT-RELATED STAY ('A' AUTO / 'W' WORKPLACE)     *
      *  NEXT TO THE READMISSION FLAG - ANOTHER PARTY'S INSURER IS    *
      *  LIABLE, SO CLAIMS REFERS IT FOR SUBROGATION ONCE PAID.       *
      *****************************************************************
      *
           MOVE SPACE                      TO ACCIDENT-FLAG-R.
           IF WS-DM-FOUND-SUB > 0
              IF DM-ACCIDENT-CATEGORY (DM-IDX)
                 MOVE WS-DM-TBL-ACCIDENT (DM-IDX) TO ACCIDENT-FLAG-R
                 ADD +1 TO WS-ACCIDENT-STAY-COUNT
              END-IF
           END-IF.

           MOVE INS-TYPE            TO INS-TYPE-R.

           MOVE HOSPITAL-STAY-LTH   TO HOSPITAL-STAY-LTH-R.
           IF STAY-IS-READMISSION
              MOVE 'R'              TO READMIT-FLAG-R
           ELSE
              MOVE SPACE            TO READMIT-FLAG-R
           END-IF.
      *
      *****************************************************************
      *  IF THE PATIENT IS IN-NETWORK, MOVE 'IN' TO THE REPORT OUTPUT *
           MOVE IN-NET-AMT-NET          TO IN-NET-NET-O.
           MOVE OON-AMT-GROSS           TO OON-GROSS-O.
           MOVE OON-AMT-NET             TO OON-NET-O.
           MOVE WS-DIAG-XLATE-COUNT     TO TOTAL-DIAG-XLATE-O.
           MOVE WS-PROV-OON-FORCED-COUNT TO TOTAL-PROV-OON-O.
           MOVE WS-STAY-HIST-WRITTEN    TO TOTAL-STAY-HIST-O.
           MOVE WS-READMIT-COUNT        TO TOTAL-READMIT-O.
           MOVE WS-ACCIDENT-STAY-COUNT  TO TOTAL-ACCIDENT-O.
      *
      *****************************************************************
      *  RECONCILE READ COUNT AGAINST WRITTEN + ERROR COUNTS BEFORE   *
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES THE CONTROL TRAILER AS THE LAST      *
      *    RECORD ON THE UNFORMATTED REPORT FILE - THE COUNT OF       *
      *    DETAIL RECORDS WRITTEN AND THEIR AMOUNT HASH - SO HOSPCLM  *
      *    AND RECON CAN BALANCE THE FILE BEFORE POSTING FROM IT.     *
      *    NOTHING MAY BE WRITTEN TO RPTFILE AFTER THIS RECORD.       *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
       1710-WRITE-RPTFILE-TRAILER.
           MOVE RECORDS-WRITTEN    TO RPT-TRL-RECORD-COUNT.
           MOVE WS-RPT-AMOUNT-HASH TO RPT-TRL-AMOUNT-HASH.
      *
           WRITE HOSP-RPT-REC FROM WS-RPT-TRAILER-REC.
           IF RFCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING REPORT FILE TRAILER'
           END-IF.
      *
           DISPLAY 'HOSPEDIT RPTFILE TRAILER -- DETAIL RECORDS: '
                   RPT-TRL-RECORD-COUNT ' AMOUNT HASH: '
                   RPT-TRL-AMOUNT-HASH.
      *
       1730-WRITE-FACILITY-TOTALS.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES A PARALLEL=Y FACILITY JOB'S TOTALS   *
      *    FILE FOR THE HOSPMRG MERGE STEP - THE COUNTS RECORD (WITH  *
      *    THE RECONCILED FLAG), THE AMOUNTS RECORD, THEN ONE RECORD  *
      *    PER DIAGNOSTIC BREAKDOWN ENTRY (WITH ITS MASTER            *
      *    DESCRIPTION AND CATEGORY), PER PROVIDER THAT SAW A GOOD    *
      *    RECORD AND PER FACILITY SUBTOTAL ENTRY, AND LAST THE RUN'S *
      *    STANDARD RUN LOG RECORD FOR HOSPMRG TO APPEND TO THE RUN   *
      *    LOG.  THE COUNTS RECORD ALSO CARRIES THE NUMBER OF RECORDS *
      *    ON THE JOB'S STAYHIST DELTA, WHICH HOSPMRG PROVES BEFORE   *
      *    APPENDING THE DELTAS TO THE SHARED STAY HISTORY.           *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  1890-BUILD-RUN-LOG-REC                                  *
      *****************************************************************
      *
           MOVE WS-FACILITY-FILTER       TO TTC-FACILITY.
           MOVE WS-CYCLE-DATE            TO TTC-CYCLE-DATE.
           MOVE RECORDS-READ             TO TTC-RECORDS-READ.
           MOVE RECORDS-WRITTEN          TO TTC-RECORDS-WRITTEN.
           MOVE ERROR-RECS               TO TTC-ERROR-RECS.
           MOVE NBR-INPATIENTS           TO TTC-INPATIENTS.
           MOVE NBR-OUTPATIENTS          TO TTC-OUTPATIENTS.
           MOVE NBR-HMO                  TO TTC-HMO.
           MOVE NBR-PPO                  TO TTC-PPO.
           MOVE NBR-PRIVATE              TO TTC-PRIVATE.
           MOVE NBR-AFFORDABLE           TO TTC-AFFORDABLE.
           MOVE NBR-STATE-FED            TO TTC-STATE-FED.
           MOVE NBR-NO-COVERAGE          TO TTC-NO-COVERAGE.
           MOVE WS-DIAG-XLATE-COUNT      TO TTC-DIAG-XLATE.
           MOVE WS-PROV-OON-FORCED-COUNT TO TTC-PROV-OON.
           MOVE WS-STAY-HIST-WRITTEN     TO TTC-STAY-HIST.
           MOVE WS-READMIT-COUNT         TO TTC-READMIT.
           MOVE WS-ACCIDENT-STAY-COUNT   TO TTC-ACCIDENT.
           MOVE RECORDS-FILTERED         TO TTC-FILTERED.
           MOVE WS-AUTH-STAYS-CHECKED    TO TTC-AUTH-CHECKED.
           MOVE WS-AUTH-STAYS-PASSED     TO TTC-AUTH-PASSED.
           MOVE WS-AUTH-REJECTS-NO-AUTH  TO TTC-AUTH-NO-AUTH.
           MOVE WS-AUTH-REJECTS-OVER     TO TTC-AUTH-OVER.
           MOVE WS-RECONCILE-SW          TO TTC-RECONCILED.
           COMPUTE TTC-STAY-DELTA =
              WS-STAY-BASE-COUNT + WS-STAY-HIST-WRITTEN.
           WRITE TOT-REC FROM WS-TOT-COUNTS-REC.
      *
           MOVE WS-FACILITY-FILTER       TO TTA-FACILITY.
           MOVE WS-CYCLE-DATE            TO TTA-CYCLE-DATE.
           MOVE TOTAL-AMT-GROSS          TO TTA-GROSS.
           MOVE TOTAL-AMT-NET            TO TTA-NET.
           MOVE GROSS-DAILY-AMT          TO TTA-GROSS-DAILY.
           MOVE TOTAL-COPAY              TO TTA-COPAY.
           MOVE TOTAL-DEDUCTIBLE         TO TTA-DEDUCTIBLE.
           MOVE IN-NET-AMT-GROSS         TO TTA-IN-NET-GROSS.
           MOVE IN-NET-AMT-NET           TO TTA-IN-NET-NET.
           MOVE OON-AMT-GROSS            TO TTA-OON-GROSS.
           MOVE OON-AMT-NET              TO TTA-OON-NET.
           WRITE TOT-REC FROM WS-TOT-AMOUNTS-REC.
      *
           MOVE WS-FACILITY-FILTER       TO TTD-FACILITY.
           MOVE WS-CYCLE-DATE            TO TTD-CYCLE-DATE.
           PERFORM VARYING DG-IDX FROM 1 BY 1
              UNTIL DG-IDX > WS-DIAG-ENTRIES-USED
                 MOVE WS-DIAG-CODE (DG-IDX)      TO TTD-CODE
                 MOVE WS-DIAG-COUNT (DG-IDX)     TO TTD-COUNT
                 MOVE WS-DIAG-TOTAL-AMT (DG-IDX) TO TTD-TOTAL-AMT
                 MOVE SPACES TO TTD-DESC, TTD-CATEGORY
                 PERFORM VARYING DM-IDX FROM 1 BY 1
                    UNTIL DM-IDX > WS-DM-ENTRIES-LOADED
                       IF WS-DM-TBL-CODE (DM-IDX) =
                          WS-DIAG-CODE (DG-IDX)
                          MOVE WS-DM-TBL-DESC (DM-IDX)
                             TO TTD-DESC
                          MOVE WS-DM-TBL-CATEGORY (DM-IDX)
                             TO TTD-CATEGORY
                       END-IF
                 END-PERFORM
                 WRITE TOT-REC FROM WS-TOT-DIAG-REC
           END-PERFORM.
      *
           MOVE WS-FACILITY-FILTER       TO TTP-FACILITY.
           MOVE WS-CYCLE-DATE            TO TTP-CYCLE-DATE.
           PERFORM VARYING PR-IDX FROM 1 BY 1
              UNTIL PR-IDX > WS-PROV-ENTRIES-LOADED
                 IF WS-PROV-PAT-COUNT (PR-IDX) > 0
                    MOVE WS-PROV-TBL-ID (PR-IDX)      TO TTP-ID
                    MOVE WS-PROV-TBL-NAME (PR-IDX)    TO TTP-NAME
                    MOVE WS-PROV-TBL-NETWORK (PR-IDX) TO TTP-NETWORK
                    MOVE WS-PROV-PAT-COUNT (PR-IDX)   TO TTP-PAT-COUNT
                    MOVE WS-PROV-GROSS-AMT (PR-IDX)   TO TTP-GROSS-AMT
                    MOVE WS-PROV-NET-AMT (PR-IDX)     TO TTP-NET-AMT
                    WRITE TOT-REC FROM WS-TOT-PROV-REC
                 END-IF
           END-PERFORM.
      *
           MOVE WS-FACILITY-FILTER       TO TTF-FACILITY.
           MOVE WS-CYCLE-DATE            TO TTF-CYCLE-DATE.
           PERFORM VARYING FC-IDX FROM 1 BY 1
              UNTIL FC-IDX > WS-FAC-ENTRIES-USED
                 MOVE WS-FAC-CODE (FC-IDX)       TO TTF-CODE
                 MOVE WS-FAC-COUNT (FC-IDX)      TO TTF-COUNT
                 MOVE WS-FAC-GROSS-AMT (FC-IDX)  TO TTF-GROSS-AMT
                 MOVE WS-FAC-NET-AMT (FC-IDX)    TO TTF-NET-AMT
                 MOVE WS-FAC-COPAY (FC-IDX)      TO TTF-COPAY
                 MOVE WS-FAC-DEDUCTIBLE (FC-IDX) TO TTF-DEDUCTIBLE
                 WRITE TOT-REC FROM WS-TOT-FAC-REC
           END-PERFORM.
      *
           PERFORM 1890-BUILD-RUN-LOG-REC.
           MOVE WS-FACILITY-FILTER       TO TTL-FACILITY.
           MOVE WS-CYCLE-DATE            TO TTL-CYCLE-DATE.
           MOVE WS-RUN-LOG-REC           TO TTL-RUN-LOG.
           WRITE TOT-REC FROM WS-TOT-RUNLOG-REC.
      *
           IF TTCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING FACILITY TOTALS FILE'
           END-IF.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES TOTAL LINES TO THE FORMMATTED REPORT *
      *    FILE AND CHECKS THE FILE STATUS. IF THE FILE STATUS IS NOT *
      *    '00', AN ERROR MESSAGE IS DISPLAYED.                       *
           WRITE NEW-RPT-REC FROM WS-TOTALS-REC-20
              AFTER ADVANCING 1 LINES.

           WRITE NEW-RPT-REC FROM WS-TOTALS-BLANK-LINE.

           WRITE NEW-RPT-REC FROM WS-TOTALS-REC-21
              AFTER ADVANCING 1 LINES.

           WRITE NEW-RPT-REC FROM WS-TOTALS-REC-22
              AFTER ADVANCING 1 LINES.

           WRITE NEW-RPT-REC FROM WS-TOTALS-REC-23
              AFTER ADVANCING 1 LINES.

           WRITE NEW-RPT-REC FROM WS-TOTALS-REC-24
              AFTER ADVANCING 1 LINES.

           WRITE NEW-RPT-REC FROM WS-TOTALS-REC-25
              AFTER ADVANCING 1 LINES.

           IF NFCODE = '00'
             NEXT SENTENCE
           ELSE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO REPORT FILE'
           END-IF.
      *
       1785-WRITE-READMIT-RATES.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH CLOSES THE READMISSION REPORT WITH THE      *
      *    READMISSION RATES - READMISSIONS AS A PERCENT OF GOOD      *
      *    INPATIENT ADMISSIONS THIS RUN - BY FACILITY, BY DIAGNOSIS  *
      *    CATEGORY AND BY PCP-ID, AND FOR THE RUN AS A WHOLE.        *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  1786-WRITE-READMIT-RATE-GROUP                           *
      *****************************************************************
      *
           IF WS-READMIT-COUNT = 0
              WRITE READMIT-RPT-REC FROM WS-RDM-NONE-LINE
           END-IF.
      *
           MOVE 'F' TO WS-RG-SEARCH-TYPE.
           MOVE 'READMISSION RATES BY FACILITY' TO WS-RG-SECTION-TITLE.
           PERFORM 1786-WRITE-READMIT-RATE-GROUP.
      *
           MOVE 'C' TO WS-RG-SEARCH-TYPE.
           MOVE 'READMISSION RATES BY DIAGNOSIS CATEGORY'
                                          TO WS-RG-SECTION-TITLE.
           PERFORM 1786-WRITE-READMIT-RATE-GROUP.
      *
           MOVE 'P' TO WS-RG-SEARCH-TYPE.
           MOVE 'READMISSION RATES BY PCP-ID' TO WS-RG-SECTION-TITLE.
           PERFORM 1786-WRITE-READMIT-RATE-GROUP.
      *
           WRITE READMIT-RPT-REC FROM WS-TOTALS-BLANK-LINE.
           MOVE 'ALL STAYS'          TO RDM-RG-KEY-D.
           MOVE WS-RA-INPAT-COUNT    TO RDM-RG-INPAT-D.
           MOVE WS-READMIT-COUNT     TO RDM-RG-READMIT-D.
           MOVE ZERO                 TO WS-RG-RATE.
           IF WS-RA-INPAT-COUNT > 0
              COMPUTE WS-RG-RATE ROUNDED =
                 WS-READMIT-COUNT * 100 / WS-RA-INPAT-COUNT
           END-IF.
           MOVE WS-RG-RATE           TO RDM-RG-RATE-D.
           WRITE READMIT-RPT-REC FROM WS-RDM-RATE-DETAIL.
      *
           IF RMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO READMISSION REPORT'
           END-IF.
      *
       1786-WRITE-READMIT-RATE-GROUP.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH WRITES ONE RATE SECTION - THE TITLE IN      *
      *    WS-RG-SECTION-TITLE AND ONE LINE FOR EVERY RATE GROUP OF   *
      *    TYPE WS-RG-SEARCH-TYPE.                                    *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  1785-WRITE-READMIT-RATES                                *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           WRITE READMIT-RPT-REC FROM WS-TOTALS-BLANK-LINE.
           MOVE WS-RG-SECTION-TITLE TO RDM-RATE-TITLE-D.
           WRITE READMIT-RPT-REC FROM WS-RDM-RATE-TITLE.
           WRITE READMIT-RPT-REC FROM WS-RDM-RATE-HEADER-1.
           WRITE READMIT-RPT-REC FROM WS-RDM-RATE-HEADER-2.
      *
           PERFORM VARYING RG-IDX FROM 1 BY 1
              UNTIL RG-IDX > WS-RG-ENTRIES-USED
                 IF WS-RG-TYPE (RG-IDX) = WS-RG-SEARCH-TYPE
                    MOVE WS-RG-KEY (RG-IDX)   TO RDM-RG-KEY-D
                    MOVE WS-RG-INPAT-COUNT (RG-IDX)
                                              TO RDM-RG-INPAT-D
                    MOVE WS-RG-READMIT-COUNT (RG-IDX)
                                              TO RDM-RG-READMIT-D
                    COMPUTE WS-RG-RATE ROUNDED =
                       WS-RG-READMIT-COUNT (RG-IDX) * 100
                          / WS-RG-INPAT-COUNT (RG-IDX)
                    MOVE WS-RG-RATE           TO RDM-RG-RATE-D
                    WRITE READMIT-RPT-REC FROM WS-RDM-RATE-DETAIL
                 END-IF
           END-PERFORM.
      *
       1775-WRITE-BED-RPT-TOTAL.
      *
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING DIAGNOSTIC CODE MASTER'
           END-IF.
      *
           CLOSE DIAGXWLK.
           IF XWCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING DIAGNOSTIC CROSSWALK'
           END-IF.
      *
           CLOSE BEDRPT.
           IF BDCODE = '00'
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING CHECKPOINT FILE'
           END-IF.

           CLOSE STAYHIST.
           IF SHCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING STAY HISTORY FILE'
           END-IF.

           CLOSE READMRPT.
           IF RMCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING READMISSION REPORT'
           END-IF.

           IF PARALLEL-FACILITY-RUN
              CLOSE TOTFILE
              IF TTCODE = '00'
                 NEXT SENTENCE
              ELSE
                 DISPLAY 'ERROR ENCOUNTERED CLOSING FACILITY TOTALS'
              END-IF
           END-IF.
      *
       1890-BUILD-RUN-LOG-REC.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH FILLS THIS RUN'S STANDARD RUN RECORD        *
      *    (PROGRAM ID, RUN DATE/TIME, RECORDS READ AND WRITTEN,      *
      *    ERROR COUNT AND COMPLETION STATUS).                        *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  1730-WRITE-FACILITY-TOTALS                              *
      *    -  1900-WRITE-RUN-LOG                                      *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE FUNCTION CURRENT-DATE (1:8)  TO WS-RL-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6)  TO WS-RL-RUN-TIME.
           MOVE RECORDS-READ                 TO WS-RL-RECS-READ.
           ELSE
              MOVE 'ERR' TO WS-RL-STATUS
           END-IF.
      *
       1900-WRITE-RUN-LOG.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH APPENDS THIS RUN'S STANDARD RUN RECORD TO   *
      *    THE SHARED NIGHTLY BATCH RUN LOG READ BY THE BATCHDSH      *
      *    DASHBOARD PROGRAM.  A PARALLEL=Y FACILITY JOB CARRIES THE  *
      *    RECORD ON HOSPTOT INSTEAD (SEE 1730-WRITE-FACILITY-TOTALS) *
      *    AND HOSPMRG APPENDS IT.                                    *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  1890-BUILD-RUN-LOG-REC                                  *
      *****************************************************************
      *
           OPEN EXTEND RUNLOG.
           IF LGCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING BATCH RUN LOG'
           END-IF.

           PERFORM 1890-BUILD-RUN-LOG-REC.

           WRITE RUN-LOG-REC FROM WS-RUN-LOG-REC.
           IF LGCODE = '00'
