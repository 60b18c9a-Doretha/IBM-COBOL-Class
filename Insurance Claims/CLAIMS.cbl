      *  RECORD IS WRITTEN TO THE CLAIMS REPORT.  IF ANY FIELD ON A   *
      *  RECORD FAILS A VALIDATION  CHECK, NO CLAIM PAYMENT INFORMA-  *
      *  TION IS CALCULATED AND THE RECORD IS WRITTEN TO THE ERROR    *
      *  REPORT.  EACH MEMBER'S DEDUCTIBLE AND COINSURANCE ARE        *
      *  ACCUMULATED ON THE POLICY MASTER AS BENEFIT-YEAR OUT-OF-     *
      *  POCKET; ONCE THAT REACHES THE ANNUAL MAXIMUM FOR THE POLICY  *
      *  TYPE, CLAIMS ARE PAID AT 100% OF THE ALLOWED AMOUNT.         *
      *                                                               *
      *  INPUT FILE: INCLUDES VALID AND INVALID RECORDS TO TEST EDITS *
      *      RTPOT44.LEARN.INCLAIMS.VALID.AND.ERRORS                  *
      *      INTERNAL FILE NAME:  CLAIMSIN                            *
      *      JCL DD NAME:         INCLAIMS                            *
      *                                                               *
      *  HAND-OFF CONTROL TOTALS:  EVERY FEED CONCATENATED INTO       *
      *      INCLAIMS (HOSPCLM'S CLAIMOUT, APPEALS' APPLCLM, RECON'S  *
      *      WROFFILE) ENDS WITH A CONTROL TRAILER (CLAIMTRL          *
      *      COPYBOOK) CARRYING ITS CLAIM COUNT AND AMOUNT HASH.      *
      *      INCLAIMS IS BALANCED FEED BY FEED AGAINST THOSE          *
      *      TRAILERS BEFORE ANY FILE IS REPOSITIONED OR OPENED FOR   *
      *      OUTPUT; A MISMATCH, A MISSING TRAILER OR CLAIMS AFTER    *
      *      THE LAST TRAILER STOP THE RUN WITH RETURN CODE 16 AND    *
      *      NOTHING POSTED.  THE BALANCE STATUS IS CARRIED ON THE    *
      *      RUN LOG RECORD FOR THE BATCHDSH DASHBOARD.               *
      *                                                               *
      *  PROVIDER FEE SCHEDULE (OPTIONAL): ALLOWED AMOUNT OR PERCENT  *
      *      OF BILLED BY CLAIM-PCP-ID AND POLICY TYPE.  EACH CLAIM   *
      *      IS CUT TO ITS ALLOWED AMOUNT BEFORE DEDUCTIBLE AND       *
      *      COINSURANCE; BILLED MINUS ALLOWED IS REPORTED AS A       *
      *      CONTRACTUAL WRITE-OFF.                                   *
      *      INTERNAL FILE NAME:  FEESCHED                            *
      *      JCL DD NAME:         FEESCHED                            *
      *                                                               *
      *  PREMIUM BILLING MASTER (OPTIONAL): PAID-TO STATUS BY POLICY, *
      *      MAINTAINED BY PREMPOST AND PREMBILL.  A CLAIM WHOSE DATE *
      *      OF SERVICE FALLS IN AN UNPAID PREMIUM GRACE PERIOD IS    *
      *      PENDED TO THE SUSPENSE QUEUE UNTIL THE PREMIUM IS PAID   *
      *      OR THE POLICY LAPSES; A CLAIM WITH A DATE OF SERVICE     *
      *      AFTER A LAPSED POLICY'S LAPSE DATE IS DENIED ON ERRORPT. *
      *      INTERNAL FILE NAME:  PREMMSTR                            *
      *      JCL DD NAME:         PREMMSTR                            *
      *                                                               *
      *  SUBROGATION REFERRAL FILE (CUMULATIVE): ONE RECORD PER PAID  *
      *      ACCIDENT-RELATED CLAIM (CLAIM-ACCIDENT-IND 'A' AUTO OR   *
      *      'W' WORKPLACE, FROM THE DIAGNOSTIC CODE MASTER VIA       *
      *      HOSPEDIT AND HOSPCLM) WITH THE AMOUNT PAID, SO RECOVERY  *
      *      CAN BE PURSUED FROM THE LIABLE PARTY'S INSURER AND       *
      *      TRACKED BY THE SUBROTRK PROGRAM.                         *
      *      INTERNAL FILE NAME:  SUBROREF                            *
      *      JCL DD NAME:         SUBROREF                            *
      *                                                               *
      *  CHECKPOINT/RESTART: EVERY CKPTINT-TH POLICY CONTROL BREAK    *
      *      (CLMPARM CARD, DEFAULT 25) A CHECKPOINT OF THE LAST      *
      *      POLICY COMPLETED, THE RUNNING TOTALS AND THE LENGTH OF   *
      *      EVERY DATA FILE WRITTEN IS LOGGED TO CHKPT.  TO RESTART  *
      *      AN ABENDED RUN, RERUN IT WITH THE SAME CLAIMSIN AND      *
      *      SUSPIN AND ITS CHKPT DATASET AS RESTARTIN - THE DATA     *
      *      FILES AND THE EOB STATEMENT AND EXCEPTION FILES ARE CUT  *
      *      BACK TO THE CHECKPOINT, POLICY MASTER                    *
      *      UPDATES AFTER IT ARE BACKED OUT FROM THE JOURNAL, AND    *
      *      THE RUN RESUMES AFTER THAT POLICY, APPENDING TO THE      *
      *      PARTIAL OUTPUT FILES.  CKPWORK IS A SCRATCH FILE USED    *
      *      ONLY ON A RESTART.                                       *
      *      INTERNAL FILE NAMES: CHECKFILE, RESTARTIN, CKPWORK       *
      *      JCL DD NAMES:        CHKPT, RESTARTIN, CKPWORK           *
      *                                                               *
      *  OUTPUT FILES: GO TO SYSOUT JCL JOB SPOOL                     *
      *      INTERNAL FILE NAMES:                                     *
      *       - CLAIMSRPT (CLAIMS REPORT - RECORDS THAT PASS EDIT     *
           SELECT OPTIONAL GLFILE
              ASSIGN TO GLFILE             *>SHARED GL POSTING INTERFACE
              FILE STATUS IS GL-FILE-STATUS.
      *
           SELECT OPTIONAL FEESCHED
              ASSIGN TO FEESCHED           *>PROVIDER FEE SCHEDULE
              FILE STATUS IS FEE-SCHED-STATUS.
      *
           SELECT OPTIONAL PREMMSTR
              ASSIGN TO PREMMSTR           *>PREMIUM BILLING MASTER
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS PRM-POLICY-NO
              FILE STATUS IS PREM-MSTR-STATUS.
      *
           SELECT OPTIONAL SUBROREF
              ASSIGN TO SUBROREF           *>SUBROGATION REFERRALS
              FILE STATUS IS SUBRO-REF-STATUS.
      *
           SELECT CHECKFILE
              ASSIGN TO CHKPT              *>RESTART CHECKPOINT LOG
              FILE STATUS IS CHKPT-STATUS.
      *
           SELECT OPTIONAL RESTARTIN
              ASSIGN TO RESTARTIN          *>PRIOR RUN'S CHECKPOINT LOG
              FILE STATUS IS RESTART-STATUS.
      *
           SELECT CKPWORK
              ASSIGN TO CKPWORK            *>RESTART REPOSITIONING WORK
              FILE STATUS IS CKP-WORK-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CLAIMSIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLAIM-RECORD-WS.
      *
           COPY CLAIMREC. *> COPYBOOK RECORD LAYOUT FOR CLAIMS FILE
      *
           COPY CLAIMTRL. *> CONTROL TRAILER ENDING EACH CLAIMS FEED
      *
      *** SORT WORK FILE USED TO GROUP CLAIMSIN BY POLICY NUMBER SO
      *** 0550-CONTROL-BREAK-CHECK CAN CARRY DEDUCTIBLE-PAID AND
           05  SRT-CLAIM-TRANS-CODE        PIC X(01).
           05  SRT-CLAIM-RECEIVED-DATE     PIC 9(08).
           05  SRT-CLAIM-PCP-ID            PIC X(06).
           05  SRT-CLAIM-DIAG-CODE         PIC X(07).
           05  SRT-CLAIM-ACCIDENT-IND      PIC X(01).
           05  FILLER                      PIC X(02).
      *** THE SUSPENSE ATTEMPT COUNT RIDES BEHIND THE FULL 100-BYTE
      *** CLAIM IMAGE THROUGH THE SORT - '00' FOR CLAIMS ARRIVING
      *** FRESH FROM CLAIMSIN.
           05  SRT-PEND-ATTEMPTS           PIC X(02).
       FD  CLAIMRPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 192 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CLAIM-RPT-REC.
      *
       01 CLAIM-RPT-REC   PIC X(192).
      *
       FD  ERRORPT
           RECORDING MODE IS F
      *  BALANCE FOR EACH POLICY SO THE POSITION 0550-CONTROL-BREAK-  *
      *  CHECK ACCUMULATES WITHIN A RUN SURVIVES BETWEEN BATCH RUNS.  *
      *  READ AT THE START OF EACH POLICY GROUP AND REWRITTEN AFTER   *
      *  THE LAST CLAIM FOR THE POLICY.  PM-OOP-PAID IS THE MEMBER'S  *
      *  BENEFIT-YEAR OUT-OF-POCKET (DEDUCTIBLE PLUS COINSURANCE),    *
      *  CARVED FROM THE OLD FILLER - ROWS WRITTEN BEFORE THE FIELD   *
      *  EXISTED CARRY SPACES THERE AND ARE READ AS ZERO.             *
      *****************************************************************
      *
       FD  POLMSTR
           05  PM-DEDUCTIBLE-PAID          PIC S9(4).
           05  PM-POLICY-BALANCE           PIC S9(7)V99.
           05  PM-BENEFIT-DATE             PIC 9(08).
           05  PM-OOP-PAID                 PIC S9(7)V99.
           05  FILLER                      PIC X(03).

      *****************************************************************
      *  SUSPENSE (PENDED-CLAIM) QUEUE.  CLAIMS THAT FAIL A SOFT EDIT *
      *  ARE WRITTEN TO SUSPOUT IN THEIR ORIGINAL 100-BYTE CLAIMREC   *
      *  LAYOUT WITH A PEND REASON CODE, PEND DATE AND ATTEMPT COUNT  *
      *  APPENDED.  ON THE NEXT RUN THE FILE COMES BACK IN AS SUSPIN  *
      *  AND ITS CLAIMS ARE RELEASED TO THE SORT AHEAD OF CLAIMSIN,   *
       FD  SUSPIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 113 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUSP-IN-REC.
      *
       01  SUSP-IN-REC.
           05  SUSP-IN-CLAIM               PIC X(100).
           05  SUSP-IN-REASON              PIC X(03).
           05  SUSP-IN-DATE                PIC 9(08).
           05  SUSP-IN-ATTEMPTS            PIC 9(02).
       FD  SUSPOUT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 113 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUSP-OUT-REC.
      *
       01  SUSP-OUT-REC.
           05  SUSP-OUT-CLAIM              PIC X(100).
           05  SUSP-OUT-REASON             PIC X(03).
           05  SUSP-OUT-DATE               PIC 9(08).
           05  SUSP-OUT-ATTEMPTS           PIC 9(02).
      *  READABLE RECORD IS APPENDED PER ADJUDICATED CLAIM (AND PER   *
      *  PEND, VOID OR ADJUSTMENT) SO MEMBER-SERVICE INQUIRIES CAN BE *
      *  ANSWERED BY THE CLMHIST PROGRAM INSTEAD OF DIGGING THROUGH   *
      *  REPORT ARCHIVES.  THE CLAIM DETAIL AT THE END OF THE RECORD  *
      *  (POLICY TYPE, BENEFIT DATE, COINSURANCE, PROVIDER AND        *
      *  SECONDARY COVERAGE) LETS THE APPEALS PROGRAM REBUILD A       *
      *  DENIED CLAIM WHEN ITS APPEAL IS OVERTURNED.  RECORDS WRITTEN *
      *  BEFORE THOSE FIELDS EXISTED CARRY SPACES THERE.              *
      *****************************************************************
      *
       FD  HISTFILE
           05  HIST-AMOUNT-PAID            PIC S9(7)V99.
           05  HIST-DISPOSITION            PIC X(04).
           05  HIST-RUN-DATE               PIC 9(08).
           05  HIST-POLICY-TYPE            PIC 9(01).
           05  HIST-BENEFIT-DATE           PIC 9(08).
           05  HIST-COINSURANCE            PIC V99.
           05  HIST-PCP-ID                 PIC X(06).
           05  HIST-SECONDARY-POLICY-TYPE  PIC 9(01).
      *
      *****************************************************************
      *  POLICY MASTER UPDATE JOURNAL.  ONE BEFORE/AFTER IMAGE IS     *
           05  JRN-AFT-BALANCE             PIC S9(7)V99.
           05  JRN-AFT-BENEFIT-DATE        PIC 9(08).
           05  JRN-RUN-DATE                PIC 9(08).
           05  JRN-BEF-OOP-PAID            PIC S9(7)V99.
           05  JRN-AFT-OOP-PAID            PIC S9(7)V99.
           05  FILLER                      PIC X(04).
      *
      *****************************************************************
      *  PROVIDER REMITTANCE ADVICE PRINT FILE - PAYMENTS GROUPED BY  *
           05  GL-CYCLE-DATE               PIC 9(08).
           05  GL-SOURCE-PROGRAM           PIC X(08).
           05  FILLER                      PIC X(41).
      *
      *****************************************************************
      *  PROVIDER FEE SCHEDULE, ONE ROW PER CLAIM-PCP-ID AND POLICY   *
      *  TYPE.  METHOD 'A' GIVES A FLAT ALLOWED AMOUNT, METHOD 'P' AN *
      *  ALLOWED PERCENT OF THE BILLED CLAIM AMOUNT.  LOADED INTO A   *
      *  TABLE AT STARTUP BY 0165-LOAD-FEE-SCHEDULE SO 0800 CAN CUT   *
      *  EACH CLAIM DOWN TO THE CONTRACTED ALLOWED AMOUNT BEFORE THE  *
      *  DEDUCTIBLE AND COINSURANCE ARE APPLIED.                      *
      *****************************************************************
      *
       FD  FEESCHED
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS FEE-SCHED-REC.
      *
       01  FEE-SCHED-REC                   PIC X(80).
      *
      *****************************************************************
      *  PREMIUM BILLING MASTER, KEYED BY POLICY NUMBER.  READ ONLY   *
      *  HERE - 0586-CHECK-PREMIUM-STATUS LOOKS UP EACH CLAIM'S       *
      *  POLICY TO PEND CLAIMS IN AN UNPAID GRACE PERIOD AND DENY     *
      *  CLAIMS AFTER A LAPSE.  A POLICY NOT ON THE MASTER IS NOT     *
      *  PREMIUM-BILLED AND ADJUDICATES AS BEFORE.                    *
      *****************************************************************
      *
       FD  PREMMSTR
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PREMIUM-MASTER-REC.
      *
           COPY PREMREC.
      *
      *****************************************************************
      *  CUMULATIVE SUBROGATION REFERRAL FILE.  ONE RECORD IS         *
      *  APPENDED PER PAID ACCIDENT-RELATED CLAIM, KEYED BY A         *
      *  REFERRAL NUMBER OF THE RUN DATE, RUN TIME AND A SEQUENCE     *
      *  WITHIN THE RUN.  THE SUBROTRK PROGRAM MATCHES RECOVERIES     *
      *  POSTED BY THE RECOVERY UNIT AGAINST IT BY THAT NUMBER.       *
      *****************************************************************
      *
       FD  SUBROREF
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS SUBRO-REF-REC.
      *
       01  SUBRO-REF-REC.
           05  SUB-REFERRAL-NO.
               10  SUB-REF-RUN-DATE        PIC 9(08).
               10  SUB-REF-RUN-TIME        PIC 9(06).
               10  SUB-REF-SEQ             PIC 9(05).
           05  SUB-POLICY-NO               PIC 9(07).
           05  SUB-LAST-NAME               PIC X(15).
           05  SUB-FIRST-NAME              PIC X(10).
           05  SUB-BENEFIT-DATE            PIC 9(08).
           05  SUB-PCP-ID                  PIC X(06).
           05  SUB-DIAG-CODE               PIC X(07).
           05  SUB-ACCIDENT-IND            PIC X(01).
           05  SUB-CLAIM-AMOUNT            PIC S9(7)V99.
           05  SUB-AMOUNT-PAID             PIC S9(7)V99.
           05  FILLER                      PIC X(09).
      *
      *****************************************************************
      *  CHECKPOINT/RESTART FILES.  CHECKFILE IS THIS RUN'S           *
      *  CHECKPOINT LOG; RESTARTIN IS AN ABENDED RUN'S LOG, SUPPLIED  *
      *  ONLY TO RESTART THAT RUN.  EACH CHECKPOINT IS A SET OF IMAGE *
      *  RECORDS ('S' SUMMARY COUNTERS, 'T' POLICY TYPE TABLE, 'D'    *
      *  REMITTANCE DETAIL ENTRIES, 'P' PROVIDER TOTALS) CLOSED BY A  *
      *  'C' COMMIT RECORD - A SET WITHOUT ITS COMMIT RECORD (THE RUN *
      *  DIED WRITING IT) IS IGNORED ON RESTART.  THE RECORD LAYOUT   *
      *  IS WS-CHECKPOINT-REC.  CKPWORK HOLDS A DATA FILE'S FIRST     *
      *  RECORDS WHILE A RESTART CUTS IT BACK TO ITS CHECKPOINTED     *
      *  LENGTH.                                                      *
      *****************************************************************
      *
       FD  CHECKFILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 300 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CHECKPOINT-REC.
      *
       01  CHECKPOINT-REC                  PIC X(300).
      *
       FD  RESTARTIN
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 300 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS RESTART-REC.
      *
       01  RESTART-REC                     PIC X(300).
      *
       FD  CKPWORK
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 133 CHARACTERS
           BLOCK CONTAINS 0 RECORDS
           DATA RECORD IS CKP-WORK-REC.
      *
       01  CKP-WORK-REC                    PIC X(133).

       WORKING-STORAGE SECTION.
      *
          05 FILLER       PIC X(05)  VALUE SPACES.
          05 FILLER       PIC X(10)  VALUE 'CLAIM'.
          05 FILLER       PIC X(05)  VALUE SPACES.
          05 FILLER       PIC X(10)  VALUE 'ALLOWED'.
          05 FILLER       PIC X(05)  VALUE SPACES.
          05 FILLER       PIC X(10)  VALUE 'CONTRACT'.
          05 FILLER       PIC X(05)  VALUE SPACES.
          05 FILLER       PIC X(10)  VALUE 'CLAIM'.
          05 FILLER       PIC X(08)  VALUE SPACES.
      *
          05 FILLER       PIC X(05)  VALUE SPACES.
          05 FILLER       PIC X(10)  VALUE 'AMOUNT'.
          05 FILLER       PIC X(05)  VALUE SPACES.
          05 FILLER       PIC X(10)  VALUE 'AMOUNT'.
          05 FILLER       PIC X(05)  VALUE SPACES.
          05 FILLER       PIC X(10)  VALUE 'WRITE-OFF'.
          05 FILLER       PIC X(05)  VALUE SPACES.
          05 FILLER       PIC X(10)  VALUE 'PAID'.
          05 FILLER       PIC X(08)  VALUE SPACES.
      *
          05 FILLER       PIC X(10)  VALUE ALL '-'.
          05 FILLER       PIC X(05)  VALUE SPACES.
          05 FILLER       PIC X(10)  VALUE ALL '-'.
          05 FILLER       PIC X(05)  VALUE SPACES.
          05 FILLER       PIC X(10)  VALUE ALL '-'.
          05 FILLER       PIC X(05)  VALUE SPACES.
          05 FILLER       PIC X(10)  VALUE ALL '-'.
          05 FILLER       PIC X(10)  VALUE SPACES.
      *
       01 HEADER-REC-BLANK. *>BLANK REPORT LINE
          05 FILLER                       PIC X(05)  VALUE SPACES.
          05 CLAIM-AMOUNT-O               PIC $$$,$$9.99.
          05 FILLER                       PIC X(05)  VALUE SPACES.
          05 CLAIM-ALLOWED-AMOUNT-O       PIC $$$,$$9.99.
          05 FILLER                       PIC X(05)  VALUE SPACES.
          05 CLAIM-CONTRACT-ADJ-O         PIC $$$,$$9.99.
          05 FILLER                       PIC X(05)  VALUE SPACES.
          05 CLAIM-AMOUNT-PAID-O          PIC $$$,$$9.99.
          05 FILLER                       PIC X(01)  VALUE SPACES.
          05 RENEW-NOTE-O                 PIC X(09).
          05 FILLER       PIC X(28) VALUE "TOTAL CLAIMS AGED OUT:   ".
          05 SUM-CLAIMS-AGED-O  PIC ZZZ,ZZ9.
          05 FILLER          PIC X(126) VALUE SPACES.
      *
       01 SUMMARY-RPT-LINE-9.
          05 FILLER       PIC X(28) VALUE "  PENDED IN PREMIUM GRACE:".
          05 SUM-CLAIMS-GRACE-O PIC ZZZ,ZZ9.
          05 FILLER          PIC X(126) VALUE SPACES.
      *
       01 SUMMARY-RPT-LINE-10.
          05 FILLER       PIC X(28) VALUE "TOTAL DENIED - LAPSED:   ".
          05 SUM-CLAIMS-LAPSED-O PIC ZZZ,ZZ9.
          05 FILLER          PIC X(126) VALUE SPACES.
      *
       01 SUMMARY-RPT-LINE-4.
          05 FILLER          PIC X(31)
                VALUE "TOTAL SECONDARY COVERAGE PAID: ".
          05 SUM-SECONDARY-PAID-O       PIC $,$$$,$$$,$$9.99.
          05 FILLER          PIC X(107) VALUE SPACES.
      *
       01 SUMMARY-RPT-PRICE-HEADER.
          05 FILLER          PIC X(40)
                VALUE "CONTRACTUAL PRICING - PAID CLAIMS".
          05 FILLER          PIC X(120) VALUE SPACES.
      *
       01 SUMMARY-RPT-PRICE-LINE-1.
          05 FILLER          PIC X(31)
                VALUE "TOTAL BILLED AMOUNT:           ".
          05 SUM-PRICE-BILLED-O         PIC $,$$$,$$$,$$9.99.
          05 FILLER          PIC X(107) VALUE SPACES.
      *
       01 SUMMARY-RPT-PRICE-LINE-2.
          05 FILLER          PIC X(31)
                VALUE "TOTAL ALLOWED AMOUNT:          ".
          05 SUM-PRICE-ALLOWED-O        PIC $,$$$,$$$,$$9.99.
          05 FILLER          PIC X(107) VALUE SPACES.
      *
       01 SUMMARY-RPT-PRICE-LINE-3.
          05 FILLER          PIC X(31)
                VALUE "TOTAL CONTRACTUAL ADJUSTMENT:  ".
          05 SUM-PRICE-CONTRACT-ADJ-O   PIC $,$$$,$$$,$$9.99.
          05 FILLER          PIC X(107) VALUE SPACES.
      *
       01 SUMMARY-RPT-OOP-LINE.
          05 FILLER          PIC X(31)
                VALUE "CLAIMS PAID AT OOP MAXIMUM:    ".
          05 SUM-OOP-MAX-COUNT-O        PIC ZZZ,ZZ9.
          05 FILLER          PIC X(122) VALUE SPACES.
      *
       01 SUMMARY-RPT-PRICE-LINE-4.
          05 FILLER          PIC X(31)
                VALUE "CLAIMS PRICED BY FEE SCHEDULE: ".
          05 SUM-PRICE-SCHED-COUNT-O    PIC ZZZ,ZZ9.
          05 FILLER          PIC X(122) VALUE SPACES.
      *
       01 SUMMARY-RPT-REV-HEADER.
          05 FILLER          PIC X(30)
                VALUE "TOTAL AMOUNT ADJUSTED:         ".
          05 SUM-AMT-ADJUSTED-O         PIC -,$$$,$$$,$$9.99.
          05 FILLER          PIC X(106) VALUE SPACES.
      *
       01 SUMMARY-RPT-SUBRO-HEADER.
          05 FILLER          PIC X(40)
                VALUE "SUBROGATION REFERRALS - ACCIDENT CLAIMS".
          05 FILLER          PIC X(120) VALUE SPACES.
      *
       01 SUMMARY-RPT-SUBRO-LINE-1.
          05 FILLER          PIC X(31)
                VALUE "ACCIDENT CLAIMS REFERRED:      ".
          05 SUM-SUBRO-COUNT-O          PIC ZZZ,ZZ9.
          05 FILLER          PIC X(122) VALUE SPACES.
      *
       01 SUMMARY-RPT-SUBRO-LINE-2.
          05 FILLER          PIC X(31)
                VALUE "AMOUNT PAID REFERRED:          ".
          05 SUM-SUBRO-AMT-O            PIC $,$$$,$$$,$$9.99.
          05 FILLER          PIC X(113) VALUE SPACES.
      *
       01 SUMMARY-RPT-TAT-HEADER.
          05 FILLER          PIC X(40)
               10  WS-SEC-MEMBER-PCT   PIC 9(02).
      *
      *****************************************************************
      *  PER-POLICY-TYPE ANNUAL OUT-OF-POCKET MAXIMUM.  ONCE THE      *
      *  MEMBER'S BENEFIT-YEAR DEDUCTIBLE PLUS COINSURANCE REACHES    *
      *  THE CAP, 0800 PAYS EVERY FURTHER CLAIM AT 100% OF ALLOWED.   *
      *  SAME FILLER-VALUE/REDEFINES IDIOM AS THE TABLES ABOVE.       *
      *****************************************************************
      *
       01  WS-OOP-MAX-VALUES.
           05  FILLER              PIC X(10) VALUE '1000870000'.
           05  FILLER              PIC X(10) VALUE '2000500000'.
           05  FILLER              PIC X(10) VALUE '3000945000'.
      *
       01  WS-OOP-MAX-TABLE REDEFINES WS-OOP-MAX-VALUES.
           05  WS-OOP-MAX-ENTRY OCCURS 3 TIMES.
               10  WS-OOP-POLICY-TYPE  PIC 9(01).
               10  WS-OOP-MAX-AMOUNT   PIC 9(07)V99.
      *
      *****************************************************************
      *  PROVIDER REMITTANCE ADVICE ACCUMULATORS.  EVERY PAID CLAIM   *
      *  ADDS ONE CLAIM-LEVEL DETAIL ENTRY AND ROLLS INTO ITS         *
      *  PROVIDER'S TOTAL (SAME FIND-OR-INSERT IDIOM AS THE           *
             10 WS-RD-PCP-ID        PIC X(06).
             10 WS-RD-POLICY-NO     PIC 9(07).
             10 WS-RD-NAME          PIC X(26).
             10 WS-RD-BILLED        PIC S9(7)V99.
             10 WS-RD-ALLOWED       PIC S9(7)V99.
             10 WS-RD-CONTRACT-ADJ  PIC S9(7)V99.
             10 WS-RD-AMOUNT-PAID   PIC S9(7)V99.
      *
       01 WS-RD-ENTRIES-USED        PIC S9(04) COMP VALUE 0.
          05 WS-RP-ENTRY OCCURS 100 TIMES INDEXED BY RP-IDX.
             10 WS-RP-PCP-ID        PIC X(06).
             10 WS-RP-CLAIM-COUNT   PIC 9(07).
             10 WS-RP-CONTRACT-ADJ  PIC S9(9)V99.
             10 WS-RP-AMOUNT-PAID   PIC S9(9)V99.
      *
       01 WS-RP-ENTRIES-USED        PIC S9(04) COMP VALUE 0.
       01 REMIT-COL-HEADER-1.
          05 FILLER       PIC X(09)  VALUE 'POLICY'.
          05 FILLER       PIC X(28)  VALUE 'INSURED'.
          05 FILLER       PIC X(14)  VALUE '      BILLED'.
          05 FILLER       PIC X(14)  VALUE '     ALLOWED'.
          05 FILLER       PIC X(14)  VALUE '   WRITE-OFF'.
          05 FILLER       PIC X(14)  VALUE ' AMOUNT PAID'.
          05 FILLER       PIC X(40)  VALUE SPACES.
      *
       01 REMIT-COL-HEADER-2.
          05 FILLER       PIC X(07)  VALUE ALL '-'.
          05 FILLER       PIC X(02)  VALUE SPACES.
          05 FILLER       PIC X(26)  VALUE ALL '-'.
          05 FILLER       PIC X(02)  VALUE SPACES.
          05 FILLER       PIC X(12)  VALUE ALL '-'.
          05 FILLER       PIC X(02)  VALUE SPACES.
          05 FILLER       PIC X(12)  VALUE ALL '-'.
          05 FILLER       PIC X(02)  VALUE SPACES.
          05 FILLER       PIC X(12)  VALUE ALL '-'.
          05 FILLER       PIC X(02)  VALUE SPACES.
          05 FILLER       PIC X(12)  VALUE ALL '-'.
          05 FILLER       PIC X(42)  VALUE SPACES.
      *
       01 REMIT-DETAIL-LINE.
          05 REMIT-POLICY-O   PIC 9(07).
          05 FILLER           PIC X(02)  VALUE SPACES.
          05 REMIT-NAME-O     PIC X(26).
          05 FILLER           PIC X(02)  VALUE SPACES.
          05 REMIT-BILLED-O   PIC -,$$$,$$9.99.
          05 FILLER           PIC X(02)  VALUE SPACES.
          05 REMIT-ALLOWED-O  PIC -,$$$,$$9.99.
          05 FILLER           PIC X(02)  VALUE SPACES.
          05 REMIT-WRITEOFF-O PIC -,$$$,$$9.99.
          05 FILLER           PIC X(02)  VALUE SPACES.
          05 REMIT-PAID-O     PIC -,$$$,$$9.99.
          05 FILLER           PIC X(42)  VALUE SPACES.
      *
       01 REMIT-PROV-TOTAL-LINE.
          05 FILLER               PIC X(26)
                VALUE 'PROVIDER TOTAL - CLAIMS: '.
          05 REMIT-TOT-COUNT-O    PIC ZZZ,ZZ9.
          05 FILLER               PIC X(14)
                VALUE '   WRITE-OFF: '.
          05 REMIT-TOT-WRITEOFF-O PIC -$$,$$$,$$9.99.
          05 FILLER               PIC X(09)
                VALUE '   PAID: '.
          05 REMIT-TOT-PAID-O     PIC -$$,$$$,$$9.99.
          05 FILLER               PIC X(49)  VALUE SPACES.
      *
       01 REMIT-BLANK-LINE        PIC X(133) VALUE SPACES.
      *
             88 ADDRESS-FOUND                 VALUE 'Y'.
          05 WS-AD-FOUND-SUB         PIC S9(04) COMP VALUE 0.
          05 WS-EOB-NO-ADDR-COUNT    PIC 9(05) VALUE 0.
      *
      *****************************************************************
      *  PROVIDER FEE SCHEDULE TABLE AND CONTROLS, LOADED AT STARTUP  *
      *  BY 0165-LOAD-FEE-SCHEDULE AND SEARCHED BY 0810-PRICE-CLAIM-  *
      *  ALLOWED-AMOUNT (SAME LOAD-AND-SEARCH IDIOM AS THE ADDRESS    *
      *  MASTER TABLE).  A CLAIM WHOSE PROVIDER/POLICY TYPE HAS NO    *
      *  ROW IS ALLOWED AT THE FULL BILLED AMOUNT.                    *
      *****************************************************************
      *
       01 WS-FEE-SCHED-REC.
          05 WS-FR-PCP-ID            PIC X(06).
          05 WS-FR-POLICY-TYPE       PIC 9(01).
          05 WS-FR-METHOD            PIC X(01).
             88 WS-FR-VALID-METHOD            VALUE 'A', 'P'.
          05 WS-FR-ALLOWED-AMOUNT    PIC 9(07)V99.
          05 WS-FR-ALLOWED-PERCENT   PIC 9(03)V99.
          05 FILLER                  PIC X(58).
      *
       01 WS-FEE-SCHEDULE-TABLE.
          05 WS-FS-ENTRY OCCURS 2000 TIMES INDEXED BY FS-IDX.
             10 WS-FS-PCP-ID         PIC X(06).
             10 WS-FS-POLICY-TYPE    PIC 9(01).
             10 WS-FS-METHOD         PIC X(01).
                88 FS-FLAT-ALLOWED             VALUE 'A'.
                88 FS-PERCENT-OF-BILLED        VALUE 'P'.
             10 WS-FS-ALLOWED-AMOUNT PIC 9(07)V99.
             10 WS-FS-ALLOWED-PERCENT
                                     PIC 9(03)V99.
      *
       01 WS-FEE-SCHED-CONTROLS.
          05 WS-FS-ENTRIES-LOADED    PIC S9(04) COMP VALUE 0.
          05 WS-FS-REJECTED-COUNT    PIC 9(05) VALUE 0.
          05 WS-FEE-SCHED-EOF        PIC X(01) VALUE SPACES.
             88 END-OF-FEESCHED               VALUE 'Y'.
          05 WS-FS-FOUND-SW          PIC X(01) VALUE 'N'.
             88 FEE-SCHEDULE-FOUND            VALUE 'Y'.
      *
       01 EOB-ADDR-LINE-1.
          05 FILLER               PIC X(09)  VALUE 'MAIL TO: '.
             88 WS-ADJUSTMENT-CLAIM         VALUE 'A'.
          05 WS-CLAIM-RECEIVED-DATE         PIC 9(08).
          05 WS-CLAIM-PCP-ID                PIC X(06).
          05 WS-CLAIM-DIAG-CODE             PIC X(07).
          05 WS-CLAIM-ACCIDENT-IND          PIC X(01).
             88 WS-ACCIDENT-RELATED-CLAIM   VALUES 'A', 'W'.
          05 FILLER                         PIC X(02).
          05 WS-PEND-ATTEMPTS-X             PIC X(02).
          05 WS-PEND-ATTEMPTS REDEFINES WS-PEND-ATTEMPTS-X
                                            PIC 9(02).
          05 WS-PEND-DISPOSITION-SW  PIC X(01)  VALUE SPACE.
             88 CLAIM-TO-BE-PENDED              VALUE 'P'.
             88 CLAIM-AGED-OUT                  VALUE 'X'.
             88 CLAIM-PENDED-IN-GRACE           VALUE 'G'.
             88 CLAIM-POLICY-LAPSED             VALUE 'L'.
          05 WS-PREM-MSTR-SW         PIC X(01)  VALUE 'N'.
             88 PREMIUM-MASTER-OPEN             VALUES 'Y', 'E'.
             88 PREMIUM-MASTER-PRESENT          VALUE 'Y'.
          05 INPUT-ERROR-SW          PIC X(01).
             88 DATA-INPUT-ERROR                VALUE 'Y'.
          05 WS-DEDUCTIBLE-MET-SW    PIC X(01).
          05 WS-TOTAL-CLAIM-AMT-PAID      PIC S9(9)V99  VALUE 0.
          05 WS-TOTAL-CLAIMS-PENDED       PIC 9(07)     VALUE 0.
          05 WS-TOTAL-CLAIMS-AGED-OUT     PIC 9(07)     VALUE 0.
          05 WS-TOTAL-CLAIMS-GRACE-PEND   PIC 9(07)     VALUE 0.
          05 WS-TOTAL-CLAIMS-LAPSED       PIC 9(07)     VALUE 0.
          05 WS-TOTAL-SECONDARY-PAID      PIC S9(9)V99  VALUE 0.
          05 WS-TOTAL-CLAIMS-REVERSED     PIC 9(07)     VALUE 0.
          05 WS-TOTAL-AMT-REVERSED        PIC S9(9)V99  VALUE 0.
          05 WS-TOTAL-ADJUSTMENTS         PIC 9(07)     VALUE 0.
          05 WS-TOTAL-AMT-ADJUSTED        PIC S9(9)V99  VALUE 0.
          05 WS-TOTAL-BILLED-PAID-CLAIMS  PIC S9(9)V99  VALUE 0.
          05 WS-TOTAL-ALLOWED-AMT         PIC S9(9)V99  VALUE 0.
          05 WS-TOTAL-CONTRACT-ADJ        PIC S9(9)V99  VALUE 0.
          05 WS-TOTAL-CLAIMS-SCHED-PRICED PIC 9(07)     VALUE 0.
          05 WS-TOTAL-CLAIMS-OOP-MAX      PIC 9(07)     VALUE 0.
          05 WS-TOTAL-SUBRO-REFERRALS     PIC 9(05)     VALUE 0.
          05 WS-TOTAL-SUBRO-AMT-PAID      PIC S9(9)V99  VALUE 0.
      *
      *****************************************************************
      *  PROMPT-PAY TURNAROUND COMPLIANCE.  STATE RULES REQUIRE       *
          05 WS-CB-RENEW-DATE        PIC 9(08)     VALUE ZERO.
          05 WS-RENEWAL-RESET-SW     PIC X(01)     VALUE 'N'.
             88 BENEFIT-YEAR-RESET                 VALUE 'Y'.
          05 WS-CB-OOP-PAID          PIC S9(7)V99  VALUE ZERO.
          05 WS-CB-OOP-MAX           PIC 9(07)V99  VALUE ZERO.
      *
      *****************************************************************
      *  DUPLICATE-CLAIM DETECTION.  REMEMBERS EVERY POLICY NUMBER /   *
          05 FILLER       PIC X(03)  VALUE SPACES.
          05 FILLER       PIC X(12)  VALUE 'CLAIM'.
          05 FILLER      PIC X(03)  VALUE SPACES.
          05 FILLER       PIC X(12)  VALUE 'ALLOWED'.
          05 FILLER       PIC X(03)  VALUE SPACES.
          05 FILLER       PIC X(12)  VALUE 'CONTRACT'.
          05 FILLER       PIC X(03)  VALUE SPACES.
          05 FILLER       PIC X(12)  VALUE 'DEDUCTIBLE'.
          05 FILLER       PIC X(03)  VALUE SPACES.
          05 FILLER       PIC X(07)  VALUE 'COINS'.
          05 FILLER       PIC X(09)  VALUE 'STATUS'.
          05 FILLER       PIC X(12)  VALUE 'SECONDARY'.
          05 FILLER       PIC X(03)  VALUE SPACES.
          05 FILLER       PIC X(19)  VALUE 'MEMBER'.
      *
       01 EOB-COL-HEADER-2.
          05 FILLER       PIC X(12)  VALUE 'DATE'.
          05 FILLER       PIC X(03)  VALUE SPACES.
          05 FILLER       PIC X(12)  VALUE 'AMOUNT'.
          05 FILLER       PIC X(03)  VALUE SPACES.
          05 FILLER       PIC X(12)  VALUE 'AMOUNT'.
          05 FILLER       PIC X(03)  VALUE SPACES.
          05 FILLER       PIC X(12)  VALUE 'WRITE-OFF'.
          05 FILLER       PIC X(03)  VALUE SPACES.
          05 FILLER       PIC X(12)  VALUE 'APPLIED'.
          05 FILLER       PIC X(03)  VALUE SPACES.
          05 FILLER       PIC X(07)  VALUE 'PERCENT'.
          05 FILLER       PIC X(12)  VALUE SPACES.
          05 FILLER       PIC X(12)  VALUE 'PAID'.
          05 FILLER       PIC X(03)  VALUE SPACES.
          05 FILLER       PIC X(19)  VALUE 'RESP'.
      *
       01 EOB-COL-HEADER-3.
          05 FILLER       PIC X(12)  VALUE ALL '-'.
          05 FILLER       PIC X(03)  VALUE SPACES.
          05 FILLER       PIC X(12)  VALUE ALL '-'.
          05 FILLER       PIC X(03)  VALUE SPACES.
          05 FILLER       PIC X(12)  VALUE ALL '-'.
          05 FILLER       PIC X(03)  VALUE SPACES.
          05 FILLER       PIC X(12)  VALUE ALL '-'.
          05 FILLER       PIC X(03)  VALUE SPACES.
          05 FILLER       PIC X(07)  VALUE ALL '-'.
          05 FILLER       PIC X(03)  VALUE SPACES.
          05 FILLER       PIC X(12)  VALUE ALL '-'.
          05 FILLER       PIC X(12)  VALUE ALL '-'.
          05 FILLER       PIC X(03)  VALUE SPACES.
          05 FILLER       PIC X(10)  VALUE ALL '-'.
          05 FILLER       PIC X(06)  VALUE SPACES.
      *
       01 EOB-DETAIL-LINE.
          05 EOB-BENEFIT-DATE-O   PIC 9999/99/99.
          05 FILLER               PIC X(05)  VALUE SPACES.
          05 EOB-CLAIM-AMOUNT-O   PIC $$$,$$9.99.
          05 FILLER               PIC X(05)  VALUE SPACES.
          05 EOB-ALLOWED-AMOUNT-O PIC $$$,$$9.99.
          05 FILLER               PIC X(05)  VALUE SPACES.
          05 EOB-CONTRACT-ADJ-O   PIC $$$,$$9.99.
          05 FILLER               PIC X(05)  VALUE SPACES.
          05 EOB-DEDUCT-APPLIED-O PIC $$$,$$9.99.
          05 FILLER               PIC X(07)  VALUE SPACES.
          05 EOB-COINS-PERCENT-O  PIC 99.9.
          05 EOB-SECONDARY-PAID-O PIC $$$,$$9.99.
          05 FILLER               PIC X(05)  VALUE SPACES.
          05 EOB-MEMBER-RESP-O    PIC $$$,$$9.99.
          05 FILLER               PIC X(05)  VALUE SPACES.
      *
       01 EOB-FOOTER-1.
          05 FILLER               PIC X(26)
                VALUE 'POLICY BALANCE REMAINING:  '.
          05 EOB-POLICY-BAL-O     PIC $$,$$$,$$9.99.
          05 FILLER               PIC X(56)  VALUE SPACES.
      *
       01 EOB-FOOTER-2.
          05 FILLER               PIC X(26)
                VALUE 'OUT-OF-POCKET TO DATE:    '.
          05 EOB-OOP-PAID-O       PIC $$,$$$,$$9.99.
          05 FILLER               PIC X(05)  VALUE SPACES.
          05 FILLER               PIC X(27)
                VALUE 'OUT-OF-POCKET REMAINING:   '.
          05 EOB-OOP-REMAINING-O  PIC $$,$$$,$$9.99.
          05 FILLER               PIC X(49)  VALUE SPACES.
      *
       01 EOB-BLANK-LINE          PIC X(133) VALUE SPACES.
      *
      *** THE AMOUNTS ARE SIGNED (TRAILING OVERPUNCH) SO A VOID OR
      *** ADJUSTMENT CAN WRITE A NEGATIVE-AMOUNT RECORD THAT THE
      *** CHECK WRITER NETS AGAINST THE ORIGINAL PAYMENT.
      *** THE PROVIDER AND TRANSACTION CODE LET CHKISSUE CUT ONE
      *** CHECK PER PAYEE AND TRACE A VOID BACK TO ITS ORIGINAL
      *** CHECK NUMBER FOR A STOP-PAYMENT.
       01 PAY-DETAIL-REC.
          05 FILLER                  PIC X(01)      VALUE 'D'.
          05 PAY-POLICY-NO           PIC 9(07).
          05 PAY-BENEFIT-DATE        PIC 9(08).
          05 PAY-CLAIM-AMOUNT        PIC S9(07)V99.
          05 PAY-AMOUNT-PAID         PIC S9(07)V99.
          05 PAY-PCP-ID              PIC X(06).
          05 PAY-TRANS-CODE          PIC X(01).
          05 FILLER                  PIC X(14)      VALUE SPACES.
      *
       01 PAY-TRAILER-REC.
          05 FILLER                  PIC X(01)      VALUE 'T'.
      *****************************************************************
      *  STANDARD RUN RECORD APPENDED TO THE SHARED NIGHTLY BATCH RUN *
      *  LOG AT CLOSE (SEE 1495-WRITE-RUN-LOG).  SAME 80-BYTE LAYOUT  *
      *  EVERY PROGRAM IN THE NIGHTLY STREAM WRITES FOR BATCHDSH,     *
      *  WITH THE INCLAIMS HAND-OFF BALANCE STATUS ('B' BALANCED,     *
      *  'O' OUT OF BALANCE) IN THE BYTE AFTER THE COMPLETION STATUS. *
      *****************************************************************
      *
       01 WS-RUN-LOG-REC.
          05 WS-RL-RECS-WRITTEN      PIC 9(08).
          05 WS-RL-ERROR-COUNT       PIC 9(08).
          05 WS-RL-STATUS            PIC X(04).
          05 WS-RL-HANDOFF-STATUS    PIC X(01).
          05 FILLER                  PIC X(29) VALUE SPACES.
      *
      *****************************************************************
      *  INCLAIMS HAND-OFF CONTROLS (SEE 0175-VERIFY-CLAIMSIN-        *
      *  TRAILERS).  THE FEED COUNT AND HASH ACCUMULATE THE CLAIMS    *
      *  READ SINCE THE LAST CONTROL TRAILER AND ARE BALANCED AND     *
      *  RESET AT EACH TRAILER, SO EVERY CONCATENATED FEED IS PROVED  *
      *  ON ITS OWN.                                                  *
      *****************************************************************
      *
       01 WS-HANDOFF-CONTROLS.
          05 WS-HO-STATUS            PIC X(01)      VALUE SPACE.
             88 HANDOFF-BALANCED                    VALUE 'B'.
             88 HANDOFF-OUT-OF-BALANCE              VALUE 'O'.
          05 WS-HO-VERIFY-EOF        PIC X(01)      VALUE SPACE.
             88 END-OF-HANDOFF-VERIFY               VALUE 'Y'.
          05 WS-HO-TRAILERS-READ     PIC 9(03)      VALUE 0.
          05 WS-HO-CLAIMS-VERIFIED   PIC 9(09)      VALUE 0.
          05 WS-HO-FEED-COUNT        PIC 9(09)      VALUE 0.
          05 WS-HO-FEED-HASH         PIC S9(13)V99  VALUE 0.
          05 WS-HO-COUNT-EDIT        PIC ZZZ,ZZZ,ZZ9.
          05 WS-HO-HASH-EDIT         PIC --,---,---,---,--9.99.
      *
      *****************************************************************
      *  SUSPENSE CONTROLS.  WS-MAX-PEND-ATTEMPTS IS HOW MANY TIMES A *
          05 WS-GL-POST-AMOUNT       PIC S9(11)V99 VALUE 0.
          05 WS-GL-DR-ACCOUNT        PIC X(08) VALUE SPACES.
          05 WS-GL-CR-ACCOUNT        PIC X(08) VALUE SPACES.
      *
      *****************************************************************
      *  CHECKPOINT/RESTART CONTROLS.  AT EVERY WS-CKP-INTERVAL-TH    *
      *  POLICY CONTROL BREAK (DEFAULT 25, OVERRIDABLE BY A CKPTINT=  *
      *  NNNNN CONTROL CARD) 0595-WRITE-CHECKPOINT LOGS THE RUNNING   *
      *  TOTALS, THE NUMBER OF SORTED CLAIMS COMPLETED AND THE        *
      *  RECORD COUNT OF EVERY DATA FILE WRITTEN SO FAR.  THE HISTORY *
      *  AND SUBROGATION FILES ARE CUMULATIVE, SO THEIR COUNTS START  *
      *  FROM THE RECORDS ALREADY ON FILE BEFORE THIS RUN.            *
      *****************************************************************
      *
       01 WS-CHECKPOINT-CONTROLS.
          05 WS-CKP-INTERVAL         PIC 9(05) VALUE 25.
          05 WS-CKP-BREAK-COUNT      PIC 9(05) VALUE 0.
          05 WS-CKP-SEQ              PIC 9(07) VALUE 0.
          05 WS-CKP-RESTART-SEQ      PIC 9(07) VALUE 0.
          05 WS-CKP-RECORDS-RETURNED PIC 9(09) VALUE 0.
          05 WS-CKP-SKIP-COUNT       PIC 9(09) VALUE 0.
          05 WS-CKP-LAST-POLICY-NO   PIC 9(07) VALUE 0.
          05 WS-CKP-NEXT-POLICY-NO   PIC 9(07) VALUE 0.
          05 WS-CKP-PAY-RECORDS      PIC 9(09) VALUE 0.
          05 WS-CKP-SUSP-RECORDS     PIC 9(09) VALUE 0.
          05 WS-CKP-HIST-RECORDS     PIC 9(09) VALUE 0.
          05 WS-CKP-JRN-RECORDS      PIC 9(09) VALUE 0.
          05 WS-CKP-SUBRO-BASE       PIC 9(09) VALUE 0.
          05 WS-CKP-SUBRO-RECORDS    PIC 9(09) VALUE 0.
          05 WS-CKP-EOB-RECORDS      PIC 9(09) VALUE 0.
          05 WS-CKP-EOBX-RECORDS     PIC 9(09) VALUE 0.
          05 WS-CKP-KEEP-COUNT       PIC 9(09) VALUE 0.
          05 WS-CKP-COPY-COUNT       PIC 9(09) VALUE 0.
          05 WS-CKP-FILE-NAME        PIC X(08) VALUE SPACES.
          05 WS-CKP-RESTART-SW       PIC X(01) VALUE 'N'.
             88 RESTART-RUN                    VALUE 'Y'.
          05 WS-CKP-MISMATCH-SW      PIC X(01) VALUE 'N'.
             88 RESTART-INPUT-MISMATCH         VALUE 'Y'.
          05 WS-RESTARTIN-EOF        PIC X(01) VALUE SPACE.
             88 END-OF-RESTARTIN               VALUE 'Y'.
          05 WS-CKP-COPY-EOF         PIC X(01) VALUE SPACE.
             88 END-OF-CKP-COPY                VALUE 'Y'.
          05 WS-BO-ENTRIES-USED      PIC S9(04) COMP VALUE 0.
          05 WS-BO-NOT-LOADED        PIC S9(04) COMP VALUE 0.
      *
      *** ONE CHECKPOINT LOG RECORD.  THE IMAGE AREA CARRIES A STRAIGHT
      *** COPY OF THE WORKING-STORAGE GROUP OR TABLE ENTRY NAMED BY THE
      *** RECORD TYPE; THE COMMIT RECORD REDEFINES IT WITH THE RUN
      *** IDENTITY, RESTART POSITION AND DATA FILE LENGTHS.
       01 WS-CHECKPOINT-REC.
          05 WS-CKR-TYPE             PIC X(01).
             88 CKR-SUMMARY-IMAGE              VALUE 'S'.
             88 CKR-POLICY-TYPE-IMAGE          VALUE 'T'.
             88 CKR-REMIT-DETAIL-IMAGE         VALUE 'D'.
             88 CKR-PROVIDER-TOTAL-IMAGE       VALUE 'P'.
             88 CKR-COMMIT                     VALUE 'C'.
          05 WS-CKR-SEQ              PIC 9(07).
          05 WS-CKR-ENTRY-NO         PIC 9(04).
          05 WS-CKR-IMAGE            PIC X(288).
          05 WS-CKR-COMMIT-DATA REDEFINES WS-CKR-IMAGE.
             10 WS-CKR-RUN-DATE         PIC 9(08).
             10 WS-CKR-RUN-TIME         PIC 9(06).
             10 WS-CKR-SKIP-COUNT       PIC 9(09).
             10 WS-CKR-LAST-POLICY-NO   PIC 9(07).
             10 WS-CKR-NEXT-POLICY-NO   PIC 9(07).
             10 WS-CKR-PAY-RECORDS      PIC 9(09).
             10 WS-CKR-SUSP-RECORDS     PIC 9(09).
             10 WS-CKR-HIST-RECORDS     PIC 9(09).
             10 WS-CKR-JRN-RECORDS      PIC 9(09).
             10 WS-CKR-SUBRO-BASE       PIC 9(09).
             10 WS-CKR-SUBRO-RECORDS    PIC 9(09).
             10 WS-CKR-PAY-RECORD-COUNT PIC 9(07).
             10 WS-CKR-PAY-HASH-TOTAL   PIC S9(11)V99.
             10 WS-CKR-RD-ENTRIES-USED  PIC 9(04).
             10 WS-CKR-RD-OVERFLOW      PIC 9(05).
             10 WS-CKR-RP-ENTRIES-USED  PIC 9(04).
             10 WS-CKR-EOB-NO-ADDR      PIC 9(05).
             10 WS-CKR-EOB-RECORDS      PIC 9(09).
             10 WS-CKR-EOBX-RECORDS     PIC 9(09).
             10 FILLER                  PIC X(141).
      *
      *** POLICY MASTER UPDATES JOURNALED AFTER THE RESTART CHECKPOINT,
      *** HELD SO THEY CAN BE BACKED OUT LAST-FIRST (SAME RULE AS THE
      *** POLBKOUT PROGRAM) BEFORE THOSE CLAIMS ARE PROCESSED AGAIN.
       01 WS-BACKOUT-TABLE.
          05 WS-BO-ENTRY OCCURS 1000 TIMES INDEXED BY BO-IDX.
             10 WS-BO-POLICY-NO         PIC 9(07).
             10 WS-BO-ACTION            PIC X(01).
             10 WS-BO-BEF-DEDUCT-PAID   PIC S9(4).
             10 WS-BO-BEF-BALANCE       PIC S9(7)V99.
             10 WS-BO-BEF-BENEFIT-DATE  PIC 9(08).
             10 WS-BO-BEF-OOP-PAID      PIC S9(7)V99.
      *
       01 RESTART-NOTICE-LINE.
          05 FILLER                  PIC X(34)
                VALUE '*** RUN RESTARTED FROM CHECKPOINT '.
          05 RESTART-NOTICE-SEQ-O    PIC 9(07).
          05 FILLER                  PIC X(14)
                VALUE ' AFTER POLICY '.
          05 RESTART-NOTICE-POLICY-O PIC 9(07).
          05 FILLER                  PIC X(04) VALUE ' ***'.
          05 FILLER                  PIC X(94) VALUE SPACES.
      *
       01 WS-FILE-STATUS-VARIABLES.
           05 CLAIM-STATUS           PIC X(02). *>CLAIMS INPUT FILE
           05 EOB-EXCP-STATUS        PIC X(02). *>EOB ADDRESS EXCEPTIONS
           05 CYCLE-STATUS           PIC X(02). *>CYCLE CONTROL FILE
           05 GL-FILE-STATUS         PIC X(02). *>GL POSTING INTERFACE
           05 FEE-SCHED-STATUS       PIC X(02). *>PROVIDER FEE SCHEDULE
           05 PREM-MSTR-STATUS       PIC X(02). *>PREMIUM BILLING MASTER
           05 SUBRO-REF-STATUS       PIC X(02). *>SUBROGATION REFERRALS
           05 CHKPT-STATUS           PIC X(02). *>CHECKPOINT LOG
           05 RESTART-STATUS         PIC X(02). *>PRIOR CHECKPOINT LOG
           05 CKP-WORK-STATUS        PIC X(02). *>REPOSITIONING WORK
      *
       01 WS-TEMP-VARIABLES.
          05 WS-GREG-DATE                 PIC 9(8).
          05 WS-RUN-TIME                  PIC 9(6).
          05 WS-CALC-RENEW-DATE.
             10 WS-CALC-RENEW-YEAR        PIC 9(4).
             10 WS-CALC-RENEW-MONTH       PIC 9(2).
          05 WS-JRN-BEF-DEDUCT-PAID       PIC S9(4).
          05 WS-JRN-BEF-BALANCE           PIC S9(7)V99.
          05 WS-JRN-BEF-BENEFIT-DATE      PIC 9(08).
          05 WS-JRN-BEF-OOP-PAID          PIC S9(7)V99.
          05 WS-JRN-ACTION                PIC X(01).
          05 WS-RECEIVED-INT-DATE         PIC S9(09) COMP.
          05 WS-TODAY-INT-DATE            PIC S9(09) COMP.
          05 WS-RENEW-DATE-YEAR           PIC 9(4).
          05 WS-CALC-DEDUCT-AMOUNT        PIC S9(5)V99.
          05 WS-INPUT-POLICY-AMOUNT       PIC S9(7)V99.
          05 WS-ALLOWED-AMOUNT            PIC S9(7)V99.
          05 WS-CONTRACT-ADJ-AMT          PIC S9(7)V99.
          05 WS-OOP-MEMBER-SHARE          PIC S9(7)V99.
          05 WS-OOP-ROOM-LEFT             PIC S9(7)V99.
          05 WS-OOP-MET-SW                PIC X(01).
             88 OOP-MAX-MET                     VALUE 'Y'.
      *
        01 WS-DISPLAY-EDIT-VARIABLES.
           05 WS-POLICY-NUMBER-EDITED      PIC X(09).
      * DESCRIPTION:                                                  *
      *  THIS PARAGRAPH PERFORMS/CALLS THE FOLLOWING FUNCTIONS:       *
      *     -  INITALIZE WORKING STORAGE VARIABLES                    *
      *     -  CALL PARAGRAPH TO RELOAD A RESTART CHECKPOINT, IF A    *
      *        PRIOR RUN'S CHECKPOINT LOG WAS SUPPLIED                *
      *     -  CALL PARAGRAPH TO OPEN FILES FOR INPUT/OUTPUT          *
      *     -  CALLL PARAGRAPH TO PERFORM THE FIRST READ OF THE       *
      *        CLAIMS INPUT FILE                                      *
      * CALLED BY:                                                    *
      *     - MAIN PROCEDURE STATEMENT                                *
      * CALLS:                                                        *
      *     -  0150-READ-PARM-FILE                                    *
      *     -  0170-CHECK-CYCLE-CONTROL                               *
      *     -  0175-VERIFY-CLAIMSIN-TRAILERS                          *
      *     -  0180-READ-RESTART-CHECKPOINT                           *
      *     -  0200-OPEN-FILES                                        *
      *     -  0160-LOAD-ADDRESS-MASTER                               *
      *     -  0165-LOAD-FEE-SCHEDULE                                 *
      *     -  0900-WRITE-CLAIM-RPT-HEADERS                           *
      *     -  1000-WRITE-ERROR-RPT-HEADERS                           *
      *****************************************************************
                      WS-DUP-FOUND-SW.
      *
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-GREG-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-RUN-TIME.
      *
           PERFORM 0150-READ-PARM-FILE.
           PERFORM 0170-CHECK-CYCLE-CONTROL.
           PERFORM 0175-VERIFY-CLAIMSIN-TRAILERS.
           PERFORM 0180-READ-RESTART-CHECKPOINT.
      *
      *****************************************************************
      *  THE POSTING DATE FOR THE GL INTERFACE AND THE CLAIMS HISTORY *
      *  IS THE BUSINESS CYCLE DATE, OR THE RUN DATE WHEN THERE IS NO *
      *  CYCLE CONTROL FILE, SO PROV1099'S HISTORY AND GL SELECTIONS  *
      *  AGREE.  IT IS SET AFTER A RESTART HAS RELOADED THE RUN DATE. *
      *****************************************************************
      *
           IF CYCLE-CONTROL-ACTIVE
              MOVE WS-CYCLE-DATE TO WS-GL-POST-DATE
           ELSE
              MOVE WS-GREG-DATE  TO WS-GL-POST-DATE
           END-IF.
      *
           PERFORM 0200-OPEN-FILES.
           PERFORM 0160-LOAD-ADDRESS-MASTER.
           PERFORM 0165-LOAD-FEE-SCHEDULE.
           PERFORM 0900-WRITE-CLAIM-RPT-HEADERS.
           PERFORM 1000-WRITE-ERROR-RPT-HEADERS.
      *
           IF ADDR-MSTR-STATUS EQUAL '00' OR '10'
              CLOSE ADDRMSTR
           END-IF.
      *
       0165-LOAD-FEE-SCHEDULE.
      *    DISPLAY 'ENTERING PARA 0165-LOAD-FEE-SCHEDULE'.
      *
      *****************************************************************
      * DESCRIPTION:                                                  *
      *  READS THE PROVIDER FEE SCHEDULE (IF ONE WAS SUPPLIED) AND    *
      *  LOADS ONE TABLE ENTRY PER PROVIDER/POLICY TYPE ROW SO 0810-  *
      *  PRICE-CLAIM-ALLOWED-AMOUNT CAN FIND THE CONTRACTED ALLOWED   *
      *  AMOUNT FOR EACH CLAIM.  A ROW WITH AN UNKNOWN PRICING METHOD *
      *  OR NON-NUMERIC AMOUNTS IS REPORTED AND SKIPPED, AND ROWS     *
      *  BEYOND THE TABLE'S CAPACITY ARE WARNED ABOUT INSTEAD OF      *
      *  VANISHING SILENTLY.  WITH NO FEE SCHEDULE AT ALL EVERY CLAIM *
      *  IS ALLOWED AT ITS FULL BILLED AMOUNT, AS BEFORE.             *
      * CALLED BY:                                                    *
      *     -  0000-HOUSEKEEPING                                      *
      * CALLS:                                                        *
      *     -  NONE                                                   *
      *****************************************************************
      *
           OPEN INPUT FEESCHED.
           IF FEE-SCHED-STATUS EQUAL '00' OR '05'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO WS-FEE-SCHED-EOF
              DISPLAY 'ERROR ENCOUNTERED OPENING PROVIDER FEE SCHEDULE, 
      -              'STATUS: ' FEE-SCHED-STATUS
           END-IF.
      *
           PERFORM UNTIL END-OF-FEESCHED
              READ FEESCHED INTO WS-FEE-SCHED-REC
                 AT END
                    MOVE 'Y' TO WS-FEE-SCHED-EOF
                 NOT AT END
                    IF NOT WS-FR-VALID-METHOD
                       OR WS-FR-POLICY-TYPE IS NOT NUMERIC
                       OR WS-FR-ALLOWED-AMOUNT IS NOT NUMERIC
                       OR WS-FR-ALLOWED-PERCENT IS NOT NUMERIC
                       ADD 1 TO WS-FS-REJECTED-COUNT
                       DISPLAY 'WARNING: INVALID FEE SCHEDULE ROW FOR PR
      -                  'OVIDER ' WS-FR-PCP-ID ' POLICY TYPE '
                          WS-FR-POLICY-TYPE ' - NOT LOADED'
                    ELSE
                       IF WS-FS-ENTRIES-LOADED < 2000
                          ADD 1 TO WS-FS-ENTRIES-LOADED
                          SET FS-IDX TO WS-FS-ENTRIES-LOADED
                          MOVE WS-FR-PCP-ID
                             TO WS-FS-PCP-ID (FS-IDX)
                          MOVE WS-FR-POLICY-TYPE
                             TO WS-FS-POLICY-TYPE (FS-IDX)
                          MOVE WS-FR-METHOD
                             TO WS-FS-METHOD (FS-IDX)
                          MOVE WS-FR-ALLOWED-AMOUNT
                             TO WS-FS-ALLOWED-AMOUNT (FS-IDX)
                          MOVE WS-FR-ALLOWED-PERCENT
                             TO WS-FS-ALLOWED-PERCENT (FS-IDX)
                       ELSE
                          DISPLAY 'WARNING: FEE SCHEDULE TABLE CAPACITY 
      -                     'OF 2000 ENTRIES EXCEEDED - PROVIDER '
                             WS-FR-PCP-ID ' NOT LOADED'
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
      *
           IF FEE-SCHED-STATUS EQUAL '00' OR '10'
              CLOSE FEESCHED
           END-IF.
      *
           DISPLAY 'CLAIMS FEE SCHEDULE ROWS LOADED: '
                   WS-FS-ENTRIES-LOADED.
      *
       0150-READ-PARM-FILE.
      *    DISPLAY 'ENTERING PARA 0150-READ-PARM-FILE'.
      *****************************************************************
      * DESCRIPTION:                                                  *
      *  READS THE OPTIONAL CLMPARM CONTROL-CARD FILE AND APPLIES ITS *
      *  KEYWORD=VALUE CARDS - MAXPEND=NN (THE NUMBER OF SUSPENSE     *
      *  ATTEMPTS BEFORE A PENDED CLAIM AGES OUT), CYCLEOVR=Y/N AND   *
      *  CKPTINT=NNNNN (POLICY CONTROL BREAKS BETWEEN RESTART         *
      *  CHECKPOINTS).  A MISSING FILE MEANS THE DEFAULTS APPLY; AN   *
      *  UNKNOWN KEYWORD OR A BAD VALUE IS REPORTED AND IGNORED.      *
      * CALLED BY:                                                    *
      *     -  0000-HOUSEKEEPING                                      *
      * CALLS:                                                        *
                             DISPLAY 'INVALID CYCLEOVR VALUE ON CLMPARM
      -                       ' CONTROL CARD: ' WS-PARM-VALUE
                          END-IF
                       WHEN 'CKPTINT'
                          IF WS-PARM-VALUE (1:5) IS NUMERIC
                             AND WS-PARM-VALUE (1:5) NOT = '00000'
                             MOVE WS-PARM-VALUE (1:5)
                                TO WS-CKP-INTERVAL
                             DISPLAY 'CLAIMS PARM ACCEPTED: CKPTINT='
                                WS-PARM-VALUE (1:5)
                          ELSE
                             DISPLAY 'INVALID CKPTINT VALUE ON CLMPARM '
                                'CONTROL CARD: ' WS-PARM-VALUE
                          END-IF
                       WHEN SPACES
                          CONTINUE
                       WHEN OTHER
              DISPLAY 'CLAIMS PROCESSING BUSINESS CYCLE '
                 WS-CYCLE-DATE
           END-IF.
      *
       0175-VERIFY-CLAIMSIN-TRAILERS.
      *    DISPLAY 'ENTERING PARA 0175-VERIFY-CLAIMSIN-TRAILERS'.
      *
      *****************************************************************
      * DESCRIPTION:                                                  *
      *  READS CLAIMSIN ONCE, AHEAD OF THE SORT, AND BALANCES EACH    *
      *  CONCATENATED FEED AGAINST THE CONTROL TRAILER ITS PRODUCER   *
      *  WROTE.  A FEED WHOSE CLAIM COUNT OR AMOUNT HASH DOES NOT     *
      *  MATCH ITS TRAILER, A CLAIMSIN WITH NO TRAILER AT ALL, OR     *
      *  CLAIMS FOLLOWING THE LAST TRAILER (A FEED CUT SHORT OR       *
      *  MISSING ITS TRAILER) PUT THE HAND-OFF OUT OF BALANCE - THE   *
      *  RUN IS LOGGED WITH AN ERR STATUS AND STOPPED WITH RETURN     *
      *  CODE 16 BEFORE ANY OUTPUT FILE IS REPOSITIONED OR OPENED,    *
      *  SO NOTHING IS POSTED.                                        *
      * CALLED BY:                                                    *
      *     -  0000-HOUSEKEEPING                                      *
      * CALLS:                                                        *
      *     -  0176-TALLY-CLAIMSIN-RECORD                             *
      *     -  1495-WRITE-RUN-LOG                                     *
      *****************************************************************
      *
           MOVE 'B' TO WS-HO-STATUS.
      *
           OPEN INPUT CLAIMSIN.
           IF CLAIM-STATUS EQUAL '00'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO WS-HO-VERIFY-EOF
              MOVE 'O' TO WS-HO-STATUS
              DISPLAY 'ERROR ENCOUNTERED OPENING CLAIMS INPUT FILE FOR '
                      'BALANCING, STATUS: ' CLAIM-STATUS
           END-IF.
      *
           PERFORM UNTIL END-OF-HANDOFF-VERIFY
              READ CLAIMSIN
                 AT END
                    MOVE 'Y' TO WS-HO-VERIFY-EOF
                 NOT AT END
                    PERFORM 0176-TALLY-CLAIMSIN-RECORD
              END-READ
           END-PERFORM.
      *
           IF CLAIM-STATUS EQUAL '00' OR '10'
              CLOSE CLAIMSIN
           END-IF.
      *
           IF WS-HO-TRAILERS-READ = 0
              MOVE 'O' TO WS-HO-STATUS
              DISPLAY 'CLAIMSIN CARRIES NO PRODUCER CONTROL TRAILER'
           END-IF.
           IF WS-HO-FEED-COUNT > 0
              MOVE 'O' TO WS-HO-STATUS
              MOVE WS-HO-FEED-COUNT TO WS-HO-COUNT-EDIT
              DISPLAY 'CLAIMSIN CARRIES ' WS-HO-COUNT-EDIT
                      ' CLAIM(S) AFTER ITS LAST CONTROL TRAILER'
           END-IF.
      *
           IF HANDOFF-OUT-OF-BALANCE
              DISPLAY 'CLAIMS RUN STOPPED - CLAIMSIN IS OUT OF BALANCE '
                      'WITH ITS PRODUCER CONTROL TRAILER(S), NOTHING '
                      'POSTED'
              PERFORM 1495-WRITE-RUN-LOG
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      *
           MOVE WS-HO-CLAIMS-VERIFIED TO WS-HO-COUNT-EDIT.
           DISPLAY 'CLAIMS CLAIMSIN HAND-OFF BALANCED -- FEEDS: '
                   WS-HO-TRAILERS-READ ' CLAIMS: ' WS-HO-COUNT-EDIT.
      *
       0176-TALLY-CLAIMSIN-RECORD.
      *    DISPLAY 'ENTERING PARA 0176-TALLY-CLAIMSIN-RECORD'.
      *
      *****************************************************************
      * DESCRIPTION:                                                  *
      *  ADDS ONE CLAIM TO THE CURRENT FEED'S COUNT AND AMOUNT HASH   *
      *  (CLAIM AMOUNT PLUS AMOUNT PAID), OR, FOR A CONTROL TRAILER,  *
      *  BALANCES THE FEED JUST ENDED AGAINST THE TRAILER AND STARTS  *
      *  THE NEXT FEED.  A NON-NUMERIC AMOUNT IS LEFT OUT OF THE HASH *
      *  HERE - 0500-VALIDATE-INPUT-DATA REJECTS THAT CLAIM LATER.    *
      * CALLED BY:                                                    *
      *     -  0175-VERIFY-CLAIMSIN-TRAILERS                          *
      * CALLS:                                                        *
      *     -  NONE                                                   *
      *****************************************************************
      *
           IF NOT CLAIM-CONTROL-TRAILER
              ADD 1 TO WS-HO-FEED-COUNT
              IF CLAIM-AMOUNT IS NUMERIC
                 ADD CLAIM-AMOUNT      TO WS-HO-FEED-HASH
              END-IF
              IF CLAIM-AMOUNT-PAID IS NUMERIC
                 ADD CLAIM-AMOUNT-PAID TO WS-HO-FEED-HASH
              END-IF
           ELSE
              ADD 1 TO WS-HO-TRAILERS-READ
              IF CLM-TRL-RECORD-COUNT IS NUMERIC
                 AND CLM-TRL-AMOUNT-HASH IS NUMERIC
                 AND CLM-TRL-RECORD-COUNT = WS-HO-FEED-COUNT
                 AND CLM-TRL-AMOUNT-HASH = WS-HO-FEED-HASH
                 MOVE WS-HO-FEED-COUNT TO WS-HO-COUNT-EDIT
                 MOVE WS-HO-FEED-HASH  TO WS-HO-HASH-EDIT
                 DISPLAY 'CLAIMSIN FEED FROM ' CLM-TRL-PROGRAM-ID
                         ' BALANCED -- CLAIMS: ' WS-HO-COUNT-EDIT
                         ' AMOUNT HASH: ' WS-HO-HASH-EDIT
              ELSE
                 MOVE 'O' TO WS-HO-STATUS
                 DISPLAY 'CLAIMSIN FEED FROM ' CLM-TRL-PROGRAM-ID
                         ' DOES NOT MATCH ITS CONTROL TRAILER:'
                 IF CLM-TRL-RECORD-COUNT IS NUMERIC
                    AND CLM-TRL-AMOUNT-HASH IS NUMERIC
                    MOVE CLM-TRL-RECORD-COUNT TO WS-HO-COUNT-EDIT
                    MOVE CLM-TRL-AMOUNT-HASH  TO WS-HO-HASH-EDIT
                    DISPLAY '   TRAILER  - CLAIMS: ' WS-HO-COUNT-EDIT
                            ' AMOUNT HASH: ' WS-HO-HASH-EDIT
                 ELSE
                    DISPLAY '   TRAILER  - TOTALS ARE NOT NUMERIC'
                 END-IF
                 MOVE WS-HO-FEED-COUNT TO WS-HO-COUNT-EDIT
                 MOVE WS-HO-FEED-HASH  TO WS-HO-HASH-EDIT
                 DISPLAY '   RECEIVED - CLAIMS: ' WS-HO-COUNT-EDIT
                         ' AMOUNT HASH: ' WS-HO-HASH-EDIT
              END-IF
              ADD WS-HO-FEED-COUNT TO WS-HO-CLAIMS-VERIFIED
              MOVE ZERO TO WS-HO-FEED-COUNT, WS-HO-FEED-HASH
           END-IF.
      *
       0180-READ-RESTART-CHECKPOINT.
      *    DISPLAY 'ENTERING PARA 0180-READ-RESTART-CHECKPOINT'.
      *
      *****************************************************************
      * DESCRIPTION:                                                  *
      *  READS AN ABENDED RUN'S CHECKPOINT LOG, IF ONE WAS SUPPLIED   *
      *  AS RESTARTIN, IN TWO PASSES - THE FIRST FINDS THE LAST       *
      *  CHECKPOINT WHOSE COMMIT RECORD WAS WRITTEN, THE SECOND       *
      *  RELOADS THAT CHECKPOINT'S TOTALS, TABLES, RUN DATE/TIME AND  *
      *  DATA FILE LENGTHS AND FLAGS THE RUN AS A RESTART.  NO        *
      *  RESTARTIN (THE NORMAL NIGHTLY CASE) MEANS A FRESH RUN.       *
      * CALLED BY:                                                    *
      *     -  0000-HOUSEKEEPING                                      *
      * CALLS:                                                        *
      *     -  0182-LOAD-CHECKPOINT-RECORD                            *
      *****************************************************************
      *
           OPEN INPUT RESTARTIN.
           IF RESTART-STATUS EQUAL '00'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO WS-RESTARTIN-EOF
              IF RESTART-STATUS NOT EQUAL '05'
                 DISPLAY 'ERROR ENCOUNTERED OPENING RESTART CHECKPOINT '
                         'FILE, STATUS: ' RESTART-STATUS
              END-IF
           END-IF.
      *
           PERFORM UNTIL END-OF-RESTARTIN
              READ RESTARTIN INTO WS-CHECKPOINT-REC
                 AT END
                    MOVE 'Y' TO WS-RESTARTIN-EOF
                 NOT AT END
                    IF CKR-COMMIT
                       MOVE WS-CKR-SEQ TO WS-CKP-RESTART-SEQ
                    END-IF
              END-READ
           END-PERFORM.
      *
           IF RESTART-STATUS EQUAL '00' OR '10'
              CLOSE RESTARTIN
           END-IF.
      *
           IF WS-CKP-RESTART-SEQ = 0
              IF RESTART-STATUS EQUAL '10'
                 DISPLAY 'CLAIMS NOTE: RESTARTIN HOLDS NO COMPLETE '
                         'CHECKPOINT - RUN STARTS FROM THE BEGINNING'
              END-IF
           ELSE
              MOVE 'Y'   TO WS-CKP-RESTART-SW
              MOVE SPACE TO WS-RESTARTIN-EOF
              OPEN INPUT RESTARTIN
              PERFORM UNTIL END-OF-RESTARTIN
                 READ RESTARTIN INTO WS-CHECKPOINT-REC
                    AT END
                       MOVE 'Y' TO WS-RESTARTIN-EOF
                    NOT AT END
                       IF WS-CKR-SEQ = WS-CKP-RESTART-SEQ
                          PERFORM 0182-LOAD-CHECKPOINT-RECORD
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RESTARTIN
              DISPLAY 'CLAIMS RESTARTING FROM CHECKPOINT '
                 WS-CKP-RESTART-SEQ ' AFTER POLICY '
                 WS-CKP-LAST-POLICY-NO
              DISPLAY 'CLAIMS SORTED CLAIMS ALREADY PROCESSED: '
                 WS-CKP-SKIP-COUNT
           END-IF.
      *
       0182-LOAD-CHECKPOINT-RECORD.
      *    DISPLAY 'ENTERING PARA 0182-LOAD-CHECKPOINT-RECORD'.
      *
      *****************************************************************
      * DESCRIPTION:                                                  *
      *  RESTORES ONE RECORD OF THE RESTART CHECKPOINT - AN IMAGE     *
      *  RECORD GOES BACK INTO THE WORKING-STORAGE GROUP OR TABLE     *
      *  ENTRY IT WAS TAKEN FROM; THE COMMIT RECORD RESTORES THE RUN  *
      *  DATE/TIME (SO THE RESTART STAMPS ITS RECORDS AS THE SAME     *
      *  RUN), THE RESTART POSITION AND THE DATA FILE LENGTHS.        *
      * CALLED BY:                                                    *
      *     -  0180-READ-RESTART-CHECKPOINT                           *
      * CALLS:                                                        *
      *     -  NONE                                                   *
      *****************************************************************
      *
           EVALUATE TRUE
              WHEN CKR-SUMMARY-IMAGE
                 MOVE WS-CKR-IMAGE TO WS-CLAIM-SUMMARY-COUNTERS
              WHEN CKR-POLICY-TYPE-IMAGE
                 MOVE WS-CKR-IMAGE TO WS-POLICY-TYPE-SUMMARY-TABLE
              WHEN CKR-REMIT-DETAIL-IMAGE
                 SET RD-IDX TO WS-CKR-ENTRY-NO
                 MOVE WS-CKR-IMAGE TO WS-RD-ENTRY (RD-IDX)
              WHEN CKR-PROVIDER-TOTAL-IMAGE
                 SET RP-IDX TO WS-CKR-ENTRY-NO
                 MOVE WS-CKR-IMAGE TO WS-RP-ENTRY (RP-IDX)
              WHEN CKR-COMMIT
                 MOVE WS-CKR-SEQ              TO WS-CKP-SEQ
                 MOVE WS-CKR-RUN-DATE         TO WS-GREG-DATE
                 MOVE WS-CKR-RUN-TIME         TO WS-RUN-TIME
                 MOVE WS-CKR-SKIP-COUNT       TO WS-CKP-SKIP-COUNT
                 MOVE WS-CKR-LAST-POLICY-NO   TO WS-CKP-LAST-POLICY-NO
                 MOVE WS-CKR-NEXT-POLICY-NO   TO WS-CKP-NEXT-POLICY-NO
                 MOVE WS-CKR-PAY-RECORDS      TO WS-CKP-PAY-RECORDS
                 MOVE WS-CKR-SUSP-RECORDS     TO WS-CKP-SUSP-RECORDS
                 MOVE WS-CKR-HIST-RECORDS     TO WS-CKP-HIST-RECORDS
                 MOVE WS-CKR-JRN-RECORDS      TO WS-CKP-JRN-RECORDS
                 MOVE WS-CKR-SUBRO-BASE       TO WS-CKP-SUBRO-BASE
                 MOVE WS-CKR-SUBRO-RECORDS    TO WS-CKP-SUBRO-RECORDS
                 MOVE WS-CKR-PAY-RECORD-COUNT TO WS-PAY-RECORD-COUNT
                 MOVE WS-CKR-PAY-HASH-TOTAL   TO WS-PAY-HASH-TOTAL
                 MOVE WS-CKR-RD-ENTRIES-USED  TO WS-RD-ENTRIES-USED
                 MOVE WS-CKR-RD-OVERFLOW      TO WS-RD-OVERFLOW-COUNT
                 MOVE WS-CKR-RP-ENTRIES-USED  TO WS-RP-ENTRIES-USED
                 MOVE WS-CKR-EOB-NO-ADDR      TO WS-EOB-NO-ADDR-COUNT
                 MOVE WS-CKR-EOB-RECORDS      TO WS-CKP-EOB-RECORDS
                 MOVE WS-CKR-EOBX-RECORDS     TO WS-CKP-EOBX-RECORDS
           END-EVALUATE.
      *
       0185-REPOSITION-OUTPUT-FILES.
      *    DISPLAY 'ENTERING PARA 0185-REPOSITION-OUTPUT-FILES'.
      *
      *****************************************************************
      * DESCRIPTION:                                                  *
      *  ON A RESTART, CUTS EACH DATA FILE THE ABENDED RUN WAS        *
      *  WRITING BACK TO ITS LENGTH AT THE CHECKPOINT, SO THE RECORDS *
      *  WRITTEN FOR CLAIMS AFTER THE CHECKPOINT - WHICH THIS RUN     *
      *  PROCESSES AGAIN - ARE NOT DUPLICATED, AND BACKS THE POLICY   *
      *  MASTER UPDATES JOURNALED AFTER THE CHECKPOINT OUT OF THE     *
      *  MASTER, LAST ONE FIRST.  THE EOB STATEMENT AND EXCEPTION     *
      *  FILES ARE CUT BACK THE SAME WAY, SO NO MEMBER IS MAILED A    *
      *  STATEMENT TWICE.  EACH FILE IS COPIED UP TO ITS              *
      *  CHECKPOINTED COUNT TO CKPWORK AND COPIED BACK OVER ITSELF;   *
      *  0200-OPEN-FILES THEN REOPENS IT FOR EXTEND.  POLMSTR MUST    *
      *  ALREADY BE OPEN I-O.                                         *
      * CALLED BY:                                                    *
      *     -  0200-OPEN-FILES                                        *
      * CALLS:                                                        *
      *     -  0186-TRUNCATE-PAYFILE                                  *
      *     -  0187-TRUNCATE-SUSPOUT                                  *
      *     -  0188-TRUNCATE-HISTFILE                                 *
      *     -  0189-TRUNCATE-SUBROREF                                 *
      *     -  0190-TRUNCATE-JRNFILE                                  *
      *     -  0191-BACK-OUT-ONE-IMAGE                                *
      *     -  0193-TRUNCATE-EOBFILE                                  *
      *     -  0194-TRUNCATE-EOBEXCP                                  *
      *****************************************************************
      *
           PERFORM 0186-TRUNCATE-PAYFILE.
           PERFORM 0187-TRUNCATE-SUSPOUT.
           PERFORM 0188-TRUNCATE-HISTFILE.
           PERFORM 0189-TRUNCATE-SUBROREF.
           PERFORM 0190-TRUNCATE-JRNFILE.
           PERFORM 0193-TRUNCATE-EOBFILE.
           PERFORM 0194-TRUNCATE-EOBEXCP.
      *
           IF WS-BO-ENTRIES-USED > 0
              PERFORM 0191-BACK-OUT-ONE-IMAGE
                 VARYING BO-IDX FROM WS-BO-ENTRIES-USED BY -1
                 UNTIL BO-IDX < 1
           END-IF.
           DISPLAY 'CLAIMS RESTART: POLICY MASTER UPDATES BACKED OUT: '
                   WS-BO-ENTRIES-USED.
      *
           IF WS-BO-NOT-LOADED > 0
              DISPLAY 'WARNING: ' WS-BO-NOT-LOADED ' POLICY MASTER '
                      'UPDATES AFTER THE CHECKPOINT COULD NOT BE BACKED'
                      ' OUT - RESTORE POLMSTR AND RERUN FROM THE START'
           END-IF.
      *
       0186-TRUNCATE-PAYFILE.
      *    DISPLAY 'ENTERING PARA 0186-TRUNCATE-PAYFILE'.
      *
      *****************************************************************
      * DESCRIPTION:                                                  *
      *  CUTS THE PAYMENT EXTRACT BACK TO ITS BATCH HEADER AND THE    *
      *  DETAIL RECORDS WRITTEN UP TO THE CHECKPOINT.                 *
      * CALLED BY:                                                    *
      *     -  0185-REPOSITION-OUTPUT-FILES                           *
      * CALLS:                                                        *
      *     -  0192-REPORT-REPOSITION                                 *
      *****************************************************************
      *
           MOVE 'PAYFILE'          TO WS-CKP-FILE-NAME.
           MOVE WS-CKP-PAY-RECORDS TO WS-CKP-KEEP-COUNT.
           MOVE ZERO               TO WS-CKP-COPY-COUNT.
           MOVE SPACE              TO WS-CKP-COPY-EOF.
           OPEN INPUT PAYFILE.
           IF PAY-FILE-STATUS EQUAL '00'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO WS-CKP-COPY-EOF
              DISPLAY 'ERROR ENCOUNTERED OPENING PAYMENT EXTRACT FOR RE'
                      'START, STATUS: ' PAY-FILE-STATUS
           END-IF.
           OPEN OUTPUT CKPWORK.
           PERFORM UNTIL END-OF-CKP-COPY
              OR WS-CKP-COPY-COUNT NOT < WS-CKP-KEEP-COUNT
              READ PAYFILE
                 AT END
                    MOVE 'Y' TO WS-CKP-COPY-EOF
                 NOT AT END
                    ADD 1 TO WS-CKP-COPY-COUNT
                    WRITE CKP-WORK-REC FROM PAYFILE-REC
              END-READ
           END-PERFORM.
           CLOSE PAYFILE, CKPWORK.
      *
           OPEN INPUT CKPWORK.
           OPEN OUTPUT PAYFILE.
           MOVE SPACE TO WS-CKP-COPY-EOF.
           PERFORM UNTIL END-OF-CKP-COPY
              READ CKPWORK
                 AT END
                    MOVE 'Y' TO WS-CKP-COPY-EOF
                 NOT AT END
                    WRITE PAYFILE-REC FROM CKP-WORK-REC
              END-READ
           END-PERFORM.
           CLOSE CKPWORK, PAYFILE.
           PERFORM 0192-REPORT-REPOSITION.
      *
       0187-TRUNCATE-SUSPOUT.
      *    DISPLAY 'ENTERING PARA 0187-TRUNCATE-SUSPOUT'.
      *
      *****************************************************************
      * DESCRIPTION:                                                  *
      *  CUTS THIS RUN'S SUSPENSE OUTPUT BACK TO THE CLAIMS PENDED UP *
      *  TO THE CHECKPOINT.                                           *
      * CALLED BY:                                                    *
      *     -  0185-REPOSITION-OUTPUT-FILES                           *
      * CALLS:                                                        *
      *     -  0192-REPORT-REPOSITION                                 *
      *****************************************************************
      *
           MOVE 'SUSPOUT'           TO WS-CKP-FILE-NAME.
           MOVE WS-CKP-SUSP-RECORDS TO WS-CKP-KEEP-COUNT.
           MOVE ZERO                TO WS-CKP-COPY-COUNT.
           MOVE SPACE               TO WS-CKP-COPY-EOF.
           OPEN INPUT SUSPOUT.
           IF SUSP-OUT-STATUS EQUAL '00'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO WS-CKP-COPY-EOF
              DISPLAY 'ERROR ENCOUNTERED OPENING SUSPENSE OUTPUT FOR RE'
                      'START, STATUS: ' SUSP-OUT-STATUS
           END-IF.
           OPEN OUTPUT CKPWORK.
           PERFORM UNTIL END-OF-CKP-COPY
              OR WS-CKP-COPY-COUNT NOT < WS-CKP-KEEP-COUNT
              READ SUSPOUT
                 AT END
                    MOVE 'Y' TO WS-CKP-COPY-EOF
                 NOT AT END
                    ADD 1 TO WS-CKP-COPY-COUNT
                    WRITE CKP-WORK-REC FROM SUSP-OUT-REC
              END-READ
           END-PERFORM.
           CLOSE SUSPOUT, CKPWORK.
      *
           OPEN INPUT CKPWORK.
           OPEN OUTPUT SUSPOUT.
           MOVE SPACE TO WS-CKP-COPY-EOF.
           PERFORM UNTIL END-OF-CKP-COPY
              READ CKPWORK
                 AT END
                    MOVE 'Y' TO WS-CKP-COPY-EOF
                 NOT AT END
                    WRITE SUSP-OUT-REC FROM CKP-WORK-REC
              END-READ
           END-PERFORM.
           CLOSE CKPWORK, SUSPOUT.
           PERFORM 0192-REPORT-REPOSITION.
      *
       0188-TRUNCATE-HISTFILE.
      *    DISPLAY 'ENTERING PARA 0188-TRUNCATE-HISTFILE'.
      *
      *****************************************************************
      * DESCRIPTION:                                                  *
      *  CUTS THE CUMULATIVE CLAIMS HISTORY BACK TO THE PRIOR RUNS'   *
      *  RECORDS PLUS THIS RUN'S RECORDS UP TO THE CHECKPOINT.        *
      * CALLED BY:                                                    *
      *     -  0185-REPOSITION-OUTPUT-FILES                           *
      * CALLS:                                                        *
      *     -  0192-REPORT-REPOSITION                                 *
      *****************************************************************
      *
           MOVE 'HISTFILE'          TO WS-CKP-FILE-NAME.
           MOVE WS-CKP-HIST-RECORDS TO WS-CKP-KEEP-COUNT.
           MOVE ZERO                TO WS-CKP-COPY-COUNT.
           MOVE SPACE               TO WS-CKP-COPY-EOF.
           OPEN INPUT HISTFILE.
           IF HIST-FILE-STATUS EQUAL '00' OR '05'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO WS-CKP-COPY-EOF
              DISPLAY 'ERROR ENCOUNTERED OPENING CLAIMS HISTORY FOR RES'
                      'TART, STATUS: ' HIST-FILE-STATUS
           END-IF.
           OPEN OUTPUT CKPWORK.
           PERFORM UNTIL END-OF-CKP-COPY
              OR WS-CKP-COPY-COUNT NOT < WS-CKP-KEEP-COUNT
              READ HISTFILE
                 AT END
                    MOVE 'Y' TO WS-CKP-COPY-EOF
                 NOT AT END
                    ADD 1 TO WS-CKP-COPY-COUNT
                    WRITE CKP-WORK-REC FROM HIST-REC
              END-READ
           END-PERFORM.
           CLOSE HISTFILE, CKPWORK.
      *
           OPEN INPUT CKPWORK.
           OPEN OUTPUT HISTFILE.
           MOVE SPACE TO WS-CKP-COPY-EOF.
           PERFORM UNTIL END-OF-CKP-COPY
              READ CKPWORK
                 AT END
                    MOVE 'Y' TO WS-CKP-COPY-EOF
                 NOT AT END
                    WRITE HIST-REC FROM CKP-WORK-REC
              END-READ
           END-PERFORM.
           CLOSE CKPWORK, HISTFILE.
           PERFORM 0192-REPORT-REPOSITION.
      *
       0189-TRUNCATE-SUBROREF.
      *    DISPLAY 'ENTERING PARA 0189-TRUNCATE-SUBROREF'.
      *
      *****************************************************************
      * DESCRIPTION:                                                  *
      *  CUTS THE CUMULATIVE SUBROGATION REFERRAL FILE BACK TO THE    *
      *  PRIOR RUNS' REFERRALS PLUS THIS RUN'S UP TO THE CHECKPOINT.  *
      *  THE RESTORED REFERRAL COUNT AND RUN DATE/TIME CONTINUE THE   *
      *  REFERRAL NUMBERS FROM THE LAST ONE KEPT.                     *
      * CALLED BY:                                                    *
      *     -  0185-REPOSITION-OUTPUT-FILES                           *
      * CALLS:                                                        *
      *     -  0192-REPORT-REPOSITION                                 *
      *****************************************************************
      *
           MOVE 'SUBROREF'           TO WS-CKP-FILE-NAME.
           MOVE WS-CKP-SUBRO-RECORDS TO WS-CKP-KEEP-COUNT.
           MOVE ZERO                 TO WS-CKP-COPY-COUNT.
           MOVE SPACE                TO WS-CKP-COPY-EOF.
           OPEN INPUT SUBROREF.
           IF SUBRO-REF-STATUS EQUAL '00' OR '05'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO WS-CKP-COPY-EOF
              DISPLAY 'ERROR ENCOUNTERED OPENING SUBROGATION REFERRALS '
                      'FOR RESTART, STATUS: ' SUBRO-REF-STATUS
           END-IF.
           OPEN OUTPUT CKPWORK.
           PERFORM UNTIL END-OF-CKP-COPY
              OR WS-CKP-COPY-COUNT NOT < WS-CKP-KEEP-COUNT
              READ SUBROREF
                 AT END
                    MOVE 'Y' TO WS-CKP-COPY-EOF
                 NOT AT END
                    ADD 1 TO WS-CKP-COPY-COUNT
                    WRITE CKP-WORK-REC FROM SUBRO-REF-REC
              END-READ
           END-PERFORM.
           CLOSE SUBROREF, CKPWORK.
      *
           OPEN INPUT CKPWORK.
           OPEN OUTPUT SUBROREF.
           MOVE SPACE TO WS-CKP-COPY-EOF.
           PERFORM UNTIL END-OF-CKP-COPY
              READ CKPWORK
                 AT END
                    MOVE 'Y' TO WS-CKP-COPY-EOF
                 NOT AT END
                    WRITE SUBRO-REF-REC FROM CKP-WORK-REC
              END-READ
           END-PERFORM.
           CLOSE CKPWORK, SUBROREF.
           PERFORM 0192-REPORT-REPOSITION.
      *
       0190-TRUNCATE-JRNFILE.
      *    DISPLAY 'ENTERING PARA 0190-TRUNCATE-JRNFILE'.
      *
      *****************************************************************
      * DESCRIPTION:                                                  *
      *  CUTS THE POLICY MASTER UPDATE JOURNAL BACK TO THE CHECKPOINT *
      *  AND LOADS EVERY IMAGE BEYOND IT INTO WS-BACKOUT-TABLE SO     *
      *  0185 CAN BACK THOSE UPDATES OUT OF THE MASTER.  THE JOURNAL  *
      *  THEN STILL COVERS THE WHOLE BATCH FOR POLBKOUT.              *
      * CALLED BY:                                                    *
      *     -  0185-REPOSITION-OUTPUT-FILES                           *
      * CALLS:                                                        *
      *     -  0192-REPORT-REPOSITION                                 *
      *****************************************************************
      *
           MOVE 'JRNFILE'          TO WS-CKP-FILE-NAME.
           MOVE WS-CKP-JRN-RECORDS TO WS-CKP-KEEP-COUNT.
           MOVE ZERO               TO WS-CKP-COPY-COUNT.
           MOVE SPACE              TO WS-CKP-COPY-EOF.
           OPEN INPUT JRNFILE.
           IF JRN-FILE-STATUS EQUAL '00'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO WS-CKP-COPY-EOF
              DISPLAY 'ERROR ENCOUNTERED OPENING POLICY MASTER JOURNAL '
                      'FOR RESTART, STATUS: ' JRN-FILE-STATUS
           END-IF.
           OPEN OUTPUT CKPWORK.
           PERFORM UNTIL END-OF-CKP-COPY
              READ JRNFILE
                 AT END
                    MOVE 'Y' TO WS-CKP-COPY-EOF
                 NOT AT END
                    IF WS-CKP-COPY-COUNT < WS-CKP-KEEP-COUNT
                       ADD 1 TO WS-CKP-COPY-COUNT
                       WRITE CKP-WORK-REC FROM JRN-REC
                    ELSE
                       IF WS-BO-ENTRIES-USED < 1000
                          ADD 1 TO WS-BO-ENTRIES-USED
                          SET BO-IDX TO WS-BO-ENTRIES-USED
                          MOVE JRN-POLICY-NO
                             TO WS-BO-POLICY-NO (BO-IDX)
                          MOVE JRN-ACTION
                             TO WS-BO-ACTION (BO-IDX)
                          MOVE JRN-BEF-DEDUCT-PAID
                             TO WS-BO-BEF-DEDUCT-PAID (BO-IDX)
                          MOVE JRN-BEF-BALANCE
                             TO WS-BO-BEF-BALANCE (BO-IDX)
                          MOVE JRN-BEF-BENEFIT-DATE
                             TO WS-BO-BEF-BENEFIT-DATE (BO-IDX)
                          MOVE JRN-BEF-OOP-PAID
                             TO WS-BO-BEF-OOP-PAID (BO-IDX)
                       ELSE
                          ADD 1 TO WS-BO-NOT-LOADED
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE JRNFILE, CKPWORK.
      *
           OPEN INPUT CKPWORK.
           OPEN OUTPUT JRNFILE.
           MOVE SPACE TO WS-CKP-COPY-EOF.
           PERFORM UNTIL END-OF-CKP-COPY
              READ CKPWORK
                 AT END
                    MOVE 'Y' TO WS-CKP-COPY-EOF
                 NOT AT END
                    WRITE JRN-REC FROM CKP-WORK-REC
              END-READ
           END-PERFORM.
           CLOSE CKPWORK, JRNFILE.
           PERFORM 0192-REPORT-REPOSITION.
      *
       0191-BACK-OUT-ONE-IMAGE.
      *    DISPLAY 'ENTERING PARA 0191-BACK-OUT-ONE-IMAGE'.
      *
      *****************************************************************
      * DESCRIPTION:                                                  *
      *  BACKS ONE POLICY MASTER UPDATE MADE AFTER THE CHECKPOINT OUT *
      *  OF THE MASTER - A REWRITTEN ROW IS RESTORED TO ITS BEFORE    *
      *  IMAGE, A ROW THE ABENDED RUN ADDED IS DELETED.               *
      * CALLED BY:                                                    *
      *     -  0185-REPOSITION-OUTPUT-FILES                           *
      * CALLS:                                                        *
      *     -  NONE                                                   *
      *****************************************************************
      *
           MOVE WS-BO-POLICY-NO (BO-IDX) TO PM-POLICY-NO.
           READ POLMSTR
              INVALID KEY
                 DISPLAY 'WARNING: JOURNALED POLICY ' PM-POLICY-NO
                         ' NOT ON THE POLICY MASTER - NOT BACKED OUT'
              NOT INVALID KEY
                 IF WS-BO-ACTION (BO-IDX) = 'W'
                    DELETE POLMSTR RECORD
                       INVALID KEY
                          DISPLAY 'WARNING: DELETE OF POLICY '
                                  PM-POLICY-NO ' FAILED ON RESTART'
                    END-DELETE
                 ELSE
                    MOVE WS-BO-BEF-DEDUCT-PAID (BO-IDX)
                                            TO PM-DEDUCTIBLE-PAID
                    MOVE WS-BO-BEF-BALANCE (BO-IDX)
                                            TO PM-POLICY-BALANCE
                    MOVE WS-BO-BEF-BENEFIT-DATE (BO-IDX)
                                            TO PM-BENEFIT-DATE
                    MOVE WS-BO-BEF-OOP-PAID (BO-IDX)
                                            TO PM-OOP-PAID
                    REWRITE POLICY-MASTER-REC
                    IF POL-MSTR-STATUS NOT EQUAL '00'
                       DISPLAY 'WARNING: RESTORE OF POLICY '
                               PM-POLICY-NO ' FAILED ON RESTART, '
                               'STATUS: ' POL-MSTR-STATUS
                    END-IF
                 END-IF
           END-READ.
      *
       0192-REPORT-REPOSITION.
      *    DISPLAY 'ENTERING PARA 0192-REPORT-REPOSITION'.
      *
      *****************************************************************
      * DESCRIPTION:                                                  *
      *  REPORTS THE LENGTH A DATA FILE WAS CUT BACK TO, AND WARNS    *
      *  WHEN THE FILE HELD FEWER RECORDS THAN THE CHECKPOINT SAYS    *
      *  WERE WRITTEN (THE WRONG DATASET WAS SUPPLIED ON THE RESTART).*
      * CALLED BY:                                                    *
      *     -  0186-TRUNCATE-PAYFILE THROUGH 0190-TRUNCATE-JRNFILE    *
      *     -  0193-TRUNCATE-EOBFILE                                  *
      *     -  0194-TRUNCATE-EOBEXCP                                  *
      * CALLS:                                                        *
      *     -  NONE                                                   *
      *****************************************************************
      *
           DISPLAY 'CLAIMS RESTART: ' WS-CKP-FILE-NAME
                   ' REPOSITIONED TO ' WS-CKP-COPY-COUNT ' RECORDS'.
           IF WS-CKP-COPY-COUNT < WS-CKP-KEEP-COUNT
              DISPLAY 'WARNING: ' WS-CKP-FILE-NAME ' HELD ONLY '
                      WS-CKP-COPY-COUNT ' OF THE ' WS-CKP-KEEP-COUNT
                      ' RECORDS CHECKPOINTED'
           END-IF.
      *
       0193-TRUNCATE-EOBFILE.
      *    DISPLAY 'ENTERING PARA 0193-TRUNCATE-EOBFILE'.
      *
      *****************************************************************
      * DESCRIPTION:                                                  *
      *  CUTS THE EOB STATEMENT FILE BACK TO THE STATEMENTS FINISHED  *
      *  UP TO THE CHECKPOINT.  EACH STATEMENT'S TITLE LINE IS PUT    *
      *  BACK AT THE TOP OF A NEW PAGE, AS 1455 FIRST WROTE IT.       *
      * CALLED BY:                                                    *
      *     -  0185-REPOSITION-OUTPUT-FILES                           *
      * CALLS:                                                        *
      *     -  0192-REPORT-REPOSITION                                 *
      *****************************************************************
      *
           MOVE 'EOBFILE'          TO WS-CKP-FILE-NAME.
           MOVE WS-CKP-EOB-RECORDS TO WS-CKP-KEEP-COUNT.
           MOVE ZERO               TO WS-CKP-COPY-COUNT.
           MOVE SPACE              TO WS-CKP-COPY-EOF.
           OPEN INPUT EOBFILE.
           IF EOB-RPT-STATUS EQUAL '00'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO WS-CKP-COPY-EOF
              DISPLAY 'ERROR ENCOUNTERED OPENING EOB STATEMENT FILE '
                      'FOR RESTART, STATUS: ' EOB-RPT-STATUS
           END-IF.
           OPEN OUTPUT CKPWORK.
           PERFORM UNTIL END-OF-CKP-COPY
              OR WS-CKP-COPY-COUNT NOT < WS-CKP-KEEP-COUNT
              READ EOBFILE
                 AT END
                    MOVE 'Y' TO WS-CKP-COPY-EOF
                 NOT AT END
                    ADD 1 TO WS-CKP-COPY-COUNT
                    WRITE CKP-WORK-REC FROM EOBFILE-REC
              END-READ
           END-PERFORM.
           CLOSE EOBFILE, CKPWORK.
      *
           OPEN INPUT CKPWORK.
           OPEN OUTPUT EOBFILE.
           MOVE SPACE TO WS-CKP-COPY-EOF.
           PERFORM UNTIL END-OF-CKP-COPY
              READ CKPWORK
                 AT END
                    MOVE 'Y' TO WS-CKP-COPY-EOF
                 NOT AT END
                    IF CKP-WORK-REC = EOB-STMT-HEADER-1
                       WRITE EOBFILE-REC FROM CKP-WORK-REC
                          AFTER ADVANCING PAGE
                    ELSE
                       WRITE EOBFILE-REC FROM CKP-WORK-REC
                          AFTER ADVANCING 1 LINE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CKPWORK, EOBFILE.
           PERFORM 0192-REPORT-REPOSITION.
      *
       0194-TRUNCATE-EOBEXCP.
      *    DISPLAY 'ENTERING PARA 0194-TRUNCATE-EOBEXCP'.
      *
      *****************************************************************
      * DESCRIPTION:                                                  *
      *  CUTS THE EOB NO-ADDRESS EXCEPTION LIST BACK TO THE POLICIES  *
      *  LISTED UP TO THE CHECKPOINT.                                 *
      * CALLED BY:                                                    *
      *     -  0185-REPOSITION-OUTPUT-FILES                           *
      * CALLS:                                                        *
      *     -  0192-REPORT-REPOSITION                                 *
      *****************************************************************
      *
           MOVE 'EOBEXCP'           TO WS-CKP-FILE-NAME.
           MOVE WS-CKP-EOBX-RECORDS TO WS-CKP-KEEP-COUNT.
           MOVE ZERO                TO WS-CKP-COPY-COUNT.
           MOVE SPACE               TO WS-CKP-COPY-EOF.
           OPEN INPUT EOBEXCP.
           IF EOB-EXCP-STATUS EQUAL '00'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO WS-CKP-COPY-EOF
              DISPLAY 'ERROR ENCOUNTERED OPENING EOB EXCEPTION FILE '
                      'FOR RESTART, STATUS: ' EOB-EXCP-STATUS
           END-IF.
           OPEN OUTPUT CKPWORK.
           PERFORM UNTIL END-OF-CKP-COPY
              OR WS-CKP-COPY-COUNT NOT < WS-CKP-KEEP-COUNT
              READ EOBEXCP
                 AT END
                    MOVE 'Y' TO WS-CKP-COPY-EOF
                 NOT AT END
                    ADD 1 TO WS-CKP-COPY-COUNT
                    WRITE CKP-WORK-REC FROM EOB-EXCP-REC
              END-READ
           END-PERFORM.
           CLOSE EOBEXCP, CKPWORK.
      *
           OPEN INPUT CKPWORK.
           OPEN OUTPUT EOBEXCP.
           MOVE SPACE TO WS-CKP-COPY-EOF.
           PERFORM UNTIL END-OF-CKP-COPY
              READ CKPWORK
                 AT END
                    MOVE 'Y' TO WS-CKP-COPY-EOF
                 NOT AT END
                    WRITE EOB-EXCP-REC FROM CKP-WORK-REC
              END-READ
           END-PERFORM.
           CLOSE CKPWORK, EOBEXCP.
           PERFORM 0192-REPORT-REPOSITION.
      *
       0195-COUNT-CUMULATIVE-FILES.
      *    DISPLAY 'ENTERING PARA 0195-COUNT-CUMULATIVE-FILES'.
      *
      *****************************************************************
      * DESCRIPTION:                                                  *
      *  ON A FRESH RUN, COUNTS THE RECORDS PRIOR RUNS LEFT ON THE    *
      *  CUMULATIVE HISTORY AND SUBROGATION REFERRAL FILES, SO THIS   *
      *  RUN'S CHECKPOINTS CARRY THEIR FULL LENGTH AND A RESTART CAN  *
      *  CUT THEM BACK WITHOUT LOSING EARLIER RUNS' RECORDS.          *
      * CALLED BY:                                                    *
      *     -  0200-OPEN-FILES                                        *
      * CALLS:                                                        *
      *     -  NONE                                                   *
      *****************************************************************
      *
           MOVE SPACE TO WS-CKP-COPY-EOF.
           OPEN INPUT HISTFILE.
           IF HIST-FILE-STATUS EQUAL '00' OR '05'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO WS-CKP-COPY-EOF
              DISPLAY 'ERROR ENCOUNTERED OPENING CLAIMS HISTORY FILE, '
                      'STATUS: ' HIST-FILE-STATUS
           END-IF.
           PERFORM UNTIL END-OF-CKP-COPY
              READ HISTFILE
                 AT END
                    MOVE 'Y' TO WS-CKP-COPY-EOF
                 NOT AT END
                    ADD 1 TO WS-CKP-HIST-RECORDS
              END-READ
           END-PERFORM.
           IF HIST-FILE-STATUS EQUAL '00' OR '10'
              CLOSE HISTFILE
           END-IF.
      *
           MOVE SPACE TO WS-CKP-COPY-EOF.
           OPEN INPUT SUBROREF.
           IF SUBRO-REF-STATUS EQUAL '00' OR '05'
              NEXT SENTENCE
           ELSE
              MOVE 'Y' TO WS-CKP-COPY-EOF
              DISPLAY 'ERROR ENCOUNTERED OPENING SUBROGATION '
                      'REFERRAL FILE, STATUS: ' SUBRO-REF-STATUS
           END-IF.
           PERFORM UNTIL END-OF-CKP-COPY
              READ SUBROREF
                 AT END
                    MOVE 'Y' TO WS-CKP-COPY-EOF
                 NOT AT END
                    ADD 1 TO WS-CKP-SUBRO-BASE
              END-READ
           END-PERFORM.
           IF SUBRO-REF-STATUS EQUAL '00' OR '10'
              CLOSE SUBROREF
           END-IF.
      *
       0200-OPEN-FILES.
      *    DISPLAY 'ENTERING PARA 0200-OPEN-FILES'.
      *  FOR A SUCCESSFUL OPEN. IF THE OPEN OPERATION IS NOT SUCCESS- *
      *  FUL, DISPLAY AN ERROR MESSAGE. CLAIMSIN AND SUSPIN ARE NOT   *
      *  OPENED HERE - THE SORT INPUT PROCEDURE (0255-RELEASE-CLAIMS- *
      *  INPUT) OPENS, READS AND CLOSES THEM ITSELF.  ON A RESTART    *
      *  THE DATA FILES ARE FIRST CUT BACK TO THE CHECKPOINT AND THE  *
      *  PER-RUN OUTPUTS ARE THEN OPENED FOR EXTEND RATHER THAN       *
      *  OUTPUT, SO THE ABENDED RUN'S WORK IS KEPT.  THE CHECKPOINT   *
      *  LOG IS OPENED LAST AND THE STARTING CHECKPOINT WRITTEN.      *
      * CALLED BY:                                                    *
      *     -  0000-HOUSEKEEPING                                      *
      * CALLS:                                                        *
      *     -  0185-REPOSITION-OUTPUT-FILES                           *
      *     -  0195-COUNT-CUMULATIVE-FILES                            *
      *     -  0595-WRITE-CHECKPOINT                                  *
      *****************************************************************
      *
           IF RESTART-RUN
              OPEN EXTEND CLAIMRPT
           ELSE
              OPEN OUTPUT CLAIMRPT   *>CLAIMS REPORT FILE
           END-IF.
           IF CLAIM-RPT-STATUS EQUAL '00'
              NEXT SENTENCE
           ELSE
      -               'LE'
           END-IF.
      *
           IF RESTART-RUN
              OPEN EXTEND ERRORPT
           ELSE
              OPEN OUTPUT ERRORPT    *>ERROR REPORT FILE
           END-IF.
           IF ERR-RPT-STATUS EQUAL '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING POLICY MASTER FILE, ST
      -               'ATUS: ' POL-MSTR-STATUS
           END-IF.
      *
      *****************************************************************
      *  THE PREMIUM BILLING MASTER IS OPTIONAL - WITHOUT ONE NO      *
      *  CLAIM IS PENDED OR DENIED FOR PREMIUM STATUS.                *
      *****************************************************************
      *
           OPEN INPUT PREMMSTR.
           EVALUATE PREM-MSTR-STATUS
              WHEN '00'
                 MOVE 'Y' TO WS-PREM-MSTR-SW
              WHEN '05'
                 MOVE 'E' TO WS-PREM-MSTR-SW
              WHEN OTHER
                 DISPLAY 'ERROR ENCOUNTERED OPENING PREMIUM MASTER FILE,
      -                  ' STATUS: ' PREM-MSTR-STATUS
           END-EVALUATE.
      *
      *****************************************************************
      *  A RESTART CUTS THE DATA FILES BACK TO THE CHECKPOINT AND     *
      *  BACKS LATER POLICY MASTER UPDATES OUT; A FRESH RUN COUNTS    *
      *  WHAT THE CUMULATIVE FILES ALREADY HOLD FOR ITS CHECKPOINTS.  *
      *****************************************************************
      *
           IF RESTART-RUN
              PERFORM 0185-REPOSITION-OUTPUT-FILES
           ELSE
              PERFORM 0195-COUNT-CUMULATIVE-FILES
           END-IF.
      *
           IF RESTART-RUN
              OPEN EXTEND SUSPOUT
           ELSE
              OPEN OUTPUT SUSPOUT    *>THIS RUN'S PENDED CLAIMS
           END-IF.
           IF SUSP-OUT-STATUS EQUAL '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING SUSPENSE OUTPUT FILE'
           END-IF.
      *
           IF RESTART-RUN
              OPEN EXTEND PAYFILE
           ELSE
              OPEN OUTPUT PAYFILE    *>PAYMENT INTERFACE EXTRACT
           END-IF.
           IF PAY-FILE-STATUS EQUAL '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING PAYMENT EXTRACT FILE'
           END-IF.
      *
           IF RESTART-RUN
              OPEN EXTEND EOBFILE
           ELSE
              OPEN OUTPUT EOBFILE    *>EOB STATEMENTS PER INSURED
           END-IF.
           IF EOB-RPT-STATUS EQUAL '00'
              NEXT SENTENCE
           ELSE
      -               'TATUS: ' HIST-FILE-STATUS
           END-IF.
      *
      *****************************************************************
      *  THE SUBROGATION REFERRAL FILE IS CUMULATIVE LIKE THE HISTORY *
      *  FILE - EACH RUN APPENDS ITS REFERRALS.                       *
      *****************************************************************
      *
           OPEN EXTEND SUBROREF.  *>SUBROGATION REFERRALS
           IF SUBRO-REF-STATUS EQUAL '00' OR '05'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING SUBROGATION '
                      'REFERRAL FILE, STATUS: ' SUBRO-REF-STATUS
           END-IF.
      *
           IF RESTART-RUN
              OPEN EXTEND JRNFILE
           ELSE
              OPEN OUTPUT JRNFILE    *>POLMSTR UPDATE JOURNAL, THIS RUN
           END-IF.
           IF JRN-FILE-STATUS EQUAL '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING REMITTANCE ADVICE FILE'
           END-IF.
      *
           IF RESTART-RUN
              OPEN EXTEND EOBEXCP
           ELSE
              OPEN OUTPUT EOBEXCP    *>EOB NO-ADDRESS EXCEPTION LIST
           END-IF.
           IF EOB-EXCP-STATUS EQUAL '00'
              NEXT SENTENCE
           ELSE
      *****************************************************************
      *  WRITE THE PAYMENT EXTRACT BATCH HEADER AS SOON AS THE FILE   *
      *  IS OPEN SO EVEN AN EMPTY BATCH CARRIES ITS HEADER/TRAILER.   *
      *  A RESTART KEEPS THE ABENDED RUN'S HEADER INSTEAD.            *
      *****************************************************************
      *
           IF RESTART-RUN
              NEXT SENTENCE
           ELSE
              MOVE WS-GREG-DATE TO PAY-HDR-RUN-DATE
              WRITE PAYFILE-REC FROM PAY-HEADER-REC
              IF PAY-FILE-STATUS EQUAL '00'
                 NEXT SENTENCE
              ELSE
                 DISPLAY 'ERROR ENCOUNTERED WRITING TO PAYMENT EXTRACT '
                         'FILE'
              END-IF
           END-IF.
      *
      *****************************************************************
      *  MARK WHERE A RESTART PICKS UP ON THE CLAIMS AND ERROR        *
      *  REPORTS (THE EOB FILES WERE CUT BACK INSTEAD), THEN OPEN     *
      *  THE CHECKPOINT LOG AND WRITE THE STARTING CHECKPOINT SO ANY  *
      *  LATER FAILURE HAS A POINT TO RESTART FROM.                   *
      *****************************************************************
      *
           IF RESTART-RUN
              MOVE WS-CKP-RESTART-SEQ    TO RESTART-NOTICE-SEQ-O
              MOVE WS-CKP-LAST-POLICY-NO TO RESTART-NOTICE-POLICY-O
              WRITE CLAIM-RPT-REC FROM RESTART-NOTICE-LINE
              WRITE ERRORPT-REC   FROM RESTART-NOTICE-LINE
           END-IF.
      *
           OPEN OUTPUT CHECKFILE.  *>CHECKPOINT LOG FOR THIS RUN
           IF CHKPT-STATUS EQUAL '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED OPENING CHECKPOINT FILE, '
                      'STATUS: ' CHKPT-STATUS
           END-IF.
           PERFORM 0595-WRITE-CHECKPOINT.

       0250-SORT-CLAIMS.
      *    DISPLAY 'ENTERING PARA 0250-SORT-CLAIMS'.
           ELSE
              DISPLAY 'ERROR ENCOUNTERED SORTING CLAIMS INPUT FILE'
           END-IF.
      *
      *****************************************************************
      *  A RESTART WHOSE INPUT DOES NOT MATCH THE CHECKPOINT HAS      *
      *  POSTED NOTHING - STOP HERE SO NO TOTALS, GL POSTINGS OR      *
      *  CYCLE CONTROL UPDATE ARE PRODUCED FROM IT.                   *
      *****************************************************************
      *
           IF RESTART-INPUT-MISMATCH
              DISPLAY 'CLAIMS RESTART ABANDONED - INPUT DOES NOT MATCH '
                      'CHECKPOINT ' WS-CKP-RESTART-SEQ
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF.
      *
       0255-RELEASE-CLAIMS-INPUT.
      *    DISPLAY 'ENTERING PARA 0255-RELEASE-CLAIMS-INPUT'.
      * DESCRIPTION:                                                  *
      *  READS THE PRIOR RUN'S SUSPENSE FILE (IF ONE WAS SUPPLIED)    *
      *  AND RELEASES EACH PENDED CLAIM TO THE SORT IN ITS ORIGINAL   *
      *  100-BYTE CLAIMREC LAYOUT, CARRYING THE STORED ATTEMPT COUNT  *
      *  IN THE SORT RECORD SO 0585-CHECK-PEND-CONDITION CAN AGE THE  *
      *  CLAIM OUT AFTER WS-MAX-PEND-ATTEMPTS TRIES.                  *
      * CALLED BY:                                                    *
      *****************************************************************
      * DESCRIPTION:                                                  *
      *  READS THE CLAIMSIN FEED AND RELEASES EACH CLAIM TO THE SORT  *
      *  WITH A ZERO SUSPENSE ATTEMPT COUNT.  THE PRODUCER CONTROL    *
      *  TRAILERS, ALREADY BALANCED BY 0175-VERIFY-CLAIMSIN-TRAILERS, *
      *  ARE NOT CLAIMS AND ARE NOT RELEASED.                         *
      * CALLED BY:                                                    *
      *     -  0255-RELEASE-CLAIMS-INPUT                              *
      * CALLS:                                                        *
                 AT END
                    MOVE 'Y' TO WS-CLAIMS-FEED-EOF
                 NOT AT END
                    IF NOT CLAIM-CONTROL-TRAILER
                       MOVE CLAIM-RECORD-WS TO CLAIM-SORT-REC
                       MOVE '00'            TO SRT-PEND-ATTEMPTS
                       RELEASE CLAIM-SORT-REC
                    END-IF
              END-READ
           END-PERFORM.
      *
      * DESCRIPTION:                                                  *
      *  RETURNS EACH SORTED CLAIM RECORD INTO WS-CLAIM-RECORD AND    *
      *  PERFORMS 0400-MAIN-PROCESS FOR IT UNTIL THE SORTED FILE IS   *
      *  EXHAUSTED.  ON A RESTART THE SORTED CLAIMS THE ABENDED RUN   *
      *  HAD ALREADY PROCESSED AT ITS CHECKPOINT ARE RETURNED AND     *
      *  SKIPPED, AND THE FIRST CLAIM PROCESSED IS VERIFIED AGAINST   *
      *  THE CHECKPOINT BEFORE ANY WORK IS DONE.                      *
      * CALLED BY:                                                    *
      *     -  0250-SORT-CLAIMS (SORT OUTPUT PROCEDURE)               *
      * CALLS:                                                        *
      *     -  0265-VERIFY-RESTART-POSITION                           *
      *     -  0400-MAIN-PROCESS                                      *
      *****************************************************************
      *
                 AT END
                    MOVE 'Y' TO WS-CLAIMSIN-EOF
                 NOT AT END
                    ADD 1 TO WS-CKP-RECORDS-RETURNED
                    IF RESTART-RUN
                       AND WS-CKP-RECORDS-RETURNED =
                           WS-CKP-SKIP-COUNT + 1
                       PERFORM 0265-VERIFY-RESTART-POSITION
                    END-IF
                    IF WS-CKP-RECORDS-RETURNED > WS-CKP-SKIP-COUNT
                       AND NOT RESTART-INPUT-MISMATCH
                       PERFORM 0400-MAIN-PROCESS
                    END-IF
              END-RETURN
           END-PERFORM.
      *
           IF RESTART-RUN
              AND WS-CKP-RECORDS-RETURNED < WS-CKP-SKIP-COUNT
              MOVE 'Y' TO WS-CKP-MISMATCH-SW
           END-IF.
      *
      *****************************************************************
      *  THE LAST POLICY GROUP HAS NO FOLLOWING CONTROL BREAK TO      *
      *****************************************************************
      *
           IF WS-CB-PREV-POLICY-NO > 0
              AND NOT RESTART-INPUT-MISMATCH
              PERFORM 1465-WRITE-EOB-FOOTER
              PERFORM 0565-UPDATE-POLICY-MASTER
           END-IF.
      *
       0265-VERIFY-RESTART-POSITION.
      *    DISPLAY 'ENTERING PARA 0265-VERIFY-RESTART-POSITION'.
      *
      *****************************************************************
      * DESCRIPTION:                                                  *
      *  CHECKS THAT THE FIRST SORTED CLAIM A RESTART WILL PROCESS IS *
      *  FOR THE POLICY THE CHECKPOINT RECORDED AS NEXT.  A DIFFERENT *
      *  POLICY MEANS CLAIMSIN OR SUSPIN IS NOT THE INPUT THE ABENDED *
      *  RUN HAD, AND THE RESTART IS STOPPED BEFORE ANYTHING IS       *
      *  POSTED.                                                      *
      * CALLED BY:                                                    *
      *     -  0260-PROCESS-SORTED-CLAIMS                             *
      * CALLS:                                                        *
      *     -  NONE                                                   *
      *****************************************************************
      *
           IF WS-CKP-NEXT-POLICY-NO > 0
              AND WS-INSURED-POLICY-NO NOT = WS-CKP-NEXT-POLICY-NO
              MOVE 'Y' TO WS-CKP-MISMATCH-SW
              DISPLAY 'CLAIMS RESTART: EXPECTED POLICY '
                      WS-CKP-NEXT-POLICY-NO ' BUT SORTED CLAIM '
                      WS-CKP-RECORDS-RETURNED ' IS FOR POLICY '
                      WS-INSURED-POLICY-NO
           END-IF.
      *
       0400-MAIN-PROCESS.
      *    DISPLAY 'ENTERING PARA 0400-MAIN-PROCESS'.
                 PERFORM 0585-CHECK-PEND-CONDITION
                 EVALUATE TRUE
                    WHEN CLAIM-TO-BE-PENDED
                    WHEN CLAIM-PENDED-IN-GRACE
                       PERFORM 0587-WRITE-SUSPENSE-RECORD
                    WHEN CLAIM-POLICY-LAPSED
                       MOVE 'POLICY BENEFIT DATE' TO FIELD-IN-ERROR
                       MOVE 'POLICY LAPSED FOR NON-PAYMENT OF PREMIUM - 
      -                     'SERVICE DATE AFTER LAPSE DATE'
                                              TO FIELD-IN-ERROR-DESC
                       MOVE 'Y' TO INPUT-ERROR-SW
                       PERFORM 1200-MOVE-FIELDS-TO-ERROR-RPT
                       PERFORM 1400-WRITE-ERROR-RPT-DETAIL
                       ADD 1 TO WS-TOTAL-CLAIMS-LAPSED
                       MOVE 'R' TO WS-CLAIM-OUTCOME-SW
                       PERFORM 1450-ACCUM-CLAIM-SUMMARY
                    WHEN CLAIM-AGED-OUT
                       MOVE 'POLICY NUMBER'   TO FIELD-IN-ERROR
                       MOVE 'PENDED CLAIM AGED OUT - POLICY STILL NOT SE
      *  THE PRIOR CLAIM REPLACE THE VALUES ON THE INPUT RECORD SO    *
      *  0700/0800 CALCULATE AGAINST WHAT IS ACTUALLY LEFT ON THE     *
      *  POLICY INSTEAD OF TREATING EVERY CLAIM AS THE FIRST ONE.     *
      *  EVERY WS-CKP-INTERVAL POLICY GROUPS, ONCE THE PRIOR GROUP IS *
      *  WRITTEN BACK AND BEFORE THIS CLAIM IS TOUCHED, A CHECKPOINT  *
      *  IS TAKEN SO A RESTART CAN RESUME WITH THIS CLAIM.            *
      * CALLED BY:                                                    *
      *     -  0600-PROCESS-CLAIM                                     *
      * CALLS:                                                        *
      *     -  0560-READ-POLICY-MASTER                                *
      *     -  0565-UPDATE-POLICY-MASTER                              *
      *     -  0595-WRITE-CHECKPOINT                                  *
      *****************************************************************
      *
           IF WS-INSURED-POLICY-NO NOT = WS-CB-PREV-POLICY-NO
              IF WS-CB-PREV-POLICY-NO > 0
                 PERFORM 1465-WRITE-EOB-FOOTER
                 PERFORM 0565-UPDATE-POLICY-MASTER
                 ADD 1 TO WS-CKP-BREAK-COUNT
                 IF WS-CKP-BREAK-COUNT NOT < WS-CKP-INTERVAL
                    MOVE WS-CB-PREV-POLICY-NO TO WS-CKP-LAST-POLICY-NO
                    MOVE WS-INSURED-POLICY-NO TO WS-CKP-NEXT-POLICY-NO
                    COMPUTE WS-CKP-SKIP-COUNT =
                            WS-CKP-RECORDS-RETURNED - 1
                    PERFORM 0595-WRITE-CHECKPOINT
                 END-IF
              END-IF
              MOVE WS-INSURED-POLICY-NO      TO WS-CB-PREV-POLICY-NO
              PERFORM 1455-WRITE-EOB-HEADER
                    MOVE WS-POLICY-BENEFIT-DATE-NUM
                                         TO WS-CB-BENEFIT-DATE
                 END-IF
                 MOVE PM-OOP-PAID        TO WS-CB-OOP-PAID
              ELSE
                 MOVE WS-POLICY-DEDUCTIBLE-PAID
                                         TO WS-CB-DEDUCTIBLE-PAID
                 MOVE WS-POLICY-AMOUNT   TO WS-CB-POLICY-BALANCE
                 MOVE WS-POLICY-BENEFIT-DATE-NUM
                                         TO WS-CB-BENEFIT-DATE
                 MOVE ZERO               TO WS-CB-OOP-PAID
              END-IF
              MOVE WS-OOP-MAX-AMOUNT (WS-POLICY-TYPE)
                                         TO WS-CB-OOP-MAX
           ELSE
              MOVE WS-CB-DEDUCTIBLE-PAID  TO WS-POLICY-DEDUCTIBLE-PAID
              MOVE WS-CB-POLICY-BALANCE      TO WS-POLICY-AMOUNT
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-CB-PM-FOUND-SW
                 IF PM-OOP-PAID IS NOT NUMERIC
                    MOVE ZERO TO PM-OOP-PAID
                 END-IF
           END-READ.
      *
           IF POL-MSTR-STATUS EQUAL '00' OR '23'
              MOVE PM-DEDUCTIBLE-PAID TO WS-JRN-BEF-DEDUCT-PAID
              MOVE PM-POLICY-BALANCE  TO WS-JRN-BEF-BALANCE
              MOVE PM-BENEFIT-DATE    TO WS-JRN-BEF-BENEFIT-DATE
              MOVE PM-OOP-PAID        TO WS-JRN-BEF-OOP-PAID
           ELSE
              MOVE ZERO               TO WS-JRN-BEF-DEDUCT-PAID
                                         WS-JRN-BEF-BALANCE
                                         WS-JRN-BEF-BENEFIT-DATE
                                         WS-JRN-BEF-OOP-PAID
           END-IF.
      *
       0565-UPDATE-POLICY-MASTER.
      *****************************************************************
      * DESCRIPTION:                                                  *
      *  WRITES THE FINISHED POLICY GROUP'S CARRIED-FORWARD           *
      *  DEDUCTIBLE-PAID, OUT-OF-POCKET AND REMAINING BALANCE BACK TO *
      *  THE POLICY MASTER SO THE NEXT BATCH RUN PICKS UP WHERE THIS  *
      *  ONE LEFT OFF.  A POLICY ALREADY ON THE MASTER IS REWRITTEN;  *
      *  A POLICY SEEN FOR THE FIRST TIME IS ADDED.                   *
      * CALLED BY:                                                    *
      *     -  0260-PROCESS-SORTED-CLAIMS                             *
      *     -  0550-CONTROL-BREAK-CHECK                               *
           MOVE WS-CB-DEDUCTIBLE-PAID TO PM-DEDUCTIBLE-PAID.
           MOVE WS-CB-POLICY-BALANCE  TO PM-POLICY-BALANCE.
           MOVE WS-CB-BENEFIT-DATE    TO PM-BENEFIT-DATE.
           MOVE WS-CB-OOP-PAID        TO PM-OOP-PAID.
      *
           IF POLICY-ON-MASTER
              REWRITE POLICY-MASTER-REC
           MOVE PM-POLICY-BALANCE       TO JRN-AFT-BALANCE.
           MOVE PM-BENEFIT-DATE         TO JRN-AFT-BENEFIT-DATE.
           MOVE WS-GREG-DATE            TO JRN-RUN-DATE.
           MOVE WS-JRN-BEF-OOP-PAID     TO JRN-BEF-OOP-PAID.
           MOVE PM-OOP-PAID             TO JRN-AFT-OOP-PAID.
      *
           WRITE JRN-REC.
           IF JRN-FILE-STATUS EQUAL '00'
              ADD 1 TO WS-CKP-JRN-RECORDS
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO POLICY MASTER JOURN
      -               'AL'
      *  HAS NOT BEEN SET UP YET AND THE CONDITION CLEARS OVERNIGHT.  *
      *  A CLAIM THAT HAS ALREADY CYCLED WS-MAX-PEND-ATTEMPTS TIMES   *
      *  IS FLAGGED TO AGE OUT TO ERRORPT INSTEAD.                    *
      *  A CLAIM THAT PASSES THAT CHECK IS THEN CHECKED AGAINST THE   *
      *  PREMIUM BILLING MASTER BY 0586-CHECK-PREMIUM-STATUS.         *
      *  A ZERO-AMOUNT CLAIM BELONGING TO THE POLICY GROUP ALREADY IN *
      *  PROGRESS IS NEVER PENDED - ITS MASTER ROW IS ONLY WRITTEN AT *
      *  THE GROUP'S CONTROL BREAK, BUT THE CONTROL-BREAK FIELDS HOLD *
      * CALLED BY:                                                    *
      *     -  0400-MAIN-PROCESS                                      *
      * CALLS:                                                        *
      *     -  0586-CHECK-PREMIUM-STATUS                              *
      *****************************************************************
      *
           MOVE SPACE TO WS-PEND-DISPOSITION-SW.
                    CONTINUE
              END-READ
           END-IF.
      *
           IF WS-PEND-DISPOSITION-SW = SPACE
              AND PREMIUM-MASTER-PRESENT
              PERFORM 0586-CHECK-PREMIUM-STATUS
           END-IF.
      *
       0586-CHECK-PREMIUM-STATUS.
      *    DISPLAY 'ENTERING PARA 0586-CHECK-PREMIUM-STATUS'.
      *
      *****************************************************************
      * DESCRIPTION:                                                  *
      *  LOOKS UP THE CLAIM'S POLICY ON THE PREMIUM BILLING MASTER.   *
      *  A POLICY IN ITS PREMIUM GRACE PERIOD PENDS A CLAIM WHOSE     *
      *  DATE OF SERVICE IS ON OR AFTER THE PAID-TO DATE - COVERAGE   *
      *  FOR THAT SERVICE DEPENDS ON THE PREMIUM STILL OWED.  THE     *
      *  CLAIM CYCLES THROUGH THE SUSPENSE QUEUE UNTIL THE PREMIUM IS *
      *  POSTED OR PREMBILL LAPSES THE POLICY, SO IT IS NOT AGED OUT  *
      *  BY WS-MAX-PEND-ATTEMPTS.  A LAPSED POLICY DENIES A CLAIM     *
      *  WHOSE DATE OF SERVICE IS AFTER THE LAPSE DATE.  A POLICY NOT *
      *  ON THE MASTER IS NOT PREMIUM-BILLED AND IS LEFT ALONE.       *
      * CALLED BY:                                                    *
      *     -  0585-CHECK-PEND-CONDITION                              *
      * CALLS:                                                        *
      *     -  NONE                                                   *
      *****************************************************************
      *
           IF WS-INSURED-POLICY-NO IS NUMERIC
              AND WS-POLICY-BENEFIT-DATE-NUM IS NUMERIC
              MOVE WS-INSURED-POLICY-NO TO PRM-POLICY-NO
              READ PREMMSTR
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    EVALUATE TRUE
                       WHEN PRM-LAPSED
                          AND WS-POLICY-BENEFIT-DATE-NUM
                                 > PRM-LAPSE-DATE
                          MOVE 'L' TO WS-PEND-DISPOSITION-SW
                       WHEN PRM-IN-GRACE
                          AND WS-POLICY-BENEFIT-DATE-NUM
                                 NOT < PRM-PAID-TO-DATE
                          MOVE 'G' TO WS-PEND-DISPOSITION-SW
                       WHEN OTHER
                          CONTINUE
                    END-EVALUATE
              END-READ
              IF PREM-MSTR-STATUS EQUAL '00' OR '23'
                 NEXT SENTENCE
              ELSE
                 DISPLAY 'ERROR ENCOUNTERED READING PREMIUM MASTER FILE,
      -                  ' STATUS: ' PREM-MSTR-STATUS
              END-IF
           END-IF.
      *
       0587-WRITE-SUSPENSE-RECORD.
      *    DISPLAY 'ENTERING PARA 0587-WRITE-SUSPENSE-RECORD'.
      *****************************************************************
      * DESCRIPTION:                                                  *
      *  WRITES THE CURRENT CLAIM TO THE SUSPENSE FILE IN ITS         *
      *  ORIGINAL 100-BYTE CLAIMREC LAYOUT WITH THE PEND REASON CODE, *
      *  TODAY'S DATE AND THE INCREMENTED ATTEMPT COUNT APPENDED, SO  *
      *  THE NEXT RUN CAN RE-EDIT IT.                                 *
      * CALLED BY:                                                    *
      *     -  NONE                                                   *
      *****************************************************************
      *
           MOVE WS-CLAIM-RECORD (1:100) TO SUSP-OUT-CLAIM.
           IF CLAIM-PENDED-IN-GRACE
              MOVE 'PGR'               TO SUSP-OUT-REASON
              ADD 1 TO WS-TOTAL-CLAIMS-GRACE-PEND
           ELSE
              MOVE 'PNF'               TO SUSP-OUT-REASON
           END-IF.
           MOVE WS-GREG-DATE           TO SUSP-OUT-DATE.
      *
           IF WS-PEND-ATTEMPTS-X IS NUMERIC
      *  COMPARES THE CLAIM'S BENEFIT DATE TO THE POLICY'S RENEWAL    *
      *  DATE (THE BENEFIT-YEAR BASE DATE CARRIED FOR THE POLICY PLUS *
      *  ONE YEAR).  WHEN THE CLAIM FALLS IN A NEW BENEFIT YEAR, THE  *
      *  ACCUMULATED DEDUCTIBLE-PAID AND OUT-OF-POCKET ARE RESET TO   *
      *  ZERO AND THE POLICY AMOUNT IS RESTORED TO THE INPUT         *
      *  RECORD'S OWN POLICY AMOUNT                                   *
      *  BEFORE THE CLAIM IS CALCULATED, SO LAST YEAR'S POSITION IS   *
      *  NOT CHARGED AGAINST THIS YEAR'S CLAIMS.  THE BASE DATE IS    *
      *  ADVANCED A YEAR AT A TIME SO A POLICY DORMANT FOR SEVERAL    *
           IF BENEFIT-YEAR-RESET
              MOVE ZERO TO WS-CB-DEDUCTIBLE-PAID
                           WS-POLICY-DEDUCTIBLE-PAID
                           WS-CB-OOP-PAID
      *
      *****************************************************************
      *  RESTORE THE POLICY AMOUNT ONLY WHEN THE INPUT RECORD ACTUALLY *
                                                WS-CB-POLICY-BALANCE
              END-IF
           END-IF.
      *
       0595-WRITE-CHECKPOINT.
      *    DISPLAY 'ENTERING PARA 0595-WRITE-CHECKPOINT'.
      *
      *****************************************************************
      * DESCRIPTION:                                                  *
      *  WRITES ONE CHECKPOINT TO THE CHECKPOINT LOG - THE SUMMARY    *
      *  COUNTERS, THE POLICY-TYPE TOTALS, EVERY USED REMITTANCE      *
      *  DETAIL AND PROVIDER TOTAL ENTRY, AND LAST A COMMIT RECORD    *
      *  CARRYING THE RESTART POSITION, THE RUN DATE/TIME AND THE     *
      *  NUMBER OF RECORDS ON EACH DATA FILE SO FAR.  A CHECKPOINT    *
      *  WITHOUT ITS COMMIT RECORD (THE RUN FAILED PART WAY THROUGH   *
      *  WRITING IT) IS IGNORED ON RESTART.                           *
      * CALLED BY:                                                    *
      *     -  0200-OPEN-FILES                                        *
      *     -  0550-CONTROL-BREAK-CHECK                               *
      * CALLS:                                                        *
      *     -  0597-PUT-CHECKPOINT-RECORD                             *
      *****************************************************************
      *
           MOVE ZERO TO WS-CKP-BREAK-COUNT.
           ADD 1 TO WS-CKP-SEQ.
           COMPUTE WS-CKP-PAY-RECORDS  = WS-PAY-RECORD-COUNT + 1.
           MOVE WS-TOTAL-CLAIMS-PENDED TO WS-CKP-SUSP-RECORDS.
           MOVE WS-EOB-NO-ADDR-COUNT   TO WS-CKP-EOBX-RECORDS.
           COMPUTE WS-CKP-SUBRO-RECORDS =
                   WS-CKP-SUBRO-BASE + WS-TOTAL-SUBRO-REFERRALS.
      *
           MOVE 'S'                       TO WS-CKR-TYPE.
           MOVE ZERO                      TO WS-CKR-ENTRY-NO.
           MOVE WS-CLAIM-SUMMARY-COUNTERS TO WS-CKR-IMAGE.
           PERFORM 0597-PUT-CHECKPOINT-RECORD.
      *
           MOVE 'T'                          TO WS-CKR-TYPE.
           MOVE WS-POLICY-TYPE-SUMMARY-TABLE TO WS-CKR-IMAGE.
           PERFORM 0597-PUT-CHECKPOINT-RECORD.
      *
           MOVE 'D' TO WS-CKR-TYPE.
           PERFORM VARYING RD-IDX FROM 1 BY 1
                   UNTIL RD-IDX > WS-RD-ENTRIES-USED
              SET WS-CKR-ENTRY-NO TO RD-IDX
              MOVE WS-RD-ENTRY (RD-IDX) TO WS-CKR-IMAGE
              PERFORM 0597-PUT-CHECKPOINT-RECORD
           END-PERFORM.
      *
           MOVE 'P' TO WS-CKR-TYPE.
           PERFORM VARYING RP-IDX FROM 1 BY 1
                   UNTIL RP-IDX > WS-RP-ENTRIES-USED
              SET WS-CKR-ENTRY-NO TO RP-IDX
              MOVE WS-RP-ENTRY (RP-IDX) TO WS-CKR-IMAGE
              PERFORM 0597-PUT-CHECKPOINT-RECORD
           END-PERFORM.
      *
           MOVE 'C'                   TO WS-CKR-TYPE.
           MOVE ZERO                  TO WS-CKR-ENTRY-NO.
           MOVE SPACES                TO WS-CKR-IMAGE.
           MOVE WS-GREG-DATE          TO WS-CKR-RUN-DATE.
           MOVE WS-RUN-TIME           TO WS-CKR-RUN-TIME.
           MOVE WS-CKP-SKIP-COUNT     TO WS-CKR-SKIP-COUNT.
           MOVE WS-CKP-LAST-POLICY-NO TO WS-CKR-LAST-POLICY-NO.
           MOVE WS-CKP-NEXT-POLICY-NO TO WS-CKR-NEXT-POLICY-NO.
           MOVE WS-CKP-PAY-RECORDS    TO WS-CKR-PAY-RECORDS.
           MOVE WS-CKP-SUSP-RECORDS   TO WS-CKR-SUSP-RECORDS.
           MOVE WS-CKP-HIST-RECORDS   TO WS-CKR-HIST-RECORDS.
           MOVE WS-CKP-JRN-RECORDS    TO WS-CKR-JRN-RECORDS.
           MOVE WS-CKP-SUBRO-BASE     TO WS-CKR-SUBRO-BASE.
           MOVE WS-CKP-SUBRO-RECORDS  TO WS-CKR-SUBRO-RECORDS.
           MOVE WS-CKP-EOB-RECORDS    TO WS-CKR-EOB-RECORDS.
           MOVE WS-CKP-EOBX-RECORDS   TO WS-CKR-EOBX-RECORDS.
           MOVE WS-PAY-RECORD-COUNT   TO WS-CKR-PAY-RECORD-COUNT.
           MOVE WS-PAY-HASH-TOTAL     TO WS-CKR-PAY-HASH-TOTAL.
           MOVE WS-RD-ENTRIES-USED    TO WS-CKR-RD-ENTRIES-USED.
           MOVE WS-RD-OVERFLOW-COUNT  TO WS-CKR-RD-OVERFLOW.
           MOVE WS-RP-ENTRIES-USED    TO WS-CKR-RP-ENTRIES-USED.
           MOVE WS-EOB-NO-ADDR-COUNT  TO WS-CKR-EOB-NO-ADDR.
           PERFORM 0597-PUT-CHECKPOINT-RECORD.
      *
       0597-PUT-CHECKPOINT-RECORD.
      *    DISPLAY 'ENTERING PARA 0597-PUT-CHECKPOINT-RECORD'.
      *
      *****************************************************************
      * DESCRIPTION:                                                  *
      *  STAMPS THE CURRENT CHECKPOINT NUMBER ON WS-CHECKPOINT-REC    *
      *  AND WRITES IT TO THE CHECKPOINT LOG.                         *
      * CALLED BY:                                                    *
      *     -  0595-WRITE-CHECKPOINT                                  *
      * CALLS:                                                        *
      *     -  NONE                                                   *
      *****************************************************************
      *
           MOVE WS-CKP-SEQ TO WS-CKR-SEQ.
           WRITE CHECKPOINT-REC FROM WS-CHECKPOINT-REC.
           IF CHKPT-STATUS EQUAL '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO CHECKPOINT FILE, '
                      'STATUS: ' CHKPT-STATUS
           END-IF.
      *
       0600-PROCESS-CLAIM.
      *    DISPLAY 'ENTERING PARA 0600-PROCESS-CLAIM'.
      *
           IF WS-CLAIM-BAL-AVAIL > 0
              MOVE 'A' TO WS-CLAIM-OUTCOME-SW
              ADD WS-OOP-MEMBER-SHARE TO WS-CB-OOP-PAID
              IF OOP-MAX-MET
                 ADD 1 TO WS-TOTAL-CLAIMS-OOP-MAX
              END-IF
              PERFORM 0860-CHECK-PROMPT-PAY
              PERFORM 1100-MOVE-FIELDS-TO-CLAIM-RPT
              PERFORM 1300-WRITE-CLAIM-RPT-DETAIL
      * DESCRIPTION:                                                  *
      *  COORDINATES BENEFITS AGAINST THE INSURED'S SECONDARY POLICY  *
      *  (SECOND PASS) FOR A CLAIM THE PRIMARY JUST PAID.  THE        *
      *  MEMBER RESPONSIBILITY LEFT BEHIND BY THE PRIMARY (ALLOWED    *
      *  AMOUNT LESS PRIMARY PAID) IS SPLIT PER THE SECONDARY         *
      *  COVERAGE TABLE - THE SECONDARY POLICY PAYS ITS SHARE AND     *
      *  THE REMAINDER IS THE TRUE MEMBER RESPONSIBILITY SHOWN ON     *
      *****************************************************************
      *
           COMPUTE WS-MEMBER-RESP-AMT =
                   WS-ALLOWED-AMOUNT -
                   (WS-CLAIM-AMOUNT-TO-PAY - WS-LATE-INTEREST-AMT)
               ON SIZE ERROR
                  MOVE ZERO TO WS-MEMBER-RESP-AMT
           END-COMPUTE.
      *
           IF NOT CLAIM-APPROVED
              MOVE WS-ALLOWED-AMOUNT TO WS-MEMBER-RESP-AMT
           END-IF.
      *
           IF CLAIM-APPROVED
      *  PROCESSES ONE VOID ('V') OR ADJUSTMENT ('A') TRANSACTION.    *
      *  THE AMOUNT IN CLAIM-AMOUNT-PAID IS RESTORED TO THE POLICY    *
      *  BALANCE ON THE POLICY MASTER (A VOID ALSO BACKS THE          *
      *  ORIGINALLY APPLIED DEDUCTIBLE OUT OF PM-DEDUCTIBLE-PAID AND  *
      *  THE CLAIM'S MEMBER SHARE OUT OF PM-OOP-PAID),                *
      *  AND A NEGATIVE-AMOUNT DETAIL RECORD IS WRITTEN TO THE        *
      *  PAYMENT EXTRACT SO THE CHECK WRITER NETS THE RECOVERY.       *
      *  REVERSALS ARE COUNTED FOR THEIR OWN SECTION OF THE BATCH     *
      * CALLED BY:                                                    *
      *     -  0400-MAIN-PROCESS                                      *
      * CALLS:                                                        *
      *     -  0622-CALC-VOID-MEMBER-SHARE                            *
      *     -  0625-APPLY-REVERSAL-TO-MASTER                          *
      *     -  0630-WRITE-REVERSAL-PAYREC                             *
      *     -  1200-MOVE-FIELDS-TO-ERROR-RPT                          *
           IF WS-INSURED-POLICY-NO IS NUMERIC
              AND WS-INSURED-POLICY-NO > 0
              AND WS-CLAIM-AMOUNT-PAID IS NUMERIC
              PERFORM 0622-CALC-VOID-MEMBER-SHARE
              PERFORM 0625-APPLY-REVERSAL-TO-MASTER
              PERFORM 0630-WRITE-REVERSAL-PAYREC
              IF WS-VOID-CLAIM
              PERFORM 1400-WRITE-ERROR-RPT-DETAIL
              INITIALIZE ERROR-RPT-DETAIL
           END-IF.
      *
       0622-CALC-VOID-MEMBER-SHARE.
      *    DISPLAY 'ENTERING PARA 0622-CALC-VOID-MEMBER-SHARE'.
      *
      *****************************************************************
      * DESCRIPTION:                                                  *
      *  RECOMPUTES THE MEMBER SHARE A VOIDED CLAIM ADDED TO THE      *
      *  OUT-OF-POCKET ACCUMULATOR WHEN IT WAS APPROVED: THE CLAIM IS *
      *  REPRICED THROUGH THE FEE SCHEDULE AND THE SHARE IS THE       *
      *  ALLOWED AMOUNT LESS THE PLAN PAYMENT BEING VOIDED (NEVER     *
      *  BELOW ZERO).  THIS IS THE SAME ALLOWED-MINUS-PAID SHARE 0800 *
      *  ACCUMULATED, INCLUDING A SHARE HELD TO THE ROOM LEFT UNDER   *
      *  THE CAP.  AN ADJUSTMENT MOVES PLAN MONEY ONLY AND CARRIES NO *
      *  MEMBER SHARE.                                                *
      * CALLED BY:                                                    *
      *     -  0620-PROCESS-REVERSAL                                  *
      * CALLS:                                                        *
      *     -  0810-PRICE-CLAIM-ALLOWED-AMOUNT                        *
      *****************************************************************
      *
           MOVE ZERO TO WS-OOP-MEMBER-SHARE.
      *
           IF WS-VOID-CLAIM
              AND WS-CLAIM-AMOUNT IS NUMERIC
              PERFORM 0810-PRICE-CLAIM-ALLOWED-AMOUNT
              IF WS-ALLOWED-AMOUNT > WS-CLAIM-AMOUNT-PAID
                 COMPUTE WS-OOP-MEMBER-SHARE =
                         WS-ALLOWED-AMOUNT - WS-CLAIM-AMOUNT-PAID
              END-IF
           END-IF.
      *
       0625-APPLY-REVERSAL-TO-MASTER.
      *    DISPLAY 'ENTERING PARA 0625-APPLY-REVERSAL-TO-MASTER'.
      *****************************************************************
      * DESCRIPTION:                                                  *
      *  RESTORES THE REVERSED AMOUNT (AND, FOR A VOID, THE           *
      *  ORIGINALLY APPLIED DEDUCTIBLE) TO THE POLICY'S POSITION AND  *
      *  TAKES A VOID'S MEMBER SHARE (SEE 0622) BACK OUT OF THE       *
      *  OUT-OF-POCKET ACCUMULATOR, NEVER BELOW ZERO.                 *
      *  WHEN THE REVERSAL'S POLICY IS THE GROUP CURRENTLY IN         *
      *  PROGRESS, THE CONTROL-BREAK CARRY-FORWARD FIELDS ARE         *
      *  ADJUSTED SO 0565-UPDATE-POLICY-MASTER WRITES THE COMBINED    *
              IF WS-VOID-CLAIM
                 SUBTRACT WS-POLICY-DEDUCTIBLE-PAID
                    FROM WS-CB-DEDUCTIBLE-PAID
                 IF WS-OOP-MEMBER-SHARE < WS-CB-OOP-PAID
                    SUBTRACT WS-OOP-MEMBER-SHARE FROM WS-CB-OOP-PAID
                 ELSE
                    MOVE ZERO TO WS-CB-OOP-PAID
                 END-IF
              END-IF
           ELSE
              MOVE WS-INSURED-POLICY-NO TO PM-POLICY-NO
                       WS-INSURED-POLICY-NO
                       ' NOT ON THE POLICY MASTER - NOT APPLIED'
                 NOT INVALID KEY
                    IF PM-OOP-PAID IS NOT NUMERIC
                       MOVE ZERO TO PM-OOP-PAID
                    END-IF
      *
      *****************************************************************
      *  CAPTURE THE BEFORE IMAGE FOR THE UPDATE JOURNAL AHEAD OF     *
                    MOVE PM-DEDUCTIBLE-PAID TO JRN-BEF-DEDUCT-PAID
                    MOVE PM-POLICY-BALANCE  TO JRN-BEF-BALANCE
                    MOVE PM-BENEFIT-DATE    TO JRN-BEF-BENEFIT-DATE
                    MOVE PM-OOP-PAID        TO JRN-BEF-OOP-PAID
                    ADD WS-CLAIM-AMOUNT-PAID TO PM-POLICY-BALANCE
                    IF WS-VOID-CLAIM
                       SUBTRACT WS-POLICY-DEDUCTIBLE-PAID
                          FROM PM-DEDUCTIBLE-PAID
                       IF WS-OOP-MEMBER-SHARE < PM-OOP-PAID
                          SUBTRACT WS-OOP-MEMBER-SHARE FROM PM-OOP-PAID
                       ELSE
                          MOVE ZERO TO PM-OOP-PAID
                       END-IF
                    END-IF
                    REWRITE POLICY-MASTER-REC
                    IF POL-MSTR-STATUS EQUAL '00'
                       MOVE PM-DEDUCTIBLE-PAID TO JRN-AFT-DEDUCT-PAID
                       MOVE PM-POLICY-BALANCE  TO JRN-AFT-BALANCE
                       MOVE PM-BENEFIT-DATE    TO JRN-AFT-BENEFIT-DATE
                       MOVE PM-OOP-PAID        TO JRN-AFT-OOP-PAID
                       MOVE WS-GREG-DATE       TO JRN-RUN-DATE
                       WRITE JRN-REC
                       IF JRN-FILE-STATUS EQUAL '00'
                          ADD 1 TO WS-CKP-JRN-RECORDS
                       ELSE
                          DISPLAY 'ERROR ENCOUNTERED WRITING TO POLICY
      -                     ' MASTER JOURNAL'
      *  WRITES THE NEGATIVE-AMOUNT PAYMENT EXTRACT DETAIL RECORD     *
      *  FOR THE REVERSAL JUST APPLIED AND NETS IT OUT OF THE         *
      *  EXTRACT'S HASH TOTAL, SO THE CHECK WRITER'S BATCH BALANCE    *
      *  REFLECTS THE RECOVERY.  THE RECORD CARRIES THE 'V' OR 'A'    *
      *  CODE SO CHKISSUE CAN STOP THE ORIGINAL CHECK FOR A VOID.     *
      * CALLED BY:                                                    *
      *     -  0620-PROCESS-REVERSAL                                  *
      * CALLS:                                                        *
           MOVE WS-POLICY-BENEFIT-DATE-NUM TO PAY-BENEFIT-DATE.
           MOVE WS-CLAIM-AMOUNT            TO PAY-CLAIM-AMOUNT.
           COMPUTE PAY-AMOUNT-PAID = 0 - WS-CLAIM-AMOUNT-PAID.
           MOVE WS-CLAIM-PCP-ID            TO PAY-PCP-ID.
           MOVE WS-CLAIM-TRANS-CODE        TO PAY-TRANS-CODE.
      *
           WRITE PAYFILE-REC FROM PAY-DETAIL-REC.
           IF PAY-FILE-STATUS EQUAL '00'
      *  INSURANCE COMPANY WILL PAY ON THE CLAIM BY SUBTRACTING THE   *
      *  CALCULATED DEDUCTIBLE AMOUNT FROM THE CLAIM PAYABLE CALCULA- *
      *  TION AND SETTING THE DEDUCTIBLE-MET SWITCH TO 'N'.           *
      *  BOTH CALCULATIONS START FROM THE CONTRACTED ALLOWED AMOUNT   *
      *  SET BY 0810-PRICE-CLAIM-ALLOWED-AMOUNT, NOT THE FULL BILLED  *
      *  CLAIM AMOUNT - THE BILLED-MINUS-ALLOWED DIFFERENCE IS A      *
      *  CONTRACTUAL WRITE-OFF THAT NEITHER PLAN NOR MEMBER PAYS.     *
      *  THE MEMBER'S SHARE IS THEN HELD TO THE ANNUAL OUT-OF-POCKET  *
      *  MAXIMUM FOR THE POLICY TYPE.                                 *
      * CALLED BY:                                                    *
      *     -  0600-PROCESS-CLAIM                                     *
      * CALLS:                                                        *
      *     -  0810-PRICE-CLAIM-ALLOWED-AMOUNT                        *
      *****************************************************************
      *
           PERFORM 0810-PRICE-CLAIM-ALLOWED-AMOUNT.
      *
      *****************************************************************
      *  ROUND THE RESULT OF THE PAYABLE CLAIM AMOUNT CALCULATION AND *
      *
           IF WS-CALC-DEDUCT-AMOUNT >= WS-POLICY-DEDUCTIBLE-PAID
              COMPUTE WS-CLAIM-AMOUNT-TO-PAY ROUNDED =
                 WS-ALLOWED-AMOUNT -
                   (WS-POLICY-COINSURANCE * WS-ALLOWED-AMOUNT)
                      ON SIZE ERROR
                         DISPLAY 'A VARIABLE SIZE ERROR OCCURRED WHEN CA
      -              'LCULATING THE CLAIM AMOUNT INSURANCE WILL PAY'
              MOVE 'Y' TO WS-DEDUCTIBLE-MET-SW *> DEDUCTIBLE MET
           ELSE
              COMPUTE WS-CLAIM-AMOUNT-TO-PAY ROUNDED =
                 (WS-ALLOWED-AMOUNT - WS-CALC-DEDUCT-AMOUNT) -
                 (WS-POLICY-COINSURANCE * WS-ALLOWED-AMOUNT)
                      ON SIZE ERROR
                        DISPLAY  'A VARIABLE SIZE ERROR OCCURRED WHEN CA
      -              'LCULATING THE CLAIM AMOUNT INSURANCE WILL PAY'
              END-COMPUTE
              MOVE 'N' TO WS-DEDUCTIBLE-MET-SW *> DEDUCTIBLE NOT MET
           END-IF.
      *
      *****************************************************************
      *  A DEEP CONTRACT DISCOUNT CAN LEAVE AN ALLOWED AMOUNT SMALLER *
      *  THAN THE DEDUCTIBLE; THE PLAN THEN PAYS NOTHING RATHER THAN  *
      *  A NEGATIVE AMOUNT.                                           *
      *****************************************************************
      *
           IF WS-CLAIM-AMOUNT-TO-PAY < 0
              MOVE ZERO TO WS-CLAIM-AMOUNT-TO-PAY
           END-IF.
      *
      *****************************************************************
      *  ANNUAL OUT-OF-POCKET MAXIMUM.  A MEMBER ALREADY AT THE CAP   *
      *  PAYS NOTHING MORE - THE PLAN PAYS 100% OF ALLOWED.  A CLAIM  *
      *  THAT CROSSES THE CAP CHARGES THE MEMBER ONLY THE ROOM LEFT   *
      *  UNDER IT AND THE PLAN PAYS THE REST.  THE MEMBER SHARE IS    *
      *  ADDED TO THE RUNNING OUT-OF-POCKET BY 0600 ONCE THE CLAIM IS *
      *  APPROVED.                                                    *
      *****************************************************************
      *
           MOVE 'N' TO WS-OOP-MET-SW.
           IF WS-CB-OOP-PAID >= WS-CB-OOP-MAX
              MOVE WS-ALLOWED-AMOUNT TO WS-CLAIM-AMOUNT-TO-PAY
              MOVE ZERO              TO WS-OOP-MEMBER-SHARE
              MOVE 'Y'               TO WS-DEDUCTIBLE-MET-SW
                                        WS-OOP-MET-SW
           ELSE
              COMPUTE WS-OOP-MEMBER-SHARE =
                      WS-ALLOWED-AMOUNT - WS-CLAIM-AMOUNT-TO-PAY
              COMPUTE WS-OOP-ROOM-LEFT =
                      WS-CB-OOP-MAX - WS-CB-OOP-PAID
              IF WS-OOP-MEMBER-SHARE > WS-OOP-ROOM-LEFT
                 COMPUTE WS-CLAIM-AMOUNT-TO-PAY =
                         WS-ALLOWED-AMOUNT - WS-OOP-ROOM-LEFT
                 MOVE WS-OOP-ROOM-LEFT TO WS-OOP-MEMBER-SHARE
                 MOVE 'Y'              TO WS-OOP-MET-SW
              END-IF
           END-IF.
      *
       0810-PRICE-CLAIM-ALLOWED-AMOUNT.
      *    DISPLAY 'ENTERING PARA 0810-PRICE-CLAIM-ALLOWED-AMOUNT'.
      *
      *****************************************************************
      * DESCRIPTION:                                                  *
      *  LOOKS UP THE FEE SCHEDULE ROW FOR THIS CLAIM'S PROVIDER      *
      *  (CLAIM-PCP-ID) AND POLICY TYPE AND SETS THE ALLOWED AMOUNT:  *
      *     - METHOD 'A': THE SCHEDULED FLAT AMOUNT, NEVER MORE THAN  *
      *       WHAT WAS BILLED                                         *
      *     - METHOD 'P': THE SCHEDULED PERCENT OF THE BILLED AMOUNT  *
      *     - NO ROW: THE FULL BILLED AMOUNT (NO CONTRACT ON FILE)    *
      *  THE CONTRACTUAL ADJUSTMENT IS BILLED MINUS ALLOWED.          *
      * CALLED BY:                                                    *
      *     -  0800-CALCUATE-CLAIM-PAY-AMOUNT                         *
      * CALLS:                                                        *
      *     -  NONE                                                   *
      *****************************************************************
      *
           MOVE WS-CLAIM-AMOUNT TO WS-ALLOWED-AMOUNT.
           MOVE ZERO            TO WS-CONTRACT-ADJ-AMT.
           MOVE 'N'             TO WS-FS-FOUND-SW.
      *
           IF WS-CLAIM-PCP-ID NOT = SPACES
              PERFORM VARYING FS-IDX FROM 1 BY 1
                 UNTIL FS-IDX > WS-FS-ENTRIES-LOADED
                    OR FEE-SCHEDULE-FOUND
                    IF WS-FS-PCP-ID (FS-IDX) = WS-CLAIM-PCP-ID
                       AND WS-FS-POLICY-TYPE (FS-IDX) = WS-POLICY-TYPE
                       MOVE 'Y' TO WS-FS-FOUND-SW
                       IF FS-FLAT-ALLOWED (FS-IDX)
                          IF WS-FS-ALLOWED-AMOUNT (FS-IDX)
                             < WS-CLAIM-AMOUNT
                             MOVE WS-FS-ALLOWED-AMOUNT (FS-IDX)
                                TO WS-ALLOWED-AMOUNT
                          END-IF
                       ELSE
                          COMPUTE WS-ALLOWED-AMOUNT ROUNDED =
                             WS-CLAIM-AMOUNT *
                             WS-FS-ALLOWED-PERCENT (FS-IDX) / 100
                             ON SIZE ERROR
                                MOVE WS-CLAIM-AMOUNT
                                   TO WS-ALLOWED-AMOUNT
                          END-COMPUTE
                          IF WS-ALLOWED-AMOUNT > WS-CLAIM-AMOUNT
                             MOVE WS-CLAIM-AMOUNT TO WS-ALLOWED-AMOUNT
                          END-IF
                       END-IF
                    END-IF
              END-PERFORM
           END-IF.
      *
           COMPUTE WS-CONTRACT-ADJ-AMT =
                   WS-CLAIM-AMOUNT - WS-ALLOWED-AMOUNT.
      *
       0900-WRITE-CLAIM-RPT-HEADERS.
      *    DISPLAY 'ENTERING PARA 0900-WRITE-CLAIM-RPT-HEADERS'.
      *
           MOVE WS-CALC-DEDUCT-AMOUNT  TO POLICY-DEDUCT-AMOUNT-O.
           MOVE WS-CLAIM-AMOUNT        TO CLAIM-AMOUNT-O.
           MOVE WS-ALLOWED-AMOUNT      TO CLAIM-ALLOWED-AMOUNT-O.
           MOVE WS-CONTRACT-ADJ-AMT    TO CLAIM-CONTRACT-ADJ-O.
           MOVE WS-CLAIM-AMOUNT-TO-PAY TO
                                     CLAIM-AMOUNT-PAID-O.

           MOVE WS-POLICY-BENEFIT-DATE-NUM TO PAY-BENEFIT-DATE.
           MOVE WS-CLAIM-AMOUNT            TO PAY-CLAIM-AMOUNT.
           MOVE WS-CLAIM-AMOUNT-TO-PAY     TO PAY-AMOUNT-PAID.
           MOVE WS-CLAIM-PCP-ID            TO PAY-PCP-ID.
           MOVE 'N'                        TO PAY-TRANS-CODE.
      *
           WRITE PAYFILE-REC FROM PAY-DETAIL-REC.
           IF PAY-FILE-STATUS EQUAL '00'
           END-IF.
      *
           PERFORM 1310-ACCUM-PROVIDER-REMIT.
      *
           IF WS-ACCIDENT-RELATED-CLAIM
              PERFORM 1320-WRITE-SUBRO-REFERRAL
           END-IF.
      *
       1310-ACCUM-PROVIDER-REMIT.
      *    DISPLAY 'ENTERING PARA 1310-ACCUM-PROVIDER-REMIT'.
      *****************************************************************
      * DESCRIPTION:                                                  *
      *  RECORDS THE PAYMENT JUST EXTRACTED FOR THE PROVIDER          *
      *  REMITTANCE ADVICE - ONE CLAIM-LEVEL DETAIL ENTRY (BILLED,    *
      *  ALLOWED, CONTRACTUAL WRITE-OFF AND PAID) PLUS THE PROVIDER'S *
      *  ROLLED-UP COUNT, WRITE-OFF AND PAID TOTAL.  A CLAIM WITH NO  *
      *  PROVIDER ON IT GROUPS UNDER THE 'NOPCP' PSEUDO-PROVIDER SO   *
      *  NO PAYMENT EVER DROPS OFF THE ADVICE.                        *
      * CALLED BY:                                                    *
                     ' '                   DELIMITED BY SIZE
                     WS-INSURED-LAST-NAME  DELIMITED BY SPACE
                       INTO WS-RD-NAME (RD-IDX)
              MOVE WS-CLAIM-AMOUNT        TO WS-RD-BILLED (RD-IDX)
              MOVE WS-ALLOWED-AMOUNT      TO WS-RD-ALLOWED (RD-IDX)
              MOVE WS-CONTRACT-ADJ-AMT
                 TO WS-RD-CONTRACT-ADJ (RD-IDX)
              MOVE WS-CLAIM-AMOUNT-TO-PAY TO WS-RD-AMOUNT-PAID (RD-IDX)
           ELSE
              ADD 1 TO WS-RD-OVERFLOW-COUNT
              UNTIL RP-IDX > WS-RP-ENTRIES-USED
                 IF WS-RP-PCP-ID (RP-IDX) = WS-REMIT-PCP-HOLD
                    ADD 1 TO WS-RP-CLAIM-COUNT (RP-IDX)
                    ADD WS-CONTRACT-ADJ-AMT
                       TO WS-RP-CONTRACT-ADJ (RP-IDX)
                    ADD WS-CLAIM-AMOUNT-TO-PAY
                       TO WS-RP-AMOUNT-PAID (RP-IDX)
                    MOVE 'Y' TO WS-RP-FOUND-SW
                 SET RP-IDX TO WS-RP-ENTRIES-USED
                 MOVE WS-REMIT-PCP-HOLD TO WS-RP-PCP-ID (RP-IDX)
                 MOVE 1                 TO WS-RP-CLAIM-COUNT (RP-IDX)
                 MOVE WS-CONTRACT-ADJ-AMT
                    TO WS-RP-CONTRACT-ADJ (RP-IDX)
                 MOVE WS-CLAIM-AMOUNT-TO-PAY
                    TO WS-RP-AMOUNT-PAID (RP-IDX)
              ELSE
      -            ' ' WS-REMIT-PCP-HOLD ' NOT SUBTOTALED'
              END-IF
           END-IF.
      *
       1320-WRITE-SUBRO-REFERRAL.
      *    DISPLAY 'ENTERING PARA 1320-WRITE-SUBRO-REFERRAL'.
      *
      *****************************************************************
      * DESCRIPTION:                                                  *
      *  APPENDS ONE SUBROGATION REFERRAL FOR A PAID ACCIDENT-RELATED *
      *  CLAIM - THE INSURED, DATE OF SERVICE, PROVIDER, DIAGNOSIS,   *
      *  ACCIDENT TYPE AND THE AMOUNT PAID TO BE RECOVERED - UNDER    *
      *  THE NEXT REFERRAL NUMBER FOR THIS RUN.                       *
      * CALLED BY:                                                    *
      *     -  1300-WRITE-CLAIM-RPT-DETAIL                            *
      * CALLS:                                                        *
      *     -  NONE                                                   *
      *****************************************************************
      *
           MOVE WS-GREG-DATE               TO SUB-REF-RUN-DATE.
           MOVE WS-RUN-TIME                TO SUB-REF-RUN-TIME.
           COMPUTE SUB-REF-SEQ = WS-TOTAL-SUBRO-REFERRALS + 1.
           MOVE WS-INSURED-POLICY-NO       TO SUB-POLICY-NO.
           MOVE WS-INSURED-LAST-NAME       TO SUB-LAST-NAME.
           MOVE WS-INSURED-FIRST-NAME      TO SUB-FIRST-NAME.
           MOVE WS-POLICY-BENEFIT-DATE-NUM TO SUB-BENEFIT-DATE.
           MOVE WS-CLAIM-PCP-ID            TO SUB-PCP-ID.
           MOVE WS-CLAIM-DIAG-CODE         TO SUB-DIAG-CODE.
           MOVE WS-CLAIM-ACCIDENT-IND      TO SUB-ACCIDENT-IND.
           MOVE WS-CLAIM-AMOUNT            TO SUB-CLAIM-AMOUNT.
           MOVE WS-CLAIM-AMOUNT-TO-PAY     TO SUB-AMOUNT-PAID.
      *
           WRITE SUBRO-REF-REC.
           IF SUBRO-REF-STATUS EQUAL '00'
              ADD 1                      TO WS-TOTAL-SUBRO-REFERRALS
              ADD WS-CLAIM-AMOUNT-TO-PAY TO WS-TOTAL-SUBRO-AMT-PAID
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO SUBROGATION '
                      'REFERRAL FILE'
           END-IF.
      *
       1400-WRITE-ERROR-RPT-DETAIL.
      *    DISPLAY 'ENTERING PARA 1400-WRITE-ERROR-RPT-DETAIL'.
           IF CLAIM-APPROVED
              ADD 1 TO WS-TOTAL-CLAIMS-APPROVED
              ADD WS-CLAIM-AMOUNT-TO-PAY TO WS-TOTAL-CLAIM-AMT-PAID
              ADD WS-CLAIM-AMOUNT     TO WS-TOTAL-BILLED-PAID-CLAIMS
              ADD WS-ALLOWED-AMOUNT   TO WS-TOTAL-ALLOWED-AMT
              ADD WS-CONTRACT-ADJ-AMT TO WS-TOTAL-CONTRACT-ADJ
              IF FEE-SCHEDULE-FOUND
                 ADD 1 TO WS-TOTAL-CLAIMS-SCHED-PRICED
              END-IF
              IF VALID-POLICY-TYPES
                 ADD 1 TO WS-PT-CLAIMS-APPROVED(WS-POLICY-TYPE)
                 ADD WS-CLAIM-AMOUNT-TO-PAY
      * DESCRIPTION:                                                  *
      *  APPENDS ONE HISTORY RECORD FOR THE CURRENT CLAIM - POLICY,   *
      *  INSURED NAME, CLAIM AND PAID AMOUNTS, THE DISPOSITION SET BY *
      *  THE CALLER (PAID/REJ/PEND/VOID/ADJ) AND THE POSTING DATE     *
      *  (WS-GL-POST-DATE, THE SAME DATE THE GL POSTINGS CARRY) - TO  *
      *  THE CUMULATIVE CLAIMS HISTORY FILE, FOLLOWED BY THE CLAIM    *
      *  DETAIL AN OVERTURNED APPEAL NEEDS TO REBUILD THE CLAIM.  A   *
      *  DETAIL FIELD THAT FAILED ITS EDIT IS WRITTEN AS ZERO.        *
      * CALLED BY:                                                    *
      *     -  0587-WRITE-SUSPENSE-RECORD                             *
      *     -  0620-PROCESS-REVERSAL                                  *
           END-IF.
           MOVE WS-HIST-PAID-AMT        TO HIST-AMOUNT-PAID.
           MOVE WS-HIST-DISPOSITION     TO HIST-DISPOSITION.
           MOVE WS-GL-POST-DATE         TO HIST-RUN-DATE.
      *
           IF VALID-POLICY-TYPES
              MOVE WS-POLICY-TYPE       TO HIST-POLICY-TYPE
           ELSE
              MOVE ZERO                 TO HIST-POLICY-TYPE
           END-IF.
           IF WS-POLICY-BENEFIT-DATE-NUM IS NUMERIC
              MOVE WS-POLICY-BENEFIT-DATE-NUM TO HIST-BENEFIT-DATE
           ELSE
              MOVE ZERO                 TO HIST-BENEFIT-DATE
           END-IF.
           IF WS-POLICY-COINSURANCE IS NUMERIC
              MOVE WS-POLICY-COINSURANCE TO HIST-COINSURANCE
           ELSE
              MOVE ZERO                 TO HIST-COINSURANCE
           END-IF.
           MOVE WS-CLAIM-PCP-ID         TO HIST-PCP-ID.
           IF WS-SECONDARY-POLICY-TYPE IS NUMERIC
              MOVE WS-SECONDARY-POLICY-TYPE
                                        TO HIST-SECONDARY-POLICY-TYPE
           ELSE
              MOVE ZERO                 TO HIST-SECONDARY-POLICY-TYPE
           END-IF.
      *
           WRITE HIST-REC.
           IF HIST-FILE-STATUS EQUAL '00'
              ADD 1 TO WS-CKP-HIST-RECORDS
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO CLAIMS HISTORY FIL
      -               'E'
              AFTER ADVANCING 1 LINE.
           WRITE EOBFILE-REC FROM EOB-STMT-HEADER-3
              AFTER ADVANCING 1 LINE.
           ADD 4 TO WS-CKP-EOB-RECORDS.
      *
      *****************************************************************
      *  PRINT THE MAILING ADDRESS BLOCK FROM THE INSURED ADDRESS     *
                 AFTER ADVANCING 1 LINE
              WRITE EOBFILE-REC FROM EOB-ADDR-LINE-2
                 AFTER ADVANCING 1 LINE
              ADD 2 TO WS-CKP-EOB-RECORDS
           ELSE
              WRITE EOBFILE-REC FROM EOB-NO-ADDR-LINE
                 AFTER ADVANCING 1 LINE
              ADD 1 TO WS-CKP-EOB-RECORDS
              ADD 1 TO WS-EOB-NO-ADDR-COUNT
              MOVE WS-INSURED-POLICY-NO TO EXCP-POLICY-NO-O
              MOVE SPACES               TO EXCP-NAME-O
              AFTER ADVANCING 1 LINE.
           WRITE EOBFILE-REC FROM EOB-COL-HEADER-3
              AFTER ADVANCING 1 LINE.
           ADD 4 TO WS-CKP-EOB-RECORDS.
      *
           IF EOB-RPT-STATUS EQUAL '00'
              NEXT SENTENCE
      *****************************************************************
      * DESCRIPTION:                                                  *
      *  WRITES ONE EOB STATEMENT LINE FOR THE CLAIM JUST             *
      *  ADJUDICATED - CLAIM AMOUNT, THE CONTRACTED ALLOWED AMOUNT    *
      *  AND CONTRACTUAL WRITE-OFF, THE DEDUCTIBLE APPLIED BY         *
      *  0700-CALCULATE-DEDUCTIBLE (ZERO ONCE THE DEDUCTIBLE WAS      *
      *  ALREADY MET), THE COINSURANCE PERCENTAGE, THE AMOUNT PAID    *
      *  AND WHETHER THE CLAIM PAID OR WAS DENIED.                    *
      *
           MOVE WS-POLICY-BENEFIT-DATE-NUM TO EOB-BENEFIT-DATE-O.
           MOVE WS-CLAIM-AMOUNT            TO EOB-CLAIM-AMOUNT-O.
           MOVE WS-ALLOWED-AMOUNT          TO EOB-ALLOWED-AMOUNT-O.
           MOVE WS-CONTRACT-ADJ-AMT        TO EOB-CONTRACT-ADJ-O.
      *
           IF DEDUCTIBLE-MET
              MOVE ZERO                   TO EOB-DEDUCT-APPLIED-O
      *
           WRITE EOBFILE-REC FROM EOB-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-CKP-EOB-RECORDS.
           IF EOB-RPT-STATUS EQUAL '00'
              NEXT SENTENCE
           ELSE
      * DESCRIPTION:                                                  *
      *  CLOSES THE STATEMENT FOR THE POLICY GROUP JUST FINISHED WITH *
      *  THE MEMBER'S DEDUCTIBLE PAID TO DATE AND THE POLICY BALANCE  *
      *  REMAINING AFTER THE BATCH, PLUS THE OUT-OF-POCKET PAID AND   *
      *  STILL REMAINING UNDER THE ANNUAL MAXIMUM, FROM THE CONTROL-  *
      *  BREAK CARRY-FORWARD FIELDS.                                  *
      * CALLED BY:                                                    *
      *     -  0260-PROCESS-SORTED-CLAIMS                             *
      *     -  0550-CONTROL-BREAK-CHECK                               *
      *
           MOVE WS-CB-DEDUCTIBLE-PAID TO EOB-DEDUCT-PAID-O.
           MOVE WS-CB-POLICY-BALANCE  TO EOB-POLICY-BAL-O.
           MOVE WS-CB-OOP-PAID        TO EOB-OOP-PAID-O.
           IF WS-CB-OOP-PAID < WS-CB-OOP-MAX
              COMPUTE EOB-OOP-REMAINING-O =
                      WS-CB-OOP-MAX - WS-CB-OOP-PAID
           ELSE
              MOVE ZERO               TO EOB-OOP-REMAINING-O
           END-IF.
      *
           WRITE EOBFILE-REC FROM EOB-BLANK-LINE
              AFTER ADVANCING 1 LINE.
           WRITE EOBFILE-REC FROM EOB-FOOTER-1
              AFTER ADVANCING 1 LINE.
           WRITE EOBFILE-REC FROM EOB-FOOTER-2
              AFTER ADVANCING 1 LINE.
           ADD 3 TO WS-CKP-EOB-RECORDS.
           IF EOB-RPT-STATUS EQUAL '00'
              NEXT SENTENCE
           ELSE
           MOVE WS-TOTAL-CLAIMS-REJECTED     TO SUM-CLAIMS-REJ-O.
           MOVE WS-TOTAL-CLAIMS-PENDED       TO SUM-CLAIMS-PEND-O.
           MOVE WS-TOTAL-CLAIMS-AGED-OUT     TO SUM-CLAIMS-AGED-O.
           MOVE WS-TOTAL-CLAIMS-GRACE-PEND   TO SUM-CLAIMS-GRACE-O.
           MOVE WS-TOTAL-CLAIMS-LAPSED       TO SUM-CLAIMS-LAPSED-O.
           MOVE WS-TOTAL-CLAIM-AMT-SUBMITTED
                                          TO SUM-CLAIM-AMT-SUBMITTED-O.
           MOVE WS-TOTAL-CLAIM-AMT-PAID      TO SUM-CLAIM-AMT-PAID-O.
           MOVE WS-TOTAL-SECONDARY-PAID      TO SUM-SECONDARY-PAID-O.
           MOVE WS-TOTAL-BILLED-PAID-CLAIMS  TO SUM-PRICE-BILLED-O.
           MOVE WS-TOTAL-ALLOWED-AMT         TO SUM-PRICE-ALLOWED-O.
           MOVE WS-TOTAL-CONTRACT-ADJ
                                          TO SUM-PRICE-CONTRACT-ADJ-O.
           MOVE WS-TOTAL-CLAIMS-SCHED-PRICED TO SUM-PRICE-SCHED-COUNT-O.
           MOVE WS-TOTAL-CLAIMS-OOP-MAX      TO SUM-OOP-MAX-COUNT-O.
           MOVE WS-TOTAL-CLAIMS-REVERSED     TO SUM-CLAIMS-REVERSED-O.
           COMPUTE SUM-AMT-REVERSED-O = 0 - WS-TOTAL-AMT-REVERSED.
           MOVE WS-TOTAL-ADJUSTMENTS         TO SUM-ADJUSTMENTS-O.
           COMPUTE SUM-AMT-ADJUSTED-O = 0 - WS-TOTAL-AMT-ADJUSTED.
           MOVE WS-TOTAL-SUBRO-REFERRALS     TO SUM-SUBRO-COUNT-O.
           MOVE WS-TOTAL-SUBRO-AMT-PAID      TO SUM-SUBRO-AMT-O.
      *
           WRITE CLAIM-RPT-REC FROM HEADER-REC-BLANK
              AFTER ADVANCING 1 LINE.
              DISPLAY 'ERROR ENCOUNTERED WRITING CLAIMS SUMMARY TO CLAIM
      -               'S REPORT FILE'
           END-IF.
      *
           WRITE CLAIM-RPT-REC FROM SUMMARY-RPT-LINE-9
              AFTER ADVANCING 1 LINE.
           IF CLAIM-RPT-STATUS EQUAL '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING CLAIMS SUMMARY TO CLAIM
      -               'S REPORT FILE'
           END-IF.
      *
           WRITE CLAIM-RPT-REC FROM SUMMARY-RPT-LINE-10
              AFTER ADVANCING 1 LINE.
           IF CLAIM-RPT-STATUS EQUAL '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING CLAIMS SUMMARY TO CLAIM
      -               'S REPORT FILE'
           END-IF.
      *
           WRITE CLAIM-RPT-REC FROM SUMMARY-RPT-LINE-4
              AFTER ADVANCING 1 LINE.
      *
           WRITE CLAIM-RPT-REC FROM SUMMARY-RPT-LINE-8
              AFTER ADVANCING 1 LINE.
           WRITE CLAIM-RPT-REC FROM SUMMARY-RPT-OOP-LINE
              AFTER ADVANCING 1 LINE.
           IF CLAIM-RPT-STATUS EQUAL '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING CLAIMS SUMMARY TO CLAIM
      -               'S REPORT FILE'
           END-IF.
      *
           WRITE CLAIM-RPT-REC FROM HEADER-REC-BLANK
              AFTER ADVANCING 1 LINE.
           WRITE CLAIM-RPT-REC FROM SUMMARY-RPT-PRICE-HEADER
              AFTER ADVANCING 1 LINE.
           WRITE CLAIM-RPT-REC FROM SUMMARY-RPT-PRICE-LINE-1
              AFTER ADVANCING 1 LINE.
           WRITE CLAIM-RPT-REC FROM SUMMARY-RPT-PRICE-LINE-2
              AFTER ADVANCING 1 LINE.
           WRITE CLAIM-RPT-REC FROM SUMMARY-RPT-PRICE-LINE-3
              AFTER ADVANCING 1 LINE.
           WRITE CLAIM-RPT-REC FROM SUMMARY-RPT-PRICE-LINE-4
              AFTER ADVANCING 1 LINE.
           IF CLAIM-RPT-STATUS EQUAL '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING CLAIMS SUMMARY TO CLAIM
      -               'S REPORT FILE'
           END-IF.
      *
           WRITE CLAIM-RPT-REC FROM HEADER-REC-BLANK
              AFTER ADVANCING 1 LINE.
           WRITE CLAIM-RPT-REC FROM SUMMARY-RPT-SUBRO-HEADER
              AFTER ADVANCING 1 LINE.
           WRITE CLAIM-RPT-REC FROM SUMMARY-RPT-SUBRO-LINE-1
              AFTER ADVANCING 1 LINE.
           WRITE CLAIM-RPT-REC FROM SUMMARY-RPT-SUBRO-LINE-2
              AFTER ADVANCING 1 LINE.
           IF CLAIM-RPT-STATUS EQUAL '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING CLAIMS SUMMARY TO CLAIM
      -               'S REPORT FILE'
           END-IF.
      *
           WRITE CLAIM-RPT-REC FROM HEADER-REC-BLANK
              AFTER ADVANCING 1 LINE.
      * DESCRIPTION:                                                  *
      *  WRITES THE PROVIDER REMITTANCE ADVICE - ONE SECTION PER      *
      *  PROVIDER SEEN THIS RUN, LISTING EVERY CLAIM PAID FOR THAT    *
      *  PROVIDER (BILLED, ALLOWED, CONTRACTUAL WRITE-OFF AND PAID)   *
      *  AND CLOSING WITH THE PROVIDER'S CLAIM COUNT, WRITE-OFF AND   *
      *  PAID TOTAL, SO THE BUSINESS OFFICE CAN SEND EACH ADVICE OUT  *
      *  WITH THE PROVIDER'S CHECK.                                   *
      * CALLED BY:                                                    *
                             TO REMIT-POLICY-O
                          MOVE WS-RD-NAME (RD-IDX)
                             TO REMIT-NAME-O
                          MOVE WS-RD-BILLED (RD-IDX)
                             TO REMIT-BILLED-O
                          MOVE WS-RD-ALLOWED (RD-IDX)
                             TO REMIT-ALLOWED-O
                          MOVE WS-RD-CONTRACT-ADJ (RD-IDX)
                             TO REMIT-WRITEOFF-O
                          MOVE WS-RD-AMOUNT-PAID (RD-IDX)
                             TO REMIT-PAID-O
                          WRITE REMIT-ADV-REC FROM REMIT-DETAIL-LINE
                       END-IF
                 END-PERFORM
                 MOVE WS-RP-CLAIM-COUNT (RP-IDX) TO REMIT-TOT-COUNT-O
                 MOVE WS-RP-CONTRACT-ADJ (RP-IDX)
                    TO REMIT-TOT-WRITEOFF-O
                 MOVE WS-RP-AMOUNT-PAID (RP-IDX) TO REMIT-TOT-PAID-O
                 WRITE REMIT-ADV-REC FROM REMIT-PROV-TOTAL-LINE
           END-PERFORM.
      *  APPENDS THIS RUN'S STANDARD RUN RECORD (PROGRAM ID, RUN      *
      *  DATE/TIME, CLAIMS PROCESSED AND APPROVED, REJECT COUNT AND   *
      *  COMPLETION STATUS) TO THE SHARED NIGHTLY BATCH RUN LOG READ  *
      *  BY THE BATCHDSH DASHBOARD PROGRAM, WITH THE CLAIMSIN HAND-   *
      *  OFF BALANCE STATUS.  A RUN STOPPED OUT OF BALANCE IS LOGGED  *
      *  WITH AN ERR STATUS.                                          *
      * CALLED BY:                                                    *
      *     -  MAIN PROCEDURE DIVISION STATEMENT                      *
      *     -  0175-VERIFY-CLAIMSIN-TRAILERS                          *
      * CALLS:                                                        *
      *     -  NONE                                                   *
      *****************************************************************
                                     WS-TOTAL-CLAIMS-PENDED.
           MOVE WS-TOTAL-CLAIMS-APPROVED   TO WS-RL-RECS-WRITTEN.
           MOVE WS-TOTAL-CLAIMS-REJECTED   TO WS-RL-ERROR-COUNT.
           MOVE WS-HO-STATUS               TO WS-RL-HANDOFF-STATUS.
           IF HANDOFF-OUT-OF-BALANCE
              MOVE 'ERR'                   TO WS-RL-STATUS
           ELSE
              MOVE 'OK'                    TO WS-RL-STATUS
           END-IF.
      *
           WRITE RUN-LOG-REC FROM WS-RUN-LOG-REC.
           IF RUN-LOG-STATUS EQUAL '00'
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING POLICY MASTER FILE.'
           END-IF.
      *
           IF PREMIUM-MASTER-OPEN
              CLOSE PREMMSTR    *> PREMIUM BILLING MASTER
              IF PREM-MSTR-STATUS EQUAL '00'
                 NEXT SENTENCE
              ELSE
                 DISPLAY 'ERROR ENCOUNTERED CLOSING PREMIUM MASTER.'
              END-IF
           END-IF.
      *
           CLOSE SUSPOUT.    *> THIS RUN'S PENDED CLAIMS
           IF SUSP-OUT-STATUS EQUAL '00'
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING CLAIMS HISTORY FILE.'
           END-IF.
      *
           CLOSE SUBROREF.   *> SUBROGATION REFERRALS
           IF SUBRO-REF-STATUS EQUAL '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING SUBROGATION REFERRALS.'
           END-IF.
      *
           CLOSE JRNFILE.    *> POLMSTR UPDATE JOURNAL
           IF JRN-FILE-STATUS EQUAL '00'
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING POLICY MASTER JOURNAL.'
           END-IF.
      *
           CLOSE CHECKFILE.  *> CHECKPOINT LOG
           IF CHKPT-STATUS EQUAL '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED CLOSING CHECKPOINT FILE.'
           END-IF.
      *
           CLOSE REMITADV.   *> PROVIDER REMITTANCE ADVICE
           IF REMIT-STATUS EQUAL '00'
              DISPLAY 'ERROR ENCOUNTERED OPENING GL INTERFACE FILE, ST
      -         'ATUS: ' GL-FILE-STATUS
           END-IF.
      *
           MOVE 'BEN-EXP'                TO WS-GL-DR-ACCOUNT.
           MOVE 'CLM-PAYB'               TO WS-GL-CR-ACCOUNT.
