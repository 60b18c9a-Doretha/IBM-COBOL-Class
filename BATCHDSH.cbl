      *    IS FLAGGED OUT-OF-SEQ.  WHEN A PROGRAM RAN MORE THAN ONCE, *
      *    ITS LATEST RUN RECORD IS THE ONE REPORTED.                 *
      *                                                               *
      *    A HAND-OFF SECTION FOLLOWS, ONE LINE PER FILE HANDED FROM  *
      *    ONE PROGRAM TO ANOTHER UNDER CONTROL TOTALS (HOSPEDIT'S    *
      *    RPTFILE TO HOSPCLM AND TO RECON, AND THE INCLAIMS FEEDS TO *
      *    CLAIMS).  EACH SHOWS THE BALANCE STATUS THE CONSUMING      *
      *    PROGRAM LOGGED - BALANCED, OUT OF BALANCE (FLAGGED), OR    *
      *    NOT VERIFIED WHEN THE CONSUMER HAS NO RUN RECORD.          *
      *                                                               *
      *    INPUT FILE:                                                *
      *      RTPOT44.BATCH.RUNLOG (SHARED NIGHTLY RUN LOG)            *
      *      INTERNAL FILE NAME:  RUNLOG                              *
          05 WS-RL-RECS-WRITTEN   PIC 9(08).
          05 WS-RL-ERROR-COUNT    PIC 9(08).
          05 WS-RL-STATUS         PIC X(04).
          05 WS-RL-HANDOFF-STATUS PIC X(01).
             88 RL-HANDOFF-BALANCED         VALUE 'B'.
             88 RL-HANDOFF-OUT-OF-BALANCE   VALUE 'O'.
          05 FILLER               PIC X(29).
      *
      *****************************************************************
      *  EXPECTED-PROGRAM TABLE, IN THE ORDER THE NIGHTLY STREAM IS   *
          05 WS-FLAG-COUNT        PIC 9(03) VALUE 0.
      *
      *****************************************************************
      *  HAND-OFF TABLE - EACH FILE PASSED BETWEEN PROGRAMS UNDER     *
      *  CONTROL TOTALS: PRODUCER, FILE (JCL DD) AND THE CONSUMER     *
      *  THAT BALANCES IT AND LOGS THE RESULT.  THE LATEST RUN RECORD *
      *  SEEN FOR EACH CONSUMER IS SAVED IN ITS ENTRY.                *
      *****************************************************************
      *
       01 WS-HANDOFF-VALUES.
          05 FILLER               PIC X(24) VALUE
                'HOSPEDITRPTFILE HOSPCLM '.
          05 FILLER               PIC X(24) VALUE
                'HOSPEDITRPTFILE RECON   '.
          05 FILLER               PIC X(24) VALUE
                'HOSPCLM INCLAIMSCLAIMS  '.
      *
       01 WS-HANDOFF-NAMES REDEFINES WS-HANDOFF-VALUES.
          05 WS-HANDOFF-NAME-ENTRY OCCURS 3 TIMES.
             10 WS-HANDOFF-PRODUCER PIC X(08).
             10 WS-HANDOFF-FILE   PIC X(08).
             10 WS-HANDOFF-CONSUMER PIC X(08).
      *
       01 WS-HANDOFF-STATUS-TABLE.
          05 WS-HANDOFF-ENTRY OCCURS 3 TIMES INDEXED BY HO-IDX.
             10 WS-HO-FOUND-SW    PIC X(01).
                88 HANDOFF-RUN-FOUND        VALUE 'Y'.
             10 WS-HO-RUN-STAMP   PIC 9(14).
             10 WS-HO-STATUS      PIC X(01).
                88 HANDOFF-BALANCED         VALUE 'B'.
                88 HANDOFF-OUT-OF-BALANCE   VALUE 'O'.
      *
      *****************************************************************
      *  TONIGHT'S RAW RUNLOG RECORDS, HELD SO THEY CAN BE APPENDED   *
      *  TO THE RUN-HISTORY ARCHIVE AFTER THE DASHBOARD PRINTS.       *
      *****************************************************************
          05 DASH-STATUS-D        PIC X(06).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 DASH-FLAGS-D         PIC X(61).
      *
       01 WS-HANDOFF-HEADER-1.
          05 FILLER               PIC X(51) VALUE SPACES.
          05 FILLER               PIC X(31) VALUE
                'HAND-OFF CONTROL TOTALS'.
          05 FILLER               PIC X(51) VALUE SPACES.
      *
       01 WS-HANDOFF-HEADER-2.
          05 FILLER               PIC X(08) VALUE 'PRODUCER'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE 'FILE'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE 'CONSUMER'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE 'RUN DATE'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(06) VALUE 'TIME'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(14) VALUE 'BALANCE'.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(69) VALUE 'FLAGS'.
      *
       01 WS-HANDOFF-HEADER-3.
          05 FILLER               PIC X(08) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(08) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(06) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(14) VALUE ALL '='.
          05 FILLER               PIC X(02) VALUE SPACES.
          05 FILLER               PIC X(69) VALUE ALL '='.
      *
       01 WS-HANDOFF-DETAIL.
          05 HOD-PRODUCER-D       PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 HOD-FILE-D           PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 HOD-CONSUMER-D       PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 HOD-DATE-D           PIC X(08).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 HOD-TIME-D           PIC X(06).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 HOD-BALANCE-D        PIC X(14).
          05 FILLER               PIC X(02) VALUE SPACES.
          05 HOD-FLAGS-D          PIC X(69).
      *
       01 WS-HANDOFF-NOTE-LINE.
          05 FILLER               PIC X(48) VALUE
             'NOTE: INCLAIMS CARRIES HOSPCLM CLAIMOUT, APPEALS'.
          05 FILLER               PIC X(28) VALUE
             ' APPLCLM AND RECON WROFFILE'.
          05 FILLER               PIC X(57) VALUE
             ' - CLAIMS BALANCES EACH FEED ON ITS OWN TRAILER.'.
      *
       01 WS-DASH-SUMMARY-LINE.
          05 DASH-SUMMARY-TEXT    PIC X(70).
      *
           INITIALIZE WS-RUN-LOG-REC,
                      WS-PGM-STATUS-TABLE,
                      WS-HANDOFF-STATUS-TABLE,
                      WS-DASH-CONTROLS,
                      WS-TONIGHT-CONTROLS,
                      WS-HISTORY-TABLE,
           PERFORM VARYING PG-IDX FROM 1 BY 1 UNTIL PG-IDX > 5
              MOVE 'N' TO WS-PGM-FOUND-SW (PG-IDX)
           END-PERFORM.
           PERFORM VARYING HO-IDX FROM 1 BY 1 UNTIL HO-IDX > 3
              MOVE 'N' TO WS-HO-FOUND-SW (HO-IDX)
           END-PERFORM.
      *
       0050-READ-PARM-FILE.
      *
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH READS EVERY RUN-LOG RECORD AND SAVES THE    *
      *    LATEST ONE SEEN FOR EACH EXPECTED PROGRAM IN THE STATUS    *
      *    TABLE, AND THE LATEST RUN STAMP AND HAND-OFF BALANCE       *
      *    STATUS SEEN FOR EACH HAND-OFF CONSUMER IN THE HAND-OFF     *
      *    TABLE.  RECORDS FROM ANY OTHER PROGRAM ARE IGNORED.        *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
                             TO WS-PGM-STATUS (PG-IDX)
                       END-IF
                    END-PERFORM
                    PERFORM VARYING HO-IDX FROM 1 BY 1
                       UNTIL HO-IDX > 3
                       IF WS-RL-PROGRAM-ID =
                          WS-HANDOFF-CONSUMER (HO-IDX)
                          MOVE 'Y' TO WS-HO-FOUND-SW (HO-IDX)
                          COMPUTE WS-HO-RUN-STAMP (HO-IDX) =
                             (WS-RL-RUN-DATE * 1000000) +
                              WS-RL-RUN-TIME
                          MOVE WS-RL-HANDOFF-STATUS
                             TO WS-HO-STATUS (HO-IDX)
                       END-IF
                    END-PERFORM
              END-READ
           END-PERFORM.
      *
      *    PROGRAM, IN SCHEDULED ORDER, FLAGGING PROGRAMS MISSING     *
      *    FROM THE LOG, PROGRAMS REPORTING ERRORS, AND PROGRAMS      *
      *    WHOSE RUN TIMESTAMP IS EARLIER THAN THE PROGRAM SCHEDULED  *
      *    BEFORE THEM (OUT OF SEQUENCE), THEN THE HAND-OFF SECTION.  *
      *    A CLEAN/FLAGGED SUMMARY LINE CLOSES THE REPORT.            *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  MAIN PROCEDURE AREA                                     *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0500-PRINT-ONE-PROGRAM                                  *
      *    -  0550-PRINT-HANDOFF-SECTION                              *
      *****************************************************************
      *
           MOVE ZERO TO WS-PREV-RUN-STAMP, WS-FLAG-COUNT.
           PERFORM 0500-PRINT-ONE-PROGRAM
              VARYING PG-IDX FROM 1 BY 1 UNTIL PG-IDX > 5.
           PERFORM 0550-PRINT-HANDOFF-SECTION.
      *
           WRITE DASH-RPT-REC FROM WS-DASH-BLANK-LINE.
           IF WS-FLAG-COUNT = 0
              MOVE 'ALL PROGRAMS RAN CLEAN AND IN SEQUENCE, NO HAND-OFF 
      -            'OUT OF BALANCE.' TO DASH-SUMMARY-TEXT
           ELSE
              MOVE SPACES TO DASH-SUMMARY-TEXT
              STRING 'ATTENTION - ' DELIMITED BY SIZE
                     WS-FLAG-COUNT  DELIMITED BY SIZE
                     ' PROGRAM/HAND-OFF LINE(S) FLAGGED ABOVE.'
                                    DELIMITED BY SIZE
                INTO DASH-SUMMARY-TEXT
           END-IF.
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO DASHBOARD REPORT'
           END-IF.
      *
       0550-PRINT-HANDOFF-SECTION.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH PRINTS THE HAND-OFF SECTION HEADINGS, ONE   *
      *    LINE PER HAND-OFF AND THE INCLAIMS FOOTNOTE.               *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0400-PRINT-DASHBOARD                                    *
      *                                                               *
      *  CALLS:                                                       *
      *    -  0560-PRINT-ONE-HANDOFF                                  *
      *****************************************************************
      *
           WRITE DASH-RPT-REC FROM WS-DASH-BLANK-LINE.
           WRITE DASH-RPT-REC FROM WS-HANDOFF-HEADER-1.
           WRITE DASH-RPT-REC FROM WS-DASH-BLANK-LINE.
           WRITE DASH-RPT-REC FROM WS-HANDOFF-HEADER-2.
           WRITE DASH-RPT-REC FROM WS-HANDOFF-HEADER-3.
      *
           PERFORM 0560-PRINT-ONE-HANDOFF
              VARYING HO-IDX FROM 1 BY 1 UNTIL HO-IDX > 3.
      *
           WRITE DASH-RPT-REC FROM WS-HANDOFF-NOTE-LINE.
      *
       0560-PRINT-ONE-HANDOFF.
      *
      *****************************************************************
      *  DESCRIPTION:                                                 *
      *    THIS PARAGRAPH FORMATS AND WRITES THE LINE FOR ONE HAND-   *
      *    OFF FROM ITS CONSUMER'S LATEST RUN RECORD.  A HAND-OFF OUT *
      *    OF BALANCE IS FLAGGED AND COUNTS TOWARD THE SUMMARY LINE;  *
      *    ONE WHOSE CONSUMER DID NOT RUN, OR LOGGED NO BALANCE       *
      *    STATUS, IS REPORTED NOT VERIFIED.                          *
      *                                                               *
      *  CALLED BY:                                                   *
      *    -  0550-PRINT-HANDOFF-SECTION                              *
      *                                                               *
      *  CALLS:                                                       *
      *    -  NONE                                                    *
      *****************************************************************
      *
           MOVE SPACES TO WS-HANDOFF-DETAIL.
           MOVE WS-HANDOFF-PRODUCER (HO-IDX) TO HOD-PRODUCER-D.
           MOVE WS-HANDOFF-FILE (HO-IDX)     TO HOD-FILE-D.
           MOVE WS-HANDOFF-CONSUMER (HO-IDX) TO HOD-CONSUMER-D.
      *
           IF HANDOFF-RUN-FOUND (HO-IDX)
              MOVE WS-HO-RUN-STAMP (HO-IDX) (1:8)  TO HOD-DATE-D
              MOVE WS-HO-RUN-STAMP (HO-IDX) (9:6)  TO HOD-TIME-D
              EVALUATE TRUE
                 WHEN HANDOFF-BALANCED (HO-IDX)
                    MOVE 'BALANCED'              TO HOD-BALANCE-D
                 WHEN HANDOFF-OUT-OF-BALANCE (HO-IDX)
                    MOVE 'OUT OF BALANCE'        TO HOD-BALANCE-D
                    MOVE 'CONSUMER STOPPED, NOTHING POSTED'
                                                 TO HOD-FLAGS-D
                    ADD 1 TO WS-FLAG-COUNT
                 WHEN OTHER
                    MOVE 'NOT VERIFIED'          TO HOD-BALANCE-D
              END-EVALUATE
           ELSE
              MOVE 'NOT VERIFIED'                TO HOD-BALANCE-D
           END-IF.
      *
           WRITE DASH-RPT-REC FROM WS-HANDOFF-DETAIL.
           IF DRCODE = '00'
              NEXT SENTENCE
           ELSE
              DISPLAY 'ERROR ENCOUNTERED WRITING TO DASHBOARD REPORT'
           END-IF.
      *
       0600-PRINT-TREND-SECTION.
      *
