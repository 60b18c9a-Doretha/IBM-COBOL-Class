      *  PER POLMSTR WRITE OR REWRITE) AND APPLIES THE IMAGES IN      *
      *  REVERSE ORDER:                                               *
      *     - ACTION 'R' (REWRITE): THE ROW IS RESTORED TO ITS        *
      *       BEFORE IMAGE (DEDUCTIBLE, BALANCE, BENEFIT DATE AND     *
      *       OUT-OF-POCKET PAID TO DATE)                             *
      *     - ACTION 'W' (NEW ROW ADDED): THE ROW IS DELETED          *
      *  AFTER A CLEAN BACKOUT THE POLICY MASTER IS BACK AT ITS       *
      *  START-OF-RUN STATE AND THE ABENDED BATCH CAN SIMPLY BE       *
           05  PM-DEDUCTIBLE-PAID          PIC S9(4).
           05  PM-POLICY-BALANCE           PIC S9(7)V99.
           05  PM-BENEFIT-DATE             PIC 9(08).
           05  PM-OOP-PAID                 PIC S9(7)V99.
           05  FILLER                      PIC X(03).
      *
       FD  BKOUTRPT
           RECORDING MODE IS F
          05 WS-JRN-AFT-BALANCE      PIC S9(7)V99.
          05 WS-JRN-AFT-BENEFIT-DATE PIC 9(08).
          05 WS-JRN-RUN-DATE         PIC 9(08).
          05 WS-JRN-BEF-OOP-PAID     PIC S9(7)V99.
          05 WS-JRN-AFT-OOP-PAID     PIC S9(7)V99.
          05 FILLER                  PIC X(04).
      *
      *****************************************************************
      *  THE WHOLE JOURNAL IS LOADED INTO THIS TABLE SO THE IMAGES    *
             10 WS-JT-BEF-DEDUCT-PAID  PIC S9(4).
             10 WS-JT-BEF-BALANCE      PIC S9(7)V99.
             10 WS-JT-BEF-BENEFIT-DATE PIC 9(08).
             10 WS-JT-BEF-OOP-PAID     PIC S9(7)V99.
      *
       01 WS-JOURNAL-CONTROLS.
          05 WS-JT-ENTRIES-LOADED    PIC S9(04) COMP VALUE 0.
                          TO WS-JT-BEF-BALANCE (JT-IDX)
                       MOVE WS-JRN-BEF-BENEFIT-DATE
                          TO WS-JT-BEF-BENEFIT-DATE (JT-IDX)
                       IF WS-JRN-BEF-OOP-PAID NUMERIC
                          MOVE WS-JRN-BEF-OOP-PAID
                             TO WS-JT-BEF-OOP-PAID (JT-IDX)
                       ELSE
                          MOVE ZERO TO WS-JT-BEF-OOP-PAID (JT-IDX)
                       END-IF
                    ELSE
                       ADD +1 TO WS-JT-NOT-LOADED
                       DISPLAY 'WARNING: JOURNAL TABLE CAPACITY OF 1000
      *  THIS PARAGRAPH BACKS ONE JOURNALED UPDATE OUT OF THE POLICY  *
      *  MASTER - A REWRITTEN ROW IS RESTORED TO ITS BEFORE IMAGE, A  *
      *  ROW THE RUN ADDED IS DELETED - AND WRITES THE ACTION TO THE  *
      *  BACKOUT REPORT.  THE BEFORE IMAGE INCLUDES THE MEMBER'S      *
      *  OUT-OF-POCKET PAID TO DATE.                                  *
      * CALLED BY:                                                    *
      *     -  0400-APPLY-BACKOUT                                     *
      * CALLS:                                                        *
                       TO PM-POLICY-BALANCE, BKOUT-BAL-O
                    MOVE WS-JT-BEF-BENEFIT-DATE (JT-IDX)
                       TO PM-BENEFIT-DATE
                    MOVE WS-JT-BEF-OOP-PAID (JT-IDX)
                       TO PM-OOP-PAID
                    REWRITE POLICY-MASTER-REC
                    IF POL-MSTR-STATUS EQUAL '00'
                       ADD 1 TO WS-ROWS-RESTORED
