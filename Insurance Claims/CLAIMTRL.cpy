      *****************************************************************
      *  COPYBOOK RECORD LAYOUT FOR THE CONTROL TRAILER THAT ENDS     *
      *  EVERY PROGRAM-GENERATED CLAIMS FEED (HOSPCLM'S CLAIMOUT,     *
      *  APPEALS' APPLCLM AND RECON'S WROFFILE) - THE SAME 100 BYTES  *
      *  AS CLAIM-RECORD-WS, CODED AS A SECOND RECORD UNDER THE FD.   *
      *  THE 'TRAILER ' ID OCCUPIES THE NUMERIC POLICY NUMBER, SO NO  *
      *  CLAIM CAN BE MISTAKEN FOR IT.  THE RECORD COUNT IS THE CLAIM *
      *  RECORDS WRITTEN AHEAD OF IT AND THE AMOUNT HASH IS THE SUM   *
      *  OF THEIR CLAIM-AMOUNT PLUS CLAIM-AMOUNT-PAID.  THE CLAIMS    *
      *  PROGRAM BALANCES EACH FEED IN INCLAIMS AGAINST ITS TRAILER   *
      *  BEFORE IT POSTS ANYTHING.                                    *
      *****************************************************************
       01  CLAIM-TRAILER-WS.
           05  CLM-TRL-ID                  PIC X(08).
               88  CLAIM-CONTROL-TRAILER   VALUE 'TRAILER '.
           05  CLM-TRL-PROGRAM-ID          PIC X(08).
           05  CLM-TRL-RECORD-COUNT        PIC 9(09).
           05  CLM-TRL-AMOUNT-HASH         PIC S9(13)V99.
           05  FILLER                      PIC X(60).
