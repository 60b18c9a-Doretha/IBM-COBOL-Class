      *****************************************************************
      *  COPYBOOK RECORD LAYOUT FOR THE PREMIUM BILLING MASTER        *
      *  (PREMMSTR), KEYED ON THE INSURED POLICY NUMBER.  MAINTAINED  *
      *  AND PAYMENT-POSTED BY PREMPOST, BILLED AND LAPSED BY         *
      *  PREMBILL, AND READ BY CLAIMS TO PEND OR DENY CLAIMS ON       *
      *  POLICIES WHOSE PREMIUM IS NOT PAID.                          *
      *****************************************************************
       01  PREMIUM-MASTER-REC.
           05  PRM-POLICY-NO               PIC 9(07).
      *****************************************************************
      *  'A' - PREMIUM PAID UP, 'G' - PREMIUM PAST DUE BUT STILL IN   *
      *  THE GRACE PERIOD, 'L' - LAPSED FOR NON-PAYMENT.              *
      *****************************************************************
           05  PRM-STATUS                  PIC X(01).
               88  PRM-CURRENT             VALUE 'A'.
               88  PRM-IN-GRACE            VALUE 'G'.
               88  PRM-LAPSED              VALUE 'L'.
           05  PRM-MONTHLY-PREMIUM         PIC 9(05)V99.
           05  PRM-EFF-DATE                PIC 9(08).
      *****************************************************************
      *  PAID-TO DATE - COVERAGE IS PAID UP TO (NOT INCLUDING) THIS   *
      *  DATE, WHICH IS ALSO THE DUE DATE OF THE OLDEST UNPAID        *
      *  PREMIUM.  EACH FULL MONTHLY PREMIUM RECEIVED ADVANCES IT ONE *
      *  MONTH; A PAYMENT SHORT OF A FULL PREMIUM IS HELD IN          *
      *  PRM-CREDIT-BALANCE UNTIL THE REST ARRIVES.                   *
      *****************************************************************
           05  PRM-PAID-TO-DATE            PIC 9(08).
           05  PRM-CREDIT-BALANCE          PIC 9(05)V99.
           05  PRM-GRACE-END-DATE          PIC 9(08).
      *****************************************************************
      *  LAPSE DATE - THE LAST DAY OF PAID COVERAGE ON A LAPSED       *
      *  POLICY.  CLAIMS WITH A DATE OF SERVICE AFTER IT ARE DENIED.  *
      *****************************************************************
           05  PRM-LAPSE-DATE              PIC 9(08).
           05  PRM-LAST-BILL-DATE          PIC 9(08).
           05  PRM-LAST-PAY-DATE           PIC 9(08).
           05  PRM-LAST-PAY-AMT            PIC 9(05)V99.
           05  FILLER                      PIC X(03).
