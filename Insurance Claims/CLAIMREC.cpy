      *  HOSPCLM BRIDGE FOR PROVIDER REMITTANCE ADVICE.               *
      *****************************************************************
           05  CLAIM-PCP-ID                PIC X(06).
      *****************************************************************
      *  THE STAY'S ICD-10 DIAGNOSIS CODE, CARRIED FROM HOSPEDIT      *
      *  THROUGH THE HOSPCLM BRIDGE.  SPACES ON A KEYED CLAIM.        *
      *****************************************************************
           05  CLAIM-DIAG-CODE             PIC X(07).
      *****************************************************************
      *  ACCIDENT INDICATOR FROM THE DIAGNOSTIC CODE MASTER, CARRIED  *
      *  FROM HOSPEDIT THROUGH THE HOSPCLM BRIDGE - 'A' AUTO, 'W'     *
      *  WORKPLACE, SPACE NOT ACCIDENT-RELATED.  A PAID ACCIDENT      *
      *  CLAIM IS REFERRED FOR SUBROGATION.                           *
      *****************************************************************
           05  CLAIM-ACCIDENT-IND          PIC X(01).
               88  ACCIDENT-RELATED-CLAIM  VALUES 'A', 'W'.
           05  FILLER                      PIC X(02).
