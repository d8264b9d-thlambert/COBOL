
       FD AP-OPEN-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 87 CHARACTERS.
       01 AP-OPEN-REC.
          05  AP-INV-KEY.
              10  AP-VENDOR-NO                     PIC 9(5).
              88  AP-OPEN                   VALUE "O".
          05  AP-PAID-DATE                         PIC 9(8).
          05  AP-OPERATOR-ID                       PIC X(8).
      *    EARLY-PAYMENT DISCOUNT OFFERED BY THE VENDOR'S TERMS
      *    AND THE PART OF IT TAKEN WHEN THE INVOICE WAS PAID.
          05  AP-DISC-DATE                         PIC 9(8).
          05  AP-DISC-AMT                          PIC 9(7)V99.
          05  AP-DISC-TAKEN                        PIC 9(7)V99.

       FD VENDOR-MASTER-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 131 CHARACTERS.
       01 VENDOR-MASTER-REC.
          05  VD-VENDOR-NO                         PIC 9(5).
          05  VD-NAME                              PIC X(30).
          05  VD-REMIT-ADDRESS                     PIC X(30).
          05  VD-REMIT-CITY-ST-ZIP                 PIC X(30).
          05  VD-PAYABLE-ACCT                      PIC 9(4).
      *    PAYMENT TERMS - DISCOUNT PERCENT IF PAID WITHIN THE
      *    DISCOUNT DAYS, OTHERWISE DUE IN THE NET DAYS.
          05  VD-TERMS-CODE                        PIC X(8).
          05  VD-DISC-PCT                          PIC 99V99.
          05  VD-DISC-DAYS                         PIC 9(3).
          05  VD-NET-DAYS                          PIC 9(3).
      *    1099 REPORTING - TAXPAYER ID (E EIN, S SSN), WHETHER
      *    PAYMENTS ARE REPORTABLE, AND THE FORM (N NEC, M MISC)
      *    AND BOX THEY ARE REPORTED IN.
          05  VD-TAX-ID                            PIC X(9).
          05  VD-TIN-TYPE                          PIC X.
          05  VD-1099-FLAG                         PIC X.
          05  VD-1099-FORM                         PIC X.
          05  VD-1099-BOX                          PIC 9(2).

       FD AGING-REPORT-FILE
          RECORD CONTAINS 90 CHARACTERS.
