
       FD NEW-PAYROLL-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 166 CHARACTERS.
       01 NEW-PAYROLL-REC.
          05  NEW-SSNO                             PIC 9(9).
          05  NEW-NAME                             PIC X(20).
      *    FILE.  SPACE (AN UNCONVERTED RECORD) PAYS ON EVERY CYCLE,
      *    THE OLD BEHAVIOR.
          05  NEW-PAY-CYCLE                        PIC X.
      *    STATE AND LOCAL WITHHOLDING JURISDICTIONS - THE STATE
      *    WORKED IN, THE STATE OF RESIDENCE, AND ANY LOCALITY
      *    WITH ITS OWN INCOME TAX.  EACH NON-BLANK CODE IS TAXED
      *    OFF ITS OWN BRACKETS ON JURTAXTABLE.DAT.  BLANK (AN
      *    UNCONVERTED RECORD) WITHHOLDS FEDERAL ONLY.
          05  NEW-WORK-STATE                       PIC X(2).
          05  NEW-RES-STATE                        PIC X(2).
          05  NEW-LOCALITY                         PIC X(4).
      *    BUDGETED POSITION THE EMPLOYEE FILLS ON POSITION.DAT -
      *    ZERO (AN UNCONVERTED RECORD) IS NOT ASSIGNED TO ONE.
          05  NEW-POSITION-NO                      PIC 9(6).

       FD ROSTER-REPORT-FILE
          RECORD CONTAINS 66 CHARACTERS.
