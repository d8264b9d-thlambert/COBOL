
       FD EMPLOYEE-MASTER-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 166 CHARACTERS.
       01 EMPLOYEE-MASTER-REC.
          05  EMP-SSNO                             PIC 9(9).
          05  EMP-NAME                             PIC X(20).
          05  EMP-PEND-SALARY                      PIC 9(5).
          05  EMP-SALARY-EFF-DATE                  PIC 9(8).
          05  EMP-PAY-CYCLE                        PIC X.
      *    STATE AND LOCAL WITHHOLDING JURISDICTIONS - THE STATE
      *    WORKED IN, THE STATE OF RESIDENCE, AND ANY LOCALITY
      *    WITH ITS OWN INCOME TAX.  EACH NON-BLANK CODE IS TAXED
      *    OFF ITS OWN BRACKETS ON JURTAXTABLE.DAT.  BLANK (AN
      *    UNCONVERTED RECORD) WITHHOLDS FEDERAL ONLY.
          05  EMP-WORK-STATE                       PIC X(2).
          05  EMP-RES-STATE                        PIC X(2).
          05  EMP-LOCALITY                         PIC X(4).
      *    BUDGETED POSITION THE EMPLOYEE FILLS ON POSITION.DAT -
      *    ZERO (AN UNCONVERTED RECORD) IS NOT ASSIGNED TO ONE.
          05  EMP-POSITION-NO                      PIC 9(6).
       FD EMP-DEL-HISTORY-FILE
          RECORD CONTAINS 79 CHARACTERS.
       01 EMP-DEL-HISTORY-REC.
           PERFORM 200-PROCESS-FILE THRU 200-EXIT
                    UNTIL OK-TO-STOP.
           PERFORM 910-END-PROGRAM-RTN.
           GOBACK.
      ***************************************************************
      *     Prompt for SS #, Display the current name and salary.
      *     Prompt once more for delete.  If yes, delete the record.
