      * for a period with total hours per department for the
      * supervisor to sign.
      *
      * A card line may be charged to an expense account of its own
      * - hours worked on another department's job - instead of the
      * employee's default labor distribution.  The account must be
      * an active expense account on the chart; zero leaves the
      * hours on the employee's distribution.
      *
      *   File  :  C:\COBOL\TIMECARD.DAT
      *   Input :  C:\COBOL\NEWEMP2.DAT
      *            J:\CS3530\COAFILEMASTER.DAT
      *   Output:  C:\COBOL\TIMECARDPROOF.DAT
      *****************************************************************

                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS NEW-SSNO.
           SELECT CGL-COA-MASTER-FILE
                 ASSIGN TO UT-SYS-COA-MASTER-FILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS CGLC-MSTR-NO.
           SELECT PROOF-LIST-FILE
                 ASSIGN TO UT-SYS-PROOF-LIST-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
       FILE SECTION.

       FD TIMECARD-FILE
          RECORD CONTAINS 26 CHARACTERS.
       01 TIMECARD-REC.
          05  TC-SSNO                              PIC 9(9).
          05  TC-PERIOD-END                        PIC 9(8).
          05  TC-HOURS                             PIC 9(3)V9.
          05  TC-HOURS-TYPE                        PIC X.
      *    ZERO - THE HOURS FOLLOW THE EMPLOYEE'S DISTRIBUTION.
          05  TC-EXP-ACCT                          PIC 9(4).

       FD NEW-PAYROLL-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 166 CHARACTERS.
       01 NEW-PAYROLL-REC.
          05  NEW-SSNO                             PIC 9(9).
          05  NEW-NAME                             PIC X(20).
          05  NEW-DEPT                             PIC X(4).
          05  FILLER                               PIC X(15).
          05  NEW-PAY-TYPE                         PIC X.
          05  FILLER                               PIC X(112).

       FD CGL-COA-MASTER-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 63 CHARACTERS.
       01 CGL-COA-MSTR-REC.
          05  CGLC-MSTR-NO                PIC 9(4).
          05  CGLC-MSTR-BEG-BALANCE       PIC S9(7)V99.
          05  CGLC-MSTR-CUR-BALANCE       PIC S9(7)V99.
          05  CGLC-MSTR-ACCT-ACTIVE       PIC X.
              88  MSTR-ACCT-ACTIVE        VALUE "A".
          05  CGLC-MSTR-ACCT-TYPE         PIC X.
          05  CGLC-MSTR-DESCRIPTION       PIC X(30).
          05  CGLC-MSTR-EFF-DATE          PIC 9(8).
          05  CGLC-MSTR-PEND-STATUS       PIC X.

       FD PROOF-LIST-FILE
          RECORD CONTAINS 60 CHARACTERS.
          05  PF-HOURS                             PIC ZZ9.9.
          05  FILLER                               PIC X.
          05  PF-TYPE                              PIC X.
          05  FILLER                               PIC X.
          05  PF-ACCT                              PIC 9(4).
          05  FILLER                               PIC X(12).

       WORKING-STORAGE SECTION.
      *    PARAMETER AREA FOR THE SHARED SIGN-ON SUBPROGRAM - SEE
                                   VALUE "C:\COBOL\NEWEMP2.DAT".
           05  UT-SYS-PROOF-LIST-FILE              PIC X(50)
                                   VALUE "C:\COBOL\TIMECARDPROOF.DAT".
           05  UT-SYS-COA-MASTER-FILE              PIC X(50)
                                VALUE "J:\CS3530\COAFILEMASTER.DAT".
       01  WS-OPERATOR-ID                          PIC X(8).
       01  WS-SIGNON-AREA.
           05  WS-AUTH-LEVEL                       PIC 9
               88  EMP-FOUND                 VALUE 'Y'.
           05  WS-CONFIRM                         PIC X.
               88  CONFIRMED                 VALUE 'Y' 'y'.
           05  WS-ACCT-OK                          PIC X
                                            VALUE 'N'.
               88  ACCT-OK                   VALUE 'Y'.
       01  WS-MENU-CHOICE                          PIC X.
      *    HOURS PAST THIS CEILING NEED A SUPERVISOR'S CONFIRMATION -
      *    A 400-HOUR FAT-FINGER STOPS HERE, NOT ON PAYDAY.
               10  WS-TC-PERIOD-END                PIC 9(8).
               10  WS-TC-HOURS                     PIC 9(3)V9.
               10  WS-TC-TYPE                      PIC X.
               10  WS-TC-EXP-ACCT                  PIC 9(4).
       01  WS-TC-SUB                               PIC 9(3).
       01  WS-FOUND-SUB                            PIC 9(3).
      *    FIELDS KEYED FOR THE CARD BEING WORKED.
           05  WS-CARD-PERIOD-END                  PIC 9(8).
           05  WS-CARD-HOURS                       PIC 9(3)V9.
           05  WS-CARD-TYPE                        PIC X.
           05  WS-CARD-ACCT                        PIC 9(4).
       01  WS-PROOF-PERIOD                         PIC 9(8).
      *    DEPARTMENT HOUR TOTALS FOR THE PROOF LIST.
       01  WS-DEPT-TABLE.
           PERFORM 200-PROCESS-MENU THRU 200-EXIT
                   UNTIL OK-TO-STOP.
           PERFORM 910-END-PROGRAM-RTN.
           GOBACK.
      ***************************************************************
      *   Validate the operator against the central operator master.
      *   An empty master (first-time setup) signs on in open mode at
               TO WS-TC-PERIOD-END (WS-TC-COUNT)
           MOVE WS-CARD-HOURS TO WS-TC-HOURS (WS-TC-COUNT)
           MOVE WS-CARD-TYPE TO WS-TC-TYPE (WS-TC-COUNT)
           MOVE WS-CARD-ACCT TO WS-TC-EXP-ACCT (WS-TC-COUNT)
           PERFORM 800-REWRITE-TIMECARDS THRU 800-EXIT
           DISPLAY "CARD KEYED".
       300-EXIT.
      ***************************************************************
      *   Accept and edit the card's fields: the SSN must be on the
      *   employee master (warned when not hourly), the period end
      *   must be a real calendar date, hours over the ceiling
      *   need a supervisor to confirm, and a charge account must be
      *   an active expense account.
      ***************************************************************
       320-ACCEPT-CARD-FIELDS.
           MOVE 'N' TO WS-EMP-FOUND
               IF NOT CONFIRMED
                   DISPLAY "CARD REFUSED"
                   MOVE 'N' TO WS-DATE-OK
                   GO TO 320-EXIT
               END-IF
           END-IF
           PERFORM 340-ACCEPT-CHARGE-ACCT THRU 340-EXIT
           IF NOT ACCT-OK
               DISPLAY "CARD REFUSED"
               MOVE 'N' TO WS-DATE-OK
           END-IF.
       320-EXIT.
           EXIT.
      ***************************************************************
      *   The account a card line's hours are charged to - zero
      *   leaves them on the employee's labor distribution, anything
      *   else must be an active expense account on the chart.
      ***************************************************************
       340-ACCEPT-CHARGE-ACCT.
           MOVE 'N' TO WS-ACCT-OK
           DISPLAY "CHARGE ACCOUNT (0 = EMPLOYEE DISTRIBUTION): "
           ACCEPT WS-CARD-ACCT
           IF WS-CARD-ACCT = ZERO
               MOVE 'Y' TO WS-ACCT-OK
               GO TO 340-EXIT
           END-IF
           MOVE WS-CARD-ACCT TO CGLC-MSTR-NO
           READ CGL-COA-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF MSTR-ACCT-ACTIVE
                           AND CGLC-MSTR-ACCT-TYPE = "E"
                       MOVE 'Y' TO WS-ACCT-OK
                   END-IF
           END-READ
           IF NOT ACCT-OK
               DISPLAY "ACCOUNT " WS-CARD-ACCT " IS NOT AN ACTIVE "
                   "EXPENSE ACCOUNT"
           END-IF.
       340-EXIT.
           EXIT.
      ***************************************************************
      *   Correct a keyed card - found by SSN and period end.
      ***************************************************************
       400-CORRECT-CARD.
           END-IF
           DISPLAY "CURRENT HOURS " WS-TC-HOURS (WS-FOUND-SUB)
               " TYPE " WS-TC-TYPE (WS-FOUND-SUB)
               " ACCOUNT " WS-TC-EXP-ACCT (WS-FOUND-SUB)
           DISPLAY "NEW HOURS (NNN.N): "
           ACCEPT WS-CARD-HOURS
           DISPLAY "NEW TYPE - R WORKED, V VACATION, S SICK: "
                   GO TO 400-EXIT
               END-IF
           END-IF
           PERFORM 340-ACCEPT-CHARGE-ACCT THRU 340-EXIT
           IF NOT ACCT-OK
               DISPLAY "NOT CHANGED"
               GO TO 400-EXIT
           END-IF
           MOVE WS-CARD-HOURS TO WS-TC-HOURS (WS-FOUND-SUB)
           MOVE WS-CARD-TYPE TO WS-TC-TYPE (WS-FOUND-SUB)
           MOVE WS-CARD-ACCT TO WS-TC-EXP-ACCT (WS-FOUND-SUB)
           PERFORM 800-REWRITE-TIMECARDS THRU 800-EXIT
           DISPLAY "CARD CORRECTED".
       400-EXIT.
           END-READ
           MOVE WS-TC-HOURS (WS-TC-SUB) TO PF-HOURS
           MOVE WS-TC-TYPE (WS-TC-SUB) TO PF-TYPE
           MOVE WS-TC-EXP-ACCT (WS-TC-SUB) TO PF-ACCT
           WRITE PROOF-LIST-REC
           ADD WS-TC-HOURS (WS-TC-SUB) TO WS-TOTAL-HOURS
           MOVE ZERO TO WS-DEPT-FOUND-SUB
               MOVE WS-TC-PERIOD-END (WS-TC-SUB) TO TC-PERIOD-END
               MOVE WS-TC-HOURS (WS-TC-SUB) TO TC-HOURS
               MOVE WS-TC-TYPE (WS-TC-SUB) TO TC-HOURS-TYPE
               MOVE WS-TC-EXP-ACCT (WS-TC-SUB) TO TC-EXP-ACCT
               WRITE TIMECARD-REC
           END-PERFORM
           CLOSE TIMECARD-FILE.
                           TO WS-TC-PERIOD-END (WS-TC-COUNT)
                       MOVE TC-HOURS TO WS-TC-HOURS (WS-TC-COUNT)
                       MOVE TC-HOURS-TYPE TO WS-TC-TYPE (WS-TC-COUNT)
                       MOVE TC-EXP-ACCT
                           TO WS-TC-EXP-ACCT (WS-TC-COUNT)
               END-READ
           END-PERFORM
           CLOSE TIMECARD-FILE
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT NEW-PAYROLL-FILE.
           OPEN INPUT CGL-COA-MASTER-FILE.
           PERFORM 050-SIGN-ON THRU 050-EXIT.
       900-EXIT.
           EXIT.
      *****************************************************************
       910-END-PROGRAM-RTN.
           CLOSE NEW-PAYROLL-FILE.
           CLOSE CGL-COA-MASTER-FILE.
       910-EXIT.
           EXIT.
