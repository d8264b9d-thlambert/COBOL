      * required) is the one place they change, with each account
      * validated against the COA master as the right type.
      *
      * The control also carries the tax deposit schedule the
      * company is on - M monthly (due the 15th of the following
      * month) or S semiweekly (due the Wednesday or Friday after
      * the pay date) - which PAYDEPOSITRPT dates each run's taxes
      * against.
      *
      * The supplemental withholding rate is kept here as well - the
      * flat federal rate an off-cycle PAYROLL run withholds from a
      * bonus or other one-off payment marked for supplemental
      * treatment instead of walking the regular brackets.
      *
      * The leave payout account is the expense account PAYFINALPAY
      * charges with the unused vacation paid out to a terminated
      * employee, kept apart from their regular wage expense.
      *
      *   File  :  C:\COBOL\PAYCONTROL.DAT
      *   Input :  J:\CS3530\COAFILEMASTER.DAT
      *****************************************************************
       FILE SECTION.

       FD PAY-CONTROL-FILE
          RECORD CONTAINS 32 CHARACTERS.
       01 PAY-CONTROL-REC.
          05  PCT-CASH-ACCT                        PIC 9(4).
          05  PCT-WITHHOLDING-ACCT                 PIC 9(4).
          05  PCT-WITHHOLD-RATE                    PIC V999.
          05  PCT-ER-TAX-EXP-ACCT                  PIC 9(4).
          05  PCT-ER-TAX-PAYABLE-ACCT              PIC 9(4).
          05  PCT-DEPOSIT-SCHEDULE                 PIC X.
              88  PCT-MONTHLY-DEPOSITOR     VALUE "M" " ".
              88  PCT-SEMIWEEKLY-DEPOSITOR  VALUE "S".
          05  PCT-SUPP-RATE                        PIC V999.
      *    EXPENSE ACCOUNT CHARGED WITH A FINAL LEAVE PAYOUT.
          05  PCT-LEAVE-PAYOUT-ACCT                PIC 9(4).

       FD CGL-COA-MASTER-FILE
          LABEL RECORDS ARE STANDARD
      *    ONLY.
           IF NOT SIGNON-OK OR WS-AUTH-LEVEL < 3
               DISPLAY "NOT AUTHORIZED - SUPERVISOR SIGN-ON REQUIRED"
               GOBACK
           END-IF
           OPEN INPUT CGL-COA-MASTER-FILE
           PERFORM 200-SHOW-CURRENT THRU 200-EXIT.
               CLOSE PAY-CONTROL-FILE
               DISPLAY "PAYROLL CONTROL UPDATED"
           ELSE
               DISPLAY "NOT SAVED - FIX THE FLAGGED ENTRY"
           END-IF
           CLOSE CGL-COA-MASTER-FILE
           GOBACK.
      ***************************************************************
      *   Validate the operator against the central operator master.
      *   An empty master (first-time setup) signs on in open mode at
               DISPLAY "ER TAX EXPENSE ACCT . " PCT-ER-TAX-EXP-ACCT
               DISPLAY "ER TAX PAYABLE ACCT . "
                   PCT-ER-TAX-PAYABLE-ACCT
               DISPLAY "DEPOSIT SCHEDULE. . . " PCT-DEPOSIT-SCHEDULE
               DISPLAY "SUPPLEMENTAL RATE . . " PCT-SUPP-RATE
               DISPLAY "LEAVE PAYOUT ACCT . . " PCT-LEAVE-PAYOUT-ACCT
           END-IF
           CLOSE PAY-CONTROL-FILE
           MOVE 'N' TO WS-END-OF-FILE.
           ACCEPT PCT-ER-TAX-PAYABLE-ACCT
           MOVE PCT-ER-TAX-PAYABLE-ACCT TO WS-CHECK-ACCT
           MOVE "L" TO WS-WANT-TYPE
           PERFORM 350-CHECK-ACCOUNT THRU 350-EXIT
           DISPLAY "TAX DEPOSIT SCHEDULE (M MONTHLY/S SEMIWEEKLY): "
           ACCEPT PCT-DEPOSIT-SCHEDULE
           IF PCT-DEPOSIT-SCHEDULE NOT = "M"
                   AND PCT-DEPOSIT-SCHEDULE NOT = "S"
               DISPLAY "DEPOSIT SCHEDULE MUST BE M OR S"
               MOVE 'N' TO WS-ALL-ACCTS-OK
           END-IF
           DISPLAY "SUPPLEMENTAL WITHHOLDING RATE (.NNN): "
           ACCEPT PCT-SUPP-RATE
           IF PCT-SUPP-RATE = ZERO
               DISPLAY "SUPPLEMENTAL RATE MUST BE ENTERED"
               MOVE 'N' TO WS-ALL-ACCTS-OK
           END-IF
           DISPLAY "LEAVE PAYOUT EXPENSE ACCOUNT (TYPE E): "
           ACCEPT PCT-LEAVE-PAYOUT-ACCT
           MOVE PCT-LEAVE-PAYOUT-ACCT TO WS-CHECK-ACCT
           MOVE "E" TO WS-WANT-TYPE
           PERFORM 350-CHECK-ACCOUNT THRU 350-EXIT.
       300-EXIT.
           EXIT.
