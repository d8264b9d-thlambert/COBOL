      * onto the patron charges file; this is where the desk settles
      * them - take payment, or waive with a reason, each stamped
      * with the operator who did it.  Collected money is posted to
      * the designated income account off the fine policy and to the
      * cash account it is deposited into, one "U" transaction per
      * account merged into COATRANSFILE.DAT with its CTL1 control
      * record rebuilt, so library income finally reaches the books.
      *
      * Money taken at the desk goes into a cash drawer.  The
      * operator names the register at the start of the session,
      * and a payment can only be taken while that operator has a
      * drawer open on it at DRAWERCTL; without one, charges can
      * still be waived.  Each payment is taken as cash or check and
      * logged against the drawer session on the drawer payments
      * file, which DRAWERCTL balances the counted drawer against at
      * close-out - and it is the close-out, not this program, that
      * records the desk's deposit for the bank reconciliation.
      *
      * Money the collection agency recovers on accounts PATRONREFER
      * sent it comes back on the agency payments file, and is
      * loaded here at the start of a session so it takes the same
      * road as the desk's takings.  Each payment settles the
      * patron's open charges oldest first; a payment that covers
      * only part of a charge splits it into a paid row and a
      * smaller open one.  Whatever cannot be applied - a patron
      * not on file, or more than the patron owes - stays on the
      * agency file for the next session.  The payments are applied
      * in storage only; the agency file is written back, less what
      * was applied, right after the settled charges are written at
      * the end of the session, so a session that ends early leaves
      * the agency's money on file to apply again.  The agency's
      * money is its own deposit, separate from the desk's cash, and
      * goes to the same income and cash postings.  Every settled
      * row now carries the date it was paid or waived.
      *
      *   File  :  C:\COBOL\PATRONCHARGES.DAT
      *            C:\COBOL\COLLPAYMENTS.DAT
      *   Input :  C:\COBOL\PATRONMASTER.DAT
      *            C:\COBOL\DRAWERSESS.DAT
      *            C:\COBOL\FINEPOLICY.DAT
      *            J:\CS3530\COAFILEMASTER.DAT
      *   Output:  J:\CS3530\COATRANSFILE.DAT (merged in, not
      *            replaced)
      *            C:\COBOL\FINEDEPOSIT.DAT (extended)
      *            C:\COBOL\DRAWERPAY.DAT (extended)
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT CGLC-TRANS-WORK-FILE
                 ASSIGN TO UT-SYS-TRANS-WORK-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FINE-DEPOSIT-FILE
                 ASSIGN TO UT-SYS-FINE-DEPOSIT-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AGENCY-PAYMENT-FILE
                 ASSIGN TO UT-SYS-AGENCY-PAYMENT-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DRAWER-SESSION-FILE
                 ASSIGN TO UT-SYS-DRAWER-SESSION-FILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS DS-SESSION-KEY.
           SELECT OPTIONAL DRAWER-PAYMENT-FILE
                 ASSIGN TO UT-SYS-DRAWER-PAYMENT-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD PATRON-CHARGES-FILE
          RECORD CONTAINS 71 CHARACTERS.
       01 PATRON-CHARGES-REC.
          05  PC-PATRON-ID                         PIC 9(5).
          05  PC-ISBN                              PIC 9(13).
              88  PC-OPEN                   VALUE "O".
          05  PC-REASON                            PIC X(20).
          05  PC-OPERATOR-ID                       PIC X(8).
      *    THE DAY A ROW WAS PAID OR WAIVED - ZERO WHILE IT IS OPEN.
          05  PC-SETTLED-DATE                      PIC 9(8).

       FD PATRON-MASTER-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 136 CHARACTERS.
       01 PATRON-MASTER-REC.
          05  PM-PATRON-ID                         PIC 9(5).
          05  PM-NAME                              PIC X(30).
      *    LONGER MEANS DIALING PM-PHONE ONE ROW AT A TIME.
          05  PM-ADDRESS                           PIC X(30).
          05  PM-CITY-ST-ZIP                       PIC X(30).
      *    FILLED HOLDS THE PATRON NEVER COLLECTED - HOLDEXPIRE ADDS
      *    ONE FOR EVERY HOLD IT EXPIRES.
          05  PM-NO-SHOW-COUNT                     PIC 9(3).
      *    THE CARD'S EXPIRATION DATE, FROM THE CARD MONTHS OF THE
      *    PATRON'S TYPE, AND THE DAY PATRONMAINT LAST ADDED OR
      *    RENEWED THE PATRON.  BOTH ZERO ON A PATRON ADDED BEFORE
      *    CARDS EXPIRED, WHOSE CARD IS GOOD UNTIL FIRST RENEWED.
          05  PM-CARD-EXPIRES                      PIC 9(8).
          05  PM-RENEWED-DATE                      PIC 9(8).
      *    SET WHEN PATRONREFER SENDS THE PATRON'S UNPAID CHARGES TO
      *    THE COLLECTION AGENCY (THE PATRON IS BLOCKED AT THE SAME
      *    TIME) - ZERO WHILE THE ACCOUNT IS THE LIBRARY'S OWN.
          05  PM-REFERRAL-DATE                     PIC 9(8).

       FD FINE-POLICY-FILE
          RECORD CONTAINS 15 CHARACTERS.
       01 FINE-POLICY-REC.
          05  FP-DAILY-RATE                        PIC 9(3)V99.
          05  FP-GRACE-DAYS                        PIC 99.
          05  FP-INCOME-ACCT                       PIC 9(4).
      *    WHERE A CASH DRAWER'S OVERAGE OR SHORTAGE POSTS AT
      *    DRAWERCTL CLOSE-OUT.
          05  FP-OVER-SHORT-ACCT                   PIC 9(4).

       FD CGL-COA-MASTER-FILE
          LABEL RECORDS ARE STANDARD
       FD CGLC-TRANS-WORK-FILE
          RECORD CONTAINS 73 CHARACTERS.
       01  CGLC-TRANS-WORK-REC             PIC X(73).
      *    ONE ROW PER DEPOSIT THE BANK RECONCILIATION LOOKS FOR ON
      *    THE STATEMENT - HERE THE AGENCY'S REMITTANCES, UNDER AG
      *    AND THE SESSION'S DATE AND TIME; THE DESK'S CASH IS
      *    RECORDED BY DRAWERCTL.
       FD FINE-DEPOSIT-FILE
          RECORD CONTAINS 39 CHARACTERS.
       01 FINE-DEPOSIT-REC.
          05  FD-DEPOSIT-REF                       PIC X(14).
          05  FD-DEPOSIT-DATE                      PIC 9(8).
          05  FD-AMOUNT                            PIC 9(7)V99.
          05  FD-OPERATOR-ID                       PIC X(8).
      *    ONE ROW PER PAYMENT THE COLLECTION AGENCY REPORTS BACK -
      *    THE PATRON, THE DAY THE AGENCY COLLECTED IT, THE AMOUNT,
      *    AND THE AGENCY'S OWN REFERENCE.
       FD AGENCY-PAYMENT-FILE
          RECORD CONTAINS 32 CHARACTERS.
       01 AGENCY-PAYMENT-REC.
          05  CP-PATRON-ID                         PIC 9(5).
          05  CP-PAID-DATE                         PIC 9(8).
          05  CP-AMOUNT                            PIC 9(5)V99.
          05  CP-AGENCY-REF                        PIC X(12).
      *    SAME LAYOUT DRAWERCTL KEEPS - ONE ROW PER CASH DRAWER
      *    SESSION, KEYED BY REGISTER AND THE TIME IT WAS OPENED.
       FD DRAWER-SESSION-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 124 CHARACTERS.
       01 DRAWER-SESSION-REC.
          05  DS-SESSION-KEY.
              10  DS-REGISTER-ID                   PIC X(4).
              10  DS-OPENED-TS                     PIC X(14).
          05  DS-OPENED-BY                         PIC X(8).
          05  DS-FLOAT                             PIC 9(5)V99.
          05  DS-STATUS                            PIC X.
              88  DS-OPEN                   VALUE "O".
          05  DS-CLOSED-TS                         PIC X(14).
          05  DS-CLOSED-BY                         PIC X(8).
          05  DS-CASH-RECORDED                     PIC 9(7)V99.
          05  DS-CHECKS-RECORDED                   PIC 9(7)V99.
          05  DS-CASH-COUNTED                      PIC 9(7)V99.
          05  DS-CHECKS-COUNTED                    PIC 9(7)V99.
          05  DS-OVER-SHORT                        PIC S9(7)V99.
          05  DS-DEPOSIT-AMOUNT                    PIC 9(7)V99.
          05  DS-DEPOSIT-REF                       PIC X(14).
      *    ONE ROW PER PAYMENT TAKEN AT THE DESK, AGAINST THE DRAWER
      *    SESSION IT WENT INTO - CASH (C) OR CHECK (K).
       FD DRAWER-PAYMENT-FILE
          RECORD CONTAINS 80 CHARACTERS.
       01 DRAWER-PAYMENT-REC.
          05  DP-SESSION-KEY.
              10  DP-REGISTER-ID                   PIC X(4).
              10  DP-OPENED-TS                     PIC X(14).
          05  DP-OPERATOR-ID                       PIC X(8).
          05  DP-PAID-TS                           PIC X(14).
          05  DP-PATRON-ID                         PIC 9(5).
          05  DP-ISBN                              PIC 9(13).
          05  DP-CHARGE-DATE                       PIC 9(8).
          05  DP-AMOUNT                            PIC 9(5)V99.
          05  DP-TENDER                            PIC X.
          05  DP-CHECK-NO                          PIC X(6).

       WORKING-STORAGE SECTION.
      *    PARAMETER AREA FOR THE SHARED SIGN-ON SUBPROGRAM - SEE
                                   VALUE "J:\CS3530\COATRANSFILE.DAT".
           05  UT-SYS-TRANS-WORK-FILE              PIC X(50)
                                   VALUE "J:\CS3530\COATRANSWORK.DAT".
           05  UT-SYS-FINE-DEPOSIT-FILE            PIC X(50)
                                   VALUE "C:\COBOL\FINEDEPOSIT.DAT".
           05  UT-SYS-AGENCY-PAYMENT-FILE          PIC X(50)
                                   VALUE "C:\COBOL\COLLPAYMENTS.DAT".
           05  UT-SYS-DRAWER-SESSION-FILE          PIC X(50)
                                   VALUE "C:\COBOL\DRAWERSESS.DAT".
           05  UT-SYS-DRAWER-PAYMENT-FILE          PIC X(50)
                                   VALUE "C:\COBOL\DRAWERPAY.DAT".
       01  WS-OPERATOR-ID                          PIC X(8).
       01  WS-SIGNON-AREA.
           05  WS-AUTH-LEVEL                       PIC 9
                                            VALUE 'N'.
               88  ACCT-FOUND                VALUE 'Y'.
       01  WS-SEL-PATRON-ID                        PIC 9(5).
      *    THE REGISTER THE OPERATOR IS WORKING AND THE DRAWER
      *    SESSION THEIR PAYMENTS GO INTO.
       01  WS-REGISTER-ID                          PIC X(4).
       01  WS-DRAWER-AREA.
           05  WS-DRAWER-OPEN                      PIC X
                                            VALUE 'N'.
               88  DRAWER-OPEN               VALUE 'Y'.
           05  WS-DRAWER-KEY                       PIC X(18).
       01  WS-TENDER                               PIC X.
           88  TENDER-CASH                  VALUE 'C' 'c'.
           88  TENDER-CHECK                 VALUE 'K' 'k'.
       01  WS-CHECK-NO                             PIC X(6).
       01  WS-ACTION                               PIC X.
           88  ACTION-PAY                   VALUE 'P' 'p'.
           88  ACTION-WAIVE                 VALUE 'W' 'w'.
                                            VALUE ZERO.
       01  WS-COLLECTED-TOTAL                      PIC S9(7)V99
                                            VALUE ZERO.
      *    THE PART OF THE COLLECTED TOTAL THE AGENCY SENT IN.
       01  WS-AGENCY-TOTAL                         PIC S9(7)V99
                                            VALUE ZERO.
       01  WS-APPLIED-AMOUNT                       PIC S9(7)V99.
       01  WS-PAY-LEFT                             PIC 9(5)V99.
       01  WS-POST-ANSWER                          PIC X.
           88  POST-YES                     VALUE 'Y' 'y'.
      *    THE AGENCY PAYMENTS ON FILE, AND AFTER POSTING THE AMOUNT
      *    OF EACH STILL NOT APPLIED.
       01  WS-AGENCY-TABLE.
           05  WS-AG-COUNT                         PIC 9(3)
                                            VALUE ZERO.
           05  WS-AG-ENTRY OCCURS 500 TIMES.
               10  WS-AG-REC                       PIC X(32).
       01  WS-AG-SUB                               PIC 9(3).
       01  WS-AG-APPLIED-COUNT                     PIC 9(3)
                                            VALUE ZERO.
      *    CASH ACCOUNT THE DESK'S TAKINGS ARE DEPOSITED INTO - THE
      *    SAME ACCOUNT PAYROLL AND THE PAYABLES RUN DRAW ON.
       01  WS-CASH-ACCT                            PIC 9(4)
                                            VALUE 1010.
       01  WS-TIMESTAMP                            PIC X(21).
      *    THE WHOLE CHARGES FILE HELD IN STORAGE - SETTLED HERE AND
      *    WRITTEN BACK IN FULL.
       01  WS-CHARGES-TABLE.
           05  WS-CHG-COUNT                        PIC 9(4)
                                            VALUE ZERO.
           05  WS-CHG-ENTRY OCCURS 2000 TIMES.
               10  WS-CHG-REC                      PIC X(71).
       01  WS-CHG-SUB                              PIC 9(4).
      *    THE SESSION'S TWO POSTINGS - INCOME AND CASH - HELD IN
      *    ACCOUNT-NUMBER ORDER FOR THE MERGE.
       01  WS-PENDING-TABLE.
           05  WS-PT-COUNT                         PIC 9
                                            VALUE ZERO.
           05  WS-PENDING-TRANS OCCURS 2 TIMES.
               10  WS-PT-NO                        PIC 9(4).
               10  WS-PT-BEG-BALANCE               PIC S9(7)V99.
               10  WS-PT-CUR-BALANCE               PIC S9(7)V99.
               10  WS-PT-ACCT-ACTIVE               PIC X.
               10  WS-PT-ACCT-TYPE                 PIC X.
               10  WS-PT-DESCRIPTION               PIC X(30).
       01  WS-PT-SUB                               PIC 9.
       01  WS-PT-HOLD                              PIC X(54).
       01  WS-MERGE-SWITCHES.
           05  WS-MERGE-EOF                        PIC X
                                            VALUE 'N'.
           IF NOT SIGNON-OK
               DISPLAY "SIGN-ON FAILED - PROGRAM ENDED"
               MOVE 'Y' TO WS-STOP-PROGRAM
           ELSE
               PERFORM 150-POST-AGENCY-PAYMENTS THRU 150-EXIT
               PERFORM 180-FIND-DRAWER THRU 180-EXIT
           END-IF
           PERFORM 200-WORK-ONE-PATRON THRU 200-EXIT
                   UNTIL OK-TO-STOP.
           PERFORM 600-REWRITE-CHARGES THRU 600-EXIT.
      *    THE AGENCY FILE COMES DOWN ONLY NOW THAT THE CHARGES IT
      *    PAID ARE ON FILE.
           IF WS-AG-APPLIED-COUNT NOT = ZERO
               PERFORM 620-REWRITE-AGENCY-PAYMENTS THRU 620-EXIT
           END-IF.
           IF WS-AGENCY-TOTAL NOT = ZERO
               PERFORM 650-RECORD-DEPOSIT THRU 650-EXIT
           END-IF.
           IF WS-COLLECTED-TOTAL NOT = ZERO
               PERFORM 700-POST-COLLECTED THRU 700-EXIT
           END-IF.
           PERFORM 910-END-PROGRAM-RTN.
           DISPLAY "COLLECTION SESSION COMPLETE - COLLECTED "
               WS-COLLECTED-TOTAL.
           GOBACK.
      ***************************************************************
      *   Validate the operator against the central operator master.
      *   An empty master (first-time setup) signs on in open mode at
       050-EXIT.
           EXIT.
      ***************************************************************
      *   Apply the collection agency's payments, if any are on file
      *   and the operator agrees, to the charges table in storage.
      *   Nothing is written here - 620 writes the agency file back
      *   once 600 has the settled charges on file.
      ***************************************************************
       150-POST-AGENCY-PAYMENTS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT AGENCY-PAYMENT-FILE
           PERFORM UNTIL EOF
               READ AGENCY-PAYMENT-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF WS-AG-COUNT = 500
                           DISPLAY "COLLPAYMENTS.DAT EXCEEDS THE "
                               "WORK TABLE - AGENCY PAYMENTS NOT "
                               "POSTED"
                           MOVE 'Y' TO WS-END-OF-FILE
                           MOVE ZERO TO WS-AG-COUNT
                       ELSE
                           ADD 1 TO WS-AG-COUNT
                           MOVE AGENCY-PAYMENT-REC
                               TO WS-AG-REC (WS-AG-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AGENCY-PAYMENT-FILE
           MOVE 'N' TO WS-END-OF-FILE
           IF WS-AG-COUNT = ZERO
               GO TO 150-EXIT
           END-IF
           DISPLAY WS-AG-COUNT " COLLECTION AGENCY PAYMENTS ON FILE "
               "- POST THEM NOW? (Y/N): "
           ACCEPT WS-POST-ANSWER
           IF NOT POST-YES
               GO TO 150-EXIT
           END-IF
           PERFORM 160-APPLY-AGENCY-PAYMENT THRU 160-EXIT
               VARYING WS-AG-SUB FROM 1 BY 1
               UNTIL WS-AG-SUB > WS-AG-COUNT
           DISPLAY "AGENCY PAYMENTS APPLIED - " WS-AG-APPLIED-COUNT
               " APPLIED, TOTAL " WS-AGENCY-TOTAL.
       150-EXIT.
           EXIT.
      ***************************************************************
      *   Apply one agency payment to the patron's open charges in
      *   the order they were assessed.  A charge the payment only
      *   partly covers is split: the covered part becomes a paid
      *   row of its own at the end of the file and the charge stays
      *   open for the rest.  The amount left over stays on the
      *   agency row.
      ***************************************************************
       160-APPLY-AGENCY-PAYMENT.
           MOVE WS-AG-REC (WS-AG-SUB) TO AGENCY-PAYMENT-REC
           MOVE CP-PATRON-ID TO PM-PATRON-ID
           READ PATRON-MASTER-FILE
               INVALID KEY
                   DISPLAY "AGENCY PAYMENT " CP-AGENCY-REF
                       " - PATRON " CP-PATRON-ID " NOT ON FILE"
                   GO TO 160-EXIT
           END-READ
           MOVE CP-AMOUNT TO WS-PAY-LEFT
           PERFORM VARYING WS-CHG-SUB FROM 1 BY 1
                   UNTIL WS-CHG-SUB > WS-CHG-COUNT
                   OR WS-PAY-LEFT = ZERO
               MOVE WS-CHG-REC (WS-CHG-SUB) TO PATRON-CHARGES-REC
               IF PC-PATRON-ID = CP-PATRON-ID AND PC-OPEN
                   IF PC-AMOUNT NOT > WS-PAY-LEFT
                       SUBTRACT PC-AMOUNT FROM WS-PAY-LEFT
                       PERFORM 170-MARK-AGENCY-PAID THRU 170-EXIT
                       MOVE PATRON-CHARGES-REC
                           TO WS-CHG-REC (WS-CHG-SUB)
                   ELSE
                       IF WS-CHG-COUNT < 2000
                           SUBTRACT WS-PAY-LEFT FROM PC-AMOUNT
                           MOVE PATRON-CHARGES-REC
                               TO WS-CHG-REC (WS-CHG-SUB)
                           MOVE WS-PAY-LEFT TO PC-AMOUNT
                           MOVE ZERO TO WS-PAY-LEFT
                           PERFORM 170-MARK-AGENCY-PAID THRU 170-EXIT
                           ADD 1 TO WS-CHG-COUNT
                           MOVE PATRON-CHARGES-REC
                               TO WS-CHG-REC (WS-CHG-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-APPLIED-AMOUNT = CP-AMOUNT - WS-PAY-LEFT
           IF WS-APPLIED-AMOUNT > ZERO
               ADD WS-APPLIED-AMOUNT TO WS-COLLECTED-TOTAL
               ADD WS-APPLIED-AMOUNT TO WS-AGENCY-TOTAL
               ADD 1 TO WS-AG-APPLIED-COUNT
           END-IF
           IF WS-PAY-LEFT > ZERO
               DISPLAY "AGENCY PAYMENT " CP-AGENCY-REF " - "
                   WS-PAY-LEFT " MORE THAN PATRON " CP-PATRON-ID
                   " OWES - LEFT ON THE AGENCY FILE"
           END-IF
           MOVE WS-PAY-LEFT TO CP-AMOUNT
           MOVE AGENCY-PAYMENT-REC TO WS-AG-REC (WS-AG-SUB).
       160-EXIT.
           EXIT.
      ***************************************************************
      *   Stamp the charge row in hand as paid through the agency.
      ***************************************************************
       170-MARK-AGENCY-PAID.
           MOVE "P" TO PC-STATUS
           MOVE "PAID VIA AGENCY" TO PC-REASON
           MOVE WS-OPERATOR-ID TO PC-OPERATOR-ID
           MOVE CP-PAID-DATE TO PC-SETTLED-DATE.
       170-EXIT.
           EXIT.
      ***************************************************************
      *   Find the drawer this operator has open on the register
      *   they name.  Payments go into that drawer session; with
      *   none open they cannot be taken.
      ***************************************************************
       180-FIND-DRAWER.
           MOVE SPACES TO WS-REGISTER-ID
           DISPLAY "REGISTER ID (ENTER IF NOT TAKING PAYMENTS): "
           ACCEPT WS-REGISTER-ID
           IF WS-REGISTER-ID = SPACES
               DISPLAY "NO REGISTER - CHARGES MAY BE WAIVED ONLY"
               GO TO 180-EXIT
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT DRAWER-SESSION-FILE
           MOVE WS-REGISTER-ID TO DS-REGISTER-ID
           MOVE LOW-VALUES TO DS-OPENED-TS
           START DRAWER-SESSION-FILE KEY IS NOT LESS THAN DS-SESSION-KEY
               INVALID KEY MOVE 'Y' TO WS-END-OF-FILE
           END-START
           PERFORM UNTIL EOF OR DRAWER-OPEN
               READ DRAWER-SESSION-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-FILE
               END-READ
               IF NOT EOF
                   IF DS-REGISTER-ID NOT = WS-REGISTER-ID
                       MOVE 'Y' TO WS-END-OF-FILE
                   ELSE
                       IF DS-OPEN AND DS-OPENED-BY = WS-OPERATOR-ID
                           MOVE 'Y' TO WS-DRAWER-OPEN
                           MOVE DS-SESSION-KEY TO WS-DRAWER-KEY
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE DRAWER-SESSION-FILE
           MOVE 'N' TO WS-END-OF-FILE
           IF DRAWER-OPEN
               OPEN EXTEND DRAWER-PAYMENT-FILE
               DISPLAY "PAYMENTS GO TO YOUR DRAWER ON REGISTER "
                   WS-REGISTER-ID
           ELSE
               DISPLAY "NO DRAWER OPEN FOR YOU ON REGISTER "
                   WS-REGISTER-ID " - OPEN ONE AT DRAWERCTL TO TAKE "
                   "PAYMENTS; CHARGES MAY BE WAIVED ONLY"
           END-IF.
       180-EXIT.
           EXIT.
      ***************************************************************
      *   Work one patron: each open charge is shown and settled -
      *   paid, waived with a reason, or left open.
      ***************************************************************
               " AMOUNT " PC-AMOUNT " TYPE " PC-CHARGE-TYPE
           DISPLAY "P = TAKE PAYMENT, W = WAIVE, OTHER = SKIP: "
           ACCEPT WS-ACTION
           IF ACTION-PAY AND NOT DRAWER-OPEN
               DISPLAY "NO DRAWER OPEN - PAYMENT NOT TAKEN"
               GO TO 300-EXIT
           END-IF
           IF ACTION-PAY
               PERFORM 320-TAKE-TENDER THRU 320-EXIT
               IF NOT TENDER-CASH AND NOT TENDER-CHECK
                   DISPLAY "PAYMENT NOT TAKEN"
                   GO TO 300-EXIT
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN ACTION-PAY
                   MOVE "P" TO PC-STATUS
                   MOVE "PAID AT DESK" TO PC-REASON
                   MOVE WS-OPERATOR-ID TO PC-OPERATOR-ID
                   MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
                   MOVE WS-TIMESTAMP (1:8) TO PC-SETTLED-DATE
                   ADD PC-AMOUNT TO WS-COLLECTED-TOTAL
                   MOVE PATRON-CHARGES-REC
                       TO WS-CHG-REC (WS-CHG-SUB)
                   PERFORM 340-LOG-DRAWER-PAYMENT THRU 340-EXIT
                   DISPLAY "PAYMENT TAKEN"
               WHEN ACTION-WAIVE
                   DISPLAY "WAIVE REASON: "
                   MOVE "W" TO PC-STATUS
                   MOVE WS-WAIVE-REASON TO PC-REASON
                   MOVE WS-OPERATOR-ID TO PC-OPERATOR-ID
                   MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
                   MOVE WS-TIMESTAMP (1:8) TO PC-SETTLED-DATE
                   MOVE PATRON-CHARGES-REC
                       TO WS-CHG-REC (WS-CHG-SUB)
                   DISPLAY "CHARGE WAIVED"
       300-EXIT.
           EXIT.
      ***************************************************************
      *   Cash or check - a check also gives its number.
      ***************************************************************
       320-TAKE-TENDER.
           MOVE SPACE TO WS-TENDER
           MOVE SPACES TO WS-CHECK-NO
           DISPLAY "C = CASH, K = CHECK: "
           ACCEPT WS-TENDER
           IF TENDER-CHECK
               DISPLAY "CHECK NUMBER: "
               ACCEPT WS-CHECK-NO
           END-IF.
       320-EXIT.
           EXIT.
      ***************************************************************
      *   Log the payment against the drawer session it went into.
      ***************************************************************
       340-LOG-DRAWER-PAYMENT.
           MOVE SPACES TO DRAWER-PAYMENT-REC
           MOVE WS-DRAWER-KEY TO DP-SESSION-KEY
           MOVE WS-OPERATOR-ID TO DP-OPERATOR-ID
           MOVE WS-TIMESTAMP (1:14) TO DP-PAID-TS
           MOVE PC-PATRON-ID TO DP-PATRON-ID
           MOVE PC-ISBN TO DP-ISBN
           MOVE PC-CHARGE-DATE TO DP-CHARGE-DATE
           MOVE PC-AMOUNT TO DP-AMOUNT
           IF TENDER-CHECK
               MOVE "K" TO DP-TENDER
               MOVE WS-CHECK-NO TO DP-CHECK-NO
           ELSE
               MOVE "C" TO DP-TENDER
           END-IF
           WRITE DRAWER-PAYMENT-REC.
       340-EXIT.
           EXIT.
      ***************************************************************
      *   Write the charges file back with the settled rows.
      ***************************************************************
       600-REWRITE-CHARGES.
       600-EXIT.
           EXIT.
      ***************************************************************
      *   Write the agency file back with only what could not be
      *   applied this session.
      ***************************************************************
       620-REWRITE-AGENCY-PAYMENTS.
           OPEN OUTPUT AGENCY-PAYMENT-FILE
           PERFORM VARYING WS-AG-SUB FROM 1 BY 1
                   UNTIL WS-AG-SUB > WS-AG-COUNT
               MOVE WS-AG-REC (WS-AG-SUB) TO AGENCY-PAYMENT-REC
               IF CP-AMOUNT > ZERO
                   WRITE AGENCY-PAYMENT-REC
               END-IF
           END-PERFORM
           CLOSE AGENCY-PAYMENT-FILE.
       620-EXIT.
           EXIT.
      ***************************************************************
      *   Log the agency's remittance as a deposit of its own, under
      *   AG and the date and time, for the bank reconciliation to
      *   match against the statement.  The desk's takings are in
      *   the drawer and are deposited at DRAWERCTL close-out.
      ***************************************************************
       650-RECORD-DEPOSIT.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN EXTEND FINE-DEPOSIT-FILE
           IF WS-AGENCY-TOTAL NOT = ZERO
               MOVE SPACES TO FINE-DEPOSIT-REC
               STRING "AG" WS-TIMESTAMP (3:12)
                   DELIMITED BY SIZE INTO FD-DEPOSIT-REF
               MOVE WS-TIMESTAMP (1:8) TO FD-DEPOSIT-DATE
               MOVE WS-AGENCY-TOTAL TO FD-AMOUNT
               MOVE WS-OPERATOR-ID TO FD-OPERATOR-ID
               WRITE FINE-DEPOSIT-REC
           END-IF
           CLOSE FINE-DEPOSIT-FILE.
       650-EXIT.
           EXIT.
      ***************************************************************
      *   Post the session's collected money to the designated
      *   income account (income is a credit, a decrease as this
      *   system stores balances) and to the cash account it is
      *   deposited into (a debit, an increase), one "U"
      *   transaction per account merged into COATRANSFILE.DAT.
      ***************************************************************
       700-POST-COLLECTED.
           IF WS-INCOME-ACCT = ZERO
                   "LEDGER POSTING SKIPPED"
               GO TO 700-EXIT
           END-IF
           MOVE ZERO TO WS-PT-COUNT
           OPEN INPUT CGL-COA-MASTER-FILE
           MOVE 'N' TO WS-ACCT-FOUND
           MOVE WS-INCOME-ACCT TO CGLC-MSTR-NO
           READ CGL-COA-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-ACCT-FOUND
           END-READ
           IF NOT ACCT-FOUND
               DISPLAY "INCOME ACCOUNT " WS-INCOME-ACCT
                   " NOT ON THE COA MASTER - POSTING SKIPPED"
               CLOSE CGL-COA-MASTER-FILE
               GO TO 700-EXIT
           END-IF
           ADD 1 TO WS-PT-COUNT
           MOVE WS-INCOME-ACCT TO WS-PT-NO (WS-PT-COUNT)
           MOVE CGLC-MSTR-BEG-BALANCE
               TO WS-PT-BEG-BALANCE (WS-PT-COUNT)
           COMPUTE WS-PT-CUR-BALANCE (WS-PT-COUNT) =
               CGLC-MSTR-CUR-BALANCE - WS-COLLECTED-TOTAL
           MOVE CGLC-MSTR-ACCT-ACTIVE
               TO WS-PT-ACCT-ACTIVE (WS-PT-COUNT)
           MOVE CGLC-MSTR-ACCT-TYPE TO WS-PT-ACCT-TYPE (WS-PT-COUNT)
           MOVE CGLC-MSTR-DESCRIPTION
               TO WS-PT-DESCRIPTION (WS-PT-COUNT)
           MOVE 'N' TO WS-ACCT-FOUND
           MOVE WS-CASH-ACCT TO CGLC-MSTR-NO
           READ CGL-COA-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-ACCT-FOUND
           END-READ
           CLOSE CGL-COA-MASTER-FILE
           IF NOT ACCT-FOUND
               DISPLAY "CASH ACCOUNT " WS-CASH-ACCT
                   " NOT ON THE COA MASTER - POSTING SKIPPED"
               GO TO 700-EXIT
           END-IF
           ADD 1 TO WS-PT-COUNT
           MOVE WS-CASH-ACCT TO WS-PT-NO (WS-PT-COUNT)
           MOVE CGLC-MSTR-BEG-BALANCE
               TO WS-PT-BEG-BALANCE (WS-PT-COUNT)
           COMPUTE WS-PT-CUR-BALANCE (WS-PT-COUNT) =
               CGLC-MSTR-CUR-BALANCE + WS-COLLECTED-TOTAL
           MOVE CGLC-MSTR-ACCT-ACTIVE
               TO WS-PT-ACCT-ACTIVE (WS-PT-COUNT)
           MOVE CGLC-MSTR-ACCT-TYPE TO WS-PT-ACCT-TYPE (WS-PT-COUNT)
           MOVE CGLC-MSTR-DESCRIPTION
               TO WS-PT-DESCRIPTION (WS-PT-COUNT)
      *    THE MERGED RECORDS GO ON IN ACCOUNT-NUMBER ORDER.
           IF WS-PT-NO (2) < WS-PT-NO (1)
               MOVE WS-PENDING-TRANS (1) TO WS-PT-HOLD
               MOVE WS-PENDING-TRANS (2) TO WS-PENDING-TRANS (1)
               MOVE WS-PT-HOLD TO WS-PENDING-TRANS (2)
           END-IF
           PERFORM 710-COPY-BODY-TO-WORK THRU 710-EXIT
           IF CTL-RECORD-OK
               PERFORM 720-REWRITE-TRANS-FILE THRU 720-EXIT
           EXIT.
      ***************************************************************
      *   Rewrite COATRANSFILE.DAT: the updated control record, the
      *   records copied off in 710, then the income and cash
      *   transactions.
      ***************************************************************
       720-REWRITE-TRANS-FILE.
           ADD WS-PT-COUNT TO WS-NEW-CTL-COUNT
           PERFORM VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > WS-PT-COUNT
               ADD WS-PT-NO (WS-PT-SUB) TO WS-NEW-CTL-HASH
           END-PERFORM
           OPEN OUTPUT CGL-COA-TRANS-FILE
           MOVE SPACES TO CGLC-CTL-REC
           MOVE "CTL1" TO CGLC-CTL-ID
               END-READ
           END-PERFORM
           CLOSE CGLC-TRANS-WORK-FILE
           PERFORM VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > WS-PT-COUNT
               MOVE WS-PT-NO (WS-PT-SUB) TO CGLC-TRANS-NO
               MOVE WS-PT-BEG-BALANCE (WS-PT-SUB)
                   TO CGLC-TRANS-BEG-BALANCE
               MOVE WS-PT-CUR-BALANCE (WS-PT-SUB)
                   TO CGLC-TRANS-CUR-BALANCE
               MOVE WS-PT-ACCT-ACTIVE (WS-PT-SUB)
                   TO CGLC-TRANS-ACCT-ACTIVE
               MOVE WS-PT-ACCT-TYPE (WS-PT-SUB)
                   TO CGLC-TRANS-ACCT-TYPE
               MOVE WS-PT-DESCRIPTION (WS-PT-SUB)
                   TO CGLC-TRANS-DESCRIPTION
               MOVE "U" TO CGLC-TRANS-TYPE
               MOVE ZERO TO CGLC-TRANS-EFF-DATE
               MOVE SPACES TO CGLC-TRANS-REASON-CODE
               WRITE CGLC-TRANS-REC
           END-PERFORM
           CLOSE CGL-COA-TRANS-FILE.
       720-EXIT.
           EXIT.
                           DISPLAY "PATRONCHARGES.DAT EXCEEDS THE "
                               "WORK TABLE - RUN REFUSED"
                           CLOSE PATRON-CHARGES-FILE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-CHG-COUNT
                       MOVE PATRON-CHARGES-REC
      *****************************************************************
       910-END-PROGRAM-RTN.
           CLOSE PATRON-MASTER-FILE.
           IF DRAWER-OPEN
               CLOSE DRAWER-PAYMENT-FILE
           END-IF.
       910-EXIT.
           EXIT.
