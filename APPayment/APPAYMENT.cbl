      * was already accrued when APINVENTRY generated the invoice's
      * journal entry.
      *
      * Credit memos VENDRETURN raises for copies sent back (status
      * C) are netted against the vendor's payment: once the due
      * invoices are paid, each open credit for a vendor paid this
      * run is applied up to what that vendor is being paid.  A
      * credit used in full is marked applied (status A, so the
      * year-end 1099 run does not count it as a payment); one
      * larger than the payment is reduced and left open for the
      * next run.  The register shows the credit as its own line,
      * and the applied amount comes back off the cash leaving and
      * the payable relieved.  A credit for a vendor with nothing
      * due waits.
      *
      * Early-payment discounts: an invoice paid on or before the
      * discount date its vendor's terms gave it is paid less the
      * discount, and the discount is credited to the discounts-
      * earned income account named on APDISCPOL.DAT (with no account
      * there no discount is taken).  Keying the date of the next
      * payment run also pays, ahead of their due dates, the open
      * invoices whose discount would lapse before that run.  The
      * register shows each discount as its own line.
      *
      * An invoice APINVENTRY put on match hold (status H) is not
      * paid, whatever its due date, until a supervisor releases it
      * through APMATCHREL; the run counts the held invoices it
      * passed by.
      *
      * Checks: once the credits are netted, one check is cut per
      * vendor paid for what the vendor is owed after them, numbered
      * off the payables check control (APCHECKCTL.DAT - its own
      * series, starting at 500001, so no AP check shares a number
      * with a payroll check on the one bank account).  The print
      * file carries each check with the vendor's remit address and
      * a remittance stub line per invoice and credit memo it
      * settles.  Every check goes on the permanent AP check
      * register, where APCHECKVOID voids and reissues it, and every
      * stub line on the check detail file, which is how a check
      * number leads back to the invoices it paid.  The payment
      * register ends with a line per check.  A vendor whose credits
      * cover the whole payment gets no check; its stub lines are
      * kept under check number zero.  POSPAYEXP sends the new checks
      * to the bank once the run is done.
      *
      *   File   :  C:\COBOL\APOPENFILE.DAT
      *             C:\COBOL\APCHECKCTL.DAT
      *   Input  :  C:\COBOL\VENDMASTER.DAT
      *             C:\COBOL\APDISCPOL.DAT
      *             J:\CS3530\COAFILEMASTER.DAT
      *   Output :  C:\COBOL\APPAYMENTRPT.DAT
      *             C:\COBOL\APCHECKPRINT.DAT
      *             C:\COBOL\APCHECKREG.DAT (extended)
      *             C:\COBOL\APCHECKDTL.DAT (extended)
      *             J:\CS3530\COATRANSFILE.DAT (merged in, not
      *             replaced)
      *****************************************************************
           SELECT PAYMENT-REPORT-FILE
                 ASSIGN TO UT-SYS-PAYMENT-REPORT-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
      *    OPTIONAL - WITH NO POLICY ON FILE NO DISCOUNT IS TAKEN.
           SELECT OPTIONAL AP-DISC-POLICY-FILE
                 ASSIGN TO UT-SYS-AP-DISC-POLICY-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AP-CHECK-CONTROL-FILE
                 ASSIGN TO UT-SYS-AP-CHECK-CONTROL-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AP-CHECK-PRINT-FILE
                 ASSIGN TO UT-SYS-AP-CHECK-PRINT-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AP-CHECK-REGISTER-FILE
                 ASSIGN TO UT-SYS-AP-CHECK-REGISTER-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AP-CHECK-DETAIL-FILE
                 ASSIGN TO UT-SYS-AP-CHECK-DETAIL-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD AP-OPEN-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 87 CHARACTERS.
       01 AP-OPEN-REC.
          05  AP-INV-KEY.
              10  AP-VENDOR-NO                     PIC 9(5).
          05  AP-STATUS                            PIC X.
              88  AP-OPEN                   VALUE "O".
              88  AP-PAID                   VALUE "P".
              88  AP-CREDIT-OPEN            VALUE "C".
              88  AP-MATCH-HOLD             VALUE "H".
              88  AP-CREDIT-APPLIED         VALUE "A".
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

       FD CGL-COA-MASTER-FILE
          LABEL RECORDS ARE STANDARD
          05  PY-DUE-DATE                          PIC 9(8).
          05  FILLER                               PIC X.
          05  PY-AMOUNT                            PIC ZZZZZZ9.99.
          05  FILLER                               PIC X.
          05  PY-NOTE                              PIC X(11).

      *    THE INCOME ACCOUNT EARLY-PAYMENT DISCOUNTS ARE CREDITED TO.
       FD AP-DISC-POLICY-FILE
          RECORD CONTAINS 4 CHARACTERS.
       01 AP-DISC-POLICY-REC.
          05  DPL-DISC-EARNED-ACCT                 PIC 9(4).

      *    NEXT-CHECK-NUMBER CONTROL FOR PAYABLES CHECKS - ONE
      *    RECORD, ADVANCED AS EACH RUN AND EACH REISSUE CUTS CHECKS.
       FD AP-CHECK-CONTROL-FILE
          RECORD CONTAINS 8 CHARACTERS.
       01 AP-CHECK-CONTROL-REC.
          05  AK-NEXT-CHECK-NO                     PIC 9(8).

      *    THE CHECKS TO PRINT.  RECORD TYPE: C THE CHECK - PAYEE,
      *    AMOUNT IN FIGURES AND IN WORDS; A THE REMIT ADDRESS; S ONE
      *    REMITTANCE STUB LINE.  EVERY RECORD CARRIES ITS CHECK
      *    NUMBER.
       FD AP-CHECK-PRINT-FILE
          RECORD CONTAINS 150 CHARACTERS.
       01 AP-CHECK-PRINT-REC.
          05  AK-REC-TYPE                          PIC X.
          05  AK-CHECK-NO                          PIC 9(8).
          05  FILLER                               PIC X.
          05  AK-DATE                              PIC 9(8).
          05  FILLER                               PIC X.
          05  AK-VENDOR-NO                         PIC 9(5).
          05  FILLER                               PIC X.
          05  AK-PAYEE                             PIC X(30).
          05  FILLER                               PIC X.
          05  AK-AMOUNT                            PIC ZZZZZZ9.99.
          05  FILLER                               PIC X.
          05  AK-AMOUNT-WORDS                      PIC X(72).
          05  FILLER                               PIC X(11).
       01 AP-CHECK-ADDRESS-REC.
          05  AKA-REC-TYPE                         PIC X.
          05  AKA-CHECK-NO                         PIC 9(8).
          05  FILLER                               PIC X.
          05  AKA-ADDRESS                          PIC X(30).
          05  FILLER                               PIC X.
          05  AKA-CITY-ST-ZIP                      PIC X(30).
          05  FILLER                               PIC X(79).
       01 AP-CHECK-STUB-REC.
          05  AKS-REC-TYPE                         PIC X.
          05  AKS-CHECK-NO                         PIC 9(8).
          05  FILLER                               PIC X.
          05  AKS-INVOICE-NO                       PIC X(10).
          05  FILLER                               PIC X.
          05  AKS-INV-DATE                         PIC 9(8).
          05  FILLER                               PIC X.
          05  AKS-GROSS                            PIC -(7)9.99.
          05  FILLER                               PIC X.
          05  AKS-DISCOUNT                         PIC ZZZZZZ9.99.
          05  FILLER                               PIC X.
          05  AKS-NET                              PIC -(7)9.99.
          05  FILLER                               PIC X.
          05  AKS-NOTE                             PIC X(11).
          05  FILLER                               PIC X(74).

      *    PERMANENT AP CHECK REGISTER, ONLY EVER EXTENDED HERE -
      *    APCHECKVOID MARKS A CHECK VOID, THE BANK RECONCILIATION
      *    MATCHES CASHED CHECKS BACK TO IT, AND POSPAYEXP SENDS IT
      *    TO THE BANK.
       FD AP-CHECK-REGISTER-FILE
          RECORD CONTAINS 80 CHARACTERS.
       01 AP-CHECK-REGISTER-REC.
          05  AC-CHECK-NO                          PIC 9(8).
          05  AC-VENDOR-NO                         PIC 9(5).
          05  AC-DATE                              PIC 9(8).
          05  AC-AMOUNT                            PIC 9(7)V99.
          05  AC-STATUS                            PIC X.
              88  AC-ISSUED                 VALUE "I".
              88  AC-VOID                   VALUE "V".
          05  AC-VOID-REASON                       PIC X(20).
          05  AC-OPERATOR-ID                       PIC X(8).
          05  AC-VOID-DATE                         PIC 9(8).
          05  FILLER                               PIC X(13).

      *    ONE ROW PER INVOICE (I) OR CREDIT MEMO (C) A CHECK
      *    SETTLED - THE LINK FROM A CHECK NUMBER BACK TO WHAT IT
      *    PAID.  A REISSUE REPEATS THE ROWS UNDER ITS NEW NUMBER.
       FD AP-CHECK-DETAIL-FILE
          RECORD CONTAINS 60 CHARACTERS.
       01 AP-CHECK-DETAIL-REC.
          05  AD-CHECK-NO                          PIC 9(8).
          05  AD-VENDOR-NO                         PIC 9(5).
          05  AD-INVOICE-NO                        PIC X(10).
          05  AD-LINE-TYPE                         PIC X.
              88  AD-INVOICE                VALUE "I".
              88  AD-CREDIT                 VALUE "C".
          05  AD-GROSS                             PIC 9(7)V99.
          05  AD-DISCOUNT                          PIC 9(7)V99.
          05  AD-NET                               PIC 9(7)V99.
          05  AD-INV-DATE                          PIC 9(8).
          05  FILLER                               PIC X.

       WORKING-STORAGE SECTION.
      *    PARAMETER AREA FOR THE SHARED SIGN-ON SUBPROGRAM - SEE
                                   VALUE "J:\CS3530\COATRANSWORK.DAT".
           05  UT-SYS-PAYMENT-REPORT-FILE          PIC X(50)
                                   VALUE "C:\COBOL\APPAYMENTRPT.DAT".
           05  UT-SYS-AP-DISC-POLICY-FILE          PIC X(50)
                                   VALUE "C:\COBOL\APDISCPOL.DAT".
           05  UT-SYS-AP-CHECK-CONTROL-FILE        PIC X(50)
                                   VALUE "C:\COBOL\APCHECKCTL.DAT".
           05  UT-SYS-AP-CHECK-PRINT-FILE          PIC X(50)
                                   VALUE "C:\COBOL\APCHECKPRINT.DAT".
           05  UT-SYS-AP-CHECK-REGISTER-FILE       PIC X(50)
                                   VALUE "C:\COBOL\APCHECKREG.DAT".
           05  UT-SYS-AP-CHECK-DETAIL-FILE         PIC X(50)
                                   VALUE "C:\COBOL\APCHECKDTL.DAT".
       01  WS-OPERATOR-ID                          PIC X(8).
       01  WS-SIGNON-AREA.
           05  WS-AUTH-LEVEL                       PIC 9
       01  WS-TIMESTAMP                            PIC X(21).
       01  WS-TODAY-DATE                           PIC 9(8).
       01  WS-PAY-THROUGH-DATE                     PIC 9(8).
      *    ZERO UNLESS EARLY PAYMENT FOR DISCOUNT WAS ASKED FOR.
       01  WS-NEXT-RUN-DATE                        PIC 9(8).
      *    DISCOUNTS-EARNED INCOME ACCOUNT OFF APDISCPOL.DAT - ZERO
      *    MEANS NO DISCOUNT IS TAKEN.
       01  WS-DISC-ACCT                            PIC 9(4)
                                            VALUE ZERO.
       01  WS-DISC-WORK.
           05  WS-DISC-THIS                        PIC 9(7)V99.
           05  WS-NET-PAID                         PIC 9(7)V99.
      *    DESIGNATED CASH ACCOUNT THE PAYMENTS COME OUT OF - THE
      *    SAME ACCOUNT PAYROLL'S NET PAY DRAWS ON.
       01  WS-CASH-ACCT                            PIC 9(4)
                                            VALUE ZERO.
           05  WS-PAID-TOTAL                       PIC S9(9)V99
                                            VALUE ZERO.
           05  WS-CREDIT-COUNT                     PIC 9(5)
                                            VALUE ZERO.
           05  WS-CREDIT-TOTAL                     PIC 9(9)V99
                                            VALUE ZERO.
           05  WS-HELD-COUNT                       PIC 9(5)
                                            VALUE ZERO.
           05  WS-DISC-COUNT                       PIC 9(5)
                                            VALUE ZERO.
           05  WS-DISC-TOTAL                       PIC 9(9)V99
                                            VALUE ZERO.
           05  WS-CHECK-COUNT                      PIC 9(5)
                                            VALUE ZERO.
           05  WS-CHECK-TOTAL                      PIC 9(9)V99
                                            VALUE ZERO.
      *    PAYABLES CHECKS HAVE THEIR OWN NUMBER SERIES - THIS IS
      *    WHERE IT STARTS WHEN APCHECKCTL.DAT IS NOT YET ON FILE.
       01  WS-NEXT-CHECK-NO                        PIC 9(8)
                                            VALUE 500001.
       01  WS-THIS-CHECK-NO                        PIC 9(8).
      *    ONE ENTRY PER VENDOR PAID THIS RUN, WITH THE PART OF ITS
      *    PAYMENT NOT YET OFFSET BY A CREDIT MEMO - WHAT ITS CHECK
      *    IS CUT FOR ONCE THE CREDITS ARE APPLIED.
       01  WS-VENDOR-PAID-TABLE.
           05  WS-VP-COUNT                         PIC 9(3)
                                            VALUE ZERO.
           05  WS-VP-ENTRY OCCURS 500 TIMES.
               10  WS-VP-VENDOR-NO                 PIC 9(5).
               10  WS-VP-REMAINING                 PIC 9(9)V99.
       01  WS-VP-SUB                               PIC 9(3).
       01  WS-VP-FOUND-SUB                         PIC 9(3).
       01  WS-CREDIT-APPLIED                       PIC 9(7)V99.
      *    ONE ENTRY PER INVOICE PAID AND CREDIT MEMO APPLIED THIS
      *    RUN - THE REMITTANCE STUB LINES FOR THE CHECKS.
       01  WS-STUB-TABLE.
           05  WS-ST-COUNT                         PIC 9(4)
                                            VALUE ZERO.
           05  WS-ST-ENTRY OCCURS 3000 TIMES.
               10  WS-ST-VENDOR-NO                 PIC 9(5).
               10  WS-ST-INVOICE-NO                PIC X(10).
               10  WS-ST-INV-DATE                  PIC 9(8).
               10  WS-ST-TYPE                      PIC X.
               10  WS-ST-GROSS                     PIC 9(7)V99.
               10  WS-ST-DISCOUNT                  PIC 9(7)V99.
               10  WS-ST-NET                       PIC 9(7)V99.
       01  WS-ST-SUB                               PIC 9(4).
      *    AMOUNT-IN-WORDS WORK AREA - THE SPELLING PAYROLL'S
      *    388-AMOUNT-IN-WORDS USES, CARRIED ON INTO THE MILLIONS.
       01  WS-WORDS-AREA.
           05  WS-WORDS-AMOUNT                     PIC 9(7)V99.
           05  WS-WORDS-DOLLARS                    PIC 9(7).
           05  WS-WORDS-CENTS                      PIC 99.
           05  WS-WORDS-MILLIONS                   PIC 9.
           05  WS-WORDS-THOUSANDS                  PIC 9(3).
           05  WS-WORDS-REMAINDER                  PIC 9(6).
           05  WS-WORDS-HUNDREDS                   PIC 9(3).
           05  WS-WORDS-TEXT                       PIC X(72).
           05  WS-GROUP-VALUE                      PIC 9(3).
           05  WS-GROUP-TEXT                       PIC X(34).
           05  WS-GROUP-HUNDREDS                   PIC 9.
           05  WS-GROUP-TENS-UNITS                 PIC 99.
           05  WS-GROUP-TENS                       PIC 9.
           05  WS-GROUP-UNITS                      PIC 9.
           05  WS-ONES-TABLE.
               10 PIC X(9) VALUE "ONE".
               10 PIC X(9) VALUE "TWO".
               10 PIC X(9) VALUE "THREE".
               10 PIC X(9) VALUE "FOUR".
               10 PIC X(9) VALUE "FIVE".
               10 PIC X(9) VALUE "SIX".
               10 PIC X(9) VALUE "SEVEN".
               10 PIC X(9) VALUE "EIGHT".
               10 PIC X(9) VALUE "NINE".
               10 PIC X(9) VALUE "TEN".
               10 PIC X(9) VALUE "ELEVEN".
               10 PIC X(9) VALUE "TWELVE".
               10 PIC X(9) VALUE "THIRTEEN".
               10 PIC X(9) VALUE "FOURTEEN".
               10 PIC X(9) VALUE "FIFTEEN".
               10 PIC X(9) VALUE "SIXTEEN".
               10 PIC X(9) VALUE "SEVENTEEN".
               10 PIC X(9) VALUE "EIGHTEEN".
               10 PIC X(9) VALUE "NINETEEN".
           05  WS-ONES-TABLE-R REDEFINES WS-ONES-TABLE.
               10  WS-ONES-WORD OCCURS 19 TIMES   PIC X(9).
           05  WS-TENS-TABLE.
               10 PIC X(9) VALUE "TWENTY".
               10 PIC X(9) VALUE "THIRTY".
               10 PIC X(9) VALUE "FORTY".
               10 PIC X(9) VALUE "FIFTY".
               10 PIC X(9) VALUE "SIXTY".
               10 PIC X(9) VALUE "SEVENTY".
               10 PIC X(9) VALUE "EIGHTY".
               10 PIC X(9) VALUE "NINETY".
           05  WS-TENS-TABLE-R REDEFINES WS-TENS-TABLE.
               10  WS-TENS-WORD OCCURS 8 TIMES    PIC X(9).
      *    ONE ENTRY PER GL ACCOUNT TOUCHED THIS RUN - EACH VENDOR'S
      *    PAYABLE ACCOUNT PICKS UP THE DEBIT THAT RELIEVES IT AND
      *    THE CASH ACCOUNT THE OFFSETTING CREDIT.
           END-IF
           PERFORM 900-INITIALIZATION THRU 900-EXIT.
           PERFORM 200-PAY-DUE-INVOICES THRU 200-EXIT.
           IF WS-VP-COUNT > ZERO
               PERFORM 250-APPLY-CREDITS THRU 250-EXIT
               PERFORM 400-PRINT-CHECKS THRU 400-EXIT
           END-IF.
           PERFORM 910-END-PROGRAM-RTN THRU 910-EXIT.
           IF WS-PAID-COUNT > ZERO
               PERFORM 500-BUILD-POSTINGS THRU 500-EXIT
           END-IF.
           DISPLAY "PAYMENT RUN COMPLETE - " WS-PAID-COUNT
               " INVOICES PAID, TOTAL " WS-PAID-TOTAL.
           IF WS-CREDIT-COUNT > ZERO
               DISPLAY "NET OF " WS-CREDIT-COUNT
                   " CREDIT MEMOS APPLIED, TOTAL " WS-CREDIT-TOTAL
           END-IF.
           IF WS-DISC-COUNT > ZERO
               DISPLAY "NET OF " WS-DISC-COUNT
                   " EARLY-PAYMENT DISCOUNTS TAKEN, TOTAL "
                   WS-DISC-TOTAL
           END-IF.
           IF WS-HELD-COUNT > ZERO
               DISPLAY WS-HELD-COUNT
                   " INVOICES ON MATCH HOLD WERE NOT PAID"
           END-IF.
           IF WS-CHECK-COUNT > ZERO
               DISPLAY WS-CHECK-COUNT " CHECKS PRINTED, TOTAL "
                   WS-CHECK-TOTAL " - RUN POSPAYEXP FOR THE BANK"
           END-IF.
           GOBACK.
      ***************************************************************
      *   Validate the operator against the central operator master.
      *   Walk the open-payables file: every open invoice due on or
      *   before the pay-through date is marked paid, put on the
      *   register, and folded into the per-account posting totals.
      *   With a next-run date keyed, an open invoice whose discount
      *   would lapse before that run is paid now as well.  Invoices
      *   on match hold are counted and passed by.
      ***************************************************************
       200-PAY-DUE-INVOICES.
           MOVE LOW-VALUES TO AP-INV-KEY
               END-READ
               IF NOT EOF
                   IF AP-OPEN
                       IF AP-DUE-DATE NOT > WS-PAY-THROUGH-DATE
                           PERFORM 300-PAY-ONE-INVOICE THRU 300-EXIT
                       ELSE
                           IF WS-NEXT-RUN-DATE > ZERO
                                   AND WS-DISC-ACCT > ZERO
                                   AND AP-DISC-AMT NUMERIC
                                   AND AP-DISC-AMT > ZERO
                                   AND AP-DISC-DATE NOT < WS-TODAY-DATE
                                   AND AP-DISC-DATE < WS-NEXT-RUN-DATE
                               PERFORM 300-PAY-ONE-INVOICE
                                   THRU 300-EXIT
                           END-IF
                       END-IF
                   END-IF
                   IF AP-MATCH-HOLD
                       ADD 1 TO WS-HELD-COUNT
                   END-IF
               END-IF
           END-PERFORM.
       200-EXIT.
           EXIT.
      ***************************************************************
      *   Second pass: net each open credit memo against its
      *   vendor's payment, if the vendor was paid this run.
      ***************************************************************
       250-APPLY-CREDITS.
           MOVE 'N' TO WS-END-OF-FILE
           MOVE LOW-VALUES TO AP-INV-KEY
           START AP-OPEN-FILE KEY IS NOT LESS THAN AP-INV-KEY
               INVALID KEY MOVE 'Y' TO WS-END-OF-FILE
           END-START
           PERFORM UNTIL EOF
               READ AP-OPEN-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-FILE
               END-READ
               IF NOT EOF
                   IF AP-CREDIT-OPEN
                       PERFORM 320-APPLY-ONE-CREDIT THRU 320-EXIT
                   END-IF
               END-IF
           END-PERFORM.
       250-EXIT.
           EXIT.
      ***************************************************************
      *   Pay one invoice: register line, mark it paid, and fold the
      *   payable debit and cash credit into the account totals.  Paid
      *   by its discount date, it is paid less the discount, and the
      *   discount is credited to discounts earned.
      ***************************************************************
       300-PAY-ONE-INVOICE.
           MOVE AP-VENDOR-NO TO VD-VENDOR-NO
                       " NOT ON FILE - INVOICE SKIPPED"
                   GO TO 300-EXIT
           END-READ
      *    EVERY INVOICE PAID NEEDS ITS VENDOR'S CHECK AND A STUB
      *    LINE - PAST THE END OF EITHER TABLE IT WAITS FOR THE NEXT
      *    RUN.
           PERFORM 360-FIND-VENDOR-PAID THRU 360-EXIT
           IF WS-VP-FOUND-SUB = ZERO OR WS-ST-COUNT = 3000
               DISPLAY "CHECK TABLES FULL - INVOICE " AP-INVOICE-NO
                   " LEFT FOR THE NEXT RUN"
               GO TO 300-EXIT
           END-IF
           MOVE SPACES TO PAYMENT-REPORT-REC
           MOVE AP-VENDOR-NO TO PY-VENDOR-NO
           MOVE VD-NAME TO PY-VENDOR-NAME
           MOVE AP-DUE-DATE TO PY-DUE-DATE
           MOVE AP-AMOUNT TO PY-AMOUNT
           WRITE PAYMENT-REPORT-REC
           MOVE ZERO TO WS-DISC-THIS
           IF WS-DISC-ACCT > ZERO AND AP-DISC-AMT NUMERIC
                   AND AP-DISC-AMT > ZERO
                   AND AP-DISC-AMT < AP-AMOUNT
                   AND WS-TODAY-DATE NOT > AP-DISC-DATE
               MOVE AP-DISC-AMT TO WS-DISC-THIS
               MOVE "DISC TAKEN" TO PY-NOTE
               MOVE WS-DISC-THIS TO PY-AMOUNT
               WRITE PAYMENT-REPORT-REC
               ADD 1 TO WS-DISC-COUNT
               ADD WS-DISC-THIS TO WS-DISC-TOTAL
           END-IF
           COMPUTE WS-NET-PAID = AP-AMOUNT - WS-DISC-THIS
           MOVE "P" TO AP-STATUS
           MOVE WS-TODAY-DATE TO AP-PAID-DATE
           MOVE WS-OPERATOR-ID TO AP-OPERATOR-ID
           MOVE WS-DISC-THIS TO AP-DISC-TAKEN
           REWRITE AP-OPEN-REC
               INVALID KEY
                   DISPLAY "ERROR REWRITING INVOICE " AP-INVOICE-NO
           END-REWRITE
           ADD 1 TO WS-PAID-COUNT
           ADD WS-NET-PAID TO WS-PAID-TOTAL
           ADD WS-NET-PAID TO WS-VP-REMAINING (WS-VP-FOUND-SUB)
           ADD 1 TO WS-ST-COUNT
           MOVE AP-VENDOR-NO TO WS-ST-VENDOR-NO (WS-ST-COUNT)
           MOVE AP-INVOICE-NO TO WS-ST-INVOICE-NO (WS-ST-COUNT)
           MOVE AP-INV-DATE TO WS-ST-INV-DATE (WS-ST-COUNT)
           MOVE "I" TO WS-ST-TYPE (WS-ST-COUNT)
           MOVE AP-AMOUNT TO WS-ST-GROSS (WS-ST-COUNT)
           MOVE WS-DISC-THIS TO WS-ST-DISCOUNT (WS-ST-COUNT)
           MOVE WS-NET-PAID TO WS-ST-NET (WS-ST-COUNT)
      *    THE PAYABLE SIDE - A DEBIT RELIEVING THE LIABILITY.
           MOVE VD-PAYABLE-ACCT TO WS-MERGE-ACCT-NO
           MOVE AP-AMOUNT TO WS-MERGE-AMOUNT
           PERFORM 350-MERGE-ACCT-CHANGE THRU 350-EXIT
      *    THE CASH SIDE - THE MONEY LEAVING.
           MOVE WS-CASH-ACCT TO WS-MERGE-ACCT-NO
           COMPUTE WS-MERGE-AMOUNT = ZERO - WS-NET-PAID
           PERFORM 350-MERGE-ACCT-CHANGE THRU 350-EXIT
      *    THE DISCOUNT EARNED - AN INCOME CREDIT.
           IF WS-DISC-THIS > ZERO
               MOVE WS-DISC-ACCT TO WS-MERGE-ACCT-NO
               COMPUTE WS-MERGE-AMOUNT = ZERO - WS-DISC-THIS
               PERFORM 350-MERGE-ACCT-CHANGE THRU 350-EXIT
           END-IF.
       300-EXIT.
           EXIT.
      ***************************************************************
      *   Apply one credit memo: as much of it as the vendor's
      *   remaining payment covers.  The ledger sides run opposite
      *   to a payment - less payable relieved, less cash leaving.
      ***************************************************************
       320-APPLY-ONE-CREDIT.
           MOVE ZERO TO WS-VP-FOUND-SUB
           PERFORM VARYING WS-VP-SUB FROM 1 BY 1
                   UNTIL WS-VP-SUB > WS-VP-COUNT
               IF WS-VP-VENDOR-NO (WS-VP-SUB) = AP-VENDOR-NO
                   MOVE WS-VP-SUB TO WS-VP-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-VP-FOUND-SUB = ZERO
               GO TO 320-EXIT
           END-IF
           IF WS-VP-REMAINING (WS-VP-FOUND-SUB) = ZERO
               GO TO 320-EXIT
           END-IF
      *    NO STUB LINE FOR IT, NO APPLYING IT - IT WAITS.
           IF WS-ST-COUNT = 3000
               GO TO 320-EXIT
           END-IF
           MOVE AP-VENDOR-NO TO VD-VENDOR-NO
           READ VENDOR-MASTER-FILE
               INVALID KEY
                   DISPLAY "VENDOR " AP-VENDOR-NO
                       " NOT ON FILE - CREDIT MEMO SKIPPED"
                   GO TO 320-EXIT
           END-READ
           IF AP-AMOUNT > WS-VP-REMAINING (WS-VP-FOUND-SUB)
               MOVE WS-VP-REMAINING (WS-VP-FOUND-SUB)
                   TO WS-CREDIT-APPLIED
           ELSE
               MOVE AP-AMOUNT TO WS-CREDIT-APPLIED
           END-IF
           SUBTRACT WS-CREDIT-APPLIED
               FROM WS-VP-REMAINING (WS-VP-FOUND-SUB)
           MOVE SPACES TO PAYMENT-REPORT-REC
           MOVE AP-VENDOR-NO TO PY-VENDOR-NO
           MOVE VD-NAME TO PY-VENDOR-NAME
           MOVE AP-INVOICE-NO TO PY-INVOICE-NO
           MOVE AP-DUE-DATE TO PY-DUE-DATE
           MOVE WS-CREDIT-APPLIED TO PY-AMOUNT
           MOVE "CR APPLIED" TO PY-NOTE
           WRITE PAYMENT-REPORT-REC
           ADD 1 TO WS-ST-COUNT
           MOVE AP-VENDOR-NO TO WS-ST-VENDOR-NO (WS-ST-COUNT)
           MOVE AP-INVOICE-NO TO WS-ST-INVOICE-NO (WS-ST-COUNT)
           MOVE AP-INV-DATE TO WS-ST-INV-DATE (WS-ST-COUNT)
           MOVE "C" TO WS-ST-TYPE (WS-ST-COUNT)
           MOVE WS-CREDIT-APPLIED TO WS-ST-GROSS (WS-ST-COUNT)
           MOVE ZERO TO WS-ST-DISCOUNT (WS-ST-COUNT)
           MOVE WS-CREDIT-APPLIED TO WS-ST-NET (WS-ST-COUNT)
           IF WS-CREDIT-APPLIED = AP-AMOUNT
               MOVE "A" TO AP-STATUS
               MOVE WS-TODAY-DATE TO AP-PAID-DATE
           ELSE
               SUBTRACT WS-CREDIT-APPLIED FROM AP-AMOUNT
           END-IF
           MOVE WS-OPERATOR-ID TO AP-OPERATOR-ID
           REWRITE AP-OPEN-REC
               INVALID KEY
                   DISPLAY "ERROR REWRITING CREDIT MEMO " AP-INVOICE-NO
           END-REWRITE
           ADD 1 TO WS-CREDIT-COUNT
           ADD WS-CREDIT-APPLIED TO WS-CREDIT-TOTAL
           SUBTRACT WS-CREDIT-APPLIED FROM WS-PAID-TOTAL
           MOVE VD-PAYABLE-ACCT TO WS-MERGE-ACCT-NO
           COMPUTE WS-MERGE-AMOUNT = ZERO - WS-CREDIT-APPLIED
           PERFORM 350-MERGE-ACCT-CHANGE THRU 350-EXIT
           MOVE WS-CASH-ACCT TO WS-MERGE-ACCT-NO
           MOVE WS-CREDIT-APPLIED TO WS-MERGE-AMOUNT
           PERFORM 350-MERGE-ACCT-CHANGE THRU 350-EXIT.
       320-EXIT.
           EXIT.
      ***************************************************************
      *   Find-or-add one account's net change in the totals table -
      *   two entries for one account would each post an absolute
      *   balance and the second would erase the first.
       350-EXIT.
           EXIT.
      ***************************************************************
      *   Find-or-add the vendor about to be paid.  WS-VP-FOUND-SUB
      *   is zero when the vendor is new and the table is full.
      ***************************************************************
       360-FIND-VENDOR-PAID.
           MOVE ZERO TO WS-VP-FOUND-SUB
           PERFORM VARYING WS-VP-SUB FROM 1 BY 1
                   UNTIL WS-VP-SUB > WS-VP-COUNT
               IF WS-VP-VENDOR-NO (WS-VP-SUB) = AP-VENDOR-NO
                   MOVE WS-VP-SUB TO WS-VP-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-VP-FOUND-SUB = ZERO
               IF WS-VP-COUNT = 500
                   GO TO 360-EXIT
               END-IF
               ADD 1 TO WS-VP-COUNT
               MOVE WS-VP-COUNT TO WS-VP-FOUND-SUB
               MOVE AP-VENDOR-NO TO WS-VP-VENDOR-NO (WS-VP-FOUND-SUB)
               MOVE ZERO TO WS-VP-REMAINING (WS-VP-FOUND-SUB)
           END-IF.
       360-EXIT.
           EXIT.
      ***************************************************************
      *   One check per vendor paid, numbered on from the check
      *   control, which is advanced past the last one cut.
      ***************************************************************
       400-PRINT-CHECKS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT AP-CHECK-CONTROL-FILE
           READ AP-CHECK-CONTROL-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ
           IF NOT EOF AND AK-NEXT-CHECK-NO NUMERIC
               MOVE AK-NEXT-CHECK-NO TO WS-NEXT-CHECK-NO
           END-IF
           CLOSE AP-CHECK-CONTROL-FILE
           MOVE 'N' TO WS-END-OF-FILE
           OPEN OUTPUT AP-CHECK-PRINT-FILE
           OPEN EXTEND AP-CHECK-REGISTER-FILE
           OPEN EXTEND AP-CHECK-DETAIL-FILE
           PERFORM VARYING WS-VP-SUB FROM 1 BY 1
                   UNTIL WS-VP-SUB > WS-VP-COUNT
               PERFORM 410-CUT-CHECK THRU 410-EXIT
           END-PERFORM
           CLOSE AP-CHECK-PRINT-FILE
           CLOSE AP-CHECK-REGISTER-FILE
           CLOSE AP-CHECK-DETAIL-FILE
           OPEN OUTPUT AP-CHECK-CONTROL-FILE
           MOVE WS-NEXT-CHECK-NO TO AK-NEXT-CHECK-NO
           WRITE AP-CHECK-CONTROL-REC
           CLOSE AP-CHECK-CONTROL-FILE.
       400-EXIT.
           EXIT.
      ***************************************************************
      *   One vendor's check: the check, the remit address, a stub
      *   line and a detail row per invoice and credit, the register
      *   row, and the check's line on the payment register.
      ***************************************************************
       410-CUT-CHECK.
           IF WS-VP-REMAINING (WS-VP-SUB) = ZERO
               MOVE ZERO TO WS-THIS-CHECK-NO
               PERFORM 420-WRITE-STUB-LINES THRU 420-EXIT
               GO TO 410-EXIT
           END-IF
           MOVE WS-NEXT-CHECK-NO TO WS-THIS-CHECK-NO
           ADD 1 TO WS-NEXT-CHECK-NO
           MOVE WS-VP-VENDOR-NO (WS-VP-SUB) TO VD-VENDOR-NO
           READ VENDOR-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO VD-NAME VD-REMIT-ADDRESS
                       VD-REMIT-CITY-ST-ZIP
           END-READ
           MOVE SPACES TO AP-CHECK-PRINT-REC
           MOVE "C" TO AK-REC-TYPE
           MOVE WS-THIS-CHECK-NO TO AK-CHECK-NO
           MOVE WS-TODAY-DATE TO AK-DATE
           MOVE WS-VP-VENDOR-NO (WS-VP-SUB) TO AK-VENDOR-NO
           MOVE VD-NAME TO AK-PAYEE
           MOVE WS-VP-REMAINING (WS-VP-SUB) TO AK-AMOUNT
           MOVE WS-VP-REMAINING (WS-VP-SUB) TO WS-WORDS-AMOUNT
           PERFORM 388-AMOUNT-IN-WORDS THRU 388-EXIT
           MOVE WS-WORDS-TEXT TO AK-AMOUNT-WORDS
           WRITE AP-CHECK-PRINT-REC
           MOVE SPACES TO AP-CHECK-ADDRESS-REC
           MOVE "A" TO AKA-REC-TYPE
           MOVE WS-THIS-CHECK-NO TO AKA-CHECK-NO
           MOVE VD-REMIT-ADDRESS TO AKA-ADDRESS
           MOVE VD-REMIT-CITY-ST-ZIP TO AKA-CITY-ST-ZIP
           WRITE AP-CHECK-ADDRESS-REC
           PERFORM 420-WRITE-STUB-LINES THRU 420-EXIT
           MOVE SPACES TO AP-CHECK-REGISTER-REC
           MOVE WS-THIS-CHECK-NO TO AC-CHECK-NO
           MOVE WS-VP-VENDOR-NO (WS-VP-SUB) TO AC-VENDOR-NO
           MOVE WS-TODAY-DATE TO AC-DATE
           MOVE WS-VP-REMAINING (WS-VP-SUB) TO AC-AMOUNT
           MOVE "I" TO AC-STATUS
           MOVE WS-OPERATOR-ID TO AC-OPERATOR-ID
           MOVE ZERO TO AC-VOID-DATE
           WRITE AP-CHECK-REGISTER-REC
           MOVE SPACES TO PAYMENT-REPORT-REC
           MOVE WS-VP-VENDOR-NO (WS-VP-SUB) TO PY-VENDOR-NO
           MOVE VD-NAME TO PY-VENDOR-NAME
           MOVE WS-THIS-CHECK-NO TO PY-INVOICE-NO
           MOVE WS-TODAY-DATE TO PY-DUE-DATE
           MOVE WS-VP-REMAINING (WS-VP-SUB) TO PY-AMOUNT
           MOVE "CHECK" TO PY-NOTE
           WRITE PAYMENT-REPORT-REC
           ADD 1 TO WS-CHECK-COUNT
           ADD WS-VP-REMAINING (WS-VP-SUB) TO WS-CHECK-TOTAL.
       410-EXIT.
           EXIT.
      ***************************************************************
      *   The vendor's stub lines, on the print file (when there is
      *   a check) and the check detail file.  A credit shows as a
      *   negative line.
      ***************************************************************
       420-WRITE-STUB-LINES.
           PERFORM VARYING WS-ST-SUB FROM 1 BY 1
                   UNTIL WS-ST-SUB > WS-ST-COUNT
               IF WS-ST-VENDOR-NO (WS-ST-SUB) =
                       WS-VP-VENDOR-NO (WS-VP-SUB)
                   IF WS-THIS-CHECK-NO NOT = ZERO
                       PERFORM 430-WRITE-ONE-STUB THRU 430-EXIT
                   END-IF
                   MOVE SPACES TO AP-CHECK-DETAIL-REC
                   MOVE WS-THIS-CHECK-NO TO AD-CHECK-NO
                   MOVE WS-ST-VENDOR-NO (WS-ST-SUB) TO AD-VENDOR-NO
                   MOVE WS-ST-INVOICE-NO (WS-ST-SUB) TO AD-INVOICE-NO
                   MOVE WS-ST-TYPE (WS-ST-SUB) TO AD-LINE-TYPE
                   MOVE WS-ST-GROSS (WS-ST-SUB) TO AD-GROSS
                   MOVE WS-ST-DISCOUNT (WS-ST-SUB) TO AD-DISCOUNT
                   MOVE WS-ST-NET (WS-ST-SUB) TO AD-NET
                   MOVE WS-ST-INV-DATE (WS-ST-SUB) TO AD-INV-DATE
                   WRITE AP-CHECK-DETAIL-REC
               END-IF
           END-PERFORM.
       420-EXIT.
           EXIT.
      ***************************************************************
      *   One remittance stub line.
      ***************************************************************
       430-WRITE-ONE-STUB.
           MOVE SPACES TO AP-CHECK-STUB-REC
           MOVE "S" TO AKS-REC-TYPE
           MOVE WS-THIS-CHECK-NO TO AKS-CHECK-NO
           MOVE WS-ST-INVOICE-NO (WS-ST-SUB) TO AKS-INVOICE-NO
           MOVE WS-ST-INV-DATE (WS-ST-SUB) TO AKS-INV-DATE
           IF WS-ST-TYPE (WS-ST-SUB) = "C"
               COMPUTE AKS-GROSS = ZERO - WS-ST-GROSS (WS-ST-SUB)
               MOVE ZERO TO AKS-DISCOUNT
               COMPUTE AKS-NET = ZERO - WS-ST-NET (WS-ST-SUB)
               MOVE "CREDIT MEMO" TO AKS-NOTE
           ELSE
               MOVE WS-ST-GROSS (WS-ST-SUB) TO AKS-GROSS
               MOVE WS-ST-DISCOUNT (WS-ST-SUB) TO AKS-DISCOUNT
               MOVE WS-ST-NET (WS-ST-SUB) TO AKS-NET
               MOVE "INVOICE" TO AKS-NOTE
           END-IF
           WRITE AP-CHECK-STUB-REC.
       430-EXIT.
           EXIT.
      ***************************************************************
      *   Spell the check amount out, the way PAYROLL's
      *   388-AMOUNT-IN-WORDS does, with a millions group ahead of
      *   the thousands.
      ***************************************************************
       388-AMOUNT-IN-WORDS.
           MOVE WS-WORDS-AMOUNT TO WS-WORDS-DOLLARS
           COMPUTE WS-WORDS-CENTS =
               (WS-WORDS-AMOUNT - WS-WORDS-DOLLARS) * 100
           MOVE SPACES TO WS-WORDS-TEXT
           IF WS-WORDS-DOLLARS = ZERO
               STRING "ZERO AND " WS-WORDS-CENTS "/100 DOLLARS"
                   DELIMITED BY SIZE INTO WS-WORDS-TEXT
               GO TO 388-EXIT
           END-IF
           DIVIDE WS-WORDS-DOLLARS BY 1000000
               GIVING WS-WORDS-MILLIONS
               REMAINDER WS-WORDS-REMAINDER
           DIVIDE WS-WORDS-REMAINDER BY 1000
               GIVING WS-WORDS-THOUSANDS
               REMAINDER WS-WORDS-HUNDREDS
           IF WS-WORDS-MILLIONS > ZERO
               MOVE WS-WORDS-MILLIONS TO WS-GROUP-VALUE
               PERFORM 389-GROUP-TO-WORDS THRU 389-EXIT
               STRING FUNCTION TRIM(WS-GROUP-TEXT) " MILLION"
                   DELIMITED BY SIZE INTO WS-WORDS-TEXT
           END-IF
           IF WS-WORDS-THOUSANDS > ZERO
               MOVE WS-WORDS-THOUSANDS TO WS-GROUP-VALUE
               PERFORM 389-GROUP-TO-WORDS THRU 389-EXIT
               STRING FUNCTION TRIM(WS-WORDS-TEXT) " "
                      FUNCTION TRIM(WS-GROUP-TEXT) " THOUSAND"
                   DELIMITED BY SIZE INTO WS-WORDS-TEXT
           END-IF
           IF WS-WORDS-HUNDREDS > ZERO
               MOVE WS-WORDS-HUNDREDS TO WS-GROUP-VALUE
               PERFORM 389-GROUP-TO-WORDS THRU 389-EXIT
               STRING FUNCTION TRIM(WS-WORDS-TEXT) " "
                      FUNCTION TRIM(WS-GROUP-TEXT)
                   DELIMITED BY SIZE INTO WS-WORDS-TEXT
           END-IF
           STRING FUNCTION TRIM(WS-WORDS-TEXT)
                  " AND " WS-WORDS-CENTS "/100 DOLLARS"
               DELIMITED BY SIZE INTO WS-WORDS-TEXT
           MOVE FUNCTION TRIM(WS-WORDS-TEXT) TO WS-WORDS-TEXT.
       388-EXIT.
           EXIT.
      ***************************************************************
      *   Words for one 1-999 group.
      ***************************************************************
       389-GROUP-TO-WORDS.
           MOVE SPACES TO WS-GROUP-TEXT
           DIVIDE WS-GROUP-VALUE BY 100
               GIVING WS-GROUP-HUNDREDS
               REMAINDER WS-GROUP-TENS-UNITS
           IF WS-GROUP-HUNDREDS > ZERO
               STRING FUNCTION TRIM
                          (WS-ONES-WORD (WS-GROUP-HUNDREDS))
                      " HUNDRED"
                   DELIMITED BY SIZE INTO WS-GROUP-TEXT
           END-IF
           IF WS-GROUP-TENS-UNITS = ZERO
               GO TO 389-EXIT
           END-IF
           IF WS-GROUP-TENS-UNITS < 20
               IF WS-GROUP-HUNDREDS > ZERO
                   STRING FUNCTION TRIM(WS-GROUP-TEXT) " "
                          FUNCTION TRIM
                              (WS-ONES-WORD (WS-GROUP-TENS-UNITS))
                       DELIMITED BY SIZE INTO WS-GROUP-TEXT
               ELSE
                   MOVE WS-ONES-WORD (WS-GROUP-TENS-UNITS)
                       TO WS-GROUP-TEXT
               END-IF
               GO TO 389-EXIT
           END-IF
           DIVIDE WS-GROUP-TENS-UNITS BY 10
               GIVING WS-GROUP-TENS
               REMAINDER WS-GROUP-UNITS
           IF WS-GROUP-HUNDREDS > ZERO
               STRING FUNCTION TRIM(WS-GROUP-TEXT) " "
                      FUNCTION TRIM
                          (WS-TENS-WORD (WS-GROUP-TENS - 1))
                   DELIMITED BY SIZE INTO WS-GROUP-TEXT
           ELSE
               MOVE WS-TENS-WORD (WS-GROUP-TENS - 1)
                   TO WS-GROUP-TEXT
           END-IF
           IF WS-GROUP-UNITS > ZERO
               STRING FUNCTION TRIM(WS-GROUP-TEXT) " "
                      FUNCTION TRIM(WS-ONES-WORD (WS-GROUP-UNITS))
                   DELIMITED BY SIZE INTO WS-GROUP-TEXT
           END-IF.
       389-EXIT.
           EXIT.
      ***************************************************************
      *   Build one "U" transaction per touched account off its
      *   current master balance, then sort them into key order.
      ***************************************************************
           MOVE WS-TIMESTAMP (1:8) TO WS-TODAY-DATE.
           DISPLAY "PAY INVOICES DUE THROUGH (YYYYMMDD): "
           ACCEPT WS-PAY-THROUGH-DATE.
           OPEN INPUT AP-DISC-POLICY-FILE.
           READ AP-DISC-POLICY-FILE
               AT END CONTINUE
               NOT AT END
                   IF DPL-DISC-EARNED-ACCT NUMERIC
                       MOVE DPL-DISC-EARNED-ACCT TO WS-DISC-ACCT
                   END-IF
           END-READ.
           CLOSE AP-DISC-POLICY-FILE.
           MOVE ZERO TO WS-NEXT-RUN-DATE.
           IF WS-DISC-ACCT = ZERO
               DISPLAY "NO DISCOUNTS-EARNED ACCOUNT ON APDISCPOL.DAT - "
                   "NO DISCOUNTS WILL BE TAKEN"
           ELSE
               DISPLAY "ALSO PAY INVOICES WHOSE DISCOUNT LAPSES BEFORE "
                   "THE NEXT RUN - NEXT RUN DATE (YYYYMMDD, ENTER "
                   "IF NOT): "
               ACCEPT WS-NEXT-RUN-DATE
               IF WS-NEXT-RUN-DATE NOT NUMERIC
                   MOVE ZERO TO WS-NEXT-RUN-DATE
               END-IF
           END-IF.
           OPEN I-O AP-OPEN-FILE.
           OPEN INPUT VENDOR-MASTER-FILE.
           OPEN OUTPUT PAYMENT-REPORT-FILE.
