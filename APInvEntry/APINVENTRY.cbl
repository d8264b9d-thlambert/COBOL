      * APPAYMENT later relieves the payable when the invoice is
      * paid.
      *
      * The invoice date is the vendor's (today unless keyed).  A
      * vendor with payment terms on file has the due date worked out
      * from it - the terms' net days - and, when the terms offer an
      * early-payment discount, the discount amount and the date the
      * invoice must be paid by to earn it, for APPAYMENT to take.
      * Without terms the due date is keyed as before.
      *
      * An invoice for books ordered on BOOKPOFILE.DAT is keyed line
      * by line - the PO line, the quantity billed, and the unit
      * price billed - and the lines must add up to the invoice
      * amount.  Each line is matched three ways: the PO line must
      * be the vendor's, the price must be within the price
      * tolerance of the PO line's expected cost, and the quantity
      * billed against the PO line on every invoice so far must not
      * exceed what BOOKLOAD has received on it by more than the
      * quantity tolerance.  The tolerances come off APMATCHPOL.DAT
      * (5 percent and no units when none is on file).  The lines
      * are kept on APINVLINE.DAT with each one's result.  An
      * invoice with any line out of tolerance goes on match hold
      * (status H) instead of becoming payable: APPAYMENT passes it
      * by, APMATCHRPT lists it, and its accrual entry waits until a
      * supervisor releases it through APMATCHREL.
      *
      *   File  :  C:\COBOL\APOPENFILE.DAT
      *            C:\COBOL\APINVLINE.DAT
      *   Input :  C:\COBOL\VENDMASTER.DAT
      *            C:\COBOL\BOOKPOFILE.DAT
      *            C:\COBOL\APMATCHPOL.DAT
      *            J:\CS3530\COAFILEMASTER.DAT
      *   Output:  J:\CS3530\COAJRNLFILE.DAT (extended)
      *            J:\CS3530\COAJRNLAPPR.DAT (extended)
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL CGL-JOURNAL-FILE
                 ASSIGN TO UT-SYS-JOURNAL-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CGL-JRNL-APPROVAL-FILE
                 ASSIGN TO UT-SYS-JRNL-APPROVAL-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AP-INV-LINE-FILE
                 ASSIGN TO UT-SYS-AP-INV-LINE-FILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS AL-KEY
                 ALTERNATE RECORD KEY IS AL-PO-NUMBER
                     WITH DUPLICATES.
           SELECT OPTIONAL BOOK-PO-FILE
                 ASSIGN TO UT-SYS-PO-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
      *    OPTIONAL - WITH NO POLICY ON FILE THE DEFAULTS APPLY.
           SELECT OPTIONAL AP-MATCH-POLICY-FILE
                 ASSIGN TO UT-SYS-AP-MATCH-POLICY-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    SAME INVOICE CANNOT BE KEYED (AND PAID) TWICE.
       FD AP-OPEN-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 87 CHARACTERS.
       01 AP-OPEN-REC.
          05  AP-INV-KEY.
              10  AP-VENDOR-NO                     PIC 9(5).
          05  AP-STATUS                            PIC X.
              88  AP-OPEN                   VALUE "O".
              88  AP-PAID                   VALUE "P".
              88  AP-MATCH-HOLD             VALUE "H".
          05  AP-PAID-DATE                         PIC 9(8).
          05  AP-OPERATOR-ID                       PIC X(8).
      *    EARLY-PAYMENT DISCOUNT OFFERED BY THE VENDOR'S TERMS
      *    AND THE PART OF IT TAKEN WHEN THE INVOICE WAS PAID.
          05  AP-DISC-DATE                         PIC 9(8).
          05  AP-DISC-AMT                          PIC 9(7)V99.
          05  AP-DISC-TAKEN                        PIC 9(7)V99.

      *    ONE ROW PER INVOICE LINE BILLED AGAINST A PO LINE, WITH THE
      *    RESULT OF ITS MATCH.  THE PO NUMBER IS AN ALTERNATE KEY SO
      *    EVERYTHING BILLED AGAINST A PO LINE CAN BE TOTALLED.
       FD AP-INV-LINE-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 45 CHARACTERS.
       01 AP-INV-LINE-REC.
          05  AL-KEY.
              10  AL-VENDOR-NO                     PIC 9(5).
              10  AL-INVOICE-NO                    PIC X(10).
              10  AL-LINE-NO                       PIC 9(3).
          05  AL-PO-NUMBER                         PIC 9(6).
          05  AL-QTY                               PIC 9(4).
          05  AL-UNIT-PRICE                        PIC 9(5)V99.
          05  AL-EXTENDED                          PIC 9(7)V99.
      *    M MATCHED, P PRICE, Q QUANTITY, B BOTH, V NOT THIS
      *    VENDOR'S PO LINE OR NOT ON FILE.
          05  AL-MATCH                             PIC X.
              88  AL-MATCHED                VALUE "M".

      *    SAME LAYOUT BOOKPOGEN WRITES AND BOOKLOAD MATCHES.
       FD BOOK-PO-FILE
          RECORD CONTAINS 48 CHARACTERS.
       01 BOOK-PO-REC.
          05  PO-NUMBER                            PIC 9(6).
          05  PO-VENDOR-NO                         PIC 9(5).
          05  PO-ISBN                              PIC 9(13).
          05  PO-QTY                               PIC 9(4).
          05  PO-EXPECTED-COST                     PIC 9(5)V99.
          05  PO-ORDER-DATE                        PIC 9(8).
          05  PO-STATUS                            PIC X.
          05  PO-RECEIVED-QTY                      PIC 9(4).

      *    MATCH TOLERANCES - THE PERCENT A BILLED PRICE MAY BE OVER
      *    OR UNDER THE PO LINE'S EXPECTED COST, AND THE UNITS A PO
      *    LINE MAY BE BILLED BEYOND WHAT HAS BEEN RECEIVED.
       FD AP-MATCH-POLICY-FILE
          RECORD CONTAINS 7 CHARACTERS.
       01 AP-MATCH-POLICY-REC.
          05  MPL-PRICE-TOL-PCT                    PIC 99V99.
          05  MPL-QTY-TOL                          PIC 9(3).

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
          05  JRNL-EFF-DATE                        PIC 9(8).
          05  JRNL-OPERATOR-ID                     PIC X(8).
          05  JRNL-REVERSE-FLAG                    PIC X.
      *    SAME LAYOUT CGLJRNLAPPROVE MAINTAINS AND CGLJOURNALPOST
      *    READS.
       FD CGL-JRNL-APPROVAL-FILE
          RECORD CONTAINS 120 CHARACTERS.
       01 CGL-JRNL-APPROVAL-REC.
          05  JAPR-ENTRY-NO                        PIC 9(5).
          05  JAPR-STATUS                          PIC X.
          05  JAPR-ENTRY-AMT                       PIC 9(7)V99.
          05  JAPR-DESCRIPTION                     PIC X(30).
          05  JAPR-MAKER-ID                        PIC X(8).
          05  JAPR-KEYED-TS                        PIC X(14).
          05  JAPR-APPROVER-1                      PIC X(8).
          05  JAPR-APPROVED-1-TS                   PIC X(14).
          05  JAPR-APPROVER-2                      PIC X(8).
          05  JAPR-APPROVED-2-TS                   PIC X(14).
          05  FILLER                               PIC X(9).

       WORKING-STORAGE SECTION.
      *    PARAMETER AREA FOR THE SHARED SIGN-ON SUBPROGRAM - SEE
                                   VALUE "J:\CS3530\COAFILEMASTER.DAT".
           05  UT-SYS-JOURNAL-FILE                 PIC X(50)
                                   VALUE "J:\CS3530\COAJRNLFILE.DAT".
           05  UT-SYS-JRNL-APPROVAL-FILE           PIC X(50)
                                   VALUE "J:\CS3530\COAJRNLAPPR.DAT".
           05  UT-SYS-AP-INV-LINE-FILE             PIC X(50)
                                   VALUE "C:\COBOL\APINVLINE.DAT".
           05  UT-SYS-PO-FILE                      PIC X(50)
                                   VALUE "C:\COBOL\BOOKPOFILE.DAT".
           05  UT-SYS-AP-MATCH-POLICY-FILE         PIC X(50)
                                   VALUE "C:\COBOL\APMATCHPOL.DAT".
       01  WS-OPERATOR-ID                          PIC X(8).
       01  WS-SIGNON-AREA.
           05  WS-AUTH-LEVEL                       PIC 9
           05  WS-EXP-ACCT-OK                      PIC X
                                            VALUE 'N'.
               88  EXP-ACCT-OK               VALUE 'Y'.
           05  WS-PO-LINE-FOUND                    PIC X
                                            VALUE 'N'.
               88  PO-LINE-FOUND             VALUE 'Y'.
           05  WS-LINE-EOF                         PIC X
                                            VALUE 'N'.
               88  LINE-EOF                  VALUE 'Y'.
           05  WS-MATCH-FAILED                     PIC X
                                            VALUE 'N'.
               88  MATCH-FAILED              VALUE 'Y'.
       01  WS-PO-ANSWER                            PIC X.
      *    MATCH TOLERANCES LOADED AT STARTUP.
       01  WS-MATCH-POLICY.
           05  WS-PRICE-TOL-PCT                    PIC 99V99
                                            VALUE 5.00.
           05  WS-QTY-TOL                          PIC 9(3)
                                            VALUE ZERO.
      *    THE INVOICE'S LINES AS KEYED, MATCHED BEFORE ANY IS
      *    WRITTEN.
       01  WS-LINE-TABLE.
           05  WS-LINE-COUNT                       PIC 9(3)
                                            VALUE ZERO.
           05  WS-LINE-ENTRY OCCURS 50 TIMES.
               10  WS-LN-PO-NUMBER                 PIC 9(6).
               10  WS-LN-QTY                       PIC 9(4).
               10  WS-LN-UNIT-PRICE                PIC 9(5)V99.
               10  WS-LN-EXTENDED                  PIC 9(7)V99.
               10  WS-LN-MATCH                     PIC X.
       01  WS-LINE-SUB                             PIC 9(3).
       01  WS-LINE-SUB2                            PIC 9(3).
       01  WS-LINE-LIMIT                           PIC 9(3)
                                            VALUE 50.
       01  WS-MATCH-WORK.
           05  WS-ENTER-PO                         PIC 9(6).
           05  WS-LINES-TOTAL                      PIC 9(9)V99.
           05  WS-BILLED-QTY                       PIC 9(6).
           05  WS-RECEIVED-LIMIT                   PIC 9(6).
           05  WS-PRICE-VARIANCE                   PIC 9(5)V99.
           05  WS-PRICE-LIMIT                      PIC 9(5)V9(4).
           05  WS-FOUND-VENDOR-NO                  PIC 9(5).
           05  WS-FOUND-COST                       PIC 9(5)V99.
           05  WS-FOUND-RECEIVED                   PIC 9(4).
           05  WS-QTY-OVER                         PIC X.
           05  WS-PRICE-OVER                       PIC X.
       01  WS-TERMS-WORK.
           05  WS-ENTER-DATE                       PIC 9(8).
           05  WS-INV-DATE-INT                     PIC 9(8).
       01  WS-TIMESTAMP                            PIC X(21).
       01  WS-TODAY-DATE                           PIC 9(8).
       01  WS-NEXT-ENTRY-NO                        PIC 9(5)
                       UNTIL OK-TO-STOP
           END-IF.
           PERFORM 910-END-PROGRAM-RTN.
           GOBACK.
      ***************************************************************
      *   Validate the operator against the central operator master.
      *   An empty master (first-time setup) signs on in open mode at
               DISPLAY "ZERO AMOUNT - INVOICE REFUSED"
               GO TO 200-NEXT
           END-IF
           DISPLAY "INVOICE DATE (YYYYMMDD, ENTER FOR TODAY): "
           MOVE ZERO TO WS-ENTER-DATE
           ACCEPT WS-ENTER-DATE
           IF WS-ENTER-DATE NOT NUMERIC OR WS-ENTER-DATE = ZERO
               MOVE WS-TODAY-DATE TO WS-ENTER-DATE
           END-IF
           MOVE WS-ENTER-DATE TO WS-EDIT-DATE
           PERFORM 750-VALIDATE-DATE THRU 750-EXIT
           IF NOT DATE-OK OR WS-ENTER-DATE > WS-TODAY-DATE
               DISPLAY "INVALID INVOICE DATE - INVOICE REFUSED"
               GO TO 200-NEXT
           END-IF
           MOVE WS-ENTER-DATE TO AP-INV-DATE
           PERFORM 370-APPLY-TERMS THRU 370-EXIT
           IF NOT DATE-OK
               DISPLAY "INVALID DUE DATE - INVOICE REFUSED"
               GO TO 200-NEXT
               DISPLAY "NOT AN ACTIVE EXPENSE ACCOUNT - REFUSED"
               GO TO 200-NEXT
           END-IF
           MOVE ZERO TO WS-LINE-COUNT
           MOVE 'N' TO WS-MATCH-FAILED
           DISPLAY "IS THE INVOICE BILLED AGAINST A PO (Y/N): "
           MOVE SPACE TO WS-PO-ANSWER
           ACCEPT WS-PO-ANSWER
           IF WS-PO-ANSWER = "Y"
               PERFORM 500-KEY-LINES THRU 500-EXIT
               IF WS-LINE-COUNT = ZERO
                   DISPLAY "NO PO LINES KEYED - INVOICE REFUSED"
                   GO TO 200-NEXT
               END-IF
               IF WS-LINES-TOTAL NOT = AP-AMOUNT
                   DISPLAY "LINES TOTAL " WS-LINES-TOTAL
                       " - NOT THE INVOICE AMOUNT, INVOICE REFUSED"
                   GO TO 200-NEXT
               END-IF
               PERFORM 550-MATCH-LINES THRU 550-EXIT
           END-IF
           IF MATCH-FAILED
               MOVE "H" TO AP-STATUS
           ELSE
               MOVE "O" TO AP-STATUS
           END-IF
           MOVE ZERO TO AP-PAID-DATE
           MOVE WS-OPERATOR-ID TO AP-OPERATOR-ID
           WRITE AP-OPEN-REC
               INVALID KEY
                   DISPLAY "ERROR WRITING INVOICE"
                   GO TO 200-NEXT
           END-WRITE
           PERFORM 600-WRITE-LINES THRU 600-EXIT
           IF MATCH-FAILED
               DISPLAY "INVOICE PLACED ON MATCH HOLD - NOT PAYABLE "
                   "UNTIL A SUPERVISOR RELEASES IT"
           ELSE
               PERFORM 400-WRITE-ACCRUAL-ENTRY THRU 400-EXIT
               DISPLAY "INVOICE ACCEPTED - ACCRUAL ENTRY "
                   WS-NEXT-ENTRY-NO " GENERATED"
               ADD 1 TO WS-NEXT-ENTRY-NO
           END-IF.
       200-NEXT.
           DISPLAY "STOP NOW? (Y TO STOP)"
           ACCEPT WS-STOP-PROGRAM.
       360-EXIT.
           EXIT.
      ***************************************************************
      *   The vendor's terms set the due date - the net days from the
      *   invoice date - and the early-payment discount and the date
      *   it must be paid by.  A vendor with no terms on file has the
      *   due date keyed and offers no discount.
      ***************************************************************
       370-APPLY-TERMS.
           MOVE ZERO TO AP-DISC-DATE AP-DISC-AMT AP-DISC-TAKEN
           MOVE 'Y' TO WS-DATE-OK
           COMPUTE WS-INV-DATE-INT =
               FUNCTION INTEGER-OF-DATE(AP-INV-DATE)
           IF VD-NET-DAYS NUMERIC AND VD-NET-DAYS > ZERO
               COMPUTE AP-DUE-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-INV-DATE-INT + VD-NET-DAYS)
               DISPLAY "TERMS " VD-TERMS-CODE " - DUE " AP-DUE-DATE
           ELSE
               DISPLAY "DUE DATE (YYYYMMDD): "
               ACCEPT AP-DUE-DATE
               MOVE AP-DUE-DATE TO WS-EDIT-DATE
               PERFORM 750-VALIDATE-DATE THRU 750-EXIT
               IF NOT DATE-OK
                   GO TO 370-EXIT
               END-IF
           END-IF
           IF VD-DISC-PCT NUMERIC AND VD-DISC-DAYS NUMERIC
                   AND VD-DISC-PCT > ZERO
               COMPUTE AP-DISC-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-INV-DATE-INT + VD-DISC-DAYS)
               COMPUTE AP-DISC-AMT ROUNDED =
                   AP-AMOUNT * VD-DISC-PCT / 100
               DISPLAY "DISCOUNT " AP-DISC-AMT " IF PAID BY "
                   AP-DISC-DATE
           END-IF.
       370-EXIT.
           EXIT.
      ***************************************************************
      *   Generate the balanced accrual entry: debit the expense
      *   account, credit the vendor's payable account.  It posts
      *   through CGLJOURNALPOST like any other entry.
      ***************************************************************
       400-WRITE-ACCRUAL-ENTRY.
      *    A GENERATED ENTRY GOES ON THE APPROVAL FILE ALREADY
      *    APPROVED - CGLJOURNALPOST HOLDS ANY ENTRY WITHOUT A ROW.
      *    THE ROW IS WRITTEN FIRST SO THE LINES NEVER SIT ON THE
      *    JOURNAL WITHOUT IT.
           MOVE SPACES TO CGL-JRNL-APPROVAL-REC
           MOVE WS-NEXT-ENTRY-NO TO JAPR-ENTRY-NO
           MOVE "A" TO JAPR-STATUS
           MOVE AP-AMOUNT TO JAPR-ENTRY-AMT
           STRING "AP INV " AP-INVOICE-NO " VND " AP-VENDOR-NO
               DELIMITED BY SIZE INTO JAPR-DESCRIPTION
           MOVE WS-OPERATOR-ID TO JAPR-MAKER-ID
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (1:14) TO JAPR-KEYED-TS
           MOVE "APINVENT" TO JAPR-APPROVER-1
           MOVE WS-TIMESTAMP (1:14) TO JAPR-APPROVED-1-TS
           OPEN EXTEND CGL-JRNL-APPROVAL-FILE
           WRITE CGL-JRNL-APPROVAL-REC
           CLOSE CGL-JRNL-APPROVAL-FILE
           OPEN EXTEND CGL-JOURNAL-FILE
           MOVE WS-NEXT-ENTRY-NO TO JRNL-ENTRY-NO
           MOVE 1 TO JRNL-LINE-NO
       400-EXIT.
           EXIT.
      ***************************************************************
      *   Key the invoice's PO lines until a blank PO number.
      ***************************************************************
       500-KEY-LINES.
           MOVE ZERO TO WS-LINES-TOTAL
           PERFORM UNTIL WS-LINE-COUNT NOT < WS-LINE-LIMIT
               DISPLAY "PO LINE NUMBER (ENTER WHEN DONE): "
               MOVE ZERO TO WS-ENTER-PO
               ACCEPT WS-ENTER-PO
               IF WS-ENTER-PO NOT NUMERIC OR WS-ENTER-PO = ZERO
                   GO TO 500-EXIT
               END-IF
               ADD 1 TO WS-LINE-COUNT
               MOVE WS-ENTER-PO TO WS-LN-PO-NUMBER (WS-LINE-COUNT)
               DISPLAY "QUANTITY BILLED: "
               ACCEPT WS-LN-QTY (WS-LINE-COUNT)
               DISPLAY "UNIT PRICE BILLED (99999.99): "
               ACCEPT WS-LN-UNIT-PRICE (WS-LINE-COUNT)
               COMPUTE WS-LN-EXTENDED (WS-LINE-COUNT) =
                   WS-LN-QTY (WS-LINE-COUNT)
                   * WS-LN-UNIT-PRICE (WS-LINE-COUNT)
               ADD WS-LN-EXTENDED (WS-LINE-COUNT) TO WS-LINES-TOTAL
               DISPLAY "LINE " WS-LINE-COUNT " - "
                   WS-LN-EXTENDED (WS-LINE-COUNT) ", LINES SO FAR "
                   WS-LINES-TOTAL
           END-PERFORM
           DISPLAY WS-LINE-LIMIT " LINES IS THE MOST ONE INVOICE TAKES".
       500-EXIT.
           EXIT.
      ***************************************************************
      *   Match every line; any line out of tolerance holds the
      *   whole invoice.
      ***************************************************************
       550-MATCH-LINES.
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
               PERFORM 560-MATCH-ONE-LINE THRU 560-EXIT
               IF WS-LN-MATCH (WS-LINE-SUB) NOT = "M"
                   MOVE 'Y' TO WS-MATCH-FAILED
                   DISPLAY "LINE " WS-LINE-SUB " PO "
                       WS-LN-PO-NUMBER (WS-LINE-SUB) " - MATCH "
                       "EXCEPTION " WS-LN-MATCH (WS-LINE-SUB)
               END-IF
           END-PERFORM.
       550-EXIT.
           EXIT.
      ***************************************************************
      *   One line against its PO line: the vendor, the price, and
      *   the quantity billed on every invoice so far - this one's
      *   earlier lines included - against the quantity received.
      ***************************************************************
       560-MATCH-ONE-LINE.
           MOVE "V" TO WS-LN-MATCH (WS-LINE-SUB)
           MOVE 'N' TO WS-PO-LINE-FOUND
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT BOOK-PO-FILE
           PERFORM UNTIL EOF OR PO-LINE-FOUND
               READ BOOK-PO-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF PO-NUMBER = WS-LN-PO-NUMBER (WS-LINE-SUB)
                           MOVE 'Y' TO WS-PO-LINE-FOUND
                           MOVE PO-VENDOR-NO TO WS-FOUND-VENDOR-NO
                           MOVE PO-EXPECTED-COST TO WS-FOUND-COST
                           MOVE PO-RECEIVED-QTY TO WS-FOUND-RECEIVED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOK-PO-FILE
           MOVE 'N' TO WS-END-OF-FILE
           IF NOT PO-LINE-FOUND
                   OR WS-FOUND-VENDOR-NO NOT = AP-VENDOR-NO
               GO TO 560-EXIT
           END-IF
           MOVE WS-LN-QTY (WS-LINE-SUB) TO WS-BILLED-QTY
           PERFORM VARYING WS-LINE-SUB2 FROM 1 BY 1
                   UNTIL WS-LINE-SUB2 NOT < WS-LINE-SUB
               IF WS-LN-PO-NUMBER (WS-LINE-SUB2) =
                       WS-LN-PO-NUMBER (WS-LINE-SUB)
                   ADD WS-LN-QTY (WS-LINE-SUB2) TO WS-BILLED-QTY
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-LINE-EOF
           MOVE WS-LN-PO-NUMBER (WS-LINE-SUB) TO AL-PO-NUMBER
           START AP-INV-LINE-FILE KEY IS EQUAL TO AL-PO-NUMBER
               INVALID KEY MOVE 'Y' TO WS-LINE-EOF
           END-START
           PERFORM UNTIL LINE-EOF
               READ AP-INV-LINE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LINE-EOF
               END-READ
               IF NOT LINE-EOF
                   IF AL-PO-NUMBER NOT = WS-LN-PO-NUMBER (WS-LINE-SUB)
                       MOVE 'Y' TO WS-LINE-EOF
                   ELSE
                       ADD AL-QTY TO WS-BILLED-QTY
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-LINE-EOF
           COMPUTE WS-RECEIVED-LIMIT = WS-FOUND-RECEIVED + WS-QTY-TOL
           MOVE "N" TO WS-QTY-OVER WS-PRICE-OVER
           IF WS-BILLED-QTY > WS-RECEIVED-LIMIT
               MOVE "Y" TO WS-QTY-OVER
           END-IF
           IF WS-LN-UNIT-PRICE (WS-LINE-SUB) > WS-FOUND-COST
               COMPUTE WS-PRICE-VARIANCE =
                   WS-LN-UNIT-PRICE (WS-LINE-SUB) - WS-FOUND-COST
           ELSE
               COMPUTE WS-PRICE-VARIANCE =
                   WS-FOUND-COST - WS-LN-UNIT-PRICE (WS-LINE-SUB)
           END-IF
           COMPUTE WS-PRICE-LIMIT =
               WS-FOUND-COST * WS-PRICE-TOL-PCT / 100
           IF WS-PRICE-VARIANCE > WS-PRICE-LIMIT
               MOVE "Y" TO WS-PRICE-OVER
           END-IF
           EVALUATE TRUE
               WHEN WS-QTY-OVER = "Y" AND WS-PRICE-OVER = "Y"
                   MOVE "B" TO WS-LN-MATCH (WS-LINE-SUB)
               WHEN WS-QTY-OVER = "Y"
                   MOVE "Q" TO WS-LN-MATCH (WS-LINE-SUB)
               WHEN WS-PRICE-OVER = "Y"
                   MOVE "P" TO WS-LN-MATCH (WS-LINE-SUB)
               WHEN OTHER
                   MOVE "M" TO WS-LN-MATCH (WS-LINE-SUB)
           END-EVALUATE.
       560-EXIT.
           EXIT.
      ***************************************************************
      *   Keep the invoice's lines with their match results.
      ***************************************************************
       600-WRITE-LINES.
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
               MOVE AP-VENDOR-NO TO AL-VENDOR-NO
               MOVE AP-INVOICE-NO TO AL-INVOICE-NO
               MOVE WS-LINE-SUB TO AL-LINE-NO
               MOVE WS-LN-PO-NUMBER (WS-LINE-SUB) TO AL-PO-NUMBER
               MOVE WS-LN-QTY (WS-LINE-SUB) TO AL-QTY
               MOVE WS-LN-UNIT-PRICE (WS-LINE-SUB) TO AL-UNIT-PRICE
               MOVE WS-LN-EXTENDED (WS-LINE-SUB) TO AL-EXTENDED
               MOVE WS-LN-MATCH (WS-LINE-SUB) TO AL-MATCH
               WRITE AP-INV-LINE-REC
                   INVALID KEY
                       DISPLAY "ERROR WRITING INVOICE LINE " AL-LINE-NO
               END-WRITE
           END-PERFORM.
       600-EXIT.
           EXIT.
      ***************************************************************
      *   Genuine date edit: a real calendar day, leap years
      *   included.
      ***************************************************************
       800-EXIT.
           EXIT.
      ***************************************************************
      *   Open the files, load the match tolerances, get the date,
      *   and sign on.
      ***************************************************************
       900-INITIALIZATION.
           OPEN I-O AP-OPEN-FILE.
           OPEN I-O AP-INV-LINE-FILE.
           OPEN INPUT AP-MATCH-POLICY-FILE.
           READ AP-MATCH-POLICY-FILE
               AT END CONTINUE
               NOT AT END
                   IF MPL-PRICE-TOL-PCT NUMERIC AND MPL-QTY-TOL NUMERIC
                       MOVE MPL-PRICE-TOL-PCT TO WS-PRICE-TOL-PCT
                       MOVE MPL-QTY-TOL TO WS-QTY-TOL
                   END-IF
           END-READ.
           CLOSE AP-MATCH-POLICY-FILE.
           OPEN INPUT VENDOR-MASTER-FILE.
           OPEN INPUT CGL-COA-MASTER-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
      *****************************************************************
       910-END-PROGRAM-RTN.
           CLOSE AP-OPEN-FILE.
           CLOSE AP-INV-LINE-FILE.
           CLOSE VENDOR-MASTER-FILE.
           CLOSE CGL-COA-MASTER-FILE.
       910-EXIT.
