       IDENTIFICATION DIVISION.
       PROGRAM-ID.  APMATCHRPT.
       AUTHOR.  THOMAS LAMBERT.
      *****************************************************************
      * Match-exception report.  Lists every vendor invoice
      * APINVENTRY put on match hold because a line billed against a
      * PO did not agree with the PO line's price or with what BOOKLOAD
      * has received on it.  Each held invoice prints with its vendor,
      * amount, and the days since its invoice date, followed by its
      * lines: the PO line, the quantity and unit price billed, the PO
      * line's expected cost and received quantity as they stand now,
      * and what was out of tolerance on the line.  The report ends with
      * the count and value of invoices held, so the supervisor can
      * work the list through APMATCHREL.
      *
      *   Input  :  C:\COBOL\APOPENFILE.DAT
      *             C:\COBOL\APINVLINE.DAT
      *             C:\COBOL\VENDMASTER.DAT
      *             C:\COBOL\BOOKPOFILE.DAT
      *   Output :  C:\COBOL\APMATCHRPT.DAT
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AP-OPEN-FILE
                 ASSIGN TO UT-SYS-AP-OPEN-FILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS AP-INV-KEY.
           SELECT OPTIONAL AP-INV-LINE-FILE
                 ASSIGN TO UT-SYS-AP-INV-LINE-FILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS AL-KEY
                 ALTERNATE RECORD KEY IS AL-PO-NUMBER
                     WITH DUPLICATES.
           SELECT VENDOR-MASTER-FILE
                 ASSIGN TO UT-SYS-VENDFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS VD-VENDOR-NO.
           SELECT OPTIONAL BOOK-PO-FILE
                 ASSIGN TO UT-SYS-PO-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MATCH-REPORT-FILE
                 ASSIGN TO UT-SYS-MATCH-REPORT-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    SAME LAYOUT APINVENTRY KEEPS.
       FD AP-OPEN-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 87 CHARACTERS.
       01 AP-OPEN-REC.
          05  AP-INV-KEY.
              10  AP-VENDOR-NO                     PIC 9(5).
              10  AP-INVOICE-NO                    PIC X(10).
          05  AP-INV-DATE                          PIC 9(8).
          05  AP-DUE-DATE                          PIC 9(8).
          05  AP-AMOUNT                            PIC 9(7)V99.
          05  AP-EXP-ACCT                          PIC 9(4).
          05  AP-STATUS                            PIC X.
              88  AP-OPEN                   VALUE "O".
              88  AP-MATCH-HOLD             VALUE "H".
          05  AP-PAID-DATE                         PIC 9(8).
          05  AP-OPERATOR-ID                       PIC X(8).
      *    EARLY-PAYMENT DISCOUNT OFFERED BY THE VENDOR'S TERMS
      *    AND THE PART OF IT TAKEN WHEN THE INVOICE WAS PAID.
          05  AP-DISC-DATE                         PIC 9(8).
          05  AP-DISC-AMT                          PIC 9(7)V99.
          05  AP-DISC-TAKEN                        PIC 9(7)V99.

      *    SAME LAYOUT APINVENTRY KEEPS.
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
          05  AL-MATCH                             PIC X.

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

      *    ONE ROW PER HELD INVOICE (VENDOR NAME, AMOUNT, DAYS HELD)
      *    FOLLOWED BY ONE ROW PER LINE (PO LINE AND ITS FIGURES).
       FD MATCH-REPORT-FILE
          RECORD CONTAINS 110 CHARACTERS.
       01 MATCH-REPORT-REC.
          05  MX-VENDOR-NO                         PIC 9(5).
          05  FILLER                               PIC X.
          05  MX-VENDOR-NAME                       PIC X(30).
          05  FILLER                               PIC X.
          05  MX-INVOICE-NO                        PIC X(10).
          05  FILLER                               PIC X.
          05  MX-LINE-NO                           PIC ZZ9.
          05  FILLER                               PIC X.
          05  MX-PO-NUMBER                         PIC 9(6).
          05  FILLER                               PIC X.
          05  MX-QTY                               PIC ZZZ9.
          05  FILLER                               PIC X.
          05  MX-UNIT-PRICE                        PIC ZZZZ9.99.
          05  FILLER                               PIC X.
          05  MX-PO-COST                           PIC ZZZZ9.99.
          05  FILLER                               PIC X.
          05  MX-RECEIVED                          PIC ZZZ9.
          05  FILLER                               PIC X.
          05  MX-AMOUNT                            PIC ZZZZZZ9.99.
          05  FILLER                               PIC X.
          05  MX-RESULT                            PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-FILENAMES.
           05  UT-SYS-AP-OPEN-FILE                 PIC X(50)
                                   VALUE "C:\COBOL\APOPENFILE.DAT".
           05  UT-SYS-AP-INV-LINE-FILE             PIC X(50)
                                   VALUE "C:\COBOL\APINVLINE.DAT".
           05  UT-SYS-VENDFILE                     PIC X(50)
                                   VALUE "C:\COBOL\VENDMASTER.DAT".
           05  UT-SYS-PO-FILE                      PIC X(50)
                                   VALUE "C:\COBOL\BOOKPOFILE.DAT".
           05  UT-SYS-MATCH-REPORT-FILE            PIC X(50)
                                   VALUE "C:\COBOL\APMATCHRPT.DAT".
       01  WS-SWITCHES.
           05  WS-END-OF-FILE                      PIC X
                                            VALUE 'N'.
               88  EOF                       VALUE 'Y'.
           05  WS-LINE-EOF                         PIC X
                                            VALUE 'N'.
               88  LINE-EOF                  VALUE 'Y'.
       01  WS-TIMESTAMP                            PIC X(21).
       01  WS-TODAY-DATE                           PIC 9(8).
       01  WS-AGE-WORK.
           05  WS-TODAY-INT                        PIC 9(8).
           05  WS-INV-INT                          PIC 9(8).
           05  WS-DAYS-HELD                        PIC 9(5).
       01  WS-HELD-TEXT.
           05  FILLER                              PIC X(5)
                                            VALUE "HELD ".
           05  WS-HELD-DAYS-OUT                    PIC ZZZZ9.
      *    THE WHOLE PO FILE HELD IN STORAGE FOR THE LINE LOOKUPS.
       01  WS-PO-TABLE.
           05  WS-PO-COUNT                         PIC 9(4)
                                            VALUE ZERO.
           05  WS-PO-ENTRY OCCURS 1000 TIMES.
               10  WS-PO-REC                       PIC X(48).
       01  WS-PO-SUB                               PIC 9(4).
       01  WS-PO-FOUND-SUB                         PIC 9(4).
       01  WS-HELD-COUNT                           PIC 9(5)
                                            VALUE ZERO.
       01  WS-HELD-TOTAL                           PIC 9(9)V99
                                            VALUE ZERO.

       PROCEDURE DIVISION.
      *************************************************************
      *  Walk the open-payables file and list every invoice on
      *  match hold with its lines.
      *************************************************************
       100-MAIN.
           PERFORM 900-INITIALIZATION THRU 900-EXIT.
           PERFORM 200-SCAN-INVOICES THRU 200-EXIT.
           PERFORM 500-WRITE-TOTALS THRU 500-EXIT.
           PERFORM 910-END-PROGRAM-RTN THRU 910-EXIT.
           DISPLAY "MATCH EXCEPTIONS COMPLETE - " WS-HELD-COUNT
               " INVOICES ON HOLD, TOTAL " WS-HELD-TOTAL.
           STOP RUN.
      ***************************************************************
      *  Every held invoice goes on the report.
      ***************************************************************
       200-SCAN-INVOICES.
           MOVE LOW-VALUES TO AP-INV-KEY
           START AP-OPEN-FILE KEY IS NOT LESS THAN AP-INV-KEY
               INVALID KEY MOVE 'Y' TO WS-END-OF-FILE
           END-START
           PERFORM UNTIL EOF
               READ AP-OPEN-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-FILE
               END-READ
               IF NOT EOF
                   IF AP-MATCH-HOLD
                       PERFORM 300-REPORT-INVOICE THRU 300-EXIT
                   END-IF
               END-IF
           END-PERFORM.
       200-EXIT.
           EXIT.
      ***************************************************************
      *  One held invoice: its heading row, then its lines.
      ***************************************************************
       300-REPORT-INVOICE.
           COMPUTE WS-INV-INT =
               FUNCTION INTEGER-OF-DATE(AP-INV-DATE)
           COMPUTE WS-DAYS-HELD = WS-TODAY-INT - WS-INV-INT
           MOVE WS-DAYS-HELD TO WS-HELD-DAYS-OUT
           MOVE SPACES TO MATCH-REPORT-REC
           MOVE AP-VENDOR-NO TO MX-VENDOR-NO
           MOVE AP-VENDOR-NO TO VD-VENDOR-NO
           READ VENDOR-MASTER-FILE
               INVALID KEY MOVE SPACES TO MX-VENDOR-NAME
               NOT INVALID KEY MOVE VD-NAME TO MX-VENDOR-NAME
           END-READ
           MOVE AP-INVOICE-NO TO MX-INVOICE-NO
           MOVE AP-AMOUNT TO MX-AMOUNT
           MOVE WS-HELD-TEXT TO MX-RESULT
           WRITE MATCH-REPORT-REC
           ADD AP-AMOUNT TO WS-HELD-TOTAL
           ADD 1 TO WS-HELD-COUNT
           MOVE AP-VENDOR-NO TO AL-VENDOR-NO
           MOVE AP-INVOICE-NO TO AL-INVOICE-NO
           MOVE ZERO TO AL-LINE-NO
           MOVE 'N' TO WS-LINE-EOF
           START AP-INV-LINE-FILE KEY IS NOT LESS THAN AL-KEY
               INVALID KEY MOVE 'Y' TO WS-LINE-EOF
           END-START
           PERFORM UNTIL LINE-EOF
               READ AP-INV-LINE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LINE-EOF
               END-READ
               IF NOT LINE-EOF
                   IF AL-VENDOR-NO NOT = AP-VENDOR-NO
                           OR AL-INVOICE-NO NOT = AP-INVOICE-NO
                       MOVE 'Y' TO WS-LINE-EOF
                   ELSE
                       PERFORM 400-REPORT-LINE THRU 400-EXIT
                   END-IF
               END-IF
           END-PERFORM.
       300-EXIT.
           EXIT.
      ***************************************************************
      *  One invoice line beside its PO line as it stands now.
      ***************************************************************
       400-REPORT-LINE.
           MOVE SPACES TO MATCH-REPORT-REC
           MOVE AL-LINE-NO TO MX-LINE-NO
           MOVE AL-PO-NUMBER TO MX-PO-NUMBER
           MOVE AL-QTY TO MX-QTY
           MOVE AL-UNIT-PRICE TO MX-UNIT-PRICE
           MOVE AL-EXTENDED TO MX-AMOUNT
           MOVE ZERO TO WS-PO-FOUND-SUB
           PERFORM VARYING WS-PO-SUB FROM 1 BY 1
                   UNTIL WS-PO-SUB > WS-PO-COUNT
                      OR WS-PO-FOUND-SUB NOT = ZERO
               MOVE WS-PO-REC (WS-PO-SUB) TO BOOK-PO-REC
               IF PO-NUMBER = AL-PO-NUMBER
                   MOVE WS-PO-SUB TO WS-PO-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-PO-FOUND-SUB NOT = ZERO
               MOVE WS-PO-REC (WS-PO-FOUND-SUB) TO BOOK-PO-REC
               MOVE PO-EXPECTED-COST TO MX-PO-COST
               MOVE PO-RECEIVED-QTY TO MX-RECEIVED
           END-IF
           EVALUATE AL-MATCH
               WHEN "M"
                   MOVE "MATCHED" TO MX-RESULT
               WHEN "P"
                   MOVE "PRICE" TO MX-RESULT
               WHEN "Q"
                   MOVE "QUANTITY" TO MX-RESULT
               WHEN "B"
                   MOVE "PRICE + QTY" TO MX-RESULT
               WHEN OTHER
                   IF WS-PO-FOUND-SUB = ZERO
                       MOVE "NO PO LINE" TO MX-RESULT
                   ELSE
                       MOVE "NOT VENDOR'S" TO MX-RESULT
                   END-IF
           END-EVALUATE
           WRITE MATCH-REPORT-REC.
       400-EXIT.
           EXIT.
      ***************************************************************
      *  Count and value of the invoices on hold.
      ***************************************************************
       500-WRITE-TOTALS.
           MOVE SPACES TO MATCH-REPORT-REC
           MOVE ZERO TO MX-VENDOR-NO
           MOVE "TOTAL ON MATCH HOLD" TO MX-VENDOR-NAME
           MOVE WS-HELD-COUNT TO MX-LINE-NO
           MOVE WS-HELD-TOTAL TO MX-AMOUNT
           WRITE MATCH-REPORT-REC.
       500-EXIT.
           EXIT.
      ***************************************************************
      *   Open the files, load the PO file, and get today's date.
      ***************************************************************
       900-INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP (1:8) TO WS-TODAY-DATE.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           OPEN INPUT BOOK-PO-FILE.
           PERFORM UNTIL EOF
               READ BOOK-PO-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF WS-PO-COUNT < 1000
                           ADD 1 TO WS-PO-COUNT
                           MOVE BOOK-PO-REC TO WS-PO-REC (WS-PO-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BOOK-PO-FILE.
           MOVE 'N' TO WS-END-OF-FILE.
           OPEN INPUT AP-OPEN-FILE.
           OPEN INPUT AP-INV-LINE-FILE.
           OPEN INPUT VENDOR-MASTER-FILE.
           OPEN OUTPUT MATCH-REPORT-FILE.
       900-EXIT.
           EXIT.
      *****************************************************************
      *   Close files.
      *****************************************************************
       910-END-PROGRAM-RTN.
           CLOSE AP-OPEN-FILE.
           CLOSE AP-INV-LINE-FILE.
           CLOSE VENDOR-MASTER-FILE.
           CLOSE MATCH-REPORT-FILE.
       910-EXIT.
           EXIT.
