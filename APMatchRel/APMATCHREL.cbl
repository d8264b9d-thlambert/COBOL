       IDENTIFICATION DIVISION.
       PROGRAM-ID.  APMATCHREL.
       AUTHOR.  THOMAS LAMBERT.
      *****************************************************************
      * Supervisor release of invoices on match hold.  APINVENTRY
      * holds a vendor invoice (status H) when a line billed against a
      * PO is outside the price or quantity tolerance; the invoice
      * then sits on the open-payables file unpaid and with no
      * accrual entry.  A supervisor (level 3) lists the held
      * invoices here, calls one up by vendor and invoice number to
      * see its lines and what failed on each, and approves it with a
      * reason.  Approval opens the invoice (status O) for the next
      * APPAYMENT run, generates the accrual entry APINVENTRY would
      * have - debit the expense account, credit the vendor's payable
      * account - and logs the release with the supervisor, date, and
      * reason.  As on the journal approval screen, no operator can
      * release an invoice they keyed.
      *
      *   File  :  C:\COBOL\APOPENFILE.DAT
      *   Input :  C:\COBOL\APINVLINE.DAT
      *            C:\COBOL\VENDMASTER.DAT
      *   Output:  C:\COBOL\APMATCHLOG.DAT (extended)
      *            J:\CS3530\COAJRNLFILE.DAT (extended)
      *            J:\CS3530\COAJRNLAPPR.DAT (extended)
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
           SELECT OPTIONAL AP-MATCH-LOG-FILE
                 ASSIGN TO UT-SYS-AP-MATCH-LOG-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CGL-JOURNAL-FILE
                 ASSIGN TO UT-SYS-JOURNAL-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CGL-JRNL-APPROVAL-FILE
                 ASSIGN TO UT-SYS-JRNL-APPROVAL-FILE
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

      *    ONE ROW PER RELEASED INVOICE - WHO RELEASED IT, WHEN,
      *    AND WHY.
       FD AP-MATCH-LOG-FILE
          RECORD CONTAINS 75 CHARACTERS.
       01 AP-MATCH-LOG-REC.
          05  ML-VENDOR-NO                         PIC 9(5).
          05  ML-INVOICE-NO                        PIC X(10).
          05  ML-AMOUNT                            PIC 9(7)V99.
          05  ML-RELEASE-DATE                      PIC 9(8).
          05  ML-OPERATOR-ID                       PIC X(8).
          05  ML-ENTRY-NO                          PIC 9(5).
          05  ML-REASON                            PIC X(30).

      *    SAME LAYOUT CGLJRNLENTRY WRITES AND CGLJOURNALPOST READS.
       FD CGL-JOURNAL-FILE
          RECORD CONTAINS 77 CHARACTERS.
       01 CGL-JOURNAL-REC.
          05  JRNL-ENTRY-NO                        PIC 9(5).
          05  JRNL-LINE-NO                         PIC 9(3).
          05  JRNL-ACCT-NO                         PIC 9(4).
          05  JRNL-DEBIT-AMT                       PIC 9(7)V99.
          05  JRNL-CREDIT-AMT                      PIC 9(7)V99.
          05  JRNL-DESCRIPTION                     PIC X(30).
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
      *    OPERSIGNON FOR THE AGING, LOCKOUT, AND LOGGING RULES.
       01  SIGNON-PARMS.
           05  SGN-PROGRAM-NAME            PIC X(12).
           05  SGN-UNATTENDED              PIC X.
           05  SGN-OPERATOR-ID             PIC X(8).
           05  SGN-PASSWORD                PIC X(8).
           05  SGN-AUTH-LEVEL              PIC 9.
           05  SGN-OK                      PIC X.
       01  WS-FILENAMES.
           05  UT-SYS-AP-OPEN-FILE                 PIC X(50)
                                   VALUE "C:\COBOL\APOPENFILE.DAT".
           05  UT-SYS-AP-INV-LINE-FILE             PIC X(50)
                                   VALUE "C:\COBOL\APINVLINE.DAT".
           05  UT-SYS-VENDFILE                     PIC X(50)
                                   VALUE "C:\COBOL\VENDMASTER.DAT".
           05  UT-SYS-AP-MATCH-LOG-FILE            PIC X(50)
                                   VALUE "C:\COBOL\APMATCHLOG.DAT".
           05  UT-SYS-JOURNAL-FILE                 PIC X(50)
                                   VALUE "J:\CS3530\COAJRNLFILE.DAT".
           05  UT-SYS-JRNL-APPROVAL-FILE           PIC X(50)
                                   VALUE "J:\CS3530\COAJRNLAPPR.DAT".
       01  WS-OPERATOR-ID                          PIC X(8).
       01  WS-SIGNON-AREA.
           05  WS-AUTH-LEVEL                       PIC 9
                                            VALUE ZERO.
           05  WS-SIGNON-OK                        PIC X
                                            VALUE 'N'.
               88  SIGNON-OK                 VALUE 'Y'.
       01  WS-SWITCHES.
           05  WS-STOP-PROGRAM                     PIC X
                                            VALUE 'N'.
               88  OK-TO-STOP                VALUE 'Y'.
           05  WS-LINE-EOF                         PIC X
                                            VALUE 'N'.
               88  LINE-EOF                  VALUE 'Y'.
       01  WS-MENU-CHOICE                          PIC X.
       01  WS-CONFIRM                              PIC X.
       01  WS-REASON                               PIC X(30).
       01  WS-HELD-COUNT                           PIC 9(5).
       01  WS-RESULT-TEXT                          PIC X(12).
       01  WS-TIMESTAMP                            PIC X(21).
       01  WS-TODAY-DATE                           PIC 9(8).
       01  WS-NEXT-ENTRY-NO                        PIC 9(5)
                                            VALUE 1.
       01  WS-END-OF-FILE                          PIC X
                                            VALUE 'N'.
           88  EOF                          VALUE 'Y'.

       PROCEDURE DIVISION.
      ***************************************************************
      *   Do startup tasks.
      *   Work the held invoices until the supervisor exits.
      *   Do ending tasks.
      ***************************************************************
       100-MAIN.
           PERFORM 900-INITIALIZATION THRU 900-EXIT.
      *    RELEASING AN INVOICE MAKES IT PAYABLE - SUPERVISOR
      *    (LEVEL 3) REQUIRED.
           IF NOT SIGNON-OK OR WS-AUTH-LEVEL < 3
               DISPLAY "NOT AUTHORIZED TO RELEASE MATCH HOLDS"
           ELSE
               PERFORM 200-MENU THRU 200-EXIT
                       UNTIL OK-TO-STOP
           END-IF.
           PERFORM 910-END-PROGRAM-RTN THRU 910-EXIT.
           GOBACK.
      ***************************************************************
      *   Validate the operator against the central operator master.
      *   An empty master (first-time setup) signs on in open mode at
      *   supervisor level so the system is not locked out before
      *   OPERMAINT has loaded anyone.
      ***************************************************************
       050-SIGN-ON.
           MOVE "APMATCHREL" TO SGN-PROGRAM-NAME
           MOVE "N" TO SGN-UNATTENDED
           MOVE SPACES TO SGN-OPERATOR-ID
           MOVE SPACES TO SGN-PASSWORD
           CALL "OPERSIGNON" USING SIGNON-PARMS
           MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE SGN-AUTH-LEVEL TO WS-AUTH-LEVEL
           MOVE SGN-OK TO WS-SIGNON-OK.
       050-EXIT.
           EXIT.
      ***************************************************************
      *   1 lists the held invoices, 2 releases one, 3 exits.
      ***************************************************************
       200-MENU.
           DISPLAY " "
           DISPLAY "1 - LIST INVOICES ON MATCH HOLD"
           DISPLAY "2 - RELEASE A HELD INVOICE"
           DISPLAY "3 - EXIT"
           DISPLAY "CHOICE: "
           MOVE SPACE TO WS-MENU-CHOICE
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM 300-LIST-HELD THRU 300-EXIT
               WHEN "2"
                   PERFORM 400-RELEASE-INVOICE THRU 400-EXIT
               WHEN "3"
                   MOVE 'Y' TO WS-STOP-PROGRAM
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
           END-EVALUATE.
       200-EXIT.
           EXIT.
      ***************************************************************
      *   Every invoice on match hold, one line each.
      ***************************************************************
       300-LIST-HELD.
           MOVE ZERO TO WS-HELD-COUNT
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
                   IF AP-MATCH-HOLD
                       ADD 1 TO WS-HELD-COUNT
                       DISPLAY "VENDOR " AP-VENDOR-NO " INVOICE "
                           AP-INVOICE-NO " KEYED " AP-INV-DATE
                           " BY " AP-OPERATOR-ID " AMOUNT " AP-AMOUNT
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-END-OF-FILE
           DISPLAY WS-HELD-COUNT " INVOICES ON MATCH HOLD".
       300-EXIT.
           EXIT.
      ***************************************************************
      *   Call up one held invoice, show its lines, and release it
      *   with a reason.
      ***************************************************************
       400-RELEASE-INVOICE.
           DISPLAY "VENDOR NUMBER: "
           ACCEPT AP-VENDOR-NO
           DISPLAY "INVOICE NUMBER: "
           ACCEPT AP-INVOICE-NO
           READ AP-OPEN-FILE
               INVALID KEY
                   DISPLAY "INVOICE NOT ON FILE"
                   GO TO 400-EXIT
           END-READ
           IF NOT AP-MATCH-HOLD
               DISPLAY "INVOICE IS NOT ON MATCH HOLD"
               GO TO 400-EXIT
           END-IF
           IF AP-OPERATOR-ID = WS-OPERATOR-ID
               DISPLAY "YOU KEYED THIS INVOICE - ANOTHER SUPERVISOR "
                   "MUST RELEASE IT"
               GO TO 400-EXIT
           END-IF
           MOVE AP-VENDOR-NO TO VD-VENDOR-NO
           READ VENDOR-MASTER-FILE
               INVALID KEY
                   DISPLAY "VENDOR NOT ON FILE - CANNOT ACCRUE"
                   GO TO 400-EXIT
           END-READ
           DISPLAY "VENDOR " AP-VENDOR-NO " " VD-NAME
           DISPLAY "INVOICE " AP-INVOICE-NO " AMOUNT " AP-AMOUNT
               " DUE " AP-DUE-DATE
           PERFORM 500-SHOW-LINES THRU 500-EXIT
           DISPLAY "REASON FOR RELEASE: "
           MOVE SPACES TO WS-REASON
           ACCEPT WS-REASON
           IF WS-REASON = SPACES
               DISPLAY "A REASON IS REQUIRED - NOT RELEASED"
               GO TO 400-EXIT
           END-IF
           DISPLAY "RELEASE THIS INVOICE FOR PAYMENT (Y/N): "
           MOVE SPACE TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "NOT RELEASED"
               GO TO 400-EXIT
           END-IF
           MOVE "O" TO AP-STATUS
           REWRITE AP-OPEN-REC
               INVALID KEY
                   DISPLAY "ERROR REWRITING INVOICE"
                   GO TO 400-EXIT
           END-REWRITE
           PERFORM 600-WRITE-ACCRUAL-ENTRY THRU 600-EXIT
           PERFORM 650-WRITE-RELEASE-LOG THRU 650-EXIT
           DISPLAY "INVOICE RELEASED - ACCRUAL ENTRY "
               WS-NEXT-ENTRY-NO " GENERATED"
           ADD 1 TO WS-NEXT-ENTRY-NO.
       400-EXIT.
           EXIT.
      ***************************************************************
      *   The invoice's lines and what was found on each.
      ***************************************************************
       500-SHOW-LINES.
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
                       EVALUATE AL-MATCH
                           WHEN "M"
                               MOVE "MATCHED" TO WS-RESULT-TEXT
                           WHEN "P"
                               MOVE "PRICE" TO WS-RESULT-TEXT
                           WHEN "Q"
                               MOVE "QUANTITY" TO WS-RESULT-TEXT
                           WHEN "B"
                               MOVE "PRICE + QTY" TO WS-RESULT-TEXT
                           WHEN OTHER
                               MOVE "PO LINE" TO WS-RESULT-TEXT
                       END-EVALUATE
                       DISPLAY "  LINE " AL-LINE-NO " PO "
                           AL-PO-NUMBER " QTY " AL-QTY " PRICE "
                           AL-UNIT-PRICE " - " WS-RESULT-TEXT
                   END-IF
               END-IF
           END-PERFORM.
       500-EXIT.
           EXIT.
      ***************************************************************
      *   The accrual entry held back at entry: debit the expense
      *   account, credit the vendor's payable account.  It posts
      *   through CGLJOURNALPOST like any other entry.
      ***************************************************************
       600-WRITE-ACCRUAL-ENTRY.
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
           MOVE "APMATCHR" TO JAPR-APPROVER-1
           MOVE WS-TIMESTAMP (1:14) TO JAPR-APPROVED-1-TS
           OPEN EXTEND CGL-JRNL-APPROVAL-FILE
           WRITE CGL-JRNL-APPROVAL-REC
           CLOSE CGL-JRNL-APPROVAL-FILE
           OPEN EXTEND CGL-JOURNAL-FILE
           MOVE WS-NEXT-ENTRY-NO TO JRNL-ENTRY-NO
           MOVE 1 TO JRNL-LINE-NO
           MOVE AP-EXP-ACCT TO JRNL-ACCT-NO
           MOVE AP-AMOUNT TO JRNL-DEBIT-AMT
           MOVE ZERO TO JRNL-CREDIT-AMT
           MOVE SPACES TO JRNL-DESCRIPTION
           STRING "AP INV " AP-INVOICE-NO " VND " AP-VENDOR-NO
               DELIMITED BY SIZE INTO JRNL-DESCRIPTION
           MOVE ZERO TO JRNL-EFF-DATE
           MOVE WS-OPERATOR-ID TO JRNL-OPERATOR-ID
           MOVE SPACE TO JRNL-REVERSE-FLAG
           WRITE CGL-JOURNAL-REC
           MOVE 2 TO JRNL-LINE-NO
           MOVE VD-PAYABLE-ACCT TO JRNL-ACCT-NO
           MOVE ZERO TO JRNL-DEBIT-AMT
           MOVE AP-AMOUNT TO JRNL-CREDIT-AMT
           WRITE CGL-JOURNAL-REC
           CLOSE CGL-JOURNAL-FILE.
       600-EXIT.
           EXIT.
      ***************************************************************
      *   Who released the invoice, when, and why.
      ***************************************************************
       650-WRITE-RELEASE-LOG.
           OPEN EXTEND AP-MATCH-LOG-FILE
           MOVE AP-VENDOR-NO TO ML-VENDOR-NO
           MOVE AP-INVOICE-NO TO ML-INVOICE-NO
           MOVE AP-AMOUNT TO ML-AMOUNT
           MOVE WS-TODAY-DATE TO ML-RELEASE-DATE
           MOVE WS-OPERATOR-ID TO ML-OPERATOR-ID
           MOVE WS-NEXT-ENTRY-NO TO ML-ENTRY-NO
           MOVE WS-REASON TO ML-REASON
           WRITE AP-MATCH-LOG-REC
           CLOSE AP-MATCH-LOG-FILE.
       650-EXIT.
           EXIT.
      ***************************************************************
      *   Find the highest entry number already on the journal file
      *   so generated accrual entries continue the sequence.
      ***************************************************************
       800-FIND-NEXT-ENTRY-NO.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT CGL-JOURNAL-FILE
           PERFORM UNTIL EOF
               READ CGL-JOURNAL-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF JRNL-ENTRY-NO NOT < WS-NEXT-ENTRY-NO
                           COMPUTE WS-NEXT-ENTRY-NO =
                               JRNL-ENTRY-NO + 1
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CGL-JOURNAL-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       800-EXIT.
           EXIT.
      ***************************************************************
      *   Open the files, get the date, and sign on.
      ***************************************************************
       900-INITIALIZATION.
           OPEN I-O AP-OPEN-FILE.
           OPEN INPUT AP-INV-LINE-FILE.
           OPEN INPUT VENDOR-MASTER-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP (1:8) TO WS-TODAY-DATE.
           PERFORM 050-SIGN-ON THRU 050-EXIT.
           PERFORM 800-FIND-NEXT-ENTRY-NO THRU 800-EXIT.
       900-EXIT.
           EXIT.
      *****************************************************************
      *   Close files.
      *****************************************************************
       910-END-PROGRAM-RTN.
           CLOSE AP-OPEN-FILE.
           CLOSE AP-INV-LINE-FILE.
           CLOSE VENDOR-MASTER-FILE.
       910-EXIT.
           EXIT.
