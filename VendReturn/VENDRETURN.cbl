       IDENTIFICATION DIVISION.
       PROGRAM-ID.  VENDRETURN.
       AUTHOR.  THOMAS LAMBERT.
      *****************************************************************
      * Return to vendor.  When a shipment arrives damaged, or the
      * vendor sends the wrong title, BOOKLOAD has already made items
      * of the copies, counted them on hand, and posted their value
      * to inventory.  This program sends them back.
      *
      * The desk enters the ISBN and the PO line the shipment was
      * received against on BOOKPOFILE.DAT, then scans each copy
      * going back.  Every copy must be that title, on the shelf,
      * and from the same receipt as the first copy scanned - the
      * receipt is the copies' acquisition date - and no more copies
      * can go back than the line received.  Accepted, the return:
      *
      *   - deletes the copies from BOOKITEM.DAT and re-derives the
      *     title's quantity on hand from the copies still on the
      *     shelf, as BOOKLOAD does;
      *   - records the return on BOOKRETURN.DAT - vendor, PO line,
      *     ISBN, receipt date, quantity, value, reason, and the
      *     credit memo it raised;
      *   - when a replacement is expected, takes the quantity back
      *     off the PO line's received count and reopens the line,
      *     and re-encumbers the replacement's value on
      *     COAENCUMBFILE.DAT, so BOOKLOAD matches the replacement
      *     shipment as it would any other;
      *   - raises a credit memo for the copies' cost on
      *     APOPENFILE.DAT - status C, an open credit rather than an
      *     open invoice - and the journal entry reversing the
      *     invoice's accrual (debit the vendor's payable account,
      *     credit the expense account the invoice was charged to).
      *     APPAYMENT nets the credit against the vendor's next
      *     payment.
      *
      * The copies' value comes off the inventory asset account the
      * way BOOKLOAD put it on: the session's total is merged into
      * COATRANSFILE.DAT as one "U" transaction when the desk signs
      * off.  Raising a credit memo is invoice entry, so the program
      * needs posting authority (level 2), and like the other desks
      * it will not start while the nightly chain holds the run lock.
      *
      *   File  :  C:\COBOL\BOOKRETURN.DAT
      *            C:\COBOL\BOOKCATALOG.DAT
      *            C:\COBOL\BOOKITEM.DAT
      *            C:\COBOL\BOOKPOFILE.DAT
      *            C:\COBOL\APOPENFILE.DAT
      *            J:\CS3530\COAENCUMBFILE.DAT
      *   Input :  C:\COBOL\VENDMASTER.DAT
      *            J:\CS3530\COAFILEMASTER.DAT
      *   Output:  J:\CS3530\COAJRNLFILE.DAT (extended)
      *            J:\CS3530\COAJRNLAPPR.DAT (extended)
      *            J:\CS3530\COATRANSFILE.DAT (merged in, not
      *            replaced)
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RETURN-FILE
                 ASSIGN TO UT-SYS-RETURN-FILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS RT-RETURN-NO.
           SELECT BOOK-FILE
                 ASSIGN TO UT-SYS-BOOKFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS BR-BOOK-ISBN
                 ALTERNATE RECORD KEY IS BR-BOOK-TITLE
                     WITH DUPLICATES
                 ALTERNATE RECORD KEY IS BR-AUTHOR-ID
                     WITH DUPLICATES.
           SELECT ITEM-FILE
                 ASSIGN TO UT-SYS-ITEMFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS IT-BARCODE
                 ALTERNATE RECORD KEY IS IT-ISBN
                     WITH DUPLICATES.
           SELECT OPTIONAL BOOK-PO-FILE
                 ASSIGN TO UT-SYS-PO-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CGLC-ENCUMB-FILE
                 ASSIGN TO UT-SYS-ENCUMB-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AP-OPEN-FILE
                 ASSIGN TO UT-SYS-AP-OPEN-FILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS AP-INV-KEY.
           SELECT VENDOR-MASTER-FILE
                 ASSIGN TO UT-SYS-VENDFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS VD-VENDOR-NO.
           SELECT CGL-COA-MASTER-FILE
                 ASSIGN TO UT-SYS-COA-MASTER-FILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS CGLC-MSTR-NO.
           SELECT OPTIONAL CGL-JOURNAL-FILE
                 ASSIGN TO UT-SYS-JOURNAL-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CGL-JRNL-APPROVAL-FILE
                 ASSIGN TO UT-SYS-JRNL-APPROVAL-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CGL-COA-TRANS-FILE
                 ASSIGN TO UT-SYS-TRANS-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CGLC-TRANS-WORK-FILE
                 ASSIGN TO UT-SYS-TRANS-WORK-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BATCH-LOCK-FILE
                 ASSIGN TO UT-SYS-BATCH-LOCK-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    ONE RECORD PER RETURN TO A VENDOR, KEYED BY RETURN NUMBER.
       FD RETURN-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 79 CHARACTERS.
       01 RETURN-REC.
          05  RT-RETURN-NO                         PIC 9(6).
          05  RT-VENDOR-NO                         PIC 9(5).
          05  RT-PO-NUMBER                         PIC 9(6).
          05  RT-ISBN                              PIC 9(13).
      *    THE RECEIPT THE COPIES CAME IN ON - THEIR ACQUISITION DATE.
          05  RT-RECEIVED-DATE                     PIC 9(8).
          05  RT-QTY                               PIC 9(4).
          05  RT-VALUE                             PIC 9(7)V99.
          05  RT-REASON                            PIC X.
              88  RT-DAMAGED                VALUE "D".
              88  RT-WRONG-TITLE            VALUE "W".
              88  RT-OTHER                  VALUE "O".
              88  RT-REASON-VALID           VALUE "D" "W" "O".
          05  RT-REPLACE                           PIC X.
              88  RT-REPLACEMENT-DUE        VALUE "Y".
          05  RT-CREDIT-MEMO-NO                    PIC X(10).
          05  RT-RETURN-DATE                       PIC 9(8).
          05  RT-OPERATOR-ID                       PIC X(8).

      *    SAME LAYOUT BOOKLOAD KEEPS.
       FD BOOK-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 103 CHARACTERS.
       01 BOOK-REC.
          05  BR-BOOK-ISBN                          PIC 9(13).
          05  BR-BOOK-TITLE                         PIC X(30).
          05  BR-AUTHOR-ID                          PIC 9(5).
          05  BR-BOOK-PUBLISHER                     PIC X(20).
          05  BR-BOOK-PRICE                         PIC 9(5)V99.
          05  BR-QTY-ON-HAND                        PIC 9(4).
          05  BR-REORDER-POINT                      PIC 9(4).
          05  BR-CALL-NUMBER                        PIC X(20).

      *    SAME LAYOUT BOOKLOAD KEEPS.
       FD ITEM-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 56 CHARACTERS.
       01 ITEM-REC.
          05  IT-BARCODE                           PIC 9(10).
          05  IT-ISBN                              PIC 9(13).
          05  IT-ACQ-DATE                          PIC 9(8).
          05  IT-COST                              PIC 9(5)V99.
          05  IT-CONDITION                         PIC X.
          05  IT-STATUS                            PIC X.
              88  ITEM-ON-SHELF             VALUE "S".
          05  IT-STATUS-DATE                       PIC 9(8).
          05  IT-HOME-BRANCH                       PIC X(4).
          05  IT-AT-BRANCH                         PIC X(4).

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
              88  PO-OPEN                   VALUE "O".
          05  PO-RECEIVED-QTY                      PIC 9(4).

      *    SAME LAYOUT BOOKPOGEN WRITES - ONE ROW PER PO LINE WITH
      *    THE VALUE STILL ENCUMBERED AGAINST THE CHARGE ACCOUNT.
       FD CGLC-ENCUMB-FILE
          RECORD CONTAINS 80 CHARACTERS.
       01 CGLC-ENCUMB-REC.
          05  ENC-PO-NUMBER                        PIC 9(6).
          05  ENC-ACCT-NO                          PIC 9(4).
          05  ENC-ISBN                             PIC 9(13).
          05  ENC-ORIG-AMT                         PIC 9(7)V99.
          05  ENC-OPEN-AMT                         PIC 9(7)V99.
          05  ENC-RELIEVED-AMT                     PIC 9(7)V99.
          05  ENC-STATUS                           PIC X.
              88  ENC-OPEN                  VALUE "O".
              88  ENC-CLOSED                VALUE "C".
          05  ENC-OPENED-DATE                      PIC 9(8).
          05  ENC-CLOSED-DATE                      PIC 9(8).
          05  FILLER                               PIC X(13).

      *    SAME LAYOUT APINVENTRY KEEPS.  A CREDIT MEMO IS A ROW IN
      *    STATUS C, ITS AMOUNT OWED BY THE VENDOR RATHER THAN TO IT.
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
              88  AP-PAID                   VALUE "P".
              88  AP-CREDIT-OPEN            VALUE "C".
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
          RECORD CONTAINS 63 CHARACTERS.
       01 CGL-COA-MSTR-REC.
          05  CGLC-MSTR-NO                         PIC 9(4).
          05  CGLC-MSTR-BEG-BALANCE                PIC S9(7)V99.
          05  CGLC-MSTR-CUR-BALANCE                PIC S9(7)V99.
          05  CGLC-MSTR-ACCT-ACTIVE                PIC X.
              88  MSTR-ACCT-ACTIVE          VALUE "A".
          05  CGLC-MSTR-ACCT-TYPE                  PIC X.
              88  MSTR-TYPE-ASSET           VALUE "A".
              88  MSTR-TYPE-EXPENSE         VALUE "E".
          05  CGLC-MSTR-DESCRIPTION                PIC X(30).
          05  CGLC-MSTR-EFF-DATE                   PIC 9(8).
          05  CGLC-MSTR-PEND-STATUS                PIC X.

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

      *    SAME 73-BYTE LAYOUT CGLFILEPROCESSING USES FOR
      *    COATRANSFILE.DAT, INCLUDING THE CTL1 CONTROL RECORD.
       FD CGL-COA-TRANS-FILE
          RECORD CONTAINS 73 CHARACTERS.
       01  CGLC-TRANS-REC.
           05  CGLC-TRANS-NO               PIC 9(4).
           05  CGLC-TRANS-BEG-BALANCE      PIC S9(7)V99.
           05  CGLC-TRANS-CUR-BALANCE      PIC S9(7)V99.
           05  CGLC-TRANS-ACCT-ACTIVE     PIC X.
           05  CGLC-TRANS-ACCT-TYPE        PIC X.
           05  CGLC-TRANS-DESCRIPTION      PIC X(30).
           05  CGLC-TRANS-TYPE             PIC X.
               88  COA-UPDATE              VALUE "U".
           05  CGLC-TRANS-EFF-DATE         PIC 9(8).
           05  CGLC-TRANS-REASON-CODE      PIC X(10).
       01  CGLC-CTL-REC.
           05  CGLC-CTL-ID                 PIC X(4).
               88  CGLC-CTL-ID-VALID       VALUE "CTL1".
           05  CGLC-CTL-REC-COUNT          PIC 9(7).
           05  CGLC-CTL-HASH-TOTAL         PIC 9(9).
           05  CGLC-CTL-BATCH-NO           PIC 9(6).
           05  FILLER                      PIC X(47).
      *    HOLDS A COPY OF COATRANSFILE.DAT'S EXISTING TRANSACTION
      *    RECORDS WHILE THE CONTROL RECORD IS BEING REBUILT - LINE
      *    SEQUENTIAL FILES CAN'T BE READ AND WRITTEN IN ONE OPEN.
       FD CGLC-TRANS-WORK-FILE
          RECORD CONTAINS 73 CHARACTERS.
       01  CGLC-TRANS-WORK-REC             PIC X(73).

       FD BATCH-LOCK-FILE
          RECORD CONTAINS 49 CHARACTERS.
       01 BATCH-LOCK-REC.
          05  LK-HOLDER                            PIC X(8).
          05  LK-TIMESTAMP                         PIC X(21).
          05  LK-STEP                              PIC X(20).

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
           05  UT-SYS-RETURN-FILE                  PIC X(50)
                                   VALUE "C:\COBOL\BOOKRETURN.DAT".
           05  UT-SYS-BOOKFILE                     PIC X(50)
                                   VALUE "C:\COBOL\BOOKCATALOG.DAT".
           05  UT-SYS-ITEMFILE                     PIC X(50)
                                   VALUE "C:\COBOL\BOOKITEM.DAT".
           05  UT-SYS-PO-FILE                      PIC X(50)
                                   VALUE "C:\COBOL\BOOKPOFILE.DAT".
           05  UT-SYS-ENCUMB-FILE                  PIC X(50)
                                   VALUE "J:\CS3530\COAENCUMBFILE.DAT".
           05  UT-SYS-AP-OPEN-FILE                 PIC X(50)
                                   VALUE "C:\COBOL\APOPENFILE.DAT".
           05  UT-SYS-VENDFILE                     PIC X(50)
                                   VALUE "C:\COBOL\VENDMASTER.DAT".
           05  UT-SYS-COA-MASTER-FILE              PIC X(50)
                                   VALUE "J:\CS3530\COAFILEMASTER.DAT".
           05  UT-SYS-JOURNAL-FILE                 PIC X(50)
                                   VALUE "J:\CS3530\COAJRNLFILE.DAT".
           05  UT-SYS-JRNL-APPROVAL-FILE           PIC X(50)
                                   VALUE "J:\CS3530\COAJRNLAPPR.DAT".
           05  UT-SYS-TRANS-FILE                   PIC X(50)
                                   VALUE "J:\CS3530\COATRANSFILE.DAT".
           05  UT-SYS-TRANS-WORK-FILE              PIC X(50)
                                   VALUE "J:\CS3530\COATRANSWORK.DAT".
           05  UT-SYS-BATCH-LOCK-FILE              PIC X(50)
                                   VALUE "C:\COBOL\BATCHRUNLOCK.DAT".
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
           05  WS-END-OF-FILE                      PIC X
                                            VALUE 'N'.
               88  EOF                       VALUE 'Y'.
           05  WS-ITEM-EOF                         PIC X
                                            VALUE 'N'.
               88  ITEM-EOF                  VALUE 'Y'.
           05  WS-RETURN-EOF                       PIC X
                                            VALUE 'N'.
               88  RETURN-EOF                VALUE 'Y'.
           05  WS-PO-LINE-OK                       PIC X
                                            VALUE 'N'.
               88  PO-LINE-OK                VALUE 'Y'.
           05  WS-COPY-OK                          PIC X
                                            VALUE 'N'.
               88  COPY-OK                   VALUE 'Y'.
           05  WS-INV-ON-FILE                      PIC X
                                            VALUE 'N'.
               88  INV-ON-FILE               VALUE 'Y'.
           05  WS-EXP-ACCT-OK                      PIC X
                                            VALUE 'N'.
               88  EXP-ACCT-OK               VALUE 'Y'.
           05  WS-INV-ACCT-FOUND                   PIC X
                                            VALUE 'N'.
               88  INV-ACCT-FOUND            VALUE 'Y'.
       01  WS-MENU-CHOICE                          PIC X.
       01  WS-CONFIRM                              PIC X.
       01  WS-TIMESTAMP                            PIC X(21).
       01  WS-TODAY-DATE                           PIC 9(8).
       01  WS-NEXT-RETURN-NO                       PIC 9(6)
                                            VALUE ZERO.
       01  WS-NEXT-ENTRY-NO                        PIC 9(5)
                                            VALUE 1.
      *    THE RETURN BEING KEYED.
       01  WS-RETURN-WORK.
           05  WS-RETURN-ISBN                      PIC 9(13).
           05  WS-RETURN-PO                        PIC 9(6).
           05  WS-RECEIVED-QTY                     PIC 9(4).
           05  WS-PO-EXPECTED-COST                 PIC 9(5)V99.
           05  WS-PO-ORDER-DATE                    PIC 9(8).
           05  WS-RECEIPT-DATE                     PIC 9(8).
           05  WS-RETURN-VALUE                     PIC 9(7)V99.
           05  WS-EXP-ACCT                         PIC 9(4).
           05  WS-MEMO-ENTRY                       PIC X(10).
           05  WS-BARCODE-ENTRY                    PIC X(10).
           05  WS-SCAN-BARCODE                     PIC 9(10).
           05  WS-REENCUMBER                       PIC 9(7)V99.
      *    THE COPIES SCANNED FOR THE RETURN.
       01  WS-COPY-TABLE.
           05  WS-COPY-COUNT                       PIC 9(4)
                                            VALUE ZERO.
           05  WS-COPY-BARCODE OCCURS 100 TIMES    PIC 9(10).
       01  WS-COPY-SUB                             PIC 9(4).
       01  WS-COPY-LIMIT                           PIC 9(4)
                                            VALUE 100.
      *    BOOKPOFILE.DAT AND COAENCUMBFILE.DAT ARE LINE SEQUENTIAL,
      *    SO A REOPENED LINE IS UPDATED BY READING THE FILE INTO
      *    STORAGE AND WRITING IT BACK IN FULL, AS BOOKLOAD DOES.
       01  WS-PO-TABLE.
           05  WS-PO-COUNT                         PIC 9(4)
                                            VALUE ZERO.
           05  WS-PO-ENTRY OCCURS 1000 TIMES.
               10  WS-PO-REC                       PIC X(48).
       01  WS-PO-SUB                               PIC 9(4).
       01  WS-PO-FOUND-SUB                         PIC 9(4).
       01  WS-ENC-TABLE.
           05  WS-ENC-COUNT                        PIC 9(4)
                                            VALUE ZERO.
           05  WS-ENC-ENTRY OCCURS 1000 TIMES.
               10  WS-ENC-REC                      PIC X(80).
       01  WS-ENC-SUB                              PIC 9(4).
       01  WS-ENC-FOUND-SUB                        PIC 9(4).
       01  WS-TABLE-OVERFLOW                       PIC X
                                            VALUE 'N'.
           88  TABLE-OVERFLOW                VALUE 'Y'.
      *    DESIGNATED INVENTORY ASSET ACCOUNT BOOKLOAD POSTS RECEIVED
      *    STOCK TO - RETURNED STOCK COMES OFF THE SAME ACCOUNT.
       01  WS-INVENTORY-ACCT                       PIC 9(4)
                                            VALUE 1300.
      *    THE SESSION'S RETURNED VALUE, POSTED AT SIGN-OFF.
       01  WS-SESSION-TOTALS.
           05  WS-SESSION-VALUE                    PIC 9(7)V99
                                            VALUE ZERO.
           05  WS-SESSION-RETURNS                  PIC 9(4)
                                            VALUE ZERO.
       01  WS-PENDING-TRANS.
           05  WS-PT-NO                            PIC 9(4).
           05  WS-PT-BEG-BALANCE                   PIC S9(7)V99.
           05  WS-PT-CUR-BALANCE                   PIC S9(7)V99.
           05  WS-PT-ACCT-ACTIVE                   PIC X.
           05  WS-PT-ACCT-TYPE                     PIC X.
           05  WS-PT-DESCRIPTION                   PIC X(30).
       01  WS-MERGE-SWITCHES.
           05  WS-MERGE-EOF                        PIC X
                                            VALUE 'N'.
               88  MERGE-EOF                 VALUE 'Y'.
           05  WS-CTL-RECORD-OK                    PIC X
                                            VALUE 'N'.
               88  CTL-RECORD-OK             VALUE 'Y'.
       01  WS-NEW-CTL-TOTALS.
           05  WS-NEW-CTL-COUNT                    PIC 9(7)
                                            VALUE ZERO.
           05  WS-NEW-CTL-HASH                     PIC 9(9)
                                            VALUE ZERO.
           05  WS-NEW-CTL-BATCH-NO                 PIC 9(6)
                                            VALUE ZERO.

       PROCEDURE DIVISION.
      *************************************************************
      *  Do startup tasks.
      *  Loop until the user decides to stop the program.
      *  Do ending tasks.
      *************************************************************
       100-MAIN.
           PERFORM 900-INITIALIZATION THRU 900-EXIT.
      *    A CREDIT MEMO IS INVOICE ENTRY - LEVEL 2 OR BETTER.
           IF NOT SIGNON-OK OR WS-AUTH-LEVEL < 2
               DISPLAY "NOT AUTHORIZED FOR VENDOR RETURNS"
               MOVE 'Y' TO WS-STOP-PROGRAM
           END-IF
           PERFORM 200-PROCESS-FILE THRU 200-EXIT
                   UNTIL OK-TO-STOP.
           PERFORM 910-END-PROGRAM-RTN THRU 910-EXIT.
           GOBACK.
      ***************************************************************
      *   Display the menu and dispatch.
      ***************************************************************
       200-PROCESS-FILE.
           DISPLAY "1. RETURN COPIES TO VENDOR"
           DISPLAY "2. VIEW A RETURN"
           DISPLAY "3. EXIT"
           DISPLAY "ENTER MENU OPTION: "
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM 300-ENTER-RETURN THRU 300-EXIT
               WHEN "2"
                   PERFORM 500-VIEW-RETURN THRU 500-EXIT
               WHEN "3"
                   MOVE 'Y' TO WS-STOP-PROGRAM
           END-EVALUATE.
       200-EXIT.
           EXIT.
      ***************************************************************
      *   Key one return: the title, the PO line, the copies, the
      *   reason, and the credit memo.  Nothing is changed until the
      *   desk confirms.
      ***************************************************************
       300-ENTER-RETURN.
           MOVE ZERO TO WS-COPY-COUNT WS-RETURN-VALUE
           DISPLAY "ISBN: "
           ACCEPT WS-RETURN-ISBN
           MOVE WS-RETURN-ISBN TO BR-BOOK-ISBN
           READ BOOK-FILE
               INVALID KEY
                   DISPLAY "ISBN IS NOT ON THE CATALOG"
                   GO TO 300-EXIT
           END-READ
           DISPLAY BR-BOOK-TITLE
           DISPLAY "PO LINE THE SHIPMENT WAS RECEIVED AGAINST: "
           ACCEPT WS-RETURN-PO
           PERFORM 320-FIND-PO-LINE THRU 320-EXIT
           IF NOT PO-LINE-OK
               GO TO 300-EXIT
           END-IF
           MOVE PO-VENDOR-NO TO VD-VENDOR-NO
           READ VENDOR-MASTER-FILE
               INVALID KEY
                   DISPLAY "VENDOR " PO-VENDOR-NO " IS NOT ON FILE"
                   GO TO 300-EXIT
           END-READ
           DISPLAY "VENDOR " VD-VENDOR-NO " " VD-NAME
           DISPLAY "RECEIVED " WS-RECEIVED-QTY " ON THIS LINE"
           PERFORM 340-SCAN-COPIES THRU 340-EXIT
           IF WS-COPY-COUNT = ZERO
               DISPLAY "NO COPIES SCANNED - NOTHING RETURNED"
               GO TO 300-EXIT
           END-IF
           DISPLAY WS-COPY-COUNT " COPIES FROM RECEIPT OF "
               WS-RECEIPT-DATE ", VALUE " WS-RETURN-VALUE
           DISPLAY "REASON (D=DAMAGED W=WRONG TITLE O=OTHER): "
           ACCEPT RT-REASON
           IF NOT RT-REASON-VALID
               DISPLAY "INVALID REASON - NOTHING RETURNED"
               GO TO 300-EXIT
           END-IF
           DISPLAY "IS A REPLACEMENT EXPECTED (Y/N): "
           ACCEPT RT-REPLACE
           IF RT-REPLACE NOT = "Y"
               MOVE "N" TO RT-REPLACE
           END-IF
           DISPLAY "EXPENSE ACCOUNT THE INVOICE WAS CHARGED TO: "
           ACCEPT WS-EXP-ACCT
           PERFORM 360-VALIDATE-EXP-ACCT THRU 360-EXIT
           IF NOT EXP-ACCT-OK
               DISPLAY "NOT AN ACTIVE EXPENSE ACCOUNT - "
                   "NOTHING RETURNED"
               GO TO 300-EXIT
           END-IF
           ADD 1 TO WS-NEXT-RETURN-NO
           DISPLAY "VENDOR'S CREDIT MEMO NUMBER (ENTER FOR RTV"
               WS-NEXT-RETURN-NO "): "
           MOVE SPACES TO WS-MEMO-ENTRY
           ACCEPT WS-MEMO-ENTRY
           IF WS-MEMO-ENTRY = SPACES
               STRING "RTV" WS-NEXT-RETURN-NO
                   DELIMITED BY SIZE INTO WS-MEMO-ENTRY
           END-IF
           MOVE VD-VENDOR-NO TO AP-VENDOR-NO
           MOVE WS-MEMO-ENTRY TO AP-INVOICE-NO
           PERFORM 380-CHECK-DUPLICATE THRU 380-EXIT
           IF INV-ON-FILE
               DISPLAY "CREDIT MEMO NUMBER ALREADY ON FILE - "
                   "NOTHING RETURNED"
               SUBTRACT 1 FROM WS-NEXT-RETURN-NO
               GO TO 300-EXIT
           END-IF
           DISPLAY "RETURN " WS-COPY-COUNT " COPIES AND RAISE CREDIT "
               "MEMO " WS-MEMO-ENTRY " (Y/N): "
           MOVE SPACE TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "NOTHING RETURNED"
               SUBTRACT 1 FROM WS-NEXT-RETURN-NO
               GO TO 300-EXIT
           END-IF
           PERFORM 400-APPLY-RETURN THRU 400-EXIT.
       300-EXIT.
           EXIT.
      ***************************************************************
      *   Find the PO line and check it is for this title.  The line
      *   may be open or closed; it must have received something.
      ***************************************************************
       320-FIND-PO-LINE.
           MOVE 'N' TO WS-PO-LINE-OK
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT BOOK-PO-FILE
           PERFORM UNTIL EOF OR PO-LINE-OK
               READ BOOK-PO-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF PO-NUMBER = WS-RETURN-PO
                           MOVE 'Y' TO WS-PO-LINE-OK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOK-PO-FILE
           MOVE 'N' TO WS-END-OF-FILE
           IF NOT PO-LINE-OK
               DISPLAY "PO LINE " WS-RETURN-PO " IS NOT ON FILE"
               GO TO 320-EXIT
           END-IF
           IF PO-ISBN NOT = WS-RETURN-ISBN
               DISPLAY "PO LINE " WS-RETURN-PO " IS FOR ISBN "
                   PO-ISBN
               MOVE 'N' TO WS-PO-LINE-OK
               GO TO 320-EXIT
           END-IF
           IF PO-RECEIVED-QTY = ZERO
               DISPLAY "NOTHING HAS BEEN RECEIVED ON PO LINE "
                   WS-RETURN-PO
               MOVE 'N' TO WS-PO-LINE-OK
               GO TO 320-EXIT
           END-IF
           MOVE PO-RECEIVED-QTY TO WS-RECEIVED-QTY
           MOVE PO-EXPECTED-COST TO WS-PO-EXPECTED-COST
           MOVE PO-ORDER-DATE TO WS-PO-ORDER-DATE.
       320-EXIT.
           EXIT.
      ***************************************************************
      *   Scan the copies going back until a blank entry.  Each must
      *   be this title, on the shelf, received after the order, and
      *   from the same receipt as the first.
      ***************************************************************
       340-SCAN-COPIES.
           MOVE ZERO TO WS-RECEIPT-DATE
           PERFORM UNTIL WS-COPY-COUNT NOT < WS-RECEIVED-QTY
                   OR WS-COPY-COUNT NOT < WS-COPY-LIMIT
               DISPLAY "SCAN COPY BARCODE (ENTER WHEN DONE): "
               MOVE SPACES TO WS-BARCODE-ENTRY
               ACCEPT WS-BARCODE-ENTRY
               IF WS-BARCODE-ENTRY = SPACES
                   GO TO 340-EXIT
               END-IF
               PERFORM 350-CHECK-COPY THRU 350-EXIT
               IF COPY-OK
                   ADD 1 TO WS-COPY-COUNT
                   MOVE IT-BARCODE TO WS-COPY-BARCODE (WS-COPY-COUNT)
                   ADD IT-COST TO WS-RETURN-VALUE
                   IF WS-RECEIPT-DATE = ZERO
                       MOVE IT-ACQ-DATE TO WS-RECEIPT-DATE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-COPY-COUNT = WS-RECEIVED-QTY
               DISPLAY "ALL " WS-COPY-COUNT " COPIES THE LINE RECEIVED "
                   "ARE SCANNED"
           ELSE
               DISPLAY WS-COPY-LIMIT " COPIES IS THE MOST ONE RETURN "
                   "TAKES"
           END-IF.
       340-EXIT.
           EXIT.
      ***************************************************************
      *   Edit one scanned copy.
      ***************************************************************
       350-CHECK-COPY.
           MOVE 'N' TO WS-COPY-OK
           IF FUNCTION TEST-NUMVAL(WS-BARCODE-ENTRY) NOT = ZERO
               DISPLAY "BARCODE MUST BE NUMERIC"
               GO TO 350-EXIT
           END-IF
           COMPUTE WS-SCAN-BARCODE = FUNCTION NUMVAL(WS-BARCODE-ENTRY)
           PERFORM VARYING WS-COPY-SUB FROM 1 BY 1
                   UNTIL WS-COPY-SUB > WS-COPY-COUNT
               IF WS-COPY-BARCODE (WS-COPY-SUB) = WS-SCAN-BARCODE
                   DISPLAY "COPY " WS-SCAN-BARCODE
                       " IS ALREADY SCANNED"
                   GO TO 350-EXIT
               END-IF
           END-PERFORM
           MOVE WS-SCAN-BARCODE TO IT-BARCODE
           READ ITEM-FILE
               INVALID KEY
                   DISPLAY "COPY " WS-SCAN-BARCODE " IS NOT ON FILE"
                   GO TO 350-EXIT
           END-READ
           IF IT-ISBN NOT = WS-RETURN-ISBN
               DISPLAY "COPY " IT-BARCODE " IS ISBN " IT-ISBN
               GO TO 350-EXIT
           END-IF
           IF NOT ITEM-ON-SHELF
               DISPLAY "COPY " IT-BARCODE " IS NOT ON THE SHELF - "
                   "STATUS " IT-STATUS
               GO TO 350-EXIT
           END-IF
           IF IT-ACQ-DATE < WS-PO-ORDER-DATE
               DISPLAY "COPY " IT-BARCODE " WAS RECEIVED " IT-ACQ-DATE
                   " - BEFORE THE PO WAS ORDERED"
               GO TO 350-EXIT
           END-IF
           IF WS-RECEIPT-DATE NOT = ZERO
                   AND IT-ACQ-DATE NOT = WS-RECEIPT-DATE
               DISPLAY "COPY " IT-BARCODE " WAS RECEIVED " IT-ACQ-DATE
                   " - NOT WITH THIS SHIPMENT"
               GO TO 350-EXIT
           END-IF
           MOVE 'Y' TO WS-COPY-OK.
       350-EXIT.
           EXIT.
      ***************************************************************
      *   The expense account must be on the COA master as an
      *   active expense-type account.
      ***************************************************************
       360-VALIDATE-EXP-ACCT.
           MOVE 'N' TO WS-EXP-ACCT-OK
           MOVE WS-EXP-ACCT TO CGLC-MSTR-NO
           READ CGL-COA-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF MSTR-ACCT-ACTIVE AND MSTR-TYPE-EXPENSE
                       MOVE 'Y' TO WS-EXP-ACCT-OK
                   END-IF
           END-READ.
       360-EXIT.
           EXIT.
      ***************************************************************
      *   Is this vendor/memo pair already on the open file?
      ***************************************************************
       380-CHECK-DUPLICATE.
           MOVE 'N' TO WS-INV-ON-FILE
           READ AP-OPEN-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-INV-ON-FILE
           END-READ.
       380-EXIT.
           EXIT.
      ***************************************************************
      *   Carry the return out: the copies, the catalog, the return
      *   record, the PO line, and the credit memo.
      ***************************************************************
       400-APPLY-RETURN.
           PERFORM VARYING WS-COPY-SUB FROM 1 BY 1
                   UNTIL WS-COPY-SUB > WS-COPY-COUNT
               MOVE WS-COPY-BARCODE (WS-COPY-SUB) TO IT-BARCODE
               DELETE ITEM-FILE
                   INVALID KEY
                       DISPLAY "ERROR DELETING COPY " IT-BARCODE
               END-DELETE
           END-PERFORM
           PERFORM 780-DERIVE-ON-HAND THRU 780-EXIT
           DISPLAY "QUANTITY ON HAND NOW " BR-QTY-ON-HAND
           MOVE WS-NEXT-RETURN-NO TO RT-RETURN-NO
           MOVE VD-VENDOR-NO TO RT-VENDOR-NO
           MOVE WS-RETURN-PO TO RT-PO-NUMBER
           MOVE WS-RETURN-ISBN TO RT-ISBN
           MOVE WS-RECEIPT-DATE TO RT-RECEIVED-DATE
           MOVE WS-COPY-COUNT TO RT-QTY
           MOVE WS-RETURN-VALUE TO RT-VALUE
           MOVE WS-MEMO-ENTRY TO RT-CREDIT-MEMO-NO
           MOVE WS-TODAY-DATE TO RT-RETURN-DATE
           MOVE WS-OPERATOR-ID TO RT-OPERATOR-ID
           WRITE RETURN-REC
               INVALID KEY
                   DISPLAY "ERROR WRITING RETURN " RT-RETURN-NO
           END-WRITE
           IF RT-REPLACEMENT-DUE
               PERFORM 600-REOPEN-PO-LINE THRU 600-EXIT
           END-IF
           PERFORM 450-WRITE-CREDIT-MEMO THRU 450-EXIT
           ADD WS-RETURN-VALUE TO WS-SESSION-VALUE
           ADD 1 TO WS-SESSION-RETURNS
           DISPLAY "RETURN " RT-RETURN-NO " RECORDED".
       400-EXIT.
           EXIT.
      ***************************************************************
      *   Raise the credit memo and its journal entry - the invoice
      *   accrual reversed: debit the vendor's payable account,
      *   credit the expense account.  It posts through
      *   CGLJOURNALPOST like any other entry.
      ***************************************************************
       450-WRITE-CREDIT-MEMO.
           MOVE VD-VENDOR-NO TO AP-VENDOR-NO
           MOVE WS-MEMO-ENTRY TO AP-INVOICE-NO
           MOVE WS-TODAY-DATE TO AP-INV-DATE
           MOVE WS-TODAY-DATE TO AP-DUE-DATE
           MOVE WS-RETURN-VALUE TO AP-AMOUNT
           MOVE WS-EXP-ACCT TO AP-EXP-ACCT
           MOVE "C" TO AP-STATUS
           MOVE ZERO TO AP-PAID-DATE
           MOVE ZERO TO AP-DISC-DATE AP-DISC-AMT AP-DISC-TAKEN
           MOVE WS-OPERATOR-ID TO AP-OPERATOR-ID
           WRITE AP-OPEN-REC
               INVALID KEY
                   DISPLAY "ERROR WRITING CREDIT MEMO " AP-INVOICE-NO
                   GO TO 450-EXIT
           END-WRITE
      *    A GENERATED ENTRY GOES ON THE APPROVAL FILE ALREADY
      *    APPROVED - CGLJOURNALPOST HOLDS ANY ENTRY WITHOUT A ROW.
      *    THE ROW IS WRITTEN FIRST SO THE LINES NEVER SIT ON THE
      *    JOURNAL WITHOUT IT.
           MOVE SPACES TO CGL-JRNL-APPROVAL-REC
           MOVE WS-NEXT-ENTRY-NO TO JAPR-ENTRY-NO
           MOVE "A" TO JAPR-STATUS
           MOVE AP-AMOUNT TO JAPR-ENTRY-AMT
           STRING "AP CRM " AP-INVOICE-NO " VND " AP-VENDOR-NO
               DELIMITED BY SIZE INTO JAPR-DESCRIPTION
           MOVE WS-OPERATOR-ID TO JAPR-MAKER-ID
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (1:14) TO JAPR-KEYED-TS
           MOVE "VENDRETN" TO JAPR-APPROVER-1
           MOVE WS-TIMESTAMP (1:14) TO JAPR-APPROVED-1-TS
           OPEN EXTEND CGL-JRNL-APPROVAL-FILE
           WRITE CGL-JRNL-APPROVAL-REC
           CLOSE CGL-JRNL-APPROVAL-FILE
           OPEN EXTEND CGL-JOURNAL-FILE
           MOVE WS-NEXT-ENTRY-NO TO JRNL-ENTRY-NO
           MOVE 1 TO JRNL-LINE-NO
           MOVE VD-PAYABLE-ACCT TO JRNL-ACCT-NO
           MOVE AP-AMOUNT TO JRNL-DEBIT-AMT
           MOVE ZERO TO JRNL-CREDIT-AMT
           MOVE SPACES TO JRNL-DESCRIPTION
           STRING "AP CRM " AP-INVOICE-NO " VND " AP-VENDOR-NO
               DELIMITED BY SIZE INTO JRNL-DESCRIPTION
           MOVE ZERO TO JRNL-EFF-DATE
           MOVE WS-OPERATOR-ID TO JRNL-OPERATOR-ID
           MOVE SPACE TO JRNL-REVERSE-FLAG
           WRITE CGL-JOURNAL-REC
           MOVE 2 TO JRNL-LINE-NO
           MOVE AP-EXP-ACCT TO JRNL-ACCT-NO
           MOVE ZERO TO JRNL-DEBIT-AMT
           MOVE AP-AMOUNT TO JRNL-CREDIT-AMT
           WRITE CGL-JOURNAL-REC
           CLOSE CGL-JOURNAL-FILE
           DISPLAY "CREDIT MEMO " AP-INVOICE-NO " FOR " AP-AMOUNT
               " RAISED - ENTRY " WS-NEXT-ENTRY-NO " GENERATED"
           ADD 1 TO WS-NEXT-ENTRY-NO.
       450-EXIT.
           EXIT.
      ***************************************************************
      *   Display one return.
      ***************************************************************
       500-VIEW-RETURN.
           DISPLAY "RETURN NUMBER: "
           ACCEPT RT-RETURN-NO
           READ RETURN-FILE
               INVALID KEY
                   DISPLAY "RETURN IS NOT ON FILE"
                   GO TO 500-EXIT
           END-READ
           DISPLAY "RETURN. . . . " RT-RETURN-NO " ON " RT-RETURN-DATE
               " BY " RT-OPERATOR-ID
           DISPLAY "VENDOR. . . . " RT-VENDOR-NO
           DISPLAY "PO LINE . . . " RT-PO-NUMBER
           DISPLAY "ISBN. . . . . " RT-ISBN
           DISPLAY "RECEIVED. . . " RT-RECEIVED-DATE
           DISPLAY "QUANTITY. . . " RT-QTY
           DISPLAY "VALUE . . . . " RT-VALUE
           EVALUATE TRUE
               WHEN RT-DAMAGED
                   DISPLAY "REASON. . . . DAMAGED"
               WHEN RT-WRONG-TITLE
                   DISPLAY "REASON. . . . WRONG TITLE"
               WHEN OTHER
                   DISPLAY "REASON. . . . OTHER"
           END-EVALUATE
           DISPLAY "REPLACEMENT . " RT-REPLACE
           DISPLAY "CREDIT MEMO . " RT-CREDIT-MEMO-NO.
       500-EXIT.
           EXIT.
      ***************************************************************
      *   A replacement is coming: take the returned quantity back
      *   off the line's received count, reopen the line, and
      *   re-encumber the replacement's value at the line's expected
      *   cost.  Both files go back in full.
      ***************************************************************
       600-REOPEN-PO-LINE.
           PERFORM 620-LOAD-PO-TABLE THRU 620-EXIT
           IF TABLE-OVERFLOW
               DISPLAY "BOOKPOFILE.DAT EXCEEDS THE PO TABLE - "
                   "PO LINE " WS-RETURN-PO " NOT REOPENED"
               GO TO 600-EXIT
           END-IF
           MOVE ZERO TO WS-PO-FOUND-SUB
           PERFORM VARYING WS-PO-SUB FROM 1 BY 1
                   UNTIL WS-PO-SUB > WS-PO-COUNT
                      OR WS-PO-FOUND-SUB NOT = ZERO
               MOVE WS-PO-REC (WS-PO-SUB) TO BOOK-PO-REC
               IF PO-NUMBER = WS-RETURN-PO
                   MOVE WS-PO-SUB TO WS-PO-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-PO-FOUND-SUB = ZERO
               DISPLAY "PO LINE " WS-RETURN-PO " IS NO LONGER ON FILE"
               GO TO 600-EXIT
           END-IF
           MOVE WS-PO-REC (WS-PO-FOUND-SUB) TO BOOK-PO-REC
           IF PO-RECEIVED-QTY > WS-COPY-COUNT
               SUBTRACT WS-COPY-COUNT FROM PO-RECEIVED-QTY
           ELSE
               MOVE ZERO TO PO-RECEIVED-QTY
           END-IF
           MOVE "O" TO PO-STATUS
           MOVE BOOK-PO-REC TO WS-PO-REC (WS-PO-FOUND-SUB)
           OPEN OUTPUT BOOK-PO-FILE
           PERFORM VARYING WS-PO-SUB FROM 1 BY 1
                   UNTIL WS-PO-SUB > WS-PO-COUNT
               MOVE WS-PO-REC (WS-PO-SUB) TO BOOK-PO-REC
               WRITE BOOK-PO-REC
           END-PERFORM
           CLOSE BOOK-PO-FILE
           DISPLAY "PO LINE " WS-RETURN-PO " REOPENED FOR THE "
               "REPLACEMENT"
           PERFORM 640-REENCUMBER THRU 640-EXIT.
       600-EXIT.
           EXIT.
      ***************************************************************
      *   Read BOOKPOFILE.DAT into storage.  A file larger than the
      *   table is left alone rather than cut short on the rewrite.
      ***************************************************************
       620-LOAD-PO-TABLE.
           MOVE ZERO TO WS-PO-COUNT
           MOVE 'N' TO WS-TABLE-OVERFLOW
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT BOOK-PO-FILE
           PERFORM UNTIL EOF OR TABLE-OVERFLOW
               READ BOOK-PO-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF WS-PO-COUNT = 1000
                           MOVE 'Y' TO WS-TABLE-OVERFLOW
                       ELSE
                           ADD 1 TO WS-PO-COUNT
                           MOVE BOOK-PO-REC
                               TO WS-PO-REC (WS-PO-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOK-PO-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       620-EXIT.
           EXIT.
      ***************************************************************
      *   Put the replacement's value back on the line's encumbrance
      *   and reopen it.  A line opened before encumbrances were kept
      *   has no row and nothing to restore.
      ***************************************************************
       640-REENCUMBER.
           MOVE ZERO TO WS-ENC-COUNT
           MOVE 'N' TO WS-TABLE-OVERFLOW
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT CGLC-ENCUMB-FILE
           PERFORM UNTIL EOF OR TABLE-OVERFLOW
               READ CGLC-ENCUMB-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF WS-ENC-COUNT = 1000
                           MOVE 'Y' TO WS-TABLE-OVERFLOW
                       ELSE
                           ADD 1 TO WS-ENC-COUNT
                           MOVE CGLC-ENCUMB-REC
                               TO WS-ENC-REC (WS-ENC-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CGLC-ENCUMB-FILE
           MOVE 'N' TO WS-END-OF-FILE
           IF TABLE-OVERFLOW
               DISPLAY "COAENCUMBFILE.DAT EXCEEDS THE ENCUMBRANCE "
                   "TABLE - REPLACEMENT NOT RE-ENCUMBERED"
               GO TO 640-EXIT
           END-IF
           MOVE ZERO TO WS-ENC-FOUND-SUB
           PERFORM VARYING WS-ENC-SUB FROM 1 BY 1
                   UNTIL WS-ENC-SUB > WS-ENC-COUNT
               MOVE WS-ENC-REC (WS-ENC-SUB) TO CGLC-ENCUMB-REC
               IF ENC-PO-NUMBER = WS-RETURN-PO
                   MOVE WS-ENC-SUB TO WS-ENC-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-ENC-FOUND-SUB = ZERO
               GO TO 640-EXIT
           END-IF
           MOVE WS-ENC-REC (WS-ENC-FOUND-SUB) TO CGLC-ENCUMB-REC
           COMPUTE WS-REENCUMBER = WS-COPY-COUNT * WS-PO-EXPECTED-COST
               ON SIZE ERROR MOVE ENC-RELIEVED-AMT TO WS-REENCUMBER
           END-COMPUTE
           IF WS-REENCUMBER > ENC-RELIEVED-AMT
               MOVE ENC-RELIEVED-AMT TO WS-REENCUMBER
           END-IF
           ADD WS-REENCUMBER TO ENC-OPEN-AMT
           SUBTRACT WS-REENCUMBER FROM ENC-RELIEVED-AMT
           MOVE "O" TO ENC-STATUS
           MOVE ZERO TO ENC-CLOSED-DATE
           MOVE CGLC-ENCUMB-REC TO WS-ENC-REC (WS-ENC-FOUND-SUB)
           OPEN OUTPUT CGLC-ENCUMB-FILE
           PERFORM VARYING WS-ENC-SUB FROM 1 BY 1
                   UNTIL WS-ENC-SUB > WS-ENC-COUNT
               MOVE WS-ENC-REC (WS-ENC-SUB) TO CGLC-ENCUMB-REC
               WRITE CGLC-ENCUMB-REC
           END-PERFORM
           CLOSE CGLC-ENCUMB-FILE
           DISPLAY "ENCUMBRANCE RESTORED " WS-REENCUMBER.
       640-EXIT.
           EXIT.
      ***************************************************************
      *   Keyed read of the inventory account and build the "U"
      *   transaction taking the session's returned value off it.
      ***************************************************************
       700-POST-INVENTORY-VALUE.
           MOVE 'N' TO WS-INV-ACCT-FOUND
           MOVE WS-INVENTORY-ACCT TO CGLC-MSTR-NO
           READ CGL-COA-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF MSTR-TYPE-ASSET
                       MOVE 'Y' TO WS-INV-ACCT-FOUND
                   END-IF
           END-READ
           IF NOT INV-ACCT-FOUND
               DISPLAY "INVENTORY ACCOUNT " WS-INVENTORY-ACCT
                   " NOT AN ASSET ON THE COA MASTER - RETURNED VALUE "
                   WS-SESSION-VALUE " NOT POSTED"
               GO TO 700-EXIT
           END-IF
           MOVE WS-INVENTORY-ACCT TO WS-PT-NO
           MOVE CGLC-MSTR-BEG-BALANCE TO WS-PT-BEG-BALANCE
           COMPUTE WS-PT-CUR-BALANCE =
               CGLC-MSTR-CUR-BALANCE - WS-SESSION-VALUE
           MOVE CGLC-MSTR-ACCT-ACTIVE TO WS-PT-ACCT-ACTIVE
           MOVE CGLC-MSTR-ACCT-TYPE TO WS-PT-ACCT-TYPE
           MOVE CGLC-MSTR-DESCRIPTION TO WS-PT-DESCRIPTION
           PERFORM 710-COPY-BODY-TO-WORK THRU 710-EXIT
           IF CTL-RECORD-OK
               PERFORM 720-REWRITE-TRANS-FILE THRU 720-EXIT
               DISPLAY "RETURNED VALUE " WS-SESSION-VALUE
                   " POSTED OFF INVENTORY"
           END-IF.
       700-EXIT.
           EXIT.
      ***************************************************************
      *   Read COATRANSFILE.DAT's existing control record and copy
      *   its existing transaction records off to a work file.
      ***************************************************************
       710-COPY-BODY-TO-WORK.
           MOVE 'N' TO WS-MERGE-EOF
           MOVE 'N' TO WS-CTL-RECORD-OK
           MOVE ZERO TO WS-NEW-CTL-COUNT WS-NEW-CTL-HASH
           OPEN INPUT CGL-COA-TRANS-FILE
           OPEN OUTPUT CGLC-TRANS-WORK-FILE
           READ CGL-COA-TRANS-FILE
               AT END MOVE 'Y' TO WS-MERGE-EOF
           END-READ
           IF MERGE-EOF OR NOT CGLC-CTL-ID-VALID
               DISPLAY "MISSING OR INVALID CTL1 CONTROL RECORD ON ",
                       "COATRANSFILE.DAT - RETURNED VALUE NOT POSTED"
           ELSE
               MOVE 'Y' TO WS-CTL-RECORD-OK
               MOVE CGLC-CTL-REC-COUNT TO WS-NEW-CTL-COUNT
               MOVE CGLC-CTL-HASH-TOTAL TO WS-NEW-CTL-HASH
               MOVE CGLC-CTL-BATCH-NO TO WS-NEW-CTL-BATCH-NO
               PERFORM UNTIL MERGE-EOF
                   READ CGL-COA-TRANS-FILE
                       AT END MOVE 'Y' TO WS-MERGE-EOF
                       NOT AT END
                           WRITE CGLC-TRANS-WORK-REC FROM CGLC-TRANS-REC
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CGL-COA-TRANS-FILE.
           CLOSE CGLC-TRANS-WORK-FILE.
       710-EXIT.
           EXIT.
      ***************************************************************
      *   Rewrite COATRANSFILE.DAT: the updated control record, the
      *   records copied off in 710, then the inventory transaction.
      ***************************************************************
       720-REWRITE-TRANS-FILE.
           ADD 1 TO WS-NEW-CTL-COUNT
           ADD WS-PT-NO TO WS-NEW-CTL-HASH
           OPEN OUTPUT CGL-COA-TRANS-FILE
           MOVE SPACES TO CGLC-CTL-REC
           MOVE "CTL1" TO CGLC-CTL-ID
           MOVE WS-NEW-CTL-COUNT TO CGLC-CTL-REC-COUNT
           MOVE WS-NEW-CTL-HASH TO CGLC-CTL-HASH-TOTAL
      *    THE MERGE STARTS NEW POSTING WORK, SO A FRESH BATCH
      *    SERIAL IS STAMPED.
           ADD 1 TO WS-NEW-CTL-BATCH-NO
           MOVE WS-NEW-CTL-BATCH-NO TO CGLC-CTL-BATCH-NO
           WRITE CGLC-CTL-REC
           OPEN INPUT CGLC-TRANS-WORK-FILE
           MOVE 'N' TO WS-MERGE-EOF
           PERFORM UNTIL MERGE-EOF
               READ CGLC-TRANS-WORK-FILE
                   AT END MOVE 'Y' TO WS-MERGE-EOF
                   NOT AT END
                       MOVE CGLC-TRANS-WORK-REC TO CGLC-TRANS-REC
                       WRITE CGLC-TRANS-REC
               END-READ
           END-PERFORM
           CLOSE CGLC-TRANS-WORK-FILE
           MOVE WS-PT-NO TO CGLC-TRANS-NO
           MOVE WS-PT-BEG-BALANCE TO CGLC-TRANS-BEG-BALANCE
           MOVE WS-PT-CUR-BALANCE TO CGLC-TRANS-CUR-BALANCE
           MOVE WS-PT-ACCT-ACTIVE TO CGLC-TRANS-ACCT-ACTIVE
           MOVE WS-PT-ACCT-TYPE TO CGLC-TRANS-ACCT-TYPE
           MOVE WS-PT-DESCRIPTION TO CGLC-TRANS-DESCRIPTION
           MOVE "U" TO CGLC-TRANS-TYPE
           MOVE ZERO TO CGLC-TRANS-EFF-DATE
           MOVE SPACES TO CGLC-TRANS-REASON-CODE
           WRITE CGLC-TRANS-REC
           CLOSE CGL-COA-TRANS-FILE.
       720-EXIT.
           EXIT.
      ***************************************************************
      *   The title's quantity on hand: its items on the shelf.
      ***************************************************************
       780-DERIVE-ON-HAND.
           MOVE ZERO TO BR-QTY-ON-HAND
           MOVE 'N' TO WS-ITEM-EOF
           MOVE BR-BOOK-ISBN TO IT-ISBN
           START ITEM-FILE KEY IS EQUAL TO IT-ISBN
               INVALID KEY MOVE 'Y' TO WS-ITEM-EOF
           END-START
           PERFORM UNTIL ITEM-EOF
               READ ITEM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-ITEM-EOF
               END-READ
               IF NOT ITEM-EOF
                   IF IT-ISBN NOT = BR-BOOK-ISBN
                       MOVE 'Y' TO WS-ITEM-EOF
                   ELSE
                       IF ITEM-ON-SHELF
                           ADD 1 TO BR-QTY-ON-HAND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-ITEM-EOF
           REWRITE BOOK-REC
               INVALID KEY DISPLAY "ERROR UPDATING BOOK RECORD"
           END-REWRITE.
       780-EXIT.
           EXIT.
      ***************************************************************
      *   Find the highest entry number already on the journal file
      *   so generated entries continue the sequence.
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
      *   Check the run lock, open the files, find the last return
      *   number and journal entry, and sign on.
      ***************************************************************
       900-INITIALIZATION.
           PERFORM 045-CHECK-RUN-LOCK THRU 045-EXIT.
           OPEN I-O RETURN-FILE.
           OPEN I-O BOOK-FILE.
           OPEN I-O ITEM-FILE.
           OPEN I-O AP-OPEN-FILE.
           OPEN INPUT VENDOR-MASTER-FILE.
           OPEN INPUT CGL-COA-MASTER-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP (1:8) TO WS-TODAY-DATE.
           MOVE 'N' TO WS-RETURN-EOF.
           PERFORM UNTIL RETURN-EOF
               READ RETURN-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-RETURN-EOF
                   NOT AT END
                       MOVE RT-RETURN-NO TO WS-NEXT-RETURN-NO
               END-READ
           END-PERFORM.
           PERFORM 800-FIND-NEXT-ENTRY-NO THRU 800-EXIT.
           PERFORM 050-SIGN-ON THRU 050-EXIT.
       900-EXIT.
           EXIT.
      ***************************************************************
      *   Refuse to start while the nightly chain holds the system
      *   run-lock.
      ***************************************************************
       045-CHECK-RUN-LOCK.
           OPEN INPUT BATCH-LOCK-FILE
           READ BATCH-LOCK-FILE
               AT END CONTINUE
               NOT AT END
                   DISPLAY "BATCH RUN IN PROGRESS - LOCK HELD BY "
                       LK-HOLDER " SINCE " LK-TIMESTAMP
                   DISPLAY "THE SHARED MASTERS ARE NOT AVAILABLE - "
                       "PROGRAM ENDED"
                   CLOSE BATCH-LOCK-FILE
                   GOBACK
           END-READ
           CLOSE BATCH-LOCK-FILE.
       045-EXIT.
           EXIT.
      ***************************************************************
      *   Validate the operator against the central operator master.
      ***************************************************************
       050-SIGN-ON.
           MOVE "VENDRETURN" TO SGN-PROGRAM-NAME
           MOVE "N" TO SGN-UNATTENDED
           MOVE SPACES TO SGN-OPERATOR-ID
           MOVE SPACES TO SGN-PASSWORD
           CALL "OPERSIGNON" USING SIGNON-PARMS
           MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE SGN-AUTH-LEVEL TO WS-AUTH-LEVEL
           MOVE SGN-OK TO WS-SIGNON-OK.
       050-EXIT.
           EXIT.
      *****************************************************************
      *   Post the session's returned value and close the files.
      *****************************************************************
       910-END-PROGRAM-RTN.
           IF WS-SESSION-VALUE NOT = ZERO
               PERFORM 700-POST-INVENTORY-VALUE THRU 700-EXIT
           END-IF.
           CLOSE RETURN-FILE.
           CLOSE BOOK-FILE.
           CLOSE ITEM-FILE.
           CLOSE AP-OPEN-FILE.
           CLOSE VENDOR-MASTER-FILE.
           CLOSE CGL-COA-MASTER-FILE.
           DISPLAY "VENDOR RETURNS COMPLETE - " WS-SESSION-RETURNS
               " RETURNS, VALUE " WS-SESSION-VALUE.
       910-EXIT.
           EXIT.
