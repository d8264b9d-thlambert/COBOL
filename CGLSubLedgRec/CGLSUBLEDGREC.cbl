       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGLSUBLEDGREC.
       AUTHOR. COLE SQUIRE.
      *******************************************************************
      * Subledger-to-general-ledger reconciliation for the nightly
      * chain.  Payables, the circulation desk, and receiving all post
      * summaries to the ledger, but nothing proved the detail behind
      * those postings still agreed with the GL account it feeds.
      * Each subledger is totalled and compared to its COA master
      * balance -
      *
      *   PAYABLES   open invoices on APOPENFILE.DAT, totalled by
      *              the vendor's payable account, against that
      *              account's credit balance.  Every payable account
      *              named on the vendor master is compared, so a GL
      *              balance with no open invoices behind it shows.
      *              An open credit memo for copies returned to the
      *              vendor is owed the other way and counts against
      *              its account.
      *   FINES      open rows on PATRONCHARGES.DAT against the
      *              fines receivable account.
      *   INVENTORY  price times quantity on hand off BOOKCATALOG.DAT
      *              against the inventory asset account BOOKLOAD
      *              and BOOKINVCOUNT post to.
      *
      * Each comparison is one line on the report - "M" when it
      * agrees, "D" when it does not - and every "D" line is followed
      * by the "I" lines for the subledger items that make up the
      * subledger side.  An open invoice whose vendor is not on the
      * vendor master cannot be placed under any account and is a "D"
      * line of its own.  CGLMORNINGRPT folds the count of "D" lines
      * into its OK / NEEDS ATTENTION verdicts.  A difference is
      * reported, not a failure - the step ends RC 0 so the chain
      * runs on; only a vendor master with more payable accounts than
      * the work table holds ends RC 16.
      *
      * Input:  C:\COBOL\APOPENFILE.DAT
      *         C:\COBOL\VENDMASTER.DAT
      *         C:\COBOL\PATRONCHARGES.DAT
      *         C:\COBOL\BOOKCATALOG.DAT
      *         J:\CS3530\COAFILEMASTER.DAT
      * Output: J:\CS3530\COASUBRECRPT.DAT
      *******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AP-OPEN-FILE
               ASSIGN TO UT-SYS-AP-OPEN-FILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AP-INV-KEY.
           SELECT OPTIONAL VENDOR-MASTER-FILE
               ASSIGN TO UT-SYS-VENDFILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS VD-VENDOR-NO.
           SELECT OPTIONAL PATRON-CHARGES-FILE
               ASSIGN TO UT-SYS-PATRON-CHARGES-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BOOK-FILE
               ASSIGN TO UT-SYS-BOOKFILE
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS BR-BOOK-ISBN
               ALTERNATE RECORD KEY IS BR-BOOK-TITLE
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS BR-AUTHOR-ID
                   WITH DUPLICATES.
           SELECT CGL-COA-MASTER-FILE
               ASSIGN TO UT-SYS-COA-MASTER-FILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CGLC-MSTR-NO.
           SELECT CGLC-SR-REPORT-FILE
               ASSIGN TO UT-SYS-SR-REPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  AP-OPEN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 87 CHARACTERS.
       01  AP-OPEN-REC.
           05  AP-INV-KEY.
               10  AP-VENDOR-NO            PIC 9(5).
               10  AP-INVOICE-NO           PIC X(10).
           05  AP-INV-DATE                 PIC 9(8).
           05  AP-DUE-DATE                 PIC 9(8).
           05  AP-AMOUNT                   PIC 9(7)V99.
           05  AP-EXP-ACCT                 PIC 9(4).
           05  AP-STATUS                   PIC X.
               88  AP-OPEN                 VALUE "O".
               88  AP-CREDIT-OPEN          VALUE "C".
           05  AP-PAID-DATE                PIC 9(8).
           05  AP-OPERATOR-ID              PIC X(8).
      *    EARLY-PAYMENT DISCOUNT OFFERED BY THE VENDOR'S TERMS
      *    AND THE PART OF IT TAKEN WHEN THE INVOICE WAS PAID.
           05  AP-DISC-DATE                PIC 9(8).
           05  AP-DISC-AMT                 PIC 9(7)V99.
           05  AP-DISC-TAKEN               PIC 9(7)V99.
       FD  VENDOR-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 131 CHARACTERS.
       01  VENDOR-MASTER-REC.
           05  VD-VENDOR-NO                PIC 9(5).
           05  VD-NAME                     PIC X(30).
           05  VD-REMIT-ADDRESS            PIC X(30).
           05  VD-REMIT-CITY-ST-ZIP        PIC X(30).
           05  VD-PAYABLE-ACCT             PIC 9(4).
      *    PAYMENT TERMS - DISCOUNT PERCENT IF PAID WITHIN THE
      *    DISCOUNT DAYS, OTHERWISE DUE IN THE NET DAYS.
           05  VD-TERMS-CODE               PIC X(8).
           05  VD-DISC-PCT                 PIC 99V99.
           05  VD-DISC-DAYS                PIC 9(3).
           05  VD-NET-DAYS                 PIC 9(3).
      *    1099 REPORTING - TAXPAYER ID (E EIN, S SSN), WHETHER
      *    PAYMENTS ARE REPORTABLE, AND THE FORM (N NEC, M MISC)
      *    AND BOX THEY ARE REPORTED IN.
           05  VD-TAX-ID                   PIC X(9).
           05  VD-TIN-TYPE                 PIC X.
           05  VD-1099-FLAG                PIC X.
           05  VD-1099-FORM                PIC X.
           05  VD-1099-BOX                 PIC 9(2).
       FD  PATRON-CHARGES-FILE
           RECORD CONTAINS 71 CHARACTERS.
       01  PATRON-CHARGES-REC.
           05  PC-PATRON-ID                PIC 9(5).
           05  PC-ISBN                     PIC 9(13).
           05  PC-CHARGE-DATE              PIC 9(8).
           05  PC-AMOUNT                   PIC 9(5)V99.
           05  PC-CHARGE-TYPE              PIC X.
           05  PC-STATUS                   PIC X.
               88  PC-OPEN                 VALUE "O".
           05  PC-REASON                   PIC X(20).
           05  PC-OPERATOR-ID              PIC X(8).
           05  PC-SETTLED-DATE             PIC 9(8).
       FD  BOOK-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 103 CHARACTERS.
       01  BOOK-REC.
           05  BR-BOOK-ISBN                PIC 9(13).
           05  BR-BOOK-TITLE               PIC X(30).
           05  BR-AUTHOR-ID                PIC 9(5).
           05  BR-BOOK-PUBLISHER           PIC X(20).
           05  BR-BOOK-PRICE               PIC 9(5)V99.
           05  BR-QTY-ON-HAND              PIC 9(4).
           05  BR-REORDER-POINT            PIC 9(4).
      *    THE SHELF ADDRESS - SHELFLIST PRINTS THE STACKS IN
      *    THIS ORDER.
           05  BR-CALL-NUMBER              PIC X(20).
       FD  CGL-COA-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 63 CHARACTERS.
       01  CGL-COA-MSTR-REC.
           05  CGLC-MSTR-NO                PIC 9(4).
           05  CGLC-MSTR-BEG-BALANCE       PIC S9(7)V99.
           05  CGLC-MSTR-CUR-BALANCE       PIC S9(7)V99.
           05  CGLC-MSTR-ACCT-ACTIVE       PIC X.
               88  MSTR-ACCT-ACTIVE        VALUE "A".
           05  CGLC-MSTR-ACCT-TYPE         PIC X.
           05  CGLC-MSTR-DESCRIPTION       PIC X(30).
           05  CGLC-MSTR-EFF-DATE          PIC 9(8).
           05  CGLC-MSTR-PEND-STATUS       PIC X.
      *    LINE TYPE M = ACCOUNT AGREES, D = DIFFERENCE, I = ONE
      *    SUBLEDGER ITEM BEHIND THE "D" LINE ABOVE IT.
       FD  CGLC-SR-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CGLC-SR-REPORT-REC.
           05  CGLC-SR-LINE-TYPE           PIC X.
               88  SR-DIFFERENCE-LINE      VALUE "D".
           05  FILLER                      PIC X.
           05  CGLC-SR-SUBLEDGER           PIC X(12).
           05  FILLER                      PIC X.
           05  CGLC-SR-ACCTNUM             PIC X(4).
           05  FILLER                      PIC X.
           05  CGLC-SR-ITEM-KEY            PIC X(18).
           05  FILLER                      PIC X.
           05  CGLC-SR-SUB-AMOUNT          PIC -(8)9.99.
           05  FILLER                      PIC X.
           05  CGLC-SR-GL-AMOUNT           PIC -(8)9.99.
           05  FILLER                      PIC X.
           05  CGLC-SR-DIFFERENCE          PIC -(8)9.99.
           05  FILLER                      PIC X(3).

       WORKING-STORAGE SECTION.
       01  WS-FILES.
           05  UT-SYS-AP-OPEN-FILE         PIC X(50)
               VALUE "C:\COBOL\APOPENFILE.DAT".
           05  UT-SYS-VENDFILE             PIC X(50)
               VALUE "C:\COBOL\VENDMASTER.DAT".
           05  UT-SYS-PATRON-CHARGES-FILE  PIC X(50)
               VALUE "C:\COBOL\PATRONCHARGES.DAT".
           05  UT-SYS-BOOKFILE             PIC X(50)
               VALUE "C:\COBOL\BOOKCATALOG.DAT".
           05  UT-SYS-COA-MASTER-FILE      PIC X(50)
               VALUE "J:\CS3530\COAFILEMASTER.DAT".
           05  UT-SYS-SR-REPORT-FILE       PIC X(50)
               VALUE "J:\CS3530\COASUBRECRPT.DAT".
       01  WS-SWITCHES.
           05  WS-END-OF-FILE              PIC X      VALUE "N".
               88  EOF                     VALUE "Y".
           05  WS-VENDOR-FOUND             PIC X      VALUE "N".
               88  VENDOR-FOUND            VALUE "Y".
           05  WS-TABLE-FULL               PIC X      VALUE "N".
               88  TABLE-FULL              VALUE "Y".
      *    FINES RECEIVABLE - THE ASSET ACCOUNT ASSESSED FINES AND
      *    LOST-BOOK BILLS ARE CARRIED IN UNTIL THE DESK SETTLES THEM.
       01  WS-FINES-RECV-ACCT              PIC 9(4)   VALUE 1150.
      *    DESIGNATED INVENTORY ASSET ACCOUNT - THE SAME ACCOUNT
      *    BOOKLOAD AND BOOKINVCOUNT POST TO.
       01  WS-INVENTORY-ACCT               PIC 9(4)   VALUE 1300.
      *    ONE ROW PER PAYABLE ACCOUNT NAMED ON THE VENDOR MASTER,
      *    WITH THE OPEN INVOICES BEHIND IT.
       01  WS-AP-ACCT-TABLE.
           05  WS-AP-ACCT-COUNT            PIC 99     VALUE ZERO.
           05  WS-AP-ACCT-ENTRY OCCURS 50 TIMES.
               10  WS-AP-ACCT-NO           PIC 9(4).
               10  WS-AP-ACCT-TOTAL        PIC S9(9)V99.
       01  WS-AP-SUB                       PIC 99.
       01  WS-AP-FOUND-SUB                 PIC 99.
       01  WS-RECON-WORK.
           05  WS-SUBLEDGER-NAME           PIC X(12).
           05  WS-RECON-ACCT               PIC 9(4).
           05  WS-SUB-TOTAL                PIC S9(9)V99.
           05  WS-GL-AMOUNT                PIC S9(9)V99.
           05  WS-DIFFERENCE               PIC S9(9)V99.
           05  WS-EXT-VALUE                PIC S9(9)V99.
           05  WS-AP-SIGNED-AMT            PIC S9(7)V99.
       01  WS-ITEM-KEY.
           05  WS-IK-PART-1                PIC 9(5).
           05  WS-IK-SEP                   PIC X.
           05  WS-IK-PART-2                PIC X(12).
       01  WS-COUNTS.
           05  WS-COMPARED-COUNT           PIC 9(5)   VALUE ZERO.
           05  WS-EXCEPTION-COUNT          PIC 9(5)   VALUE ZERO.

       PROCEDURE DIVISION.
      *****************************************************************
      *  Reconcile each subledger in turn against its GL account.
      *****************************************************************
       100-MAIN.
           MOVE ZERO TO RETURN-CODE.
           OPEN OUTPUT CGLC-SR-REPORT-FILE.
           OPEN INPUT CGL-COA-MASTER-FILE.
           PERFORM 200-RECONCILE-PAYABLES THRU 200-EXIT.
           IF TABLE-FULL
               CLOSE CGL-COA-MASTER-FILE
               CLOSE CGLC-SR-REPORT-FILE
               DISPLAY "CGLSUBLEDGREC: MORE THAN 50 PAYABLE ACCOUNTS "
                   "ON THE VENDOR MASTER - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 400-RECONCILE-FINES THRU 400-EXIT.
           PERFORM 500-RECONCILE-INVENTORY THRU 500-EXIT.
           CLOSE CGL-COA-MASTER-FILE.
           CLOSE CGLC-SR-REPORT-FILE.
           DISPLAY "SUBLEDGER RECONCILIATION COMPLETE - "
               WS-COMPARED-COUNT " ACCOUNTS COMPARED, "
               WS-EXCEPTION-COUNT " DIFFERENCES".
           GOBACK.
      *****************************************************************
      *  Payables: gather every payable account off the vendor
      *  master, total the open invoices under their vendor's
      *  account, then compare each account.
      *****************************************************************
       200-RECONCILE-PAYABLES.
           OPEN INPUT VENDOR-MASTER-FILE
           OPEN INPUT AP-OPEN-FILE
           MOVE "N" TO WS-END-OF-FILE
           MOVE ZERO TO VD-VENDOR-NO
           START VENDOR-MASTER-FILE KEY IS NOT LESS THAN VD-VENDOR-NO
               INVALID KEY MOVE "Y" TO WS-END-OF-FILE
           END-START
           PERFORM UNTIL EOF OR TABLE-FULL
               READ VENDOR-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-END-OF-FILE
               END-READ
               IF NOT EOF
                   PERFORM 250-FIND-AP-ACCOUNT THRU 250-EXIT
               END-IF
           END-PERFORM
           IF TABLE-FULL
               GO TO 200-CLOSE
           END-IF
           MOVE "N" TO WS-END-OF-FILE
           MOVE LOW-VALUES TO AP-INV-KEY
           START AP-OPEN-FILE KEY IS NOT LESS THAN AP-INV-KEY
               INVALID KEY MOVE "Y" TO WS-END-OF-FILE
           END-START
           PERFORM UNTIL EOF
               READ AP-OPEN-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-END-OF-FILE
               END-READ
               IF NOT EOF AND (AP-OPEN OR AP-CREDIT-OPEN)
                   PERFORM 260-TOTAL-INVOICE THRU 260-EXIT
               END-IF
           END-PERFORM
           MOVE "PAYABLES" TO WS-SUBLEDGER-NAME
           PERFORM VARYING WS-AP-SUB FROM 1 BY 1
                   UNTIL WS-AP-SUB > WS-AP-ACCT-COUNT
               MOVE WS-AP-ACCT-NO (WS-AP-SUB) TO WS-RECON-ACCT
               MOVE WS-AP-ACCT-TOTAL (WS-AP-SUB) TO WS-SUB-TOTAL
      *        A PAYABLE CARRIES A CREDIT BALANCE ON THE MASTER.
               PERFORM 700-GET-GL-BALANCE THRU 700-EXIT
               COMPUTE WS-GL-AMOUNT = ZERO - WS-GL-AMOUNT
               PERFORM 750-WRITE-COMPARISON THRU 750-EXIT
               IF WS-DIFFERENCE NOT = ZERO
                   PERFORM 300-LIST-INVOICES THRU 300-EXIT
               END-IF
           END-PERFORM.
       200-CLOSE.
           CLOSE VENDOR-MASTER-FILE
           CLOSE AP-OPEN-FILE.
       200-EXIT.
           EXIT.
      *****************************************************************
      *  Find the vendor's payable account on the work table, adding
      *  it the first time it is named.
      *****************************************************************
       250-FIND-AP-ACCOUNT.
           MOVE ZERO TO WS-AP-FOUND-SUB
           PERFORM VARYING WS-AP-SUB FROM 1 BY 1
                   UNTIL WS-AP-SUB > WS-AP-ACCT-COUNT
               IF WS-AP-ACCT-NO (WS-AP-SUB) = VD-PAYABLE-ACCT
                   MOVE WS-AP-SUB TO WS-AP-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-AP-FOUND-SUB NOT = ZERO
               GO TO 250-EXIT
           END-IF
           IF WS-AP-ACCT-COUNT = 50
               MOVE "Y" TO WS-TABLE-FULL
               GO TO 250-EXIT
           END-IF
           ADD 1 TO WS-AP-ACCT-COUNT
           MOVE WS-AP-ACCT-COUNT TO WS-AP-FOUND-SUB
           MOVE VD-PAYABLE-ACCT TO WS-AP-ACCT-NO (WS-AP-FOUND-SUB)
           MOVE ZERO TO WS-AP-ACCT-TOTAL (WS-AP-FOUND-SUB).
       250-EXIT.
           EXIT.
      *****************************************************************
      *  Add one open invoice to its vendor's payable account.  An
      *  invoice whose vendor is gone is a difference on its own.
      *****************************************************************
       260-TOTAL-INVOICE.
           PERFORM 290-SIGN-AMOUNT THRU 290-EXIT
           PERFORM 270-READ-VENDOR THRU 270-EXIT
           IF NOT VENDOR-FOUND
               MOVE SPACES TO CGLC-SR-REPORT-REC
               MOVE "D" TO CGLC-SR-LINE-TYPE
               MOVE "PAYABLES" TO CGLC-SR-SUBLEDGER
               MOVE "NONE" TO CGLC-SR-ACCTNUM
               PERFORM 280-INVOICE-KEY THRU 280-EXIT
               MOVE WS-AP-SIGNED-AMT TO CGLC-SR-SUB-AMOUNT
               MOVE ZERO TO CGLC-SR-GL-AMOUNT
               MOVE WS-AP-SIGNED-AMT TO CGLC-SR-DIFFERENCE
               WRITE CGLC-SR-REPORT-REC
               ADD 1 TO WS-EXCEPTION-COUNT
               GO TO 260-EXIT
           END-IF
           PERFORM VARYING WS-AP-SUB FROM 1 BY 1
                   UNTIL WS-AP-SUB > WS-AP-ACCT-COUNT
               IF WS-AP-ACCT-NO (WS-AP-SUB) = VD-PAYABLE-ACCT
                   ADD WS-AP-SIGNED-AMT
                       TO WS-AP-ACCT-TOTAL (WS-AP-SUB)
               END-IF
           END-PERFORM.
       260-EXIT.
           EXIT.
      *****************************************************************
      *  Keyed read of the invoice's vendor.
      *****************************************************************
       270-READ-VENDOR.
           MOVE AP-VENDOR-NO TO VD-VENDOR-NO
           READ VENDOR-MASTER-FILE
               INVALID KEY MOVE "N" TO WS-VENDOR-FOUND
               NOT INVALID KEY MOVE "Y" TO WS-VENDOR-FOUND
           END-READ.
       270-EXIT.
           EXIT.
      *****************************************************************
      *  Vendor and invoice number as the item key on the report.
      *****************************************************************
       280-INVOICE-KEY.
           MOVE AP-VENDOR-NO TO WS-IK-PART-1
           MOVE "/" TO WS-IK-SEP
           MOVE AP-INVOICE-NO TO WS-IK-PART-2
           MOVE WS-ITEM-KEY TO CGLC-SR-ITEM-KEY.
       280-EXIT.
           EXIT.
      *****************************************************************
      *  An invoice adds to what is owed, a credit memo takes away.
      *****************************************************************
       290-SIGN-AMOUNT.
           IF AP-CREDIT-OPEN
               COMPUTE WS-AP-SIGNED-AMT = ZERO - AP-AMOUNT
           ELSE
               MOVE AP-AMOUNT TO WS-AP-SIGNED-AMT
           END-IF.
       290-EXIT.
           EXIT.
      *****************************************************************
      *  List the open invoices behind a payable account that does
      *  not agree.
      *****************************************************************
       300-LIST-INVOICES.
           MOVE "N" TO WS-END-OF-FILE
           MOVE LOW-VALUES TO AP-INV-KEY
           START AP-OPEN-FILE KEY IS NOT LESS THAN AP-INV-KEY
               INVALID KEY MOVE "Y" TO WS-END-OF-FILE
           END-START
           PERFORM UNTIL EOF
               READ AP-OPEN-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-END-OF-FILE
               END-READ
               IF NOT EOF AND (AP-OPEN OR AP-CREDIT-OPEN)
                   PERFORM 270-READ-VENDOR THRU 270-EXIT
                   IF VENDOR-FOUND
                           AND VD-PAYABLE-ACCT = WS-RECON-ACCT
                       MOVE SPACES TO CGLC-SR-REPORT-REC
                       MOVE "I" TO CGLC-SR-LINE-TYPE
                       MOVE "PAYABLES" TO CGLC-SR-SUBLEDGER
                       MOVE WS-RECON-ACCT TO CGLC-SR-ACCTNUM
                       PERFORM 280-INVOICE-KEY THRU 280-EXIT
                       PERFORM 290-SIGN-AMOUNT THRU 290-EXIT
                       MOVE WS-AP-SIGNED-AMT TO CGLC-SR-SUB-AMOUNT
                       WRITE CGLC-SR-REPORT-REC
                   END-IF
               END-IF
           END-PERFORM.
       300-EXIT.
           EXIT.
      *****************************************************************
      *  Fines: the open charge rows against fines receivable, with
      *  the rows listed when they do not agree.
      *****************************************************************
       400-RECONCILE-FINES.
           MOVE "FINES" TO WS-SUBLEDGER-NAME
           MOVE WS-FINES-RECV-ACCT TO WS-RECON-ACCT
           MOVE ZERO TO WS-SUB-TOTAL
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT PATRON-CHARGES-FILE
           PERFORM UNTIL EOF
               READ PATRON-CHARGES-FILE
                   AT END MOVE "Y" TO WS-END-OF-FILE
                   NOT AT END
                       IF PC-OPEN
                           ADD PC-AMOUNT TO WS-SUB-TOTAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PATRON-CHARGES-FILE
           PERFORM 700-GET-GL-BALANCE THRU 700-EXIT
           PERFORM 750-WRITE-COMPARISON THRU 750-EXIT
           IF WS-DIFFERENCE = ZERO
               GO TO 400-EXIT
           END-IF
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT PATRON-CHARGES-FILE
           PERFORM UNTIL EOF
               READ PATRON-CHARGES-FILE
                   AT END MOVE "Y" TO WS-END-OF-FILE
                   NOT AT END
                       IF PC-OPEN
                           MOVE SPACES TO CGLC-SR-REPORT-REC
                           MOVE "I" TO CGLC-SR-LINE-TYPE
                           MOVE "FINES" TO CGLC-SR-SUBLEDGER
                           MOVE WS-RECON-ACCT TO CGLC-SR-ACCTNUM
                           MOVE PC-PATRON-ID TO WS-IK-PART-1
                           MOVE "/" TO WS-IK-SEP
                           MOVE PC-ISBN TO WS-IK-PART-2
                           MOVE WS-ITEM-KEY TO CGLC-SR-ITEM-KEY
                           MOVE PC-AMOUNT TO CGLC-SR-SUB-AMOUNT
                           WRITE CGLC-SR-REPORT-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PATRON-CHARGES-FILE.
       400-EXIT.
           EXIT.
      *****************************************************************
      *  Inventory: price times quantity on hand for every title
      *  against the inventory asset account, with the titles
      *  listed when they do not agree.
      *****************************************************************
       500-RECONCILE-INVENTORY.
           MOVE "INVENTORY" TO WS-SUBLEDGER-NAME
           MOVE WS-INVENTORY-ACCT TO WS-RECON-ACCT
           MOVE ZERO TO WS-SUB-TOTAL
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT BOOK-FILE
           PERFORM UNTIL EOF
               READ BOOK-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-END-OF-FILE
                   NOT AT END
                       COMPUTE WS-EXT-VALUE =
                           BR-BOOK-PRICE * BR-QTY-ON-HAND
                       ADD WS-EXT-VALUE TO WS-SUB-TOTAL
               END-READ
           END-PERFORM
           CLOSE BOOK-FILE
           PERFORM 700-GET-GL-BALANCE THRU 700-EXIT
           PERFORM 750-WRITE-COMPARISON THRU 750-EXIT
           IF WS-DIFFERENCE = ZERO
               GO TO 500-EXIT
           END-IF
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT BOOK-FILE
           PERFORM UNTIL EOF
               READ BOOK-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-END-OF-FILE
                   NOT AT END
                       IF BR-QTY-ON-HAND NOT = ZERO
                           COMPUTE WS-EXT-VALUE =
                               BR-BOOK-PRICE * BR-QTY-ON-HAND
                           MOVE SPACES TO CGLC-SR-REPORT-REC
                           MOVE "I" TO CGLC-SR-LINE-TYPE
                           MOVE "INVENTORY" TO CGLC-SR-SUBLEDGER
                           MOVE WS-RECON-ACCT TO CGLC-SR-ACCTNUM
                           MOVE BR-BOOK-ISBN TO CGLC-SR-ITEM-KEY
                           MOVE WS-EXT-VALUE TO CGLC-SR-SUB-AMOUNT
                           WRITE CGLC-SR-REPORT-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOK-FILE.
       500-EXIT.
           EXIT.
      *****************************************************************
      *  The account's current balance off the COA master - an
      *  account missing from the master counts as zero, so the
      *  whole subledger shows as the difference.
      *****************************************************************
       700-GET-GL-BALANCE.
           MOVE WS-RECON-ACCT TO CGLC-MSTR-NO
           READ CGL-COA-MASTER-FILE
               INVALID KEY MOVE ZERO TO WS-GL-AMOUNT
               NOT INVALID KEY
                   MOVE CGLC-MSTR-CUR-BALANCE TO WS-GL-AMOUNT
           END-READ.
       700-EXIT.
           EXIT.
      *****************************************************************
      *  One comparison line - M when the two sides agree, D when
      *  they do not.
      *****************************************************************
       750-WRITE-COMPARISON.
           ADD 1 TO WS-COMPARED-COUNT
           COMPUTE WS-DIFFERENCE = WS-SUB-TOTAL - WS-GL-AMOUNT
           MOVE SPACES TO CGLC-SR-REPORT-REC
           IF WS-DIFFERENCE = ZERO
               MOVE "M" TO CGLC-SR-LINE-TYPE
           ELSE
               MOVE "D" TO CGLC-SR-LINE-TYPE
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF
           MOVE WS-SUBLEDGER-NAME TO CGLC-SR-SUBLEDGER
           MOVE WS-RECON-ACCT TO CGLC-SR-ACCTNUM
           MOVE "ACCOUNT TOTAL" TO CGLC-SR-ITEM-KEY
           MOVE WS-SUB-TOTAL TO CGLC-SR-SUB-AMOUNT
           MOVE WS-GL-AMOUNT TO CGLC-SR-GL-AMOUNT
           MOVE WS-DIFFERENCE TO CGLC-SR-DIFFERENCE
           WRITE CGLC-SR-REPORT-REC.
       750-EXIT.
           EXIT.
