       IDENTIFICATION DIVISION.
       PROGRAM-ID.  APDISCRPT.
       AUTHOR.  THOMAS LAMBERT.
      *****************************************************************
      * Early-payment discounts taken and missed.  Walks the open-
      * payables file for every invoice whose vendor's terms offered a
      * discount with a discount date in the range asked for (all
      * dates, through today, unless keyed) and lists it as
      *
      *   TAKEN   paid by the discount date, the discount deducted
      *   MISSED  paid after the discount date, or still unpaid with
      *           the discount date gone by
      *
      * An invoice still unpaid inside its discount window is neither
      * and is left off.  The report ends with the value of the
      * discounts taken and missed; the run counts them as well.
      *
      *   Input  :  C:\COBOL\APOPENFILE.DAT
      *             C:\COBOL\VENDMASTER.DAT
      *   Output :  C:\COBOL\APDISCRPT.DAT
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT DISC-REPORT-FILE
                 ASSIGN TO UT-SYS-DISC-REPORT-FILE
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
              88  AP-PAID                   VALUE "P".
              88  AP-CREDIT-OPEN            VALUE "C".
              88  AP-MATCH-HOLD             VALUE "H".
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

       FD DISC-REPORT-FILE
          RECORD CONTAINS 95 CHARACTERS.
       01 DISC-REPORT-REC.
          05  DR-VENDOR-NO                         PIC 9(5).
          05  FILLER                               PIC X.
          05  DR-VENDOR-NAME                       PIC X(30).
          05  FILLER                               PIC X.
          05  DR-INVOICE-NO                        PIC X(10).
          05  FILLER                               PIC X.
          05  DR-DISC-DATE                         PIC 9(8).
          05  FILLER                               PIC X.
          05  DR-PAID-DATE                         PIC 9(8).
          05  FILLER                               PIC X.
          05  DR-AMOUNT                            PIC ZZZZZZ9.99.
          05  FILLER                               PIC X.
          05  DR-DISCOUNT                          PIC ZZZZZZ9.99.
          05  FILLER                               PIC X.
          05  DR-RESULT                            PIC X(7).

       WORKING-STORAGE SECTION.
       01  WS-FILENAMES.
           05  UT-SYS-AP-OPEN-FILE                 PIC X(50)
                                   VALUE "C:\COBOL\APOPENFILE.DAT".
           05  UT-SYS-VENDFILE                     PIC X(50)
                                   VALUE "C:\COBOL\VENDMASTER.DAT".
           05  UT-SYS-DISC-REPORT-FILE             PIC X(50)
                                   VALUE "C:\COBOL\APDISCRPT.DAT".
       01  WS-SWITCHES.
           05  WS-END-OF-FILE                      PIC X
                                            VALUE 'N'.
               88  EOF                       VALUE 'Y'.
       01  WS-TIMESTAMP                            PIC X(21).
       01  WS-TODAY-DATE                           PIC 9(8).
       01  WS-FROM-DATE                            PIC 9(8).
       01  WS-THRU-DATE                            PIC 9(8).
       01  WS-RESULT                               PIC X(7).
       01  WS-DISC-TOTALS.
           05  WS-TAKEN-COUNT                      PIC 9(5)
                                            VALUE ZERO.
           05  WS-TAKEN-TOTAL                      PIC 9(9)V99
                                            VALUE ZERO.
           05  WS-MISSED-COUNT                     PIC 9(5)
                                            VALUE ZERO.
           05  WS-MISSED-TOTAL                     PIC 9(9)V99
                                            VALUE ZERO.

       PROCEDURE DIVISION.
      *************************************************************
      *  Ask for the range, walk the open-payables file, and list
      *  every discount taken or missed.
      *************************************************************
       100-MAIN.
           PERFORM 900-INITIALIZATION THRU 900-EXIT.
           PERFORM 200-SCAN-INVOICES THRU 200-EXIT.
           PERFORM 400-WRITE-TOTALS THRU 400-EXIT.
           PERFORM 910-END-PROGRAM-RTN THRU 910-EXIT.
           DISPLAY "DISCOUNTS COMPLETE - " WS-TAKEN-COUNT
               " TAKEN, TOTAL " WS-TAKEN-TOTAL.
           DISPLAY "                      " WS-MISSED-COUNT
               " MISSED, TOTAL " WS-MISSED-TOTAL.
           STOP RUN.
      ***************************************************************
      *  Every invoice offered a discount dated in the range.
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
                   IF AP-DISC-AMT NUMERIC AND AP-DISC-AMT > ZERO
                           AND AP-DISC-DATE NOT < WS-FROM-DATE
                           AND AP-DISC-DATE NOT > WS-THRU-DATE
                       PERFORM 300-REPORT-INVOICE THRU 300-EXIT
                   END-IF
               END-IF
           END-PERFORM.
       200-EXIT.
           EXIT.
      ***************************************************************
      *  One invoice: taken, missed, or still open to be taken.
      ***************************************************************
       300-REPORT-INVOICE.
           MOVE SPACES TO WS-RESULT
           EVALUATE TRUE
               WHEN AP-PAID AND AP-DISC-TAKEN NUMERIC
                       AND AP-DISC-TAKEN > ZERO
                   MOVE "TAKEN" TO WS-RESULT
                   ADD 1 TO WS-TAKEN-COUNT
                   ADD AP-DISC-TAKEN TO WS-TAKEN-TOTAL
               WHEN AP-PAID
                   MOVE "MISSED" TO WS-RESULT
               WHEN (AP-OPEN OR AP-MATCH-HOLD)
                       AND AP-DISC-DATE < WS-TODAY-DATE
                   MOVE "MISSED" TO WS-RESULT
           END-EVALUATE
           IF WS-RESULT = SPACES
               GO TO 300-EXIT
           END-IF
           IF WS-RESULT = "MISSED"
               ADD 1 TO WS-MISSED-COUNT
               ADD AP-DISC-AMT TO WS-MISSED-TOTAL
           END-IF
           MOVE SPACES TO DISC-REPORT-REC
           MOVE AP-VENDOR-NO TO DR-VENDOR-NO
           MOVE AP-VENDOR-NO TO VD-VENDOR-NO
           READ VENDOR-MASTER-FILE
               INVALID KEY MOVE SPACES TO DR-VENDOR-NAME
               NOT INVALID KEY MOVE VD-NAME TO DR-VENDOR-NAME
           END-READ
           MOVE AP-INVOICE-NO TO DR-INVOICE-NO
           MOVE AP-DISC-DATE TO DR-DISC-DATE
           MOVE AP-PAID-DATE TO DR-PAID-DATE
           MOVE AP-AMOUNT TO DR-AMOUNT
           IF WS-RESULT = "TAKEN"
               MOVE AP-DISC-TAKEN TO DR-DISCOUNT
           ELSE
               MOVE AP-DISC-AMT TO DR-DISCOUNT
           END-IF
           MOVE WS-RESULT TO DR-RESULT
           WRITE DISC-REPORT-REC.
       300-EXIT.
           EXIT.
      ***************************************************************
      *  Discounts taken and missed, counted and totalled.
      ***************************************************************
       400-WRITE-TOTALS.
           MOVE SPACES TO DISC-REPORT-REC
           MOVE ZERO TO DR-VENDOR-NO
           MOVE "TOTAL DISCOUNTS TAKEN" TO DR-VENDOR-NAME
           MOVE WS-TAKEN-TOTAL TO DR-DISCOUNT
           WRITE DISC-REPORT-REC
           MOVE SPACES TO DISC-REPORT-REC
           MOVE ZERO TO DR-VENDOR-NO
           MOVE "TOTAL DISCOUNTS MISSED" TO DR-VENDOR-NAME
           MOVE WS-MISSED-TOTAL TO DR-DISCOUNT
           WRITE DISC-REPORT-REC.
       400-EXIT.
           EXIT.
      ***************************************************************
      *   Get today's date, ask for the range, and open the files.
      ***************************************************************
       900-INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP (1:8) TO WS-TODAY-DATE.
           DISPLAY "DISCOUNT DATES FROM (YYYYMMDD, ENTER FOR ALL): "
           MOVE ZERO TO WS-FROM-DATE
           ACCEPT WS-FROM-DATE.
           IF WS-FROM-DATE NOT NUMERIC
               MOVE ZERO TO WS-FROM-DATE
           END-IF.
           DISPLAY "THROUGH (YYYYMMDD, ENTER FOR TODAY): "
           MOVE ZERO TO WS-THRU-DATE
           ACCEPT WS-THRU-DATE.
           IF WS-THRU-DATE NOT NUMERIC OR WS-THRU-DATE = ZERO
               MOVE WS-TODAY-DATE TO WS-THRU-DATE
           END-IF.
           OPEN INPUT AP-OPEN-FILE.
           OPEN INPUT VENDOR-MASTER-FILE.
           OPEN OUTPUT DISC-REPORT-FILE.
       900-EXIT.
           EXIT.
      *****************************************************************
      *   Close files.
      *****************************************************************
       910-END-PROGRAM-RTN.
           CLOSE AP-OPEN-FILE.
           CLOSE VENDOR-MASTER-FILE.
           CLOSE DISC-REPORT-FILE.
       910-EXIT.
           EXIT.
