       IDENTIFICATION DIVISION.
       PROGRAM-ID.  APARCHIVE.
       AUTHOR.  THOMAS LAMBERT.
      *****************************************************************
      * Paid-invoice archive.  The open-payables file keeps every
      * invoice and credit memo ever keyed, paid or not; this run
      * sweeps out the ones settled in a year already closed.  Given
      * a year before the current one, every invoice marked paid
      * (status P) and every credit memo used in full (status A)
      * with a paid date in that year or earlier is appended to the
      * paid archive in the open-payables layout and deleted from
      * APOPENFILE.DAT.  Open, held and open-credit items are never
      * touched, whatever their age.
      *
      * The archive is history, not a dead end: AP1099 reads it back
      * to total a vendor's payments for the year, so a year can be
      * archived before or after its 1099s are filed.  Invoice lines
      * on APINVLINE.DAT stay where they are - a PO's quantity billed
      * still counts them.
      *
      * The operator may run it list-only first: the same report is
      * produced, marked WOULD ARCHIVE, and nothing is changed.
      *
      *   File   :  C:\COBOL\APOPENFILE.DAT
      *   Output :  C:\COBOL\APPAIDARCH.DAT (appended to)
      *             C:\COBOL\APARCHIVE.DAT
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AP-OPEN-FILE
                 ASSIGN TO UT-SYS-AP-OPEN-FILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS AP-INV-KEY.
           SELECT AP-ARCHIVE-FILE
                 ASSIGN TO UT-SYS-AP-ARCHIVE-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVE-REPORT-FILE
                 ASSIGN TO UT-SYS-ARCHIVE-REPORT-FILE
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
              88  AP-CREDIT-APPLIED         VALUE "A".
          05  AP-PAID-DATE                         PIC 9(8).
          05  AP-PAID-PARTS REDEFINES AP-PAID-DATE.
              10  AP-PAID-YYYY                     PIC 9(4).
              10  FILLER                           PIC 9(4).
          05  AP-OPERATOR-ID                       PIC X(8).
      *    EARLY-PAYMENT DISCOUNT OFFERED BY THE VENDOR'S TERMS
      *    AND THE PART OF IT TAKEN WHEN THE INVOICE WAS PAID.
          05  AP-DISC-DATE                         PIC 9(8).
          05  AP-DISC-AMT                          PIC 9(7)V99.
          05  AP-DISC-TAKEN                        PIC 9(7)V99.

      *    THE ARCHIVED INVOICES, IN THE OPEN-PAYABLES LAYOUT.
       FD AP-ARCHIVE-FILE
          RECORD CONTAINS 87 CHARACTERS.
       01 AP-ARCHIVE-REC                           PIC X(87).

       FD ARCHIVE-REPORT-FILE
          RECORD CONTAINS 70 CHARACTERS.
       01 ARCHIVE-REPORT-REC.
          05  AR-VENDOR-NO                         PIC 9(5).
          05  FILLER                               PIC X.
          05  AR-INVOICE-NO                        PIC X(10).
          05  FILLER                               PIC X.
          05  AR-STATUS                            PIC X.
          05  FILLER                               PIC X.
          05  AR-PAID-DATE                         PIC 9(8).
          05  FILLER                               PIC X.
          05  AR-AMOUNT                            PIC ZZZZZZ9.99.
          05  FILLER                               PIC X.
          05  AR-ACTION                            PIC X(15).
          05  FILLER                               PIC X(16).
       01 ARCHIVE-TEXT-REC                         PIC X(70).

       WORKING-STORAGE SECTION.
       01  WS-FILENAMES.
           05  UT-SYS-AP-OPEN-FILE                 PIC X(50)
                                   VALUE "C:\COBOL\APOPENFILE.DAT".
           05  UT-SYS-AP-ARCHIVE-FILE              PIC X(50)
                                   VALUE "C:\COBOL\APPAIDARCH.DAT".
           05  UT-SYS-ARCHIVE-REPORT-FILE          PIC X(50)
                                   VALUE "C:\COBOL\APARCHIVE.DAT".
       01  WS-SWITCHES.
           05  WS-END-OF-FILE                      PIC X
                                            VALUE 'N'.
               88  EOF                       VALUE 'Y'.
           05  WS-ARCHIVE-ANSWER                   PIC X
                                            VALUE 'N'.
               88  ARCHIVE-FOR-REAL          VALUE 'Y'.
       01  WS-TIMESTAMP                            PIC X(21).
       01  WS-TODAY-DATE                           PIC 9(8).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YYYY                       PIC 9(4).
           05  FILLER                              PIC 9(4).
       01  WS-THRU-YEAR                            PIC 9(4).
       01  WS-RUN-COUNTS.
           05  WS-READ-COUNT                       PIC 9(7)
                                            VALUE ZERO.
           05  WS-ARCHIVED-COUNT                   PIC 9(7)
                                            VALUE ZERO.
           05  WS-ARCHIVED-TOTAL                   PIC 9(9)V99
                                            VALUE ZERO.
       01  WS-EDIT-COUNT                           PIC ZZZZZZ9.
       01  WS-EDIT-TOTAL                           PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
      *************************************************************
      *  Ask for the year and the mode, then sweep the file.
      *************************************************************
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (1:8) TO WS-TODAY-DATE
           DISPLAY "ARCHIVE INVOICES PAID THROUGH YEAR (YYYY): "
           MOVE ZERO TO WS-THRU-YEAR
           ACCEPT WS-THRU-YEAR
           IF WS-THRU-YEAR NOT NUMERIC OR WS-THRU-YEAR = ZERO
               DISPLAY "INVALID YEAR"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-THRU-YEAR NOT < WS-TODAY-YYYY
               DISPLAY "ONLY A YEAR BEFORE THE CURRENT ONE MAY BE "
                   "ARCHIVED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "ARCHIVE NOW? (Y = ARCHIVE, ENTER = LIST ONLY): "
           ACCEPT WS-ARCHIVE-ANSWER
           OPEN I-O AP-OPEN-FILE
           OPEN OUTPUT ARCHIVE-REPORT-FILE
           IF ARCHIVE-FOR-REAL
               OPEN EXTEND AP-ARCHIVE-FILE
           END-IF
           PERFORM 500-WRITE-HEADING THRU 500-EXIT.
           PERFORM 200-SCAN-INVOICES THRU 200-EXIT.
           PERFORM 700-WRITE-TOTALS THRU 700-EXIT.
           CLOSE AP-OPEN-FILE
           CLOSE ARCHIVE-REPORT-FILE
           IF ARCHIVE-FOR-REAL
               CLOSE AP-ARCHIVE-FILE
               DISPLAY "AP ARCHIVE COMPLETE - " WS-ARCHIVED-COUNT
                   " OF " WS-READ-COUNT " ARCHIVED"
           ELSE
               DISPLAY "AP ARCHIVE LIST ONLY - " WS-ARCHIVED-COUNT
                   " OF " WS-READ-COUNT " WOULD BE ARCHIVED"
           END-IF
           GOBACK.
      ***************************************************************
      *  Every item on the open-payables file, in key order.
      ***************************************************************
       200-SCAN-INVOICES.
           MOVE LOW-VALUES TO AP-INV-KEY
           START AP-OPEN-FILE KEY IS NOT LESS THAN AP-INV-KEY
               INVALID KEY MOVE 'Y' TO WS-END-OF-FILE
           END-START
           PERFORM UNTIL EOF
               READ AP-OPEN-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 300-ARCHIVE-INVOICE THRU 300-EXIT
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.
      ***************************************************************
      *  One item: settled in the year or before, it goes.
      ***************************************************************
       300-ARCHIVE-INVOICE.
           IF NOT AP-PAID AND NOT AP-CREDIT-APPLIED
               GO TO 300-EXIT
           END-IF
           IF AP-PAID-DATE NOT NUMERIC
               GO TO 300-EXIT
           END-IF
           IF AP-PAID-YYYY > WS-THRU-YEAR
               GO TO 300-EXIT
           END-IF
           MOVE SPACES TO ARCHIVE-REPORT-REC
           MOVE AP-VENDOR-NO TO AR-VENDOR-NO
           MOVE AP-INVOICE-NO TO AR-INVOICE-NO
           MOVE AP-STATUS TO AR-STATUS
           MOVE AP-PAID-DATE TO AR-PAID-DATE
           MOVE AP-AMOUNT TO AR-AMOUNT
           IF NOT ARCHIVE-FOR-REAL
               MOVE "WOULD ARCHIVE" TO AR-ACTION
               WRITE ARCHIVE-REPORT-REC
               ADD 1 TO WS-ARCHIVED-COUNT
               ADD AP-AMOUNT TO WS-ARCHIVED-TOTAL
               GO TO 300-EXIT
           END-IF
           MOVE AP-OPEN-REC TO AP-ARCHIVE-REC
           WRITE AP-ARCHIVE-REC
           DELETE AP-OPEN-FILE RECORD
               INVALID KEY
                   MOVE "NOT DELETED" TO AR-ACTION
                   WRITE ARCHIVE-REPORT-REC
                   DISPLAY "ERROR DELETING " AP-VENDOR-NO " "
                       AP-INVOICE-NO " - ARCHIVED TWICE IF RERUN"
                   GO TO 300-EXIT
           END-DELETE
           MOVE "ARCHIVED" TO AR-ACTION
           WRITE ARCHIVE-REPORT-REC
           ADD 1 TO WS-ARCHIVED-COUNT
           ADD AP-AMOUNT TO WS-ARCHIVED-TOTAL.
       300-EXIT.
           EXIT.
      ***************************************************************
      *  Heading line.
      ***************************************************************
       500-WRITE-HEADING.
           MOVE SPACES TO ARCHIVE-TEXT-REC
           STRING "PAID INVOICES ARCHIVED THROUGH " WS-THRU-YEAR
               "  RUN " WS-TODAY-DATE
               DELIMITED BY SIZE INTO ARCHIVE-TEXT-REC
           WRITE ARCHIVE-TEXT-REC.
       500-EXIT.
           EXIT.
      ***************************************************************
      *  Count and value of the items swept.
      ***************************************************************
       700-WRITE-TOTALS.
           MOVE WS-ARCHIVED-COUNT TO WS-EDIT-COUNT
           MOVE WS-ARCHIVED-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO ARCHIVE-TEXT-REC
           STRING "ITEMS " WS-EDIT-COUNT "  AMOUNT " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO ARCHIVE-TEXT-REC
           WRITE ARCHIVE-TEXT-REC.
       700-EXIT.
           EXIT.
