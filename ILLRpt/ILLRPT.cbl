       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ILLRPT.
       AUTHOR.  THOMAS LAMBERT.
      *****************************************************************
      * Interlibrary loan activity report.  Every request on
      * ILLREQUEST.DAT, borrowing and lending, listed by partner
      * library in request-number order with its status, the date it
      * was requested, and the date it was filled - received from
      * the lender for a book we borrowed, shipped to the partner for
      * one we lent - with the turnaround in days.  A request still
      * open past the due date it carries is flagged OVERDUE.
      *
      * Each partner closes with its counts borrowed, lent, and
      * still open, its average turnaround each way, and the fees
      * and postage on its requests; grand totals for all partners
      * end the report.
      *
      *   Input  :  C:\COBOL\ILLREQUEST.DAT
      *             C:\COBOL\ILLPARTNER.DAT
      *   Output :  C:\COBOL\ILLACTIVITY.DAT
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ILL-REQUEST-FILE
                 ASSIGN TO UT-SYS-ILL-REQUEST-FILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS SEQUENTIAL
                 RECORD KEY IS IL-REQUEST-NO
                 ALTERNATE RECORD KEY IS IL-BARCODE
                     WITH DUPLICATES.
           SELECT OPTIONAL ILL-PARTNER-FILE
                 ASSIGN TO UT-SYS-ILL-PARTNER-FILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS IP-PARTNER-ID.
           SELECT ILL-SORT-FILE
                 ASSIGN TO UT-SYS-ILL-SORT-FILE.
           SELECT ILL-REPORT-FILE
                 ASSIGN TO UT-SYS-ILL-REPORT-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    SAME LAYOUT ILLMAINT KEEPS.
       FD ILL-REQUEST-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 131 CHARACTERS.
       01 ILL-REQUEST-REC.
          05  IL-REQUEST-NO                        PIC 9(6).
          05  IL-DIRECTION                         PIC X.
          05  IL-PARTNER-ID                        PIC X(6).
          05  IL-PATRON-ID                         PIC 9(5).
          05  IL-ISBN                              PIC 9(13).
          05  IL-TITLE                             PIC X(30).
          05  IL-BARCODE                           PIC 9(10).
          05  IL-STATUS                            PIC X.
          05  IL-REQUEST-DATE                      PIC 9(8).
          05  IL-SHIPPED-DATE                      PIC 9(8).
          05  IL-RECEIVED-DATE                     PIC 9(8).
          05  IL-DUE-DATE                          PIC 9(8).
          05  IL-RETURNED-DATE                     PIC 9(8).
          05  IL-FEE                               PIC 9(3)V99.
          05  IL-POSTAGE                           PIC 9(3)V99.
          05  IL-TEMP-TITLE                        PIC X.
          05  IL-OPERATOR-ID                       PIC X(8).

       FD ILL-PARTNER-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 104 CHARACTERS.
       01 ILL-PARTNER-REC.
          05  IP-PARTNER-ID                        PIC X(6).
          05  IP-NAME                              PIC X(30).
          05  IP-ADDRESS                           PIC X(30).
          05  IP-CITY-ST-ZIP                       PIC X(30).
          05  IP-LEND-FEE                          PIC 9(3)V99.
          05  IP-LOAN-DAYS                         PIC 99.
          05  IP-STATUS                            PIC X.

      *    ONE ROW PER REQUEST, SORTED BY PARTNER AND REQUEST NUMBER.
       SD ILL-SORT-FILE
          RECORD CONTAINS 131 CHARACTERS.
       01 ILL-SORT-REC.
          05  IS-REQUEST-NO                        PIC 9(6).
          05  IS-DIRECTION                         PIC X.
              88  IS-BORROWING              VALUE "B".
              88  IS-LENDING                VALUE "L".
          05  IS-PARTNER-ID                        PIC X(6).
          05  IS-PATRON-ID                         PIC 9(5).
          05  IS-ISBN                              PIC 9(13).
          05  IS-TITLE                             PIC X(30).
          05  IS-BARCODE                           PIC 9(10).
          05  IS-STATUS                            PIC X.
              88  IS-REQUESTED              VALUE "R".
              88  IS-SHIPPED                VALUE "S".
              88  IS-RECEIVED               VALUE "V".
              88  IS-CHECKED-OUT            VALUE "O".
              88  IS-BACK-FROM-PATRON       VALUE "P".
              88  IS-RETURNED               VALUE "T".
              88  IS-CANCELLED              VALUE "C".
              88  IS-CLOSED                 VALUE "T" "C".
          05  IS-REQUEST-DATE                      PIC 9(8).
          05  IS-SHIPPED-DATE                      PIC 9(8).
          05  IS-RECEIVED-DATE                     PIC 9(8).
          05  IS-DUE-DATE                          PIC 9(8).
          05  IS-RETURNED-DATE                     PIC 9(8).
          05  IS-FEE                               PIC 9(3)V99.
          05  IS-POSTAGE                           PIC 9(3)V99.
          05  IS-TEMP-TITLE                        PIC X.
          05  IS-OPERATOR-ID                       PIC X(8).

       FD ILL-REPORT-FILE
          RECORD CONTAINS 100 CHARACTERS.
       01 ILL-REPORT-REC.
          05  IR-REQUEST-NO                        PIC 9(6).
          05  FILLER                               PIC X.
          05  IR-DIRECTION                         PIC X(6).
          05  FILLER                               PIC X.
          05  IR-ISBN                              PIC 9(13).
          05  FILLER                               PIC X.
          05  IR-TITLE                             PIC X(30).
          05  FILLER                               PIC X.
          05  IR-STATUS                            PIC X(10).
          05  FILLER                               PIC X.
          05  IR-REQUEST-DATE                      PIC 9(8).
          05  FILLER                               PIC X.
          05  IR-FILLED-DATE                       PIC 9(8).
          05  FILLER                               PIC X.
          05  IR-TURNAROUND                        PIC ZZZ9.
          05  FILLER                               PIC X.
          05  IR-FLAG                              PIC X(7).
       01 ILL-TEXT-REC                             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILENAMES.
           05  UT-SYS-ILL-REQUEST-FILE             PIC X(50)
                                   VALUE "C:\COBOL\ILLREQUEST.DAT".
           05  UT-SYS-ILL-PARTNER-FILE             PIC X(50)
                                   VALUE "C:\COBOL\ILLPARTNER.DAT".
           05  UT-SYS-ILL-SORT-FILE                PIC X(50)
                                   VALUE "C:\COBOL\ILLSORT.TMP".
           05  UT-SYS-ILL-REPORT-FILE              PIC X(50)
                                   VALUE "C:\COBOL\ILLACTIVITY.DAT".
       01  WS-SWITCHES.
           05  WS-END-OF-FILE                      PIC X
                                            VALUE 'N'.
               88  EOF                       VALUE 'Y'.
           05  WS-SORT-EOF                         PIC X
                                            VALUE 'N'.
               88  SORT-EOF                  VALUE 'Y'.
           05  WS-FIRST-PARTNER                    PIC X
                                            VALUE 'Y'.
               88  FIRST-PARTNER             VALUE 'Y'.
       01  WS-TIMESTAMP                            PIC X(21).
       01  WS-TODAY-DATE                           PIC 9(8).
       01  WS-CURRENT-PARTNER                      PIC X(6)
                                            VALUE SPACES.
       01  WS-FILLED-DATE                          PIC 9(8).
       01  WS-DAYS                                 PIC S9(5).
      *    THE RUNNING TOTALS FOR ONE PARTNER AND FOR THE REPORT -
      *    THE SAME LAYOUT, SO EITHER IS MOVED TO WS-PRINT-TOTALS
      *    FOR 600-WRITE-TOTALS.
       01  WS-PARTNER-TOTALS.
           05  WS-PA-BORROWED                      PIC 9(5).
           05  WS-PA-LENT                          PIC 9(5).
           05  WS-PA-OPEN                          PIC 9(5).
           05  WS-PA-BORROW-FILLED                 PIC 9(5).
           05  WS-PA-BORROW-DAYS                   PIC 9(7).
           05  WS-PA-LEND-FILLED                   PIC 9(5).
           05  WS-PA-LEND-DAYS                     PIC 9(7).
           05  WS-PA-FEES-PAID                     PIC 9(7)V99.
           05  WS-PA-FEES-EARNED                   PIC 9(7)V99.
           05  WS-PA-POSTAGE                       PIC 9(7)V99.
       01  WS-GRAND-TOTALS.
           05  WS-GR-BORROWED                      PIC 9(5)
                                            VALUE ZERO.
           05  WS-GR-LENT                          PIC 9(5)
                                            VALUE ZERO.
           05  WS-GR-OPEN                          PIC 9(5)
                                            VALUE ZERO.
           05  WS-GR-BORROW-FILLED                 PIC 9(5)
                                            VALUE ZERO.
           05  WS-GR-BORROW-DAYS                   PIC 9(7)
                                            VALUE ZERO.
           05  WS-GR-LEND-FILLED                   PIC 9(5)
                                            VALUE ZERO.
           05  WS-GR-LEND-DAYS                     PIC 9(7)
                                            VALUE ZERO.
           05  WS-GR-FEES-PAID                     PIC 9(7)V99
                                            VALUE ZERO.
           05  WS-GR-FEES-EARNED                   PIC 9(7)V99
                                            VALUE ZERO.
           05  WS-GR-POSTAGE                       PIC 9(7)V99
                                            VALUE ZERO.
       01  WS-PRINT-TOTALS.
           05  WS-PR-BORROWED                      PIC 9(5).
           05  WS-PR-LENT                          PIC 9(5).
           05  WS-PR-OPEN                          PIC 9(5).
           05  WS-PR-BORROW-FILLED                 PIC 9(5).
           05  WS-PR-BORROW-DAYS                   PIC 9(7).
           05  WS-PR-LEND-FILLED                   PIC 9(5).
           05  WS-PR-LEND-DAYS                     PIC 9(7).
           05  WS-PR-FEES-PAID                     PIC 9(7)V99.
           05  WS-PR-FEES-EARNED                   PIC 9(7)V99.
           05  WS-PR-POSTAGE                       PIC 9(7)V99.
       01  WS-TOTAL-LABEL                          PIC X(20).
       01  WS-AVERAGE                              PIC 9(5).
       01  WS-EDIT-FIELDS.
           05  WS-EDIT-COUNT-1                     PIC ZZZZ9.
           05  WS-EDIT-COUNT-2                     PIC ZZZZ9.
           05  WS-EDIT-COUNT-3                     PIC ZZZZ9.
           05  WS-EDIT-AVG-1                       PIC ZZZZ9.
           05  WS-EDIT-AVG-2                       PIC ZZZZ9.
           05  WS-EDIT-AMT-1                       PIC Z,ZZZ,ZZ9.99.
           05  WS-EDIT-AMT-2                       PIC Z,ZZZ,ZZ9.99.
           05  WS-EDIT-AMT-3                       PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *************************************************************
      *  Sort the requests by partner and write the activity, then
      *  the grand totals.
      *************************************************************
       100-MAIN.
           PERFORM 900-INITIALIZATION THRU 900-EXIT.
           SORT ILL-SORT-FILE
               ON ASCENDING KEY IS-PARTNER-ID IS-REQUEST-NO
               INPUT PROCEDURE IS 200-SELECT-REQUESTS THRU 200-EXIT
               OUTPUT PROCEDURE IS 300-WRITE-ACTIVITY THRU 300-EXIT
           PERFORM 700-WRITE-GRAND-TOTALS THRU 700-EXIT.
           PERFORM 910-END-PROGRAM-RTN THRU 910-EXIT.
           DISPLAY "ILL ACTIVITY REPORT COMPLETE - " WS-GR-BORROWED
               " BORROWED, " WS-GR-LENT " LENT".
           STOP RUN.
      ***************************************************************
      *  Every request on file is released.
      ***************************************************************
       200-SELECT-REQUESTS.
           OPEN INPUT ILL-REQUEST-FILE
           PERFORM UNTIL EOF
               READ ILL-REQUEST-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       RELEASE ILL-SORT-REC FROM ILL-REQUEST-REC
               END-READ
           END-PERFORM
           CLOSE ILL-REQUEST-FILE.
       200-EXIT.
           EXIT.
      ***************************************************************
      *  The sorted requests, a heading and totals around each
      *  partner's.
      ***************************************************************
       300-WRITE-ACTIVITY.
           PERFORM UNTIL SORT-EOF
               RETURN ILL-SORT-FILE
                   AT END MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF FIRST-PARTNER
                               OR IS-PARTNER-ID NOT = WS-CURRENT-PARTNER
                           PERFORM 350-PARTNER-BREAK THRU 350-EXIT
                       END-IF
                       PERFORM 400-WRITE-REQUEST THRU 400-EXIT
               END-RETURN
           END-PERFORM
           IF NOT FIRST-PARTNER
               PERFORM 500-PARTNER-TOTALS THRU 500-EXIT
           END-IF.
       300-EXIT.
           EXIT.
      ***************************************************************
      *  Close off the previous partner and head the next.
      ***************************************************************
       350-PARTNER-BREAK.
           IF NOT FIRST-PARTNER
               PERFORM 500-PARTNER-TOTALS THRU 500-EXIT
           END-IF
           MOVE 'N' TO WS-FIRST-PARTNER
           MOVE IS-PARTNER-ID TO WS-CURRENT-PARTNER
           MOVE ZERO TO WS-PA-BORROWED WS-PA-LENT WS-PA-OPEN
               WS-PA-BORROW-FILLED WS-PA-BORROW-DAYS
               WS-PA-LEND-FILLED WS-PA-LEND-DAYS
               WS-PA-FEES-PAID WS-PA-FEES-EARNED WS-PA-POSTAGE
           MOVE IS-PARTNER-ID TO IP-PARTNER-ID
           READ ILL-PARTNER-FILE
               INVALID KEY MOVE "(NOT ON FILE)" TO IP-NAME
           END-READ
           MOVE SPACES TO ILL-TEXT-REC
           WRITE ILL-TEXT-REC
           MOVE SPACES TO ILL-TEXT-REC
           STRING "PARTNER " IS-PARTNER-ID " " IP-NAME
               DELIMITED BY SIZE INTO ILL-TEXT-REC
           WRITE ILL-TEXT-REC.
       350-EXIT.
           EXIT.
      ***************************************************************
      *  One request's line, added into the partner's totals.  A
      *  request is filled when the book reaches the borrower - we
      *  received it, or we shipped it.
      ***************************************************************
       400-WRITE-REQUEST.
           MOVE SPACES TO ILL-REPORT-REC
           MOVE IS-REQUEST-NO TO IR-REQUEST-NO
           MOVE IS-ISBN TO IR-ISBN
           MOVE IS-TITLE TO IR-TITLE
           MOVE IS-REQUEST-DATE TO IR-REQUEST-DATE
           EVALUATE TRUE
               WHEN IS-REQUESTED
                   MOVE "REQUESTED" TO IR-STATUS
               WHEN IS-SHIPPED
                   MOVE "SHIPPED" TO IR-STATUS
               WHEN IS-RECEIVED
                   MOVE "RECEIVED" TO IR-STATUS
               WHEN IS-CHECKED-OUT
                   MOVE "CHECKED OUT" TO IR-STATUS
               WHEN IS-BACK-FROM-PATRON
                   MOVE "BACK IN" TO IR-STATUS
               WHEN IS-RETURNED
                   MOVE "RETURNED" TO IR-STATUS
               WHEN IS-CANCELLED
                   MOVE "CANCELLED" TO IR-STATUS
               WHEN OTHER
                   MOVE "UNKNOWN" TO IR-STATUS
           END-EVALUATE
           IF IS-BORROWING
               MOVE "BORROW" TO IR-DIRECTION
               MOVE IS-RECEIVED-DATE TO WS-FILLED-DATE
               ADD 1 TO WS-PA-BORROWED
               ADD IS-FEE TO WS-PA-FEES-PAID
           ELSE
               MOVE "LEND" TO IR-DIRECTION
               MOVE IS-SHIPPED-DATE TO WS-FILLED-DATE
               ADD 1 TO WS-PA-LENT
               ADD IS-FEE TO WS-PA-FEES-EARNED
           END-IF
           ADD IS-POSTAGE TO WS-PA-POSTAGE
           IF NOT IS-CLOSED
               ADD 1 TO WS-PA-OPEN
           END-IF
           MOVE ZERO TO IR-FILLED-DATE
           IF WS-FILLED-DATE NUMERIC AND WS-FILLED-DATE > ZERO
                   AND IS-REQUEST-DATE NUMERIC
                   AND IS-REQUEST-DATE > ZERO
               MOVE WS-FILLED-DATE TO IR-FILLED-DATE
               COMPUTE WS-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-FILLED-DATE)
                   - FUNCTION INTEGER-OF-DATE(IS-REQUEST-DATE)
               IF WS-DAYS < ZERO
                   MOVE ZERO TO WS-DAYS
               END-IF
               MOVE WS-DAYS TO IR-TURNAROUND
               IF IS-BORROWING
                   ADD 1 TO WS-PA-BORROW-FILLED
                   ADD WS-DAYS TO WS-PA-BORROW-DAYS
               ELSE
                   ADD 1 TO WS-PA-LEND-FILLED
                   ADD WS-DAYS TO WS-PA-LEND-DAYS
               END-IF
           END-IF
      *    STILL OUT PAST THE DUE DATE - A BORROWED BOOK NOT YET
      *    BACK TO ITS LENDER, OR OUR BOOK NOT BACK FROM THE PARTNER.
           IF NOT IS-CLOSED AND IS-DUE-DATE NUMERIC
                   AND IS-DUE-DATE > ZERO
                   AND IS-DUE-DATE < WS-TODAY-DATE
               MOVE "OVERDUE" TO IR-FLAG
           END-IF
           WRITE ILL-REPORT-REC.
       400-EXIT.
           EXIT.
      ***************************************************************
      *  A partner's totals, added into the grand totals.
      ***************************************************************
       500-PARTNER-TOTALS.
           MOVE WS-PARTNER-TOTALS TO WS-PRINT-TOTALS
           MOVE "  PARTNER TOTALS" TO WS-TOTAL-LABEL
           PERFORM 600-WRITE-TOTALS THRU 600-EXIT
           ADD WS-PA-BORROWED TO WS-GR-BORROWED
           ADD WS-PA-LENT TO WS-GR-LENT
           ADD WS-PA-OPEN TO WS-GR-OPEN
           ADD WS-PA-BORROW-FILLED TO WS-GR-BORROW-FILLED
           ADD WS-PA-BORROW-DAYS TO WS-GR-BORROW-DAYS
           ADD WS-PA-LEND-FILLED TO WS-GR-LEND-FILLED
           ADD WS-PA-LEND-DAYS TO WS-GR-LEND-DAYS
           ADD WS-PA-FEES-PAID TO WS-GR-FEES-PAID
           ADD WS-PA-FEES-EARNED TO WS-GR-FEES-EARNED
           ADD WS-PA-POSTAGE TO WS-GR-POSTAGE.
       500-EXIT.
           EXIT.
      ***************************************************************
      *  Three total lines from WS-PRINT-TOTALS: the counts, the
      *  average turnaround each way, and the money.
      ***************************************************************
       600-WRITE-TOTALS.
           MOVE WS-PR-BORROWED TO WS-EDIT-COUNT-1
           MOVE WS-PR-LENT TO WS-EDIT-COUNT-2
           MOVE WS-PR-OPEN TO WS-EDIT-COUNT-3
           MOVE SPACES TO ILL-TEXT-REC
           STRING WS-TOTAL-LABEL " - BORROWED " WS-EDIT-COUNT-1
               "   LENT " WS-EDIT-COUNT-2
               "   STILL OPEN " WS-EDIT-COUNT-3
               DELIMITED BY SIZE INTO ILL-TEXT-REC
           WRITE ILL-TEXT-REC
           MOVE ZERO TO WS-AVERAGE
           IF WS-PR-BORROW-FILLED > ZERO
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-PR-BORROW-DAYS / WS-PR-BORROW-FILLED
           END-IF
           MOVE WS-AVERAGE TO WS-EDIT-AVG-1
           MOVE ZERO TO WS-AVERAGE
           IF WS-PR-LEND-FILLED > ZERO
               COMPUTE WS-AVERAGE ROUNDED =
                   WS-PR-LEND-DAYS / WS-PR-LEND-FILLED
           END-IF
           MOVE WS-AVERAGE TO WS-EDIT-AVG-2
           MOVE SPACES TO ILL-TEXT-REC
           STRING "      AVERAGE DAYS TO RECEIVE A BOOK BORROWED "
               WS-EDIT-AVG-1
               "   TO SHIP A BOOK LENT " WS-EDIT-AVG-2
               DELIMITED BY SIZE INTO ILL-TEXT-REC
           WRITE ILL-TEXT-REC
           MOVE WS-PR-FEES-PAID TO WS-EDIT-AMT-1
           MOVE WS-PR-FEES-EARNED TO WS-EDIT-AMT-2
           MOVE WS-PR-POSTAGE TO WS-EDIT-AMT-3
           MOVE SPACES TO ILL-TEXT-REC
           STRING "      FEES PAID " WS-EDIT-AMT-1
               "   FEES EARNED " WS-EDIT-AMT-2
               "   POSTAGE " WS-EDIT-AMT-3
               DELIMITED BY SIZE INTO ILL-TEXT-REC
           WRITE ILL-TEXT-REC.
       600-EXIT.
           EXIT.
      ***************************************************************
      *  The report's grand totals.
      ***************************************************************
       700-WRITE-GRAND-TOTALS.
           MOVE SPACES TO ILL-TEXT-REC
           WRITE ILL-TEXT-REC
           MOVE WS-GRAND-TOTALS TO WS-PRINT-TOTALS
           MOVE "ALL PARTNERS" TO WS-TOTAL-LABEL
           PERFORM 600-WRITE-TOTALS THRU 600-EXIT.
       700-EXIT.
           EXIT.
      ***************************************************************
      *  The report heading.
      ***************************************************************
       800-WRITE-HEADING.
           MOVE SPACES TO ILL-TEXT-REC
           STRING "INTERLIBRARY LOAN ACTIVITY BY PARTNER AS OF "
               WS-TODAY-DATE
               DELIMITED BY SIZE INTO ILL-TEXT-REC
           WRITE ILL-TEXT-REC
           MOVE SPACES TO ILL-TEXT-REC
           STRING "REQ NO DIRECT ISBN          TITLE                  "
               "        STATUS     REQUESTD FILLED   DAYS"
               DELIMITED BY SIZE INTO ILL-TEXT-REC
           WRITE ILL-TEXT-REC.
       800-EXIT.
           EXIT.
      ***************************************************************
      *   Open the files, get today's date, write the heading.
      ***************************************************************
       900-INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP (1:8) TO WS-TODAY-DATE.
           OPEN INPUT ILL-PARTNER-FILE.
           OPEN OUTPUT ILL-REPORT-FILE.
           PERFORM 800-WRITE-HEADING THRU 800-EXIT.
       900-EXIT.
           EXIT.
      *****************************************************************
      *   Close files.
      *****************************************************************
       910-END-PROGRAM-RTN.
           CLOSE ILL-PARTNER-FILE.
           CLOSE ILL-REPORT-FILE.
       910-EXIT.
           EXIT.
