       IDENTIFICATION DIVISION.
       PROGRAM-ID.  XFERRPT.
       AUTHOR.  THOMAS LAMBERT.
      *****************************************************************
      * Daily in-transit report.  Every transfer on BOOKTRANSFER.DAT
      * not yet received is listed with the copy's title, the
      * branches it left and is headed to, the date it was sent,
      * the days it has been on the road, and why it was sent (a
      * return to its home branch, a hold at the pickup branch, or a
      * manual transfer from BOOKXFER).
      *
      * A copy in transit longer than the destination branch's
      * normal transit days on the branch master is flagged LATE -
      * it has probably been shelved or misplaced without being
      * received.  A branch with no transit days on file is allowed
      * the default below.  Totals by route close the report, and
      * any late copy sets return code 4.
      *
      *   Input  :  C:\COBOL\BOOKTRANSFER.DAT
      *             C:\COBOL\BRANCHMASTER.DAT
      *             C:\COBOL\BOOKCATALOG.DAT
      *   Output :  C:\COBOL\XFERRPT.DAT
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRANSFER-FILE
                 ASSIGN TO UT-SYS-TRANSFERFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS SEQUENTIAL
                 RECORD KEY IS TR-KEY.
           SELECT OPTIONAL BRANCH-MASTER-FILE
                 ASSIGN TO UT-SYS-BRANCHFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS SEQUENTIAL
                 RECORD KEY IS BM-CODE.
           SELECT BOOK-FILE
                 ASSIGN TO UT-SYS-BOOKFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS RANDOM
                 RECORD KEY IS BR-BOOK-ISBN
                 ALTERNATE RECORD KEY IS BR-BOOK-TITLE
                     WITH DUPLICATES
                 ALTERNATE RECORD KEY IS BR-AUTHOR-ID
                     WITH DUPLICATES.
           SELECT XFER-REPORT-FILE
                 ASSIGN TO UT-SYS-XFER-RPT-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    SAME LAYOUT BOOKCIRC AND BOOKXFER WRITE.
       FD TRANSFER-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 66 CHARACTERS.
       01 TRANSFER-REC.
          05  TR-KEY.
              10  TR-BARCODE                       PIC 9(10).
              10  TR-SENT-TS                       PIC X(14).
          05  TR-ISBN                              PIC 9(13).
          05  TR-FROM-BRANCH                       PIC X(4).
          05  TR-TO-BRANCH                         PIC X(4).
          05  TR-REASON                            PIC X.
              88  TR-RETURN-HOME            VALUE "R".
              88  TR-FOR-HOLD               VALUE "H".
              88  TR-MANUAL                 VALUE "M".
          05  TR-HOLD-SEQ                          PIC 9(3).
          05  TR-STATUS                            PIC X.
              88  TR-IN-TRANSIT             VALUE "T".
              88  TR-RECEIVED               VALUE "C".
          05  TR-RECEIVED-DATE                     PIC 9(8).
          05  TR-OPERATOR-ID                       PIC X(8).

       FD BRANCH-MASTER-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 26 CHARACTERS.
       01 BRANCH-MASTER-REC.
          05  BM-CODE                              PIC X(4).
          05  BM-NAME                              PIC X(20).
          05  BM-TRANSIT-DAYS                      PIC 9(2).

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
      *    THE SHELF ADDRESS - SHELFLIST PRINTS THE STACKS IN
      *    THIS ORDER.
          05  BR-CALL-NUMBER                        PIC X(20).

       FD XFER-REPORT-FILE
          RECORD CONTAINS 81 CHARACTERS.
       01 XFER-REPORT-REC.
          05  XR-BARCODE                           PIC 9(10).
          05  FILLER                               PIC X.
          05  XR-TITLE                             PIC X(30).
          05  FILLER                               PIC X.
          05  XR-FROM                              PIC X(4).
          05  FILLER                               PIC X.
          05  XR-TO                                PIC X(4).
          05  FILLER                               PIC X.
          05  XR-SENT                              PIC X(8).
          05  FILLER                               PIC X.
          05  XR-DAYS                              PIC ZZZ9.
          05  FILLER                               PIC X.
          05  XR-REASON                            PIC X(6).
          05  FILLER                               PIC X.
          05  XR-FLAG                              PIC X(8).
       01 XFER-TEXT-REC                            PIC X(81).

       WORKING-STORAGE SECTION.
       01  WS-FILENAMES.
           05  UT-SYS-TRANSFERFILE                 PIC X(50)
                                   VALUE "C:\COBOL\BOOKTRANSFER.DAT".
           05  UT-SYS-BRANCHFILE                   PIC X(50)
                                   VALUE "C:\COBOL\BRANCHMASTER.DAT".
           05  UT-SYS-BOOKFILE                     PIC X(50)
                                   VALUE "C:\COBOL\BOOKCATALOG.DAT".
           05  UT-SYS-XFER-RPT-FILE                PIC X(50)
                                   VALUE "C:\COBOL\XFERRPT.DAT".
       01  WS-SWITCHES.
           05  WS-END-OF-FILE                      PIC X
                                            VALUE 'N'.
               88  EOF                       VALUE 'Y'.
       01  WS-TIMESTAMP                            PIC X(21).
       01  WS-TODAY-DATE                           PIC 9(8).
       01  WS-SENT-DATE                            PIC 9(8).
       01  WS-DAYS-OUT                             PIC 9(4).
       01  WS-ALLOWED-DAYS                         PIC 9(2).
      *    TRANSIT DAYS ALLOWED WHEN THE DESTINATION HAS NONE ON
      *    FILE.
       01  WS-DEFAULT-TRANSIT-DAYS                 PIC 9(2)
                                            VALUE 3.
      *    EVERY BRANCH ON FILE WITH ITS NORMAL TRANSIT DAYS.
       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-COUNT                     PIC 9(3)
                                            VALUE ZERO.
           05  WS-BRANCH-ENTRY OCCURS 50 TIMES.
               10  WS-BT-CODE                      PIC X(4).
               10  WS-BT-TRANSIT-DAYS              PIC 9(2).
       01  WS-BRANCH-SUB                           PIC 9(3).
      *    OPEN TRANSFERS COUNTED BY FROM/TO ROUTE.
       01  WS-ROUTE-TABLE.
           05  WS-ROUTE-COUNT                      PIC 9(3)
                                            VALUE ZERO.
           05  WS-ROUTE-ENTRY OCCURS 100 TIMES.
               10  WS-RT-FROM                      PIC X(4).
               10  WS-RT-TO                        PIC X(4).
               10  WS-RT-COPIES                    PIC 9(5).
               10  WS-RT-LATE                      PIC 9(5).
       01  WS-ROUTE-SUB                            PIC 9(3).
       01  WS-ROUTE-FOUND-SUB                      PIC 9(3).
       01  WS-COPIES-OUT                           PIC ZZZZ9.
       01  WS-COPIES-LATE                          PIC ZZZZ9.
       01  WS-OPEN-COUNT                           PIC 9(5)
                                            VALUE ZERO.
       01  WS-LATE-COUNT                           PIC 9(5)
                                            VALUE ZERO.

       PROCEDURE DIVISION.
      *************************************************************
      *  Load the branches, list every open transfer, and close
      *  with the route totals.
      *************************************************************
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (1:8) TO WS-TODAY-DATE
           PERFORM 900-LOAD-BRANCHES THRU 900-EXIT.
           OPEN INPUT TRANSFER-FILE
           OPEN INPUT BOOK-FILE
           OPEN OUTPUT XFER-REPORT-FILE
           PERFORM 500-WRITE-HEADING THRU 500-EXIT.
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM 200-READ-TRANSFER THRU 200-EXIT.
           PERFORM 300-LIST-TRANSFER THRU 300-EXIT
               UNTIL EOF.
           PERFORM 700-WRITE-ROUTE-TOTALS THRU 700-EXIT.
           CLOSE TRANSFER-FILE
           CLOSE BOOK-FILE
           CLOSE XFER-REPORT-FILE
           IF WS-LATE-COUNT > ZERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "IN-TRANSIT REPORT COMPLETE - " WS-OPEN-COUNT
               " COPIES IN TRANSIT, " WS-LATE-COUNT " LATE".
           GOBACK.
      ***************************************************************
      *  Read the next transfer.
      ***************************************************************
       200-READ-TRANSFER.
           READ TRANSFER-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
       200-EXIT.
           EXIT.
      ***************************************************************
      *  One line per copy still in transit, flagged LATE past the
      *  destination's transit days, and counted on its route.
      ***************************************************************
       300-LIST-TRANSFER.
           IF NOT TR-IN-TRANSIT
               GO TO 300-NEXT
           END-IF
           ADD 1 TO WS-OPEN-COUNT
           MOVE TR-SENT-TS (1:8) TO WS-SENT-DATE
           COMPUTE WS-DAYS-OUT =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
               - FUNCTION INTEGER-OF-DATE (WS-SENT-DATE)
           MOVE WS-DEFAULT-TRANSIT-DAYS TO WS-ALLOWED-DAYS
           PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
                   UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT
               IF WS-BT-CODE (WS-BRANCH-SUB) = TR-TO-BRANCH
                   AND WS-BT-TRANSIT-DAYS (WS-BRANCH-SUB) > ZERO
                   MOVE WS-BT-TRANSIT-DAYS (WS-BRANCH-SUB)
                       TO WS-ALLOWED-DAYS
               END-IF
           END-PERFORM
           MOVE TR-ISBN TO BR-BOOK-ISBN
           READ BOOK-FILE
               INVALID KEY MOVE "** TITLE NOT ON FILE **"
                   TO BR-BOOK-TITLE
           END-READ
           MOVE SPACES TO XFER-REPORT-REC
           MOVE TR-BARCODE TO XR-BARCODE
           MOVE BR-BOOK-TITLE TO XR-TITLE
           MOVE TR-FROM-BRANCH TO XR-FROM
           MOVE TR-TO-BRANCH TO XR-TO
           MOVE TR-SENT-TS (1:8) TO XR-SENT
           MOVE WS-DAYS-OUT TO XR-DAYS
           EVALUATE TRUE
               WHEN TR-RETURN-HOME
                   MOVE "RETURN" TO XR-REASON
               WHEN TR-FOR-HOLD
                   MOVE "HOLD" TO XR-REASON
               WHEN OTHER
                   MOVE "MANUAL" TO XR-REASON
           END-EVALUATE
           PERFORM 350-FIND-ROUTE THRU 350-EXIT.
           ADD 1 TO WS-RT-COPIES (WS-ROUTE-FOUND-SUB)
           IF WS-DAYS-OUT > WS-ALLOWED-DAYS
               MOVE "LATE" TO XR-FLAG
               ADD 1 TO WS-LATE-COUNT
               ADD 1 TO WS-RT-LATE (WS-ROUTE-FOUND-SUB)
           END-IF
           WRITE XFER-REPORT-REC.
       300-NEXT.
           PERFORM 200-READ-TRANSFER THRU 200-EXIT.
       300-EXIT.
           EXIT.
      ***************************************************************
      *  The transfer's route in the route table, added the first
      *  time it is seen.  A route past the table's end is counted
      *  on the last entry.
      ***************************************************************
       350-FIND-ROUTE.
           MOVE ZERO TO WS-ROUTE-FOUND-SUB
           PERFORM VARYING WS-ROUTE-SUB FROM 1 BY 1
                   UNTIL WS-ROUTE-SUB > WS-ROUTE-COUNT
               IF WS-RT-FROM (WS-ROUTE-SUB) = TR-FROM-BRANCH
                   AND WS-RT-TO (WS-ROUTE-SUB) = TR-TO-BRANCH
                   MOVE WS-ROUTE-SUB TO WS-ROUTE-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-ROUTE-FOUND-SUB NOT = ZERO
               GO TO 350-EXIT
           END-IF
           IF WS-ROUTE-COUNT = 100
               MOVE 100 TO WS-ROUTE-FOUND-SUB
               GO TO 350-EXIT
           END-IF
           ADD 1 TO WS-ROUTE-COUNT
           MOVE WS-ROUTE-COUNT TO WS-ROUTE-FOUND-SUB
           MOVE TR-FROM-BRANCH TO WS-RT-FROM (WS-ROUTE-COUNT)
           MOVE TR-TO-BRANCH TO WS-RT-TO (WS-ROUTE-COUNT)
           MOVE ZERO TO WS-RT-COPIES (WS-ROUTE-COUNT)
           MOVE ZERO TO WS-RT-LATE (WS-ROUTE-COUNT).
       350-EXIT.
           EXIT.
      ***************************************************************
      *  Run date and column headings.
      ***************************************************************
       500-WRITE-HEADING.
           MOVE SPACES TO XFER-TEXT-REC
           STRING "COPIES IN TRANSIT BETWEEN BRANCHES RUN "
               WS-TODAY-DATE
               DELIMITED BY SIZE INTO XFER-TEXT-REC
           WRITE XFER-TEXT-REC
           MOVE SPACES TO XFER-TEXT-REC
           STRING "BARCODE    TITLE                          FROM TO   "
               "SENT     DAYS REASON"
               DELIMITED BY SIZE INTO XFER-TEXT-REC
           WRITE XFER-TEXT-REC.
       500-EXIT.
           EXIT.
      ***************************************************************
      *  One total line per route, then the report total.
      ***************************************************************
       700-WRITE-ROUTE-TOTALS.
           MOVE SPACES TO XFER-TEXT-REC
           WRITE XFER-TEXT-REC
           PERFORM VARYING WS-ROUTE-SUB FROM 1 BY 1
                   UNTIL WS-ROUTE-SUB > WS-ROUTE-COUNT
               MOVE WS-RT-COPIES (WS-ROUTE-SUB) TO WS-COPIES-OUT
               MOVE WS-RT-LATE (WS-ROUTE-SUB) TO WS-COPIES-LATE
               MOVE SPACES TO XFER-TEXT-REC
               STRING "ROUTE " WS-RT-FROM (WS-ROUTE-SUB) " TO "
                   WS-RT-TO (WS-ROUTE-SUB) "  IN TRANSIT "
                   WS-COPIES-OUT "  LATE " WS-COPIES-LATE
                   DELIMITED BY SIZE INTO XFER-TEXT-REC
               WRITE XFER-TEXT-REC
           END-PERFORM
           MOVE WS-OPEN-COUNT TO WS-COPIES-OUT
           MOVE WS-LATE-COUNT TO WS-COPIES-LATE
           MOVE SPACES TO XFER-TEXT-REC
           STRING "REPORT TOTAL      IN TRANSIT " WS-COPIES-OUT
               "  LATE " WS-COPIES-LATE
               DELIMITED BY SIZE INTO XFER-TEXT-REC
           WRITE XFER-TEXT-REC.
       700-EXIT.
           EXIT.
      ***************************************************************
      *  Every branch on the master with its transit days.
      ***************************************************************
       900-LOAD-BRANCHES.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT BRANCH-MASTER-FILE
           PERFORM UNTIL EOF
               READ BRANCH-MASTER-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF WS-BRANCH-COUNT = 50
                           DISPLAY "BRANCHMASTER.DAT EXCEEDS THE "
                               "WORK TABLE - REPORT REFUSED"
                           CLOSE BRANCH-MASTER-FILE
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-BRANCH-COUNT
                       MOVE BM-CODE TO WS-BT-CODE (WS-BRANCH-COUNT)
                       MOVE BM-TRANSIT-DAYS
                           TO WS-BT-TRANSIT-DAYS (WS-BRANCH-COUNT)
               END-READ
           END-PERFORM
           CLOSE BRANCH-MASTER-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       900-EXIT.
           EXIT.
