       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SERIALRENEW.
       AUTHOR.  THOMAS LAMBERT.
      *****************************************************************
      * Serial renewals list.  Every active subscription ending
      * within the days ahead asked for (60 when none is given),
      * soonest first, with its vendor and the cost of its last
      * term, so the renewals can be decided and budgeted before
      * the issues stop.  An active subscription whose end date has
      * already passed is listed first as LAPSED - it should be
      * renewed at SERIALMAINT or cancelled there.  Cancelled
      * subscriptions are left off.
      *
      * The totals give the number of subscriptions to renew and
      * what renewing all of them at last term's cost would come
      * to.
      *
      *   Input  :  C:\COBOL\SUBSCRIPTION.DAT
      *   Output :  C:\COBOL\SERIALRENEW.DAT
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBSCRIPTION-FILE
                 ASSIGN TO UT-SYS-SUBSCRIPTION-FILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS SEQUENTIAL
                 RECORD KEY IS SB-SUB-ID.
           SELECT SERIAL-RENEW-SORT-FILE
                 ASSIGN TO UT-SYS-SERIAL-RENEW-SORT-FILE.
           SELECT SERIAL-RENEW-REPORT-FILE
                 ASSIGN TO UT-SYS-SERIAL-RENEW-REPORT-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    SAME LAYOUT SERIALMAINT KEEPS.
       FD SUBSCRIPTION-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 89 CHARACTERS.
       01 SUBSCRIPTION-REC.
          05  SB-SUB-ID                            PIC 9(5).
          05  SB-TITLE                             PIC X(30).
          05  SB-ISSN                              PIC X(9).
          05  SB-VENDOR-NO                         PIC 9(5).
          05  SB-FREQUENCY                         PIC X.
          05  SB-START-DATE                        PIC 9(8).
          05  SB-END-DATE                          PIC 9(8).
          05  SB-COST                              PIC 9(5)V99.
          05  SB-EXP-ACCT                          PIC 9(4).
          05  SB-CLAIM-DAYS                        PIC 9(3).
          05  SB-STATUS                            PIC X.
              88  SB-ACTIVE                 VALUE "A".
              88  SB-CANCELLED              VALUE "C".
          05  SB-RENEWED-DATE                      PIC 9(8).

       SD SERIAL-RENEW-SORT-FILE
          RECORD CONTAINS 65 CHARACTERS.
       01 SERIAL-RENEW-SORT-REC.
          05  SRS-END-DATE                         PIC 9(8).
          05  SRS-SUB-ID                           PIC 9(5).
          05  SRS-TITLE                            PIC X(30).
          05  SRS-VENDOR-NO                        PIC 9(5).
          05  SRS-FREQUENCY                        PIC X.
          05  SRS-COST                             PIC 9(5)V99.
          05  SRS-EXP-ACCT                         PIC 9(4).
          05  FILLER                               PIC X(5).

       FD SERIAL-RENEW-REPORT-FILE
          RECORD CONTAINS 80 CHARACTERS.
       01 SERIAL-RENEW-REPORT-REC.
          05  SRR-SUB-ID                           PIC 9(5).
          05  FILLER                               PIC X.
          05  SRR-TITLE                            PIC X(30).
          05  FILLER                               PIC X.
          05  SRR-VENDOR-NO                        PIC 9(5).
          05  FILLER                               PIC X.
          05  SRR-FREQUENCY                        PIC X.
          05  FILLER                               PIC X.
          05  SRR-END-DATE                         PIC 9(8).
          05  FILLER                               PIC X.
          05  SRR-COST                             PIC ZZ,ZZ9.99.
          05  FILLER                               PIC X.
          05  SRR-STATUS                           PIC X(16).
       01 SERIAL-RENEW-TEXT-REC                    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILENAMES.
           05  UT-SYS-SUBSCRIPTION-FILE            PIC X(50)
                                   VALUE "C:\COBOL\SUBSCRIPTION.DAT".
           05  UT-SYS-SERIAL-RENEW-SORT-FILE       PIC X(50)
                                   VALUE "C:\COBOL\SERIALRENEW.TMP".
           05  UT-SYS-SERIAL-RENEW-REPORT-FILE     PIC X(50)
                                   VALUE "C:\COBOL\SERIALRENEW.DAT".
       01  WS-SWITCHES.
           05  WS-END-OF-FILE                      PIC X
                                            VALUE 'N'.
               88  EOF                       VALUE 'Y'.
           05  WS-SORT-EOF                         PIC X
                                            VALUE 'N'.
               88  SORT-EOF                  VALUE 'Y'.
       01  WS-TIMESTAMP                            PIC X(21).
       01  WS-TODAY-DATE                           PIC 9(8).
       01  WS-TODAY-INT                            PIC 9(8).
       01  WS-END-INT                              PIC 9(8).
      *    THE DAYS AHEAD THE LIST COVERS.
       01  WS-WINDOW-ENTRY                         PIC X(3).
       01  WS-WINDOW-DAYS                          PIC 9(3).
       01  WS-TO-DATE                              PIC 9(8).
       01  WS-DAYS-LEFT                            PIC 9(3).
       01  WS-EDIT-DAYS                            PIC ZZ9.
       01  WS-RUN-COUNTS.
           05  WS-SUB-COUNT                        PIC 9(5)
                                            VALUE ZERO.
           05  WS-EXPIRING-COUNT                   PIC 9(5)
                                            VALUE ZERO.
           05  WS-LAPSED-COUNT                     PIC 9(5)
                                            VALUE ZERO.
           05  WS-CANCELLED-COUNT                  PIC 9(5)
                                            VALUE ZERO.
           05  WS-RENEWAL-COST                     PIC 9(7)V99
                                            VALUE ZERO.
       01  WS-EDIT-COUNT                           PIC ZZZZ9.
       01  WS-EDIT-AMOUNT                          PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *************************************************************
      *  Ask for the window, sort the subscriptions ending inside
      *  it by end date, and list them.
      *************************************************************
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (1:8) TO WS-TODAY-DATE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           MOVE SPACES TO WS-WINDOW-ENTRY
           DISPLAY "DAYS AHEAD TO LIST (ENTER FOR 60): "
           ACCEPT WS-WINDOW-ENTRY
           IF WS-WINDOW-ENTRY = SPACES
               MOVE 60 TO WS-WINDOW-DAYS
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-WINDOW-ENTRY) NOT = ZERO
                   DISPLAY "INVALID NUMBER OF DAYS"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               COMPUTE WS-WINDOW-DAYS =
                   FUNCTION NUMVAL(WS-WINDOW-ENTRY)
           END-IF
           COMPUTE WS-TO-DATE = FUNCTION DATE-OF-INTEGER
               (WS-TODAY-INT + WS-WINDOW-DAYS)
           OPEN INPUT SUBSCRIPTION-FILE
           OPEN OUTPUT SERIAL-RENEW-REPORT-FILE
           PERFORM 500-WRITE-HEADING THRU 500-EXIT
           SORT SERIAL-RENEW-SORT-FILE
               ON ASCENDING KEY SRS-END-DATE SRS-SUB-ID
               INPUT PROCEDURE IS 200-SELECT-SUBS THRU 200-EXIT
               OUTPUT PROCEDURE IS 300-WRITE-LIST THRU 300-EXIT
           PERFORM 700-WRITE-TOTALS THRU 700-EXIT
           CLOSE SUBSCRIPTION-FILE
           CLOSE SERIAL-RENEW-REPORT-FILE
           DISPLAY "SERIAL RENEWALS COMPLETE - " WS-EXPIRING-COUNT
               " ENDING, " WS-LAPSED-COUNT " LAPSED".
           GOBACK.
      ***************************************************************
      *  Count every subscription, and release each active one
      *  ending on or before the end of the window.
      ***************************************************************
       200-SELECT-SUBS.
           PERFORM UNTIL EOF
               READ SUBSCRIPTION-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       PERFORM 250-RELEASE-SUB THRU 250-EXIT
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.
      ***************************************************************
      *  One subscription.
      ***************************************************************
       250-RELEASE-SUB.
           ADD 1 TO WS-SUB-COUNT
           IF SB-CANCELLED
               ADD 1 TO WS-CANCELLED-COUNT
               GO TO 250-EXIT
           END-IF
           IF SB-END-DATE > WS-TO-DATE
               GO TO 250-EXIT
           END-IF
           MOVE SPACES TO SERIAL-RENEW-SORT-REC
           MOVE SB-END-DATE TO SRS-END-DATE
           MOVE SB-SUB-ID TO SRS-SUB-ID
           MOVE SB-TITLE TO SRS-TITLE
           MOVE SB-VENDOR-NO TO SRS-VENDOR-NO
           MOVE SB-FREQUENCY TO SRS-FREQUENCY
           MOVE SB-COST TO SRS-COST
           MOVE SB-EXP-ACCT TO SRS-EXP-ACCT
           RELEASE SERIAL-RENEW-SORT-REC.
       250-EXIT.
           EXIT.
      ***************************************************************
      *  The sorted subscriptions, soonest end first.
      ***************************************************************
       300-WRITE-LIST.
           PERFORM UNTIL SORT-EOF
               RETURN SERIAL-RENEW-SORT-FILE
                   AT END MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 350-WRITE-SUB THRU 350-EXIT
               END-RETURN
           END-PERFORM.
       300-EXIT.
           EXIT.
      ***************************************************************
      *  One line of the list.  A subscription already ended says
      *  LAPSED; one still running shows the days it has left.
      ***************************************************************
       350-WRITE-SUB.
           MOVE SPACES TO SERIAL-RENEW-REPORT-REC
           MOVE SRS-SUB-ID TO SRR-SUB-ID
           MOVE SRS-TITLE TO SRR-TITLE
           MOVE SRS-VENDOR-NO TO SRR-VENDOR-NO
           MOVE SRS-FREQUENCY TO SRR-FREQUENCY
           MOVE SRS-END-DATE TO SRR-END-DATE
           MOVE SRS-COST TO SRR-COST
           IF SRS-END-DATE < WS-TODAY-DATE
               MOVE "LAPSED" TO SRR-STATUS
               ADD 1 TO WS-LAPSED-COUNT
           ELSE
               COMPUTE WS-END-INT =
                   FUNCTION INTEGER-OF-DATE(SRS-END-DATE)
               COMPUTE WS-DAYS-LEFT = WS-END-INT - WS-TODAY-INT
               IF WS-DAYS-LEFT = ZERO
                   MOVE "ENDS TODAY" TO SRR-STATUS
               ELSE
                   MOVE WS-DAYS-LEFT TO WS-EDIT-DAYS
                   STRING WS-EDIT-DAYS " DAYS LEFT"
                       DELIMITED BY SIZE INTO SRR-STATUS
               END-IF
               ADD 1 TO WS-EXPIRING-COUNT
           END-IF
           ADD SRS-COST TO WS-RENEWAL-COST
           WRITE SERIAL-RENEW-REPORT-REC.
       350-EXIT.
           EXIT.
      ***************************************************************
      *  The report heading.
      ***************************************************************
       500-WRITE-HEADING.
           MOVE WS-WINDOW-DAYS TO WS-EDIT-DAYS
           MOVE SPACES TO SERIAL-RENEW-TEXT-REC
           STRING "SERIAL SUBSCRIPTIONS TO RENEW RUN " WS-TODAY-DATE
               " - " WS-EDIT-DAYS " DAYS AHEAD"
               DELIMITED BY SIZE INTO SERIAL-RENEW-TEXT-REC
           WRITE SERIAL-RENEW-TEXT-REC
           MOVE SPACES TO SERIAL-RENEW-TEXT-REC
           STRING "SUBSC TITLE                          VENDR F "
               "ENDS          COST STATUS"
               DELIMITED BY SIZE INTO SERIAL-RENEW-TEXT-REC
           WRITE SERIAL-RENEW-TEXT-REC.
       500-EXIT.
           EXIT.
      ***************************************************************
      *  The run totals.
      ***************************************************************
       700-WRITE-TOTALS.
           MOVE SPACES TO SERIAL-RENEW-TEXT-REC
           WRITE SERIAL-RENEW-TEXT-REC
           MOVE WS-EXPIRING-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO SERIAL-RENEW-TEXT-REC
           STRING "SUBSCRIPTIONS ENDING IN WINDOW    " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO SERIAL-RENEW-TEXT-REC
           WRITE SERIAL-RENEW-TEXT-REC
           MOVE WS-LAPSED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO SERIAL-RENEW-TEXT-REC
           STRING "SUBSCRIPTIONS LAPSED              " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO SERIAL-RENEW-TEXT-REC
           WRITE SERIAL-RENEW-TEXT-REC
           MOVE WS-RENEWAL-COST TO WS-EDIT-AMOUNT
           MOVE SPACES TO SERIAL-RENEW-TEXT-REC
           STRING "COST TO RENEW AT LAST TERM   " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO SERIAL-RENEW-TEXT-REC
           WRITE SERIAL-RENEW-TEXT-REC
           MOVE WS-CANCELLED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO SERIAL-RENEW-TEXT-REC
           STRING "SUBSCRIPTIONS CANCELLED           " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO SERIAL-RENEW-TEXT-REC
           WRITE SERIAL-RENEW-TEXT-REC
           MOVE WS-SUB-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO SERIAL-RENEW-TEXT-REC
           STRING "SUBSCRIPTIONS ON FILE             " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO SERIAL-RENEW-TEXT-REC
           WRITE SERIAL-RENEW-TEXT-REC.
       700-EXIT.
           EXIT.
