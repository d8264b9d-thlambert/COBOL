       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PATRONSTMT.
       AUTHOR.  THOMAS LAMBERT.
      *****************************************************************
      * Patron account statements.  One printable statement per
      * patron from the charges file: every charge assessed, oldest
      * first, with the title it was for, and under it the payment
      * or waiver that settled it - the day, how (at the desk,
      * through the collection agency, or waived and why) and the
      * amount - then the totals charged, paid and waived and the
      * balance still due.  A charge paid in part shows as the paid
      * part and the part still open.  A patron already with the
      * collection agency is told so on the statement.
      *
      * The operator gives a patron number for one statement, on
      * demand at the desk, or none for a statement to every patron
      * who still owes something.
      *
      *   Input  :  C:\COBOL\PATRONCHARGES.DAT
      *             C:\COBOL\PATRONMASTER.DAT
      *             C:\COBOL\BOOKCATALOG.DAT
      *   Output :  C:\COBOL\PATRONSTMT.DAT
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PATRON-CHARGES-FILE
                 ASSIGN TO UT-SYS-PATRON-CHARGES-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PATRON-MASTER-FILE
                 ASSIGN TO UT-SYS-PATRONFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS PM-PATRON-ID.
           SELECT BOOK-FILE
                 ASSIGN TO UT-SYS-BOOKFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS BR-BOOK-ISBN
                 ALTERNATE RECORD KEY IS BR-BOOK-TITLE
                     WITH DUPLICATES
                 ALTERNATE RECORD KEY IS BR-AUTHOR-ID
                     WITH DUPLICATES.
           SELECT PATRON-STMT-SORT-FILE
                 ASSIGN TO UT-SYS-PATRON-STMT-SORT-FILE.
           SELECT PATRON-STMT-FILE
                 ASSIGN TO UT-SYS-PATRON-STMT-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD PATRON-CHARGES-FILE
          RECORD CONTAINS 71 CHARACTERS.
       01 PATRON-CHARGES-REC.
          05  PC-PATRON-ID                         PIC 9(5).
          05  PC-ISBN                              PIC 9(13).
          05  PC-CHARGE-DATE                       PIC 9(8).
          05  PC-AMOUNT                            PIC 9(5)V99.
          05  PC-CHARGE-TYPE                       PIC X.
              88  PC-LOST-CHARGE            VALUE "L".
          05  PC-STATUS                            PIC X.
              88  PC-OPEN                   VALUE "O".
              88  PC-PAID                   VALUE "P".
              88  PC-WAIVED                 VALUE "W".
          05  PC-REASON                            PIC X(20).
          05  PC-OPERATOR-ID                       PIC X(8).
          05  PC-SETTLED-DATE                      PIC 9(8).

      *    SAME LAYOUT PATRONMAINT KEEPS.
       FD PATRON-MASTER-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 136 CHARACTERS.
       01 PATRON-MASTER-REC.
          05  PM-PATRON-ID                         PIC 9(5).
          05  PM-NAME                              PIC X(30).
          05  PM-PHONE                             PIC X(12).
          05  PM-PATRON-TYPE                       PIC X.
          05  PM-STANDING                          PIC X.
              88  PM-BLOCKED                 VALUE "B".
          05  PM-ADDRESS                           PIC X(30).
          05  PM-CITY-ST-ZIP                       PIC X(30).
          05  PM-NO-SHOW-COUNT                     PIC 9(3).
          05  PM-CARD-EXPIRES                      PIC 9(8).
          05  PM-RENEWED-DATE                      PIC 9(8).
          05  PM-REFERRAL-DATE                     PIC 9(8).

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

      *    THE WHOLE CHARGE ROW, IN PATRON AND CHARGE-DATE ORDER.
       SD PATRON-STMT-SORT-FILE
          RECORD CONTAINS 84 CHARACTERS.
       01 PATRON-STMT-SORT-REC.
          05  PSS-PATRON-ID                        PIC 9(5).
          05  PSS-CHARGE-DATE                      PIC 9(8).
          05  PSS-CHARGE-REC                       PIC X(71).

       FD PATRON-STMT-FILE
          RECORD CONTAINS 80 CHARACTERS.
       01 PATRON-STMT-REC.
          05  PSR-DATE                             PIC X(8).
          05  FILLER                               PIC X(2).
          05  PSR-DESCRIPTION                      PIC X(48).
          05  FILLER                               PIC X.
          05  PSR-CHARGE                           PIC Z(5)9.99-.
          05  FILLER                               PIC X.
          05  PSR-CREDIT                           PIC Z(5)9.99-.
       01 PATRON-STMT-TEXT-REC                     PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILENAMES.
           05  UT-SYS-PATRON-CHARGES-FILE          PIC X(50)
                                   VALUE "C:\COBOL\PATRONCHARGES.DAT".
           05  UT-SYS-PATRONFILE                   PIC X(50)
                                   VALUE "C:\COBOL\PATRONMASTER.DAT".
           05  UT-SYS-BOOKFILE                     PIC X(50)
                                   VALUE "C:\COBOL\BOOKCATALOG.DAT".
           05  UT-SYS-PATRON-STMT-SORT-FILE        PIC X(50)
                                   VALUE "C:\COBOL\PATRONSTMTSORT.TMP".
           05  UT-SYS-PATRON-STMT-FILE             PIC X(50)
                                   VALUE "C:\COBOL\PATRONSTMT.DAT".
       01  WS-SWITCHES.
           05  WS-END-OF-FILE                      PIC X
                                            VALUE 'N'.
               88  EOF                       VALUE 'Y'.
           05  WS-SORT-EOF                         PIC X
                                            VALUE 'N'.
               88  SORT-EOF                  VALUE 'Y'.
       01  WS-TIMESTAMP                            PIC X(21).
       01  WS-TODAY-DATE                           PIC 9(8).
      *    ZERO - EVERY PATRON WHO OWES; OTHERWISE THE ONE PATRON.
       01  WS-PATRON-ENTRY                         PIC X(5).
       01  WS-SEL-PATRON-ID                        PIC 9(5)
                                            VALUE ZERO.
      *    ONE PATRON'S ROWS, HELD UNTIL THE BALANCE IS KNOWN.
       01  WS-PREV-PATRON-ID                       PIC 9(5)
                                            VALUE ZERO.
       01  WS-ROW-TABLE.
           05  WS-ROW-COUNT                        PIC 9(3)
                                            VALUE ZERO.
           05  WS-ROW-ENTRY OCCURS 300 TIMES.
               10  WS-ROW-REC                      PIC X(71).
       01  WS-ROW-SUB                              PIC 9(3).
       01  WS-ROWS-DROPPED                         PIC 9(5).
       01  WS-PATRON-TOTALS.
           05  WS-CHARGED-TOTAL                    PIC 9(7)V99.
           05  WS-PAID-TOTAL                       PIC 9(7)V99.
           05  WS-WAIVED-TOTAL                     PIC 9(7)V99.
           05  WS-BALANCE-DUE                      PIC 9(7)V99.
       01  WS-STMT-LINE                            PIC X(80).
       01  WS-EDIT-AMOUNT                          PIC ZZZZZZ9.99.
       01  WS-RUN-COUNTS.
           05  WS-STMT-COUNT                       PIC 9(5)
                                            VALUE ZERO.
           05  WS-ROW-SELECTED                     PIC 9(5)
                                            VALUE ZERO.

       PROCEDURE DIVISION.
      *************************************************************
      *  Ask which patron, sort their charge rows (or everyone's)
      *  into patron and date order, and write the statements.
      *************************************************************
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (1:8) TO WS-TODAY-DATE
           MOVE SPACES TO WS-PATRON-ENTRY
           DISPLAY "PATRON NUMBER (ENTER FOR ALL PATRONS OWING): "
           ACCEPT WS-PATRON-ENTRY
           IF WS-PATRON-ENTRY NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-PATRON-ENTRY) NOT = ZERO
                   DISPLAY "INVALID PATRON NUMBER"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               COMPUTE WS-SEL-PATRON-ID =
                   FUNCTION NUMVAL(WS-PATRON-ENTRY)
           END-IF
           OPEN INPUT PATRON-MASTER-FILE
           OPEN INPUT BOOK-FILE
           OPEN OUTPUT PATRON-STMT-FILE
           SORT PATRON-STMT-SORT-FILE
               ON ASCENDING KEY PSS-PATRON-ID PSS-CHARGE-DATE
               INPUT PROCEDURE IS 200-SELECT-CHARGES THRU 200-EXIT
               OUTPUT PROCEDURE IS 300-WRITE-STATEMENTS THRU 300-EXIT
           CLOSE PATRON-MASTER-FILE
           CLOSE BOOK-FILE
           CLOSE PATRON-STMT-FILE
           IF WS-SEL-PATRON-ID NOT = ZERO AND WS-STMT-COUNT = ZERO
               DISPLAY "NO CHARGES ON FILE FOR PATRON "
                   WS-SEL-PATRON-ID
           END-IF
           DISPLAY "STATEMENTS COMPLETE - " WS-STMT-COUNT
               " STATEMENTS WRITTEN".
           GOBACK.
      ***************************************************************
      *  Release the rows of the patron asked for, or every row.
      ***************************************************************
       200-SELECT-CHARGES.
           OPEN INPUT PATRON-CHARGES-FILE
           PERFORM UNTIL EOF
               READ PATRON-CHARGES-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF WS-SEL-PATRON-ID = ZERO
                               OR PC-PATRON-ID = WS-SEL-PATRON-ID
                           MOVE PC-PATRON-ID TO PSS-PATRON-ID
                           MOVE PC-CHARGE-DATE TO PSS-CHARGE-DATE
                           MOVE PATRON-CHARGES-REC TO PSS-CHARGE-REC
                           RELEASE PATRON-STMT-SORT-REC
                           ADD 1 TO WS-ROW-SELECTED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PATRON-CHARGES-FILE.
       200-EXIT.
           EXIT.
      ***************************************************************
      *  Gather each patron's rows; at each change of patron write
      *  the statement for the one before.
      ***************************************************************
       300-WRITE-STATEMENTS.
           PERFORM UNTIL SORT-EOF
               RETURN PATRON-STMT-SORT-FILE
                   AT END MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF PSS-PATRON-ID NOT = WS-PREV-PATRON-ID
                           IF WS-ROW-COUNT NOT = ZERO
                               PERFORM 400-ONE-STATEMENT THRU 400-EXIT
                           END-IF
                           MOVE PSS-PATRON-ID TO WS-PREV-PATRON-ID
                           MOVE ZERO TO WS-ROW-COUNT
                           MOVE ZERO TO WS-ROWS-DROPPED
                           MOVE ZERO TO WS-BALANCE-DUE
                       END-IF
                       PERFORM 350-HOLD-ROW THRU 350-EXIT
               END-RETURN
           END-PERFORM
           IF WS-ROW-COUNT NOT = ZERO
               PERFORM 400-ONE-STATEMENT THRU 400-EXIT
           END-IF.
       300-EXIT.
           EXIT.
      ***************************************************************
      *  Hold one row for the statement.  The balance is kept as the
      *  rows arrive so that a patron with more rows than the table
      *  holds is still billed the right amount.
      ***************************************************************
       350-HOLD-ROW.
           MOVE PSS-CHARGE-REC TO PATRON-CHARGES-REC
           IF PC-OPEN
               ADD PC-AMOUNT TO WS-BALANCE-DUE
           END-IF
           IF WS-ROW-COUNT = 300
               ADD 1 TO WS-ROWS-DROPPED
           ELSE
               ADD 1 TO WS-ROW-COUNT
               MOVE PSS-CHARGE-REC TO WS-ROW-REC (WS-ROW-COUNT)
           END-IF.
       350-EXIT.
           EXIT.
      ***************************************************************
      *  One statement.  In the all-patrons run a patron who owes
      *  nothing gets none.
      ***************************************************************
       400-ONE-STATEMENT.
           IF WS-SEL-PATRON-ID = ZERO AND WS-BALANCE-DUE = ZERO
               GO TO 400-EXIT
           END-IF
           MOVE WS-PREV-PATRON-ID TO PM-PATRON-ID
           READ PATRON-MASTER-FILE
               INVALID KEY
                   DISPLAY "PATRON " WS-PREV-PATRON-ID
                       " HAS CHARGES BUT IS NOT ON FILE - NO STATEMENT"
                   GO TO 400-EXIT
           END-READ
           PERFORM 500-WRITE-STATEMENT-HEAD THRU 500-EXIT
           MOVE ZERO TO WS-CHARGED-TOTAL
           MOVE ZERO TO WS-PAID-TOTAL
           MOVE ZERO TO WS-WAIVED-TOTAL
           PERFORM 450-WRITE-ROW THRU 450-EXIT
               VARYING WS-ROW-SUB FROM 1 BY 1
               UNTIL WS-ROW-SUB > WS-ROW-COUNT
           IF WS-ROWS-DROPPED NOT = ZERO
               MOVE SPACES TO PATRON-STMT-TEXT-REC
               STRING "          " WS-ROWS-DROPPED
                   " LATER ITEMS NOT LISTED - ASK AT THE DESK"
                   DELIMITED BY SIZE INTO PATRON-STMT-TEXT-REC
               WRITE PATRON-STMT-TEXT-REC
           END-IF
           PERFORM 600-WRITE-STATEMENT-FOOT THRU 600-EXIT
           ADD 1 TO WS-STMT-COUNT.
       400-EXIT.
           EXIT.
      ***************************************************************
      *  The charge, and under it the payment or waiver that settled
      *  it.
      ***************************************************************
       450-WRITE-ROW.
           MOVE WS-ROW-REC (WS-ROW-SUB) TO PATRON-CHARGES-REC
           MOVE PC-ISBN TO BR-BOOK-ISBN
           READ BOOK-FILE
               INVALID KEY MOVE SPACES TO BR-BOOK-TITLE
           END-READ
           MOVE SPACES TO PATRON-STMT-REC
           MOVE PC-CHARGE-DATE TO PSR-DATE
           IF PC-LOST-CHARGE
               STRING "REPLACEMENT  " BR-BOOK-TITLE
                   DELIMITED BY SIZE INTO PSR-DESCRIPTION
           ELSE
               STRING "OVERDUE FINE " BR-BOOK-TITLE
                   DELIMITED BY SIZE INTO PSR-DESCRIPTION
           END-IF
           MOVE PC-AMOUNT TO PSR-CHARGE
           WRITE PATRON-STMT-REC
           ADD PC-AMOUNT TO WS-CHARGED-TOTAL
           IF PC-OPEN
               GO TO 450-EXIT
           END-IF
           MOVE SPACES TO PATRON-STMT-REC
           IF PC-SETTLED-DATE NUMERIC AND PC-SETTLED-DATE > ZERO
               MOVE PC-SETTLED-DATE TO PSR-DATE
           END-IF
           IF PC-WAIVED
               STRING "  WAIVED - " PC-REASON
                   DELIMITED BY SIZE INTO PSR-DESCRIPTION
               ADD PC-AMOUNT TO WS-WAIVED-TOTAL
           ELSE
               STRING "  PAYMENT - " PC-REASON
                   DELIMITED BY SIZE INTO PSR-DESCRIPTION
               ADD PC-AMOUNT TO WS-PAID-TOTAL
           END-IF
           MOVE PC-AMOUNT TO PSR-CREDIT
           WRITE PATRON-STMT-REC.
       450-EXIT.
           EXIT.
      ***************************************************************
      *  The address block, as on the notice letters, and the
      *  column heads.
      ***************************************************************
       500-WRITE-STATEMENT-HEAD.
           MOVE ALL "=" TO PATRON-STMT-TEXT-REC
           WRITE PATRON-STMT-TEXT-REC
           MOVE PM-NAME TO PATRON-STMT-TEXT-REC
           WRITE PATRON-STMT-TEXT-REC
           MOVE PM-ADDRESS TO PATRON-STMT-TEXT-REC
           WRITE PATRON-STMT-TEXT-REC
           MOVE PM-CITY-ST-ZIP TO PATRON-STMT-TEXT-REC
           WRITE PATRON-STMT-TEXT-REC
           MOVE SPACES TO PATRON-STMT-TEXT-REC
           WRITE PATRON-STMT-TEXT-REC
           MOVE SPACES TO WS-STMT-LINE
           STRING "  ACCOUNT STATEMENT - PATRON " PM-PATRON-ID
               " - AS OF " WS-TODAY-DATE
               DELIMITED BY SIZE INTO WS-STMT-LINE
           MOVE WS-STMT-LINE TO PATRON-STMT-TEXT-REC
           WRITE PATRON-STMT-TEXT-REC
           MOVE SPACES TO PATRON-STMT-TEXT-REC
           WRITE PATRON-STMT-TEXT-REC
           MOVE SPACES TO WS-STMT-LINE
           STRING "DATE      DESCRIPTION                              "
               "           CHARGE     CREDIT"
               DELIMITED BY SIZE INTO WS-STMT-LINE
           MOVE WS-STMT-LINE TO PATRON-STMT-TEXT-REC
           WRITE PATRON-STMT-TEXT-REC.
       500-EXIT.
           EXIT.
      ***************************************************************
      *  The totals, the balance due, and a word on a referred
      *  account.
      ***************************************************************
       600-WRITE-STATEMENT-FOOT.
           MOVE SPACES TO PATRON-STMT-TEXT-REC
           WRITE PATRON-STMT-TEXT-REC
           MOVE WS-CHARGED-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO WS-STMT-LINE
           STRING "  TOTAL CHARGED   " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO WS-STMT-LINE
           MOVE WS-STMT-LINE TO PATRON-STMT-TEXT-REC
           WRITE PATRON-STMT-TEXT-REC
           MOVE WS-PAID-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO WS-STMT-LINE
           STRING "  TOTAL PAID      " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO WS-STMT-LINE
           MOVE WS-STMT-LINE TO PATRON-STMT-TEXT-REC
           WRITE PATRON-STMT-TEXT-REC
           MOVE WS-WAIVED-TOTAL TO WS-EDIT-AMOUNT
           MOVE SPACES TO WS-STMT-LINE
           STRING "  TOTAL WAIVED    " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO WS-STMT-LINE
           MOVE WS-STMT-LINE TO PATRON-STMT-TEXT-REC
           WRITE PATRON-STMT-TEXT-REC
           MOVE WS-BALANCE-DUE TO WS-EDIT-AMOUNT
           MOVE SPACES TO WS-STMT-LINE
           STRING "  BALANCE DUE     " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO WS-STMT-LINE
           MOVE WS-STMT-LINE TO PATRON-STMT-TEXT-REC
           WRITE PATRON-STMT-TEXT-REC
           IF PM-REFERRAL-DATE NUMERIC AND PM-REFERRAL-DATE > ZERO
                   AND WS-BALANCE-DUE > ZERO
               MOVE SPACES TO PATRON-STMT-TEXT-REC
               WRITE PATRON-STMT-TEXT-REC
               MOVE SPACES TO WS-STMT-LINE
               STRING "  THIS ACCOUNT WAS REFERRED TO OUR COLLECTION "
                   "AGENCY ON " PM-REFERRAL-DATE "."
                   DELIMITED BY SIZE INTO WS-STMT-LINE
               MOVE WS-STMT-LINE TO PATRON-STMT-TEXT-REC
               WRITE PATRON-STMT-TEXT-REC
               MOVE "  PLEASE ARRANGE PAYMENT WITH THE AGENCY."
                   TO PATRON-STMT-TEXT-REC
               WRITE PATRON-STMT-TEXT-REC
           END-IF
           MOVE SPACES TO PATRON-STMT-TEXT-REC
           WRITE PATRON-STMT-TEXT-REC.
       600-EXIT.
           EXIT.
