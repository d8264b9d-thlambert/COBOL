       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PATRONREFER.
       AUTHOR.  THOMAS LAMBERT.
      *****************************************************************
      * Collection-agency referral.  Large bills left unpaid are
      * handed to the agency instead of sitting on the charges file.
      * Given a minimum balance (50.00 when none is given) and a
      * minimum age in days (90 when none is given), a patron is
      * referred when their open charges come to at least the
      * balance and the oldest of them was assessed at least that
      * many days ago.  A patron already referred is not sent again.
      *
      * Each referral is appended to the agency file - name, mailing
      * address and phone, the balance, the oldest charge date and
      * the number of open charges - and the patron is blocked on
      * the master with the referral date recorded, so BOOKCIRC
      * stops lending to them.  The agency file builds up until it
      * is sent and cleared.  What the agency collects comes back on
      * the agency payments file and is posted by FINECOLLECT; the
      * block is lifted at PATRONMAINT once the account is cleared.
      *
      * The operator may run it list-only first: the same report is
      * produced, marked WOULD REFER, and nothing is changed.
      *
      *   File   :  C:\COBOL\PATRONMASTER.DAT
      *   Input  :  C:\COBOL\PATRONCHARGES.DAT
      *   Output :  C:\COBOL\COLLREFER.DAT (extended)
      *             C:\COBOL\PATRONREFER.DAT
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
           SELECT PATRON-REFER-SORT-FILE
                 ASSIGN TO UT-SYS-PATRON-REFER-SORT-FILE.
           SELECT OPTIONAL COLL-REFERRAL-FILE
                 ASSIGN TO UT-SYS-COLL-REFERRAL-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PATRON-REFER-REPORT-FILE
                 ASSIGN TO UT-SYS-PATRON-REFER-REPORT-FILE
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
          05  PC-STATUS                            PIC X.
              88  PC-OPEN                   VALUE "O".
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

      *    ONE ROW PER OPEN CHARGE, IN PATRON AND CHARGE-DATE ORDER.
       SD PATRON-REFER-SORT-FILE
          RECORD CONTAINS 20 CHARACTERS.
       01 PATRON-REFER-SORT-REC.
          05  PRS-PATRON-ID                        PIC 9(5).
          05  PRS-CHARGE-DATE                      PIC 9(8).
          05  PRS-AMOUNT                           PIC 9(5)V99.

      *    ONE ROW PER PATRON SENT TO THE COLLECTION AGENCY.
       FD COLL-REFERRAL-FILE
          RECORD CONTAINS 135 CHARACTERS.
       01 COLL-REFERRAL-REC.
          05  CR-PATRON-ID                         PIC 9(5).
          05  CR-NAME                              PIC X(30).
          05  CR-ADDRESS                           PIC X(30).
          05  CR-CITY-ST-ZIP                       PIC X(30).
          05  CR-PHONE                             PIC X(12).
          05  CR-BALANCE                           PIC 9(7)V99.
          05  CR-OLDEST-CHARGE                     PIC 9(8).
          05  CR-REFERRAL-DATE                     PIC 9(8).
          05  CR-CHARGE-COUNT                      PIC 9(3).

       FD PATRON-REFER-REPORT-FILE
          RECORD CONTAINS 80 CHARACTERS.
       01 PATRON-REFER-REPORT-REC.
          05  PRR-PATRON-ID                        PIC 9(5).
          05  FILLER                               PIC X.
          05  PRR-NAME                             PIC X(30).
          05  FILLER                               PIC X.
          05  PRR-BALANCE                          PIC ZZZZZZ9.99.
          05  FILLER                               PIC X.
          05  PRR-OLDEST-CHARGE                    PIC 9(8).
          05  FILLER                               PIC X.
          05  PRR-DAYS-OLD                         PIC ZZZZ9.
          05  FILLER                               PIC X.
          05  PRR-STATUS                           PIC X(17).
       01 PATRON-REFER-TEXT-REC                    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILENAMES.
           05  UT-SYS-PATRON-CHARGES-FILE          PIC X(50)
                                   VALUE "C:\COBOL\PATRONCHARGES.DAT".
           05  UT-SYS-PATRONFILE                   PIC X(50)
                                   VALUE "C:\COBOL\PATRONMASTER.DAT".
           05  UT-SYS-PATRON-REFER-SORT-FILE       PIC X(50)
                                   VALUE "C:\COBOL\PATRONREFSORT.TMP".
           05  UT-SYS-COLL-REFERRAL-FILE           PIC X(50)
                                   VALUE "C:\COBOL\COLLREFER.DAT".
           05  UT-SYS-PATRON-REFER-REPORT-FILE     PIC X(50)
                                   VALUE "C:\COBOL\PATRONREFER.DAT".
       01  WS-SWITCHES.
           05  WS-END-OF-FILE                      PIC X
                                            VALUE 'N'.
               88  EOF                       VALUE 'Y'.
           05  WS-SORT-EOF                         PIC X
                                            VALUE 'N'.
               88  SORT-EOF                  VALUE 'Y'.
           05  WS-REFER-ANSWER                     PIC X
                                            VALUE 'N'.
               88  REFER-NOW                 VALUE 'Y' 'y'.
       01  WS-TIMESTAMP                            PIC X(21).
       01  WS-TODAY-DATE                           PIC 9(8).
       01  WS-TODAY-INT                            PIC 9(8).
      *    THE THRESHOLDS THE OPERATOR GIVES.
       01  WS-BALANCE-ENTRY                        PIC X(10).
       01  WS-MIN-BALANCE                          PIC 9(7)V99.
       01  WS-DAYS-ENTRY                           PIC X(4).
       01  WS-MIN-DAYS                             PIC 9(4).
      *    THE PATRON BEING GATHERED FROM THE SORTED ROWS.
       01  WS-PATRON-WORK.
           05  WS-PREV-PATRON-ID                   PIC 9(5)
                                            VALUE ZERO.
           05  WS-PAT-BALANCE                      PIC 9(7)V99.
           05  WS-PAT-OLDEST                       PIC 9(8).
           05  WS-PAT-CHARGES                      PIC 9(3).
           05  WS-DAYS-OLD                         PIC 9(5).
       01  WS-RUN-COUNTS.
           05  WS-REFERRED-COUNT                   PIC 9(5)
                                            VALUE ZERO.
           05  WS-ALREADY-COUNT                    PIC 9(5)
                                            VALUE ZERO.
           05  WS-OWING-COUNT                      PIC 9(5)
                                            VALUE ZERO.
           05  WS-REFERRED-TOTAL                   PIC 9(9)V99
                                            VALUE ZERO.
       01  WS-EDIT-COUNT                           PIC ZZZZ9.
       01  WS-EDIT-TOTAL                           PIC ZZZZZZZZ9.99.
       01  WS-EDIT-DAYS                            PIC ZZZ9.

       PROCEDURE DIVISION.
      *************************************************************
      *  Ask for the thresholds, sort the open charges by patron,
      *  and refer (or list) every patron over both.
      *************************************************************
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (1:8) TO WS-TODAY-DATE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           MOVE SPACES TO WS-BALANCE-ENTRY
           DISPLAY "MINIMUM BALANCE TO REFER (ENTER FOR 50.00): "
           ACCEPT WS-BALANCE-ENTRY
           IF WS-BALANCE-ENTRY = SPACES
               MOVE 50 TO WS-MIN-BALANCE
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-BALANCE-ENTRY) NOT = ZERO
                   DISPLAY "INVALID BALANCE"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               COMPUTE WS-MIN-BALANCE =
                   FUNCTION NUMVAL(WS-BALANCE-ENTRY)
           END-IF
           MOVE SPACES TO WS-DAYS-ENTRY
           DISPLAY "MINIMUM DAYS SINCE OLDEST CHARGE (ENTER FOR 90): "
           ACCEPT WS-DAYS-ENTRY
           IF WS-DAYS-ENTRY = SPACES
               MOVE 90 TO WS-MIN-DAYS
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-DAYS-ENTRY) NOT = ZERO
                   DISPLAY "INVALID NUMBER OF DAYS"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               COMPUTE WS-MIN-DAYS = FUNCTION NUMVAL(WS-DAYS-ENTRY)
           END-IF
           IF WS-MIN-BALANCE = ZERO
               DISPLAY "MINIMUM BALANCE MUST BE MORE THAN ZERO"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "REFER NOW? (Y = REFER, ENTER = LIST ONLY): "
           ACCEPT WS-REFER-ANSWER
           OPEN I-O PATRON-MASTER-FILE
           IF REFER-NOW
               OPEN EXTEND COLL-REFERRAL-FILE
           END-IF
           OPEN OUTPUT PATRON-REFER-REPORT-FILE
           PERFORM 500-WRITE-HEADING THRU 500-EXIT
           SORT PATRON-REFER-SORT-FILE
               ON ASCENDING KEY PRS-PATRON-ID PRS-CHARGE-DATE
               INPUT PROCEDURE IS 200-SELECT-CHARGES THRU 200-EXIT
               OUTPUT PROCEDURE IS 300-REFER-PATRONS THRU 300-EXIT
           PERFORM 700-WRITE-TOTALS THRU 700-EXIT
           CLOSE PATRON-MASTER-FILE
           IF REFER-NOW
               CLOSE COLL-REFERRAL-FILE
               DISPLAY "COLLECTION REFERRAL COMPLETE - "
                   WS-REFERRED-COUNT " PATRONS REFERRED"
           ELSE
               DISPLAY "COLLECTION REFERRAL LIST ONLY - "
                   WS-REFERRED-COUNT " PATRONS WOULD BE REFERRED"
           END-IF
           CLOSE PATRON-REFER-REPORT-FILE.
           GOBACK.
      ***************************************************************
      *  Every open charge row is released.
      ***************************************************************
       200-SELECT-CHARGES.
           OPEN INPUT PATRON-CHARGES-FILE
           PERFORM UNTIL EOF
               READ PATRON-CHARGES-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF PC-OPEN AND PC-AMOUNT > ZERO
                           MOVE PC-PATRON-ID TO PRS-PATRON-ID
                           MOVE PC-CHARGE-DATE TO PRS-CHARGE-DATE
                           MOVE PC-AMOUNT TO PRS-AMOUNT
                           RELEASE PATRON-REFER-SORT-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PATRON-CHARGES-FILE.
       200-EXIT.
           EXIT.
      ***************************************************************
      *  The sorted rows, one patron at a time.  Rows come oldest
      *  first, so the first row of each patron is the oldest charge.
      ***************************************************************
       300-REFER-PATRONS.
           PERFORM UNTIL SORT-EOF
               RETURN PATRON-REFER-SORT-FILE
                   AT END MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF PRS-PATRON-ID NOT = WS-PREV-PATRON-ID
                           IF WS-PREV-PATRON-ID NOT = ZERO
                               PERFORM 400-TEST-PATRON THRU 400-EXIT
                           END-IF
                           MOVE PRS-PATRON-ID TO WS-PREV-PATRON-ID
                           MOVE PRS-CHARGE-DATE TO WS-PAT-OLDEST
                           MOVE ZERO TO WS-PAT-BALANCE
                           MOVE ZERO TO WS-PAT-CHARGES
                       END-IF
                       ADD PRS-AMOUNT TO WS-PAT-BALANCE
                       IF WS-PAT-CHARGES < 999
                           ADD 1 TO WS-PAT-CHARGES
                       END-IF
               END-RETURN
           END-PERFORM
           IF WS-PREV-PATRON-ID NOT = ZERO
               PERFORM 400-TEST-PATRON THRU 400-EXIT
           END-IF.
       300-EXIT.
           EXIT.
      ***************************************************************
      *  One patron who owes: over both thresholds and not already
      *  with the agency, they are referred.
      ***************************************************************
       400-TEST-PATRON.
           ADD 1 TO WS-OWING-COUNT
           IF WS-PAT-BALANCE < WS-MIN-BALANCE
               GO TO 400-EXIT
           END-IF
           COMPUTE WS-DAYS-OLD = WS-TODAY-INT -
               FUNCTION INTEGER-OF-DATE(WS-PAT-OLDEST)
           IF WS-DAYS-OLD < WS-MIN-DAYS
               GO TO 400-EXIT
           END-IF
           MOVE WS-PREV-PATRON-ID TO PM-PATRON-ID
           READ PATRON-MASTER-FILE
               INVALID KEY
                   DISPLAY "PATRON " WS-PREV-PATRON-ID
                       " HAS CHARGES BUT IS NOT ON FILE - NOT REFERRED"
                   GO TO 400-EXIT
           END-READ
           IF PM-REFERRAL-DATE NUMERIC AND PM-REFERRAL-DATE > ZERO
               ADD 1 TO WS-ALREADY-COUNT
               GO TO 400-EXIT
           END-IF
           MOVE SPACES TO PATRON-REFER-REPORT-REC
           MOVE PM-PATRON-ID TO PRR-PATRON-ID
           MOVE PM-NAME TO PRR-NAME
           MOVE WS-PAT-BALANCE TO PRR-BALANCE
           MOVE WS-PAT-OLDEST TO PRR-OLDEST-CHARGE
           MOVE WS-DAYS-OLD TO PRR-DAYS-OLD
           IF REFER-NOW
               PERFORM 450-REFER-PATRON THRU 450-EXIT
               MOVE "REFERRED" TO PRR-STATUS
           ELSE
               MOVE "WOULD REFER" TO PRR-STATUS
           END-IF
           WRITE PATRON-REFER-REPORT-REC
           ADD 1 TO WS-REFERRED-COUNT
           ADD WS-PAT-BALANCE TO WS-REFERRED-TOTAL.
       400-EXIT.
           EXIT.
      ***************************************************************
      *  Send the patron to the agency and block them on the master.
      ***************************************************************
       450-REFER-PATRON.
           MOVE SPACES TO COLL-REFERRAL-REC
           MOVE PM-PATRON-ID TO CR-PATRON-ID
           MOVE PM-NAME TO CR-NAME
           MOVE PM-ADDRESS TO CR-ADDRESS
           MOVE PM-CITY-ST-ZIP TO CR-CITY-ST-ZIP
           MOVE PM-PHONE TO CR-PHONE
           MOVE WS-PAT-BALANCE TO CR-BALANCE
           MOVE WS-PAT-OLDEST TO CR-OLDEST-CHARGE
           MOVE WS-TODAY-DATE TO CR-REFERRAL-DATE
           MOVE WS-PAT-CHARGES TO CR-CHARGE-COUNT
           WRITE COLL-REFERRAL-REC
           MOVE "B" TO PM-STANDING
           MOVE WS-TODAY-DATE TO PM-REFERRAL-DATE
           REWRITE PATRON-MASTER-REC
               INVALID KEY
                   DISPLAY "PATRON " PM-PATRON-ID
                       " REFERRED BUT COULD NOT BE BLOCKED"
           END-REWRITE.
       450-EXIT.
           EXIT.
      ***************************************************************
      *  The report heading.
      ***************************************************************
       500-WRITE-HEADING.
           MOVE WS-MIN-BALANCE TO WS-EDIT-TOTAL
           MOVE WS-MIN-DAYS TO WS-EDIT-DAYS
           MOVE SPACES TO PATRON-REFER-TEXT-REC
           STRING "COLLECTION REFERRAL RUN " WS-TODAY-DATE
               " - BALANCE " WS-EDIT-TOTAL
               " OVER " WS-EDIT-DAYS " DAYS"
               DELIMITED BY SIZE INTO PATRON-REFER-TEXT-REC
           WRITE PATRON-REFER-TEXT-REC
           MOVE SPACES TO PATRON-REFER-TEXT-REC
           STRING "PATRN NAME                              BALANCE "
               "OLDEST    DAYS STATUS"
               DELIMITED BY SIZE INTO PATRON-REFER-TEXT-REC
           WRITE PATRON-REFER-TEXT-REC.
       500-EXIT.
           EXIT.
      ***************************************************************
      *  The run totals.
      ***************************************************************
       700-WRITE-TOTALS.
           MOVE SPACES TO PATRON-REFER-TEXT-REC
           WRITE PATRON-REFER-TEXT-REC
           MOVE WS-REFERRED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO PATRON-REFER-TEXT-REC
           IF REFER-NOW
               STRING "PATRONS REFERRED                  " WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO PATRON-REFER-TEXT-REC
           ELSE
               STRING "PATRONS WOULD BE REFERRED         " WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO PATRON-REFER-TEXT-REC
           END-IF
           WRITE PATRON-REFER-TEXT-REC
           MOVE WS-REFERRED-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO PATRON-REFER-TEXT-REC
           STRING "BALANCE REFERRED           " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO PATRON-REFER-TEXT-REC
           WRITE PATRON-REFER-TEXT-REC
           MOVE WS-ALREADY-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO PATRON-REFER-TEXT-REC
           STRING "OVER THE THRESHOLDS, ALREADY REFERRED "
               WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PATRON-REFER-TEXT-REC
           WRITE PATRON-REFER-TEXT-REC
           MOVE WS-OWING-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO PATRON-REFER-TEXT-REC
           STRING "PATRONS WITH OPEN CHARGES         " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PATRON-REFER-TEXT-REC
           WRITE PATRON-REFER-TEXT-REC.
       700-EXIT.
           EXIT.
