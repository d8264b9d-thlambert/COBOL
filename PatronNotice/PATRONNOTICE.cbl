      * escalation is driven by what was ACTUALLY sent: a patron is
      * only sent a level when it is higher than the highest level
      * already on their history, and a pickup notice goes out once
      * per filled hold, naming the branch it is waiting at.  A hold
      * whose copy is still in transit to that branch is not yet
      * filled and gets no notice.  The pickup notice gives the
      * last day to collect the copy, and a patron whose hold
      * HOLDEXPIRE has expired uncollected gets a letter saying it
      * has gone to the next patron in line - run HOLDEXPIRE first
      * so that patron's pickup notice goes out the same night.
      * A hold filled again after an earlier notice gets a new one.
      *
      *   Input  :  C:\COBOL\LOANFILE.DAT
      *             C:\COBOL\PATRONMASTER.DAT

       FD LOAN-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 61 CHARACTERS.
       01 LOAN-REC.
          05  LN-LOAN-KEY.
              10  LN-ISBN                          PIC 9(13).
          05  LN-STATUS                            PIC X.
              88  LOAN-OPEN                 VALUE "O".
          05  LN-RENEWAL-COUNT                     PIC 99.
      *    THE PHYSICAL COPY ON LOAN - ITS BOOKITEM.DAT BARCODE.
          05  LN-BARCODE                           PIC 9(10).

       FD PATRON-MASTER-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 136 CHARACTERS.
       01 PATRON-MASTER-REC.
          05  PM-PATRON-ID                         PIC 9(5).
          05  PM-NAME                              PIC X(30).
          05  PM-STANDING                          PIC X.
          05  PM-ADDRESS                           PIC X(30).
          05  PM-CITY-ST-ZIP                       PIC X(30).
      *    FILLED HOLDS THE PATRON NEVER COLLECTED - HOLDEXPIRE ADDS
      *    ONE FOR EVERY HOLD IT EXPIRES.
          05  PM-NO-SHOW-COUNT                     PIC 9(3).
      *    THE CARD'S EXPIRATION DATE, FROM THE CARD MONTHS OF THE
      *    PATRON'S TYPE, AND THE DAY PATRONMAINT LAST ADDED OR
      *    RENEWED THE PATRON.  BOTH ZERO ON A PATRON ADDED BEFORE
      *    CARDS EXPIRED, WHOSE CARD IS GOOD UNTIL FIRST RENEWED.
          05  PM-CARD-EXPIRES                      PIC 9(8).
          05  PM-RENEWED-DATE                      PIC 9(8).
      *    SET WHEN PATRONREFER SENDS THE PATRON'S UNPAID CHARGES TO
      *    THE COLLECTION AGENCY (THE PATRON IS BLOCKED AT THE SAME
      *    TIME) - ZERO WHILE THE ACCOUNT IS THE LIBRARY'S OWN.
          05  PM-REFERRAL-DATE                     PIC 9(8).

       FD BOOK-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 103 CHARACTERS.
       01 BOOK-REC.
          05  BR-BOOK-ISBN                          PIC 9(13).
          05  BR-BOOK-TITLE                         PIC X(30).
          05  BR-BOOK-PRICE                         PIC 9(5)V99.
          05  BR-QTY-ON-HAND                        PIC 9(4).
          05  BR-REORDER-POINT                      PIC 9(4).
      *    THE SHELF ADDRESS - SHELFLIST PRINTS THE STACKS IN
      *    THIS ORDER.
          05  BR-CALL-NUMBER                        PIC X(20).

       FD HOLD-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 60 CHARACTERS.
       01 HOLD-REC.
          05  HD-HOLD-KEY.
              10  HD-ISBN                          PIC 9(13).
          05  HD-REQUEST-DATE                      PIC 9(8).
          05  HD-STATUS                            PIC X.
              88  HOLD-FILLED                VALUE "F".
      *    NEVER COLLECTED - HOLDEXPIRE RELEASED THE COPY.
              88  HOLD-EXPIRED               VALUE "X".
      *    THE BRANCH THE PATRON WILL COLLECT THE COPY AT.
          05  HD-PICKUP-BRANCH                     PIC X(4).
      *    ONCE FILLED: THE DAY THE COPY WENT ON THE HOLD SHELF, THE
      *    LAST DAY THE PATRON MAY COLLECT IT, AND THE COPY ITSELF.
          05  HD-FILLED-DATE                       PIC 9(8).
          05  HD-PICKUP-BY                         PIC 9(8).
          05  HD-BARCODE                           PIC 9(10).

       FD FINE-POLICY-FILE
          RECORD CONTAINS 15 CHARACTERS.
       01 FINE-POLICY-REC.
          05  FP-DAILY-RATE                        PIC 9(3)V99.
          05  FP-GRACE-DAYS                        PIC 99.
          05  FP-INCOME-ACCT                       PIC 9(4).
      *    WHERE A CASH DRAWER'S OVERAGE OR SHORTAGE POSTS AT
      *    DRAWERCTL CLOSE-OUT.
          05  FP-OVER-SHORT-ACCT                   PIC 9(4).

      *    ONE ROW PER NOTICE ACTUALLY SENT - THE ESCALATION LEVELS
      *    ARE DRIVEN BY THESE ROWS, NOT GUESSED.
          05  NH-NOTICE-TYPE                       PIC X.
              88  NH-OVERDUE                 VALUE "O".
              88  NH-PICKUP                  VALUE "P".
              88  NH-HOLD-EXPIRED            VALUE "E".
          05  NH-LEVEL                             PIC 9.
          05  NH-ISBN                              PIC 9(13).
          05  NH-SENT-DATE                         PIC 9(8).
               10  WS-NH-TYPE                      PIC X.
               10  WS-NH-LEVEL                     PIC 9.
               10  WS-NH-ISBN                      PIC 9(13).
               10  WS-NH-SENT-DATE                 PIC 9(8).
       01  WS-NH-SUB                               PIC 9(4).
       01  WS-NOTICE-WORK.
           05  WS-DUE-INT                          PIC 9(8).
                                            VALUE ZERO.
           05  WS-PICKUP-NOTICES                   PIC 9(5)
                                            VALUE ZERO.
           05  WS-EXPIRY-NOTICES                   PIC 9(5)
                                            VALUE ZERO.

       PROCEDURE DIVISION.
      *************************************************************
      *  Gather the overdues and the sent history, write one
      *  escalating letter per patron who is due one, then the
      *  pickup notices for filled holds and the letters for holds
      *  expired uncollected.
      *************************************************************
       100-MAIN.
           PERFORM 900-INITIALIZATION THRU 900-EXIT.
           PERFORM 910-END-PROGRAM-RTN THRU 910-EXIT.
           DISPLAY "NOTICE RUN COMPLETE - " WS-OVERDUE-NOTICES
               " OVERDUE NOTICES, " WS-PICKUP-NOTICES
               " PICKUP NOTICES, " WS-EXPIRY-NOTICES
               " EXPIRED-HOLD LETTERS".
           STOP RUN.
      ***************************************************************
      *  Every open loan past due goes in the table with its days
       340-EXIT.
           EXIT.
      ***************************************************************
      *  One pickup notice per filled hold never yet notified, and
      *  one letter per expired hold.
      ***************************************************************
       400-WRITE-PICKUP-NOTICES.
           MOVE 'N' TO WS-END-OF-FILE
                   IF HOLD-FILLED
                       PERFORM 420-PICKUP-ONE-HOLD THRU 420-EXIT
                   END-IF
                   IF HOLD-EXPIRED
                       PERFORM 440-EXPIRY-ONE-HOLD THRU 440-EXIT
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-END-OF-FILE.
       400-EXIT.
           EXIT.
      ***************************************************************
      *  A pickup notice sent for this patron and title on or after
      *  the day the hold was filled covers it - an older one was
      *  for an earlier filling.
      ***************************************************************
       420-PICKUP-ONE-HOLD.
           MOVE 'N' TO WS-PICKUP-SENT
           PERFORM VARYING WS-NH-SUB FROM 1 BY 1
               IF WS-NH-PATRON-ID (WS-NH-SUB) = HD-PATRON-ID
                       AND WS-NH-TYPE (WS-NH-SUB) = "P"
                       AND WS-NH-ISBN (WS-NH-SUB) = HD-ISBN
                       AND WS-NH-SENT-DATE (WS-NH-SUB)
                           NOT < HD-FILLED-DATE
                   MOVE 'Y' TO WS-PICKUP-SENT
               END-IF
           END-PERFORM
           MOVE "  GOOD NEWS - A TITLE YOU PLACED A HOLD ON IS"
               TO NOTICE-LETTER-REC
           WRITE NOTICE-LETTER-REC
           IF HD-PICKUP-BRANCH = SPACES
               MOVE "  SET ASIDE FOR YOU AT THE CIRCULATION DESK:"
                   TO NOTICE-LETTER-REC
           ELSE
               MOVE SPACES TO WS-LETTER-LINE
               STRING "  SET ASIDE FOR YOU AT THE " HD-PICKUP-BRANCH
                   " BRANCH CIRCULATION DESK:"
                   DELIMITED BY SIZE INTO WS-LETTER-LINE
               MOVE WS-LETTER-LINE TO NOTICE-LETTER-REC
           END-IF
           WRITE NOTICE-LETTER-REC
           MOVE HD-ISBN TO BR-BOOK-ISBN
           READ BOOK-FILE
               DELIMITED BY SIZE INTO WS-LETTER-LINE
           MOVE WS-LETTER-LINE TO NOTICE-LETTER-REC
           WRITE NOTICE-LETTER-REC
           IF HD-PICKUP-BY NUMERIC AND HD-PICKUP-BY > ZERO
               MOVE SPACES TO WS-LETTER-LINE
               STRING "  PLEASE COLLECT IT BY " HD-PICKUP-BY
                   " - AFTER THAT IT GOES TO THE NEXT PATRON."
                   DELIMITED BY SIZE INTO WS-LETTER-LINE
               MOVE WS-LETTER-LINE TO NOTICE-LETTER-REC
               WRITE NOTICE-LETTER-REC
           END-IF
           MOVE SPACES TO NOTICE-LETTER-REC
           WRITE NOTICE-LETTER-REC
           MOVE SPACES TO NOTICE-HISTORY-REC
       420-EXIT.
           EXIT.
      ***************************************************************
      *  The patron never came for a filled hold and HOLDEXPIRE has
      *  released the copy.  One letter per expiry - a letter sent
      *  after the hold's pickup-by date covers it.
      ***************************************************************
       440-EXPIRY-ONE-HOLD.
           MOVE 'N' TO WS-PICKUP-SENT
           PERFORM VARYING WS-NH-SUB FROM 1 BY 1
                   UNTIL WS-NH-SUB > WS-NH-COUNT
               IF WS-NH-PATRON-ID (WS-NH-SUB) = HD-PATRON-ID
                       AND WS-NH-TYPE (WS-NH-SUB) = "E"
                       AND WS-NH-ISBN (WS-NH-SUB) = HD-ISBN
                       AND WS-NH-SENT-DATE (WS-NH-SUB) > HD-PICKUP-BY
                   MOVE 'Y' TO WS-PICKUP-SENT
               END-IF
           END-PERFORM
           IF PICKUP-SENT
               GO TO 440-EXIT
           END-IF
           MOVE HD-PATRON-ID TO PM-PATRON-ID
           READ PATRON-MASTER-FILE
               INVALID KEY GO TO 440-EXIT
           END-READ
           PERFORM 340-WRITE-LETTER-HEAD THRU 340-EXIT
           MOVE SPACES TO WS-LETTER-LINE
           STRING "  THE TITLE BELOW WAS HELD FOR YOU UNTIL "
               HD-PICKUP-BY
               DELIMITED BY SIZE INTO WS-LETTER-LINE
           MOVE WS-LETTER-LINE TO NOTICE-LETTER-REC
           WRITE NOTICE-LETTER-REC
           MOVE "  BUT WAS NOT COLLECTED, AND HAS GONE TO THE NEXT"
               TO NOTICE-LETTER-REC
           WRITE NOTICE-LETTER-REC
           MOVE "  PATRON WAITING FOR IT:"
               TO NOTICE-LETTER-REC
           WRITE NOTICE-LETTER-REC
           MOVE HD-ISBN TO BR-BOOK-ISBN
           READ BOOK-FILE
               INVALID KEY MOVE SPACES TO BR-BOOK-TITLE
           END-READ
           MOVE SPACES TO WS-LETTER-LINE
           STRING "    " BR-BOOK-TITLE
               DELIMITED BY SIZE INTO WS-LETTER-LINE
           MOVE WS-LETTER-LINE TO NOTICE-LETTER-REC
           WRITE NOTICE-LETTER-REC
           MOVE "  IF YOU STILL WANT IT, PLEASE PLACE A NEW HOLD."
               TO NOTICE-LETTER-REC
           WRITE NOTICE-LETTER-REC
           MOVE SPACES TO NOTICE-LETTER-REC
           WRITE NOTICE-LETTER-REC
           MOVE SPACES TO NOTICE-HISTORY-REC
           MOVE HD-PATRON-ID TO NH-PATRON-ID
           MOVE "E" TO NH-NOTICE-TYPE
           MOVE ZERO TO NH-LEVEL
           MOVE HD-ISBN TO NH-ISBN
           MOVE WS-TODAY-DATE TO NH-SENT-DATE
           WRITE NOTICE-HISTORY-REC
           ADD 1 TO WS-EXPIRY-NOTICES.
       440-EXIT.
           EXIT.
      ***************************************************************
      *   Load the policy and the sent history, open the files.
      ***************************************************************
       900-INITIALIZATION.
                               TO WS-NH-LEVEL (WS-NH-COUNT)
                           MOVE NH-ISBN
                               TO WS-NH-ISBN (WS-NH-COUNT)
                           MOVE NH-SENT-DATE
                               TO WS-NH-SENT-DATE (WS-NH-COUNT)
                       END-IF
               END-READ
           END-PERFORM
