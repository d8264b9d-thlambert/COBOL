      * records who has each book, which needs patrons on file to
      * lend to - this is where they are added and kept current.
      *
      * A patron's card expires.  Adding a patron, or renewing their
      * card, sets the expiration date the card months of the
      * patron's type on the type policy ahead (three years when the
      * policy has none).  A card renewed before it runs out is
      * extended from its current expiration date, one already
      * expired from today, and the renewal re-verifies the phone
      * and mailing address.  BOOKCIRC refuses checkouts on an
      * expired card; PATRONEXPRPT lists the cards running out.
      *
      * A patron PATRONREFER has sent to the collection agency shows
      * the referral date here.  The referral blocks the patron;
      * lifting the block once the account is cleared is done with
      * an update of the standing.
      *
      *   File  :  C:\COBOL\PATRONMASTER.DAT
      *   Input :  C:\COBOL\PATRONTYPES.DAT
      *****************************************************************

       ENVIRONMENT DIVISION.
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS PM-PATRON-ID.
      *    OPTIONAL - WITH NO TYPE POLICY ON FILE EVERY CARD IS
      *    GOOD FOR THE BUILT-IN THREE YEARS.
           SELECT OPTIONAL PATRON-TYPE-FILE
                 ASSIGN TO UT-SYS-PATRON-TYPE-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD PATRON-MASTER-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 136 CHARACTERS.
       01 PATRON-MASTER-REC.
          05  PM-PATRON-ID                         PIC 9(5).
          05  PM-NAME                              PIC X(30).
      *    LONGER MEANS DIALING PM-PHONE ONE ROW AT A TIME.
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

      *    SAME PATRON TYPE POLICY BOOKCIRC LOADS - ONLY THE CARD
      *    MONTHS ARE USED HERE.
       FD PATRON-TYPE-FILE
          RECORD CONTAINS 9 CHARACTERS.
       01 PATRON-TYPE-REC.
          05  PT-TYPE                              PIC X.
          05  PT-MAX-LOANS                         PIC 99.
          05  PT-LOAN-DAYS                         PIC 99.
          05  PT-HOLD-DAYS                         PIC 99.
          05  PT-CARD-MONTHS                       PIC 99.

       WORKING-STORAGE SECTION.
       01  WS-FILENAMES.
           05  UT-SYS-PATRONFILE                   PIC X(50)
                                   VALUE "C:\COBOL\PATRONMASTER.DAT".
           05  UT-SYS-PATRON-TYPE-FILE             PIC X(50)
                                   VALUE "C:\COBOL\PATRONTYPES.DAT".
       01  WS-SWITCHES.
           05  WS-STOP-PROGRAM                     PIC X
                                            VALUE 'N'.
           05  WS-PATRON-NOT-FOUND                 PIC X
                                            VALUE 'F'.
               88  PATRON-FOUND              VALUE 'T'.
           05  WS-END-OF-FILE                      PIC X
                                            VALUE 'N'.
               88  EOF                       VALUE 'Y'.
       01  WS-TIMESTAMP                            PIC X(21).
       01  WS-TODAY-DATE                           PIC 9(8).
      *    THE NEW EXPIRATION DATE IS WORKED OUT A MONTH AT A TIME
      *    FROM THE DATE IT RUNS FROM, THEN PULLED BACK TO THE END
      *    OF A SHORT MONTH.
       01  WS-EXPIRES-DATE                         PIC 9(8).
       01  WS-EXPIRES-PARTS REDEFINES WS-EXPIRES-DATE.
           05  WS-EXPIRES-YYYY                     PIC 9(4).
           05  WS-EXPIRES-MM                       PIC 99.
           05  WS-EXPIRES-DD                       PIC 99.
       01  WS-MONTH-COUNT                          PIC 9(6).
       01  WS-CARD-MONTHS                          PIC 99.
       01  WS-ENTRY                                PIC X(30).
      *    THE CARD MONTHS PER PATRON TYPE.
       01  WS-TYPE-TABLE.
           05  WS-TYPE-COUNT                       PIC 99
                                            VALUE ZERO.
           05  WS-TYPE-ENTRY OCCURS 10 TIMES.
               10  WS-PT-TYPE                      PIC X.
               10  WS-PT-CARD-MONTHS               PIC 99.
       01  WS-TYPE-SUB                             PIC 99.

       PROCEDURE DIVISION.
      ***************************************************************
           DISPLAY "1. ADD PATRON"
           DISPLAY "2. UPDATE PATRON"
           DISPLAY "3. VIEW PATRON"
           DISPLAY "4. RENEW CARD"
           DISPLAY "5. EXIT"
           DISPLAY "ENTER MENU OPTION: "
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "3"
                   PERFORM 500-VIEW-PATRON THRU 500-EXIT
               WHEN "4"
                   PERFORM 450-RENEW-CARD THRU 450-EXIT
               WHEN "5"
                   MOVE 'Y' TO WS-STOP-PROGRAM
           END-EVALUATE.
       200-EXIT.
               DISPLAY "CITY/ST/ZIP: "
               ACCEPT PM-CITY-ST-ZIP
               MOVE "A" TO PM-STANDING
               MOVE ZERO TO PM-NO-SHOW-COUNT
               MOVE WS-TODAY-DATE TO WS-EXPIRES-DATE
               PERFORM 600-SET-CARD-EXPIRES THRU 600-EXIT
               WRITE PATRON-MASTER-REC
                   INVALID KEY DISPLAY "ERROR WRITING PATRON"
                   NOT INVALID KEY
                       DISPLAY "PATRON ADDED - CARD EXPIRES "
                           PM-CARD-EXPIRES
               END-WRITE
           END-IF.
       300-EXIT.
       400-EXIT.
           EXIT.
      ***************************************************************
      *   Renew a patron's card.  The patron confirms their phone
      *   and mailing address - pressing enter keeps what is on
      *   file - and the card runs on from its expiration date, or
      *   from today if it has already expired.
      ***************************************************************
       450-RENEW-CARD.
           DISPLAY "PATRON ID: "
           ACCEPT PM-PATRON-ID
           PERFORM 700-READ-PATRON-MASTER THRU 700-EXIT
           IF NOT PATRON-FOUND
               DISPLAY "PATRON IS NOT ON FILE"
               GO TO 450-EXIT
           END-IF
           DISPLAY "NAME. . . " PM-NAME
           IF PM-CARD-EXPIRES NUMERIC AND PM-CARD-EXPIRES > ZERO
               DISPLAY "CARD EXPIRES " PM-CARD-EXPIRES
           ELSE
               DISPLAY "CARD HAS NO EXPIRATION DATE ON FILE"
               MOVE ZERO TO PM-CARD-EXPIRES
           END-IF
           MOVE SPACES TO WS-ENTRY
           DISPLAY "PHONE (CURRENT " PM-PHONE "): "
           ACCEPT WS-ENTRY
           IF WS-ENTRY NOT = SPACES
               MOVE WS-ENTRY TO PM-PHONE
           END-IF
           MOVE SPACES TO WS-ENTRY
           DISPLAY "ADDRESS (CURRENT " PM-ADDRESS "): "
           ACCEPT WS-ENTRY
           IF WS-ENTRY NOT = SPACES
               MOVE WS-ENTRY TO PM-ADDRESS
           END-IF
           MOVE SPACES TO WS-ENTRY
           DISPLAY "CITY/ST/ZIP (CURRENT " PM-CITY-ST-ZIP "): "
           ACCEPT WS-ENTRY
           IF WS-ENTRY NOT = SPACES
               MOVE WS-ENTRY TO PM-CITY-ST-ZIP
           END-IF
           IF PM-CARD-EXPIRES > WS-TODAY-DATE
               MOVE PM-CARD-EXPIRES TO WS-EXPIRES-DATE
           ELSE
               MOVE WS-TODAY-DATE TO WS-EXPIRES-DATE
           END-IF
           PERFORM 600-SET-CARD-EXPIRES THRU 600-EXIT
           REWRITE PATRON-MASTER-REC
               INVALID KEY DISPLAY "ERROR REWRITING PATRON"
               NOT INVALID KEY
                   DISPLAY "CARD RENEWED - NOW EXPIRES "
                       PM-CARD-EXPIRES
           END-REWRITE.
       450-EXIT.
           EXIT.
      ***************************************************************
      *   Display one patron.
      ***************************************************************
       500-VIEW-PATRON.
               DISPLAY "STANDING. " PM-STANDING
               DISPLAY "ADDRESS . " PM-ADDRESS
               DISPLAY "          " PM-CITY-ST-ZIP
               DISPLAY "NO-SHOWS. " PM-NO-SHOW-COUNT
               IF PM-CARD-EXPIRES NUMERIC AND PM-CARD-EXPIRES > ZERO
                   IF PM-CARD-EXPIRES < WS-TODAY-DATE
                       DISPLAY "EXPIRES . " PM-CARD-EXPIRES
                           " - EXPIRED, RENEW BEFORE LENDING"
                   ELSE
                       DISPLAY "EXPIRES . " PM-CARD-EXPIRES
                   END-IF
                   DISPLAY "RENEWED . " PM-RENEWED-DATE
               ELSE
                   DISPLAY "EXPIRES . NOT SET - RENEW TO SET IT"
               END-IF
               IF PM-REFERRAL-DATE NUMERIC AND PM-REFERRAL-DATE > ZERO
                   DISPLAY "REFERRED. " PM-REFERRAL-DATE
                       " - ACCOUNT WITH THE COLLECTION AGENCY"
               END-IF
           ELSE
               DISPLAY "PATRON IS NOT ON FILE"
           END-IF.
       500-EXIT.
           EXIT.
      ***************************************************************
      *   The card's new expiration date: the card months of the
      *   patron's type on from WS-EXPIRES-DATE, kept on the same
      *   day of the month or the last day of a shorter one.  The
      *   add or renewal is dated today.
      ***************************************************************
       600-SET-CARD-EXPIRES.
           MOVE 36 TO WS-CARD-MONTHS
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
               IF WS-PT-TYPE (WS-TYPE-SUB) = PM-PATRON-TYPE
                   IF WS-PT-CARD-MONTHS (WS-TYPE-SUB) NUMERIC
                       AND WS-PT-CARD-MONTHS (WS-TYPE-SUB) > ZERO
                       MOVE WS-PT-CARD-MONTHS (WS-TYPE-SUB)
                           TO WS-CARD-MONTHS
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-MONTH-COUNT = WS-EXPIRES-YYYY * 12
               + WS-EXPIRES-MM - 1 + WS-CARD-MONTHS
           DIVIDE WS-MONTH-COUNT BY 12 GIVING WS-EXPIRES-YYYY
               REMAINDER WS-EXPIRES-MM
           ADD 1 TO WS-EXPIRES-MM
           PERFORM UNTIL
                   FUNCTION TEST-DATE-YYYYMMDD(WS-EXPIRES-DATE) = ZERO
               SUBTRACT 1 FROM WS-EXPIRES-DD
           END-PERFORM
           MOVE WS-EXPIRES-DATE TO PM-CARD-EXPIRES
           MOVE WS-TODAY-DATE TO PM-RENEWED-DATE.
       600-EXIT.
           EXIT.
      ***************************************************************
      *   Read a record from the patron master file.
      ***************************************************************
       700-READ-PATRON-MASTER.
       700-EXIT.
           EXIT.
      ***************************************************************
      *   Open the file and load the card months per patron type.
      ***************************************************************
       900-INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (1:8) TO WS-TODAY-DATE
           OPEN INPUT PATRON-TYPE-FILE
           PERFORM UNTIL EOF OR WS-TYPE-COUNT = 10
               READ PATRON-TYPE-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-TYPE-COUNT
                       MOVE PT-TYPE TO WS-PT-TYPE (WS-TYPE-COUNT)
                       MOVE PT-CARD-MONTHS
                           TO WS-PT-CARD-MONTHS (WS-TYPE-COUNT)
               END-READ
           END-PERFORM
           CLOSE PATRON-TYPE-FILE
           OPEN I-O PATRON-MASTER-FILE.
       900-EXIT.
           EXIT.
