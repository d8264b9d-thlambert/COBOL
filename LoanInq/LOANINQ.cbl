      * this patron have out?" (by patron ID).  Open loans matching
      * the selection are displayed with the patron's name and the
      * book title, and written to a report file the way BOOKSRCH
      * writes TITLEMATCH.DAT.  Each line carries the barcode of the
      * copy out on the loan.
      *
      *   Input  :  C:\COBOL\LOANFILE.DAT
      *             C:\COBOL\PATRONMASTER.DAT

       FD LOAN-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 61 CHARACTERS.
       01 LOAN-REC.
          05  LN-LOAN-KEY.
              10  LN-ISBN                          PIC 9(13).
      *    ONLY SO MANY TIMES, AND A WAITING HOLD OUTRANKS THE
      *    HOLDER.
          05  LN-RENEWAL-COUNT                     PIC 99.
      *    THE PHYSICAL COPY ON LOAN - ITS BOOKITEM.DAT BARCODE.
          05  LN-BARCODE                           PIC 9(10).

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

       FD BOOK-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 103 CHARACTERS.
       01 BOOK-REC.
          05  BR-BOOK-ISBN                          PIC 9(13).
          05  BR-BOOK-TITLE                         PIC X(30).
      *    PURCHASING'S REORDER POINT - BOOKVALRPT LISTS EVERY TITLE
      *    AT OR BELOW IT.
          05  BR-REORDER-POINT                      PIC 9(4).
      *    THE SHELF ADDRESS - SHELFLIST PRINTS THE STACKS IN
      *    THIS ORDER.
          05  BR-CALL-NUMBER                        PIC X(20).

       FD LOAN-INQ-REPORT-FILE
          RECORD CONTAINS 101 CHARACTERS.
       01 LOAN-INQ-REPORT-REC.
          05  LI-ISBN                              PIC 9(13).
          05  FILLER                               PIC X.
          05  LI-PATRON-NAME                       PIC X(30).
          05  FILLER                               PIC X.
          05  LI-DUE-DATE                          PIC 9(8).
          05  FILLER                               PIC X.
          05  LI-BARCODE                           PIC 9(10).

       WORKING-STORAGE SECTION.
       01  WS-FILENAMES.
           MOVE LN-ISBN TO LI-ISBN
           MOVE LN-PATRON-ID TO LI-PATRON-ID
           MOVE LN-DUE-DATE TO LI-DUE-DATE
           MOVE LN-BARCODE TO LI-BARCODE
           MOVE LN-ISBN TO BR-BOOK-ISBN
           READ BOOK-FILE
               INVALID KEY MOVE SPACES TO LI-TITLE
           END-READ
           WRITE LOAN-INQ-REPORT-REC
           DISPLAY LI-ISBN " " LI-TITLE " " LI-PATRON-NAME
               " DUE " LI-DUE-DATE " COPY " LI-BARCODE
           ADD 1 TO WS-MATCH-COUNT.
       300-EXIT.
           EXIT.
