      * Outstanding-holds report: every hold still waiting, in queue
      * order within ISBN, with the title and patron name - the
      * titles with the longest queues are the ones purchasing needs
      * to buy more copies of.  Each hold shows the branch the
      * patron will collect it at.
      *
      *   Input  :  C:\COBOL\HOLDFILE.DAT
      *             C:\COBOL\PATRONMASTER.DAT

       FD HOLD-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 60 CHARACTERS.
       01 HOLD-REC.
          05  HD-HOLD-KEY.
              10  HD-ISBN                          PIC 9(13).
          05  HD-REQUEST-DATE                      PIC 9(8).
          05  HD-STATUS                            PIC X.
              88  HOLD-WAITING              VALUE "W".
      *    THE BRANCH THE PATRON WILL COLLECT THE COPY AT.
          05  HD-PICKUP-BRANCH                     PIC X(4).
      *    ONCE FILLED: THE DAY THE COPY WENT ON THE HOLD SHELF, THE
      *    LAST DAY THE PATRON MAY COLLECT IT, AND THE COPY ITSELF.
          05  HD-FILLED-DATE                       PIC 9(8).
          05  HD-PICKUP-BY                         PIC 9(8).
          05  HD-BARCODE                           PIC 9(10).

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

       FD HOLD-REPORT-FILE
          RECORD CONTAINS 102 CHARACTERS.
       01 HOLD-REPORT-REC.
          05  HR-ISBN                              PIC 9(13).
          05  FILLER                               PIC X.
          05  HR-PATRON-NAME                       PIC X(30).
          05  FILLER                               PIC X.
          05  HR-REQUEST-DATE                      PIC 9(8).
          05  FILLER                               PIC X.
          05  HR-PICKUP-BRANCH                     PIC X(4).
          05  FILLER                               PIC X(3).

       WORKING-STORAGE SECTION.
           MOVE HD-SEQ TO HR-SEQ
           MOVE HD-PATRON-ID TO HR-PATRON-ID
           MOVE HD-REQUEST-DATE TO HR-REQUEST-DATE
           MOVE HD-PICKUP-BRANCH TO HR-PICKUP-BRANCH
           MOVE HD-ISBN TO BR-BOOK-ISBN
           READ BOOK-FILE
               INVALID KEY MOVE SPACES TO HR-TITLE
