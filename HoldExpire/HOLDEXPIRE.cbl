       IDENTIFICATION DIVISION.
       PROGRAM-ID.  HOLDEXPIRE.
       AUTHOR.  THOMAS LAMBERT.
      *****************************************************************
      * Nightly hold-expiry run and hold-shelf list.  A filled hold
      * carries the last day its patron may collect the copy set
      * aside on the hold shelf.  Every filled hold past that day is
      * expired: the hold is marked expired, the patron is charged
      * a no-show on the patron master, and the copy is passed on.
      *
      * The copy goes to the next hold still waiting on the title,
      * in HD-SEQ order.  If that hold picks up at the branch the
      * copy is at, the copy stays on the hold shelf and the hold
      * is filled with a new pickup-by date from the hold days of
      * that patron's type on the type policy (one week when the
      * policy has none); otherwise the copy goes in transit to the
      * pickup branch with a transfer logged, exactly as a check-in
      * at BOOKCIRC would send it, and BOOKXFER fills the hold when
      * it arrives.  With nobody waiting the copy is restocked - on
      * the shelf where it is, or in transit home if it belongs to
      * another branch.  The title's quantity on hand is re-derived.
      *
      * The hold-shelf list then tells each branch what to pull:
      * every expired copy with what to do with it, followed by
      * every copy still on its hold shelf with the patron and the
      * pickup-by date.  Run this before PATRONNOTICE so the expiry
      * letters and the next patrons' pickup notices go out the
      * same night.  A copy that is no longer on the hold shelf is
      * listed for the desk to check and sets return code 4.
      *
      *   File   :  C:\COBOL\HOLDFILE.DAT
      *             C:\COBOL\BOOKITEM.DAT
      *             C:\COBOL\BOOKCATALOG.DAT
      *             C:\COBOL\PATRONMASTER.DAT
      *             C:\COBOL\BOOKTRANSFER.DAT
      *   Input  :  C:\COBOL\PATRONTYPES.DAT
      *             C:\COBOL\BRANCHMASTER.DAT
      *   Output :  C:\COBOL\HOLDSHELF.DAT
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HOLD-FILE
                 ASSIGN TO UT-SYS-HOLDFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS HD-HOLD-KEY.
           SELECT OPTIONAL ITEM-FILE
                 ASSIGN TO UT-SYS-ITEMFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS IT-BARCODE
                 ALTERNATE RECORD KEY IS IT-ISBN
                     WITH DUPLICATES.
           SELECT BOOK-FILE
                 ASSIGN TO UT-SYS-BOOKFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS BR-BOOK-ISBN
                 ALTERNATE RECORD KEY IS BR-BOOK-TITLE
                     WITH DUPLICATES
                 ALTERNATE RECORD KEY IS BR-AUTHOR-ID
                     WITH DUPLICATES.
           SELECT PATRON-MASTER-FILE
                 ASSIGN TO UT-SYS-PATRONFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS PM-PATRON-ID.
           SELECT OPTIONAL TRANSFER-FILE
                 ASSIGN TO UT-SYS-TRANSFERFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS TR-KEY.
           SELECT OPTIONAL BRANCH-MASTER-FILE
                 ASSIGN TO UT-SYS-BRANCHFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS SEQUENTIAL
                 RECORD KEY IS BM-CODE.
      *    OPTIONAL - WITH NO TYPE POLICY ON FILE A FILLED HOLD
      *    WAITS THE BUILT-IN WEEK.
           SELECT OPTIONAL PATRON-TYPE-FILE
                 ASSIGN TO UT-SYS-PATRON-TYPE-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-SHELF-FILE
                 ASSIGN TO UT-SYS-HOLD-SHELF-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    SAME LAYOUT BOOKCIRC AND BOOKXFER KEEP.
       FD HOLD-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 60 CHARACTERS.
       01 HOLD-REC.
          05  HD-HOLD-KEY.
              10  HD-ISBN                          PIC 9(13).
              10  HD-SEQ                           PIC 9(3).
          05  HD-PATRON-ID                         PIC 9(5).
          05  HD-REQUEST-DATE                      PIC 9(8).
          05  HD-STATUS                            PIC X.
              88  HOLD-WAITING              VALUE "W".
              88  HOLD-FILLED               VALUE "F".
              88  HOLD-IN-TRANSIT           VALUE "T".
              88  HOLD-COLLECTED            VALUE "C".
              88  HOLD-EXPIRED              VALUE "X".
          05  HD-PICKUP-BRANCH                     PIC X(4).
          05  HD-FILLED-DATE                       PIC 9(8).
          05  HD-PICKUP-BY                         PIC 9(8).
          05  HD-BARCODE                           PIC 9(10).

       FD ITEM-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 56 CHARACTERS.
       01 ITEM-REC.
          05  IT-BARCODE                           PIC 9(10).
          05  IT-ISBN                              PIC 9(13).
          05  IT-ACQ-DATE                          PIC 9(8).
          05  IT-COST                              PIC 9(5)V99.
          05  IT-CONDITION                         PIC X.
          05  IT-STATUS                            PIC X.
              88  ITEM-ON-SHELF             VALUE "S".
              88  ITEM-ON-LOAN              VALUE "L".
              88  ITEM-LOST                 VALUE "X".
              88  ITEM-WITHDRAWN            VALUE "W".
              88  ITEM-IN-REPAIR            VALUE "R".
              88  ITEM-IN-TRANSIT           VALUE "T".
              88  ITEM-ON-HOLD-SHELF        VALUE "H".
          05  IT-STATUS-DATE                       PIC 9(8).
          05  IT-HOME-BRANCH                       PIC X(4).
          05  IT-AT-BRANCH                         PIC X(4).

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

       FD PATRON-MASTER-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 136 CHARACTERS.
       01 PATRON-MASTER-REC.
          05  PM-PATRON-ID                         PIC 9(5).
          05  PM-NAME                              PIC X(30).
          05  PM-PHONE                             PIC X(12).
          05  PM-PATRON-TYPE                       PIC X.
          05  PM-STANDING                          PIC X.
          05  PM-ADDRESS                           PIC X(30).
          05  PM-CITY-ST-ZIP                       PIC X(30).
          05  PM-NO-SHOW-COUNT                     PIC 9(3).
          05  PM-CARD-EXPIRES                      PIC 9(8).
          05  PM-RENEWED-DATE                      PIC 9(8).
          05  PM-REFERRAL-DATE                     PIC 9(8).

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

       FD PATRON-TYPE-FILE
          RECORD CONTAINS 9 CHARACTERS.
       01 PATRON-TYPE-REC.
          05  PT-TYPE                              PIC X.
          05  PT-MAX-LOANS                         PIC 99.
          05  PT-LOAN-DAYS                         PIC 99.
          05  PT-HOLD-DAYS                         PIC 99.
          05  PT-CARD-MONTHS                       PIC 99.

       FD HOLD-SHELF-FILE
          RECORD CONTAINS 75 CHARACTERS.
       01 HOLD-SHELF-REC.
          05  FILLER                               PIC X(2).
          05  HS-BARCODE                           PIC 9(10).
          05  FILLER                               PIC X.
          05  HS-TITLE                             PIC X(30).
          05  FILLER                               PIC X.
          05  HS-PATRON-ID                         PIC 9(5).
          05  FILLER                               PIC X.
          05  HS-PICKUP-BY                         PIC 9(8).
          05  FILLER                               PIC X.
          05  HS-ACTION                            PIC X(16).
       01 HOLD-SHELF-TEXT-REC                      PIC X(75).

       WORKING-STORAGE SECTION.
       01  WS-FILENAMES.
           05  UT-SYS-HOLDFILE                     PIC X(50)
                                   VALUE "C:\COBOL\HOLDFILE.DAT".
           05  UT-SYS-ITEMFILE                     PIC X(50)
                                   VALUE "C:\COBOL\BOOKITEM.DAT".
           05  UT-SYS-BOOKFILE                     PIC X(50)
                                   VALUE "C:\COBOL\BOOKCATALOG.DAT".
           05  UT-SYS-PATRONFILE                   PIC X(50)
                                   VALUE "C:\COBOL\PATRONMASTER.DAT".
           05  UT-SYS-TRANSFERFILE                 PIC X(50)
                                   VALUE "C:\COBOL\BOOKTRANSFER.DAT".
           05  UT-SYS-BRANCHFILE                   PIC X(50)
                                   VALUE "C:\COBOL\BRANCHMASTER.DAT".
           05  UT-SYS-PATRON-TYPE-FILE             PIC X(50)
                                   VALUE "C:\COBOL\PATRONTYPES.DAT".
           05  UT-SYS-HOLD-SHELF-FILE              PIC X(50)
                                   VALUE "C:\COBOL\HOLDSHELF.DAT".
       01  WS-SWITCHES.
           05  WS-END-OF-FILE                      PIC X
                                            VALUE 'N'.
               88  EOF                       VALUE 'Y'.
           05  WS-HOLD-EOF                         PIC X
                                            VALUE 'N'.
               88  HOLD-EOF                  VALUE 'Y'.
           05  WS-HOLD-FOUND                       PIC X
                                            VALUE 'N'.
               88  HOLD-FOUND                VALUE 'Y'.
           05  WS-ITEM-EOF                         PIC X
                                            VALUE 'N'.
               88  ITEM-EOF                  VALUE 'Y'.
           05  WS-BRANCH-HEADED                    PIC X
                                            VALUE 'N'.
               88  BRANCH-HEADED             VALUE 'Y'.
           05  WS-SECTION-HEADED                   PIC X
                                            VALUE 'N'.
               88  SECTION-HEADED            VALUE 'Y'.
       01  WS-TIMESTAMP                            PIC X(21).
       01  WS-TODAY-DATE                           PIC 9(8).
       01  WS-PICKUP-INT                           PIC 9(8).
      *    ONE WEEK TO COLLECT A FILLED HOLD UNLESS THE PATRON'S
      *    TYPE SAYS OTHERWISE.
       01  WS-HOLD-DAYS                            PIC 99.
       01  WS-XFER-FROM                            PIC X(4).
       01  WS-XFER-REASON                          PIC X.
      *    THE HOLD DAYS PER PATRON TYPE.
       01  WS-TYPE-TABLE.
           05  WS-TYPE-COUNT                       PIC 99
                                            VALUE ZERO.
           05  WS-TYPE-ENTRY OCCURS 10 TIMES.
               10  WS-PT-TYPE                      PIC X.
               10  WS-PT-HOLD-DAYS                 PIC 99.
       01  WS-TYPE-SUB                             PIC 99.
      *    EVERY BRANCH ON FILE - THE HOLD-SHELF LIST IS BY BRANCH.
       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-COUNT                     PIC 9(3)
                                            VALUE ZERO.
           05  WS-BRANCH-ENTRY OCCURS 50 TIMES.
               10  WS-BT-CODE                      PIC X(4).
               10  WS-BT-NAME                      PIC X(20).
       01  WS-BRANCH-SUB                           PIC 9(3).
       01  WS-LIST-BRANCH                          PIC X(4).
       01  WS-LIST-NAME                            PIC X(20).
      *    THE FILLED HOLDS PAST THEIR PICKUP-BY DATE, GATHERED
      *    BEFORE ANY IS TOUCHED, AND WHAT BECAME OF EACH COPY.
       01  WS-EXPIRE-TABLE.
           05  WS-EX-COUNT                         PIC 9(4)
                                            VALUE ZERO.
           05  WS-EX-ENTRY OCCURS 500 TIMES.
               10  WS-EX-ISBN                      PIC 9(13).
               10  WS-EX-SEQ                       PIC 9(3).
               10  WS-EX-PATRON-ID                 PIC 9(5).
               10  WS-EX-BARCODE                   PIC 9(10).
               10  WS-EX-PICKUP-BY                 PIC 9(8).
               10  WS-EX-BRANCH                    PIC X(4).
               10  WS-EX-ACTION                    PIC X(16).
       01  WS-EX-SUB                               PIC 9(4).
       01  WS-RUN-COUNTS.
           05  WS-EXPIRED-COUNT                    PIC 9(5)
                                            VALUE ZERO.
           05  WS-REFILLED-COUNT                   PIC 9(5)
                                            VALUE ZERO.
           05  WS-SENT-COUNT                       PIC 9(5)
                                            VALUE ZERO.
           05  WS-RESTOCKED-COUNT                  PIC 9(5)
                                            VALUE ZERO.
           05  WS-EXCEPTION-COUNT                  PIC 9(5)
                                            VALUE ZERO.
           05  WS-ON-SHELF-COUNT                   PIC 9(5)
                                            VALUE ZERO.
       01  WS-EDIT-COUNT                           PIC ZZZZ9.

       PROCEDURE DIVISION.
      *************************************************************
      *  Gather the expired holds, pass each copy on, then list
      *  the hold shelf branch by branch.
      *************************************************************
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (1:8) TO WS-TODAY-DATE
           PERFORM 900-LOAD-BRANCHES THRU 900-EXIT.
           PERFORM 910-LOAD-TYPE-POLICY THRU 910-EXIT.
           OPEN I-O HOLD-FILE
           OPEN I-O ITEM-FILE
           OPEN I-O BOOK-FILE
           OPEN I-O PATRON-MASTER-FILE
           OPEN I-O TRANSFER-FILE
           PERFORM 200-FIND-EXPIRED THRU 200-EXIT.
           PERFORM 300-EXPIRE-HOLD THRU 300-EXIT
               VARYING WS-EX-SUB FROM 1 BY 1
               UNTIL WS-EX-SUB > WS-EX-COUNT.
           OPEN OUTPUT HOLD-SHELF-FILE
           PERFORM 500-WRITE-HEADING THRU 500-EXIT.
           PERFORM VARYING WS-BRANCH-SUB FROM 1 BY 1
                   UNTIL WS-BRANCH-SUB > WS-BRANCH-COUNT
               MOVE WS-BT-CODE (WS-BRANCH-SUB) TO WS-LIST-BRANCH
               MOVE WS-BT-NAME (WS-BRANCH-SUB) TO WS-LIST-NAME
               PERFORM 600-LIST-BRANCH THRU 600-EXIT
           END-PERFORM
      *    HOLDS PLACED BEFORE THERE WERE BRANCHES NAME NONE.
           MOVE SPACES TO WS-LIST-BRANCH
           MOVE "NO PICKUP BRANCH" TO WS-LIST-NAME
           PERFORM 600-LIST-BRANCH THRU 600-EXIT.
           PERFORM 700-WRITE-TOTALS THRU 700-EXIT.
           CLOSE HOLD-FILE
           CLOSE ITEM-FILE
           CLOSE BOOK-FILE
           CLOSE PATRON-MASTER-FILE
           CLOSE TRANSFER-FILE
           CLOSE HOLD-SHELF-FILE
           IF WS-EXCEPTION-COUNT > ZERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "HOLD EXPIRY COMPLETE - " WS-EXPIRED-COUNT
               " EXPIRED, " WS-REFILLED-COUNT " REFILLED, "
               WS-SENT-COUNT " SENT, " WS-RESTOCKED-COUNT
               " RESTOCKED, " WS-EXCEPTION-COUNT " TO CHECK".
           GOBACK.
      ***************************************************************
      *  Every filled hold whose pickup-by date has passed.  They
      *  are gathered first so that passing a copy on never moves
      *  this pass's place in the hold file.  Holds filled before
      *  there was a pickup-by date are left alone.
      ***************************************************************
       200-FIND-EXPIRED.
           MOVE 'N' TO WS-HOLD-EOF
           MOVE LOW-VALUES TO HD-HOLD-KEY
           START HOLD-FILE KEY IS NOT LESS THAN HD-HOLD-KEY
               INVALID KEY MOVE 'Y' TO WS-HOLD-EOF
           END-START
           PERFORM UNTIL HOLD-EOF
               READ HOLD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-HOLD-EOF
               END-READ
               IF NOT HOLD-EOF AND HOLD-FILLED
                   AND HD-PICKUP-BY NUMERIC
                   AND HD-PICKUP-BY > ZERO
                   AND HD-PICKUP-BY < WS-TODAY-DATE
                   IF WS-EX-COUNT = 500
                       DISPLAY "HOLDFILE.DAT EXCEEDS THE WORK TABLE "
                           "- RUN REFUSED"
                       CLOSE HOLD-FILE
                       CLOSE ITEM-FILE
                       CLOSE BOOK-FILE
                       CLOSE PATRON-MASTER-FILE
                       CLOSE TRANSFER-FILE
                       MOVE 16 TO RETURN-CODE
                       GOBACK
                   END-IF
                   ADD 1 TO WS-EX-COUNT
                   MOVE HD-ISBN TO WS-EX-ISBN (WS-EX-COUNT)
                   MOVE HD-SEQ TO WS-EX-SEQ (WS-EX-COUNT)
                   MOVE SPACES TO WS-EX-ACTION (WS-EX-COUNT)
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-HOLD-EOF.
       200-EXIT.
           EXIT.
      ***************************************************************
      *  Expire one hold, count the no-show, and pass its copy on -
      *  to the next waiting hold, or back into stock.
      ***************************************************************
       300-EXPIRE-HOLD.
           MOVE WS-EX-ISBN (WS-EX-SUB) TO HD-ISBN
           MOVE WS-EX-SEQ (WS-EX-SUB) TO HD-SEQ
           READ HOLD-FILE
               INVALID KEY GO TO 300-EXIT
           END-READ
           IF NOT HOLD-FILLED
               GO TO 300-EXIT
           END-IF
           MOVE HD-PATRON-ID TO WS-EX-PATRON-ID (WS-EX-SUB)
           MOVE HD-BARCODE TO WS-EX-BARCODE (WS-EX-SUB)
           MOVE HD-PICKUP-BY TO WS-EX-PICKUP-BY (WS-EX-SUB)
           MOVE HD-PICKUP-BRANCH TO WS-EX-BRANCH (WS-EX-SUB)
           MOVE "X" TO HD-STATUS
           REWRITE HOLD-REC
               INVALID KEY
                   DISPLAY "ERROR EXPIRING HOLD " HD-ISBN " " HD-SEQ
                   GO TO 300-EXIT
           END-REWRITE
           ADD 1 TO WS-EXPIRED-COUNT
           PERFORM 320-COUNT-NO-SHOW THRU 320-EXIT.
      *    THE COPY MUST STILL BE ON THE HOLD SHELF TO BE PASSED ON.
           MOVE WS-EX-BARCODE (WS-EX-SUB) TO IT-BARCODE
           READ ITEM-FILE
               INVALID KEY
                   MOVE "COPY NOT ON FILE" TO WS-EX-ACTION (WS-EX-SUB)
                   ADD 1 TO WS-EXCEPTION-COUNT
                   GO TO 300-EXIT
           END-READ
           IF NOT ITEM-ON-HOLD-SHELF
               MOVE "CHECK THIS COPY" TO WS-EX-ACTION (WS-EX-SUB)
               ADD 1 TO WS-EXCEPTION-COUNT
               GO TO 300-EXIT
           END-IF
           MOVE IT-AT-BRANCH TO WS-EX-BRANCH (WS-EX-SUB)
           PERFORM 340-FIND-NEXT-HOLD THRU 340-EXIT.
           IF HOLD-FOUND
               PERFORM 360-PASS-TO-NEXT THRU 360-EXIT
           ELSE
               PERFORM 380-RELEASE-COPY THRU 380-EXIT
           END-IF
           MOVE IT-ISBN TO BR-BOOK-ISBN
           PERFORM 780-DERIVE-ON-HAND THRU 780-EXIT.
       300-EXIT.
           EXIT.
      ***************************************************************
      *  One more no-show against the patron who never came.
      ***************************************************************
       320-COUNT-NO-SHOW.
           MOVE HD-PATRON-ID TO PM-PATRON-ID
           READ PATRON-MASTER-FILE
               INVALID KEY GO TO 320-EXIT
           END-READ
           IF PM-NO-SHOW-COUNT NOT NUMERIC
               MOVE ZERO TO PM-NO-SHOW-COUNT
           END-IF
           IF PM-NO-SHOW-COUNT < 999
               ADD 1 TO PM-NO-SHOW-COUNT
           END-IF
           REWRITE PATRON-MASTER-REC
               INVALID KEY DISPLAY "ERROR UPDATING PATRON "
                   PM-PATRON-ID
           END-REWRITE.
       320-EXIT.
           EXIT.
      ***************************************************************
      *  The oldest hold still waiting on the copy's title.  The
      *  hold found is left as the current record.
      ***************************************************************
       340-FIND-NEXT-HOLD.
           MOVE 'N' TO WS-HOLD-EOF
           MOVE 'N' TO WS-HOLD-FOUND
           MOVE IT-ISBN TO HD-ISBN
           MOVE ZERO TO HD-SEQ
           START HOLD-FILE KEY IS NOT LESS THAN HD-HOLD-KEY
               INVALID KEY MOVE 'Y' TO WS-HOLD-EOF
           END-START
           PERFORM UNTIL HOLD-EOF OR HOLD-FOUND
               READ HOLD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-HOLD-EOF
               END-READ
               IF NOT HOLD-EOF
                   IF HD-ISBN NOT = IT-ISBN
                       MOVE 'Y' TO WS-HOLD-EOF
                   ELSE
                       IF HOLD-WAITING
                           MOVE 'Y' TO WS-HOLD-FOUND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-HOLD-EOF.
       340-EXIT.
           EXIT.
      ***************************************************************
      *  Hand the copy to the next patron in line.  Picking up at
      *  the branch the copy is at, it stays on the hold shelf and
      *  the hold is filled with a fresh pickup-by date; picking up
      *  elsewhere, the copy is sent there for the hold.
      ***************************************************************
       360-PASS-TO-NEXT.
           IF HD-PICKUP-BRANCH NOT = SPACES
                   AND HD-PICKUP-BRANCH NOT = IT-AT-BRANCH
               MOVE IT-AT-BRANCH TO WS-XFER-FROM
               MOVE HD-PICKUP-BRANCH TO IT-AT-BRANCH
               MOVE "T" TO IT-STATUS
               MOVE WS-TODAY-DATE TO IT-STATUS-DATE
               REWRITE ITEM-REC
                   INVALID KEY
                       DISPLAY "ERROR UPDATING ITEM " IT-BARCODE
                       GO TO 360-EXIT
               END-REWRITE
               MOVE "H" TO WS-XFER-REASON
               PERFORM 475-WRITE-TRANSFER THRU 475-EXIT
               MOVE "T" TO HD-STATUS
               REWRITE HOLD-REC
                   INVALID KEY
                       DISPLAY "ERROR UPDATING HOLD " HD-ISBN " "
                           HD-SEQ
               END-REWRITE
               STRING "SEND TO " HD-PICKUP-BRANCH
                   DELIMITED BY SIZE INTO WS-EX-ACTION (WS-EX-SUB)
               ADD 1 TO WS-SENT-COUNT
               GO TO 360-EXIT
           END-IF
           MOVE HD-PATRON-ID TO PM-PATRON-ID
           READ PATRON-MASTER-FILE
               INVALID KEY MOVE SPACES TO PM-PATRON-TYPE
           END-READ
           MOVE 7 TO WS-HOLD-DAYS
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
               IF WS-PT-TYPE (WS-TYPE-SUB) = PM-PATRON-TYPE
                   AND WS-PT-HOLD-DAYS (WS-TYPE-SUB) NUMERIC
                   AND WS-PT-HOLD-DAYS (WS-TYPE-SUB) > ZERO
                   MOVE WS-PT-HOLD-DAYS (WS-TYPE-SUB) TO WS-HOLD-DAYS
               END-IF
           END-PERFORM
           MOVE WS-TODAY-DATE TO IT-STATUS-DATE
           REWRITE ITEM-REC
               INVALID KEY
                   DISPLAY "ERROR UPDATING ITEM " IT-BARCODE
                   GO TO 360-EXIT
           END-REWRITE
           COMPUTE WS-PICKUP-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) + WS-HOLD-DAYS
           MOVE "F" TO HD-STATUS
           MOVE WS-TODAY-DATE TO HD-FILLED-DATE
           COMPUTE HD-PICKUP-BY =
               FUNCTION DATE-OF-INTEGER(WS-PICKUP-INT)
           MOVE IT-BARCODE TO HD-BARCODE
           REWRITE HOLD-REC
               INVALID KEY
                   DISPLAY "ERROR FILLING HOLD " HD-ISBN " " HD-SEQ
           END-REWRITE
           STRING "HOLD FOR " HD-PATRON-ID
               DELIMITED BY SIZE INTO WS-EX-ACTION (WS-EX-SUB)
           ADD 1 TO WS-REFILLED-COUNT.
       360-EXIT.
           EXIT.
      ***************************************************************
      *  Nobody is waiting: the copy goes back on the shelf where
      *  it is, or home if it belongs to another branch.
      ***************************************************************
       380-RELEASE-COPY.
           MOVE WS-TODAY-DATE TO IT-STATUS-DATE
           IF IT-HOME-BRANCH NOT = SPACES
                   AND IT-HOME-BRANCH NOT = IT-AT-BRANCH
               MOVE IT-AT-BRANCH TO WS-XFER-FROM
               MOVE IT-HOME-BRANCH TO IT-AT-BRANCH
               MOVE "T" TO IT-STATUS
               STRING "SEND HOME TO " IT-HOME-BRANCH
                   DELIMITED BY SIZE INTO WS-EX-ACTION (WS-EX-SUB)
           ELSE
               MOVE "S" TO IT-STATUS
               MOVE "RESTOCK" TO WS-EX-ACTION (WS-EX-SUB)
           END-IF
           REWRITE ITEM-REC
               INVALID KEY
                   DISPLAY "ERROR UPDATING ITEM " IT-BARCODE
                   GO TO 380-EXIT
           END-REWRITE
           IF ITEM-IN-TRANSIT
               MOVE "R" TO WS-XFER-REASON
               PERFORM 475-WRITE-TRANSFER THRU 475-EXIT
               ADD 1 TO WS-SENT-COUNT
           ELSE
               ADD 1 TO WS-RESTOCKED-COUNT
           END-IF.
       380-EXIT.
           EXIT.
      ***************************************************************
      *  Log the copy's trip from WS-XFER-FROM to IT-AT-BRANCH.
      *  The receiving branch closes it through BOOKXFER.
      ***************************************************************
       475-WRITE-TRANSFER.
           MOVE IT-BARCODE TO TR-BARCODE
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (1:14) TO TR-SENT-TS
           MOVE IT-ISBN TO TR-ISBN
           MOVE WS-XFER-FROM TO TR-FROM-BRANCH
           MOVE IT-AT-BRANCH TO TR-TO-BRANCH
           MOVE WS-XFER-REASON TO TR-REASON
           IF TR-FOR-HOLD
               MOVE HD-SEQ TO TR-HOLD-SEQ
           ELSE
               MOVE ZERO TO TR-HOLD-SEQ
           END-IF
           MOVE "T" TO TR-STATUS
           MOVE ZERO TO TR-RECEIVED-DATE
           MOVE "HOLDEXPR" TO TR-OPERATOR-ID
           WRITE TRANSFER-REC
               INVALID KEY DISPLAY "ERROR WRITING TRANSFER " IT-BARCODE
           END-WRITE.
       475-EXIT.
           EXIT.
      ***************************************************************
      *  Run date and column headings.
      ***************************************************************
       500-WRITE-HEADING.
           MOVE SPACES TO HOLD-SHELF-TEXT-REC
           STRING "HOLD SHELF PULL LIST RUN " WS-TODAY-DATE
               DELIMITED BY SIZE INTO HOLD-SHELF-TEXT-REC
           WRITE HOLD-SHELF-TEXT-REC
           MOVE SPACES TO HOLD-SHELF-TEXT-REC
           STRING "  BARCODE    TITLE                          "
               "PATRN PICKUPBY ACTION"
               DELIMITED BY SIZE INTO HOLD-SHELF-TEXT-REC
           WRITE HOLD-SHELF-TEXT-REC.
       500-EXIT.
           EXIT.
      ***************************************************************
      *  One branch's part of the list: the expired copies to pull
      *  and what to do with each, then every copy still on its
      *  hold shelf.  A branch with nothing on either is skipped.
      ***************************************************************
       600-LIST-BRANCH.
           MOVE 'N' TO WS-BRANCH-HEADED
           MOVE 'N' TO WS-SECTION-HEADED
           PERFORM VARYING WS-EX-SUB FROM 1 BY 1
                   UNTIL WS-EX-SUB > WS-EX-COUNT
               IF WS-EX-BRANCH (WS-EX-SUB) = WS-LIST-BRANCH
                       AND WS-EX-ACTION (WS-EX-SUB) NOT = SPACES
                   IF NOT SECTION-HEADED
                       PERFORM 650-BRANCH-HEADING THRU 650-EXIT
                       MOVE SPACES TO HOLD-SHELF-TEXT-REC
                       STRING "  EXPIRED UNCOLLECTED - PULL FROM "
                           "THE HOLD SHELF"
                           DELIMITED BY SIZE INTO HOLD-SHELF-TEXT-REC
                       WRITE HOLD-SHELF-TEXT-REC
                       MOVE 'Y' TO WS-SECTION-HEADED
                   END-IF
                   MOVE WS-EX-ISBN (WS-EX-SUB) TO BR-BOOK-ISBN
                   PERFORM 680-READ-TITLE THRU 680-EXIT
                   MOVE SPACES TO HOLD-SHELF-REC
                   MOVE WS-EX-BARCODE (WS-EX-SUB) TO HS-BARCODE
                   MOVE BR-BOOK-TITLE TO HS-TITLE
                   MOVE WS-EX-PATRON-ID (WS-EX-SUB) TO HS-PATRON-ID
                   MOVE WS-EX-PICKUP-BY (WS-EX-SUB) TO HS-PICKUP-BY
                   MOVE WS-EX-ACTION (WS-EX-SUB) TO HS-ACTION
                   WRITE HOLD-SHELF-REC
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-SECTION-HEADED
           MOVE 'N' TO WS-HOLD-EOF
           MOVE LOW-VALUES TO HD-HOLD-KEY
           START HOLD-FILE KEY IS NOT LESS THAN HD-HOLD-KEY
               INVALID KEY MOVE 'Y' TO WS-HOLD-EOF
           END-START
           PERFORM UNTIL HOLD-EOF
               READ HOLD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-HOLD-EOF
               END-READ
               IF NOT HOLD-EOF AND HOLD-FILLED
                       AND HD-PICKUP-BRANCH = WS-LIST-BRANCH
                   IF NOT SECTION-HEADED
                       PERFORM 650-BRANCH-HEADING THRU 650-EXIT
                       MOVE "  ON THE HOLD SHELF"
                           TO HOLD-SHELF-TEXT-REC
                       WRITE HOLD-SHELF-TEXT-REC
                       MOVE 'Y' TO WS-SECTION-HEADED
                   END-IF
                   MOVE HD-ISBN TO BR-BOOK-ISBN
                   PERFORM 680-READ-TITLE THRU 680-EXIT
                   MOVE SPACES TO HOLD-SHELF-REC
                   MOVE HD-BARCODE TO HS-BARCODE
                   MOVE BR-BOOK-TITLE TO HS-TITLE
                   MOVE HD-PATRON-ID TO HS-PATRON-ID
                   MOVE HD-PICKUP-BY TO HS-PICKUP-BY
                   IF HD-PICKUP-BY = WS-TODAY-DATE
                       MOVE "LAST DAY TODAY" TO HS-ACTION
                   END-IF
                   WRITE HOLD-SHELF-REC
                   ADD 1 TO WS-ON-SHELF-COUNT
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-HOLD-EOF.
       600-EXIT.
           EXIT.
      ***************************************************************
      *  The branch's heading, written before its first line only.
      ***************************************************************
       650-BRANCH-HEADING.
           IF BRANCH-HEADED
               GO TO 650-EXIT
           END-IF
           MOVE SPACES TO HOLD-SHELF-TEXT-REC
           WRITE HOLD-SHELF-TEXT-REC
           MOVE SPACES TO HOLD-SHELF-TEXT-REC
           STRING "BRANCH " WS-LIST-BRANCH " " WS-LIST-NAME
               DELIMITED BY SIZE INTO HOLD-SHELF-TEXT-REC
           WRITE HOLD-SHELF-TEXT-REC
           MOVE 'Y' TO WS-BRANCH-HEADED.
       650-EXIT.
           EXIT.
      ***************************************************************
      *  The title for the list line.
      ***************************************************************
       680-READ-TITLE.
           READ BOOK-FILE
               INVALID KEY MOVE "** TITLE NOT ON FILE **"
                   TO BR-BOOK-TITLE
           END-READ.
       680-EXIT.
           EXIT.
      ***************************************************************
      *  The run totals.
      ***************************************************************
       700-WRITE-TOTALS.
           MOVE SPACES TO HOLD-SHELF-TEXT-REC
           WRITE HOLD-SHELF-TEXT-REC
           MOVE WS-EXPIRED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO HOLD-SHELF-TEXT-REC
           STRING "HOLDS EXPIRED UNCOLLECTED      " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO HOLD-SHELF-TEXT-REC
           WRITE HOLD-SHELF-TEXT-REC
           MOVE WS-REFILLED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO HOLD-SHELF-TEXT-REC
           STRING "  REFILLED FOR THE NEXT PATRON " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO HOLD-SHELF-TEXT-REC
           WRITE HOLD-SHELF-TEXT-REC
           MOVE WS-SENT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO HOLD-SHELF-TEXT-REC
           STRING "  SENT TO ANOTHER BRANCH       " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO HOLD-SHELF-TEXT-REC
           WRITE HOLD-SHELF-TEXT-REC
           MOVE WS-RESTOCKED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO HOLD-SHELF-TEXT-REC
           STRING "  RESTOCKED                    " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO HOLD-SHELF-TEXT-REC
           WRITE HOLD-SHELF-TEXT-REC
           MOVE WS-EXCEPTION-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO HOLD-SHELF-TEXT-REC
           STRING "  COPIES TO CHECK              " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO HOLD-SHELF-TEXT-REC
           WRITE HOLD-SHELF-TEXT-REC
           MOVE WS-ON-SHELF-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO HOLD-SHELF-TEXT-REC
           STRING "COPIES ON THE HOLD SHELF       " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO HOLD-SHELF-TEXT-REC
           WRITE HOLD-SHELF-TEXT-REC.
       700-EXIT.
           EXIT.
      ***************************************************************
      *  The title's quantity on hand is the count of its copies
      *  on the shelf - recount them and rewrite the book.
      ***************************************************************
       780-DERIVE-ON-HAND.
           READ BOOK-FILE
               INVALID KEY GO TO 780-EXIT
           END-READ
           MOVE ZERO TO BR-QTY-ON-HAND
           MOVE 'N' TO WS-ITEM-EOF
           MOVE BR-BOOK-ISBN TO IT-ISBN
           START ITEM-FILE KEY IS EQUAL TO IT-ISBN
               INVALID KEY MOVE 'Y' TO WS-ITEM-EOF
           END-START
           PERFORM UNTIL ITEM-EOF
               READ ITEM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-ITEM-EOF
               END-READ
               IF NOT ITEM-EOF
                   IF IT-ISBN NOT = BR-BOOK-ISBN
                       MOVE 'Y' TO WS-ITEM-EOF
                   ELSE
                       IF ITEM-ON-SHELF
                           ADD 1 TO BR-QTY-ON-HAND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-ITEM-EOF
           REWRITE BOOK-REC
               INVALID KEY DISPLAY "ERROR UPDATING BOOK " BR-BOOK-ISBN
           END-REWRITE.
       780-EXIT.
           EXIT.
      ***************************************************************
      *  Every branch on the master, for the list.
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
                               "WORK TABLE - RUN REFUSED"
                           CLOSE BRANCH-MASTER-FILE
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-BRANCH-COUNT
                       MOVE BM-CODE TO WS-BT-CODE (WS-BRANCH-COUNT)
                       MOVE BM-NAME TO WS-BT-NAME (WS-BRANCH-COUNT)
               END-READ
           END-PERFORM
           CLOSE BRANCH-MASTER-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       900-EXIT.
           EXIT.
      ***************************************************************
      *  The hold days per patron type.  A missing file leaves the
      *  table empty and every hold gets the built-in week.
      ***************************************************************
       910-LOAD-TYPE-POLICY.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT PATRON-TYPE-FILE
           PERFORM UNTIL EOF OR WS-TYPE-COUNT = 10
               READ PATRON-TYPE-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-TYPE-COUNT
                       MOVE PT-TYPE TO WS-PT-TYPE (WS-TYPE-COUNT)
                       MOVE PT-HOLD-DAYS
                           TO WS-PT-HOLD-DAYS (WS-TYPE-COUNT)
               END-READ
           END-PERFORM
           CLOSE PATRON-TYPE-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       910-EXIT.
           EXIT.
