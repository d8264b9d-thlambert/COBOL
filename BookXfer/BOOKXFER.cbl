       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BOOKXFER.
       AUTHOR.  THOMAS LAMBERT.
      *****************************************************************
      * Transfer desk for copies moving between the main library and
      * the branch.  BOOKCIRC sends a copy in transit when it comes
      * back away from its home branch or is wanted by a hold at the
      * other branch; this program is where the receiving desk scans
      * it in, and where staff send a copy across by hand.
      *
      * Sending takes a copy on this branch's shelf to another
      * branch on the branch master: the copy goes in transit and a
      * transfer is logged.  Receiving finds the copy's open
      * transfer, closes it, and puts the copy on the shelf here -
      * a copy sent for a hold goes on the hold shelf for the
      * patron and the hold is filled, to be collected within the
      * hold days of the patron's type on the type policy.  A copy
      * scanned at the wrong branch is
      * refused so it can be sent on.  The list shows every copy in
      * transit to or from this branch.
      *
      *   File  :  C:\COBOL\BOOKITEM.DAT
      *   File  :  C:\COBOL\BOOKTRANSFER.DAT
      *   File  :  C:\COBOL\HOLDFILE.DAT
      *   Input :  C:\COBOL\BRANCHMASTER.DAT
      *   Input :  C:\COBOL\PATRONMASTER.DAT
      *   Input :  C:\COBOL\PATRONTYPES.DAT
      *   File  :  C:\COBOL\BOOKCATALOG.DAT
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BATCH-LOCK-FILE
                 ASSIGN TO UT-SYS-BATCH-LOCK-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BOOK-FILE
                 ASSIGN TO UT-SYS-BOOKFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS BR-BOOK-ISBN
                 ALTERNATE RECORD KEY IS BR-BOOK-TITLE
                     WITH DUPLICATES
                 ALTERNATE RECORD KEY IS BR-AUTHOR-ID
                     WITH DUPLICATES.
           SELECT OPTIONAL ITEM-FILE
                 ASSIGN TO UT-SYS-ITEMFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS IT-BARCODE
                 ALTERNATE RECORD KEY IS IT-ISBN
                     WITH DUPLICATES.
           SELECT PATRON-MASTER-FILE
                 ASSIGN TO UT-SYS-PATRONFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS PM-PATRON-ID.
           SELECT OPTIONAL HOLD-FILE
                 ASSIGN TO UT-SYS-HOLDFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS HD-HOLD-KEY.
           SELECT OPTIONAL BRANCH-MASTER-FILE
                 ASSIGN TO UT-SYS-BRANCHFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS BM-CODE.
           SELECT OPTIONAL TRANSFER-FILE
                 ASSIGN TO UT-SYS-TRANSFERFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS TR-KEY.
      *    OPTIONAL - WITH NO TYPE POLICY ON FILE A FILLED HOLD
      *    WAITS THE BUILT-IN WEEK.
           SELECT OPTIONAL PATRON-TYPE-FILE
                 ASSIGN TO UT-SYS-PATRON-TYPE-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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
      *    SET ASIDE ON THE HOLD SHELF FOR A FILLED HOLD - NOT ON
      *    HAND, AND LENT ONLY TO THE PATRON IT IS HELD FOR.
              88  ITEM-ON-HOLD-SHELF        VALUE "H".
          05  IT-STATUS-DATE                       PIC 9(8).
          05  IT-HOME-BRANCH                       PIC X(4).
          05  IT-AT-BRANCH                         PIC X(4).

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
      *    ONCE FILLED: THE DAY THE COPY WENT ON THE HOLD SHELF, THE
      *    LAST DAY THE PATRON MAY COLLECT IT, AND THE COPY ITSELF.
          05  HD-FILLED-DATE                       PIC 9(8).
          05  HD-PICKUP-BY                         PIC 9(8).
          05  HD-BARCODE                           PIC 9(10).

       FD BRANCH-MASTER-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 26 CHARACTERS.
       01 BRANCH-MASTER-REC.
          05  BM-CODE                              PIC X(4).
          05  BM-NAME                              PIC X(20).
          05  BM-TRANSIT-DAYS                      PIC 9(2).

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

      *    SAME PATRON TYPE POLICY BOOKCIRC LOADS - ONLY THE HOLD
      *    DAYS ARE USED HERE.
       FD PATRON-TYPE-FILE
          RECORD CONTAINS 9 CHARACTERS.
       01 PATRON-TYPE-REC.
          05  PT-TYPE                              PIC X.
          05  PT-MAX-LOANS                         PIC 99.
          05  PT-LOAN-DAYS                         PIC 99.
          05  PT-HOLD-DAYS                         PIC 99.
          05  PT-CARD-MONTHS                       PIC 99.

       FD BATCH-LOCK-FILE
          RECORD CONTAINS 49 CHARACTERS.
       01 BATCH-LOCK-REC.
          05  LK-HOLDER                            PIC X(8).
          05  LK-TIMESTAMP                         PIC X(21).
          05  LK-STEP                              PIC X(20).

       WORKING-STORAGE SECTION.
      *    PARAMETER AREA FOR THE SHARED SIGN-ON SUBPROGRAM - SEE
      *    OPERSIGNON FOR THE AGING, LOCKOUT, AND LOGGING RULES.
       01  SIGNON-PARMS.
           05  SGN-PROGRAM-NAME            PIC X(12).
           05  SGN-UNATTENDED              PIC X.
           05  SGN-OPERATOR-ID             PIC X(8).
           05  SGN-PASSWORD                PIC X(8).
           05  SGN-AUTH-LEVEL              PIC 9.
           05  SGN-OK                      PIC X.
       01 WS-FILES.
          05  UT-SYS-BOOKFILE                       PIC X(50)
                                   VALUE "C:\COBOL\BOOKCATALOG.DAT".
          05  UT-SYS-ITEMFILE                       PIC X(50)
                                   VALUE "C:\COBOL\BOOKITEM.DAT".
          05  UT-SYS-BATCH-LOCK-FILE                PIC X(50)
                                   VALUE "C:\COBOL\BATCHRUNLOCK.DAT".
          05  UT-SYS-PATRONFILE                     PIC X(50)
                                   VALUE "C:\COBOL\PATRONMASTER.DAT".
          05  UT-SYS-HOLDFILE                       PIC X(50)
                                   VALUE "C:\COBOL\HOLDFILE.DAT".
          05  UT-SYS-BRANCHFILE                     PIC X(50)
                                   VALUE "C:\COBOL\BRANCHMASTER.DAT".
          05  UT-SYS-TRANSFERFILE                   PIC X(50)
                                   VALUE "C:\COBOL\BOOKTRANSFER.DAT".
          05  UT-SYS-PATRON-TYPE-FILE               PIC X(50)
                                   VALUE "C:\COBOL\PATRONTYPES.DAT".
       01  WS-OPERATOR-ID                           PIC X(8).
       01  WS-SIGNON-AREA.
           05  WS-AUTH-LEVEL                       PIC 9
                                            VALUE ZERO.
           05  WS-SIGNON-OK                        PIC X
                                            VALUE 'N'.
               88  SIGNON-OK                 VALUE 'Y'.
       01  WS-SWITCHES.
           05  WS-STOP-PROGRAM                      PIC X
                                            VALUE 'N'.
               88  OK-TO-STOP               VALUE 'Y'.
           05  WS-ITEM-FOUND                        PIC X
                                            VALUE 'N'.
               88  ITEM-FOUND                VALUE 'Y'.
           05  WS-ITEM-EOF                          PIC X
                                            VALUE 'N'.
               88  ITEM-EOF                  VALUE 'Y'.
           05  WS-XFER-FOUND                        PIC X
                                            VALUE 'N'.
               88  XFER-FOUND                VALUE 'Y'.
           05  WS-XFER-EOF                          PIC X
                                            VALUE 'N'.
               88  XFER-EOF                  VALUE 'Y'.
           05  WS-HOLD-FOUND                        PIC X
                                            VALUE 'N'.
               88  HOLD-FOUND                VALUE 'Y'.
           05  WS-HOLD-EOF                          PIC X
                                            VALUE 'N'.
               88  HOLD-EOF                  VALUE 'Y'.
           05  WS-BRANCH-OK                         PIC X
                                            VALUE 'N'.
               88  BRANCH-OK                 VALUE 'Y'.
       01  WS-MENU-CHOICE                           PIC X.
       01  WS-XFER-WORK.
           05  WS-DESK-BRANCH                       PIC X(4)
                                            VALUE SPACES.
           05  WS-TO-BRANCH                         PIC X(4).
           05  WS-SCAN-BARCODE                      PIC 9(10).
           05  WS-OPEN-KEY                          PIC X(24).
           05  WS-TIMESTAMP                         PIC X(21).
           05  WS-TODAY-DATE                        PIC 9(8).
           05  WS-LIST-COUNT                        PIC 9(4).
           05  WS-REASON-NAME                       PIC X(10).
      *    ONE WEEK TO COLLECT A FILLED HOLD UNLESS THE PATRON'S
      *    TYPE SAYS OTHERWISE.
           05  WS-HOLD-DAYS                         PIC 99.
           05  WS-PICKUP-INT                        PIC 9(8).
      *    THE HOLD DAYS PER PATRON TYPE, LOADED AT STARTUP.
       01  WS-TYPE-TABLE.
           05  WS-TYPE-COUNT                        PIC 99
                                            VALUE ZERO.
           05  WS-TYPE-ENTRY OCCURS 10 TIMES.
               10  WS-PT-TYPE                       PIC X.
               10  WS-PT-HOLD-DAYS                  PIC 99.
       01  WS-TYPE-SUB                              PIC 99.

       PROCEDURE DIVISION.
      *************************************************************
      *  Sign on at a branch, then send, receive, or list copies
      *  in transit until the operator exits.
      *************************************************************
       100-MAIN.
           PERFORM 900-INITIALIZATION THRU 900-EXIT.
           IF NOT SIGNON-OK
               DISPLAY "SIGN-ON FAILED - PROGRAM ENDED"
               MOVE 'Y' TO WS-STOP-PROGRAM
           END-IF
           IF SIGNON-OK AND NOT BRANCH-OK
               DISPLAY "BRANCH NOT ON FILE - PROGRAM ENDED"
               MOVE 'Y' TO WS-STOP-PROGRAM
           END-IF
           PERFORM 200-PROCESS-MENU THRU 200-EXIT
                    UNTIL OK-TO-STOP.
           PERFORM 910-END-PROGRAM-RTN THRU 910-EXIT.
           GOBACK.
      ***************************************************************
      *     Transfer desk menu.
      ***************************************************************
       200-PROCESS-MENU.
           DISPLAY " "
           DISPLAY "1. SEND A COPY TO ANOTHER BRANCH"
           DISPLAY "2. RECEIVE A COPY IN TRANSIT"
           DISPLAY "3. LIST COPIES IN TRANSIT"
           DISPLAY "4. EXIT"
           DISPLAY "ENTER CHOICE: "
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM 300-SEND-COPY THRU 300-EXIT
               WHEN "2"
                   PERFORM 400-RECEIVE-COPY THRU 400-EXIT
               WHEN "3"
                   PERFORM 500-LIST-IN-TRANSIT THRU 500-EXIT
               WHEN "4"
                   MOVE 'Y' TO WS-STOP-PROGRAM
               WHEN OTHER
                   DISPLAY "INVALID CHOICE"
           END-EVALUATE.
       200-EXIT.
           EXIT.
      ***************************************************************
      *   Send a copy on this branch's shelf to another branch by
      *   hand.  The copy goes in transit to it and a manual
      *   transfer is logged; the title's quantity on hand is
      *   re-derived, since the copy has left the shelf.
      ***************************************************************
       300-SEND-COPY.
           DISPLAY "ENTER ITEM BARCODE: "
           ACCEPT WS-SCAN-BARCODE
           MOVE WS-SCAN-BARCODE TO IT-BARCODE
           PERFORM 740-READ-ITEM THRU 740-EXIT
           IF NOT ITEM-FOUND
               GO TO 300-EXIT
           END-IF
           IF NOT ITEM-ON-SHELF OR IT-AT-BRANCH NOT = WS-DESK-BRANCH
               DISPLAY "COPY IS NOT ON THE SHELF AT " WS-DESK-BRANCH
                   " - NOT SENT"
               GO TO 300-EXIT
           END-IF
           DISPLAY "SEND TO BRANCH: "
           ACCEPT WS-TO-BRANCH
           IF WS-TO-BRANCH = WS-DESK-BRANCH
               DISPLAY "COPY IS ALREADY AT " WS-DESK-BRANCH
               GO TO 300-EXIT
           END-IF
           MOVE WS-TO-BRANCH TO BM-CODE
           READ BRANCH-MASTER-FILE
               INVALID KEY
                   DISPLAY "BRANCH NOT ON FILE - NOT SENT"
                   GO TO 300-EXIT
           END-READ
           MOVE "T" TO IT-STATUS
           MOVE WS-TO-BRANCH TO IT-AT-BRANCH
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (1:8) TO IT-STATUS-DATE
           REWRITE ITEM-REC
               INVALID KEY
                   DISPLAY "ERROR UPDATING ITEM RECORD"
                   GO TO 300-EXIT
           END-REWRITE
           MOVE WS-DESK-BRANCH TO TR-FROM-BRANCH
           MOVE "M" TO TR-REASON
           MOVE ZERO TO TR-HOLD-SEQ
           PERFORM 475-WRITE-TRANSFER THRU 475-EXIT
           DISPLAY "COPY " IT-BARCODE " IN TRANSIT TO " BM-NAME
           MOVE IT-ISBN TO BR-BOOK-ISBN
           PERFORM 780-DERIVE-ON-HAND THRU 780-EXIT.
       300-EXIT.
           EXIT.
      ***************************************************************
      *   Receive a copy in transit.  Its open transfer must be
      *   headed here; the transfer closes, the copy goes on the
      *   shelf here, and a copy sent for a hold is set aside for
      *   that patron.  Any other arrival fills the oldest waiting
      *   hold picking up here.
      ***************************************************************
       400-RECEIVE-COPY.
           DISPLAY "ENTER ITEM BARCODE: "
           ACCEPT WS-SCAN-BARCODE
           MOVE WS-SCAN-BARCODE TO IT-BARCODE
           PERFORM 740-READ-ITEM THRU 740-EXIT
           IF NOT ITEM-FOUND
               GO TO 400-EXIT
           END-IF
           IF NOT ITEM-IN-TRANSIT
               DISPLAY "COPY IS NOT IN TRANSIT - NOTHING TO RECEIVE"
               GO TO 400-EXIT
           END-IF
           PERFORM 410-FIND-OPEN-TRANSFER THRU 410-EXIT
           IF NOT XFER-FOUND
               DISPLAY "NO OPEN TRANSFER ON FILE FOR THIS COPY"
               GO TO 400-EXIT
           END-IF
           IF TR-TO-BRANCH NOT = WS-DESK-BRANCH
               DISPLAY "COPY IS HEADED TO " TR-TO-BRANCH
                   " - SEND IT ON, NOT RECEIVED"
               GO TO 400-EXIT
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (1:8) TO WS-TODAY-DATE
           MOVE "C" TO TR-STATUS
           MOVE WS-TODAY-DATE TO TR-RECEIVED-DATE
           REWRITE TRANSFER-REC
               INVALID KEY
                   DISPLAY "ERROR UPDATING TRANSFER RECORD"
                   GO TO 400-EXIT
           END-REWRITE
           MOVE "S" TO IT-STATUS
           MOVE WS-DESK-BRANCH TO IT-AT-BRANCH
           MOVE WS-TODAY-DATE TO IT-STATUS-DATE
           REWRITE ITEM-REC
               INVALID KEY
                   DISPLAY "ERROR UPDATING ITEM RECORD"
                   GO TO 400-EXIT
           END-REWRITE
           DISPLAY "COPY " IT-BARCODE " RECEIVED FROM "
               TR-FROM-BRANCH
           MOVE IT-ISBN TO BR-BOOK-ISBN
           MOVE 'N' TO WS-HOLD-FOUND
           IF TR-FOR-HOLD
               PERFORM 420-RECEIVE-FOR-HOLD THRU 420-EXIT
           END-IF
           IF NOT HOLD-FOUND
               PERFORM 430-FILL-WAITING-HOLD THRU 430-EXIT
           END-IF
           PERFORM 780-DERIVE-ON-HAND THRU 780-EXIT.
       400-EXIT.
           EXIT.
      ***************************************************************
      *   Find the copy's most recent transfer still in transit.
      *   The transfer is left as the current record.
      ***************************************************************
       410-FIND-OPEN-TRANSFER.
           MOVE 'N' TO WS-XFER-FOUND
           MOVE 'N' TO WS-XFER-EOF
           MOVE IT-BARCODE TO TR-BARCODE
           MOVE LOW-VALUES TO TR-SENT-TS
           START TRANSFER-FILE KEY IS NOT LESS THAN TR-KEY
               INVALID KEY MOVE 'Y' TO WS-XFER-EOF
           END-START
           PERFORM UNTIL XFER-EOF
               READ TRANSFER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-XFER-EOF
               END-READ
               IF NOT XFER-EOF
                   IF TR-BARCODE NOT = IT-BARCODE
                       MOVE 'Y' TO WS-XFER-EOF
                   ELSE
                       IF TR-IN-TRANSIT
                           MOVE 'Y' TO WS-XFER-FOUND
                           MOVE TR-KEY TO WS-OPEN-KEY
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF XFER-FOUND
               MOVE WS-OPEN-KEY TO TR-KEY
               READ TRANSFER-FILE
                   INVALID KEY MOVE 'N' TO WS-XFER-FOUND
               END-READ
           END-IF.
       410-EXIT.
           EXIT.
      ***************************************************************
      *   The copy was sent for a particular hold.  If that hold is
      *   still waiting on it, set the copy aside and fill it.
      ***************************************************************
       420-RECEIVE-FOR-HOLD.
           MOVE TR-ISBN TO HD-ISBN
           MOVE TR-HOLD-SEQ TO HD-SEQ
           READ HOLD-FILE
               INVALID KEY GO TO 420-EXIT
           END-READ
           IF NOT HOLD-IN-TRANSIT
               DISPLAY "THE HOLD THIS COPY WAS SENT FOR IS NO LONGER "
                   "OPEN"
               GO TO 420-EXIT
           END-IF
           MOVE 'Y' TO WS-HOLD-FOUND
           PERFORM 440-SET-ASIDE THRU 440-EXIT.
       420-EXIT.
           EXIT.
      ***************************************************************
      *   A copy arriving for no particular hold goes to the oldest
      *   hold still waiting on the title, if it picks up here.
      ***************************************************************
       430-FILL-WAITING-HOLD.
           MOVE 'N' TO WS-HOLD-EOF
           MOVE BR-BOOK-ISBN TO HD-ISBN
           MOVE ZERO TO HD-SEQ
           START HOLD-FILE KEY IS NOT LESS THAN HD-HOLD-KEY
               INVALID KEY MOVE 'Y' TO WS-HOLD-EOF
           END-START
           PERFORM UNTIL HOLD-EOF OR HOLD-FOUND
               READ HOLD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-HOLD-EOF
               END-READ
               IF NOT HOLD-EOF
                   IF HD-ISBN NOT = BR-BOOK-ISBN
                       MOVE 'Y' TO WS-HOLD-EOF
                   ELSE
                       IF HOLD-WAITING
                           MOVE 'Y' TO WS-HOLD-FOUND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF NOT HOLD-FOUND
               GO TO 430-EXIT
           END-IF
           IF HD-PICKUP-BRANCH NOT = WS-DESK-BRANCH
               AND HD-PICKUP-BRANCH NOT = SPACES
               DISPLAY "*** HOLD WAITING FOR PICKUP AT "
                   HD-PICKUP-BRANCH " - SEND THIS COPY ON"
               GO TO 430-EXIT
           END-IF
           PERFORM 440-SET-ASIDE THRU 440-EXIT.
       430-EXIT.
           EXIT.
      ***************************************************************
      *   Tell the desk who the copy is for, put it on the hold
      *   shelf, and fill the hold with the copy and the last day
      *   to collect it - the hold days of the patron's type.
      ***************************************************************
       440-SET-ASIDE.
           MOVE HD-PATRON-ID TO PM-PATRON-ID
           READ PATRON-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO PM-NAME
                   MOVE SPACES TO PM-PATRON-TYPE
           END-READ
           DISPLAY "*** HOLD WAITING - SET THIS COPY ASIDE FOR "
               "PATRON " HD-PATRON-ID " " PM-NAME
           MOVE "H" TO IT-STATUS
           REWRITE ITEM-REC
               INVALID KEY
                   DISPLAY "ERROR UPDATING ITEM RECORD"
                   GO TO 440-EXIT
           END-REWRITE
           MOVE 7 TO WS-HOLD-DAYS
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
               IF WS-PT-TYPE (WS-TYPE-SUB) = PM-PATRON-TYPE
                   AND WS-PT-HOLD-DAYS (WS-TYPE-SUB) NUMERIC
                   AND WS-PT-HOLD-DAYS (WS-TYPE-SUB) > ZERO
                   MOVE WS-PT-HOLD-DAYS (WS-TYPE-SUB) TO WS-HOLD-DAYS
               END-IF
           END-PERFORM
           COMPUTE WS-PICKUP-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) + WS-HOLD-DAYS
           MOVE "F" TO HD-STATUS
           MOVE WS-TODAY-DATE TO HD-FILLED-DATE
           COMPUTE HD-PICKUP-BY =
               FUNCTION DATE-OF-INTEGER(WS-PICKUP-INT)
           MOVE IT-BARCODE TO HD-BARCODE
           REWRITE HOLD-REC
               INVALID KEY DISPLAY "ERROR FILLING HOLD"
               NOT INVALID KEY
                   DISPLAY "*** ON THE HOLD SHELF - TO BE COLLECTED BY "
                       HD-PICKUP-BY
           END-REWRITE.
       440-EXIT.
           EXIT.
      ***************************************************************
      *   Log the copy's trip to IT-AT-BRANCH.  The caller sets the
      *   from branch, reason, and hold sequence.
      ***************************************************************
       475-WRITE-TRANSFER.
           MOVE IT-BARCODE TO TR-BARCODE
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (1:14) TO TR-SENT-TS
           MOVE IT-ISBN TO TR-ISBN
           MOVE IT-AT-BRANCH TO TR-TO-BRANCH
           MOVE "T" TO TR-STATUS
           MOVE ZERO TO TR-RECEIVED-DATE
           MOVE WS-OPERATOR-ID TO TR-OPERATOR-ID
           WRITE TRANSFER-REC
               INVALID KEY DISPLAY "ERROR WRITING TRANSFER RECORD"
           END-WRITE.
       475-EXIT.
           EXIT.
      ***************************************************************
      *   Every copy in transit to or from this branch.
      ***************************************************************
       500-LIST-IN-TRANSIT.
           MOVE ZERO TO WS-LIST-COUNT
           MOVE 'N' TO WS-XFER-EOF
           MOVE LOW-VALUES TO TR-KEY
           START TRANSFER-FILE KEY IS NOT LESS THAN TR-KEY
               INVALID KEY MOVE 'Y' TO WS-XFER-EOF
           END-START
           DISPLAY "BARCODE    FROM TO   SENT     REASON"
           PERFORM UNTIL XFER-EOF
               READ TRANSFER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-XFER-EOF
               END-READ
               IF NOT XFER-EOF AND TR-IN-TRANSIT
                   AND (TR-FROM-BRANCH = WS-DESK-BRANCH
                     OR TR-TO-BRANCH = WS-DESK-BRANCH)
                   EVALUATE TRUE
                       WHEN TR-RETURN-HOME
                           MOVE "RETURN" TO WS-REASON-NAME
                       WHEN TR-FOR-HOLD
                           MOVE "HOLD" TO WS-REASON-NAME
                       WHEN OTHER
                           MOVE "MANUAL" TO WS-REASON-NAME
                   END-EVALUATE
                   DISPLAY TR-BARCODE " " TR-FROM-BRANCH " "
                       TR-TO-BRANCH " " TR-SENT-TS (1:8) " "
                       WS-REASON-NAME
                   ADD 1 TO WS-LIST-COUNT
               END-IF
           END-PERFORM
           DISPLAY WS-LIST-COUNT " COPIES IN TRANSIT".
       500-EXIT.
           EXIT.
      ***************************************************************
      *   Read the scanned copy from the item file.
      ***************************************************************
       740-READ-ITEM.
           READ ITEM-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ITEM-FOUND
                   DISPLAY "ITEM NOT ON FILE - " IT-BARCODE
               NOT INVALID KEY MOVE 'Y' TO WS-ITEM-FOUND
           END-READ.
       740-EXIT.
           EXIT.
      ***************************************************************
      *   The title's quantity on hand is the count of its copies
      *   on the shelf - recount them and rewrite the book.  The
      *   item record is read over.
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
           REWRITE BOOK-REC
               INVALID KEY DISPLAY "ERROR UPDATING BOOK RECORD"
           END-REWRITE.
       780-EXIT.
           EXIT.
      ***************************************************************
      *   Open the files, sign on, and pick the desk's branch.
      ***************************************************************
       900-INITIALIZATION.
           PERFORM 045-CHECK-RUN-LOCK THRU 045-EXIT.
           OPEN I-O BOOK-FILE.
           OPEN I-O ITEM-FILE.
           OPEN INPUT PATRON-MASTER-FILE.
           OPEN I-O HOLD-FILE.
           OPEN INPUT BRANCH-MASTER-FILE.
           OPEN I-O TRANSFER-FILE.
           PERFORM 065-LOAD-TYPE-POLICY THRU 065-EXIT.
           PERFORM 050-SIGN-ON THRU 050-EXIT.
           IF SIGNON-OK
               PERFORM 055-SELECT-BRANCH THRU 055-EXIT
           END-IF.
       900-EXIT.
           EXIT.
      ***************************************************************
      *   Refuse to start while the nightly chain holds the system
      *   run-lock.
      ***************************************************************
       045-CHECK-RUN-LOCK.
           OPEN INPUT BATCH-LOCK-FILE
           READ BATCH-LOCK-FILE
               AT END CONTINUE
               NOT AT END
                   DISPLAY "BATCH RUN IN PROGRESS - LOCK HELD BY "
                       LK-HOLDER " SINCE " LK-TIMESTAMP
                   DISPLAY "THE SHARED MASTERS ARE NOT AVAILABLE - "
                       "PROGRAM ENDED"
                   CLOSE BATCH-LOCK-FILE
                   GOBACK
           END-READ
           CLOSE BATCH-LOCK-FILE.
       045-EXIT.
           EXIT.
      ***************************************************************
      *   Validate the operator against the central operator master.
      ***************************************************************
       050-SIGN-ON.
           MOVE "BOOKXFER" TO SGN-PROGRAM-NAME
           MOVE "N" TO SGN-UNATTENDED
           MOVE SPACES TO SGN-OPERATOR-ID
           MOVE SPACES TO SGN-PASSWORD
           CALL "OPERSIGNON" USING SIGNON-PARMS
           MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE SGN-AUTH-LEVEL TO WS-AUTH-LEVEL
           MOVE SGN-OK TO WS-SIGNON-OK.
       050-EXIT.
           EXIT.
      ***************************************************************
      *   The desk works for one branch for the whole session.
      ***************************************************************
       055-SELECT-BRANCH.
           MOVE 'N' TO WS-BRANCH-OK
           DISPLAY "BRANCH CODE FOR THIS DESK: "
           ACCEPT WS-DESK-BRANCH
           MOVE WS-DESK-BRANCH TO BM-CODE
           READ BRANCH-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-BRANCH-OK
                   DISPLAY "SIGNED ON AT " BM-NAME
           END-READ.
       055-EXIT.
           EXIT.
      ***************************************************************
      *   Load the hold days per patron type.  A missing file leaves
      *   the table empty and every hold gets the built-in week.
      ***************************************************************
       065-LOAD-TYPE-POLICY.
           OPEN INPUT PATRON-TYPE-FILE
           PERFORM UNTIL WS-TYPE-COUNT = 10
               READ PATRON-TYPE-FILE
                   AT END GO TO 065-LOADED
                   NOT AT END
                       ADD 1 TO WS-TYPE-COUNT
                       MOVE PT-TYPE TO WS-PT-TYPE (WS-TYPE-COUNT)
                       MOVE PT-HOLD-DAYS
                           TO WS-PT-HOLD-DAYS (WS-TYPE-COUNT)
               END-READ
           END-PERFORM.
       065-LOADED.
           CLOSE PATRON-TYPE-FILE.
       065-EXIT.
           EXIT.
      ***************************************************************
      *   Close the files.
      ***************************************************************
       910-END-PROGRAM-RTN.
           CLOSE BOOK-FILE.
           CLOSE ITEM-FILE.
           CLOSE PATRON-MASTER-FILE.
           CLOSE HOLD-FILE.
           CLOSE BRANCH-MASTER-FILE.
           CLOSE TRANSFER-FILE.
       910-EXIT.
           EXIT.
