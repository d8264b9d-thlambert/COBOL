      * against an indexed file, built the same way EMPMAINT's add
      * screen is built against the employee master.
      *
      * The copies in hand keyed with the title each become an item
      * on BOOKITEM.DAT under the next free barcode (new, on the
      * main library's shelf, costed at the title's price), and the
      * barcode range is shown for the labels - the quantity on hand
      * is the count of those copies on the shelf.
      *
      * The call number is keyed with the title, and the book can be
      * filed under up to five subject headings from SUBJECT.DAT
      * (kept by SUBJMAINT) - one row per heading on BOOKSUBJ.DAT.
      * An ID not on the subject master refuses the add.
      *
      *   File  :  C:\COBOL\BOOKCATALOG.DAT
      *            C:\COBOL\BOOKITEM.DAT
      *            C:\COBOL\BOOKSUBJ.DAT
      *   Input :  C:\COBOL\SUBJECT.DAT
      *****************************************************************

       ENVIRONMENT DIVISION.
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
           SELECT AUTHOR-FILE
                 ASSIGN TO UT-SYS-AUTHORFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS AR-AUTHOR-ID.
           SELECT OPTIONAL SUBJECT-FILE
                 ASSIGN TO UT-SYS-SUBJECTFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS SJ-SUBJECT-ID
                 ALTERNATE RECORD KEY IS SJ-HEADING
                     WITH DUPLICATES.
           SELECT OPTIONAL BOOK-SUBJECT-FILE
                 ASSIGN TO UT-SYS-BOOKSUBJFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS SL-KEY
                 ALTERNATE RECORD KEY IS SL-SUBJECT-ID
                     WITH DUPLICATES.
           SELECT BOOK-ADD-HISTORY-FILE
                 ASSIGN TO UT-SYS-ADD-HISTORY-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.

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

      *    ONE RECORD PER PHYSICAL COPY, KEYED BY ITS BARCODE.  THE
      *    CATALOG'S QUANTITY ON HAND IS THE COUNT OF A TITLE'S
      *    COPIES ON THE SHELF.
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
          05  IT-STATUS-DATE                       PIC 9(8).
      *    THE BRANCH THE COPY BELONGS TO, AND THE BRANCH IT IS AT -
      *    OR, WHILE IN TRANSIT, THE BRANCH IT IS HEADED TO.
          05  IT-HOME-BRANCH                       PIC X(4).
          05  IT-AT-BRANCH                         PIC X(4).

       FD AUTHOR-FILE
          LABEL RECORDS ARE STANDARD
          05  AR-AUTHOR-ID                          PIC 9(5).
          05  AR-AUTHOR-NAME                        PIC X(30).

       FD SUBJECT-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 35 CHARACTERS.
       01 SUBJECT-REC.
          05  SJ-SUBJECT-ID                        PIC 9(5).
          05  SJ-HEADING                           PIC X(30).

      *    ONE ROW PER BOOK PER SUBJECT HEADING IT IS FILED UNDER.
       FD BOOK-SUBJECT-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 18 CHARACTERS.
       01 BOOK-SUBJECT-REC.
          05  SL-KEY.
              10  SL-ISBN                          PIC 9(13).
              10  SL-SUBJECT-ID                    PIC 9(5).

       FD BOOK-ADD-HISTORY-FILE
          RECORD CONTAINS 112 CHARACTERS.
       01 BOOK-ADD-HISTORY-REC.
                                    VALUE "C:\COBOL\AUTHOR.DAT".
           05  UT-SYS-ADD-HISTORY-FILE              PIC X(50)
                                    VALUE "C:\COBOL\BOOKADDHIST.DAT".
           05  UT-SYS-ITEMFILE                      PIC X(50)
                                    VALUE "C:\COBOL\BOOKITEM.DAT".
           05  UT-SYS-SUBJECTFILE                   PIC X(50)
                                    VALUE "C:\COBOL\SUBJECT.DAT".
           05  UT-SYS-BOOKSUBJFILE                  PIC X(50)
                                    VALUE "C:\COBOL\BOOKSUBJ.DAT".
       01  WS-OPERATOR-ID                           PIC X(8).
       01  WS-SWITCHES.
           05  WS-STOP-PROGRAM                      PIC X
                                            VALUE .01.
           05  WS-MAX-PRICE                         PIC 9(5)V99
                                            VALUE 999.99.
      *    COPIES ARE RECEIVED AND PROCESSED AT THE MAIN LIBRARY,
      *    WHICH IS THEIR HOME BRANCH UNTIL TRANSFERRED.
       01  WS-MAIN-BRANCH                          PIC X(4)
                                            VALUE "MAIN".
      *    BARCODES ARE ISSUED ONE PAST THE HIGHEST ON THE ITEM FILE.
       01  WS-ITEM-WORK.
           05  WS-NEXT-BARCODE                      PIC 9(10)
                                            VALUE ZERO.
           05  WS-FIRST-BARCODE                     PIC 9(10).
           05  WS-COPY-SUB                          PIC 9(5).
           05  WS-ITEM-EOF                          PIC X
                                            VALUE 'N'.
               88  ITEM-EOF                  VALUE 'Y'.
      *    THE SUBJECT IDS KEYED FOR THE BOOK - ZERO IS AN UNUSED
      *    SLOT.
       01  WS-SUBJECT-ENTRY.
           05  WS-SUBJ-1                            PIC 9(5).
           05  WS-SUBJ-2                            PIC 9(5).
           05  WS-SUBJ-3                            PIC 9(5).
           05  WS-SUBJ-4                            PIC 9(5).
           05  WS-SUBJ-5                            PIC 9(5).
       01  WS-SUBJECT-ENTRY-R REDEFINES WS-SUBJECT-ENTRY.
           05  WS-SUBJ-ID OCCURS 5 TIMES            PIC 9(5).
       01  WS-SUBJ-SUB                              PIC 9.
       01 WS-DATE.
          05 WS-YEAR                                PIC 9(4).
          05 WS-MONTH                               PIC 99.
              10 LINE 9  COL 16    VALUE "PUBLISHER:".
              10 LINE 9  COL 27    PIC X(20) TO BR-BOOK-PUBLISHER.
           05 SCR2-R10.
              10 LINE 10 COL 16    VALUE "COPIES IN HAND:".
              10 LINE 10 COL 32    PIC 9(4) TO BR-QTY-ON-HAND.
           05 SCR2-R11.
              10 LINE 11 COL 16    VALUE "REORDER POINT:".
              10 LINE 11 COL 31    PIC 9(4) TO BR-REORDER-POINT.
           05 SCR2-R12.
              10 LINE 12 COL 16    VALUE "CALL NUMBER:".
              10 LINE 12 COL 29    PIC X(20) TO BR-CALL-NUMBER.
           05 SCR2-R13.
              10 LINE 13 COL 16    VALUE "SUBJECT IDS:".
              10 LINE 13 COL 29    PIC 9(5) TO WS-SUBJ-1.
              10 LINE 13 COL 35    PIC 9(5) TO WS-SUBJ-2.
              10 LINE 13 COL 41    PIC 9(5) TO WS-SUBJ-3.
              10 LINE 13 COL 47    PIC 9(5) TO WS-SUBJ-4.
              10 LINE 13 COL 53    PIC 9(5) TO WS-SUBJ-5.
       01 SCR03.
           05 SCR3-R18.
              10 LINE 18 COL 16    VALUE "PRESS ENTER TO CONTINUE".
       01 SCRIERR.
           05 SCRIERR-R20.
              10 LINE 20 COL 16    VALUE "INVALID ISBN CHECK DIGIT".
       01 SCRSERR.
           05 SCRSERR-R22.
              10 LINE 22 COL 16    VALUE "SUBJECT ID NOT ON FILE  ".
       01 SCRADDSUC.
           05 SCRADDSUC-R18.
              10 LINE 18 COL 16    VALUE "BOOK ADDED              ".
       01 SCRBARCODES.
           05 SCRBARCODES-R21.
              10 LINE 21 COL 16    VALUE "BARCODES ".
              10 LINE 21 COL 25    PIC 9(10) FROM WS-FIRST-BARCODE.
              10 LINE 21 COL 35    VALUE "-".
              10 LINE 21 COL 36    PIC 9(10) FROM WS-NEXT-BARCODE.

       PROCEDURE DIVISION.
      ***************************************************************
                   NOT INVALID KEY
                       DISPLAY SCRADDSUC
                       PERFORM 470-WRITE-ADD-HISTORY THRU 470-EXIT
                       PERFORM 480-CREATE-ITEMS THRU 480-EXIT
                       PERFORM 490-WRITE-SUBJECT-LINKS THRU 490-EXIT
               END-WRITE
           END-IF
           DISPLAY SCR03
      *   Collect the rest of the book's data for the add and check
      *   it before OK-TO-ADD is allowed to stay 'Y'.  All checks
      *   always run (rather than short-circuiting on the first
      *   failure) so an ISBN, author, price, and subject error on
      *   the same attempt are all shown instead of hiding the later
      *   ones.
      ***************************************************************
       400-ENTER-BOOK-DATA.
           MOVE 'Y' TO WS-OK-TO-ADD
           MOVE SPACES TO BR-CALL-NUMBER
           MOVE ZERO TO WS-SUBJECT-ENTRY
           DISPLAY SCR02
           ACCEPT SCR02
           PERFORM 440-VALIDATE-ISBN THRU 440-EXIT
           PERFORM 450-VALIDATE-AUTHOR THRU 450-EXIT
           PERFORM 460-VALIDATE-PRICE THRU 460-EXIT
           PERFORM 465-VALIDATE-SUBJECTS THRU 465-EXIT.
       400-EXIT.
           EXIT.
      ***************************************************************
       460-EXIT.
           EXIT.
      ***************************************************************
      *   Reject the add if any subject ID keyed is not on the
      *   subject master.
      ***************************************************************
       465-VALIDATE-SUBJECTS.
           PERFORM VARYING WS-SUBJ-SUB FROM 1 BY 1
                   UNTIL WS-SUBJ-SUB > 5
               IF WS-SUBJ-ID (WS-SUBJ-SUB) NOT = ZERO
                   MOVE WS-SUBJ-ID (WS-SUBJ-SUB) TO SJ-SUBJECT-ID
                   READ SUBJECT-FILE
                       INVALID KEY
                           DISPLAY SCRSERR
                           MOVE 'N' TO WS-OK-TO-ADD
                   END-READ
               END-IF
           END-PERFORM.
       465-EXIT.
           EXIT.
      ***************************************************************
      *   Log the book just added to the add-history file.  SEE
      *   REQUEST 033 for BAH-OPERATOR-ID.
      ***************************************************************
       470-EXIT.
           EXIT.
      ***************************************************************
      *   One item per copy in hand, on the shelf under the next
      *   barcode.
      ***************************************************************
       480-CREATE-ITEMS.
           IF BR-QTY-ON-HAND = ZERO
               GO TO 480-EXIT
           END-IF
           COMPUTE WS-FIRST-BARCODE = WS-NEXT-BARCODE + 1
           PERFORM VARYING WS-COPY-SUB FROM 1 BY 1
                   UNTIL WS-COPY-SUB > BR-QTY-ON-HAND
               ADD 1 TO WS-NEXT-BARCODE
               MOVE WS-NEXT-BARCODE TO IT-BARCODE
               MOVE BR-BOOK-ISBN TO IT-ISBN
               MOVE WS-DATE (1:8) TO IT-ACQ-DATE
               MOVE BR-BOOK-PRICE TO IT-COST
               MOVE "N" TO IT-CONDITION
               MOVE "S" TO IT-STATUS
               MOVE WS-DATE (1:8) TO IT-STATUS-DATE
               MOVE WS-MAIN-BRANCH TO IT-HOME-BRANCH
               MOVE WS-MAIN-BRANCH TO IT-AT-BRANCH
               WRITE ITEM-REC
                   INVALID KEY DISPLAY "ERROR WRITING ITEM " IT-BARCODE
               END-WRITE
           END-PERFORM
           DISPLAY SCRBARCODES.
       480-EXIT.
           EXIT.
      ***************************************************************
      *   File the book under each subject keyed.  A heading keyed
      *   twice is filed once.
      ***************************************************************
       490-WRITE-SUBJECT-LINKS.
           PERFORM VARYING WS-SUBJ-SUB FROM 1 BY 1
                   UNTIL WS-SUBJ-SUB > 5
               IF WS-SUBJ-ID (WS-SUBJ-SUB) NOT = ZERO
                   MOVE BR-BOOK-ISBN TO SL-ISBN
                   MOVE WS-SUBJ-ID (WS-SUBJ-SUB) TO SL-SUBJECT-ID
                   WRITE BOOK-SUBJECT-REC
                       INVALID KEY CONTINUE
                   END-WRITE
               END-IF
           END-PERFORM.
       490-EXIT.
           EXIT.
      ***************************************************************
      *   Open the files and get the current date.
      ***************************************************************
       900-INITIALIZATION.
           OPEN I-O BOOK-FILE.
           OPEN INPUT AUTHOR-FILE.
           OPEN EXTEND BOOK-ADD-HISTORY-FILE.
           OPEN INPUT SUBJECT-FILE.
           OPEN I-O BOOK-SUBJECT-FILE.
      *    THE HIGHEST BARCODE ALREADY ISSUED.
           OPEN I-O ITEM-FILE.
           PERFORM UNTIL ITEM-EOF
               READ ITEM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-ITEM-EOF
                   NOT AT END MOVE IT-BARCODE TO WS-NEXT-BARCODE
               END-READ
           END-PERFORM.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE.
           DISPLAY "ENTER OPERATOR ID: "
           ACCEPT WS-OPERATOR-ID.
           CLOSE BOOK-FILE.
           CLOSE AUTHOR-FILE.
           CLOSE BOOK-ADD-HISTORY-FILE.
           CLOSE ITEM-FILE.
           CLOSE SUBJECT-FILE.
           CLOSE BOOK-SUBJECT-FILE.
       910-EXIT.
           EXIT.
