      * entered wrong.  This is the companion program that rewrites an
      * existing BOOK-REC by BR-BOOK-ISBN.  SEE REQUEST 028.
      *
      * The quantity on hand is shown but cannot be keyed - it is
      * the count of the title's copies on the shelf on BOOKITEM.DAT,
      * kept by circulation, receiving, and the inventory count.
      *
      * The call number is rekeyed with the rest, and the subject
      * headings the book is filed under come up in the five
      * subject slots to be changed, cleared, or added to; the
      * book's rows on BOOKSUBJ.DAT are replaced by what is left in
      * the slots once the update is accepted.
      *
      *   File  :  C:\COBOL\BOOKCATALOG.DAT
      *            C:\COBOL\BOOKSUBJ.DAT
      *   Input :  C:\COBOL\SUBJECT.DAT
      *****************************************************************

       ENVIRONMENT DIVISION.
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
           SELECT BOOK-UPD-HISTORY-FILE
                 ASSIGN TO UT-SYS-UPD-HISTORY-FILE
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

       FD BOOK-UPD-HISTORY-FILE
          RECORD CONTAINS 112 CHARACTERS.
       01 BOOK-UPD-HISTORY-REC.
                                    VALUE "C:\COBOL\AUTHOR.DAT".
           05  UT-SYS-UPD-HISTORY-FILE              PIC X(50)
                                    VALUE "C:\COBOL\BOOKUPDHIST.DAT".
           05  UT-SYS-SUBJECTFILE                   PIC X(50)
                                    VALUE "C:\COBOL\SUBJECT.DAT".
           05  UT-SYS-BOOKSUBJFILE                  PIC X(50)
                                    VALUE "C:\COBOL\BOOKSUBJ.DAT".
       01  WS-OPERATOR-ID                           PIC X(8).
      *    ISBN-13 CHECK-DIGIT WORK AREA - THE ISBN IS THE RECORD
      *    KEY, SO A TRANSPOSED DIGIT CREATES A PHANTOM CATALOG ENTRY
           05  WS-OK-TO-UPDATE                      PIC X
                                            VALUE 'Y'.
               88  OK-TO-UPDATE              VALUE 'Y'.
           05  WS-LINK-EOF                          PIC X
                                            VALUE 'N'.
               88  LINK-EOF                  VALUE 'Y'.
      *    THE SUBJECT IDS THE BOOK IS FILED UNDER - ZERO IS AN UNUSED
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
           05 SCRUPD-R9.
              10 LINE 9  COL 16    VALUE "PRICE:".
              10 LINE 9  COL 27    PIC 99999V99 TO BR-BOOK-PRICE.
           05 SCRUPD-R11.
              10 LINE 11 COL 16    VALUE "REORDER POINT:".
              10 LINE 11 COL 31    PIC 9(4) TO BR-REORDER-POINT.
           05 SCRUPD-R12.
              10 LINE 12 COL 16    VALUE "CALL NUMBER:".
              10 LINE 12 COL 29    PIC X(20) TO BR-CALL-NUMBER.
           05 SCRUPD-R13.
              10 LINE 13 COL 16    VALUE "SUBJECT IDS:".
              10 LINE 13 COL 29    PIC 9(5) USING WS-SUBJ-1.
              10 LINE 13 COL 35    PIC 9(5) USING WS-SUBJ-2.
              10 LINE 13 COL 41    PIC 9(5) USING WS-SUBJ-3.
              10 LINE 13 COL 47    PIC 9(5) USING WS-SUBJ-4.
              10 LINE 13 COL 53    PIC 9(5) USING WS-SUBJ-5.
       01 SCRVIEW.
           05 SCRVIEW-R6.
              10 LINE 6  COL 16    VALUE "TITLE:" ERASE EOL.
           05 SCRVIEW-R11.
              10 LINE 11 COL 16    VALUE "REORDER POINT:".
              10 LINE 11 COL 31    PIC 9(4) FROM BR-REORDER-POINT.
           05 SCRVIEW-R12.
              10 LINE 12 COL 16    VALUE "CALL NUMBER:".
              10 LINE 12 COL 29    PIC X(20) FROM BR-CALL-NUMBER.
       01 SCRUPDSUC.
           05 SCRUPDSUC-R18.
              10 LINE 18 COL 16    VALUE "BOOK UPDATED".
       01 SCRIERR.
           05 SCRIERR-R20.
              10 LINE 20 COL 16    VALUE "INVALID ISBN CHECK DIGIT".
       01 SCRSERR.
           05 SCRSERR-R22.
              10 LINE 22 COL 16    VALUE "SUBJECT ID NOT ON FILE  ".

       PROCEDURE DIVISION.
      ***************************************************************
           ACCEPT SCR01
           PERFORM 700-READ-BOOK-MASTER THRU 700-EXIT
           IF BOOK-FOUND
               PERFORM 420-LOAD-SUBJECTS THRU 420-EXIT
               DISPLAY SCRVIEW
               DISPLAY SCRUPD1
               ACCEPT SCRUPD1
               MOVE 'Y' TO WS-OK-TO-UPDATE
      *        ALL CHECKS ALWAYS RUN (RATHER THAN SHORT-CIRCUITING ON
      *        THE FIRST FAILURE) SO AN ISBN, AUTHOR, PRICE, OR
      *        SUBJECT ERROR ON THE SAME ATTEMPT ARE ALL SHOWN.
               PERFORM 440-VALIDATE-ISBN THRU 440-EXIT
               PERFORM 450-VALIDATE-AUTHOR THRU 450-EXIT
               PERFORM 460-VALIDATE-PRICE THRU 460-EXIT
               PERFORM 465-VALIDATE-SUBJECTS THRU 465-EXIT
               IF OK-TO-UPDATE
                   REWRITE BOOK-REC
                       INVALID KEY DISPLAY SCR05
                       NOT INVALID KEY
                           DISPLAY SCRUPDSUC
                           PERFORM 470-WRITE-UPD-HISTORY THRU 470-EXIT
                           PERFORM 480-REPLACE-SUBJECTS THRU 480-EXIT
                   END-REWRITE
               END-IF
               DISPLAY SCR02
       400-EXIT.
           EXIT.
      ***************************************************************
      *   The subject headings the book is filed under, into the
      *   slots - the first five.
      ***************************************************************
       420-LOAD-SUBJECTS.
           MOVE ZERO TO WS-SUBJECT-ENTRY
           MOVE ZERO TO WS-SUBJ-SUB
           MOVE 'N' TO WS-LINK-EOF
           MOVE BR-BOOK-ISBN TO SL-ISBN
           MOVE ZERO TO SL-SUBJECT-ID
           START BOOK-SUBJECT-FILE KEY IS NOT LESS THAN SL-KEY
               INVALID KEY MOVE 'Y' TO WS-LINK-EOF
           END-START
           PERFORM UNTIL LINK-EOF OR WS-SUBJ-SUB = 5
               READ BOOK-SUBJECT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LINK-EOF
               END-READ
               IF NOT LINK-EOF
                   IF SL-ISBN NOT = BR-BOOK-ISBN
                       MOVE 'Y' TO WS-LINK-EOF
                   ELSE
                       ADD 1 TO WS-SUBJ-SUB
                       MOVE SL-SUBJECT-ID TO WS-SUBJ-ID (WS-SUBJ-SUB)
                   END-IF
               END-IF
           END-PERFORM.
       420-EXIT.
           EXIT.
      ***************************************************************
      *   Verify the ISBN-13 check digit: the first twelve digits,
      *   weighted 1 and 3 alternately, plus the check digit must
      *   come to a multiple of ten.
       460-EXIT.
           EXIT.
      ***************************************************************
      *   Reject the update if any subject ID in the slots is not on
      *   the subject master.
      ***************************************************************
       465-VALIDATE-SUBJECTS.
           PERFORM VARYING WS-SUBJ-SUB FROM 1 BY 1
                   UNTIL WS-SUBJ-SUB > 5
               IF WS-SUBJ-ID (WS-SUBJ-SUB) NOT = ZERO
                   MOVE WS-SUBJ-ID (WS-SUBJ-SUB) TO SJ-SUBJECT-ID
                   READ SUBJECT-FILE
                       INVALID KEY
                           DISPLAY SCRSERR
                           MOVE 'N' TO WS-OK-TO-UPDATE
                   END-READ
               END-IF
           END-PERFORM.
       465-EXIT.
           EXIT.
      ***************************************************************
      *   Log the book just updated to the update-history file.  SEE
      *   REQUEST 033 for BUH-OPERATOR-ID.
      ***************************************************************
       470-EXIT.
           EXIT.
      ***************************************************************
      *   Drop the book's subject rows and file it under what is in
      *   the slots now.
      ***************************************************************
       480-REPLACE-SUBJECTS.
           MOVE 'N' TO WS-LINK-EOF
           MOVE BR-BOOK-ISBN TO SL-ISBN
           MOVE ZERO TO SL-SUBJECT-ID
           START BOOK-SUBJECT-FILE KEY IS NOT LESS THAN SL-KEY
               INVALID KEY MOVE 'Y' TO WS-LINK-EOF
           END-START
           PERFORM UNTIL LINK-EOF
               READ BOOK-SUBJECT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LINK-EOF
               END-READ
               IF NOT LINK-EOF
                   IF SL-ISBN NOT = BR-BOOK-ISBN
                       MOVE 'Y' TO WS-LINK-EOF
                   ELSE
                       DELETE BOOK-SUBJECT-FILE
                           INVALID KEY CONTINUE
                       END-DELETE
                   END-IF
               END-IF
           END-PERFORM
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
       480-EXIT.
           EXIT.
      ***************************************************************
      *   Read a record from the book file.
      ***************************************************************
       700-READ-BOOK-MASTER.
           OPEN I-O BOOK-FILE.
           OPEN INPUT AUTHOR-FILE.
           OPEN EXTEND BOOK-UPD-HISTORY-FILE.
           OPEN INPUT SUBJECT-FILE.
           OPEN I-O BOOK-SUBJECT-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE.
           DISPLAY "ENTER OPERATOR ID: "
           ACCEPT WS-OPERATOR-ID.
           CLOSE BOOK-FILE.
           CLOSE AUTHOR-FILE.
           CLOSE BOOK-UPD-HISTORY-FILE.
           CLOSE SUBJECT-FILE.
           CLOSE BOOK-SUBJECT-FILE.
       910-EXIT.
           EXIT.
