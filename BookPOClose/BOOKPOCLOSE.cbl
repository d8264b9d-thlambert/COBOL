       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BOOKPOCLOSE.
       AUTHOR.  LISA LANDGRAF.
      *****************************************************************
      * Cancel or short-close open book PO lines.  A line the vendor
      * will never fill used to sit open on BOOKPOFILE.DAT forever,
      * holding its value against the acquisitions budget.  The buyer
      * keys a PO number (zero ends the run) and, after seeing the
      * line, either
      *
      *   C  cancels it - only while nothing has been received; the
      *      line is marked cancelled
      *   S  short-closes it - what has been received stands and the
      *      line is closed
      *
      * Either way whatever is still encumbered for the line on
      * COAENCUMBFILE.DAT is released.  Both files are held in work
      * tables and written back in full at the end, the same way
      * BOOKLOAD maintains them.
      *
      *   File   :  C:\COBOL\BOOKPOFILE.DAT (rewritten)
      *             J:\CS3530\COAENCUMBFILE.DAT (rewritten)
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BOOK-PO-FILE
                 ASSIGN TO UT-SYS-PO-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CGLC-ENCUMB-FILE
                 ASSIGN TO UT-SYS-ENCUMB-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD BOOK-PO-FILE
          RECORD CONTAINS 48 CHARACTERS.
       01 BOOK-PO-REC.
          05  PO-NUMBER                            PIC 9(6).
          05  PO-VENDOR-NO                         PIC 9(5).
          05  PO-ISBN                              PIC 9(13).
          05  PO-QTY                               PIC 9(4).
          05  PO-EXPECTED-COST                     PIC 9(5)V99.
          05  PO-ORDER-DATE                        PIC 9(8).
          05  PO-STATUS                            PIC X.
              88  PO-OPEN                   VALUE "O".
              88  PO-CLOSED                 VALUE "C".
              88  PO-CANCELLED              VALUE "X".
          05  PO-RECEIVED-QTY                      PIC 9(4).

       FD CGLC-ENCUMB-FILE
          RECORD CONTAINS 80 CHARACTERS.
       01 CGLC-ENCUMB-REC.
          05  ENC-PO-NUMBER                        PIC 9(6).
          05  ENC-ACCT-NO                          PIC 9(4).
          05  ENC-ISBN                             PIC 9(13).
          05  ENC-ORIG-AMT                         PIC 9(7)V99.
          05  ENC-OPEN-AMT                         PIC 9(7)V99.
          05  ENC-RELIEVED-AMT                     PIC 9(7)V99.
          05  ENC-STATUS                           PIC X.
              88  ENC-OPEN                  VALUE "O".
              88  ENC-CLOSED                VALUE "C".
          05  ENC-OPENED-DATE                      PIC 9(8).
          05  ENC-CLOSED-DATE                      PIC 9(8).
          05  FILLER                               PIC X(13).

       WORKING-STORAGE SECTION.
       01  WS-FILENAMES.
           05  UT-SYS-PO-FILE                      PIC X(50)
                                   VALUE "C:\COBOL\BOOKPOFILE.DAT".
           05  UT-SYS-ENCUMB-FILE                  PIC X(50)
                                   VALUE "J:\CS3530\COAENCUMBFILE.DAT".
       01  WS-SWITCHES.
           05  WS-END-OF-FILE                      PIC X
                                            VALUE 'N'.
               88  EOF                       VALUE 'Y'.
           05  WS-DONE-FLAG                        PIC X
                                            VALUE 'N'.
               88  DONE                      VALUE 'Y'.
           05  WS-ACTION                           PIC X.
               88  ACTION-CANCEL             VALUE 'C' 'c'.
               88  ACTION-SHORT-CLOSE        VALUE 'S' 's'.
       01  WS-TODAY-DATE                           PIC 9(8).
       01  WS-PO-NO-IN                             PIC 9(6).
      *    THE WHOLE PO FILE AND ENCUMBRANCE FILE, WRITTEN BACK IN
      *    FULL AT END OF RUN.
       01  WS-PO-TABLE.
           05  WS-PO-COUNT                         PIC 9(4)
                                            VALUE ZERO.
           05  WS-PO-ENTRY OCCURS 1000 TIMES.
               10  WS-PO-REC                       PIC X(48).
       01  WS-PO-SUB                               PIC 9(4).
       01  WS-PO-FOUND-SUB                         PIC 9(4).
       01  WS-ENC-TABLE.
           05  WS-ENC-COUNT                        PIC 9(4)
                                            VALUE ZERO.
           05  WS-ENC-ENTRY OCCURS 1000 TIMES.
               10  WS-ENC-REC                      PIC X(80).
       01  WS-ENC-SUB                              PIC 9(4).
       01  WS-ENC-FOUND-SUB                        PIC 9(4).
       01  WS-CLOSED-COUNT                         PIC 9(5)
                                            VALUE ZERO.
       01  WS-RELEASED-TOTAL                       PIC 9(9)V99
                                            VALUE ZERO.

       PROCEDURE DIVISION.
      *************************************************************
      *  Load both files, close lines until the buyer keys zero,
      *  and write both files back.
      *************************************************************
       100-MAIN.
           PERFORM 900-INITIALIZATION THRU 900-EXIT.
           PERFORM 200-CLOSE-LINE THRU 200-EXIT
                   UNTIL DONE.
           PERFORM 910-END-PROGRAM-RTN THRU 910-EXIT.
           DISPLAY "PO CLOSE COMPLETE - " WS-CLOSED-COUNT
               " LINES CLOSED, ENCUMBRANCE RELEASED "
               WS-RELEASED-TOTAL.
           STOP RUN.
      ***************************************************************
      *  One PO number from the buyer - show the line and cancel or
      *  short-close it.
      ***************************************************************
       200-CLOSE-LINE.
           DISPLAY "PO NUMBER TO CLOSE (0 TO END): "
           ACCEPT WS-PO-NO-IN
           IF WS-PO-NO-IN = ZERO
               MOVE 'Y' TO WS-DONE-FLAG
               GO TO 200-EXIT
           END-IF
           MOVE ZERO TO WS-PO-FOUND-SUB
           PERFORM VARYING WS-PO-SUB FROM 1 BY 1
                   UNTIL WS-PO-SUB > WS-PO-COUNT
                      OR WS-PO-FOUND-SUB NOT = ZERO
               MOVE WS-PO-REC (WS-PO-SUB) TO BOOK-PO-REC
               IF PO-NUMBER = WS-PO-NO-IN
                   MOVE WS-PO-SUB TO WS-PO-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-PO-FOUND-SUB = ZERO
               DISPLAY "PO " WS-PO-NO-IN " NOT ON FILE"
               GO TO 200-EXIT
           END-IF
           MOVE WS-PO-REC (WS-PO-FOUND-SUB) TO BOOK-PO-REC
           DISPLAY "PO " PO-NUMBER " VENDOR " PO-VENDOR-NO
               " ISBN " PO-ISBN
           DISPLAY "  ORDERED " PO-QTY " RECEIVED " PO-RECEIVED-QTY
               " COST " PO-EXPECTED-COST " STATUS " PO-STATUS
           IF NOT PO-OPEN
               DISPLAY "PO LINE IS NOT OPEN - NOTHING TO CLOSE"
               GO TO 200-EXIT
           END-IF
           DISPLAY "C = CANCEL, S = SHORT-CLOSE, ENTER = LEAVE OPEN: "
           MOVE SPACE TO WS-ACTION
           ACCEPT WS-ACTION
           IF ACTION-CANCEL
               IF PO-RECEIVED-QTY > ZERO
                   DISPLAY "STOCK HAS BEEN RECEIVED ON THIS LINE - "
                       "SHORT-CLOSE IT INSTEAD"
                   GO TO 200-EXIT
               END-IF
               MOVE "X" TO PO-STATUS
               DISPLAY "PO LINE " PO-NUMBER " CANCELLED"
           ELSE
               IF ACTION-SHORT-CLOSE
                   MOVE "C" TO PO-STATUS
                   DISPLAY "PO LINE " PO-NUMBER " SHORT-CLOSED"
               ELSE
                   DISPLAY "PO LINE LEFT OPEN"
                   GO TO 200-EXIT
               END-IF
           END-IF
           MOVE BOOK-PO-REC TO WS-PO-REC (WS-PO-FOUND-SUB)
           ADD 1 TO WS-CLOSED-COUNT
           PERFORM 300-RELEASE-ENCUMBRANCE THRU 300-EXIT.
       200-EXIT.
           EXIT.
      ***************************************************************
      *  Release what is still encumbered for the line.  A line
      *  opened before encumbrances were kept has no row.
      ***************************************************************
       300-RELEASE-ENCUMBRANCE.
           MOVE ZERO TO WS-ENC-FOUND-SUB
           PERFORM VARYING WS-ENC-SUB FROM 1 BY 1
                   UNTIL WS-ENC-SUB > WS-ENC-COUNT
                      OR WS-ENC-FOUND-SUB NOT = ZERO
               MOVE WS-ENC-REC (WS-ENC-SUB) TO CGLC-ENCUMB-REC
               IF ENC-PO-NUMBER = PO-NUMBER AND ENC-OPEN
                   MOVE WS-ENC-SUB TO WS-ENC-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-ENC-FOUND-SUB = ZERO
               GO TO 300-EXIT
           END-IF
           MOVE WS-ENC-REC (WS-ENC-FOUND-SUB) TO CGLC-ENCUMB-REC
           DISPLAY "  ENCUMBRANCE RELEASED " ENC-OPEN-AMT
               " ON ACCOUNT " ENC-ACCT-NO
           ADD ENC-OPEN-AMT TO WS-RELEASED-TOTAL
           MOVE ZERO TO ENC-OPEN-AMT
           MOVE "C" TO ENC-STATUS
           MOVE WS-TODAY-DATE TO ENC-CLOSED-DATE
           MOVE CGLC-ENCUMB-REC TO WS-ENC-REC (WS-ENC-FOUND-SUB).
       300-EXIT.
           EXIT.
      ***************************************************************
      *   Load the PO file and the encumbrance file into the work
      *   tables.  Both are written back in full, so an overflow
      *   must refuse the run rather than drop rows.
      ***************************************************************
       900-INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT BOOK-PO-FILE
           PERFORM UNTIL EOF
               READ BOOK-PO-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF WS-PO-COUNT = 1000
                           DISPLAY "BOOKPOCLOSE: BOOKPOFILE.DAT "
                               "EXCEEDS THE PO TABLE - RUN REFUSED"
                           CLOSE BOOK-PO-FILE
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-PO-COUNT
                       MOVE BOOK-PO-REC TO WS-PO-REC (WS-PO-COUNT)
               END-READ
           END-PERFORM
           CLOSE BOOK-PO-FILE
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT CGLC-ENCUMB-FILE
           PERFORM UNTIL EOF
               READ CGLC-ENCUMB-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF WS-ENC-COUNT = 1000
                           DISPLAY "BOOKPOCLOSE: COAENCUMBFILE.DAT "
                               "EXCEEDS THE ENCUMBRANCE TABLE - "
                               "RUN REFUSED"
                           CLOSE CGLC-ENCUMB-FILE
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-ENC-COUNT
                       MOVE CGLC-ENCUMB-REC
                           TO WS-ENC-REC (WS-ENC-COUNT)
               END-READ
           END-PERFORM
           CLOSE CGLC-ENCUMB-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       900-EXIT.
           EXIT.
      *****************************************************************
      *   Write both files back from the work tables.
      *****************************************************************
       910-END-PROGRAM-RTN.
           IF WS-CLOSED-COUNT = ZERO
               GO TO 910-EXIT
           END-IF
           OPEN OUTPUT BOOK-PO-FILE
           PERFORM VARYING WS-PO-SUB FROM 1 BY 1
                   UNTIL WS-PO-SUB > WS-PO-COUNT
               MOVE WS-PO-REC (WS-PO-SUB) TO BOOK-PO-REC
               WRITE BOOK-PO-REC
           END-PERFORM
           CLOSE BOOK-PO-FILE
           OPEN OUTPUT CGLC-ENCUMB-FILE
           PERFORM VARYING WS-ENC-SUB FROM 1 BY 1
                   UNTIL WS-ENC-SUB > WS-ENC-COUNT
               MOVE WS-ENC-REC (WS-ENC-SUB) TO CGLC-ENCUMB-REC
               WRITE CGLC-ENCUMB-REC
           END-PERFORM
           CLOSE CGLC-ENCUMB-FILE.
       910-EXIT.
           EXIT.
