       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PATRONEXPRPT.
       AUTHOR.  THOMAS LAMBERT.
      *****************************************************************
      * Expiring-cards list.  Every patron whose card runs out within
      * the days ahead asked for (30 when none is given), soonest
      * first, so the desk can ask them to renew on their next visit
      * - together with the cards that ran out within the same
      * number of days behind, which BOOKCIRC is now refusing.  Each
      * line carries the phone number on file for a reminder call.
      *
      * The totals also count the cards expired longer ago than that
      * (candidates for PATRONPURGE once they go quiet) and the
      * patrons added before cards expired, who have no expiration
      * date until their first renewal at PATRONMAINT.
      *
      *   Input  :  C:\COBOL\PATRONMASTER.DAT
      *   Output :  C:\COBOL\PATRONEXPRPT.DAT
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATRON-MASTER-FILE
                 ASSIGN TO UT-SYS-PATRONFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS SEQUENTIAL
                 RECORD KEY IS PM-PATRON-ID.
           SELECT PATRON-EXP-SORT-FILE
                 ASSIGN TO UT-SYS-PATRON-EXP-SORT-FILE.
           SELECT PATRON-EXP-REPORT-FILE
                 ASSIGN TO UT-SYS-PATRON-EXP-REPORT-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       SD PATRON-EXP-SORT-FILE
          RECORD CONTAINS 56 CHARACTERS.
       01 PATRON-EXP-SORT-REC.
          05  PXS-CARD-EXPIRES                     PIC 9(8).
          05  PXS-PATRON-ID                        PIC 9(5).
          05  PXS-NAME                             PIC X(30).
          05  PXS-PATRON-TYPE                      PIC X.
          05  PXS-PHONE                            PIC X(12).

       FD PATRON-EXP-REPORT-FILE
          RECORD CONTAINS 80 CHARACTERS.
       01 PATRON-EXP-REPORT-REC.
          05  PXR-PATRON-ID                        PIC 9(5).
          05  FILLER                               PIC X.
          05  PXR-NAME                             PIC X(30).
          05  FILLER                               PIC X.
          05  PXR-PATRON-TYPE                      PIC X.
          05  FILLER                               PIC X.
          05  PXR-CARD-EXPIRES                     PIC 9(8).
          05  FILLER                               PIC X.
          05  PXR-PHONE                            PIC X(12).
          05  FILLER                               PIC X.
          05  PXR-STATUS                           PIC X(19).
       01 PATRON-EXP-TEXT-REC                      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILENAMES.
           05  UT-SYS-PATRONFILE                   PIC X(50)
                                   VALUE "C:\COBOL\PATRONMASTER.DAT".
           05  UT-SYS-PATRON-EXP-SORT-FILE         PIC X(50)
                                   VALUE "C:\COBOL\PATRONEXPSORT.TMP".
           05  UT-SYS-PATRON-EXP-REPORT-FILE       PIC X(50)
                                   VALUE "C:\COBOL\PATRONEXPRPT.DAT".
       01  WS-SWITCHES.
           05  WS-END-OF-FILE                      PIC X
                                            VALUE 'N'.
               88  EOF                       VALUE 'Y'.
           05  WS-SORT-EOF                         PIC X
                                            VALUE 'N'.
               88  SORT-EOF                  VALUE 'Y'.
       01  WS-TIMESTAMP                            PIC X(21).
       01  WS-TODAY-DATE                           PIC 9(8).
       01  WS-TODAY-INT                            PIC 9(8).
       01  WS-EXPIRES-INT                          PIC 9(8).
      *    THE DAYS AHEAD (AND BEHIND) THE LIST COVERS.
       01  WS-WINDOW-ENTRY                         PIC X(3).
       01  WS-WINDOW-DAYS                          PIC 9(3).
       01  WS-FROM-DATE                            PIC 9(8).
       01  WS-TO-DATE                              PIC 9(8).
       01  WS-DAYS-LEFT                            PIC 9(3).
       01  WS-EDIT-DAYS                            PIC ZZ9.
       01  WS-RUN-COUNTS.
           05  WS-PATRON-COUNT                     PIC 9(5)
                                            VALUE ZERO.
           05  WS-EXPIRING-COUNT                   PIC 9(5)
                                            VALUE ZERO.
           05  WS-JUST-EXPIRED-COUNT               PIC 9(5)
                                            VALUE ZERO.
           05  WS-LONG-EXPIRED-COUNT               PIC 9(5)
                                            VALUE ZERO.
           05  WS-NO-DATE-COUNT                    PIC 9(5)
                                            VALUE ZERO.
       01  WS-EDIT-COUNT                           PIC ZZZZ9.

       PROCEDURE DIVISION.
      *************************************************************
      *  Ask for the window, sort the cards falling inside it by
      *  expiration date, and list them.
      *************************************************************
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (1:8) TO WS-TODAY-DATE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           MOVE SPACES TO WS-WINDOW-ENTRY
           DISPLAY "DAYS AHEAD TO LIST (ENTER FOR 30): "
           ACCEPT WS-WINDOW-ENTRY
           IF WS-WINDOW-ENTRY = SPACES
               MOVE 30 TO WS-WINDOW-DAYS
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-WINDOW-ENTRY) NOT = ZERO
                   DISPLAY "INVALID NUMBER OF DAYS"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               COMPUTE WS-WINDOW-DAYS =
                   FUNCTION NUMVAL(WS-WINDOW-ENTRY)
           END-IF
           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER
               (WS-TODAY-INT - WS-WINDOW-DAYS)
           COMPUTE WS-TO-DATE = FUNCTION DATE-OF-INTEGER
               (WS-TODAY-INT + WS-WINDOW-DAYS)
           OPEN INPUT PATRON-MASTER-FILE
           OPEN OUTPUT PATRON-EXP-REPORT-FILE
           PERFORM 500-WRITE-HEADING THRU 500-EXIT
           SORT PATRON-EXP-SORT-FILE
               ON ASCENDING KEY PXS-CARD-EXPIRES PXS-PATRON-ID
               INPUT PROCEDURE IS 200-SELECT-PATRONS THRU 200-EXIT
               OUTPUT PROCEDURE IS 300-WRITE-LIST THRU 300-EXIT
           PERFORM 700-WRITE-TOTALS THRU 700-EXIT
           CLOSE PATRON-MASTER-FILE
           CLOSE PATRON-EXP-REPORT-FILE
           DISPLAY "EXPIRING CARDS COMPLETE - " WS-EXPIRING-COUNT
               " EXPIRING, " WS-JUST-EXPIRED-COUNT
               " RECENTLY EXPIRED".
           GOBACK.
      ***************************************************************
      *  Count every patron, and release each one whose card runs
      *  out inside the window either side of today.
      ***************************************************************
       200-SELECT-PATRONS.
           PERFORM UNTIL EOF
               READ PATRON-MASTER-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       PERFORM 250-RELEASE-PATRON THRU 250-EXIT
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.
      ***************************************************************
      *  One patron: no date on file and long-expired cards are only
      *  counted; the rest inside the window are released.
      ***************************************************************
       250-RELEASE-PATRON.
           ADD 1 TO WS-PATRON-COUNT
           IF PM-CARD-EXPIRES NOT NUMERIC
                   OR PM-CARD-EXPIRES = ZERO
               ADD 1 TO WS-NO-DATE-COUNT
               GO TO 250-EXIT
           END-IF
           IF PM-CARD-EXPIRES < WS-FROM-DATE
               ADD 1 TO WS-LONG-EXPIRED-COUNT
               GO TO 250-EXIT
           END-IF
           IF PM-CARD-EXPIRES > WS-TO-DATE
               GO TO 250-EXIT
           END-IF
           MOVE PM-CARD-EXPIRES TO PXS-CARD-EXPIRES
           MOVE PM-PATRON-ID TO PXS-PATRON-ID
           MOVE PM-NAME TO PXS-NAME
           MOVE PM-PATRON-TYPE TO PXS-PATRON-TYPE
           MOVE PM-PHONE TO PXS-PHONE
           RELEASE PATRON-EXP-SORT-REC.
       250-EXIT.
           EXIT.
      ***************************************************************
      *  The sorted cards, soonest first.  A card that has run out
      *  says so; one still good shows the days it has left.
      ***************************************************************
       300-WRITE-LIST.
           PERFORM UNTIL SORT-EOF
               RETURN PATRON-EXP-SORT-FILE
                   AT END MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 350-WRITE-PATRON THRU 350-EXIT
               END-RETURN
           END-PERFORM.
       300-EXIT.
           EXIT.
      ***************************************************************
      *  One line of the list.
      ***************************************************************
       350-WRITE-PATRON.
           MOVE SPACES TO PATRON-EXP-REPORT-REC
           MOVE PXS-PATRON-ID TO PXR-PATRON-ID
           MOVE PXS-NAME TO PXR-NAME
           MOVE PXS-PATRON-TYPE TO PXR-PATRON-TYPE
           MOVE PXS-CARD-EXPIRES TO PXR-CARD-EXPIRES
           MOVE PXS-PHONE TO PXR-PHONE
           IF PXS-CARD-EXPIRES < WS-TODAY-DATE
               MOVE "EXPIRED" TO PXR-STATUS
               ADD 1 TO WS-JUST-EXPIRED-COUNT
           ELSE
               COMPUTE WS-EXPIRES-INT =
                   FUNCTION INTEGER-OF-DATE(PXS-CARD-EXPIRES)
               COMPUTE WS-DAYS-LEFT = WS-EXPIRES-INT - WS-TODAY-INT
               IF WS-DAYS-LEFT = ZERO
                   MOVE "LAST DAY TODAY" TO PXR-STATUS
               ELSE
                   MOVE WS-DAYS-LEFT TO WS-EDIT-DAYS
                   STRING WS-EDIT-DAYS " DAYS LEFT"
                       DELIMITED BY SIZE INTO PXR-STATUS
               END-IF
               ADD 1 TO WS-EXPIRING-COUNT
           END-IF
           WRITE PATRON-EXP-REPORT-REC.
       350-EXIT.
           EXIT.
      ***************************************************************
      *  The report heading.
      ***************************************************************
       500-WRITE-HEADING.
           MOVE WS-WINDOW-DAYS TO WS-EDIT-DAYS
           MOVE SPACES TO PATRON-EXP-TEXT-REC
           STRING "PATRON CARDS EXPIRING RUN " WS-TODAY-DATE
               " - " WS-EDIT-DAYS " DAYS EITHER SIDE"
               DELIMITED BY SIZE INTO PATRON-EXP-TEXT-REC
           WRITE PATRON-EXP-TEXT-REC
           MOVE SPACES TO PATRON-EXP-TEXT-REC
           STRING "PATRN NAME                           T "
               "EXPIRES  PHONE        STATUS"
               DELIMITED BY SIZE INTO PATRON-EXP-TEXT-REC
           WRITE PATRON-EXP-TEXT-REC.
       500-EXIT.
           EXIT.
      ***************************************************************
      *  The run totals.
      ***************************************************************
       700-WRITE-TOTALS.
           MOVE SPACES TO PATRON-EXP-TEXT-REC
           WRITE PATRON-EXP-TEXT-REC
           MOVE WS-EXPIRING-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO PATRON-EXP-TEXT-REC
           STRING "CARDS EXPIRING IN THE WINDOW      " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PATRON-EXP-TEXT-REC
           WRITE PATRON-EXP-TEXT-REC
           MOVE WS-JUST-EXPIRED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO PATRON-EXP-TEXT-REC
           STRING "CARDS EXPIRED IN THE WINDOW       " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PATRON-EXP-TEXT-REC
           WRITE PATRON-EXP-TEXT-REC
           MOVE WS-LONG-EXPIRED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO PATRON-EXP-TEXT-REC
           STRING "CARDS EXPIRED BEFORE THE WINDOW   " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PATRON-EXP-TEXT-REC
           WRITE PATRON-EXP-TEXT-REC
           MOVE WS-NO-DATE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO PATRON-EXP-TEXT-REC
           STRING "PATRONS WITH NO EXPIRATION DATE   " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PATRON-EXP-TEXT-REC
           WRITE PATRON-EXP-TEXT-REC
           MOVE WS-PATRON-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO PATRON-EXP-TEXT-REC
           STRING "PATRONS ON FILE                   " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PATRON-EXP-TEXT-REC
           WRITE PATRON-EXP-TEXT-REC.
       700-EXIT.
           EXIT.
