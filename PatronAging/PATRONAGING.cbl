       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PATRONAGING.
       AUTHOR.  THOMAS LAMBERT.
      *****************************************************************
      * Patron aged receivables.  FINECOLLECT settles charges one
      * patron at a time at the desk; this is the view across every
      * patron - what is still owed on the charges file and how old
      * it is.  One line per patron with an open balance, the
      * balance spread over the same buckets the payables aging
      * uses - current (not yet due), 1-30, 31-60, 61-90 and over
      * 90 days past due - with a charge falling due 30 days after
      * it was assessed.  Patrons already with the collection agency
      * are marked REFERRED; the rest over the agency thresholds are
      * what PATRONREFER will pick up.  The bucket totals and the
      * grand total owed close the report.
      *
      *   Input  :  C:\COBOL\PATRONCHARGES.DAT
      *             C:\COBOL\PATRONMASTER.DAT
      *   Output :  C:\COBOL\PATRONAGING.DAT
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PATRON-CHARGES-FILE
                 ASSIGN TO UT-SYS-PATRON-CHARGES-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PATRON-MASTER-FILE
                 ASSIGN TO UT-SYS-PATRONFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS PM-PATRON-ID.
           SELECT PATRON-AGING-SORT-FILE
                 ASSIGN TO UT-SYS-PATRON-AGING-SORT-FILE.
           SELECT PATRON-AGING-REPORT-FILE
                 ASSIGN TO UT-SYS-PATRON-AGING-REPORT-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD PATRON-CHARGES-FILE
          RECORD CONTAINS 71 CHARACTERS.
       01 PATRON-CHARGES-REC.
          05  PC-PATRON-ID                         PIC 9(5).
          05  PC-ISBN                              PIC 9(13).
          05  PC-CHARGE-DATE                       PIC 9(8).
          05  PC-AMOUNT                            PIC 9(5)V99.
          05  PC-CHARGE-TYPE                       PIC X.
          05  PC-STATUS                            PIC X.
              88  PC-OPEN                   VALUE "O".
          05  PC-REASON                            PIC X(20).
          05  PC-OPERATOR-ID                       PIC X(8).
          05  PC-SETTLED-DATE                      PIC 9(8).

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

      *    ONE ROW PER OPEN CHARGE, IN PATRON ORDER.
       SD PATRON-AGING-SORT-FILE
          RECORD CONTAINS 20 CHARACTERS.
       01 PATRON-AGING-SORT-REC.
          05  PAS-PATRON-ID                        PIC 9(5).
          05  PAS-CHARGE-DATE                      PIC 9(8).
          05  PAS-AMOUNT                           PIC 9(5)V99.

       FD PATRON-AGING-REPORT-FILE
          RECORD CONTAINS 100 CHARACTERS.
       01 PATRON-AGING-REPORT-REC.
          05  PAR-PATRON-ID                        PIC 9(5).
          05  FILLER                               PIC X.
          05  PAR-NAME                             PIC X(30).
          05  FILLER                               PIC X.
          05  PAR-CURRENT                          PIC ZZZZ9.99.
          05  FILLER                               PIC X.
          05  PAR-B30                              PIC ZZZZ9.99.
          05  FILLER                               PIC X.
          05  PAR-B60                              PIC ZZZZ9.99.
          05  FILLER                               PIC X.
          05  PAR-B90                              PIC ZZZZ9.99.
          05  FILLER                               PIC X.
          05  PAR-OVER90                           PIC ZZZZ9.99.
          05  FILLER                               PIC X.
          05  PAR-TOTAL                            PIC ZZZZZ9.99.
          05  FILLER                               PIC X.
          05  PAR-REFERRED                         PIC X(8).
       01 PATRON-AGING-TEXT-REC                    PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILENAMES.
           05  UT-SYS-PATRON-CHARGES-FILE          PIC X(50)
                                   VALUE "C:\COBOL\PATRONCHARGES.DAT".
           05  UT-SYS-PATRONFILE                   PIC X(50)
                                   VALUE "C:\COBOL\PATRONMASTER.DAT".
           05  UT-SYS-PATRON-AGING-SORT-FILE       PIC X(50)
                                   VALUE "C:\COBOL\PATRONAGESORT.TMP".
           05  UT-SYS-PATRON-AGING-REPORT-FILE     PIC X(50)
                                   VALUE "C:\COBOL\PATRONAGING.DAT".
       01  WS-SWITCHES.
           05  WS-END-OF-FILE                      PIC X
                                            VALUE 'N'.
               88  EOF                       VALUE 'Y'.
           05  WS-SORT-EOF                         PIC X
                                            VALUE 'N'.
               88  SORT-EOF                  VALUE 'Y'.
       01  WS-TIMESTAMP                            PIC X(21).
       01  WS-TODAY-DATE                           PIC 9(8).
       01  WS-AGE-WORK.
           05  WS-TODAY-INT                        PIC 9(8).
           05  WS-DUE-INT                          PIC 9(8).
           05  WS-DAYS-PAST                        PIC S9(5).
      *    THE PATRON BEING GATHERED FROM THE SORTED ROWS.
       01  WS-PATRON-WORK.
           05  WS-PREV-PATRON-ID                   PIC 9(5)
                                            VALUE ZERO.
           05  WS-PAT-CURRENT                      PIC 9(7)V99.
           05  WS-PAT-B30                          PIC 9(7)V99.
           05  WS-PAT-B60                          PIC 9(7)V99.
           05  WS-PAT-B90                          PIC 9(7)V99.
           05  WS-PAT-OVER90                       PIC 9(7)V99.
           05  WS-PAT-TOTAL                        PIC 9(7)V99.
       01  WS-BUCKET-TOTALS.
           05  WS-CURRENT-TOTAL                    PIC 9(9)V99
                                            VALUE ZERO.
           05  WS-B30-TOTAL                        PIC 9(9)V99
                                            VALUE ZERO.
           05  WS-B60-TOTAL                        PIC 9(9)V99
                                            VALUE ZERO.
           05  WS-B90-TOTAL                        PIC 9(9)V99
                                            VALUE ZERO.
           05  WS-OVER90-TOTAL                     PIC 9(9)V99
                                            VALUE ZERO.
           05  WS-GRAND-TOTAL                      PIC 9(9)V99
                                            VALUE ZERO.
           05  WS-REFERRED-TOTAL                   PIC 9(9)V99
                                            VALUE ZERO.
       01  WS-RUN-COUNTS.
           05  WS-OPEN-COUNT                       PIC 9(5)
                                            VALUE ZERO.
           05  WS-PATRON-COUNT                     PIC 9(5)
                                            VALUE ZERO.
           05  WS-REFERRED-COUNT                   PIC 9(5)
                                            VALUE ZERO.
       01  WS-EDIT-COUNT                           PIC ZZZZ9.
       01  WS-EDIT-TOTAL                           PIC ZZZZZZZZ9.99.

       PROCEDURE DIVISION.
      *************************************************************
      *  Sort the open charges by patron and write one aged line
      *  per patron, then the bucket totals.
      *************************************************************
       100-MAIN.
           PERFORM 900-INITIALIZATION THRU 900-EXIT.
           SORT PATRON-AGING-SORT-FILE
               ON ASCENDING KEY PAS-PATRON-ID PAS-CHARGE-DATE
               INPUT PROCEDURE IS 200-SELECT-CHARGES THRU 200-EXIT
               OUTPUT PROCEDURE IS 300-AGE-PATRONS THRU 300-EXIT
           PERFORM 700-WRITE-TOTALS THRU 700-EXIT.
           PERFORM 910-END-PROGRAM-RTN THRU 910-EXIT.
           DISPLAY "PATRON AGING COMPLETE - " WS-PATRON-COUNT
               " PATRONS OWING, TOTAL OWED " WS-GRAND-TOTAL.
           STOP RUN.
      ***************************************************************
      *  Every open charge row is released; paid and waived rows
      *  are settled and owe nothing.
      ***************************************************************
       200-SELECT-CHARGES.
           OPEN INPUT PATRON-CHARGES-FILE
           PERFORM UNTIL EOF
               READ PATRON-CHARGES-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF PC-OPEN AND PC-AMOUNT > ZERO
                           MOVE PC-PATRON-ID TO PAS-PATRON-ID
                           MOVE PC-CHARGE-DATE TO PAS-CHARGE-DATE
                           MOVE PC-AMOUNT TO PAS-AMOUNT
                           RELEASE PATRON-AGING-SORT-REC
                           ADD 1 TO WS-OPEN-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PATRON-CHARGES-FILE.
       200-EXIT.
           EXIT.
      ***************************************************************
      *  The sorted rows, one patron at a time - each change of
      *  patron writes the line for the one before.
      ***************************************************************
       300-AGE-PATRONS.
           PERFORM UNTIL SORT-EOF
               RETURN PATRON-AGING-SORT-FILE
                   AT END MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF PAS-PATRON-ID NOT = WS-PREV-PATRON-ID
                           IF WS-PREV-PATRON-ID NOT = ZERO
                               PERFORM 400-WRITE-PATRON THRU 400-EXIT
                           END-IF
                           MOVE PAS-PATRON-ID TO WS-PREV-PATRON-ID
                           MOVE ZERO TO WS-PAT-CURRENT WS-PAT-B30
                               WS-PAT-B60 WS-PAT-B90 WS-PAT-OVER90
                               WS-PAT-TOTAL
                       END-IF
                       PERFORM 350-AGE-CHARGE THRU 350-EXIT
               END-RETURN
           END-PERFORM
           IF WS-PREV-PATRON-ID NOT = ZERO
               PERFORM 400-WRITE-PATRON THRU 400-EXIT
           END-IF.
       300-EXIT.
           EXIT.
      ***************************************************************
      *  One open charge: the days past its due date decide the
      *  bucket.
      ***************************************************************
       350-AGE-CHARGE.
           COMPUTE WS-DUE-INT =
               FUNCTION INTEGER-OF-DATE(PAS-CHARGE-DATE) + 30
           COMPUTE WS-DAYS-PAST = WS-TODAY-INT - WS-DUE-INT
           EVALUATE TRUE
               WHEN WS-DAYS-PAST NOT > ZERO
                   ADD PAS-AMOUNT TO WS-PAT-CURRENT
               WHEN WS-DAYS-PAST NOT > 30
                   ADD PAS-AMOUNT TO WS-PAT-B30
               WHEN WS-DAYS-PAST NOT > 60
                   ADD PAS-AMOUNT TO WS-PAT-B60
               WHEN WS-DAYS-PAST NOT > 90
                   ADD PAS-AMOUNT TO WS-PAT-B90
               WHEN OTHER
                   ADD PAS-AMOUNT TO WS-PAT-OVER90
           END-EVALUATE
           ADD PAS-AMOUNT TO WS-PAT-TOTAL.
       350-EXIT.
           EXIT.
      ***************************************************************
      *  The patron's line, added into the bucket totals.
      ***************************************************************
       400-WRITE-PATRON.
           MOVE SPACES TO PATRON-AGING-REPORT-REC
           MOVE WS-PREV-PATRON-ID TO PAR-PATRON-ID
           MOVE WS-PREV-PATRON-ID TO PM-PATRON-ID
           READ PATRON-MASTER-FILE
               INVALID KEY
                   MOVE "** NOT ON PATRON MASTER **" TO PAR-NAME
                   MOVE ZERO TO PM-REFERRAL-DATE
               NOT INVALID KEY
                   MOVE PM-NAME TO PAR-NAME
           END-READ
           MOVE WS-PAT-CURRENT TO PAR-CURRENT
           MOVE WS-PAT-B30 TO PAR-B30
           MOVE WS-PAT-B60 TO PAR-B60
           MOVE WS-PAT-B90 TO PAR-B90
           MOVE WS-PAT-OVER90 TO PAR-OVER90
           MOVE WS-PAT-TOTAL TO PAR-TOTAL
           IF PM-REFERRAL-DATE NUMERIC AND PM-REFERRAL-DATE > ZERO
               MOVE "REFERRED" TO PAR-REFERRED
               ADD 1 TO WS-REFERRED-COUNT
               ADD WS-PAT-TOTAL TO WS-REFERRED-TOTAL
           END-IF
           WRITE PATRON-AGING-REPORT-REC
           ADD WS-PAT-CURRENT TO WS-CURRENT-TOTAL
           ADD WS-PAT-B30 TO WS-B30-TOTAL
           ADD WS-PAT-B60 TO WS-B60-TOTAL
           ADD WS-PAT-B90 TO WS-B90-TOTAL
           ADD WS-PAT-OVER90 TO WS-OVER90-TOTAL
           ADD WS-PAT-TOTAL TO WS-GRAND-TOTAL
           ADD 1 TO WS-PATRON-COUNT.
       400-EXIT.
           EXIT.
      ***************************************************************
      *  The report heading.
      ***************************************************************
       500-WRITE-HEADING.
           MOVE SPACES TO PATRON-AGING-TEXT-REC
           STRING "PATRON AGED RECEIVABLES AS OF " WS-TODAY-DATE
               " - CHARGES FALL DUE 30 DAYS AFTER THEY ARE ASSESSED"
               DELIMITED BY SIZE INTO PATRON-AGING-TEXT-REC
           WRITE PATRON-AGING-TEXT-REC
           MOVE SPACES TO PATRON-AGING-TEXT-REC
           STRING "PATRN NAME                            CURRENT     "
               "1-30    31-60    61-90  OVER 90     TOTAL REFERRED"
               DELIMITED BY SIZE INTO PATRON-AGING-TEXT-REC
           WRITE PATRON-AGING-TEXT-REC.
       500-EXIT.
           EXIT.
      ***************************************************************
      *  Bucket totals, the grand total owed, and how much of it is
      *  already with the collection agency.
      ***************************************************************
       700-WRITE-TOTALS.
           MOVE SPACES TO PATRON-AGING-TEXT-REC
           WRITE PATRON-AGING-TEXT-REC
           MOVE WS-CURRENT-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO PATRON-AGING-TEXT-REC
           STRING "TOTAL CURRENT                  " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO PATRON-AGING-TEXT-REC
           WRITE PATRON-AGING-TEXT-REC
           MOVE WS-B30-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO PATRON-AGING-TEXT-REC
           STRING "TOTAL 1-30 DAYS                " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO PATRON-AGING-TEXT-REC
           WRITE PATRON-AGING-TEXT-REC
           MOVE WS-B60-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO PATRON-AGING-TEXT-REC
           STRING "TOTAL 31-60 DAYS               " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO PATRON-AGING-TEXT-REC
           WRITE PATRON-AGING-TEXT-REC
           MOVE WS-B90-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO PATRON-AGING-TEXT-REC
           STRING "TOTAL 61-90 DAYS               " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO PATRON-AGING-TEXT-REC
           WRITE PATRON-AGING-TEXT-REC
           MOVE WS-OVER90-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO PATRON-AGING-TEXT-REC
           STRING "TOTAL OVER 90 DAYS             " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO PATRON-AGING-TEXT-REC
           WRITE PATRON-AGING-TEXT-REC
           MOVE WS-GRAND-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO PATRON-AGING-TEXT-REC
           STRING "GRAND TOTAL OWED               " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO PATRON-AGING-TEXT-REC
           WRITE PATRON-AGING-TEXT-REC
           MOVE WS-REFERRED-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO PATRON-AGING-TEXT-REC
           STRING "  OF WHICH WITH THE AGENCY     " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO PATRON-AGING-TEXT-REC
           WRITE PATRON-AGING-TEXT-REC
           MOVE SPACES TO PATRON-AGING-TEXT-REC
           WRITE PATRON-AGING-TEXT-REC
           MOVE WS-OPEN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO PATRON-AGING-TEXT-REC
           STRING "OPEN CHARGES                          " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PATRON-AGING-TEXT-REC
           WRITE PATRON-AGING-TEXT-REC
           MOVE WS-PATRON-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO PATRON-AGING-TEXT-REC
           STRING "PATRONS OWING                         " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PATRON-AGING-TEXT-REC
           WRITE PATRON-AGING-TEXT-REC
           MOVE WS-REFERRED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO PATRON-AGING-TEXT-REC
           STRING "PATRONS REFERRED TO THE AGENCY        " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PATRON-AGING-TEXT-REC
           WRITE PATRON-AGING-TEXT-REC.
       700-EXIT.
           EXIT.
      ***************************************************************
      *   Open the files, get today's date, write the heading.
      ***************************************************************
       900-INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP (1:8) TO WS-TODAY-DATE.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           OPEN INPUT PATRON-MASTER-FILE.
           OPEN OUTPUT PATRON-AGING-REPORT-FILE.
           PERFORM 500-WRITE-HEADING THRU 500-EXIT.
       900-EXIT.
           EXIT.
      *****************************************************************
      *   Close files.
      *****************************************************************
       910-END-PROGRAM-RTN.
           CLOSE PATRON-MASTER-FILE.
           CLOSE PATRON-AGING-REPORT-FILE.
       910-EXIT.
           EXIT.
