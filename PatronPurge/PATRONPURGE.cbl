       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PATRONPURGE.
       AUTHOR.  THOMAS LAMBERT.
      *****************************************************************
      * Inactive-patron purge.  The patron master only ever grew;
      * this run archives and removes the patrons who have gone
      * quiet.  Given a retention period in years (three when none
      * is given), a patron is purged when ALL of these hold:
      *
      *   - the card has expired, or was never given a date;
      *   - nothing has happened on the account since the cutoff -
      *     the last add or renewal at PATRONMAINT, the last loan
      *     checked out or returned on LOANFILE.DAT, the last charge
      *     on PATRONCHARGES.DAT and the last hold placed are all
      *     older than today less the retention period;
      *   - no loan is still open, no charge is still open, and no
      *     hold is waiting, in transit, or on the hold shelf.
      *
      * An inactive patron kept back only by an open loan, charge,
      * or hold is listed with the reason so the desk can clear it.
      * A purged patron's record is appended to the patron archive
      * in the master's own layout, so an old question can still be
      * answered, and then deleted from the master.  Closed loans
      * and settled charges stay where they are as history.
      *
      * The operator may run it list-only first: the same report is
      * produced, marked WOULD PURGE, and nothing is changed.
      *
      *   File   :  C:\COBOL\PATRONMASTER.DAT
      *   Input  :  C:\COBOL\LOANFILE.DAT
      *             C:\COBOL\PATRONCHARGES.DAT
      *             C:\COBOL\HOLDFILE.DAT
      *   Output :  C:\COBOL\PATRONARCH.DAT
      *             C:\COBOL\PATRONPURGE.DAT
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATRON-MASTER-FILE
                 ASSIGN TO UT-SYS-PATRONFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS PM-PATRON-ID.
           SELECT OPTIONAL LOAN-FILE
                 ASSIGN TO UT-SYS-LOANFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS LN-LOAN-KEY.
           SELECT OPTIONAL PATRON-CHARGES-FILE
                 ASSIGN TO UT-SYS-PATRON-CHARGES-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOLD-FILE
                 ASSIGN TO UT-SYS-HOLDFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS HD-HOLD-KEY.
           SELECT PATRON-ARCHIVE-FILE
                 ASSIGN TO UT-SYS-PATRON-ARCHIVE-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PATRON-PURGE-REPORT-FILE
                 ASSIGN TO UT-SYS-PATRON-PURGE-RPT-FILE
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

       FD LOAN-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 61 CHARACTERS.
       01 LOAN-REC.
          05  LN-LOAN-KEY.
              10  LN-ISBN                          PIC 9(13).
              10  LN-PATRON-ID                     PIC 9(5).
              10  LN-CHECKOUT-TS                   PIC X(14).
          05  LN-DUE-DATE                          PIC 9(8).
          05  LN-RETURN-DATE                       PIC 9(8).
          05  LN-STATUS                            PIC X.
              88  LOAN-OPEN                 VALUE "O".
              88  LOAN-CLOSED               VALUE "C".
              88  LOAN-LOST                 VALUE "L".
          05  LN-RENEWAL-COUNT                     PIC 99.
          05  LN-BARCODE                           PIC 9(10).

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
          05  HD-PICKUP-BRANCH                     PIC X(4).
          05  HD-FILLED-DATE                       PIC 9(8).
          05  HD-PICKUP-BY                         PIC 9(8).
          05  HD-BARCODE                           PIC 9(10).

      *    THE PURGED PATRONS, IN THE MASTER'S OWN LAYOUT.
       FD PATRON-ARCHIVE-FILE
          RECORD CONTAINS 136 CHARACTERS.
       01 PATRON-ARCHIVE-REC                       PIC X(136).

       FD PATRON-PURGE-REPORT-FILE
          RECORD CONTAINS 80 CHARACTERS.
       01 PATRON-PURGE-REPORT-REC.
          05  PPR-PATRON-ID                        PIC 9(5).
          05  FILLER                               PIC X.
          05  PPR-NAME                             PIC X(30).
          05  FILLER                               PIC X.
          05  PPR-CARD-EXPIRES                     PIC 9(8).
          05  FILLER                               PIC X.
          05  PPR-LAST-ACTIVITY                    PIC 9(8).
          05  FILLER                               PIC X.
          05  PPR-ACTION                           PIC X(25).
       01 PATRON-PURGE-TEXT-REC                    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILENAMES.
           05  UT-SYS-PATRONFILE                   PIC X(50)
                                   VALUE "C:\COBOL\PATRONMASTER.DAT".
           05  UT-SYS-LOANFILE                     PIC X(50)
                                   VALUE "C:\COBOL\LOANFILE.DAT".
           05  UT-SYS-PATRON-CHARGES-FILE          PIC X(50)
                                   VALUE "C:\COBOL\PATRONCHARGES.DAT".
           05  UT-SYS-HOLDFILE                     PIC X(50)
                                   VALUE "C:\COBOL\HOLDFILE.DAT".
           05  UT-SYS-PATRON-ARCHIVE-FILE          PIC X(50)
                                   VALUE "C:\COBOL\PATRONARCH.DAT".
           05  UT-SYS-PATRON-PURGE-RPT-FILE        PIC X(50)
                                   VALUE "C:\COBOL\PATRONPURGE.DAT".
       01  WS-SWITCHES.
           05  WS-END-OF-FILE                      PIC X
                                            VALUE 'N'.
               88  EOF                       VALUE 'Y'.
           05  WS-PURGE-ANSWER                     PIC X
                                            VALUE 'N'.
               88  PURGE-FOR-REAL            VALUE 'Y'.
       01  WS-TIMESTAMP                            PIC X(21).
       01  WS-TODAY-DATE                           PIC 9(8).
      *    THE CUTOFF IS TODAY LESS THE RETENTION YEARS - 29 FEBRUARY
      *    FALLS BACK TO THE 28TH IN A YEAR WITHOUT ONE.
       01  WS-YEARS-ENTRY                          PIC X(2).
       01  WS-RETAIN-YEARS                         PIC 99.
       01  WS-CUTOFF-DATE                          PIC 9(8).
       01  WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
           05  WS-CUTOFF-YYYY                      PIC 9(4).
           05  WS-CUTOFF-MM                        PIC 99.
           05  WS-CUTOFF-DD                        PIC 99.
       01  WS-ACTIVITY-DATE                        PIC 9(8).
      *    THE PATRONS WHOSE CARD AND LAST RENEWAL ALREADY PUT THEM
      *    PAST THE CUTOFF, WITH THE LATEST ACTIVITY FOUND FOR EACH
      *    ON THE OTHER FILES AND WHAT IS STILL OPEN AGAINST THEM.
       01  WS-PURGE-TABLE.
           05  WS-PG-COUNT                         PIC 9(4)
                                            VALUE ZERO.
           05  WS-PG-ENTRY OCCURS 2000 TIMES.
               10  WS-PG-PATRON-ID                 PIC 9(5).
               10  WS-PG-LAST-ACTIVITY             PIC 9(8).
               10  WS-PG-OPEN-LOANS                PIC X.
               10  WS-PG-OPEN-CHARGES              PIC X.
               10  WS-PG-OPEN-HOLDS                PIC X.
       01  WS-PG-SUB                               PIC 9(4).
       01  WS-SEARCH-ID                            PIC 9(5).
       01  WS-RUN-COUNTS.
           05  WS-PATRON-COUNT                     PIC 9(5)
                                            VALUE ZERO.
           05  WS-PURGED-COUNT                     PIC 9(5)
                                            VALUE ZERO.
           05  WS-KEPT-OPEN-COUNT                  PIC 9(5)
                                            VALUE ZERO.
           05  WS-KEPT-ACTIVE-COUNT                PIC 9(5)
                                            VALUE ZERO.
       01  WS-EDIT-COUNT                           PIC ZZZZ9.

       PROCEDURE DIVISION.
      *************************************************************
      *  Ask for the retention period and the mode, gather the
      *  candidates, look for activity and open items on the other
      *  files, then purge (or list) each one.
      *************************************************************
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (1:8) TO WS-TODAY-DATE
           MOVE SPACES TO WS-YEARS-ENTRY
           DISPLAY "RETENTION PERIOD IN YEARS (ENTER FOR 3): "
           ACCEPT WS-YEARS-ENTRY
           IF WS-YEARS-ENTRY = SPACES
               MOVE 3 TO WS-RETAIN-YEARS
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-YEARS-ENTRY) NOT = ZERO
                   DISPLAY "INVALID RETENTION PERIOD"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               COMPUTE WS-RETAIN-YEARS =
                   FUNCTION NUMVAL(WS-YEARS-ENTRY)
           END-IF
           IF WS-RETAIN-YEARS = ZERO
               DISPLAY "RETENTION PERIOD MUST BE AT LEAST ONE YEAR"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-TODAY-DATE TO WS-CUTOFF-DATE
           SUBTRACT WS-RETAIN-YEARS FROM WS-CUTOFF-YYYY
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CUTOFF-DATE) NOT = ZERO
               SUBTRACT 1 FROM WS-CUTOFF-DD
           END-IF
           DISPLAY "PURGE NOW? (Y = PURGE, ENTER = LIST ONLY): "
           ACCEPT WS-PURGE-ANSWER
           OPEN I-O PATRON-MASTER-FILE
           PERFORM 200-FIND-CANDIDATES THRU 200-EXIT.
           PERFORM 300-SCAN-LOANS THRU 300-EXIT.
           PERFORM 320-SCAN-CHARGES THRU 320-EXIT.
           PERFORM 340-SCAN-HOLDS THRU 340-EXIT.
           OPEN OUTPUT PATRON-PURGE-REPORT-FILE
           IF PURGE-FOR-REAL
               OPEN EXTEND PATRON-ARCHIVE-FILE
           END-IF
           PERFORM 500-WRITE-HEADING THRU 500-EXIT.
           PERFORM 400-PURGE-PATRON THRU 400-EXIT
               VARYING WS-PG-SUB FROM 1 BY 1
               UNTIL WS-PG-SUB > WS-PG-COUNT.
           PERFORM 700-WRITE-TOTALS THRU 700-EXIT.
           CLOSE PATRON-MASTER-FILE
           CLOSE PATRON-PURGE-REPORT-FILE
           IF PURGE-FOR-REAL
               CLOSE PATRON-ARCHIVE-FILE
               DISPLAY "PATRON PURGE COMPLETE - " WS-PURGED-COUNT
                   " PURGED, " WS-KEPT-OPEN-COUNT " KEPT FOR OPEN ITEMS"
           ELSE
               DISPLAY "PATRON PURGE LIST ONLY - " WS-PURGED-COUNT
                   " WOULD BE PURGED, " WS-KEPT-OPEN-COUNT
                   " KEPT FOR OPEN ITEMS"
           END-IF
           GOBACK.
      ***************************************************************
      *  Every patron whose card has expired (or has no date) and
      *  who was last added or renewed before the cutoff.  Their
      *  last activity starts at that renewal date.
      ***************************************************************
       200-FIND-CANDIDATES.
           MOVE 'N' TO WS-END-OF-FILE
           MOVE LOW-VALUES TO PM-PATRON-ID
           START PATRON-MASTER-FILE KEY IS NOT LESS THAN PM-PATRON-ID
               INVALID KEY MOVE 'Y' TO WS-END-OF-FILE
           END-START
           PERFORM UNTIL EOF
               READ PATRON-MASTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       PERFORM 250-CHECK-CANDIDATE THRU 250-EXIT
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-END-OF-FILE.
       200-EXIT.
           EXIT.
      ***************************************************************
      *  One patron from the master.
      ***************************************************************
       250-CHECK-CANDIDATE.
           ADD 1 TO WS-PATRON-COUNT
           IF PM-CARD-EXPIRES NOT NUMERIC
               MOVE ZERO TO PM-CARD-EXPIRES
           END-IF
           IF PM-RENEWED-DATE NOT NUMERIC
               MOVE ZERO TO PM-RENEWED-DATE
           END-IF
           IF PM-CARD-EXPIRES NOT < WS-TODAY-DATE
               GO TO 250-EXIT
           END-IF
           IF PM-RENEWED-DATE NOT < WS-CUTOFF-DATE
               ADD 1 TO WS-KEPT-ACTIVE-COUNT
               GO TO 250-EXIT
           END-IF
           IF WS-PG-COUNT = 2000
               DISPLAY "PATRONMASTER.DAT EXCEEDS THE WORK TABLE "
                   "- RUN REFUSED"
               CLOSE PATRON-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-PG-COUNT
           MOVE PM-PATRON-ID TO WS-PG-PATRON-ID (WS-PG-COUNT)
           MOVE PM-RENEWED-DATE TO WS-PG-LAST-ACTIVITY (WS-PG-COUNT)
           MOVE 'N' TO WS-PG-OPEN-LOANS (WS-PG-COUNT)
           MOVE 'N' TO WS-PG-OPEN-CHARGES (WS-PG-COUNT)
           MOVE 'N' TO WS-PG-OPEN-HOLDS (WS-PG-COUNT).
       250-EXIT.
           EXIT.
      ***************************************************************
      *  Loans: the later of checkout and return is activity, and
      *  a loan still open keeps the patron.
      ***************************************************************
       300-SCAN-LOANS.
           OPEN INPUT LOAN-FILE
           MOVE LOW-VALUES TO LN-LOAN-KEY
           START LOAN-FILE KEY IS NOT LESS THAN LN-LOAN-KEY
               INVALID KEY MOVE 'Y' TO WS-END-OF-FILE
           END-START
           PERFORM UNTIL EOF
               READ LOAN-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       MOVE LN-PATRON-ID TO WS-SEARCH-ID
                       PERFORM 450-FIND-CANDIDATE THRU 450-EXIT
                       IF WS-PG-SUB NOT > WS-PG-COUNT
                           IF LOAN-OPEN
                               MOVE 'Y' TO WS-PG-OPEN-LOANS (WS-PG-SUB)
                           END-IF
                           MOVE LN-CHECKOUT-TS (1:8)
                               TO WS-ACTIVITY-DATE
                           PERFORM 460-NOTE-ACTIVITY THRU 460-EXIT
                           IF LN-RETURN-DATE NUMERIC
                               MOVE LN-RETURN-DATE TO WS-ACTIVITY-DATE
                               PERFORM 460-NOTE-ACTIVITY THRU 460-EXIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       300-EXIT.
           EXIT.
      ***************************************************************
      *  Charges: the charge date is activity, and a charge still
      *  open keeps the patron.
      ***************************************************************
       320-SCAN-CHARGES.
           OPEN INPUT PATRON-CHARGES-FILE
           PERFORM UNTIL EOF
               READ PATRON-CHARGES-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       MOVE PC-PATRON-ID TO WS-SEARCH-ID
                       PERFORM 450-FIND-CANDIDATE THRU 450-EXIT
                       IF WS-PG-SUB NOT > WS-PG-COUNT
                           IF PC-OPEN
                               MOVE 'Y'
                                   TO WS-PG-OPEN-CHARGES (WS-PG-SUB)
                           END-IF
                           MOVE PC-CHARGE-DATE TO WS-ACTIVITY-DATE
                           PERFORM 460-NOTE-ACTIVITY THRU 460-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PATRON-CHARGES-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       320-EXIT.
           EXIT.
      ***************************************************************
      *  Holds: the request date is activity, and a hold still
      *  waiting, in transit or on the hold shelf keeps the patron.
      ***************************************************************
       340-SCAN-HOLDS.
           OPEN INPUT HOLD-FILE
           MOVE LOW-VALUES TO HD-HOLD-KEY
           START HOLD-FILE KEY IS NOT LESS THAN HD-HOLD-KEY
               INVALID KEY MOVE 'Y' TO WS-END-OF-FILE
           END-START
           PERFORM UNTIL EOF
               READ HOLD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       MOVE HD-PATRON-ID TO WS-SEARCH-ID
                       PERFORM 450-FIND-CANDIDATE THRU 450-EXIT
                       IF WS-PG-SUB NOT > WS-PG-COUNT
                           IF HOLD-WAITING OR HOLD-FILLED
                                   OR HOLD-IN-TRANSIT
                               MOVE 'Y' TO WS-PG-OPEN-HOLDS (WS-PG-SUB)
                           END-IF
                           MOVE HD-REQUEST-DATE TO WS-ACTIVITY-DATE
                           PERFORM 460-NOTE-ACTIVITY THRU 460-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       340-EXIT.
           EXIT.
      ***************************************************************
      *  One candidate: still active since the cutoff, held back by
      *  something open, or archived and removed from the master.
      ***************************************************************
       400-PURGE-PATRON.
           IF WS-PG-LAST-ACTIVITY (WS-PG-SUB) NOT < WS-CUTOFF-DATE
               ADD 1 TO WS-KEPT-ACTIVE-COUNT
               GO TO 400-EXIT
           END-IF
           MOVE WS-PG-PATRON-ID (WS-PG-SUB) TO PM-PATRON-ID
           READ PATRON-MASTER-FILE
               INVALID KEY GO TO 400-EXIT
           END-READ
           MOVE SPACES TO PATRON-PURGE-REPORT-REC
           MOVE PM-PATRON-ID TO PPR-PATRON-ID
           MOVE PM-NAME TO PPR-NAME
           MOVE PM-CARD-EXPIRES TO PPR-CARD-EXPIRES
           MOVE WS-PG-LAST-ACTIVITY (WS-PG-SUB) TO PPR-LAST-ACTIVITY
           EVALUATE TRUE
               WHEN WS-PG-OPEN-LOANS (WS-PG-SUB) = 'Y'
                   MOVE "KEPT - LOAN STILL OPEN" TO PPR-ACTION
               WHEN WS-PG-OPEN-CHARGES (WS-PG-SUB) = 'Y'
                   MOVE "KEPT - CHARGE STILL OPEN" TO PPR-ACTION
               WHEN WS-PG-OPEN-HOLDS (WS-PG-SUB) = 'Y'
                   MOVE "KEPT - HOLD STILL OPEN" TO PPR-ACTION
               WHEN OTHER
                   MOVE SPACES TO PPR-ACTION
           END-EVALUATE
           IF PPR-ACTION NOT = SPACES
               WRITE PATRON-PURGE-REPORT-REC
               ADD 1 TO WS-KEPT-OPEN-COUNT
               GO TO 400-EXIT
           END-IF
           IF NOT PURGE-FOR-REAL
               MOVE "WOULD PURGE" TO PPR-ACTION
               WRITE PATRON-PURGE-REPORT-REC
               ADD 1 TO WS-PURGED-COUNT
               GO TO 400-EXIT
           END-IF
           MOVE PATRON-MASTER-REC TO PATRON-ARCHIVE-REC
           WRITE PATRON-ARCHIVE-REC
           DELETE PATRON-MASTER-FILE
               INVALID KEY
                   MOVE "ARCHIVED - DELETE FAILED" TO PPR-ACTION
                   WRITE PATRON-PURGE-REPORT-REC
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   GO TO 400-EXIT
           END-DELETE
           MOVE "PURGED" TO PPR-ACTION
           WRITE PATRON-PURGE-REPORT-REC
           ADD 1 TO WS-PURGED-COUNT.
       400-EXIT.
           EXIT.
      ***************************************************************
      *  Find WS-SEARCH-ID among the candidates.  Not found leaves
      *  WS-PG-SUB past the last entry.
      ***************************************************************
       450-FIND-CANDIDATE.
           PERFORM VARYING WS-PG-SUB FROM 1 BY 1
                   UNTIL WS-PG-SUB > WS-PG-COUNT
                   OR WS-PG-PATRON-ID (WS-PG-SUB) = WS-SEARCH-ID
               CONTINUE
           END-PERFORM.
       450-EXIT.
           EXIT.
      ***************************************************************
      *  Keep the latest activity date seen for the candidate.
      ***************************************************************
       460-NOTE-ACTIVITY.
           IF WS-ACTIVITY-DATE NUMERIC
               IF WS-ACTIVITY-DATE > WS-PG-LAST-ACTIVITY (WS-PG-SUB)
                   MOVE WS-ACTIVITY-DATE
                       TO WS-PG-LAST-ACTIVITY (WS-PG-SUB)
               END-IF
           END-IF.
       460-EXIT.
           EXIT.
      ***************************************************************
      *  The report heading.
      ***************************************************************
       500-WRITE-HEADING.
           MOVE SPACES TO PATRON-PURGE-TEXT-REC
           IF PURGE-FOR-REAL
               STRING "INACTIVE PATRON PURGE RUN " WS-TODAY-DATE
                   " - NO ACTIVITY SINCE " WS-CUTOFF-DATE
                   DELIMITED BY SIZE INTO PATRON-PURGE-TEXT-REC
           ELSE
               STRING "INACTIVE PATRON LIST RUN " WS-TODAY-DATE
                   " - NO ACTIVITY SINCE " WS-CUTOFF-DATE
                   " - NOTHING CHANGED"
                   DELIMITED BY SIZE INTO PATRON-PURGE-TEXT-REC
           END-IF
           WRITE PATRON-PURGE-TEXT-REC
           MOVE SPACES TO PATRON-PURGE-TEXT-REC
           STRING "PATRN NAME                           "
               "EXPIRES  LAST ACT ACTION"
               DELIMITED BY SIZE INTO PATRON-PURGE-TEXT-REC
           WRITE PATRON-PURGE-TEXT-REC.
       500-EXIT.
           EXIT.
      ***************************************************************
      *  The run totals.
      ***************************************************************
       700-WRITE-TOTALS.
           MOVE SPACES TO PATRON-PURGE-TEXT-REC
           WRITE PATRON-PURGE-TEXT-REC
           MOVE WS-PURGED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO PATRON-PURGE-TEXT-REC
           IF PURGE-FOR-REAL
               STRING "PATRONS ARCHIVED AND PURGED       "
                   WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO PATRON-PURGE-TEXT-REC
           ELSE
               STRING "PATRONS THAT WOULD BE PURGED      "
                   WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO PATRON-PURGE-TEXT-REC
           END-IF
           WRITE PATRON-PURGE-TEXT-REC
           MOVE WS-KEPT-OPEN-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO PATRON-PURGE-TEXT-REC
           STRING "INACTIVE BUT KEPT FOR OPEN ITEMS  " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PATRON-PURGE-TEXT-REC
           WRITE PATRON-PURGE-TEXT-REC
           MOVE WS-KEPT-ACTIVE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO PATRON-PURGE-TEXT-REC
           STRING "EXPIRED BUT ACTIVE SINCE CUTOFF   " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PATRON-PURGE-TEXT-REC
           WRITE PATRON-PURGE-TEXT-REC
           MOVE WS-PATRON-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO PATRON-PURGE-TEXT-REC
           STRING "PATRONS READ                      " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PATRON-PURGE-TEXT-REC
           WRITE PATRON-PURGE-TEXT-REC.
       700-EXIT.
           EXIT.
