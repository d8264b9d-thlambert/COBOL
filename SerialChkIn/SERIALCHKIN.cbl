       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SERIALCHKIN.
       AUTHOR.  THOMAS LAMBERT.
      *****************************************************************
      * Serial issue check-in.  The desk enters a subscription ID,
      * is shown that subscription's outstanding issues - expected
      * or claimed, oldest first, with the date each was expected -
      * and marks the issue in hand received.  Pressing ENTER takes
      * the oldest outstanding issue, which is the usual case.
      *
      * The same screen records a claim sent to the vendor for a
      * missing issue.  An issue may be claimed only once it is
      * past its expected date by the subscription's claim period;
      * the claim date and the number of claims are kept on the
      * issue, and SERIALCLAIM lists it again if it is still missing
      * a claim period after the last claim.  A claimed issue that
      * arrives is checked in the same as any other.
      *
      *   File  :  C:\COBOL\SERIALISSUE.DAT
      *   Input :  C:\COBOL\SUBSCRIPTION.DAT
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBSCRIPTION-FILE
                 ASSIGN TO UT-SYS-SUBSCRIPTION-FILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS SB-SUB-ID.
           SELECT SERIAL-ISSUE-FILE
                 ASSIGN TO UT-SYS-SERIAL-ISSUE-FILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS SI-KEY.

       DATA DIVISION.
       FILE SECTION.

      *    SAME LAYOUT SERIALMAINT KEEPS.
       FD SUBSCRIPTION-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 89 CHARACTERS.
       01 SUBSCRIPTION-REC.
          05  SB-SUB-ID                            PIC 9(5).
          05  SB-TITLE                             PIC X(30).
          05  SB-ISSN                              PIC X(9).
          05  SB-VENDOR-NO                         PIC 9(5).
          05  SB-FREQUENCY                         PIC X.
          05  SB-START-DATE                        PIC 9(8).
          05  SB-END-DATE                          PIC 9(8).
          05  SB-COST                              PIC 9(5)V99.
          05  SB-EXP-ACCT                          PIC 9(4).
          05  SB-CLAIM-DAYS                        PIC 9(3).
          05  SB-STATUS                            PIC X.
              88  SB-ACTIVE                 VALUE "A".
              88  SB-CANCELLED              VALUE "C".
          05  SB-RENEWED-DATE                      PIC 9(8).

      *    SAME LAYOUT SERIALMAINT KEEPS.
       FD SERIAL-ISSUE-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 43 CHARACTERS.
       01 SERIAL-ISSUE-REC.
          05  SI-KEY.
              10  SI-SUB-ID                        PIC 9(5).
              10  SI-ISSUE-SEQ                     PIC 9(4).
          05  SI-EXPECTED-DATE                     PIC 9(8).
          05  SI-STATUS                            PIC X.
              88  SI-EXPECTED               VALUE "E".
              88  SI-RECEIVED               VALUE "R".
              88  SI-CLAIMED                VALUE "C".
              88  SI-OUTSTANDING            VALUE "E" "C".
          05  SI-RECEIVED-DATE                     PIC 9(8).
          05  SI-CLAIM-DATE                        PIC 9(8).
          05  SI-CLAIM-COUNT                       PIC 9.
          05  SI-OPERATOR-ID                       PIC X(8).

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
       01  WS-FILENAMES.
           05  UT-SYS-SUBSCRIPTION-FILE            PIC X(50)
                                   VALUE "C:\COBOL\SUBSCRIPTION.DAT".
           05  UT-SYS-SERIAL-ISSUE-FILE            PIC X(50)
                                   VALUE "C:\COBOL\SERIALISSUE.DAT".
       01  WS-OPERATOR-ID                          PIC X(8).
       01  WS-SIGNON-OK                            PIC X
                                            VALUE 'N'.
           88  SIGNON-OK                     VALUE 'Y'.
       01  WS-SWITCHES.
           05  WS-STOP-PROGRAM                     PIC X
                                            VALUE 'N'.
               88  OK-TO-STOP                VALUE 'Y'.
           05  WS-MENU-CHOICE                      PIC X.
           05  WS-SUB-NOT-FOUND                    PIC X
                                            VALUE 'F'.
               88  SUB-FOUND                 VALUE 'T'.
           05  WS-ISSUE-NOT-FOUND                  PIC X
                                            VALUE 'F'.
               88  ISSUE-FOUND               VALUE 'T'.
           05  WS-ISSUE-EOF                        PIC X
                                            VALUE 'N'.
               88  ISSUE-EOF                 VALUE 'Y'.
       01  WS-TIMESTAMP                            PIC X(21).
       01  WS-TODAY-DATE                           PIC 9(8).
       01  WS-CHECKIN-WORK.
           05  WS-OLDEST-SEQ                       PIC 9(4).
           05  WS-OUTSTANDING-COUNT                PIC 9(4).
           05  WS-ISSUE-ENTRY                      PIC X(4).
           05  WS-CLAIM-DUE-DATE                   PIC 9(8).
           05  WS-DATE-INT                         PIC 9(8).

       PROCEDURE DIVISION.
      ***************************************************************
      *   Do startup tasks.
      *   Loop until the user chooses to exit.
      *   Do ending tasks.
      ***************************************************************
       100-MAIN.
           PERFORM 900-INITIALIZATION THRU 900-EXIT.
           IF NOT SIGNON-OK
               DISPLAY "SIGN-ON FAILED - PROGRAM ENDED"
               MOVE 'Y' TO WS-STOP-PROGRAM
           END-IF
           PERFORM 200-PROCESS-FILE THRU 200-EXIT
                   UNTIL OK-TO-STOP.
           PERFORM 910-END-PROGRAM-RTN.
           GOBACK.
      ***************************************************************
      *   Validate the operator against the central operator master.
      ***************************************************************
       050-SIGN-ON.
           MOVE "SERIALCHKIN" TO SGN-PROGRAM-NAME
           MOVE "N" TO SGN-UNATTENDED
           MOVE SPACES TO SGN-OPERATOR-ID
           MOVE SPACES TO SGN-PASSWORD
           CALL "OPERSIGNON" USING SIGNON-PARMS
           MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE SGN-OK TO WS-SIGNON-OK.
       050-EXIT.
           EXIT.
      ***************************************************************
      *   Display the menu and dispatch.
      ***************************************************************
       200-PROCESS-FILE.
           DISPLAY "1. CHECK IN AN ISSUE"
           DISPLAY "2. RECORD A CLAIM SENT TO THE VENDOR"
           DISPLAY "3. EXIT"
           DISPLAY "ENTER MENU OPTION: "
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM 300-CHECK-IN-ISSUE THRU 300-EXIT
               WHEN "2"
                   PERFORM 400-RECORD-CLAIM THRU 400-EXIT
               WHEN "3"
                   MOVE 'Y' TO WS-STOP-PROGRAM
           END-EVALUATE.
       200-EXIT.
           EXIT.
      ***************************************************************
      *   Mark one outstanding issue received.
      ***************************************************************
       300-CHECK-IN-ISSUE.
           PERFORM 500-SELECT-ISSUE THRU 500-EXIT
           IF NOT ISSUE-FOUND
               GO TO 300-EXIT
           END-IF
           MOVE "R" TO SI-STATUS
           MOVE WS-TODAY-DATE TO SI-RECEIVED-DATE
           MOVE WS-OPERATOR-ID TO SI-OPERATOR-ID
           REWRITE SERIAL-ISSUE-REC
               INVALID KEY DISPLAY "ERROR REWRITING ISSUE"
               NOT INVALID KEY
                   DISPLAY "ISSUE " SI-ISSUE-SEQ " OF " SB-TITLE
                       " CHECKED IN"
           END-REWRITE.
       300-EXIT.
           EXIT.
      ***************************************************************
      *   Record a claim sent for one outstanding issue that is past
      *   its expected date by the claim period.
      ***************************************************************
       400-RECORD-CLAIM.
           PERFORM 500-SELECT-ISSUE THRU 500-EXIT
           IF NOT ISSUE-FOUND
               GO TO 400-EXIT
           END-IF
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(SI-EXPECTED-DATE)
               + SB-CLAIM-DAYS
           COMPUTE WS-CLAIM-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           IF WS-TODAY-DATE NOT > WS-CLAIM-DUE-DATE
               DISPLAY "ISSUE " SI-ISSUE-SEQ " IS NOT CLAIMABLE "
                   "UNTIL AFTER " WS-CLAIM-DUE-DATE
               GO TO 400-EXIT
           END-IF
           MOVE "C" TO SI-STATUS
           MOVE WS-TODAY-DATE TO SI-CLAIM-DATE
           IF SI-CLAIM-COUNT < 9
               ADD 1 TO SI-CLAIM-COUNT
           END-IF
           MOVE WS-OPERATOR-ID TO SI-OPERATOR-ID
           REWRITE SERIAL-ISSUE-REC
               INVALID KEY DISPLAY "ERROR REWRITING ISSUE"
               NOT INVALID KEY
                   DISPLAY "CLAIM " SI-CLAIM-COUNT " RECORDED FOR "
                       "ISSUE " SI-ISSUE-SEQ
           END-REWRITE.
       400-EXIT.
           EXIT.
      ***************************************************************
      *   Ask for the subscription, list its outstanding issues,
      *   and read the one the desk picks (ENTER for the oldest).
      *   ISSUE-FOUND is set only for an outstanding issue.
      ***************************************************************
       500-SELECT-ISSUE.
           MOVE 'F' TO WS-ISSUE-NOT-FOUND
           DISPLAY "SUBSCRIPTION ID: "
           ACCEPT SB-SUB-ID
           PERFORM 700-READ-SUBSCRIPTION THRU 700-EXIT
           IF NOT SUB-FOUND
               DISPLAY "SUBSCRIPTION IS NOT ON FILE"
               GO TO 500-EXIT
           END-IF
           DISPLAY SB-TITLE " " SB-ISSN
           IF SB-CANCELLED
               DISPLAY "NOTE - SUBSCRIPTION IS CANCELLED"
           END-IF
           PERFORM 720-LIST-OUTSTANDING THRU 720-EXIT
           IF WS-OUTSTANDING-COUNT = ZERO
               DISPLAY "NO ISSUES OUTSTANDING"
               GO TO 500-EXIT
           END-IF
           DISPLAY "ISSUE NUMBER (ENTER FOR " WS-OLDEST-SEQ "): "
           MOVE SPACES TO WS-ISSUE-ENTRY
           ACCEPT WS-ISSUE-ENTRY
           IF WS-ISSUE-ENTRY = SPACES
               MOVE WS-OLDEST-SEQ TO SI-ISSUE-SEQ
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-ISSUE-ENTRY) NOT = ZERO
                   DISPLAY "ISSUE NUMBER MUST BE NUMERIC"
                   GO TO 500-EXIT
               END-IF
               COMPUTE SI-ISSUE-SEQ = FUNCTION NUMVAL(WS-ISSUE-ENTRY)
           END-IF
           MOVE SB-SUB-ID TO SI-SUB-ID
           READ SERIAL-ISSUE-FILE
               INVALID KEY
                   DISPLAY "ISSUE " SI-ISSUE-SEQ " IS NOT ON FILE"
                   GO TO 500-EXIT
           END-READ
           IF NOT SI-OUTSTANDING
               DISPLAY "ISSUE " SI-ISSUE-SEQ " WAS RECEIVED "
                   SI-RECEIVED-DATE
               GO TO 500-EXIT
           END-IF
           MOVE 'T' TO WS-ISSUE-NOT-FOUND.
       500-EXIT.
           EXIT.
      ***************************************************************
      *   Read a record from the subscription master file.
      ***************************************************************
       700-READ-SUBSCRIPTION.
           READ SUBSCRIPTION-FILE
              INVALID KEY MOVE 'F' TO WS-SUB-NOT-FOUND
              NOT INVALID KEY MOVE 'T' TO WS-SUB-NOT-FOUND
           END-READ.
       700-EXIT.
           EXIT.
      ***************************************************************
      *   List the subscription's expected and claimed issues, and
      *   keep the oldest for the ENTER default.
      ***************************************************************
       720-LIST-OUTSTANDING.
           MOVE ZERO TO WS-OUTSTANDING-COUNT WS-OLDEST-SEQ
           MOVE 'N' TO WS-ISSUE-EOF
           MOVE SB-SUB-ID TO SI-SUB-ID
           MOVE ZERO TO SI-ISSUE-SEQ
           START SERIAL-ISSUE-FILE KEY IS NOT LESS THAN SI-KEY
               INVALID KEY MOVE 'Y' TO WS-ISSUE-EOF
           END-START
           PERFORM UNTIL ISSUE-EOF
               READ SERIAL-ISSUE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-ISSUE-EOF
               END-READ
               IF NOT ISSUE-EOF
                   IF SI-SUB-ID NOT = SB-SUB-ID
                       MOVE 'Y' TO WS-ISSUE-EOF
                   ELSE
                       IF SI-OUTSTANDING
                           ADD 1 TO WS-OUTSTANDING-COUNT
                           IF WS-OLDEST-SEQ = ZERO
                               MOVE SI-ISSUE-SEQ TO WS-OLDEST-SEQ
                           END-IF
                           IF SI-CLAIMED
                               DISPLAY "  ISSUE " SI-ISSUE-SEQ
                                   "  EXPECTED " SI-EXPECTED-DATE
                                   "  CLAIMED " SI-CLAIM-DATE
                                   " (" SI-CLAIM-COUNT ")"
                           ELSE
                               DISPLAY "  ISSUE " SI-ISSUE-SEQ
                                   "  EXPECTED " SI-EXPECTED-DATE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       720-EXIT.
           EXIT.
      ***************************************************************
      *   Open the files, get the date, and sign on.
      ***************************************************************
       900-INITIALIZATION.
           OPEN INPUT SUBSCRIPTION-FILE.
           OPEN I-O SERIAL-ISSUE-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP (1:8) TO WS-TODAY-DATE.
           PERFORM 050-SIGN-ON THRU 050-EXIT.
       900-EXIT.
           EXIT.
      *****************************************************************
      *   Close files.
      *****************************************************************
       910-END-PROGRAM-RTN.
           CLOSE SUBSCRIPTION-FILE.
           CLOSE SERIAL-ISSUE-FILE.
       910-EXIT.
           EXIT.
