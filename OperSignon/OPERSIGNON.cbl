      *   - SIGN-ON LOG: every attempt - operator, program,
      *     timestamp, outcome - is appended to SIGNONLOG.DAT, which
      *     CGLAUDITINQ pulls into its chronological report.
      *   - PROGRAM ACCESS: the operator must be granted the program
      *     (by the SGN-PROGRAM-NAME it passes here) on the program-
      *     authority file, either directly or through the role on
      *     their operator record; a grant to the operator outranks
      *     one to their role.  The level handed back is the grant's
      *     level, never more than the operator's own authority
      *     level.  A program not granted is refused and logged as
      *     DENIED.  Until OPERMAINT has put the first grant on file
      *     every program is open at the operator's own level, and a
      *     level-3 operator can always reach OPERMAINT, so the
      *     grants can never lock the supervisors out.
      *
      * Called with SGN-UNATTENDED = "Y" (the nightly chain running
      * off its run-parameter file) the credentials arrive in the
      * parameter area, nothing prompts, and an expired password is
      * logged but not forced - the chain must not stop at 2 AM.
      *
      * MAINMENU signs the operator on once for the whole session:
      * called with SGN-UNATTENDED = "S" it prompts as usual and, on
      * success, remembers the operator.  While the session is open,
      * every program the menu launches calls here in the ordinary
      * attended way and is signed on as that operator without a
      * prompt - still subject to the operator being active and
      * granted the program, and still logged.  "Q" asks whether the
      * session operator is granted a program (the menu builds its
      * lists that way) without prompting or logging, and "E" ends
      * the session.
      *
      * An empty operator master (first-time setup) still signs on
      * in open mode at supervisor level so the system is not locked
      * out before OPERMAINT has loaded anyone.
      *
      *   File  :  C:\COBOL\OPERMASTER.DAT
      *   Input :  C:\COBOL\OPERPGMAUTH.DAT
      *   Output:  C:\COBOL\SIGNONLOG.DAT (extended)
      *****************************************************************

                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS OPR-ID.
           SELECT OPTIONAL PROGRAM-AUTH-FILE
                 ASSIGN TO UT-SYS-PGM-AUTH-FILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS PA-KEY.
           SELECT SIGNON-LOG-FILE
                 ASSIGN TO UT-SYS-SIGNON-LOG-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.

       FD OPERATOR-MASTER-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 36 CHARACTERS.
       01 OPERATOR-MASTER-REC.
          05  OPR-ID                               PIC X(8).
          05  OPR-PASSWORD                         PIC X(8).
      *    FAILED-ATTEMPT COUNT THE LOCKOUT WORKS FROM.
          05  OPR-PWD-EXPIRE-DATE                  PIC 9(8).
          05  OPR-FAIL-COUNT                       PIC 99.
      *    THE ROLE WHOSE PROGRAM GRANTS THE OPERATOR ALSO HOLDS
      *    (SPACES = NONE).
          05  OPR-ROLE                             PIC X(8).

      *    ONE ROW PER PROGRAM GRANTED TO AN OPERATOR (TYPE O) OR A
      *    ROLE (TYPE R), WITH THE LEVEL IT IS GRANTED AT.
       FD PROGRAM-AUTH-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 38 CHARACTERS.
       01 PROGRAM-AUTH-REC.
          05  PA-KEY.
              10  PA-GRANTEE-TYPE                  PIC X.
                  88  PA-OPERATOR-GRANT     VALUE "O".
                  88  PA-ROLE-GRANT         VALUE "R".
              10  PA-GRANTEE                       PIC X(8).
              10  PA-PROGRAM-NAME                  PIC X(12).
          05  PA-LEVEL                             PIC 9.
          05  PA-GRANTED-BY                        PIC X(8).
          05  PA-GRANT-DATE                        PIC 9(8).

      *    APPEND-ONLY SIGN-ON LOG.
       FD SIGNON-LOG-FILE
                                   VALUE "C:\COBOL\OPERMASTER.DAT".
           05  UT-SYS-SIGNON-LOG-FILE              PIC X(50)
                                   VALUE "C:\COBOL\SIGNONLOG.DAT".
           05  UT-SYS-PGM-AUTH-FILE                PIC X(50)
                                   VALUE "C:\COBOL\OPERPGMAUTH.DAT".
      *    DISABLED AFTER THIS MANY WRONG PASSWORDS IN A ROW.
       01  WS-MAX-FAILURES                         PIC 99
                                            VALUE 03.
               88  OPR-FOUND                 VALUE 'Y'.
           05  WS-WANT-CHANGE                      PIC X.
               88  WANT-CHANGE               VALUE 'Y' 'y'.
           05  WS-PGM-GRANTED                      PIC X
                                            VALUE 'N'.
               88  PGM-GRANTED               VALUE 'Y'.
       01  WS-PGM-LEVEL                            PIC 9.
      *    THE OPERATOR SIGNED ON TO THE MAIN MENU - KEPT BETWEEN
      *    CALLS FOR AS LONG AS THE MENU SESSION LASTS.
       01  WS-SESSION.
           05  WS-SESSION-ACTIVE                   PIC X
                                            VALUE 'N'.
               88  SESSION-ACTIVE            VALUE 'Y'.
           05  WS-SESSION-OPERATOR                 PIC X(8)
                                            VALUE SPACES.
       01  WS-WORK.
           05  WS-TIMESTAMP                        PIC X(21).
           05  WS-TODAY-DATE                       PIC 9(8).
       01  SIGNON-PARMS.
           05  SGN-PROGRAM-NAME                    PIC X(12).
      *    "Y" = UNATTENDED: CREDENTIALS ARRIVE IN THE PARAMETER
      *    AREA AND NOTHING PROMPTS.  "S" = START A MENU SESSION,
      *    "Q" = IS THE SESSION OPERATOR GRANTED THIS PROGRAM,
      *    "E" = END THE SESSION.
           05  SGN-UNATTENDED                      PIC X.
           05  SGN-OPERATOR-ID                     PIC X(8).
           05  SGN-PASSWORD                        PIC X(8).
           MOVE ZERO TO SGN-AUTH-LEVEL
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (1:8) TO WS-TODAY-DATE
           IF SGN-UNATTENDED = "E"
               MOVE 'N' TO WS-SESSION-ACTIVE
               MOVE SPACES TO WS-SESSION-OPERATOR
               MOVE 'Y' TO SGN-OK
               GOBACK
           END-IF
           OPEN I-O OPERATOR-MASTER-FILE
           PERFORM 200-CHECK-EMPTY-MASTER THRU 200-EXIT
           IF OPR-FILE-EMPTY
               IF SGN-UNATTENDED NOT = "Q"
                   DISPLAY "OPERATOR MASTER IS EMPTY - OPEN MODE"
               END-IF
               IF SGN-UNATTENDED = "S"
                   MOVE 'Y' TO WS-SESSION-ACTIVE
                   MOVE SPACES TO WS-SESSION-OPERATOR
               END-IF
               MOVE 3 TO SGN-AUTH-LEVEL
               MOVE 'Y' TO SGN-OK
               CLOSE OPERATOR-MASTER-FILE
               GOBACK
           END-IF
      *    A PROGRAM LAUNCHED FROM THE MENU SIGNS ON AS THE MENU'S
      *    OPERATOR WITHOUT PROMPTING AGAIN.
           IF SGN-UNATTENDED = "Q"
                   OR (SGN-UNATTENDED = "N" AND SESSION-ACTIVE)
               PERFORM 600-SESSION-SIGN-ON THRU 600-EXIT
               CLOSE OPERATOR-MASTER-FILE
               GOBACK
           END-IF
           IF SGN-UNATTENDED NOT = "Y"
               DISPLAY "ENTER OPERATOR ID: "
               ACCEPT SGN-OPERATOR-ID
                   INVALID KEY CONTINUE
               END-REWRITE
           END-IF
      *    PROGRAM ACCESS - A GOOD PASSWORD IS NOT ENOUGH WITHOUT A
      *    GRANT FOR THE PROGRAM BEING SIGNED ON TO.
           PERFORM 500-CHECK-PROGRAM-GRANT THRU 500-EXIT
           IF NOT PGM-GRANTED
               DISPLAY "OPERATOR " OPR-ID " IS NOT GRANTED "
                   SGN-PROGRAM-NAME
               MOVE "DENIED" TO SL-RESULT
               PERFORM 810-WRITE-LOG THRU 810-EXIT
               CLOSE OPERATOR-MASTER-FILE
               GOBACK
           END-IF
      *    PASSWORD AGING - A DUE PASSWORD FORCES A CHANGE AT AN
      *    ATTENDED SIGN-ON.  UNATTENDED, IT IS LOGGED AND LET
      *    THROUGH SO THE 2 AM CHAIN DOES NOT STOP.
                   END-IF
               END-IF
           END-IF
           MOVE WS-PGM-LEVEL TO SGN-AUTH-LEVEL
           MOVE 'Y' TO SGN-OK
           IF SGN-UNATTENDED = "S"
               MOVE 'Y' TO WS-SESSION-ACTIVE
               MOVE OPR-ID TO WS-SESSION-OPERATOR
           END-IF
           MOVE "SUCCESS" TO SL-RESULT
           PERFORM 810-WRITE-LOG THRU 810-EXIT
           CLOSE OPERATOR-MASTER-FILE
       400-EXIT.
           EXIT.
      ***************************************************************
      *   Look the program up on the program-authority file: the
      *   operator's own grant first, then their role's.  The level
      *   granted is capped at the operator's authority level.  An
      *   empty authority file (grants not yet set up) grants every
      *   program at the operator's level.
      ***************************************************************
       500-CHECK-PROGRAM-GRANT.
           MOVE 'N' TO WS-PGM-GRANTED
           MOVE OPR-AUTH-LEVEL TO WS-PGM-LEVEL
           OPEN INPUT PROGRAM-AUTH-FILE
           MOVE LOW-VALUES TO PA-KEY
           START PROGRAM-AUTH-FILE KEY IS NOT LESS THAN PA-KEY
               INVALID KEY MOVE 'Y' TO WS-PGM-GRANTED
           END-START
           IF PGM-GRANTED
               CLOSE PROGRAM-AUTH-FILE
               GO TO 500-EXIT
           END-IF
      *    THE WAY BACK IN IF THE GRANTS ARE EVER GOT WRONG.
           IF SGN-PROGRAM-NAME = "OPERMAINT" AND OPR-AUTH-LEVEL = 3
               MOVE 'Y' TO WS-PGM-GRANTED
               CLOSE PROGRAM-AUTH-FILE
               GO TO 500-EXIT
           END-IF
           MOVE "O" TO PA-GRANTEE-TYPE
           MOVE OPR-ID TO PA-GRANTEE
           MOVE SGN-PROGRAM-NAME TO PA-PROGRAM-NAME
           READ PROGRAM-AUTH-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-PGM-GRANTED
           END-READ
           IF NOT PGM-GRANTED
                   AND OPR-ROLE NOT = SPACES
                   AND OPR-ROLE NOT = LOW-VALUES
               MOVE "R" TO PA-GRANTEE-TYPE
               MOVE OPR-ROLE TO PA-GRANTEE
               MOVE SGN-PROGRAM-NAME TO PA-PROGRAM-NAME
               READ PROGRAM-AUTH-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE 'Y' TO WS-PGM-GRANTED
               END-READ
           END-IF
           IF PGM-GRANTED AND PA-LEVEL < OPR-AUTH-LEVEL
               MOVE PA-LEVEL TO WS-PGM-LEVEL
           END-IF
           CLOSE PROGRAM-AUTH-FILE.
       500-EXIT.
           EXIT.
      ***************************************************************
      *   Sign-on within a menu session: the session operator, no
      *   password, but still active and granted the program.  A
      *   query ("Q") only answers the question - nothing is shown
      *   or logged.  An operator disabled mid-session loses the
      *   session.
      ***************************************************************
       600-SESSION-SIGN-ON.
           IF NOT SESSION-ACTIVE
               GO TO 600-EXIT
           END-IF
           MOVE WS-SESSION-OPERATOR TO SGN-OPERATOR-ID
           MOVE 'N' TO WS-OPR-FOUND
           MOVE WS-SESSION-OPERATOR TO OPR-ID
           READ OPERATOR-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-OPR-FOUND
           END-READ
           IF NOT OPR-FOUND OR NOT OPR-ACTIVE
               MOVE 'N' TO WS-SESSION-ACTIVE
               IF SGN-UNATTENDED NOT = "Q"
                   DISPLAY "OPERATOR IS DISABLED"
                   PERFORM 800-LOG-ATTEMPT-FAILURE THRU 800-EXIT
               END-IF
               GO TO 600-EXIT
           END-IF
           PERFORM 500-CHECK-PROGRAM-GRANT THRU 500-EXIT
           IF NOT PGM-GRANTED
               IF SGN-UNATTENDED NOT = "Q"
                   DISPLAY "OPERATOR " OPR-ID " IS NOT GRANTED "
                       SGN-PROGRAM-NAME
                   MOVE "DENIED" TO SL-RESULT
                   PERFORM 810-WRITE-LOG THRU 810-EXIT
               END-IF
               GO TO 600-EXIT
           END-IF
           MOVE WS-PGM-LEVEL TO SGN-AUTH-LEVEL
           MOVE 'Y' TO SGN-OK
           IF SGN-UNATTENDED NOT = "Q"
               MOVE "SUCCESS" TO SL-RESULT
               PERFORM 810-WRITE-LOG THRU 810-EXIT
           END-IF.
       600-EXIT.
           EXIT.
      ***************************************************************
      *   A failed attempt's log row.
      ***************************************************************
       800-LOG-ATTEMPT-FAILURE.
