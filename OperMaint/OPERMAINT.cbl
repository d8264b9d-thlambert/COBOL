      * Setting a locked-out operator's status back to "A" here
      * clears the count and re-enables them.
      *
      * Access is granted program by program.  Each operator can
      * carry a role (AP-CLERK, LIBRARY, ...) and options 4 and 5
      * grant or revoke a program - by the name it signs on under -
      * either to one operator or to a role, at level 1, 2 or 3.
      * OPERSIGNON lets an operator into a program only on a grant
      * to them or to their role, at no more than their own
      * authority level.  A grant keyed again for the same operator
      * or role and program simply replaces the old level.
      * OPERACCRPT prints the lot for the periodic access review.
      *
      *   File  :  C:\COBOL\OPERMASTER.DAT
      *            C:\COBOL\OPERPGMAUTH.DAT
      *****************************************************************

       ENVIRONMENT DIVISION.
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS OPR-ID.
           SELECT OPTIONAL PROGRAM-AUTH-FILE
                 ASSIGN TO UT-SYS-PGM-AUTH-FILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS PA-KEY.

       DATA DIVISION.
       FILE SECTION.

       FD OPERATOR-MASTER-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 36 CHARACTERS.
       01 OPERATOR-MASTER-REC.
          05  OPR-ID                               PIC X(8).
          05  OPR-PASSWORD                         PIC X(8).
      *    THE COUNT AND RE-ENABLES THEM.
          05  OPR-PWD-EXPIRE-DATE                  PIC 9(8).
          05  OPR-FAIL-COUNT                       PIC 99.
      *    THE ROLE WHOSE PROGRAM GRANTS THE OPERATOR ALSO HOLDS
      *    (SPACES = NONE).
          05  OPR-ROLE                             PIC X(8).

      *    SAME LAYOUT OPERSIGNON USES - ONE ROW PER PROGRAM GRANTED
      *    TO AN OPERATOR (TYPE O) OR A ROLE (TYPE R).
       FD PROGRAM-AUTH-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 38 CHARACTERS.
       01 PROGRAM-AUTH-REC.
          05  PA-KEY.
              10  PA-GRANTEE-TYPE                  PIC X.
                  88  PA-OPERATOR-GRANT     VALUE "O".
                  88  PA-ROLE-GRANT         VALUE "R".
                  88  PA-VALID-TYPE         VALUE "O" "R".
              10  PA-GRANTEE                       PIC X(8).
              10  PA-PROGRAM-NAME                  PIC X(12).
          05  PA-LEVEL                             PIC 9.
              88  PA-VALID-LEVEL            VALUE 1 THRU 3.
          05  PA-GRANTED-BY                        PIC X(8).
          05  PA-GRANT-DATE                        PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-FILENAMES.
           05  UT-SYS-OPERFILE                     PIC X(50)
                                   VALUE "C:\COBOL\OPERMASTER.DAT".
           05  UT-SYS-PGM-AUTH-FILE                PIC X(50)
                                   VALUE "C:\COBOL\OPERPGMAUTH.DAT".
       01  WS-SIGNON-AREA.
           05  WS-OPERATOR-ID                      PIC X(8).
           05  WS-AUTH-LEVEL                       PIC 9
           05  WS-OPR-NOT-FOUND                    PIC X
                                            VALUE 'F'.
               88  OPERATOR-FOUND            VALUE 'T'.
           05  WS-GRANT-FOUND                      PIC X
                                            VALUE 'N'.
               88  GRANT-FOUND               VALUE 'Y'.
           05  WS-GRANT-EOF                        PIC X
                                            VALUE 'N'.
               88  GRANT-EOF                 VALUE 'Y'.
      *    THE GRANT BEING KEYED, HELD WHILE THE FILE IS READ.
       01  WS-GRANT-ENTRY.
           05  WS-GR-TYPE                          PIC X.
           05  WS-GR-GRANTEE                       PIC X(8).
           05  WS-GR-PROGRAM                       PIC X(12).
           05  WS-GR-LEVEL                         PIC 9.
       01  WS-GRANT-COUNT                          PIC 9(4).

       PROCEDURE DIVISION.
      ***************************************************************
                       UNTIL OK-TO-STOP
           END-IF.
           PERFORM 910-END-PROGRAM-RTN.
           GOBACK.
      ***************************************************************
      *   Display the menu and dispatch.
      ***************************************************************
       200-PROCESS-FILE.
           DISPLAY "1. ADD OPERATOR"
           DISPLAY "2. UPDATE OPERATOR (PASSWORD/LEVEL/STATUS)"
           DISPLAY "3. VIEW OPERATOR AND GRANTS"
           DISPLAY "4. GRANT A PROGRAM TO AN OPERATOR OR ROLE"
           DISPLAY "5. REVOKE A PROGRAM GRANT"
           DISPLAY "6. LIST A ROLE'S GRANTS"
           DISPLAY "7. EXIT"
           DISPLAY "ENTER MENU OPTION: "
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "3"
                   PERFORM 500-VIEW-OPERATOR THRU 500-EXIT
               WHEN "4"
                   PERFORM 600-GRANT-PROGRAM THRU 600-EXIT
               WHEN "5"
                   PERFORM 650-REVOKE-PROGRAM THRU 650-EXIT
               WHEN "6"
                   DISPLAY "ROLE: "
                   ACCEPT WS-GR-GRANTEE
                   MOVE "R" TO WS-GR-TYPE
                   PERFORM 680-LIST-GRANTS THRU 680-EXIT
               WHEN "7"
                   MOVE "Y" TO WS-STOP-PROGRAM
           END-EVALUATE.
       200-EXIT.
               ACCEPT OPR-PASSWORD
               DISPLAY "AUTHORITY LEVEL (1=INQUIRE 2=POST 3=SUPV): "
               ACCEPT OPR-AUTH-LEVEL
               DISPLAY "ROLE (BLANK = NONE): "
               ACCEPT OPR-ROLE
               MOVE "A" TO OPR-STATUS
      *        THE FIRST PASSWORD LIVES NINETY DAYS, LIKE EVERY
      *        CHANGED ONE.
               DISPLAY "STATUS A=ACTIVE D=DISABLED (CURRENT "
                   OPR-STATUS "): "
               ACCEPT OPR-STATUS
               DISPLAY "ROLE (CURRENT " OPR-ROLE "): "
               ACCEPT OPR-ROLE
      *        RE-ENABLING A LOCKED-OUT OPERATOR CLEARS THE FAILED
      *        ATTEMPTS, AND THE RE-KEYED PASSWORD RESTARTS THE
      *        NINETY-DAY CLOCK.
               DISPLAY "STATUS. . . . " OPR-STATUS
               DISPLAY "PWD EXPIRES . " OPR-PWD-EXPIRE-DATE
               DISPLAY "FAILED TRIES. " OPR-FAIL-COUNT
               DISPLAY "ROLE. . . . . " OPR-ROLE
               MOVE "O" TO WS-GR-TYPE
               MOVE OPR-ID TO WS-GR-GRANTEE
               PERFORM 680-LIST-GRANTS THRU 680-EXIT
               IF OPR-ROLE NOT = SPACES AND OPR-ROLE NOT = LOW-VALUES
                   MOVE "R" TO WS-GR-TYPE
                   MOVE OPR-ROLE TO WS-GR-GRANTEE
                   PERFORM 680-LIST-GRANTS THRU 680-EXIT
               END-IF
           ELSE
               DISPLAY "OPERATOR IS NOT ON FILE"
           END-IF.
       500-EXIT.
           EXIT.
      ***************************************************************
      *   Grant a program to an operator or a role.  An operator
      *   grantee must be on the master; a role is whatever name
      *   the operators are given.  Keying a grant that is already
      *   on file replaces its level.
      ***************************************************************
       600-GRANT-PROGRAM.
           DISPLAY "GRANT TO O=OPERATOR R=ROLE: "
           ACCEPT WS-GR-TYPE
           MOVE WS-GR-TYPE TO PA-GRANTEE-TYPE
           IF NOT PA-VALID-TYPE
               DISPLAY "GRANTEE TYPE MUST BE O OR R"
               GO TO 600-EXIT
           END-IF
           DISPLAY "OPERATOR ID OR ROLE: "
           ACCEPT WS-GR-GRANTEE
           IF WS-GR-GRANTEE = SPACES
               DISPLAY "GRANTEE IS REQUIRED"
               GO TO 600-EXIT
           END-IF
           IF WS-GR-TYPE = "O"
               MOVE WS-GR-GRANTEE TO OPR-ID
               PERFORM 700-READ-OPER-MASTER THRU 700-EXIT
               IF NOT OPERATOR-FOUND
                   DISPLAY "OPERATOR IS NOT ON FILE"
                   GO TO 600-EXIT
               END-IF
           END-IF
           DISPLAY "PROGRAM NAME: "
           ACCEPT WS-GR-PROGRAM
           IF WS-GR-PROGRAM = SPACES
               DISPLAY "PROGRAM NAME IS REQUIRED"
               GO TO 600-EXIT
           END-IF
           DISPLAY "LEVEL (1=INQUIRE 2=POST 3=SUPV): "
           ACCEPT WS-GR-LEVEL
           MOVE WS-GR-LEVEL TO PA-LEVEL
           IF NOT PA-VALID-LEVEL
               DISPLAY "LEVEL MUST BE 1, 2 OR 3"
               GO TO 600-EXIT
           END-IF
           PERFORM 690-READ-GRANT THRU 690-EXIT
           MOVE WS-GR-LEVEL TO PA-LEVEL
           MOVE WS-OPERATOR-ID TO PA-GRANTED-BY
           MOVE WS-TODAY-DATE TO PA-GRANT-DATE
           IF GRANT-FOUND
               REWRITE PROGRAM-AUTH-REC
                   INVALID KEY DISPLAY "ERROR REWRITING GRANT"
                   NOT INVALID KEY DISPLAY "GRANT UPDATED"
               END-REWRITE
           ELSE
               WRITE PROGRAM-AUTH-REC
                   INVALID KEY DISPLAY "ERROR WRITING GRANT"
                   NOT INVALID KEY DISPLAY "GRANT ADDED"
               END-WRITE
           END-IF.
       600-EXIT.
           EXIT.
      ***************************************************************
      *   Revoke one program grant.
      ***************************************************************
       650-REVOKE-PROGRAM.
           DISPLAY "REVOKE FROM O=OPERATOR R=ROLE: "
           ACCEPT WS-GR-TYPE
           DISPLAY "OPERATOR ID OR ROLE: "
           ACCEPT WS-GR-GRANTEE
           DISPLAY "PROGRAM NAME: "
           ACCEPT WS-GR-PROGRAM
           PERFORM 690-READ-GRANT THRU 690-EXIT
           IF NOT GRANT-FOUND
               DISPLAY "NO SUCH GRANT ON FILE"
               GO TO 650-EXIT
           END-IF
           DELETE PROGRAM-AUTH-FILE
               INVALID KEY DISPLAY "ERROR DELETING GRANT"
               NOT INVALID KEY DISPLAY "GRANT REVOKED"
           END-DELETE.
       650-EXIT.
           EXIT.
      ***************************************************************
      *   List every program granted to one operator or role
      *   (WS-GR-TYPE / WS-GR-GRANTEE).
      ***************************************************************
       680-LIST-GRANTS.
           MOVE ZERO TO WS-GRANT-COUNT
           MOVE 'N' TO WS-GRANT-EOF
           MOVE WS-GR-TYPE TO PA-GRANTEE-TYPE
           MOVE WS-GR-GRANTEE TO PA-GRANTEE
           MOVE LOW-VALUES TO PA-PROGRAM-NAME
           START PROGRAM-AUTH-FILE KEY IS NOT LESS THAN PA-KEY
               INVALID KEY MOVE 'Y' TO WS-GRANT-EOF
           END-START
           PERFORM UNTIL GRANT-EOF
               READ PROGRAM-AUTH-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-GRANT-EOF
               END-READ
               IF NOT GRANT-EOF
                   IF PA-GRANTEE-TYPE NOT = WS-GR-TYPE
                           OR PA-GRANTEE NOT = WS-GR-GRANTEE
                       MOVE 'Y' TO WS-GRANT-EOF
                   ELSE
                       ADD 1 TO WS-GRANT-COUNT
                       DISPLAY "  " PA-GRANTEE-TYPE " " PA-GRANTEE
                           " " PA-PROGRAM-NAME " LEVEL " PA-LEVEL
                           " BY " PA-GRANTED-BY " " PA-GRANT-DATE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-GRANT-COUNT = ZERO
               DISPLAY "  NO PROGRAMS GRANTED TO " WS-GR-TYPE " "
                   WS-GR-GRANTEE
           END-IF.
       680-EXIT.
           EXIT.
      ***************************************************************
      *   Read the grant for WS-GR-TYPE / WS-GR-GRANTEE /
      *   WS-GR-PROGRAM.
      ***************************************************************
       690-READ-GRANT.
           MOVE WS-GR-TYPE TO PA-GRANTEE-TYPE
           MOVE WS-GR-GRANTEE TO PA-GRANTEE
           MOVE WS-GR-PROGRAM TO PA-PROGRAM-NAME
           READ PROGRAM-AUTH-FILE
               INVALID KEY MOVE 'N' TO WS-GRANT-FOUND
               NOT INVALID KEY MOVE 'Y' TO WS-GRANT-FOUND
           END-READ.
       690-EXIT.
           EXIT.
      ***************************************************************
      *   Read a record from the operator master file.
      ***************************************************************
       700-READ-OPER-MASTER.
           MOVE SGN-OK TO WS-SIGNON-OK
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (1:8) TO WS-TODAY-DATE
           OPEN I-O OPERATOR-MASTER-FILE
           OPEN I-O PROGRAM-AUTH-FILE.
       900-EXIT.
           EXIT.
      *****************************************************************
      *   Close files.
      *****************************************************************
       910-END-PROGRAM-RTN.
           CLOSE OPERATOR-MASTER-FILE
           CLOSE PROGRAM-AUTH-FILE.
       910-EXIT.
           EXIT.
