       IDENTIFICATION DIVISION.
       PROGRAM-ID.  OPERACCRPT.
       AUTHOR.  THOMAS LAMBERT.
      *****************************************************************
      * Operator access review.  Prints, for the auditors' periodic
      * review, every operator on the operator master and every
      * program they can sign on to.  Each operator prints with their
      * status, authority level, role, password expiry, and the date
      * and time of their last successful sign-on off SIGNONLOG.DAT,
      * followed by one line per program: the level granted, the
      * level they actually get (never more than their own authority
      * level, as OPERSIGNON enforces), and whether the grant is to
      * them or comes through their role.  A role grant the operator
      * also holds directly is shown once, as the direct grant,
      * because that is the one OPERSIGNON uses.  A level-3 operator
      * can always reach OPERMAINT and it prints as such.
      *
      * A final section lists grants that no one can use - to an
      * operator no longer on the master or to a role no operator
      * holds - so they can be revoked.  Until the first grant is put
      * on file every program is open at the operator's own level,
      * and the report says so.  A supervisor report - level 3.
      *
      *   Input  :  C:\COBOL\OPERMASTER.DAT
      *             C:\COBOL\OPERPGMAUTH.DAT
      *             C:\COBOL\SIGNONLOG.DAT
      *   Output :  C:\COBOL\OPERACCRPT.DAT
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPERATOR-MASTER-FILE
                 ASSIGN TO UT-SYS-OPERFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS OPR-ID.
           SELECT OPTIONAL PROGRAM-AUTH-FILE
                 ASSIGN TO UT-SYS-PGM-AUTH-FILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS PA-KEY.
           SELECT OPTIONAL SIGNON-LOG-FILE
                 ASSIGN TO UT-SYS-SIGNON-LOG-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCESS-REPORT-FILE
                 ASSIGN TO UT-SYS-ACCESS-REPORT-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    SAME LAYOUT OPERMAINT KEEPS.
       FD OPERATOR-MASTER-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 36 CHARACTERS.
       01 OPERATOR-MASTER-REC.
          05  OPR-ID                               PIC X(8).
          05  OPR-PASSWORD                         PIC X(8).
          05  OPR-AUTH-LEVEL                       PIC 9.
          05  OPR-STATUS                           PIC X.
              88  OPR-ACTIVE                VALUE "A".
          05  OPR-PWD-EXPIRE-DATE                  PIC 9(8).
          05  OPR-FAIL-COUNT                       PIC 99.
          05  OPR-ROLE                             PIC X(8).

      *    SAME LAYOUT OPERMAINT KEEPS.
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

      *    SAME LAYOUT OPERSIGNON APPENDS.
       FD SIGNON-LOG-FILE
          RECORD CONTAINS 49 CHARACTERS.
       01 SIGNON-LOG-REC.
          05  SL-OPERATOR-ID                       PIC X(8).
          05  SL-PROGRAM-NAME                      PIC X(12).
          05  SL-TIMESTAMP                         PIC X(21).
          05  SL-RESULT                            PIC X(8).

      *    AN OPERATOR ROW, ONE ROW PER PROGRAM THEY CAN RUN UNDER
      *    IT, AND FREE-TEXT HEADING AND NOTE ROWS.
       FD ACCESS-REPORT-FILE
          RECORD CONTAINS 80 CHARACTERS.
       01 ACCESS-OPERATOR-REC.
          05  AR-OPERATOR-ID                       PIC X(8).
          05  FILLER                               PIC X.
          05  AR-STATUS                            PIC X(8).
          05  FILLER                               PIC X.
          05  AR-AUTH-LEVEL                        PIC 9.
          05  FILLER                               PIC X.
          05  AR-ROLE                              PIC X(8).
          05  FILLER                               PIC X.
          05  AR-PWD-EXPIRES                       PIC X(8).
          05  FILLER                               PIC X.
          05  AR-LAST-SIGNON                       PIC X(16).
          05  FILLER                               PIC X.
          05  AR-NOTE                              PIC X(25).
       01 ACCESS-GRANT-REC.
          05  FILLER                               PIC X(4).
          05  AG-PROGRAM-NAME                      PIC X(12).
          05  FILLER                               PIC X.
          05  AG-GRANT-LEVEL                       PIC X.
          05  FILLER                               PIC X.
          05  AG-EFF-LEVEL                         PIC 9.
          05  FILLER                               PIC X.
          05  AG-SOURCE                            PIC X(14).
          05  FILLER                               PIC X.
          05  AG-GRANTED-BY                        PIC X(8).
          05  FILLER                               PIC X.
          05  AG-GRANT-DATE                        PIC X(8).
          05  FILLER                               PIC X.
          05  AG-NOTE                              PIC X(26).
       01 ACCESS-TEXT-REC                          PIC X(80).

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
           05  UT-SYS-OPERFILE                     PIC X(50)
                                   VALUE "C:\COBOL\OPERMASTER.DAT".
           05  UT-SYS-PGM-AUTH-FILE                PIC X(50)
                                   VALUE "C:\COBOL\OPERPGMAUTH.DAT".
           05  UT-SYS-SIGNON-LOG-FILE              PIC X(50)
                                   VALUE "C:\COBOL\SIGNONLOG.DAT".
           05  UT-SYS-ACCESS-REPORT-FILE           PIC X(50)
                                   VALUE "C:\COBOL\OPERACCRPT.DAT".
       01  WS-SIGNON-AREA.
           05  WS-OPERATOR-ID                      PIC X(8).
           05  WS-AUTH-LEVEL                       PIC 9
                                            VALUE ZERO.
           05  WS-SIGNON-OK                        PIC X
                                            VALUE 'N'.
               88  SIGNON-OK                 VALUE 'Y'.
       01  WS-SWITCHES.
           05  WS-END-OF-FILE                      PIC X
                                            VALUE 'N'.
               88  EOF                       VALUE 'Y'.
           05  WS-OVERRIDDEN                       PIC X.
               88  OVERRIDDEN                VALUE 'Y'.
           05  WS-OPERMAINT-SHOWN                  PIC X.
               88  OPERMAINT-SHOWN           VALUE 'Y'.
           05  WS-GRANTEE-FOUND                    PIC X.
               88  GRANTEE-FOUND             VALUE 'Y'.
       01  WS-TIMESTAMP                            PIC X(21).
       01  WS-TODAY-DATE                           PIC 9(8).
      *    EVERY OPERATOR, WITH THEIR LAST GOOD SIGN-ON OFF THE LOG.
       01  WS-OPR-TABLE.
           05  WS-OPR-COUNT                        PIC 9(4)
                                            VALUE ZERO.
           05  WS-OT-ENTRY OCCURS 1000 TIMES.
               10  WS-OT-ID                        PIC X(8).
               10  WS-OT-AUTH-LEVEL                PIC 9.
               10  WS-OT-STATUS                    PIC X.
               10  WS-OT-PWD-EXPIRE-DATE           PIC 9(8).
               10  WS-OT-ROLE                      PIC X(8).
               10  WS-OT-LAST-SIGNON               PIC X(21).
      *    EVERY GRANT, IN KEY ORDER - OPERATOR GRANTS BY OPERATOR,
      *    THEN ROLE GRANTS BY ROLE.
       01  WS-GRANT-TABLE.
           05  WS-GRANT-COUNT                      PIC 9(4)
                                            VALUE ZERO.
           05  WS-GT-ENTRY OCCURS 3000 TIMES.
               10  WS-GT-TYPE                      PIC X.
               10  WS-GT-GRANTEE                   PIC X(8).
               10  WS-GT-PROGRAM                   PIC X(12).
               10  WS-GT-LEVEL                     PIC 9.
               10  WS-GT-GRANTED-BY                PIC X(8).
               10  WS-GT-GRANT-DATE                PIC 9(8).
       01  WS-OPR-SUB                              PIC 9(4).
       01  WS-GRANT-SUB                            PIC 9(4).
       01  WS-CHECK-SUB                            PIC 9(4).
       01  WS-EFF-LEVEL                            PIC 9.
       01  WS-GRANT-SOURCE                         PIC X(14).
       01  WS-PROGRAM-COUNT                        PIC 9(4).
       01  WS-UNUSED-COUNT                         PIC 9(4)
                                            VALUE ZERO.
       01  WS-SKIPPED-OPERATORS                    PIC 9(5)
                                            VALUE ZERO.
       01  WS-SKIPPED-GRANTS                       PIC 9(5)
                                            VALUE ZERO.
      *    A LOG TIMESTAMP PRINTED AS YYYY-MM-DD HH:MM.
       01  WS-SIGNON-OUT.
           05  WS-SO-YEAR                          PIC X(4).
           05  FILLER                              PIC X VALUE "-".
           05  WS-SO-MONTH                         PIC X(2).
           05  FILLER                              PIC X VALUE "-".
           05  WS-SO-DAY                           PIC X(2).
           05  FILLER                              PIC X VALUE " ".
           05  WS-SO-HOUR                          PIC X(2).
           05  FILLER                              PIC X VALUE ":".
           05  WS-SO-MINUTE                        PIC X(2).
       01  WS-TITLE-LINE.
           05  FILLER                              PIC X(30)
                          VALUE "OPERATOR ACCESS REVIEW - AS OF".
           05  FILLER                              PIC X VALUE " ".
           05  WS-TITLE-DATE                       PIC 9(8).
       01  WS-HEADING-1                            PIC X(80)
                                            VALUE
           "OPERATOR STATUS   L ROLE     PWD EXP  LAST SIGN-ON".
       01  WS-HEADING-2                            PIC X(80)
                                            VALUE
           "    PROGRAM      G E SOURCE         BY       GRANTED".
       01  WS-TOTAL-LINE.
           05  WS-TL-OPERATORS                     PIC ZZZ9.
           05  FILLER                              PIC X(16)
                                            VALUE " OPERATORS,".
           05  WS-TL-GRANTS                        PIC ZZZ9.
           05  FILLER                              PIC X(19)
                                            VALUE " GRANTS ON FILE,".
           05  WS-TL-UNUSED                        PIC ZZZ9.
           05  FILLER                              PIC X(15)
                                            VALUE " UNUSED GRANTS".

       PROCEDURE DIVISION.
      *************************************************************
      *  Load the operators, their last sign-ons, and the grants,
      *  then print each operator's access and the unused grants.
      *************************************************************
       100-MAIN.
           PERFORM 050-SIGN-ON THRU 050-EXIT.
      *    THE ACCESS LISTING IS A SUPERVISOR REPORT.
           IF NOT SIGNON-OK OR WS-AUTH-LEVEL < 3
               DISPLAY "NOT AUTHORIZED - SUPERVISOR SIGN-ON REQUIRED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 900-INITIALIZATION THRU 900-EXIT.
           PERFORM 200-LOAD-OPERATORS THRU 200-EXIT.
           PERFORM 250-LOAD-SIGNON-LOG THRU 250-EXIT.
           PERFORM 280-LOAD-GRANTS THRU 280-EXIT.
           PERFORM 300-REPORT-OPERATORS THRU 300-EXIT.
           PERFORM 400-REPORT-UNUSED-GRANTS THRU 400-EXIT.
           PERFORM 500-WRITE-TOTALS THRU 500-EXIT.
           PERFORM 910-END-PROGRAM-RTN THRU 910-EXIT.
           DISPLAY "ACCESS REVIEW COMPLETE - " WS-OPR-COUNT
               " OPERATORS, " WS-GRANT-COUNT " GRANTS, "
               WS-UNUSED-COUNT " UNUSED".
           IF WS-SKIPPED-OPERATORS > ZERO
                   OR WS-SKIPPED-GRANTS > ZERO
               DISPLAY "TABLE FULL - " WS-SKIPPED-OPERATORS
                   " OPERATORS AND " WS-SKIPPED-GRANTS
                   " GRANTS NOT REPORTED"
               MOVE 8 TO RETURN-CODE
           END-IF.
           GOBACK.
      ***************************************************************
      *   Validate the operator against the central operator master.
      ***************************************************************
       050-SIGN-ON.
           MOVE "OPERACCRPT" TO SGN-PROGRAM-NAME
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
      *   Every operator on the master, in operator-ID order.
      ***************************************************************
       200-LOAD-OPERATORS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT OPERATOR-MASTER-FILE
           MOVE LOW-VALUES TO OPR-ID
           START OPERATOR-MASTER-FILE KEY IS NOT LESS THAN OPR-ID
               INVALID KEY MOVE 'Y' TO WS-END-OF-FILE
           END-START
           PERFORM UNTIL EOF
               READ OPERATOR-MASTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-FILE
               END-READ
               IF NOT EOF
                   IF WS-OPR-COUNT < 1000
                       ADD 1 TO WS-OPR-COUNT
                       MOVE OPR-ID TO WS-OT-ID (WS-OPR-COUNT)
                       MOVE OPR-AUTH-LEVEL
                           TO WS-OT-AUTH-LEVEL (WS-OPR-COUNT)
                       MOVE OPR-STATUS TO WS-OT-STATUS (WS-OPR-COUNT)
                       MOVE OPR-PWD-EXPIRE-DATE
                           TO WS-OT-PWD-EXPIRE-DATE (WS-OPR-COUNT)
                       MOVE OPR-ROLE TO WS-OT-ROLE (WS-OPR-COUNT)
                       MOVE SPACES TO WS-OT-LAST-SIGNON (WS-OPR-COUNT)
                   ELSE
                       ADD 1 TO WS-SKIPPED-OPERATORS
                   END-IF
               END-IF
           END-PERFORM
           CLOSE OPERATOR-MASTER-FILE.
       200-EXIT.
           EXIT.
      ***************************************************************
      *   The log is in time order, so the last SUCCESS row for an
      *   operator is their most recent sign-on.
      ***************************************************************
       250-LOAD-SIGNON-LOG.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT SIGNON-LOG-FILE
           PERFORM UNTIL EOF
               READ SIGNON-LOG-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF SL-RESULT = "SUCCESS"
                           PERFORM 260-NOTE-SIGNON THRU 260-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SIGNON-LOG-FILE.
       250-EXIT.
           EXIT.
      ***************************************************************
      *   Record one good sign-on against its operator.
      ***************************************************************
       260-NOTE-SIGNON.
           PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
                   UNTIL WS-OPR-SUB > WS-OPR-COUNT
               IF WS-OT-ID (WS-OPR-SUB) = SL-OPERATOR-ID
                   MOVE SL-TIMESTAMP TO WS-OT-LAST-SIGNON (WS-OPR-SUB)
               END-IF
           END-PERFORM.
       260-EXIT.
           EXIT.
      ***************************************************************
      *   Every grant on the program-authority file.
      ***************************************************************
       280-LOAD-GRANTS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT PROGRAM-AUTH-FILE
           MOVE LOW-VALUES TO PA-KEY
           START PROGRAM-AUTH-FILE KEY IS NOT LESS THAN PA-KEY
               INVALID KEY MOVE 'Y' TO WS-END-OF-FILE
           END-START
           PERFORM UNTIL EOF
               READ PROGRAM-AUTH-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-FILE
               END-READ
               IF NOT EOF
                   IF WS-GRANT-COUNT < 3000
                       ADD 1 TO WS-GRANT-COUNT
                       MOVE PA-GRANTEE-TYPE
                           TO WS-GT-TYPE (WS-GRANT-COUNT)
                       MOVE PA-GRANTEE TO WS-GT-GRANTEE (WS-GRANT-COUNT)
                       MOVE PA-PROGRAM-NAME
                           TO WS-GT-PROGRAM (WS-GRANT-COUNT)
                       MOVE PA-LEVEL TO WS-GT-LEVEL (WS-GRANT-COUNT)
                       MOVE PA-GRANTED-BY
                           TO WS-GT-GRANTED-BY (WS-GRANT-COUNT)
                       MOVE PA-GRANT-DATE
                           TO WS-GT-GRANT-DATE (WS-GRANT-COUNT)
                   ELSE
                       ADD 1 TO WS-SKIPPED-GRANTS
                   END-IF
               END-IF
           END-PERFORM
           CLOSE PROGRAM-AUTH-FILE.
       280-EXIT.
           EXIT.
      ***************************************************************
      *   Title and headings, then each operator in turn.
      ***************************************************************
       300-REPORT-OPERATORS.
           MOVE WS-TODAY-DATE TO WS-TITLE-DATE
           MOVE WS-TITLE-LINE TO ACCESS-TEXT-REC
           WRITE ACCESS-TEXT-REC
           IF WS-GRANT-COUNT = ZERO
               MOVE "NO PROGRAM GRANTS ON FILE - EVERY OPERATOR CAN"
                   TO ACCESS-TEXT-REC
               WRITE ACCESS-TEXT-REC
               MOVE "RUN EVERY PROGRAM AT THEIR OWN AUTHORITY LEVEL"
                   TO ACCESS-TEXT-REC
               WRITE ACCESS-TEXT-REC
           END-IF
           MOVE SPACES TO ACCESS-TEXT-REC
           WRITE ACCESS-TEXT-REC
           MOVE WS-HEADING-1 TO ACCESS-TEXT-REC
           WRITE ACCESS-TEXT-REC
           MOVE WS-HEADING-2 TO ACCESS-TEXT-REC
           WRITE ACCESS-TEXT-REC
           PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
                   UNTIL WS-OPR-SUB > WS-OPR-COUNT
               PERFORM 310-REPORT-ONE-OPERATOR THRU 310-EXIT
           END-PERFORM.
       300-EXIT.
           EXIT.
      ***************************************************************
      *   One operator: their own row, their direct grants, the
      *   grants their role gives them, and OPERMAINT for a
      *   supervisor.
      ***************************************************************
       310-REPORT-ONE-OPERATOR.
           MOVE SPACES TO ACCESS-TEXT-REC
           WRITE ACCESS-TEXT-REC
           MOVE SPACES TO ACCESS-OPERATOR-REC
           MOVE WS-OT-ID (WS-OPR-SUB) TO AR-OPERATOR-ID
           IF WS-OT-STATUS (WS-OPR-SUB) = "A"
               MOVE "ACTIVE" TO AR-STATUS
           ELSE
               MOVE "DISABLED" TO AR-STATUS
               MOVE "CANNOT SIGN ON" TO AR-NOTE
           END-IF
           MOVE WS-OT-AUTH-LEVEL (WS-OPR-SUB) TO AR-AUTH-LEVEL
           MOVE WS-OT-ROLE (WS-OPR-SUB) TO AR-ROLE
           IF WS-OT-PWD-EXPIRE-DATE (WS-OPR-SUB) = ZERO
               MOVE "NEVER" TO AR-PWD-EXPIRES
           ELSE
               MOVE WS-OT-PWD-EXPIRE-DATE (WS-OPR-SUB)
                   TO AR-PWD-EXPIRES
           END-IF
           IF WS-OT-LAST-SIGNON (WS-OPR-SUB) = SPACES
               MOVE "NEVER SIGNED ON" TO AR-LAST-SIGNON
           ELSE
               MOVE WS-OT-LAST-SIGNON (WS-OPR-SUB) (1:4) TO WS-SO-YEAR
               MOVE WS-OT-LAST-SIGNON (WS-OPR-SUB) (5:2)
                   TO WS-SO-MONTH
               MOVE WS-OT-LAST-SIGNON (WS-OPR-SUB) (7:2) TO WS-SO-DAY
               MOVE WS-OT-LAST-SIGNON (WS-OPR-SUB) (9:2)
                   TO WS-SO-HOUR
               MOVE WS-OT-LAST-SIGNON (WS-OPR-SUB) (11:2)
                   TO WS-SO-MINUTE
               MOVE WS-SIGNON-OUT TO AR-LAST-SIGNON
           END-IF
           IF WS-GRANT-COUNT = ZERO
               IF AR-NOTE = SPACES
                   MOVE "ALL PROGRAMS - NO GRANTS" TO AR-NOTE
               END-IF
               WRITE ACCESS-OPERATOR-REC
               GO TO 310-EXIT
           END-IF
           WRITE ACCESS-OPERATOR-REC
           MOVE ZERO TO WS-PROGRAM-COUNT
           MOVE 'N' TO WS-OPERMAINT-SHOWN
           PERFORM 320-DIRECT-GRANTS THRU 320-EXIT
           IF WS-OT-ROLE (WS-OPR-SUB) NOT = SPACES
                   AND WS-OT-ROLE (WS-OPR-SUB) NOT = LOW-VALUES
               PERFORM 330-ROLE-GRANTS THRU 330-EXIT
           END-IF
           IF WS-OT-AUTH-LEVEL (WS-OPR-SUB) = 3
                   AND NOT OPERMAINT-SHOWN
               MOVE SPACES TO ACCESS-GRANT-REC
               MOVE "OPERMAINT" TO AG-PROGRAM-NAME
               MOVE "-" TO AG-GRANT-LEVEL
               MOVE 3 TO AG-EFF-LEVEL
               MOVE "SUPERVISOR" TO AG-SOURCE
               MOVE "ALWAYS OPEN TO LEVEL 3" TO AG-NOTE
               WRITE ACCESS-GRANT-REC
               ADD 1 TO WS-PROGRAM-COUNT
           END-IF
           IF WS-PROGRAM-COUNT = ZERO
               MOVE SPACES TO ACCESS-GRANT-REC
               MOVE "NO PROGRAMS GRANTED" TO AG-NOTE
               WRITE ACCESS-GRANT-REC
           END-IF.
       310-EXIT.
           EXIT.
      ***************************************************************
      *   The programs granted to the operator by name.
      ***************************************************************
       320-DIRECT-GRANTS.
           PERFORM VARYING WS-GRANT-SUB FROM 1 BY 1
                   UNTIL WS-GRANT-SUB > WS-GRANT-COUNT
               IF WS-GT-TYPE (WS-GRANT-SUB) = "O"
                       AND WS-GT-GRANTEE (WS-GRANT-SUB)
                           = WS-OT-ID (WS-OPR-SUB)
                   MOVE "OPERATOR" TO WS-GRANT-SOURCE
                   PERFORM 340-WRITE-GRANT-LINE THRU 340-EXIT
               END-IF
           END-PERFORM.
       320-EXIT.
           EXIT.
      ***************************************************************
      *   The programs the operator's role gives them, less any they
      *   also hold directly - the direct grant is the one used.
      ***************************************************************
       330-ROLE-GRANTS.
           PERFORM VARYING WS-GRANT-SUB FROM 1 BY 1
                   UNTIL WS-GRANT-SUB > WS-GRANT-COUNT
               IF WS-GT-TYPE (WS-GRANT-SUB) = "R"
                       AND WS-GT-GRANTEE (WS-GRANT-SUB)
                           = WS-OT-ROLE (WS-OPR-SUB)
                   MOVE 'N' TO WS-OVERRIDDEN
                   PERFORM VARYING WS-CHECK-SUB FROM 1 BY 1
                           UNTIL WS-CHECK-SUB > WS-GRANT-COUNT
                              OR OVERRIDDEN
                       IF WS-GT-TYPE (WS-CHECK-SUB) = "O"
                               AND WS-GT-GRANTEE (WS-CHECK-SUB)
                                   = WS-OT-ID (WS-OPR-SUB)
                               AND WS-GT-PROGRAM (WS-CHECK-SUB)
                                   = WS-GT-PROGRAM (WS-GRANT-SUB)
                           MOVE 'Y' TO WS-OVERRIDDEN
                       END-IF
                   END-PERFORM
                   IF NOT OVERRIDDEN
                       MOVE SPACES TO WS-GRANT-SOURCE
                       STRING "ROLE " DELIMITED BY SIZE
                           WS-GT-GRANTEE (WS-GRANT-SUB)
                               DELIMITED BY SIZE
                           INTO WS-GRANT-SOURCE
                       END-STRING
                       PERFORM 340-WRITE-GRANT-LINE THRU 340-EXIT
                   END-IF
               END-IF
           END-PERFORM.
       330-EXIT.
           EXIT.
      ***************************************************************
      *   One program line: the level granted and the level the
      *   operator actually gets.  WS-GRANT-SOURCE is already set.
      ***************************************************************
       340-WRITE-GRANT-LINE.
           MOVE SPACES TO ACCESS-GRANT-REC
           MOVE WS-GRANT-SOURCE TO AG-SOURCE
           MOVE WS-GT-PROGRAM (WS-GRANT-SUB) TO AG-PROGRAM-NAME
           MOVE WS-GT-LEVEL (WS-GRANT-SUB) TO AG-GRANT-LEVEL
           MOVE WS-GT-LEVEL (WS-GRANT-SUB) TO WS-EFF-LEVEL
           IF WS-OT-AUTH-LEVEL (WS-OPR-SUB) < WS-EFF-LEVEL
               MOVE WS-OT-AUTH-LEVEL (WS-OPR-SUB) TO WS-EFF-LEVEL
               MOVE "CAPPED AT OPERATOR LEVEL" TO AG-NOTE
           END-IF
           MOVE WS-EFF-LEVEL TO AG-EFF-LEVEL
           MOVE WS-GT-GRANTED-BY (WS-GRANT-SUB) TO AG-GRANTED-BY
           MOVE WS-GT-GRANT-DATE (WS-GRANT-SUB) TO AG-GRANT-DATE
           IF WS-GT-PROGRAM (WS-GRANT-SUB) = "OPERMAINT"
               MOVE 'Y' TO WS-OPERMAINT-SHOWN
           END-IF
           WRITE ACCESS-GRANT-REC
           ADD 1 TO WS-PROGRAM-COUNT.
       340-EXIT.
           EXIT.
      ***************************************************************
      *   Grants no one can use: to an operator not on the master,
      *   or to a role no operator holds.
      ***************************************************************
       400-REPORT-UNUSED-GRANTS.
           MOVE SPACES TO ACCESS-TEXT-REC
           WRITE ACCESS-TEXT-REC
           MOVE "GRANTS NO OPERATOR CAN USE - REVOKE IN OPERMAINT"
               TO ACCESS-TEXT-REC
           WRITE ACCESS-TEXT-REC
           PERFORM VARYING WS-GRANT-SUB FROM 1 BY 1
                   UNTIL WS-GRANT-SUB > WS-GRANT-COUNT
               MOVE 'N' TO WS-GRANTEE-FOUND
               PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
                       UNTIL WS-OPR-SUB > WS-OPR-COUNT
                          OR GRANTEE-FOUND
                   IF WS-GT-TYPE (WS-GRANT-SUB) = "O"
                           AND WS-GT-GRANTEE (WS-GRANT-SUB)
                               = WS-OT-ID (WS-OPR-SUB)
                       MOVE 'Y' TO WS-GRANTEE-FOUND
                   END-IF
                   IF WS-GT-TYPE (WS-GRANT-SUB) = "R"
                           AND WS-GT-GRANTEE (WS-GRANT-SUB)
                               = WS-OT-ROLE (WS-OPR-SUB)
                       MOVE 'Y' TO WS-GRANTEE-FOUND
                   END-IF
               END-PERFORM
               IF NOT GRANTEE-FOUND
                   PERFORM 410-WRITE-UNUSED-GRANT THRU 410-EXIT
               END-IF
           END-PERFORM
           IF WS-UNUSED-COUNT = ZERO
               MOVE "    NONE" TO ACCESS-TEXT-REC
               WRITE ACCESS-TEXT-REC
           END-IF.
       400-EXIT.
           EXIT.
      ***************************************************************
      *   One unused grant.
      ***************************************************************
       410-WRITE-UNUSED-GRANT.
           MOVE SPACES TO ACCESS-GRANT-REC
           MOVE WS-GT-PROGRAM (WS-GRANT-SUB) TO AG-PROGRAM-NAME
           MOVE WS-GT-LEVEL (WS-GRANT-SUB) TO AG-GRANT-LEVEL
           MOVE ZERO TO AG-EFF-LEVEL
           MOVE WS-GT-GRANTED-BY (WS-GRANT-SUB) TO AG-GRANTED-BY
           MOVE WS-GT-GRANT-DATE (WS-GRANT-SUB) TO AG-GRANT-DATE
           IF WS-GT-TYPE (WS-GRANT-SUB) = "O"
               STRING "OPER " DELIMITED BY SIZE
                   WS-GT-GRANTEE (WS-GRANT-SUB) DELIMITED BY SIZE
                   INTO AG-SOURCE
               END-STRING
               MOVE "OPERATOR NOT ON FILE" TO AG-NOTE
           ELSE
               STRING "ROLE " DELIMITED BY SIZE
                   WS-GT-GRANTEE (WS-GRANT-SUB) DELIMITED BY SIZE
                   INTO AG-SOURCE
               END-STRING
               MOVE "NO OPERATOR HOLDS ROLE" TO AG-NOTE
           END-IF
           WRITE ACCESS-GRANT-REC
           ADD 1 TO WS-UNUSED-COUNT.
       410-EXIT.
           EXIT.
      ***************************************************************
      *   Counts for the review sign-off.
      ***************************************************************
       500-WRITE-TOTALS.
           MOVE SPACES TO ACCESS-TEXT-REC
           WRITE ACCESS-TEXT-REC
           MOVE WS-OPR-COUNT TO WS-TL-OPERATORS
           MOVE WS-GRANT-COUNT TO WS-TL-GRANTS
           MOVE WS-UNUSED-COUNT TO WS-TL-UNUSED
           MOVE WS-TOTAL-LINE TO ACCESS-TEXT-REC
           WRITE ACCESS-TEXT-REC.
       500-EXIT.
           EXIT.
      ***************************************************************
      *   Get today's date and open the report.
      ***************************************************************
       900-INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP (1:8) TO WS-TODAY-DATE.
           OPEN OUTPUT ACCESS-REPORT-FILE.
       900-EXIT.
           EXIT.
      *****************************************************************
      *   Close files.
      *****************************************************************
       910-END-PROGRAM-RTN.
           CLOSE ACCESS-REPORT-FILE.
       910-EXIT.
           EXIT.
