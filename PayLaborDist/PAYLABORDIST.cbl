       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PAYLABORDIST.
       AUTHOR.  THOMAS LAMBERT.
      *****************************************************************
      * Default labor distribution for one employee.  PAYROLL used
      * to charge an employee's whole cost to the one expense
      * account on their record; someone who splits their time
      * between departments or grants was being reclassed by hand
      * every period.  This screen (level 2 or better) keeps the
      * employee's split on LABORDIST.DAT - up to ten expense
      * accounts, each with a percent of the gross:
      *
      *   - the employee must be on the master;
      *   - each account must be an active expense account on the
      *     chart and may appear only once;
      *   - the percents must total exactly 100.00 before anything
      *     is saved, so PAYROLL never sees a partial split.
      *
      * The keyed lines replace whatever the employee had.  Keying
      * no lines and confirming clears the distribution, and the
      * employee goes back to the account on their record.  Hours
      * on a timecard line with its own charge account are taken
      * out of the gross before this split is applied.
      *
      *   Input :  C:\COBOL\NEWEMP2.DAT
      *            J:\CS3530\COAFILEMASTER.DAT
      *   File  :  C:\COBOL\LABORDIST.DAT
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEW-PAYROLL-FILE
                 ASSIGN TO UT-SYS-EMPFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS NEW-SSNO.
           SELECT CGL-COA-MASTER-FILE
                 ASSIGN TO UT-SYS-COA-MASTER-FILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS CGLC-MSTR-NO.
           SELECT OPTIONAL LABOR-DIST-FILE
                 ASSIGN TO UT-SYS-LABOR-DIST-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD NEW-PAYROLL-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 166 CHARACTERS.
       01 NEW-PAYROLL-REC.
          05  NEW-SSNO                             PIC 9(9).
          05  NEW-NAME                             PIC X(20).
          05  FILLER                               PIC X(5).
          05  NEW-DEPT                             PIC X(4).
          05  FILLER                               PIC X(8).
          05  NEW-EXP-ACCT                         PIC 9(4).
          05  FILLER                               PIC X(116).

       FD CGL-COA-MASTER-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 63 CHARACTERS.
       01 CGL-COA-MSTR-REC.
          05  CGLC-MSTR-NO                PIC 9(4).
          05  CGLC-MSTR-BEG-BALANCE       PIC S9(7)V99.
          05  CGLC-MSTR-CUR-BALANCE       PIC S9(7)V99.
          05  CGLC-MSTR-ACCT-ACTIVE       PIC X.
              88  MSTR-ACCT-ACTIVE        VALUE "A".
          05  CGLC-MSTR-ACCT-TYPE         PIC X.
          05  CGLC-MSTR-DESCRIPTION       PIC X(30).
          05  CGLC-MSTR-EFF-DATE          PIC 9(8).
          05  CGLC-MSTR-PEND-STATUS       PIC X.

      *    ONE ROW PER EMPLOYEE PER EXPENSE ACCOUNT - AN EMPLOYEE'S
      *    ROWS TOTAL 100.00 PERCENT.
       FD LABOR-DIST-FILE
          RECORD CONTAINS 18 CHARACTERS.
       01 LABOR-DIST-REC.
          05  LD-SSNO                              PIC 9(9).
          05  LD-EXP-ACCT                          PIC 9(4).
          05  LD-PERCENT                           PIC 9(3)V99.

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
           05  UT-SYS-EMPFILE                      PIC X(50)
                                   VALUE "C:\COBOL\NEWEMP2.DAT".
           05  UT-SYS-COA-MASTER-FILE              PIC X(50)
                                VALUE "J:\CS3530\COAFILEMASTER.DAT".
           05  UT-SYS-LABOR-DIST-FILE              PIC X(50)
                                   VALUE "C:\COBOL\LABORDIST.DAT".
       01  WS-OPERATOR-ID                          PIC X(8).
       01  WS-SIGNON-AREA.
           05  WS-AUTH-LEVEL                       PIC 9
                                            VALUE ZERO.
           05  WS-SIGNON-OK                        PIC X
                                            VALUE 'N'.
               88  SIGNON-OK                 VALUE 'Y'.
       01  WS-SWITCHES.
           05  WS-END-OF-FILE                      PIC X
                                            VALUE 'N'.
               88  EOF                       VALUE 'Y'.
           05  WS-DONE-KEYING                      PIC X
                                            VALUE 'N'.
               88  DONE-KEYING               VALUE 'Y'.
           05  WS-ACCT-OK                          PIC X
                                            VALUE 'N'.
               88  ACCT-OK                   VALUE 'Y'.
           05  WS-CONFIRM                          PIC X.
               88  CONFIRMED                 VALUE 'Y' 'y'.
       01  WS-DIST-SSNO                            PIC 9(9).
      *    EVERY DISTRIBUTION ROW ON FILE - THE FILE IS WRITTEN BACK
      *    IN FULL WITH THIS EMPLOYEE'S ROWS REPLACED.
       01  WS-LABOR-DIST-TABLE.
           05  WS-LD-COUNT                         PIC 9(4)
                                            VALUE ZERO.
           05  WS-LD-ENTRY OCCURS 1000 TIMES.
               10  WS-LD-SSNO                      PIC 9(9).
               10  WS-LD-ACCT                      PIC 9(4).
               10  WS-LD-PCT                       PIC 9(3)V99.
       01  WS-LD-SUB                               PIC 9(4).
       01  WS-KEEP-COUNT                           PIC 9(4).
      *    THE LINES KEYED FOR THIS EMPLOYEE.
       01  WS-NEW-DIST-TABLE.
           05  WS-NEW-COUNT                        PIC 99
                                            VALUE ZERO.
           05  WS-NEW-ENTRY OCCURS 10 TIMES.
               10  WS-NEW-ACCT                     PIC 9(4).
               10  WS-NEW-PCT                      PIC 9(3)V99.
       01  WS-NEW-SUB                              PIC 99.
       01  WS-KEY-AREA.
           05  WS-KEY-ACCT                         PIC 9(4).
           05  WS-KEY-PCT                          PIC 9(3)V99.
           05  WS-PCT-TOTAL                        PIC 9(5)V99.
       01  WS-SHOW-AREA.
           05  WS-SHOW-PCT                         PIC ZZ9.99.
           05  WS-SHOW-TOTAL                       PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *************************************************************
      *  Sign on, pick the employee, show what they carry now, key
      *  the replacement and save it once it totals 100 percent.
      *************************************************************
       100-MAIN.
           PERFORM 050-SIGN-ON THRU 050-EXIT.
      *    THE SPLIT DECIDES WHERE PAYROLL COST LANDS - LEVEL 2 OR
      *    BETTER.
           IF NOT SIGNON-OK OR WS-AUTH-LEVEL < 2
               DISPLAY "NOT AUTHORIZED FOR LABOR DISTRIBUTION"
               GOBACK
           END-IF
           PERFORM 150-LOAD-DISTRIBUTIONS THRU 150-EXIT.
           DISPLAY "EMPLOYEE SSN: "
           ACCEPT WS-DIST-SSNO
           PERFORM 200-READ-EMPLOYEE THRU 200-EXIT.
           PERFORM 250-SHOW-CURRENT THRU 250-EXIT.
           OPEN INPUT CGL-COA-MASTER-FILE
           PERFORM 300-KEY-LINES THRU 300-EXIT
           CLOSE CGL-COA-MASTER-FILE.
           IF WS-NEW-COUNT = ZERO
               DISPLAY "NO LINES KEYED - CLEAR THE DISTRIBUTION SO "
                   "ALL COST GOES TO ACCOUNT " NEW-EXP-ACCT
                   "? (Y/N): "
           ELSE
               IF WS-PCT-TOTAL NOT = 100
                   MOVE WS-PCT-TOTAL TO WS-SHOW-TOTAL
                   DISPLAY "PERCENTS TOTAL " WS-SHOW-TOTAL
                       " NOT 100.00 - NOTHING SAVED"
                   GOBACK
               END-IF
               DISPLAY "REPLACE THE DISTRIBUTION WITH THESE "
                   WS-NEW-COUNT " LINES? (Y/N): "
           END-IF
           ACCEPT WS-CONFIRM
           IF NOT CONFIRMED
               DISPLAY "NOTHING SAVED"
               GOBACK
           END-IF
           PERFORM 400-REPLACE-ROWS THRU 400-EXIT.
           PERFORM 800-REWRITE-DISTRIBUTIONS THRU 800-EXIT.
           DISPLAY "LABOR DISTRIBUTION SAVED FOR " WS-DIST-SSNO.
           GOBACK.
      ***************************************************************
      *   Validate the operator against the central operator master.
      *   An empty master (first-time setup) signs on in open mode at
      *   supervisor level so the system is not locked out before
      *   OPERMAINT has loaded anyone.
      ***************************************************************
       050-SIGN-ON.
           MOVE "PAYLABORDIST" TO SGN-PROGRAM-NAME
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
      *   Every distribution row on file into the work table.
      ***************************************************************
       150-LOAD-DISTRIBUTIONS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT LABOR-DIST-FILE
           PERFORM UNTIL EOF
               READ LABOR-DIST-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF WS-LD-COUNT = 1000
                           DISPLAY "LABORDIST.DAT EXCEEDS THE WORK "
                               "TABLE - NOTHING CHANGED"
                           CLOSE LABOR-DIST-FILE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-LD-COUNT
                       MOVE LD-SSNO TO WS-LD-SSNO (WS-LD-COUNT)
                       MOVE LD-EXP-ACCT TO WS-LD-ACCT (WS-LD-COUNT)
                       MOVE LD-PERCENT TO WS-LD-PCT (WS-LD-COUNT)
               END-READ
           END-PERFORM
           CLOSE LABOR-DIST-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       150-EXIT.
           EXIT.
      ***************************************************************
      *   The employee must be on the master.
      ***************************************************************
       200-READ-EMPLOYEE.
           OPEN INPUT NEW-PAYROLL-FILE
           MOVE WS-DIST-SSNO TO NEW-SSNO
           READ NEW-PAYROLL-FILE
               INVALID KEY
                   DISPLAY "EMPLOYEE " WS-DIST-SSNO " NOT ON FILE"
                   CLOSE NEW-PAYROLL-FILE
                   GOBACK
           END-READ
           CLOSE NEW-PAYROLL-FILE
           DISPLAY "EMPLOYEE  . . . . . . " NEW-NAME
           DISPLAY "DEPARTMENT  . . . . . " NEW-DEPT
           DISPLAY "RECORD ACCOUNT  . . . " NEW-EXP-ACCT.
       200-EXIT.
           EXIT.
      ***************************************************************
      *   The employee's distribution as it stands.
      ***************************************************************
       250-SHOW-CURRENT.
           MOVE ZERO TO WS-PCT-TOTAL
           PERFORM VARYING WS-LD-SUB FROM 1 BY 1
                   UNTIL WS-LD-SUB > WS-LD-COUNT
               IF WS-LD-SSNO (WS-LD-SUB) = WS-DIST-SSNO
                   MOVE WS-LD-PCT (WS-LD-SUB) TO WS-SHOW-PCT
                   DISPLAY "  ACCOUNT " WS-LD-ACCT (WS-LD-SUB)
                       "  " WS-SHOW-PCT " PCT"
                   ADD WS-LD-PCT (WS-LD-SUB) TO WS-PCT-TOTAL
               END-IF
           END-PERFORM
           IF WS-PCT-TOTAL = ZERO
               DISPLAY "NO DISTRIBUTION - ALL COST GOES TO ACCOUNT "
                   NEW-EXP-ACCT
           END-IF.
       250-EXIT.
           EXIT.
      ***************************************************************
      *   Key up to ten account and percent lines - account zero
      *   ends the list.  A bad account or a repeated one is refused
      *   and the line keyed again.
      ***************************************************************
       300-KEY-LINES.
           MOVE ZERO TO WS-NEW-COUNT
           MOVE ZERO TO WS-PCT-TOTAL
           MOVE 'N' TO WS-DONE-KEYING
           DISPLAY "KEY THE NEW DISTRIBUTION - ACCOUNT 0 ENDS THE LIST"
           PERFORM 320-KEY-ONE-LINE THRU 320-EXIT
               UNTIL DONE-KEYING.
           MOVE WS-PCT-TOTAL TO WS-SHOW-TOTAL
           DISPLAY "TOTAL PERCENT . . . . " WS-SHOW-TOTAL.
       300-EXIT.
           EXIT.
       320-KEY-ONE-LINE.
           IF WS-NEW-COUNT = 10
               DISPLAY "TEN LINES KEYED - LIST ENDED"
               MOVE 'Y' TO WS-DONE-KEYING
               GO TO 320-EXIT
           END-IF
           DISPLAY "EXPENSE ACCOUNT (0 TO END): "
           ACCEPT WS-KEY-ACCT
           IF WS-KEY-ACCT = ZERO
               MOVE 'Y' TO WS-DONE-KEYING
               GO TO 320-EXIT
           END-IF
           PERFORM 340-CHECK-ACCOUNT THRU 340-EXIT
           IF NOT ACCT-OK
               GO TO 320-EXIT
           END-IF
           DISPLAY "PERCENT OF GROSS (NNN.NN): "
           ACCEPT WS-KEY-PCT
           IF WS-KEY-PCT = ZERO OR WS-KEY-PCT > 100
               DISPLAY "PERCENT MUST BE OVER ZERO AND NOT OVER 100 "
                   "- LINE REFUSED"
               GO TO 320-EXIT
           END-IF
           ADD 1 TO WS-NEW-COUNT
           MOVE WS-KEY-ACCT TO WS-NEW-ACCT (WS-NEW-COUNT)
           MOVE WS-KEY-PCT TO WS-NEW-PCT (WS-NEW-COUNT)
           ADD WS-KEY-PCT TO WS-PCT-TOTAL.
       320-EXIT.
           EXIT.
      ***************************************************************
      *   The account must be an active expense account on the
      *   chart and not already keyed for this employee.
      ***************************************************************
       340-CHECK-ACCOUNT.
           MOVE 'N' TO WS-ACCT-OK
           MOVE WS-KEY-ACCT TO CGLC-MSTR-NO
           READ CGL-COA-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF MSTR-ACCT-ACTIVE
                           AND CGLC-MSTR-ACCT-TYPE = "E"
                       MOVE 'Y' TO WS-ACCT-OK
                   END-IF
           END-READ
           IF NOT ACCT-OK
               DISPLAY "ACCOUNT " WS-KEY-ACCT " IS NOT AN ACTIVE "
                   "EXPENSE ACCOUNT - LINE REFUSED"
               GO TO 340-EXIT
           END-IF
           DISPLAY "  " CGLC-MSTR-DESCRIPTION
           PERFORM VARYING WS-NEW-SUB FROM 1 BY 1
                   UNTIL WS-NEW-SUB > WS-NEW-COUNT
               IF WS-NEW-ACCT (WS-NEW-SUB) = WS-KEY-ACCT
                   MOVE 'N' TO WS-ACCT-OK
               END-IF
           END-PERFORM
           IF NOT ACCT-OK
               DISPLAY "ACCOUNT " WS-KEY-ACCT " IS ALREADY KEYED "
                   "- LINE REFUSED"
           END-IF.
       340-EXIT.
           EXIT.
      ***************************************************************
      *   Drop the employee's old rows, closing up the table, and
      *   add the keyed ones.  A table too full to take them is
      *   refused before anything is written.
      ***************************************************************
       400-REPLACE-ROWS.
           MOVE ZERO TO WS-KEEP-COUNT
           PERFORM VARYING WS-LD-SUB FROM 1 BY 1
                   UNTIL WS-LD-SUB > WS-LD-COUNT
               IF WS-LD-SSNO (WS-LD-SUB) NOT = WS-DIST-SSNO
                   ADD 1 TO WS-KEEP-COUNT
                   MOVE WS-LD-ENTRY (WS-LD-SUB)
                       TO WS-LD-ENTRY (WS-KEEP-COUNT)
               END-IF
           END-PERFORM
           IF WS-KEEP-COUNT + WS-NEW-COUNT > 1000
               DISPLAY "LABORDIST.DAT IS FULL - NOTHING SAVED"
               GOBACK
           END-IF
           MOVE WS-KEEP-COUNT TO WS-LD-COUNT
           PERFORM VARYING WS-NEW-SUB FROM 1 BY 1
                   UNTIL WS-NEW-SUB > WS-NEW-COUNT
               ADD 1 TO WS-LD-COUNT
               MOVE WS-DIST-SSNO TO WS-LD-SSNO (WS-LD-COUNT)
               MOVE WS-NEW-ACCT (WS-NEW-SUB) TO WS-LD-ACCT (WS-LD-COUNT)
               MOVE WS-NEW-PCT (WS-NEW-SUB) TO WS-LD-PCT (WS-LD-COUNT)
           END-PERFORM.
       400-EXIT.
           EXIT.
      ***************************************************************
      *   Write the whole distribution file back from the table.
      ***************************************************************
       800-REWRITE-DISTRIBUTIONS.
           OPEN OUTPUT LABOR-DIST-FILE
           PERFORM VARYING WS-LD-SUB FROM 1 BY 1
                   UNTIL WS-LD-SUB > WS-LD-COUNT
               MOVE WS-LD-SSNO (WS-LD-SUB) TO LD-SSNO
               MOVE WS-LD-ACCT (WS-LD-SUB) TO LD-EXP-ACCT
               MOVE WS-LD-PCT (WS-LD-SUB) TO LD-PERCENT
               WRITE LABOR-DIST-REC
           END-PERFORM
           CLOSE LABOR-DIST-FILE.
       800-EXIT.
           EXIT.
