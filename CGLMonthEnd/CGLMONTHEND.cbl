       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGLMONTHEND.
       AUTHOR. COLE SQUIRE.
      *******************************************************************
      * Month-end close driver.  Runs the month-end steps for the
      * requested period in the one order that gives right answers -
      *
      *   1  CGLALLOCATION     expense allocation entries
      *   2  CGLSNAPSHOT       month-end balance snapshot
      *   3  CGLINCOMESTMT     income statement off the snapshot
      *   4  CGLBALANCESHEET   balance sheet
      *   5  CGLBUDGETVARRPT   budget variance
      *   6  CGLPERIODCLOSE    close the period to posting
      *
      * instead of by hand off a list, where a snapshot taken before
      * the allocation posted went unnoticed until the statements
      * were out.  Each step's outcome, who ran it, and when, is
      * appended to the close-status file; a rerun for the same
      * period skips the steps already done and picks up at the one
      * that stopped.  A period already allocated or already on the
      * snapshot history (run by hand before this driver) counts that
      * step as done.
      *
      * The snapshot and the close are refused while the books are
      * not final -
      *
      *   open correction items on COASUSPENSE.DAT
      *   unposted lines on COAJRNLFILE.DAT (the allocation entries
      *     step 1 generates must post on the nightly run before the
      *     snapshot is taken)
      *   cross-file orphans on the last CGLREFSCAN report
      *   a master-versus-transaction mismatch (or no tie-out at
      *     all) on COATIEOUT.DAT
      *
      * The period is handed to the steps on the close-parameter
      * file, which is cleared at the end of every run so a step run
      * stand-alone goes back to prompting.  A checklist of every
      * step and precondition for the period is printed at the end.
      *
      * Input:  J:\CS3530\COASUSPENSE.DAT
      *         J:\CS3530\COAJRNLFILE.DAT
      *         J:\CS3530\COAREFSCANRPT.DAT
      *         J:\CS3530\COATIEOUT.DAT
      *         J:\CS3530\COAALLOCCTL.DAT
      *         J:\CS3530\COABALHIST.DAT
      * File:   J:\CS3530\COACLOSESTATUS.DAT (extended)
      *         J:\CS3530\COACLOSEPARM.DAT
      * Output: J:\CS3530\COACLOSERPT.DAT
      *******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    OPTIONAL - THE FIRST MONTH-END CREATES THE STATUS FILE.
           SELECT OPTIONAL CGLC-CLOSE-STATUS-FILE
               ASSIGN TO UT-SYS-CLOSE-STATUS-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CGLC-CLOSE-PARM-FILE
               ASSIGN TO UT-SYS-CLOSE-PARM-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CGLC-SUSPENSE-FILE
               ASSIGN TO UT-SYS-SUSPENSE-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CGL-JOURNAL-FILE
               ASSIGN TO UT-SYS-JOURNAL-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CGLC-RS-REPORT-FILE
               ASSIGN TO UT-SYS-RS-REPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CGLC-TIEOUT-FILE
               ASSIGN TO UT-SYS-TIEOUT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CGLC-ALLOC-CTL-FILE
               ASSIGN TO UT-SYS-ALLOC-CTL-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CGLC-BALHIST-FILE
               ASSIGN TO UT-SYS-BALHIST-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CGLC-CR-REPORT-FILE
               ASSIGN TO UT-SYS-CR-REPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *    ONE ROW PER STEP ATTEMPT.  THE LATEST ROW FOR A STEP IS
      *    ITS STANDING; A STEP WITH ANY "DONE" ROW IS NOT RERUN.
       FD  CGLC-CLOSE-STATUS-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CGLC-CLOSE-STATUS-REC.
           05  CGLC-CS-PERIOD              PIC 9(6).
           05  CGLC-CS-STEP-NO             PIC 9.
           05  CGLC-CS-STEP-NAME           PIC X(20).
           05  CGLC-CS-RESULT              PIC X(10).
               88  CS-STEP-DONE            VALUE "DONE" "PRIOR RUN".
           05  CGLC-CS-OPERATOR-ID         PIC X(8).
           05  CGLC-CS-TIMESTAMP           PIC X(21).
           05  CGLC-CS-RETURN-CODE         PIC 9(4).
           05  FILLER                      PIC X(10).
      *    THE PERIOD THE MONTH-END RUN HANDS ITS STEPS.  EMPTY
      *    EXCEPT WHILE THIS DRIVER IS RUNNING.
       FD  CGLC-CLOSE-PARM-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  CGLC-CLOSE-PARM-REC.
           05  CGLC-CP-PERIOD              PIC 9(6).
           05  CGLC-CP-OPERATOR-ID         PIC X(8).
           05  FILLER                      PIC X(6).
       FD  CGLC-SUSPENSE-FILE
           RECORD CONTAINS 137 CHARACTERS.
       01  CGLC-SUSPENSE-REC.
           05  CGLC-SUS-STATUS             PIC X.
           05  FILLER                      PIC X(136).
       FD  CGL-JOURNAL-FILE
           RECORD CONTAINS 77 CHARACTERS.
       01  CGL-JOURNAL-REC                 PIC X(77).
       FD  CGLC-RS-REPORT-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  CGLC-RS-REPORT-REC              PIC X(70).
       FD  CGLC-TIEOUT-FILE
           RECORD CONTAINS 30 CHARACTERS.
       01  CGLC-TIEOUT-REC.
           05  CGLC-TIE-RUN-DATE           PIC 9(8).
           05  CGLC-TIE-MSTR-CHANGE        PIC S9(9)V99.
           05  CGLC-TIE-TRANS-CHANGE       PIC S9(9)V99.
       FD  CGLC-ALLOC-CTL-FILE
           RECORD CONTAINS 6 CHARACTERS.
       01  CGLC-ALLOC-CTL-REC.
           05  CGLC-AC-PERIOD              PIC 9(6).
       FD  CGLC-BALHIST-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  CGLC-BALHIST-REC.
           05  CGLC-SNP-PERIOD             PIC 9(6).
           05  FILLER                      PIC X(44).
       FD  CGLC-CR-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CGLC-CR-REPORT-REC.
           05  CGLC-CR-STEP-NO             PIC X.
           05  FILLER                      PIC X.
           05  CGLC-CR-ITEM                PIC X(22).
           05  FILLER                      PIC X.
           05  CGLC-CR-VALUE               PIC X(12).
           05  FILLER                      PIC X.
           05  CGLC-CR-RESULT              PIC X(15).
           05  FILLER                      PIC X.
           05  CGLC-CR-OPERATOR-ID         PIC X(8).
           05  FILLER                      PIC X.
           05  CGLC-CR-TIMESTAMP           PIC X(14).
           05  FILLER                      PIC X(3).

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
       01  WS-FILES.
           05  UT-SYS-CLOSE-STATUS-FILE    PIC X(50)
               VALUE "J:\CS3530\COACLOSESTATUS.DAT".
           05  UT-SYS-CLOSE-PARM-FILE      PIC X(50)
               VALUE "J:\CS3530\COACLOSEPARM.DAT".
           05  UT-SYS-SUSPENSE-FILE        PIC X(50)
               VALUE "J:\CS3530\COASUSPENSE.DAT".
           05  UT-SYS-JOURNAL-FILE         PIC X(50)
               VALUE "J:\CS3530\COAJRNLFILE.DAT".
           05  UT-SYS-RS-REPORT-FILE       PIC X(50)
               VALUE "J:\CS3530\COAREFSCANRPT.DAT".
           05  UT-SYS-TIEOUT-FILE          PIC X(50)
               VALUE "J:\CS3530\COATIEOUT.DAT".
           05  UT-SYS-ALLOC-CTL-FILE       PIC X(50)
               VALUE "J:\CS3530\COAALLOCCTL.DAT".
           05  UT-SYS-BALHIST-FILE         PIC X(50)
               VALUE "J:\CS3530\COABALHIST.DAT".
           05  UT-SYS-CR-REPORT-FILE       PIC X(50)
               VALUE "J:\CS3530\COACLOSERPT.DAT".
       01  WS-OPERATOR-ID                  PIC X(8).
       01  WS-SIGNON-AREA.
           05  WS-AUTH-LEVEL               PIC 9      VALUE ZERO.
           05  WS-SIGNON-OK                PIC X      VALUE "N".
               88  SIGNON-OK               VALUE "Y".
       01  WS-SWITCHES.
           05  WS-END-OF-FILE              PIC X      VALUE "N".
               88  EOF                     VALUE "Y".
           05  WS-RUN-STOPPED              PIC X      VALUE "N".
               88  RUN-STOPPED             VALUE "Y".
           05  WS-TIEOUT-FOUND             PIC X      VALUE "N".
               88  TIEOUT-FOUND            VALUE "Y".
           05  WS-PRECOND-FAILED           PIC X      VALUE "N".
               88  PRECOND-FAILED          VALUE "Y".
       01  WS-CLOSE-PERIOD.
           05  WS-CLOSE-YEAR               PIC 9(4).
           05  WS-CLOSE-MONTH              PIC 99.
       01  WS-CLOSE-PERIOD-N REDEFINES WS-CLOSE-PERIOD
                                           PIC 9(6).
       01  WS-TIMESTAMP                    PIC X(21).
      *    THE STEPS IN RUN ORDER.
       01  WS-STEP-NAME-VALUES.
           05  FILLER                      PIC X(20)
               VALUE "EXPENSE ALLOCATION".
           05  FILLER                      PIC X(20)
               VALUE "BALANCE SNAPSHOT".
           05  FILLER                      PIC X(20)
               VALUE "INCOME STATEMENT".
           05  FILLER                      PIC X(20)
               VALUE "BALANCE SHEET".
           05  FILLER                      PIC X(20)
               VALUE "BUDGET VARIANCE".
           05  FILLER                      PIC X(20)
               VALUE "PERIOD CLOSE".
       01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-VALUES.
           05  WS-STEP-NAME                PIC X(20) OCCURS 6 TIMES.
      *    EACH STEP'S STANDING FOR THE PERIOD OFF THE STATUS FILE.
       01  WS-STEP-STATUS-TABLE.
           05  WS-STEP-ENTRY OCCURS 6 TIMES.
               10  WS-STEP-DONE            PIC X.
                   88  STEP-DONE           VALUE "Y".
               10  WS-STEP-RESULT          PIC X(10).
               10  WS-STEP-OPERATOR-ID     PIC X(8).
               10  WS-STEP-TIMESTAMP       PIC X(21).
       01  WS-STEP                         PIC 9.
       01  WS-PRECOND-COUNTS.
           05  WS-OPEN-SUSP-COUNT          PIC 9(7)   VALUE ZERO.
           05  WS-UNPOSTED-COUNT           PIC 9(7)   VALUE ZERO.
           05  WS-REFSCAN-COUNT            PIC 9(7)   VALUE ZERO.
       01  WS-TIEOUT-SAVE.
           05  WS-TIE-MSTR-CHANGE          PIC S9(9)V99 VALUE ZERO.
           05  WS-TIE-TRANS-CHANGE         PIC S9(9)V99 VALUE ZERO.
       01  WS-EDIT-COUNT                   PIC ZZZZZZ9.
       01  WS-EDIT-AMOUNT                  PIC -(8)9.99.

       PROCEDURE DIVISION.
      *****************************************************************
      *  Sign on and ask for the period.
      *  Run each step not yet done, stopping at the first refusal
      *  or failure.
      *  Print the checklist and clear the close parameter.
      *****************************************************************
       100-MAIN.
           MOVE ZERO TO RETURN-CODE
           PERFORM 050-SIGN-ON THRU 050-EXIT.
           IF NOT SIGNON-OK OR WS-AUTH-LEVEL < 2
               DISPLAY "NOT AUTHORIZED TO RUN THE MONTH-END CLOSE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 900-INITIALIZATION THRU 900-EXIT.
           IF RUN-STOPPED
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 300-RUN-STEP THRU 300-EXIT
               VARYING WS-STEP FROM 1 BY 1
               UNTIL WS-STEP > 6 OR RUN-STOPPED.
           PERFORM 910-END-PROGRAM-RTN THRU 910-EXIT.
           IF RUN-STOPPED
               DISPLAY "CGLMONTHEND: CLOSE STOPPED - SEE "
                   "COACLOSERPT.DAT, THEN RERUN TO CONTINUE"
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "CGLMONTHEND: MONTH-END FOR "
                   WS-CLOSE-PERIOD-N " COMPLETE"
               MOVE ZERO TO RETURN-CODE
           END-IF
           GOBACK.
      *****************************************************************
      *  Validate the operator against the central operator master.
      *****************************************************************
       050-SIGN-ON.
           MOVE "CGLMONTHEND" TO SGN-PROGRAM-NAME
           MOVE "N" TO SGN-UNATTENDED
           MOVE SPACES TO SGN-OPERATOR-ID
           MOVE SPACES TO SGN-PASSWORD
           CALL "OPERSIGNON" USING SIGNON-PARMS
           MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE SGN-AUTH-LEVEL TO WS-AUTH-LEVEL
           MOVE SGN-OK TO WS-SIGNON-OK.
       050-EXIT.
           EXIT.
      *****************************************************************
      *  Pick up the period's standing off the close-status file -
      *  the latest row for each step, and whether it was ever done.
      *****************************************************************
       200-LOAD-STATUS.
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT CGLC-CLOSE-STATUS-FILE
           PERFORM UNTIL EOF
               READ CGLC-CLOSE-STATUS-FILE
                   AT END MOVE "Y" TO WS-END-OF-FILE
                   NOT AT END
                       IF CGLC-CS-PERIOD = WS-CLOSE-PERIOD-N
                               AND CGLC-CS-STEP-NO > ZERO
                               AND CGLC-CS-STEP-NO < 7
                           MOVE CGLC-CS-STEP-NO TO WS-STEP
                           MOVE CGLC-CS-RESULT
                               TO WS-STEP-RESULT (WS-STEP)
                           MOVE CGLC-CS-OPERATOR-ID
                               TO WS-STEP-OPERATOR-ID (WS-STEP)
                           MOVE CGLC-CS-TIMESTAMP
                               TO WS-STEP-TIMESTAMP (WS-STEP)
                           IF CS-STEP-DONE
                               MOVE "Y" TO WS-STEP-DONE (WS-STEP)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CGLC-CLOSE-STATUS-FILE
           MOVE "N" TO WS-END-OF-FILE.
       200-EXIT.
           EXIT.
      *****************************************************************
      *  An allocation or snapshot run by hand before this driver
      *  cannot be run again (both refuse a repeat period), so a
      *  period already on their control files counts as done.
      *****************************************************************
       250-CHECK-PRIOR-RUNS.
           IF NOT STEP-DONE (1)
               OPEN INPUT CGLC-ALLOC-CTL-FILE
               PERFORM UNTIL EOF
                   READ CGLC-ALLOC-CTL-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE
                       NOT AT END
                           IF CGLC-AC-PERIOD = WS-CLOSE-PERIOD-N
                               MOVE "Y" TO WS-STEP-DONE (1)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CGLC-ALLOC-CTL-FILE
               MOVE "N" TO WS-END-OF-FILE
               IF STEP-DONE (1)
                   MOVE 1 TO WS-STEP
                   MOVE "PRIOR RUN" TO CGLC-CS-RESULT
                   MOVE ZERO TO RETURN-CODE
                   PERFORM 350-LOG-STEP THRU 350-EXIT
               END-IF
           END-IF
           IF NOT STEP-DONE (2)
               OPEN INPUT CGLC-BALHIST-FILE
               PERFORM UNTIL EOF
                   READ CGLC-BALHIST-FILE
                       AT END MOVE "Y" TO WS-END-OF-FILE
                       NOT AT END
                           IF CGLC-SNP-PERIOD = WS-CLOSE-PERIOD-N
                               MOVE "Y" TO WS-STEP-DONE (2)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CGLC-BALHIST-FILE
               MOVE "N" TO WS-END-OF-FILE
               IF STEP-DONE (2)
                   MOVE 2 TO WS-STEP
                   MOVE "PRIOR RUN" TO CGLC-CS-RESULT
                   MOVE ZERO TO RETURN-CODE
                   PERFORM 350-LOG-STEP THRU 350-EXIT
               END-IF
           END-IF.
       250-EXIT.
           EXIT.
      *****************************************************************
      *  Run one step unless it is already done.  The snapshot and
      *  the close are refused while the preconditions fail.
      *****************************************************************
       300-RUN-STEP.
           IF STEP-DONE (WS-STEP)
               DISPLAY "STEP " WS-STEP " " WS-STEP-NAME (WS-STEP)
                   " ALREADY DONE - SKIPPED"
               GO TO 300-EXIT
           END-IF
           IF WS-STEP = 2 OR WS-STEP = 6
               PERFORM 400-CHECK-PRECONDITIONS THRU 400-EXIT
               IF PRECOND-FAILED
                   DISPLAY "STEP " WS-STEP " " WS-STEP-NAME (WS-STEP)
                       " REFUSED - THE BOOKS ARE NOT READY"
                   MOVE "REFUSED" TO CGLC-CS-RESULT
                   MOVE 16 TO RETURN-CODE
                   PERFORM 350-LOG-STEP THRU 350-EXIT
                   MOVE "Y" TO WS-RUN-STOPPED
                   GO TO 300-EXIT
               END-IF
           END-IF
           DISPLAY "STEP " WS-STEP " " WS-STEP-NAME (WS-STEP)
           EVALUATE WS-STEP
               WHEN 1
                   CALL "CGLALLOCATION"
               WHEN 2
                   CALL "CGLSNAPSHOT"
               WHEN 3
                   CALL "CGLINCOMESTMT"
               WHEN 4
                   CALL "CGLBALANCESHEET"
               WHEN 5
                   CALL "CGLBUDGETVARRPT"
               WHEN 6
                   CALL "CGLPERIODCLOSE"
           END-EVALUATE
           IF RETURN-CODE = ZERO
               MOVE "DONE" TO CGLC-CS-RESULT
               MOVE "Y" TO WS-STEP-DONE (WS-STEP)
           ELSE
               MOVE "FAILED" TO CGLC-CS-RESULT
               MOVE "Y" TO WS-RUN-STOPPED
               DISPLAY "CGLMONTHEND: " WS-STEP-NAME (WS-STEP)
                   " FAILED - RETURN-CODE " RETURN-CODE
           END-IF
           PERFORM 350-LOG-STEP THRU 350-EXIT.
       300-EXIT.
           EXIT.
      *****************************************************************
      *  Append the step's outcome to the close-status file and keep
      *  the period's standing current for the checklist.
      *****************************************************************
       350-LOG-STEP.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-CLOSE-PERIOD-N TO CGLC-CS-PERIOD
           MOVE WS-STEP TO CGLC-CS-STEP-NO
           MOVE WS-STEP-NAME (WS-STEP) TO CGLC-CS-STEP-NAME
           MOVE WS-OPERATOR-ID TO CGLC-CS-OPERATOR-ID
           MOVE WS-TIMESTAMP TO CGLC-CS-TIMESTAMP
           MOVE RETURN-CODE TO CGLC-CS-RETURN-CODE
           MOVE CGLC-CS-RESULT TO WS-STEP-RESULT (WS-STEP)
           MOVE WS-OPERATOR-ID TO WS-STEP-OPERATOR-ID (WS-STEP)
           MOVE WS-TIMESTAMP TO WS-STEP-TIMESTAMP (WS-STEP)
           OPEN EXTEND CGLC-CLOSE-STATUS-FILE
           WRITE CGLC-CLOSE-STATUS-REC
           CLOSE CGLC-CLOSE-STATUS-FILE.
       350-EXIT.
           EXIT.
      *****************************************************************
      *  Are the books final?  Open correction items, unposted
      *  journal lines, cross-file orphans, or a tie-out that does
      *  not agree all say no.
      *****************************************************************
       400-CHECK-PRECONDITIONS.
           MOVE "N" TO WS-PRECOND-FAILED
           MOVE ZERO TO WS-OPEN-SUSP-COUNT
           MOVE ZERO TO WS-UNPOSTED-COUNT
           MOVE ZERO TO WS-REFSCAN-COUNT
           MOVE "N" TO WS-TIEOUT-FOUND
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT CGLC-SUSPENSE-FILE
           PERFORM UNTIL EOF
               READ CGLC-SUSPENSE-FILE
                   AT END MOVE "Y" TO WS-END-OF-FILE
                   NOT AT END
                       IF CGLC-SUS-STATUS = "O"
                           ADD 1 TO WS-OPEN-SUSP-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CGLC-SUSPENSE-FILE
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT CGL-JOURNAL-FILE
           PERFORM UNTIL EOF
               READ CGL-JOURNAL-FILE
                   AT END MOVE "Y" TO WS-END-OF-FILE
                   NOT AT END ADD 1 TO WS-UNPOSTED-COUNT
               END-READ
           END-PERFORM
           CLOSE CGL-JOURNAL-FILE
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT CGLC-RS-REPORT-FILE
           PERFORM UNTIL EOF
               READ CGLC-RS-REPORT-FILE
                   AT END MOVE "Y" TO WS-END-OF-FILE
                   NOT AT END ADD 1 TO WS-REFSCAN-COUNT
               END-READ
           END-PERFORM
           CLOSE CGLC-RS-REPORT-FILE
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT CGLC-TIEOUT-FILE
           PERFORM UNTIL EOF
               READ CGLC-TIEOUT-FILE
                   AT END MOVE "Y" TO WS-END-OF-FILE
                   NOT AT END
                       MOVE "Y" TO WS-TIEOUT-FOUND
                       MOVE CGLC-TIE-MSTR-CHANGE
                           TO WS-TIE-MSTR-CHANGE
                       MOVE CGLC-TIE-TRANS-CHANGE
                           TO WS-TIE-TRANS-CHANGE
               END-READ
           END-PERFORM
           CLOSE CGLC-TIEOUT-FILE
           MOVE "N" TO WS-END-OF-FILE
           IF WS-OPEN-SUSP-COUNT NOT = ZERO
               DISPLAY "  " WS-OPEN-SUSP-COUNT
                   " OPEN CORRECTION ITEMS ON COASUSPENSE.DAT"
               MOVE "Y" TO WS-PRECOND-FAILED
           END-IF
           IF WS-UNPOSTED-COUNT NOT = ZERO
               DISPLAY "  " WS-UNPOSTED-COUNT
                   " UNPOSTED LINES ON COAJRNLFILE.DAT"
               MOVE "Y" TO WS-PRECOND-FAILED
           END-IF
           IF WS-REFSCAN-COUNT NOT = ZERO
               DISPLAY "  " WS-REFSCAN-COUNT
                   " CROSS-FILE ORPHANS ON THE LAST REFERENCE SCAN"
               MOVE "Y" TO WS-PRECOND-FAILED
           END-IF
           IF NOT TIEOUT-FOUND
               DISPLAY "  NO DOLLAR TIE-OUT ON COATIEOUT.DAT"
               MOVE "Y" TO WS-PRECOND-FAILED
           ELSE
               IF WS-TIE-MSTR-CHANGE NOT = WS-TIE-TRANS-CHANGE
                   DISPLAY "  DOLLAR TIE-OUT DOES NOT AGREE"
                   MOVE "Y" TO WS-PRECOND-FAILED
               END-IF
           END-IF.
       400-EXIT.
           EXIT.
      *****************************************************************
      *  The checklist - every step's standing for the period, who
      *  ran it and when, then where each precondition stands now.
      *****************************************************************
       500-WRITE-CHECKLIST.
           PERFORM 400-CHECK-PRECONDITIONS THRU 400-EXIT
           OPEN OUTPUT CGLC-CR-REPORT-FILE
           MOVE SPACES TO CGLC-CR-REPORT-REC
           MOVE "MONTH-END CHECKLIST" TO CGLC-CR-ITEM
           MOVE WS-CLOSE-PERIOD-N TO CGLC-CR-VALUE
           WRITE CGLC-CR-REPORT-REC
           PERFORM VARYING WS-STEP FROM 1 BY 1
                   UNTIL WS-STEP > 6
               MOVE SPACES TO CGLC-CR-REPORT-REC
               MOVE WS-STEP TO CGLC-CR-STEP-NO
               MOVE WS-STEP-NAME (WS-STEP) TO CGLC-CR-ITEM
               IF WS-STEP-RESULT (WS-STEP) = SPACES
                   MOVE "NOT RUN" TO CGLC-CR-RESULT
               ELSE
                   MOVE WS-STEP-RESULT (WS-STEP) TO CGLC-CR-RESULT
                   MOVE WS-STEP-OPERATOR-ID (WS-STEP)
                       TO CGLC-CR-OPERATOR-ID
                   MOVE WS-STEP-TIMESTAMP (WS-STEP) (1:14)
                       TO CGLC-CR-TIMESTAMP
               END-IF
               WRITE CGLC-CR-REPORT-REC
           END-PERFORM
           MOVE SPACES TO CGLC-CR-REPORT-REC
           MOVE "OPEN CORRECTION ITEMS" TO CGLC-CR-ITEM
           MOVE WS-OPEN-SUSP-COUNT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO CGLC-CR-VALUE
           IF WS-OPEN-SUSP-COUNT = ZERO
               MOVE "OK" TO CGLC-CR-RESULT
           ELSE
               MOVE "NEEDS ATTENTION" TO CGLC-CR-RESULT
           END-IF
           WRITE CGLC-CR-REPORT-REC
           MOVE SPACES TO CGLC-CR-REPORT-REC
           MOVE "UNPOSTED JOURNAL LINES" TO CGLC-CR-ITEM
           MOVE WS-UNPOSTED-COUNT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO CGLC-CR-VALUE
           IF WS-UNPOSTED-COUNT = ZERO
               MOVE "OK" TO CGLC-CR-RESULT
           ELSE
               MOVE "NEEDS ATTENTION" TO CGLC-CR-RESULT
           END-IF
           WRITE CGLC-CR-REPORT-REC
           MOVE SPACES TO CGLC-CR-REPORT-REC
           MOVE "CROSS-FILE ORPHANS" TO CGLC-CR-ITEM
           MOVE WS-REFSCAN-COUNT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO CGLC-CR-VALUE
           IF WS-REFSCAN-COUNT = ZERO
               MOVE "OK" TO CGLC-CR-RESULT
           ELSE
               MOVE "NEEDS ATTENTION" TO CGLC-CR-RESULT
           END-IF
           WRITE CGLC-CR-REPORT-REC
           MOVE SPACES TO CGLC-CR-REPORT-REC
           MOVE "DOLLAR TIE-OUT" TO CGLC-CR-ITEM
           IF NOT TIEOUT-FOUND
               MOVE "MISSING" TO CGLC-CR-VALUE
               MOVE "NEEDS ATTENTION" TO CGLC-CR-RESULT
           ELSE
               MOVE WS-TIE-MSTR-CHANGE TO WS-EDIT-AMOUNT
               MOVE WS-EDIT-AMOUNT TO CGLC-CR-VALUE
               IF WS-TIE-MSTR-CHANGE = WS-TIE-TRANS-CHANGE
                   MOVE "OK" TO CGLC-CR-RESULT
               ELSE
                   MOVE "NEEDS ATTENTION" TO CGLC-CR-RESULT
               END-IF
           END-IF
           WRITE CGLC-CR-REPORT-REC
           CLOSE CGLC-CR-REPORT-FILE.
       500-EXIT.
           EXIT.
      *****************************************************************
      *   Ask for the period, load its standing, and hand the period
      *   to the steps on the close-parameter file.
      *****************************************************************
       900-INITIALIZATION.
           DISPLAY "ENTER PERIOD TO CLOSE (YYYYMM): "
           ACCEPT WS-CLOSE-PERIOD-N
           IF WS-CLOSE-MONTH < 1 OR WS-CLOSE-MONTH > 12
               DISPLAY "INVALID PERIOD - MONTH MUST BE 01-12"
               MOVE "Y" TO WS-RUN-STOPPED
               GO TO 900-EXIT
           END-IF
           PERFORM VARYING WS-STEP FROM 1 BY 1
                   UNTIL WS-STEP > 6
               MOVE "N" TO WS-STEP-DONE (WS-STEP)
               MOVE SPACES TO WS-STEP-RESULT (WS-STEP)
               MOVE SPACES TO WS-STEP-OPERATOR-ID (WS-STEP)
               MOVE SPACES TO WS-STEP-TIMESTAMP (WS-STEP)
           END-PERFORM
           PERFORM 200-LOAD-STATUS THRU 200-EXIT.
           PERFORM 250-CHECK-PRIOR-RUNS THRU 250-EXIT.
           OPEN OUTPUT CGLC-CLOSE-PARM-FILE
           MOVE SPACES TO CGLC-CLOSE-PARM-REC
           MOVE WS-CLOSE-PERIOD-N TO CGLC-CP-PERIOD
           MOVE WS-OPERATOR-ID TO CGLC-CP-OPERATOR-ID
           WRITE CGLC-CLOSE-PARM-REC
           CLOSE CGLC-CLOSE-PARM-FILE.
       900-EXIT.
           EXIT.
      *****************************************************************
      *   Clear the close parameter and print the checklist.
      *****************************************************************
       910-END-PROGRAM-RTN.
           OPEN OUTPUT CGLC-CLOSE-PARM-FILE
           CLOSE CGLC-CLOSE-PARM-FILE
           PERFORM 500-WRITE-CHECKLIST THRU 500-EXIT.
       910-EXIT.
           EXIT.
