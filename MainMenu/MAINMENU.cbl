       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MAINMENU.
       AUTHOR.  THOMAS LAMBERT.
      *****************************************************************
      * Main menu for the online programs.  The operator signs on
      * once, here, and the menu offers only the functions they are
      * granted on the program-authority file, grouped by area -
      * General Ledger, Payroll, Library, Payables, Operations.  The
      * chosen program is CALLed and signs on as the menu's operator
      * without prompting again (OPERSIGNON keeps the session), so
      * the grant, the level, and the sign-on log row still come out
      * exactly as if it had been run on its own.  The programs end
      * with GOBACK, which returns here when the menu called them and
      * ends the run as before when they are run by themselves; each
      * is CANCELled on return so the next launch starts fresh.
      *
      * Anything that touches a shared master is not launched while
      * the nightly chain holds the system run-lock.  A choice keyed
      * after the session has sat idle longer than the timeout
      * (MAINMENUPOL.DAT, 15 minutes when none is on file) is not
      * acted on - the session is ended and the operator must sign
      * on again.  With grants on file the menu itself must be
      * granted (program MAINMENU) like any other program.
      *
      *   Input :  C:\COBOL\MAINMENUPOL.DAT (optional)
      *            C:\COBOL\BATCHRUNLOCK.DAT
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    OPTIONAL - WITH NO POLICY ON FILE THE DEFAULT APPLIES.
           SELECT OPTIONAL MENU-POLICY-FILE
                 ASSIGN TO UT-SYS-MENU-POLICY-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BATCH-LOCK-FILE
                 ASSIGN TO UT-SYS-BATCH-LOCK-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    MINUTES A SESSION MAY SIT IDLE AT THE MENU.
       FD MENU-POLICY-FILE
          RECORD CONTAINS 3 CHARACTERS.
       01 MENU-POLICY-REC.
          05  MNP-TIMEOUT-MINUTES                  PIC 9(3).

      *    SYSTEM RUN-LOCK SET BY CGLBATCHDRIVER WHILE THE NIGHTLY
      *    CHAIN HOLDS THE SHARED MASTERS.
       FD BATCH-LOCK-FILE
          RECORD CONTAINS 49 CHARACTERS.
       01 BATCH-LOCK-REC.
          05  LK-HOLDER                            PIC X(8).
          05  LK-TIMESTAMP                         PIC X(21).
          05  LK-STEP                              PIC X(20).

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
           05  UT-SYS-MENU-POLICY-FILE             PIC X(50)
                                   VALUE "C:\COBOL\MAINMENUPOL.DAT".
           05  UT-SYS-BATCH-LOCK-FILE              PIC X(50)
                                   VALUE "C:\COBOL\BATCHRUNLOCK.DAT".
       01  WS-SIGNON-AREA.
           05  WS-OPERATOR-ID                      PIC X(8).
           05  WS-AUTH-LEVEL                       PIC 9
                                            VALUE ZERO.
           05  WS-SIGNON-OK                        PIC X
                                            VALUE 'N'.
               88  SIGNON-OK                 VALUE 'Y'.
       01  WS-SWITCHES.
           05  WS-STOP-PROGRAM                     PIC X
                                            VALUE 'N'.
               88  OK-TO-STOP                VALUE 'Y'.
           05  WS-LEAVE-AREA                       PIC X
                                            VALUE 'N'.
               88  LEAVE-AREA                VALUE 'Y'.
           05  WS-TIMED-OUT                        PIC X
                                            VALUE 'N'.
               88  TIMED-OUT                 VALUE 'Y'.
           05  WS-LOCK-HELD                        PIC X
                                            VALUE 'N'.
               88  LOCK-HELD                 VALUE 'Y'.
       01  WS-AREA-CHOICE                          PIC X.
       01  WS-FUNCTION-CHOICE                      PIC 99.
       01  WS-CURRENT-AREA                         PIC X.
       01  WS-AREA-NAME                            PIC X(16).
      *    SESSION IDLE TIMEOUT, IN MINUTES.
       01  WS-TIMEOUT-MINUTES                      PIC 9(3)
                                            VALUE 015.
      *    MINUTE COUNTS FOR THE IDLE CHECK - DAYS TIMES 1440 PLUS
      *    THE MINUTE OF THE DAY, SO MIDNIGHT DOES NOT RESET THE
      *    CLOCK.
       01  WS-TIME-WORK.
           05  WS-TIMESTAMP                        PIC X(21).
           05  WS-TS-DATE                          PIC 9(8).
           05  WS-TS-HOUR                          PIC 99.
           05  WS-TS-MINUTE                        PIC 99.
           05  WS-NOW-MINUTES                      PIC 9(11).
           05  WS-LAST-ACTIVITY                    PIC 9(11).
           05  WS-IDLE-MINUTES                     PIC 9(11).
      *    EVERY FUNCTION THE MENU CAN OFFER: AREA (G GENERAL LEDGER,
      *    P PAYROLL, L LIBRARY, A PAYABLES, O OPERATIONS), THE NAME
      *    THE PROGRAM SIGNS ON UNDER (WHAT IS GRANTED), THE NAME IT
      *    IS CALLED BY, WHETHER IT TOUCHES A SHARED MASTER THE
      *    NIGHTLY CHAIN LOCKS, AND THE MENU TEXT.
       01  WS-MENU-VALUES.
           05  FILLER PIC X     VALUE "G".
           05  FILLER PIC X(12) VALUE "CGLJRNLENTRY".
           05  FILLER PIC X(24) VALUE "CGLJRNLENTRY".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(30) VALUE "JOURNAL ENTRY".
           05  FILLER PIC X     VALUE "G".
           05  FILLER PIC X(12) VALUE "CGLJRNLAPPR".
           05  FILLER PIC X(24) VALUE "CGLJRNLAPPROVE".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(30) VALUE "JOURNAL APPROVAL".
           05  FILLER PIC X     VALUE "G".
           05  FILLER PIC X(12) VALUE "CGLJRNLIMPRT".
           05  FILLER PIC X(24) VALUE "CGLJRNLIMPORT".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(30) VALUE "JOURNAL IMPORT".
           05  FILLER PIC X     VALUE "G".
           05  FILLER PIC X(12) VALUE "CGLSUSPMAINT".
           05  FILLER PIC X(24) VALUE "CGLSUSPMAINT".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(30) VALUE "SUSPENSE MAINTENANCE".
           05  FILLER PIC X     VALUE "G".
           05  FILLER PIC X(12) VALUE "CGLSUSPRESUB".
           05  FILLER PIC X(24) VALUE "CGLSUSPRESUBMIT".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(30) VALUE "SUSPENSE RESUBMIT".
           05  FILLER PIC X     VALUE "G".
           05  FILLER PIC X(12) VALUE "VSAM4".
           05  FILLER PIC X(24) VALUE "lambertth_VSAM3Program1".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(30) VALUE "CHART OF ACCOUNTS MAINTENANCE".
           05  FILLER PIC X     VALUE "G".
           05  FILLER PIC X(12) VALUE "VSAMPT3TL".
           05  FILLER PIC X(24) VALUE "lambertth_VSAM3.Program1".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(30) VALUE "CHART OF ACCOUNTS DELETE".
           05  FILLER PIC X     VALUE "G".
           05  FILLER PIC X(12) VALUE "CGLBUDGETPRP".
           05  FILLER PIC X(24) VALUE "CGLBUDGETPREP".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(30) VALUE "BUDGET PREPARATION".
           05  FILLER PIC X     VALUE "G".
           05  FILLER PIC X(12) VALUE "CGLFAMAINT".
           05  FILLER PIC X(24) VALUE "CGLFAMAINT".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(30) VALUE "FIXED ASSET MAINTENANCE".
           05  FILLER PIC X     VALUE "G".
           05  FILLER PIC X(12) VALUE "CGLBSRECON".
           05  FILLER PIC X(24) VALUE "CGLBSRECON".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(30) VALUE "BALANCE SHEET RECONCILIATION".
           05  FILLER PIC X     VALUE "G".
           05  FILLER PIC X(12) VALUE "CGLFLUXANAL".
           05  FILLER PIC X(24) VALUE "CGLFLUXANAL".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(30) VALUE "FLUX ANALYSIS".
           05  FILLER PIC X     VALUE "G".
           05  FILLER PIC X(12) VALUE "CGLCFCLASS".
           05  FILLER PIC X(24) VALUE "CGLCFCLASSMNT".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(30) VALUE "CASH FLOW CLASSES".
           05  FILLER PIC X     VALUE "G".
           05  FILLER PIC X(12) VALUE "CGLSTMTDEF".
           05  FILLER PIC X(24) VALUE "CGLSTMTDEFMNT".
           05  FILLER PIC X     VALUE "N".
           05  FILLER PIC X(30) VALUE "STATEMENT DEFINITIONS".
           05  FILLER PIC X     VALUE "G".
           05  FILLER PIC X(12) VALUE "CGLMONTHEND".
           05  FILLER PIC X(24) VALUE "CGLMONTHEND".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(30) VALUE "MONTH-END CLOSE".
           05  FILLER PIC X     VALUE "G".
           05  FILLER PIC X(12) VALUE "CGLPRDCLOSE".
           05  FILLER PIC X(24) VALUE "CGLPERIODCLOSE".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(30) VALUE "PERIOD CLOSE".
           05  FILLER PIC X     VALUE "P".
           05  FILLER PIC X(12) VALUE "EMPMAINT".
           05  FILLER PIC X(24) VALUE "EMPMAINT".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(30) VALUE "EMPLOYEE MAINTENANCE".
           05  FILLER PIC X     VALUE "P".
           05  FILLER PIC X(12) VALUE "TIMECARDENT".
           05  FILLER PIC X(24) VALUE "TIMECARDENTRY".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(30) VALUE "TIME CARD ENTRY".
           05  FILLER PIC X     VALUE "P".
           05  FILLER PIC X(12) VALUE "LEAVEREQ".
           05  FILLER PIC X(24) VALUE "LEAVEREQ".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(30) VALUE "LEAVE REQUEST".
           05  FILLER PIC X     VALUE "P".
           05  FILLER PIC X(12) VALUE "LEAVEAPPR".
           05  FILLER PIC X(24) VALUE "LEAVEAPPR".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(30) VALUE "LEAVE APPROVAL".
           05  FILLER PIC X     VALUE "P".
           05  FILLER PIC X(12) VALUE "SALARYCHG".
           05  FILLER PIC X(24) VALUE "SALARYCHG".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(30) VALUE "SALARY CHANGE".
           05  FILLER PIC X     VALUE "P".
           05  FILLER PIC X(12) VALUE "POSMAINT".
           05  FILLER PIC X(24) VALUE "POSMAINT".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(30) VALUE "POSITION MAINTENANCE".
           05  FILLER PIC X     VALUE "P".
           05  FILLER PIC X(12) VALUE "PAYCTLMAINT".
           05  FILLER PIC X(24) VALUE "PAYCTLMAINT".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(30) VALUE "PAYROLL CONTROL".
           05  FILLER PIC X     VALUE "P".
           05  FILLER PIC X(12) VALUE "PAYCHECKVOID".
           05  FILLER PIC X(24) VALUE "PAYCHECKVOID".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(30) VALUE "PAYROLL CHECK VOID".
           05  FILLER PIC X     VALUE "P".
           05  FILLER PIC X(12) VALUE "PAYFINALPAY".
           05  FILLER PIC X(24) VALUE "PAYFINALPAY".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(30) VALUE "FINAL PAY".
           05  FILLER PIC X     VALUE "P".
           05  FILLER PIC X(12) VALUE "PAYLABORDIST".
           05  FILLER PIC X(24) VALUE "PAYLABORDIST".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(30) VALUE "LABOR DISTRIBUTION".
           05  FILLER PIC X     VALUE "P".
           05  FILLER PIC X(12) VALUE "PAYTAXDEP".
           05  FILLER PIC X(24) VALUE "PAYTAXDEPOSIT".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(30) VALUE "TAX DEPOSIT".
           05  FILLER PIC X     VALUE "P".
           05  FILLER PIC X(12) VALUE "PAYBENREMIT".
           05  FILLER PIC X(24) VALUE "PAYBENREMIT".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(30) VALUE "BENEFIT REMITTANCE".
           05  FILLER PIC X     VALUE "P".
           05  FILLER PIC X(12) VALUE "DELEMP".
           05  FILLER PIC X(24) VALUE "DELEMP".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(30) VALUE "EMPLOYEE DELETE (IN ERROR)".
           05  FILLER PIC X     VALUE "L".
           05  FILLER PIC X(12) VALUE "BOOKCIRC".
           05  FILLER PIC X(24) VALUE "BOOKCIRC".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(30) VALUE "CIRCULATION DESK".
           05  FILLER PIC X     VALUE "L".
           05  FILLER PIC X(12) VALUE "FINECOLLECT".
           05  FILLER PIC X(24) VALUE "FINECOLLECT".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(30) VALUE "FINE COLLECTION".
           05  FILLER PIC X     VALUE "L".
           05  FILLER PIC X(12) VALUE "DRAWERCTL".
           05  FILLER PIC X(24) VALUE "DRAWERCTL".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(30) VALUE "CASH DRAWER CONTROL".
           05  FILLER PIC X     VALUE "L".
           05  FILLER PIC X(12) VALUE "BOOKXFER".
           05  FILLER PIC X(24) VALUE "BOOKXFER".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(30) VALUE "BRANCH TRANSFERS".
           05  FILLER PIC X     VALUE "L".
           05  FILLER PIC X(12) VALUE "BOOKINVCOUNT".
           05  FILLER PIC X(24) VALUE "BOOKINVCOUNT".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(30) VALUE "INVENTORY COUNT".
           05  FILLER PIC X     VALUE "L".
           05  FILLER PIC X(12) VALUE "BOOKWEED".
           05  FILLER PIC X(24) VALUE "BOOKWEED".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(30) VALUE "WEEDING AND BOOK SALE".
           05  FILLER PIC X     VALUE "L".
           05  FILLER PIC X(12) VALUE "ILLMAINT".
           05  FILLER PIC X(24) VALUE "ILLMAINT".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(30) VALUE "INTERLIBRARY LOAN".
           05  FILLER PIC X     VALUE "L".
           05  FILLER PIC X(12) VALUE "SERIALMAINT".
           05  FILLER PIC X(24) VALUE "SERIALMAINT".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(30) VALUE "SERIAL SUBSCRIPTIONS".
           05  FILLER PIC X     VALUE "L".
           05  FILLER PIC X(12) VALUE "SERIALCHKIN".
           05  FILLER PIC X(24) VALUE "SERIALCHKIN".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(30) VALUE "SERIAL CHECK-IN".
           05  FILLER PIC X     VALUE "A".
           05  FILLER PIC X(12) VALUE "VENDMAINT".
           05  FILLER PIC X(24) VALUE "VENDMAINT".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(30) VALUE "VENDOR MAINTENANCE".
           05  FILLER PIC X     VALUE "A".
           05  FILLER PIC X(12) VALUE "APINVENTRY".
           05  FILLER PIC X(24) VALUE "APINVENTRY".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(30) VALUE "INVOICE ENTRY".
           05  FILLER PIC X     VALUE "A".
           05  FILLER PIC X(12) VALUE "APMATCHREL".
           05  FILLER PIC X(24) VALUE "APMATCHREL".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(30) VALUE "MATCH HOLD RELEASE".
           05  FILLER PIC X     VALUE "A".
           05  FILLER PIC X(12) VALUE "APPAYMENT".
           05  FILLER PIC X(24) VALUE "APPAYMENT".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(30) VALUE "PAYMENT RUN AND CHECKS".
           05  FILLER PIC X     VALUE "A".
           05  FILLER PIC X(12) VALUE "APCHECKVOID".
           05  FILLER PIC X(24) VALUE "APCHECKVOID".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(30) VALUE "VENDOR CHECK VOID".
           05  FILLER PIC X     VALUE "A".
           05  FILLER PIC X(12) VALUE "VENDRETURN".
           05  FILLER PIC X(24) VALUE "VENDRETURN".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(30) VALUE "VENDOR RETURNS".
           05  FILLER PIC X     VALUE "A".
           05  FILLER PIC X(12) VALUE "POSPAYEXP".
           05  FILLER PIC X(24) VALUE "POSPAYEXP".
           05  FILLER PIC X     VALUE "N".
           05  FILLER PIC X(30) VALUE "POSITIVE PAY EXPORT".
           05  FILLER PIC X     VALUE "A".
           05  FILLER PIC X(12) VALUE "BANKREC".
           05  FILLER PIC X(24) VALUE "BANKREC".
           05  FILLER PIC X     VALUE "Y".
           05  FILLER PIC X(30) VALUE "BANK RECONCILIATION".
           05  FILLER PIC X     VALUE "O".
           05  FILLER PIC X(12) VALUE "OPERMAINT".
           05  FILLER PIC X(24) VALUE "OPERMAINT".
           05  FILLER PIC X     VALUE "N".
           05  FILLER PIC X(30) VALUE "OPERATOR MAINTENANCE".
           05  FILLER PIC X     VALUE "O".
           05  FILLER PIC X(12) VALUE "OPERACCRPT".
           05  FILLER PIC X(24) VALUE "OPERACCRPT".
           05  FILLER PIC X     VALUE "N".
           05  FILLER PIC X(30) VALUE "OPERATOR ACCESS REVIEW".
           05  FILLER PIC X     VALUE "O".
           05  FILLER PIC X(12) VALUE "BATCHLOCK".
           05  FILLER PIC X(24) VALUE "BATCHLOCKMAINT".
           05  FILLER PIC X     VALUE "N".
           05  FILLER PIC X(30) VALUE "BATCH RUN-LOCK".
           05  FILLER PIC X     VALUE "O".
           05  FILLER PIC X(12) VALUE "CGLRESTORE".
           05  FILLER PIC X(24) VALUE "CGLRESTORE".
           05  FILLER PIC X     VALUE "N".
           05  FILLER PIC X(30) VALUE "RESTORE FROM BACKUP".
       01  WS-MENU-TABLE REDEFINES WS-MENU-VALUES.
           05  WS-MENU-ENTRY OCCURS 49 TIMES.
               10  WS-MI-AREA                      PIC X.
               10  WS-MI-GRANT-NAME                PIC X(12).
               10  WS-MI-CALL-NAME                 PIC X(24).
               10  WS-MI-LOCK-CHECK                PIC X.
                   88  MI-TOUCHES-MASTER     VALUE "Y".
               10  WS-MI-TEXT                      PIC X(30).
       01  WS-MENU-COUNT                           PIC 99 VALUE 49.
      *    WHAT THE SESSION OPERATOR IS GRANTED, PARALLEL TO THE
      *    MENU TABLE.
       01  WS-ENTITLEMENTS.
           05  WS-MI-GRANTED OCCURS 49 TIMES       PIC X.
               88  MI-GRANTED                VALUE "Y".
       01  WS-AREA-COUNTS.
           05  WS-GL-COUNT                         PIC 99.
           05  WS-PAYROLL-COUNT                    PIC 99.
           05  WS-LIBRARY-COUNT                    PIC 99.
           05  WS-PAYABLES-COUNT                   PIC 99.
           05  WS-OPERATIONS-COUNT                 PIC 99.
      *    THE FUNCTIONS ON THE AREA MENU NOW SHOWING, BY THE NUMBER
      *    THE OPERATOR KEYS.
       01  WS-PICK-TABLE.
           05  WS-PICK-COUNT                       PIC 99.
           05  WS-PICK-SUB OCCURS 49 TIMES         PIC 99.
       01  WS-MENU-SUB                             PIC 99.
       01  WS-LAUNCH-SUB                           PIC 99.
       01  WS-CALL-NAME                            PIC X(24).
       01  WS-RETURN-CODE                          PIC S9(4).

       PROCEDURE DIVISION.
      ***************************************************************
      *   Sign on once, work out what the operator may run, and
      *   loop on the area menu until they sign off.
      ***************************************************************
       100-MAIN.
           PERFORM 900-INITIALIZATION THRU 900-EXIT.
           IF NOT SIGNON-OK
               DISPLAY "SIGN-ON FAILED - PROGRAM ENDED"
           ELSE
               PERFORM 300-AREA-MENU THRU 300-EXIT
                       UNTIL OK-TO-STOP
           END-IF.
           PERFORM 910-END-PROGRAM-RTN THRU 910-EXIT.
           STOP RUN.
      ***************************************************************
      *   Start the menu session - the one sign-on every program
      *   launched from here shares.
      ***************************************************************
       050-SIGN-ON.
           MOVE "MAINMENU" TO SGN-PROGRAM-NAME
           MOVE "S" TO SGN-UNATTENDED
           MOVE SPACES TO SGN-OPERATOR-ID
           MOVE SPACES TO SGN-PASSWORD
           CALL "OPERSIGNON" USING SIGNON-PARMS
           MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE SGN-AUTH-LEVEL TO WS-AUTH-LEVEL
           MOVE SGN-OK TO WS-SIGNON-OK
           IF SIGNON-OK
               PERFORM 200-BUILD-ENTITLEMENTS THRU 200-EXIT
               PERFORM 700-STAMP-ACTIVITY THRU 700-EXIT
           END-IF.
       050-EXIT.
           EXIT.
      ***************************************************************
      *   The idle timeout, if one is on file.
      ***************************************************************
       060-LOAD-MENU-POLICY.
           OPEN INPUT MENU-POLICY-FILE
           READ MENU-POLICY-FILE
               AT END CONTINUE
               NOT AT END
                   IF MNP-TIMEOUT-MINUTES NUMERIC
                           AND MNP-TIMEOUT-MINUTES > ZERO
                       MOVE MNP-TIMEOUT-MINUTES TO WS-TIMEOUT-MINUTES
                   END-IF
           END-READ
           CLOSE MENU-POLICY-FILE.
       060-EXIT.
           EXIT.
      ***************************************************************
      *   Ask OPERSIGNON, function by function, what the session
      *   operator is granted, and count the functions per area.
      ***************************************************************
       200-BUILD-ENTITLEMENTS.
           INITIALIZE WS-AREA-COUNTS
           PERFORM VARYING WS-MENU-SUB FROM 1 BY 1
                   UNTIL WS-MENU-SUB > WS-MENU-COUNT
               MOVE WS-MI-GRANT-NAME (WS-MENU-SUB) TO SGN-PROGRAM-NAME
               MOVE "Q" TO SGN-UNATTENDED
               CALL "OPERSIGNON" USING SIGNON-PARMS
               MOVE SGN-OK TO WS-MI-GRANTED (WS-MENU-SUB)
               IF MI-GRANTED (WS-MENU-SUB)
                   EVALUATE WS-MI-AREA (WS-MENU-SUB)
                       WHEN "G" ADD 1 TO WS-GL-COUNT
                       WHEN "P" ADD 1 TO WS-PAYROLL-COUNT
                       WHEN "L" ADD 1 TO WS-LIBRARY-COUNT
                       WHEN "A" ADD 1 TO WS-PAYABLES-COUNT
                       WHEN "O" ADD 1 TO WS-OPERATIONS-COUNT
                   END-EVALUATE
               END-IF
           END-PERFORM
           IF WS-AREA-COUNTS = ZEROS
               DISPLAY "OPERATOR " WS-OPERATOR-ID
                   " IS NOT GRANTED ANY MENU FUNCTION"
           END-IF.
       200-EXIT.
           EXIT.
      ***************************************************************
      *   The areas the operator has something in, then that area's
      *   functions.
      ***************************************************************
       300-AREA-MENU.
           DISPLAY " "
           DISPLAY "MAIN MENU - OPERATOR " WS-OPERATOR-ID
           IF WS-GL-COUNT > ZERO
               DISPLAY "G. GENERAL LEDGER"
           END-IF
           IF WS-PAYROLL-COUNT > ZERO
               DISPLAY "P. PAYROLL"
           END-IF
           IF WS-LIBRARY-COUNT > ZERO
               DISPLAY "L. LIBRARY"
           END-IF
           IF WS-PAYABLES-COUNT > ZERO
               DISPLAY "A. PAYABLES"
           END-IF
           IF WS-OPERATIONS-COUNT > ZERO
               DISPLAY "O. OPERATIONS"
           END-IF
           DISPLAY "X. SIGN OFF"
           DISPLAY "ENTER AREA: "
           ACCEPT WS-AREA-CHOICE
           PERFORM 710-CHECK-TIMEOUT THRU 710-EXIT
           IF TIMED-OUT
               GO TO 300-EXIT
           END-IF
           MOVE SPACES TO WS-CURRENT-AREA
           EVALUATE WS-AREA-CHOICE
               WHEN "G" WHEN "g"
                   IF WS-GL-COUNT > ZERO
                       MOVE "G" TO WS-CURRENT-AREA
                       MOVE "GENERAL LEDGER" TO WS-AREA-NAME
                   END-IF
               WHEN "P" WHEN "p"
                   IF WS-PAYROLL-COUNT > ZERO
                       MOVE "P" TO WS-CURRENT-AREA
                       MOVE "PAYROLL" TO WS-AREA-NAME
                   END-IF
               WHEN "L" WHEN "l"
                   IF WS-LIBRARY-COUNT > ZERO
                       MOVE "L" TO WS-CURRENT-AREA
                       MOVE "LIBRARY" TO WS-AREA-NAME
                   END-IF
               WHEN "A" WHEN "a"
                   IF WS-PAYABLES-COUNT > ZERO
                       MOVE "A" TO WS-CURRENT-AREA
                       MOVE "PAYABLES" TO WS-AREA-NAME
                   END-IF
               WHEN "O" WHEN "o"
                   IF WS-OPERATIONS-COUNT > ZERO
                       MOVE "O" TO WS-CURRENT-AREA
                       MOVE "OPERATIONS" TO WS-AREA-NAME
                   END-IF
               WHEN "X" WHEN "x"
                   MOVE 'Y' TO WS-STOP-PROGRAM
                   GO TO 300-EXIT
           END-EVALUATE
           IF WS-CURRENT-AREA = SPACES
               DISPLAY "NOT A MENU CHOICE"
               GO TO 300-EXIT
           END-IF
           MOVE 'N' TO WS-LEAVE-AREA
           PERFORM 400-FUNCTION-MENU THRU 400-EXIT
                   UNTIL LEAVE-AREA OR OK-TO-STOP.
       300-EXIT.
           EXIT.
      ***************************************************************
      *   The granted functions in the current area, numbered, and
      *   the launch of the one chosen.
      ***************************************************************
       400-FUNCTION-MENU.
           DISPLAY " "
           DISPLAY WS-AREA-NAME " - OPERATOR " WS-OPERATOR-ID
           MOVE ZERO TO WS-PICK-COUNT
           PERFORM VARYING WS-MENU-SUB FROM 1 BY 1
                   UNTIL WS-MENU-SUB > WS-MENU-COUNT
               IF WS-MI-AREA (WS-MENU-SUB) = WS-CURRENT-AREA
                       AND MI-GRANTED (WS-MENU-SUB)
                   ADD 1 TO WS-PICK-COUNT
                   MOVE WS-MENU-SUB TO WS-PICK-SUB (WS-PICK-COUNT)
                   DISPLAY WS-PICK-COUNT ". " WS-MI-TEXT (WS-MENU-SUB)
               END-IF
           END-PERFORM
           DISPLAY "00. BACK TO MAIN MENU"
           DISPLAY "ENTER FUNCTION: "
           ACCEPT WS-FUNCTION-CHOICE
           PERFORM 710-CHECK-TIMEOUT THRU 710-EXIT
           IF TIMED-OUT
               MOVE 'Y' TO WS-LEAVE-AREA
               GO TO 400-EXIT
           END-IF
           IF WS-FUNCTION-CHOICE = ZERO
               MOVE 'Y' TO WS-LEAVE-AREA
               GO TO 400-EXIT
           END-IF
           IF WS-FUNCTION-CHOICE > WS-PICK-COUNT
               DISPLAY "NOT A MENU CHOICE"
               GO TO 400-EXIT
           END-IF
           MOVE WS-PICK-SUB (WS-FUNCTION-CHOICE) TO WS-LAUNCH-SUB
           PERFORM 500-LAUNCH-PROGRAM THRU 500-EXIT
           PERFORM 700-STAMP-ACTIVITY THRU 700-EXIT.
       400-EXIT.
           EXIT.
      ***************************************************************
      *   Run one function.  It signs on through the session, does
      *   its work, and comes back here; CANCEL leaves it fresh for
      *   the next launch.
      ***************************************************************
       500-LAUNCH-PROGRAM.
           IF MI-TOUCHES-MASTER (WS-LAUNCH-SUB)
               PERFORM 510-CHECK-RUN-LOCK THRU 510-EXIT
               IF LOCK-HELD
                   GO TO 500-EXIT
               END-IF
           END-IF
           MOVE WS-MI-CALL-NAME (WS-LAUNCH-SUB) TO WS-CALL-NAME
           MOVE ZERO TO RETURN-CODE
           CALL WS-CALL-NAME
               ON EXCEPTION
                   DISPLAY "PROGRAM " WS-CALL-NAME " IS NOT AVAILABLE"
           END-CALL
           MOVE RETURN-CODE TO WS-RETURN-CODE
           CANCEL WS-CALL-NAME
           IF WS-RETURN-CODE NOT = ZERO
               DISPLAY WS-MI-TEXT (WS-LAUNCH-SUB)
                   " ENDED WITH RETURN CODE " WS-RETURN-CODE
           END-IF
           MOVE ZERO TO RETURN-CODE.
       500-EXIT.
           EXIT.
      ***************************************************************
      *   Refuse the launch while the nightly chain holds the shared
      *   masters (or a supervisor has yet to clear a leftover lock
      *   with BATCHLOCKMAINT after an abend).
      ***************************************************************
       510-CHECK-RUN-LOCK.
           MOVE 'N' TO WS-LOCK-HELD
           OPEN INPUT BATCH-LOCK-FILE
           READ BATCH-LOCK-FILE
               AT END CONTINUE
               NOT AT END
                   MOVE 'Y' TO WS-LOCK-HELD
                   DISPLAY "BATCH RUN IN PROGRESS - LOCK HELD BY "
                       LK-HOLDER " SINCE " LK-TIMESTAMP
                   DISPLAY "THE SHARED MASTERS ARE NOT AVAILABLE - "
                       WS-MI-TEXT (WS-LAUNCH-SUB) " NOT STARTED"
           END-READ
           CLOSE BATCH-LOCK-FILE.
       510-EXIT.
           EXIT.
      ***************************************************************
      *   Note the time the operator last did something.
      ***************************************************************
       700-STAMP-ACTIVITY.
           PERFORM 720-MINUTES-NOW THRU 720-EXIT
           MOVE WS-NOW-MINUTES TO WS-LAST-ACTIVITY.
       700-EXIT.
           EXIT.
      ***************************************************************
      *   A choice keyed after the session sat idle too long is not
      *   acted on - the session ends and the operator signs on
      *   again (or the menu ends if they cannot).
      ***************************************************************
       710-CHECK-TIMEOUT.
           MOVE 'N' TO WS-TIMED-OUT
           PERFORM 720-MINUTES-NOW THRU 720-EXIT
           COMPUTE WS-IDLE-MINUTES = WS-NOW-MINUTES - WS-LAST-ACTIVITY
           IF WS-IDLE-MINUTES NOT > WS-TIMEOUT-MINUTES
               MOVE WS-NOW-MINUTES TO WS-LAST-ACTIVITY
               GO TO 710-EXIT
           END-IF
           MOVE 'Y' TO WS-TIMED-OUT
           DISPLAY "SESSION TIMED OUT AFTER " WS-TIMEOUT-MINUTES
               " MINUTES IDLE - SIGN ON AGAIN"
           PERFORM 800-END-SESSION THRU 800-EXIT
           PERFORM 050-SIGN-ON THRU 050-EXIT
           IF NOT SIGNON-OK
               DISPLAY "SIGN-ON FAILED - PROGRAM ENDED"
               MOVE 'Y' TO WS-STOP-PROGRAM
           END-IF.
       710-EXIT.
           EXIT.
      ***************************************************************
      *   Minutes since the start of the calendar, to the minute.
      ***************************************************************
       720-MINUTES-NOW.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (1:8) TO WS-TS-DATE
           MOVE WS-TIMESTAMP (9:2) TO WS-TS-HOUR
           MOVE WS-TIMESTAMP (11:2) TO WS-TS-MINUTE
           COMPUTE WS-NOW-MINUTES =
               FUNCTION INTEGER-OF-DATE(WS-TS-DATE) * 1440
               + WS-TS-HOUR * 60 + WS-TS-MINUTE.
       720-EXIT.
           EXIT.
      ***************************************************************
      *   Close the session - OPERSIGNON forgets the operator.
      ***************************************************************
       800-END-SESSION.
           MOVE "MAINMENU" TO SGN-PROGRAM-NAME
           MOVE "E" TO SGN-UNATTENDED
           CALL "OPERSIGNON" USING SIGNON-PARMS.
       800-EXIT.
           EXIT.
      ***************************************************************
      *   Load the timeout and sign the operator on.
      ***************************************************************
       900-INITIALIZATION.
           PERFORM 060-LOAD-MENU-POLICY THRU 060-EXIT.
           PERFORM 050-SIGN-ON THRU 050-EXIT.
       900-EXIT.
           EXIT.
      *****************************************************************
      *   End the session.
      *****************************************************************
       910-END-PROGRAM-RTN.
           PERFORM 800-END-SESSION THRU 800-EXIT.
       910-EXIT.
           EXIT.
