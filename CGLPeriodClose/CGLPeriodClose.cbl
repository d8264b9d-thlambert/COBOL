      * treated as open by the nightly run, so closing is the only
      * action that ever needs to be taken here.
      *
      * A period is only closed once its balance-sheet reconciliations
      * are done: every required row CGLBSRECON loaded for the period
      * must be reviewed.  While any is outstanding - or none were
      * ever loaded - the close is refused and the outstanding
      * accounts are listed.  A supervisor may override and close
      * anyway; the override, who took it, and why are appended to
      * the override log.  Signing on is required either way.
      *
      * Run under CGLMONTHEND the period comes off the close
      * parameter instead of being keyed, and the return code tells
      * the driver whether the period was closed - zero when it was,
      * 4 when the supervisor declined, 16 when it was refused.
      *
      * File: J:\CS3530\COAPERIODMASTER.DAT
      * Input: J:\CS3530\COABSRECON.DAT
      *        J:\CS3530\COACLOSEPARM.DAT
      * Output: J:\CS3530\COAPRDOVERRIDE.DAT (extended)
      *******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL CGLC-PERIOD-FILE
               ASSIGN TO UT-SYS-PERIOD-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CGLC-BS-RECON-FILE
               ASSIGN TO UT-SYS-BS-RECON-FILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CGLC-BSR-KEY.
           SELECT OPTIONAL CGLC-OVERRIDE-FILE
               ASSIGN TO UT-SYS-OVERRIDE-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
      *    SET BY CGLMONTHEND FOR THE STEPS IT RUNS - EMPTY OTHERWISE.
           SELECT OPTIONAL CGLC-CLOSE-PARM-FILE
               ASSIGN TO UT-SYS-CLOSE-PARM-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CGLC-PERIOD-FILE
           05  CGLC-PRD-STATUS             PIC X.
               88  PRD-OPEN                VALUE "O".
               88  PRD-CLOSED              VALUE "C".
      *    SAME LAYOUT CGLBSRECON MAINTAINS.
       FD  CGLC-BS-RECON-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 140 CHARACTERS.
       01  CGLC-BS-RECON-REC.
           05  CGLC-BSR-KEY.
               10  CGLC-BSR-PERIOD         PIC 9(6).
               10  CGLC-BSR-ACCT-NO        PIC 9(4).
           05  CGLC-BSR-DESCRIPTION        PIC X(30).
           05  CGLC-BSR-ACCT-TYPE          PIC X.
           05  CGLC-BSR-GL-BALANCE         PIC S9(7)V99.
           05  CGLC-BSR-SUPPORT-BALANCE    PIC S9(7)V99.
           05  CGLC-BSR-DIFFERENCE         PIC S9(7)V99.
           05  CGLC-BSR-EXPLANATION        PIC X(30).
           05  CGLC-BSR-PREPARER-ID        PIC X(8).
           05  CGLC-BSR-PREPARED-DATE      PIC 9(8).
           05  CGLC-BSR-REVIEWER-ID        PIC X(8).
           05  CGLC-BSR-REVIEWED-DATE      PIC 9(8).
           05  CGLC-BSR-STATUS             PIC X.
               88  BSR-REVIEWED            VALUE "R".
           05  CGLC-BSR-REQUIRED           PIC X.
               88  BSR-REQUIRED            VALUE "Y".
           05  FILLER                      PIC X(8).
      *    ONE ROW PER CLOSE TAKEN OVER OUTSTANDING RECONCILIATIONS.
       FD  CGLC-OVERRIDE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CGLC-OVERRIDE-REC.
           05  CGLC-OVR-PERIOD             PIC 9(6).
           05  CGLC-OVR-OPERATOR-ID        PIC X(8).
           05  CGLC-OVR-TIMESTAMP          PIC X(21).
           05  CGLC-OVR-LOADED-COUNT       PIC 9(4).
           05  CGLC-OVR-OPEN-COUNT         PIC 9(4).
           05  CGLC-OVR-REASON             PIC X(37).

       FD  CGLC-CLOSE-PARM-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  CGLC-CLOSE-PARM-REC.
           05  CGLC-CP-PERIOD              PIC 9(6).
           05  CGLC-CP-OPERATOR-ID         PIC X(8).
           05  FILLER                      PIC X(6).

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
           05  UT-SYS-CLOSE-PARM-FILE      PIC X(50)
               VALUE "J:\CS3530\COACLOSEPARM.DAT".
           05  UT-SYS-PERIOD-FILE          PIC X(50)
               VALUE "J:\CS3530\COAPERIODMASTER.DAT".
           05  UT-SYS-BS-RECON-FILE        PIC X(50)
               VALUE "J:\CS3530\COABSRECON.DAT".
           05  UT-SYS-OVERRIDE-FILE        PIC X(50)
               VALUE "J:\CS3530\COAPRDOVERRIDE.DAT".
       01  WS-OPERATOR-ID                  PIC X(8).
       01  WS-SIGNON-AREA.
           05  WS-AUTH-LEVEL               PIC 9      VALUE ZERO.
           05  WS-SIGNON-OK                PIC X      VALUE "N".
               88  SIGNON-OK               VALUE "Y".
      *    RECONCILIATION STANDING OF THE PERIOD BEING CLOSED.
       01  WS-RECON-CHECK.
           05  WS-RECON-EOF                PIC X      VALUE "N".
               88  RECON-EOF               VALUE "Y".
           05  WS-RECON-LOADED             PIC 9(4)   VALUE ZERO.
           05  WS-RECON-OPEN               PIC 9(4)   VALUE ZERO.
           05  WS-OVERRIDE-ANSWER          PIC X      VALUE "N".
               88  OVERRIDE-YES            VALUE "Y" "y".
           05  WS-OVERRIDE-TAKEN           PIC X      VALUE "N".
               88  OVERRIDE-TAKEN          VALUE "Y".
           05  WS-OVERRIDE-REASON          PIC X(37)  VALUE SPACES.
       01  WS-TIMESTAMP                    PIC X(21).
       01  WS-CLOSE-PARM-SWITCH            PIC X      VALUE "N".
           88  CLOSE-PARM-PRESENT          VALUE "Y".
       01  WS-SWITCHES.
           05  WS-END-OF-FILE              PIC X      VALUE "N".
               88  EOF                     VALUE "Y".
      *  Write the calendar back out.
      *****************************************************************
       100-MAIN.
           MOVE ZERO TO RETURN-CODE
           PERFORM 050-SIGN-ON THRU 050-EXIT.
           IF NOT SIGNON-OK OR WS-AUTH-LEVEL < 2
               DISPLAY "NOT AUTHORIZED TO CLOSE PERIODS"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 900-INITIALIZATION THRU 900-EXIT.
           PERFORM 060-READ-CLOSE-PARM THRU 060-EXIT
           IF CLOSE-PARM-PRESENT
               DISPLAY "PERIOD " WS-CLOSE-PERIOD-N
                   " FROM THE MONTH-END RUN"
           ELSE
               DISPLAY "ENTER PERIOD TO CLOSE (YYYYMM): "
               ACCEPT WS-CLOSE-PERIOD-N
           END-IF
           IF WS-CLOSE-MONTH < 1 OR WS-CLOSE-MONTH > 12
               DISPLAY "INVALID PERIOD - MONTH MUST BE 01-12"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 600-CHECK-RECONCILIATIONS THRU 600-EXIT.
           IF WS-RECON-LOADED = ZERO OR WS-RECON-OPEN NOT = ZERO
               PERFORM 650-ASK-OVERRIDE THRU 650-EXIT
               IF NOT OVERRIDE-TAKEN
                   DISPLAY "NO CHANGE MADE"
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           DISPLAY "CLOSE PERIOD " WS-CLOSE-PERIOD-N
               " TO FURTHER POSTING? (Y TO CLOSE)"
               PERFORM 300-CLOSE-PERIOD THRU 300-EXIT
               PERFORM 400-OPEN-NEXT-PERIOD THRU 400-EXIT
               PERFORM 500-WRITE-CALENDAR THRU 500-EXIT
               IF OVERRIDE-TAKEN
                   PERFORM 700-LOG-OVERRIDE THRU 700-EXIT
               END-IF
               DISPLAY "PERIOD " WS-CLOSE-PERIOD-N " IS NOW CLOSED"
           ELSE
               DISPLAY "NO CHANGE MADE"
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      *****************************************************************
      *  Validate the operator against the central operator master.
      *****************************************************************
       050-SIGN-ON.
           MOVE "CGLPRDCLOSE" TO SGN-PROGRAM-NAME
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
      *  Running under CGLMONTHEND, the period comes off the close
      *  parameter instead of being keyed.
      *****************************************************************
       060-READ-CLOSE-PARM.
           MOVE "N" TO WS-CLOSE-PARM-SWITCH
           OPEN INPUT CGLC-CLOSE-PARM-FILE
           READ CGLC-CLOSE-PARM-FILE
               AT END CONTINUE
               NOT AT END
                   MOVE "Y" TO WS-CLOSE-PARM-SWITCH
                   MOVE CGLC-CP-PERIOD TO WS-CLOSE-PERIOD-N
           END-READ
           CLOSE CGLC-CLOSE-PARM-FILE.
       060-EXIT.
           EXIT.
      *****************************************************************
      *  Read the whole period calendar into the table.
      *****************************************************************
       500-EXIT.
           EXIT.
      *****************************************************************
      *  Count the period's reconciliation rows and list every
      *  required one not yet reviewed.
      *****************************************************************
       600-CHECK-RECONCILIATIONS.
           OPEN INPUT CGLC-BS-RECON-FILE
           MOVE WS-CLOSE-PERIOD-N TO CGLC-BSR-PERIOD
           MOVE ZERO TO CGLC-BSR-ACCT-NO
           START CGLC-BS-RECON-FILE KEY IS NOT LESS THAN CGLC-BSR-KEY
               INVALID KEY MOVE "Y" TO WS-RECON-EOF
           END-START
           PERFORM UNTIL RECON-EOF
               READ CGLC-BS-RECON-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-RECON-EOF
                   NOT AT END
                       IF CGLC-BSR-PERIOD NOT = WS-CLOSE-PERIOD-N
                           MOVE "Y" TO WS-RECON-EOF
                       ELSE
                           ADD 1 TO WS-RECON-LOADED
                           IF BSR-REQUIRED AND NOT BSR-REVIEWED
                               ADD 1 TO WS-RECON-OPEN
                               DISPLAY "  NOT RECONCILED: "
                                   CGLC-BSR-ACCT-NO " "
                                   CGLC-BSR-DESCRIPTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CGLC-BS-RECON-FILE.
       600-EXIT.
           EXIT.
      *****************************************************************
      *  The period's reconciliations are not done.  Refuse the
      *  close, short of a supervisor override with a reason.
      *****************************************************************
       650-ASK-OVERRIDE.
           IF WS-RECON-LOADED = ZERO
               DISPLAY "NO BALANCE-SHEET RECONCILIATIONS LOADED FOR "
                   WS-CLOSE-PERIOD-N
           ELSE
               DISPLAY WS-RECON-OPEN " REQUIRED RECONCILIATIONS FOR "
                   WS-CLOSE-PERIOD-N " ARE NOT YET REVIEWED"
           END-IF
           IF WS-AUTH-LEVEL < 3
               DISPLAY "CLOSE REFUSED - SEE CGLBSRECRPT"
               GO TO 650-EXIT
           END-IF
           DISPLAY "SUPERVISOR - OVERRIDE AND CLOSE ANYWAY? "
               "(Y TO OVERRIDE)"
           ACCEPT WS-OVERRIDE-ANSWER
           IF NOT OVERRIDE-YES
               GO TO 650-EXIT
           END-IF
           DISPLAY "ENTER REASON FOR THE OVERRIDE: "
           ACCEPT WS-OVERRIDE-REASON
           IF WS-OVERRIDE-REASON = SPACES
               DISPLAY "AN OVERRIDE NEEDS A REASON"
               GO TO 650-EXIT
           END-IF
           MOVE "Y" TO WS-OVERRIDE-TAKEN.
       650-EXIT.
           EXIT.
      *****************************************************************
      *  Append the override to the log.
      *****************************************************************
       700-LOG-OVERRIDE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN EXTEND CGLC-OVERRIDE-FILE
           MOVE WS-CLOSE-PERIOD-N TO CGLC-OVR-PERIOD
           MOVE WS-OPERATOR-ID TO CGLC-OVR-OPERATOR-ID
           MOVE WS-TIMESTAMP TO CGLC-OVR-TIMESTAMP
           MOVE WS-RECON-LOADED TO CGLC-OVR-LOADED-COUNT
           MOVE WS-RECON-OPEN TO CGLC-OVR-OPEN-COUNT
           MOVE WS-OVERRIDE-REASON TO CGLC-OVR-REASON
           WRITE CGLC-OVERRIDE-REC
           CLOSE CGLC-OVERRIDE-FILE.
       700-EXIT.
           EXIT.
      *****************************************************************
      *   Load the calendar.
      *****************************************************************
       900-INITIALIZATION.
