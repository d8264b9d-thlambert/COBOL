      * BATCHRUNSTATUS.DAT, the master-versus-transaction dollar
      * tie-out from COATIEOUT.DAT, the negative-balance exception
      * count, the reconciliation mismatch count, the reject count off
      * the error log, the open correction-queue count, and the
      * subledger-to-GL difference count - each with a clear OK /
      * NEEDS ATTENTION verdict.
      *
      * Last comes the run-time check off the permanent run history
      * BATCHRUNHIST.DAT: any step of the latest run that took more
      * than the slow-step percentage of its average over the 30 days
      * before it (150 percent unless BATCHCAPPOL.DAT says otherwise)
      * gets its own NEEDS ATTENTION line, the same test
      * CGLCAPACITYRPT marks SLOW.
      *
      * Input:  C:\COBOL\BATCHRUNSTATUS.DAT
      *         J:\CS3530\COATIEOUT.DAT
      *         J:\CS3530\COARECONCILERPT.DAT
      *         J:\CS3530\COAERRORLOGFILE.DAT
      *         J:\CS3530\COASUSPENSE.DAT
      *         J:\CS3530\COASUBRECRPT.DAT
      *         C:\COBOL\BATCHRUNHIST.DAT
      *         C:\COBOL\BATCHCAPPOL.DAT (optional)
      * Output: C:\COBOL\MORNINGSUMMARY.DAT
      *******************************************************************
       ENVIRONMENT DIVISION.
           SELECT OPTIONAL CGLC-RS-REPORT-FILE
               ASSIGN TO UT-SYS-RS-REPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CGLC-SR-REPORT-FILE
               ASSIGN TO UT-SYS-SR-REPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-HIST-FILE
               ASSIGN TO UT-SYS-RUN-HIST-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CAP-POLICY-FILE
               ASSIGN TO UT-SYS-CAP-POLICY-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CGLC-SUMMARY-FILE
               ASSIGN TO UT-SYS-SUMMARY-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  CGLC-RS-REPORT-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  CGLC-RS-REPORT-REC              PIC X(70).
      *    SUBLEDGER RECONCILIATION - ONLY THE "D" LINES ARE
      *    DIFFERENCES; THE REST ARE AGREEING ACCOUNTS AND ITEMS.
       FD  CGLC-SR-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CGLC-SR-REPORT-REC.
           05  CGLC-SR-LINE-TYPE           PIC X.
           05  FILLER                      PIC X(79).
      *    SAME LAYOUT CGLBATCHDRIVER, CGLFILECENSUS, AND
      *    CGLCAPACITYRPT KEEP.
       FD  RUN-HIST-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  RUN-HIST-REC.
      *        "S" = ONE CHAIN STEP, "F" = ONE FILE'S CENSUS,
      *        "R" = THE WHOLE CHAIN.
           05  RH-REC-TYPE                 PIC X.
           05  RH-RUN-ID                   PIC 9(14).
           05  RH-RUN-ID-R REDEFINES RH-RUN-ID.
               10  RH-RUN-DATE             PIC 9(8).
               10  RH-RUN-TIME             PIC 9(6).
           05  RH-NAME                     PIC X(20).
           05  RH-START-TS                 PIC 9(14).
           05  RH-END-TS                   PIC 9(14).
           05  RH-ELAPSED-SECS             PIC 9(7).
           05  RH-RECORDS                  PIC 9(9).
           05  RH-BYTES                    PIC 9(12).
           05  RH-RESULT                   PIC X(6).
           05  FILLER                      PIC X(3).
      *    SAME LAYOUT CGLCAPACITYRPT KEEPS.
       FD  CAP-POLICY-FILE
           RECORD CONTAINS 7 CHARACTERS.
       01  CAP-POLICY-REC.
           05  CP-WINDOW-MINUTES           PIC 9(4).
           05  CP-SLOW-PCT                 PIC 9(3).
       FD  CGLC-SUMMARY-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  CGLC-SUMMARY-REC.
               VALUE "J:\CS3530\COABUDGETEXC.DAT".
           05  UT-SYS-RS-REPORT-FILE       PIC X(50)
               VALUE "J:\CS3530\COAREFSCANRPT.DAT".
           05  UT-SYS-SR-REPORT-FILE       PIC X(50)
               VALUE "J:\CS3530\COASUBRECRPT.DAT".
           05  UT-SYS-SUMMARY-FILE         PIC X(50)
               VALUE "C:\COBOL\MORNINGSUMMARY.DAT".
           05  UT-SYS-RUN-HIST-FILE        PIC X(50)
               VALUE "C:\COBOL\BATCHRUNHIST.DAT".
           05  UT-SYS-CAP-POLICY-FILE      PIC X(50)
               VALUE "C:\COBOL\BATCHCAPPOL.DAT".
       01  WS-SWITCHES.
           05  WS-END-OF-FILE              PIC X      VALUE "N".
               88  EOF                     VALUE "Y".
           05  WS-OPEN-SUSP-COUNT          PIC 9(7)   VALUE ZERO.
           05  WS-BUDGET-EXC-COUNT         PIC 9(7)   VALUE ZERO.
           05  WS-REFSCAN-COUNT            PIC 9(7)   VALUE ZERO.
           05  WS-SUBREC-COUNT             PIC 9(7)   VALUE ZERO.
       01  WS-TIEOUT-SAVE.
           05  WS-TIE-MSTR-CHANGE          PIC S9(9)V99 VALUE ZERO.
           05  WS-TIE-TRANS-CHANGE        PIC S9(9)V99 VALUE ZERO.
      *    EACH STEP'S LATEST RUN AND ITS 30-DAY RUN TIMES OFF THE
      *    RUN HISTORY.
       01  WS-STEP-TABLE.
           05  WS-STEP-COUNT               PIC 99     VALUE ZERO.
           05  WS-STEP-ENTRY OCCURS 20 TIMES.
               10  WS-STP-NAME             PIC X(20).
               10  WS-STP-LAST-RUN-ID      PIC 9(14).
               10  WS-STP-LAST-SECS        PIC 9(7).
               10  WS-STP-LAST-RESULT      PIC X(6).
               10  WS-STP-30-SECS          PIC 9(11).
               10  WS-STP-30-RUNS          PIC 9(5).
       01  WS-RUN-TIME-WORK.
           05  WS-SLOW-PCT                 PIC 9(3)   VALUE 150.
           05  WS-LAST-RUN-ID              PIC 9(14)  VALUE ZERO.
           05  WS-TODAY                    PIC 9(8).
           05  WS-TODAY-INT                PIC 9(7).
           05  WS-ROW-AGE                  PIC S9(7).
           05  WS-PRIOR-AVG                PIC 9(7).
           05  WS-SLOW-COUNT               PIC 9(3)   VALUE ZERO.
           05  WS-STP-SUB                  PIC 99.
           05  WS-FOUND-SUB                PIC 99.
       01  WS-EDIT-SECS                    PIC Z(6)9.
       01  WS-EDIT-COUNT                   PIC ZZZZZZ9.
       01  WS-EDIT-AMOUNT                  PIC -(9)9.99.

           PERFORM 700-REPORT-SUSPENSE THRU 700-EXIT.
           PERFORM 800-REPORT-BUDGET-EXC THRU 800-EXIT.
           PERFORM 850-REPORT-REF-SCAN THRU 850-EXIT.
           PERFORM 870-REPORT-SUBLEDGER-REC THRU 870-EXIT.
           PERFORM 880-REPORT-SLOW-STEPS THRU 880-EXIT.
           CLOSE CGLC-SUMMARY-FILE.
           DISPLAY "MORNING SUMMARY COMPLETE - SEE "
               "MORNINGSUMMARY.DAT".
           WRITE CGLC-SUMMARY-REC.
       850-EXIT.
           EXIT.
      *****************************************************************
      *  Subledger detail that no longer agrees with the GL account
      *  it feeds - one "D" line per difference.
      *****************************************************************
       870-REPORT-SUBLEDGER-REC.
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT CGLC-SR-REPORT-FILE
           PERFORM UNTIL EOF
               READ CGLC-SR-REPORT-FILE
                   AT END MOVE "Y" TO WS-END-OF-FILE
                   NOT AT END
                       IF CGLC-SR-LINE-TYPE = "D"
                           ADD 1 TO WS-SUBREC-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CGLC-SR-REPORT-FILE
           MOVE SPACES TO CGLC-SUMMARY-REC
           MOVE "SUBLEDGER DIFFERENCES" TO CGLC-SM-ITEM
           MOVE WS-SUBREC-COUNT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO CGLC-SM-VALUE
           IF WS-SUBREC-COUNT = ZERO
               MOVE "OK" TO CGLC-SM-VERDICT
           ELSE
               MOVE "NEEDS ATTENTION" TO CGLC-SM-VERDICT
           END-IF
           WRITE CGLC-SUMMARY-REC.
       870-EXIT.
           EXIT.
      *****************************************************************
      *  Steps of the latest run that took well beyond their average
      *  - one NEEDS ATTENTION line per slow step showing its
      *  seconds, or a single OK line when none ran slow.
      *****************************************************************
       880-REPORT-SLOW-STEPS.
           OPEN INPUT CAP-POLICY-FILE
           READ CAP-POLICY-FILE
               AT END CONTINUE
               NOT AT END
                   IF CP-SLOW-PCT NUMERIC AND CP-SLOW-PCT > 100
                       MOVE CP-SLOW-PCT TO WS-SLOW-PCT
                   END-IF
           END-READ
           CLOSE CAP-POLICY-FILE
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY)
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT RUN-HIST-FILE
           PERFORM UNTIL EOF
               READ RUN-HIST-FILE
                   AT END MOVE "Y" TO WS-END-OF-FILE
                   NOT AT END
                       IF RH-REC-TYPE = "S" AND RH-RUN-ID NUMERIC
                               AND RH-RUN-DATE > ZERO
                           PERFORM 885-GATHER-STEP-TIME THRU 885-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-HIST-FILE
           PERFORM VARYING WS-STP-SUB FROM 1 BY 1
                   UNTIL WS-STP-SUB > WS-STEP-COUNT
               PERFORM 890-CHECK-STEP-TIME THRU 890-EXIT
           END-PERFORM
           IF WS-SLOW-COUNT = ZERO
               MOVE SPACES TO CGLC-SUMMARY-REC
               MOVE "STEP RUN TIMES" TO CGLC-SM-ITEM
               IF WS-STEP-COUNT = ZERO
                   MOVE "NO HISTORY" TO CGLC-SM-VALUE
               ELSE
                   MOVE "WITHIN AVERAGE" TO CGLC-SM-VALUE
               END-IF
               MOVE "OK" TO CGLC-SM-VERDICT
               WRITE CGLC-SUMMARY-REC
           END-IF.
       880-EXIT.
           EXIT.
      *****************************************************************
      *  File one step line under its step.  The history is
      *  appended run by run, so the last line seen is the latest.
      *****************************************************************
       885-GATHER-STEP-TIME.
           IF RH-RUN-ID > WS-LAST-RUN-ID
               MOVE RH-RUN-ID TO WS-LAST-RUN-ID
           END-IF
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-STP-SUB FROM 1 BY 1
                   UNTIL WS-STP-SUB > WS-STEP-COUNT
               IF WS-STP-NAME (WS-STP-SUB) = RH-NAME
                   MOVE WS-STP-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = ZERO
               IF WS-STEP-COUNT = 20
                   GO TO 885-EXIT
               END-IF
               ADD 1 TO WS-STEP-COUNT
               MOVE WS-STEP-COUNT TO WS-FOUND-SUB
               INITIALIZE WS-STEP-ENTRY (WS-FOUND-SUB)
               MOVE RH-NAME TO WS-STP-NAME (WS-FOUND-SUB)
           END-IF
           MOVE RH-RUN-ID TO WS-STP-LAST-RUN-ID (WS-FOUND-SUB)
           MOVE RH-ELAPSED-SECS TO WS-STP-LAST-SECS (WS-FOUND-SUB)
           MOVE RH-RESULT TO WS-STP-LAST-RESULT (WS-FOUND-SUB)
           COMPUTE WS-ROW-AGE = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE (RH-RUN-DATE)
           IF RH-RESULT = "OK" AND WS-ROW-AGE NOT > 30
               ADD RH-ELAPSED-SECS TO WS-STP-30-SECS (WS-FOUND-SUB)
               ADD 1 TO WS-STP-30-RUNS (WS-FOUND-SUB)
           END-IF.
       885-EXIT.
           EXIT.
      *****************************************************************
      *  Measure the step's latest run against its average over the
      *  30 days before it - the latest run is taken back out of the
      *  average it was counted in.
      *****************************************************************
       890-CHECK-STEP-TIME.
           IF WS-STP-LAST-RUN-ID (WS-STP-SUB) NOT = WS-LAST-RUN-ID
                   OR WS-STP-LAST-RESULT (WS-STP-SUB) NOT = "OK"
                   OR WS-STP-30-RUNS (WS-STP-SUB) < 2
               GO TO 890-EXIT
           END-IF
           COMPUTE WS-PRIOR-AVG ROUNDED =
               (WS-STP-30-SECS (WS-STP-SUB)
                - WS-STP-LAST-SECS (WS-STP-SUB))
               / (WS-STP-30-RUNS (WS-STP-SUB) - 1)
           IF WS-STP-LAST-SECS (WS-STP-SUB) * 100 NOT >
                   WS-PRIOR-AVG * WS-SLOW-PCT
               GO TO 890-EXIT
           END-IF
           ADD 1 TO WS-SLOW-COUNT
           MOVE SPACES TO CGLC-SUMMARY-REC
           STRING "SLOW: " DELIMITED BY SIZE
                   WS-STP-NAME (WS-STP-SUB) DELIMITED BY SIZE
               INTO CGLC-SM-ITEM
           END-STRING
           MOVE WS-STP-LAST-SECS (WS-STP-SUB) TO WS-EDIT-SECS
           STRING WS-EDIT-SECS DELIMITED BY SIZE
                   " SECS" DELIMITED BY SIZE
               INTO CGLC-SM-VALUE
           END-STRING
           MOVE "NEEDS ATTENTION" TO CGLC-SM-VERDICT
           WRITE CGLC-SUMMARY-REC.
       890-EXIT.
           EXIT.
