       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGLBSRECRPT.
       AUTHOR. COLE SQUIRE.
      *******************************************************************
      * Status of a period's balance-sheet reconciliations (see
      * CGLBSRECON) - the list the controller works from in the days
      * before CGLPERIODCLOSE.  Every required row that is holding up
      * the close is listed with the reason -
      *
      *   NOT PREPARED      nobody has keyed the support yet
      *   NOT REVIEWED      prepared, waiting on a supervisor
      *   UNEXPLAINED DIFF  support does not agree with the GL and
      *                     no explanation was given
      *
      * followed by counts of rows loaded, reviewed, and not required.
      * Ends RC 4 while anything is outstanding, so a close driver can
      * tell.
      *
      * Input:  J:\CS3530\COABSRECON.DAT
      * Output: J:\CS3530\COABSRECRPT.DAT
      *******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CGLC-BS-RECON-FILE
               ASSIGN TO UT-SYS-BS-RECON-FILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CGLC-BSR-KEY.
           SELECT CGLC-BR-REPORT-FILE
               ASSIGN TO UT-SYS-BR-REPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
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
               88  BSR-NOT-PREPARED        VALUE "O".
               88  BSR-PREPARED            VALUE "P".
               88  BSR-REVIEWED            VALUE "R".
           05  CGLC-BSR-REQUIRED           PIC X.
               88  BSR-REQUIRED            VALUE "Y".
           05  FILLER                      PIC X(8).
       FD  CGLC-BR-REPORT-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  CGLC-BR-REPORT-REC.
           05  CGLC-BR-ACCTNUM             PIC 9(4).
           05  FILLER                      PIC X.
           05  CGLC-BR-LABEL               PIC X(30).
           05  FILLER                      PIC X.
           05  CGLC-BR-GL-BALANCE          PIC -(7)9.99.
           05  FILLER                      PIC X.
           05  CGLC-BR-DIFFERENCE          PIC -(7)9.99.
           05  FILLER                      PIC X.
           05  CGLC-BR-REASON              PIC X(16).
           05  FILLER                      PIC X.
           05  CGLC-BR-PREPARER-ID         PIC X(8).
           05  FILLER                      PIC X.
           05  CGLC-BR-EXPLANATION         PIC X(24).

       WORKING-STORAGE SECTION.
       01  WS-FILES.
           05  UT-SYS-BS-RECON-FILE        PIC X(50)
               VALUE "J:\CS3530\COABSRECON.DAT".
           05  UT-SYS-BR-REPORT-FILE       PIC X(50)
               VALUE "J:\CS3530\COABSRECRPT.DAT".
       01  WS-SWITCHES.
           05  WS-END-OF-FILE              PIC X      VALUE "N".
               88  EOF                     VALUE "Y".
       01  WS-RPT-PERIOD.
           05  WS-RPT-YEAR                 PIC 9(4).
           05  WS-RPT-MONTH                PIC 99.
       01  WS-RPT-PERIOD-N REDEFINES WS-RPT-PERIOD
                                           PIC 9(6).
       01  WS-RECON-COUNTS.
           05  WS-LOADED-COUNT             PIC 9(5)   VALUE ZERO.
           05  WS-REVIEWED-COUNT           PIC 9(5)   VALUE ZERO.
           05  WS-NOT-REQUIRED-COUNT       PIC 9(5)   VALUE ZERO.
           05  WS-OUTSTANDING-COUNT        PIC 9(5)   VALUE ZERO.
       01  WS-COUNT-EDIT                   PIC ZZZZ9.

       PROCEDURE DIVISION.
      *****************************************************************
      *  Do startup tasks.
      *  List every row of the period still holding up the close.
      *  Print the counts.
      *  Do ending tasks.
      *****************************************************************
       100-MAIN.
           PERFORM 900-INITIALIZATION THRU 900-EXIT.
           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           IF NOT EOF
               PERFORM 200-READ-RECON THRU 200-EXIT
           END-IF
           PERFORM 300-CHECK-ROW THRU 300-EXIT
                   UNTIL EOF.
           PERFORM 400-WRITE-COUNTS THRU 400-EXIT.
           PERFORM 910-END-PROGRAM-RTN THRU 910-EXIT.
           IF WS-LOADED-COUNT = ZERO
               DISPLAY "NO RECONCILIATIONS LOADED FOR PERIOD "
                   WS-RPT-PERIOD-N
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-OUTSTANDING-COUNT NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "RECONCILIATION STATUS FOR " WS-RPT-PERIOD-N
               " - " WS-OUTSTANDING-COUNT " OUTSTANDING".
           GOBACK.
      *****************************************************************
      *  Read the next row; the period's rows are contiguous in key
      *  order, so the first row of a later period ends the pass.
      *****************************************************************
       200-READ-RECON.
           READ CGLC-BS-RECON-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   IF CGLC-BSR-PERIOD NOT = WS-RPT-PERIOD-N
                       MOVE "Y" TO WS-END-OF-FILE
                   END-IF
           END-READ.
       200-EXIT.
           EXIT.
      *****************************************************************
      *  Count the row and list it if it is holding up the close.
      *****************************************************************
       300-CHECK-ROW.
           ADD 1 TO WS-LOADED-COUNT
           MOVE SPACES TO CGLC-BR-REPORT-REC
           IF NOT BSR-REQUIRED
               ADD 1 TO WS-NOT-REQUIRED-COUNT
               GO TO 300-NEXT
           END-IF
           IF BSR-REVIEWED
               ADD 1 TO WS-REVIEWED-COUNT
               GO TO 300-NEXT
           END-IF
           IF BSR-PREPARED
               IF CGLC-BSR-DIFFERENCE NOT = ZERO
                       AND CGLC-BSR-EXPLANATION = SPACES
                   MOVE "UNEXPLAINED DIFF" TO CGLC-BR-REASON
               ELSE
                   MOVE "NOT REVIEWED" TO CGLC-BR-REASON
               END-IF
           ELSE
               MOVE "NOT PREPARED" TO CGLC-BR-REASON
           END-IF
           ADD 1 TO WS-OUTSTANDING-COUNT
           MOVE CGLC-BSR-ACCT-NO TO CGLC-BR-ACCTNUM
           MOVE CGLC-BSR-DESCRIPTION TO CGLC-BR-LABEL
           MOVE CGLC-BSR-GL-BALANCE TO CGLC-BR-GL-BALANCE
           MOVE CGLC-BSR-DIFFERENCE TO CGLC-BR-DIFFERENCE
           MOVE CGLC-BSR-PREPARER-ID TO CGLC-BR-PREPARER-ID
           MOVE CGLC-BSR-EXPLANATION TO CGLC-BR-EXPLANATION
           WRITE CGLC-BR-REPORT-REC.
       300-NEXT.
           PERFORM 200-READ-RECON THRU 200-EXIT.
       300-EXIT.
           EXIT.
      *****************************************************************
      *  The period's counts.
      *****************************************************************
       400-WRITE-COUNTS.
           MOVE SPACES TO CGLC-BR-REPORT-REC
           MOVE WS-LOADED-COUNT TO WS-COUNT-EDIT
           STRING "ROWS LOADED " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO CGLC-BR-LABEL
           WRITE CGLC-BR-REPORT-REC
           MOVE SPACES TO CGLC-BR-REPORT-REC
           MOVE WS-REVIEWED-COUNT TO WS-COUNT-EDIT
           STRING "REVIEWED " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO CGLC-BR-LABEL
           WRITE CGLC-BR-REPORT-REC
           MOVE SPACES TO CGLC-BR-REPORT-REC
           MOVE WS-NOT-REQUIRED-COUNT TO WS-COUNT-EDIT
           STRING "NOT REQUIRED " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO CGLC-BR-LABEL
           WRITE CGLC-BR-REPORT-REC
           MOVE SPACES TO CGLC-BR-REPORT-REC
           MOVE WS-OUTSTANDING-COUNT TO WS-COUNT-EDIT
           STRING "OUTSTANDING " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO CGLC-BR-LABEL
           WRITE CGLC-BR-REPORT-REC.
       400-EXIT.
           EXIT.
      *****************************************************************
      *   Ask for the period, open the files, and position on the
      *   period's first row.
      *****************************************************************
       900-INITIALIZATION.
      *    RETURN-CODE IS NOT RESET BETWEEN CALLS BY THE OPERATING
      *    SYSTEM, AND CGLBATCHDRIVER'S 300-LOG-STEP-RESULT CHECKS IT
      *    TO DECIDE WHETHER THIS STEP SUCCEEDED - START CLEAN.
           MOVE ZERO TO RETURN-CODE.
           DISPLAY "ENTER PERIOD (YYYYMM): "
           ACCEPT WS-RPT-PERIOD-N
           IF WS-RPT-MONTH < 1 OR WS-RPT-MONTH > 12
               DISPLAY "INVALID PERIOD - MONTH MUST BE 01-12"
               MOVE 16 TO RETURN-CODE
               GO TO 900-EXIT
           END-IF
           OPEN INPUT CGLC-BS-RECON-FILE.
           OPEN OUTPUT CGLC-BR-REPORT-FILE.
           MOVE WS-RPT-PERIOD-N TO CGLC-BSR-PERIOD
           MOVE ZERO TO CGLC-BSR-ACCT-NO
           START CGLC-BS-RECON-FILE KEY IS NOT LESS THAN CGLC-BSR-KEY
               INVALID KEY MOVE "Y" TO WS-END-OF-FILE
           END-START.
       900-EXIT.
           EXIT.
      *****************************************************************
      *   Close files.
      *****************************************************************
       910-END-PROGRAM-RTN.
           CLOSE CGLC-BS-RECON-FILE.
           CLOSE CGLC-BR-REPORT-FILE.
       910-EXIT.
           EXIT.
