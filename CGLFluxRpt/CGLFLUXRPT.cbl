       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGLFLUXRPT.
       AUTHOR. COLE SQUIRE.
      *******************************************************************
      * Flux report for a period (see CGLFLUXANAL).  Every flagged
      * account is listed with its month-end balance, its change from
      * the prior month and from the same month last year - a "*"
      * beside the change that broke the threshold, a "-" where there
      * was no snapshot to compare with - and the explanation, who
      * gave it and when.  A flagged line nobody has explained yet is
      * marked UNEXPLAINED, followed by the counts.
      *
      * The report is written under the period's own name, so each
      * period's explained report stays on file for the audit.  Run it
      * again once the explanations are in and the period's copy is
      * replaced.  Ends RC 4 while any flagged line is unexplained.
      *
      * Input:  J:\CS3530\COAFLUXFILE.DAT
      * Output: J:\CS3530\COAFLUXRPTyyyymm.DAT
      *******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CGLC-FLUX-FILE
               ASSIGN TO UT-SYS-FLUX-FILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CGLC-FLX-KEY.
           SELECT CGLC-FX-REPORT-FILE
               ASSIGN TO UT-SYS-FX-REPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CGLC-FLUX-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS.
       01  CGLC-FLUX-REC.
           05  CGLC-FLX-KEY.
               10  CGLC-FLX-PERIOD         PIC 9(6).
               10  CGLC-FLX-ACCT-NO        PIC 9(4).
           05  CGLC-FLX-DESCRIPTION        PIC X(30).
           05  CGLC-FLX-ACCT-TYPE          PIC X.
           05  CGLC-FLX-CUR-BALANCE        PIC S9(7)V99.
           05  CGLC-FLX-PRIOR-BALANCE      PIC S9(7)V99.
           05  CGLC-FLX-PRIOR-FOUND        PIC X.
               88  FLX-PRIOR-FOUND         VALUE "Y".
           05  CGLC-FLX-YAGO-BALANCE       PIC S9(7)V99.
           05  CGLC-FLX-YAGO-FOUND         PIC X.
               88  FLX-YAGO-FOUND          VALUE "Y".
           05  CGLC-FLX-PRIOR-FLAG         PIC X.
               88  FLX-PRIOR-FLAGGED       VALUE "Y".
           05  CGLC-FLX-YAGO-FLAG          PIC X.
               88  FLX-YAGO-FLAGGED        VALUE "Y".
           05  CGLC-FLX-FLAGGED            PIC X.
               88  FLX-FLAGGED             VALUE "Y".
           05  CGLC-FLX-EXPLANATION        PIC X(60).
           05  CGLC-FLX-EXPLAINED-BY       PIC X(8).
           05  CGLC-FLX-EXPLAINED-DATE     PIC 9(8).
           05  FILLER                      PIC X(11).
       FD  CGLC-FX-REPORT-FILE
           RECORD CONTAINS 170 CHARACTERS.
       01  CGLC-FX-REPORT-REC.
           05  CGLC-FX-ACCTNUM             PIC 9(4).
           05  FILLER                      PIC X.
           05  CGLC-FX-LABEL               PIC X(24).
           05  FILLER                      PIC X.
           05  CGLC-FX-CUR-BALANCE         PIC -(7)9.99.
           05  FILLER                      PIC X.
           05  CGLC-FX-PRIOR-CHANGE        PIC -(8)9.99.
           05  CGLC-FX-PRIOR-MARK          PIC X.
           05  FILLER                      PIC X.
           05  CGLC-FX-YAGO-CHANGE         PIC -(8)9.99.
           05  CGLC-FX-YAGO-MARK           PIC X.
           05  FILLER                      PIC X.
           05  CGLC-FX-STATUS              PIC X(11).
           05  FILLER                      PIC X.
           05  CGLC-FX-EXPLAINED-BY        PIC X(8).
           05  FILLER                      PIC X.
           05  CGLC-FX-EXPLAINED-DATE      PIC X(8).
           05  FILLER                      PIC X.
           05  CGLC-FX-EXPLANATION         PIC X(60).
           05  FILLER                      PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-FILES.
           05  UT-SYS-FLUX-FILE            PIC X(50)
               VALUE "J:\CS3530\COAFLUXFILE.DAT".
           05  UT-SYS-FX-REPORT-FILE       PIC X(50)  VALUE SPACES.
       01  WS-SWITCHES.
           05  WS-END-OF-FILE              PIC X      VALUE "N".
               88  EOF                     VALUE "Y".
       01  WS-RPT-PERIOD.
           05  WS-RPT-YEAR                 PIC 9(4).
           05  WS-RPT-MONTH                PIC 99.
       01  WS-RPT-PERIOD-N REDEFINES WS-RPT-PERIOD
                                           PIC 9(6).
       01  WS-FLUX-COUNTS.
           05  WS-LOADED-COUNT             PIC 9(5)   VALUE ZERO.
           05  WS-FLAGGED-COUNT            PIC 9(5)   VALUE ZERO.
           05  WS-EXPLAINED-COUNT          PIC 9(5)   VALUE ZERO.
           05  WS-UNEXPLAINED-COUNT        PIC 9(5)   VALUE ZERO.
       01  WS-CHANGE-WORK                  PIC S9(8)V99.
       01  WS-COUNT-EDIT                   PIC ZZZZ9.

       PROCEDURE DIVISION.
      *****************************************************************
      *  Do startup tasks.
      *  List every flagged row of the period.
      *  Print the counts.
      *  Do ending tasks.
      *****************************************************************
       100-MAIN.
           PERFORM 900-INITIALIZATION THRU 900-EXIT.
           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           IF NOT EOF
               PERFORM 200-READ-FLUX THRU 200-EXIT
           END-IF
           PERFORM 300-CHECK-ROW THRU 300-EXIT
                   UNTIL EOF.
           PERFORM 400-WRITE-COUNTS THRU 400-EXIT.
           PERFORM 910-END-PROGRAM-RTN THRU 910-EXIT.
           IF WS-LOADED-COUNT = ZERO
               DISPLAY "NO FLUX ROWS LOADED FOR PERIOD "
                   WS-RPT-PERIOD-N
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-UNEXPLAINED-COUNT NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "FLUX REPORT FOR " WS-RPT-PERIOD-N
               " - " WS-FLAGGED-COUNT " FLAGGED, "
               WS-UNEXPLAINED-COUNT " UNEXPLAINED".
           GOBACK.
      *****************************************************************
      *  Read the next row; the period's rows are contiguous in key
      *  order, so the first row of a later period ends the pass.
      *****************************************************************
       200-READ-FLUX.
           READ CGLC-FLUX-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-END-OF-FILE
               NOT AT END
                   IF CGLC-FLX-PERIOD NOT = WS-RPT-PERIOD-N
                       MOVE "Y" TO WS-END-OF-FILE
                   END-IF
           END-READ.
       200-EXIT.
           EXIT.
      *****************************************************************
      *  Count the row and list it if it was flagged.
      *****************************************************************
       300-CHECK-ROW.
           ADD 1 TO WS-LOADED-COUNT
           IF NOT FLX-FLAGGED
               GO TO 300-NEXT
           END-IF
           ADD 1 TO WS-FLAGGED-COUNT
           MOVE SPACES TO CGLC-FX-REPORT-REC
           MOVE CGLC-FLX-ACCT-NO TO CGLC-FX-ACCTNUM
           MOVE CGLC-FLX-DESCRIPTION TO CGLC-FX-LABEL
           MOVE CGLC-FLX-CUR-BALANCE TO CGLC-FX-CUR-BALANCE
           IF FLX-PRIOR-FOUND
               COMPUTE WS-CHANGE-WORK =
                   CGLC-FLX-CUR-BALANCE - CGLC-FLX-PRIOR-BALANCE
               MOVE WS-CHANGE-WORK TO CGLC-FX-PRIOR-CHANGE
               IF FLX-PRIOR-FLAGGED
                   MOVE "*" TO CGLC-FX-PRIOR-MARK
               END-IF
           ELSE
               MOVE ZERO TO CGLC-FX-PRIOR-CHANGE
               MOVE "-" TO CGLC-FX-PRIOR-MARK
           END-IF
           IF FLX-YAGO-FOUND
               COMPUTE WS-CHANGE-WORK =
                   CGLC-FLX-CUR-BALANCE - CGLC-FLX-YAGO-BALANCE
               MOVE WS-CHANGE-WORK TO CGLC-FX-YAGO-CHANGE
               IF FLX-YAGO-FLAGGED
                   MOVE "*" TO CGLC-FX-YAGO-MARK
               END-IF
           ELSE
               MOVE ZERO TO CGLC-FX-YAGO-CHANGE
               MOVE "-" TO CGLC-FX-YAGO-MARK
           END-IF
           IF CGLC-FLX-EXPLAINED-BY = SPACES
               MOVE "UNEXPLAINED" TO CGLC-FX-STATUS
               ADD 1 TO WS-UNEXPLAINED-COUNT
           ELSE
               MOVE "EXPLAINED" TO CGLC-FX-STATUS
               MOVE CGLC-FLX-EXPLAINED-BY TO CGLC-FX-EXPLAINED-BY
               MOVE CGLC-FLX-EXPLAINED-DATE TO CGLC-FX-EXPLAINED-DATE
               ADD 1 TO WS-EXPLAINED-COUNT
           END-IF
           MOVE CGLC-FLX-EXPLANATION TO CGLC-FX-EXPLANATION
           WRITE CGLC-FX-REPORT-REC.
       300-NEXT.
           PERFORM 200-READ-FLUX THRU 200-EXIT.
       300-EXIT.
           EXIT.
      *****************************************************************
      *  The period's counts.
      *****************************************************************
       400-WRITE-COUNTS.
           MOVE SPACES TO CGLC-FX-REPORT-REC
           MOVE WS-LOADED-COUNT TO WS-COUNT-EDIT
           STRING "ACCOUNTS COMPARED " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO CGLC-FX-LABEL
           WRITE CGLC-FX-REPORT-REC
           MOVE SPACES TO CGLC-FX-REPORT-REC
           MOVE WS-FLAGGED-COUNT TO WS-COUNT-EDIT
           STRING "FLAGGED " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO CGLC-FX-LABEL
           WRITE CGLC-FX-REPORT-REC
           MOVE SPACES TO CGLC-FX-REPORT-REC
           MOVE WS-EXPLAINED-COUNT TO WS-COUNT-EDIT
           STRING "EXPLAINED " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO CGLC-FX-LABEL
           WRITE CGLC-FX-REPORT-REC
           MOVE SPACES TO CGLC-FX-REPORT-REC
           MOVE WS-UNEXPLAINED-COUNT TO WS-COUNT-EDIT
           STRING "UNEXPLAINED " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO CGLC-FX-LABEL
           WRITE CGLC-FX-REPORT-REC.
       400-EXIT.
           EXIT.
      *****************************************************************
      *   Ask for the period, open the files under the period's
      *   report name, and position on the period's first row.
      *****************************************************************
       900-INITIALIZATION.
      *    RETURN-CODE IS NOT RESET BETWEEN CALLS BY THE OPERATING
      *    SYSTEM - START CLEAN.
           MOVE ZERO TO RETURN-CODE.
           DISPLAY "ENTER PERIOD (YYYYMM): "
           ACCEPT WS-RPT-PERIOD-N
           IF WS-RPT-MONTH < 1 OR WS-RPT-MONTH > 12
               DISPLAY "INVALID PERIOD - MONTH MUST BE 01-12"
               MOVE 16 TO RETURN-CODE
               GO TO 900-EXIT
           END-IF
           STRING "J:\CS3530\COAFLUXRPT" WS-RPT-PERIOD-N ".DAT"
               DELIMITED BY SIZE INTO UT-SYS-FX-REPORT-FILE
           OPEN INPUT CGLC-FLUX-FILE.
           OPEN OUTPUT CGLC-FX-REPORT-FILE.
           MOVE WS-RPT-PERIOD-N TO CGLC-FLX-PERIOD
           MOVE ZERO TO CGLC-FLX-ACCT-NO
           START CGLC-FLUX-FILE KEY IS NOT LESS THAN CGLC-FLX-KEY
               INVALID KEY MOVE "Y" TO WS-END-OF-FILE
           END-START.
       900-EXIT.
           EXIT.
      *****************************************************************
      *   Close files.
      *****************************************************************
       910-END-PROGRAM-RTN.
           CLOSE CGLC-FLUX-FILE.
           CLOSE CGLC-FX-REPORT-FILE.
       910-EXIT.
           EXIT.
