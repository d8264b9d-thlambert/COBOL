      * totals with net income (footed I + E, the same convention the
      * trial balance uses).
      *
      * Run under CGLMONTHEND the period comes off the close
      * parameter instead of being keyed.
      *
      * Input:  J:\CS3530\COABALHIST.DAT
      *         J:\CS3530\COACLOSEPARM.DAT
      * Output: J:\CS3530\COAINCOMESTMT.DAT
      *******************************************************************
       ENVIRONMENT DIVISION.
           SELECT CGLC-IS-REPORT-FILE
               ASSIGN TO UT-SYS-IS-REPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
      *    SET BY CGLMONTHEND FOR THE STEPS IT RUNS - EMPTY OTHERWISE.
           SELECT OPTIONAL CGLC-CLOSE-PARM-FILE
               ASSIGN TO UT-SYS-CLOSE-PARM-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CGLC-BALHIST-FILE
           05  CGLC-IS-YTD-AMT             PIC -(9)9.99.
           05  FILLER                      PIC X(5).

       FD  CGLC-CLOSE-PARM-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  CGLC-CLOSE-PARM-REC.
           05  CGLC-CP-PERIOD              PIC 9(6).
           05  CGLC-CP-OPERATOR-ID         PIC X(8).
           05  FILLER                      PIC X(6).

       WORKING-STORAGE SECTION.
       01  WS-FILES.
           05  UT-SYS-CLOSE-PARM-FILE      PIC X(50)
               VALUE "J:\CS3530\COACLOSEPARM.DAT".
           05  UT-SYS-BALHIST-FILE         PIC X(50)
               VALUE "J:\CS3530\COABALHIST.DAT".
           05  UT-SYS-IS-REPORT-FILE       PIC X(50)
               VALUE "J:\CS3530\COAINCOMESTMT.DAT".
       01  WS-CLOSE-PARM-SWITCH            PIC X      VALUE "N".
           88  CLOSE-PARM-PRESENT          VALUE "Y".
       01  WS-SWITCHES.
           05  WS-END-OF-FILE              PIC X      VALUE "N".
               88  EOF                     VALUE "Y".
      *  snapshot balances, and print the statement.
      *****************************************************************
       100-MAIN.
           PERFORM 050-READ-CLOSE-PARM THRU 050-EXIT
           IF CLOSE-PARM-PRESENT
               DISPLAY "PERIOD " WS-STMT-PERIOD-N
                   " FROM THE MONTH-END RUN"
           ELSE
               DISPLAY "ENTER STATEMENT PERIOD (YYYYMM): "
               ACCEPT WS-STMT-PERIOD-N
           END-IF
           IF WS-STMT-MONTH < 1 OR WS-STMT-MONTH > 12
               DISPLAY "INVALID PERIOD - MONTH MUST BE 01-12"
               MOVE 16 TO RETURN-CODE
               " - NET INCOME " WS-NET-MONTH-TOTAL.
           GOBACK.
      *****************************************************************
      *  Running under CGLMONTHEND, the period comes off the close
      *  parameter instead of being keyed.
      *****************************************************************
       050-READ-CLOSE-PARM.
           MOVE "N" TO WS-CLOSE-PARM-SWITCH
           OPEN INPUT CGLC-CLOSE-PARM-FILE
           READ CGLC-CLOSE-PARM-FILE
               AT END CONTINUE
               NOT AT END
                   MOVE "Y" TO WS-CLOSE-PARM-SWITCH
                   MOVE CGLC-CP-PERIOD TO WS-STMT-PERIOD-N
           END-READ
           CLOSE CGLC-CLOSE-PARM-FILE.
       050-EXIT.
           EXIT.
      *****************************************************************
      *  Work out the prior period (December of the prior year when
      *  the statement month is January) and the year-to-date base
      *  period (always the prior December).
