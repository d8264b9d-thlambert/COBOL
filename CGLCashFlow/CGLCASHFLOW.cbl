       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGLCASHFLOW.
       AUTHOR. COLE SQUIRE.
      *******************************************************************
      * Statement of cash flows, indirect method, between two
      * month-ends on the snapshot history CGLSNAPSHOT builds.  With
      * CGLINCOMESTMT and CGLBALANCESHEET this completes the three
      * statements the bank and the board ask for.
      *
      * The statement starts from net income for the span - the I/E
      * activity between the two snapshots, negated because earnings
      * are a credit (the year-end roll only moves current into
      * beginning, so current balances carry across the year).  Every
      * asset and liability account whose balance moved is then an
      * adjustment.  Balances are held debit-positive, so for either
      * type the cash effect is the negated change: an asset that
      * grew used cash, a liability that grew provided it.  Each
      * adjustment prints in the section CGLCFCLASSMNT assigns the
      * account - operating, investing or financing.  An account
      * nobody has classified is shown under operating, marked UNCL,
      * and counted on the console so the supervisor can fix it.
      *
      * The proof: net change in cash from the three sections must
      * equal the actual change in the cash (C) accounts' balances
      * between the two snapshots.  A difference is printed in large
      * letters and fails the step.
      *
      * Input:  J:\CS3530\COABALHIST.DAT
      *         J:\CS3530\COACFCLASS.DAT
      * Output: J:\CS3530\COACASHFLOWRPT.DAT
      *******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CGLC-BALHIST-FILE
               ASSIGN TO UT-SYS-BALHIST-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
      *    OPTIONAL - BEFORE ANY ACCOUNT IS CLASSIFIED EVERYTHING
      *    FALLS TO OPERATING.
           SELECT OPTIONAL CGLC-CF-CLASS-FILE
               ASSIGN TO UT-SYS-CF-CLASS-FILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CGLC-CFC-ACCT-NO.
           SELECT CGLC-CF-REPORT-FILE
               ASSIGN TO UT-SYS-CF-REPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CGLC-BALHIST-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  CGLC-BALHIST-REC.
           05  CGLC-SNP-PERIOD             PIC 9(6).
           05  CGLC-SNP-ACCT-NO            PIC 9(4).
           05  CGLC-SNP-CUR-BALANCE        PIC S9(7)V99.
           05  CGLC-SNP-ACCT-TYPE          PIC X.
           05  CGLC-SNP-DESCRIPTION        PIC X(30).
       FD  CGLC-CF-CLASS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 13 CHARACTERS.
       01  CGLC-CF-CLASS-REC.
           05  CGLC-CFC-ACCT-NO            PIC 9(4).
           05  CGLC-CFC-SECTION            PIC X.
           05  CGLC-CFC-OPERATOR-ID        PIC X(8).
       FD  CGLC-CF-REPORT-FILE
           RECORD CONTAINS 55 CHARACTERS.
       01  CGLC-CF-REPORT-REC.
           05  CGLC-CF-ACCTNUM             PIC 9(4).
           05  FILLER                      PIC X.
           05  CGLC-CF-LABEL               PIC X(35).
           05  FILLER                      PIC X.
           05  CGLC-CF-AMOUNT              PIC -(9)9.99.
           05  FILLER                      PIC X.

       WORKING-STORAGE SECTION.
       01  WS-FILES.
           05  UT-SYS-BALHIST-FILE         PIC X(50)
               VALUE "J:\CS3530\COABALHIST.DAT".
           05  UT-SYS-CF-CLASS-FILE        PIC X(50)
               VALUE "J:\CS3530\COACFCLASS.DAT".
           05  UT-SYS-CF-REPORT-FILE       PIC X(50)
               VALUE "J:\CS3530\COACASHFLOWRPT.DAT".
       01  WS-SWITCHES.
           05  WS-END-OF-FILE              PIC X      VALUE "N".
               88  EOF                     VALUE "Y".
           05  WS-FROM-ON-FILE             PIC X      VALUE "N".
               88  FROM-ON-FILE            VALUE "Y".
           05  WS-TO-ON-FILE               PIC X      VALUE "N".
               88  TO-ON-FILE              VALUE "Y".
       01  WS-FROM-PERIOD.
           05  WS-FROM-YEAR                PIC 9(4).
           05  WS-FROM-MONTH               PIC 99.
       01  WS-FROM-PERIOD-N REDEFINES WS-FROM-PERIOD
                                           PIC 9(6).
       01  WS-TO-PERIOD.
           05  WS-TO-YEAR                  PIC 9(4).
           05  WS-TO-MONTH                 PIC 99.
       01  WS-TO-PERIOD-N REDEFINES WS-TO-PERIOD
                                           PIC 9(6).
      *    ONE ENTRY PER ACCOUNT ON EITHER SNAPSHOT.  AN ACCOUNT ON
      *    ONLY ONE OF THEM (OPENED OR DROPPED BETWEEN) CARRIES ZERO
      *    FOR THE OTHER.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-COUNT               PIC 9(3)   VALUE ZERO.
           05  WS-ACCT-ENTRY OCCURS 500 TIMES.
               10  WS-AC-NO                PIC 9(4).
               10  WS-AC-TYPE              PIC X.
               10  WS-AC-DESCRIPTION       PIC X(30).
               10  WS-AC-FROM-BAL          PIC S9(7)V99.
               10  WS-AC-TO-BAL            PIC S9(7)V99.
               10  WS-AC-SECTION           PIC X.
               10  WS-AC-UNCLASSIFIED      PIC X.
       01  WS-SUB                          PIC 9(3).
       01  WS-FOUND-SUB                    PIC 9(3).
       01  WS-PRINT-SECTION                PIC X.
       01  WS-SECTION-TOTAL                PIC S9(9)V99.
       01  WS-CHANGE                       PIC S9(9)V99.
       01  WS-TOTALS.
           05  WS-NET-INCOME               PIC S9(9)V99 VALUE ZERO.
           05  WS-OPERATING-TOTAL          PIC S9(9)V99 VALUE ZERO.
           05  WS-INVESTING-TOTAL          PIC S9(9)V99 VALUE ZERO.
           05  WS-FINANCING-TOTAL          PIC S9(9)V99 VALUE ZERO.
           05  WS-NET-CASH-CHANGE          PIC S9(9)V99 VALUE ZERO.
           05  WS-CASH-FROM                PIC S9(9)V99 VALUE ZERO.
           05  WS-CASH-TO                  PIC S9(9)V99 VALUE ZERO.
           05  WS-ACTUAL-CASH-CHANGE       PIC S9(9)V99 VALUE ZERO.
           05  WS-DIFFERENCE               PIC S9(9)V99 VALUE ZERO.
           05  WS-UNCLASSIFIED-COUNT       PIC 9(3)   VALUE ZERO.

       PROCEDURE DIVISION.
      *****************************************************************
      *  Do startup tasks.
      *  Gather both snapshots and each account's classification.
      *  Print net income, the three sections, and the cash proof.
      *  Do ending tasks.
      *****************************************************************
       100-MAIN.
           PERFORM 900-INITIALIZATION THRU 900-EXIT.
           PERFORM 200-READ-HISTORY THRU 200-EXIT.
           PERFORM 300-GATHER-BALANCES THRU 300-EXIT
                   UNTIL EOF.
           IF NOT FROM-ON-FILE OR NOT TO-ON-FILE
               DISPLAY "BOTH PERIODS MUST BE ON THE HISTORY FILE - "
                   "RUN CGLSNAPSHOT FIRST - RUN REFUSED"
               PERFORM 910-END-PROGRAM-RTN THRU 910-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 400-CLASSIFY-ACCOUNT THRU 400-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-ACCT-COUNT.
           PERFORM 500-WRITE-OPERATING THRU 500-EXIT.
           MOVE "I" TO WS-PRINT-SECTION
           PERFORM 550-WRITE-SECTION THRU 550-EXIT.
           MOVE WS-SECTION-TOTAL TO WS-INVESTING-TOTAL
           MOVE "F" TO WS-PRINT-SECTION
           PERFORM 550-WRITE-SECTION THRU 550-EXIT.
           MOVE WS-SECTION-TOTAL TO WS-FINANCING-TOTAL
           PERFORM 600-WRITE-PROOF THRU 600-EXIT.
           PERFORM 910-END-PROGRAM-RTN THRU 910-EXIT.
           IF WS-UNCLASSIFIED-COUNT > ZERO
               DISPLAY WS-UNCLASSIFIED-COUNT " ACCOUNTS ARE NOT "
                   "CLASSIFIED - SHOWN AS OPERATING (SEE CGLCFCLASSMNT)"
           END-IF
           DISPLAY "CASH FLOW STATEMENT COMPLETE - NET CHANGE "
               WS-NET-CASH-CHANGE " VS CASH ACCOUNTS "
               WS-ACTUAL-CASH-CHANGE.
           GOBACK.
      *****************************************************************
      *  Read the next history row.
      *****************************************************************
       200-READ-HISTORY.
           READ CGLC-BALHIST-FILE
               AT END MOVE "Y" TO WS-END-OF-FILE
           END-READ.
       200-EXIT.
           EXIT.
      *****************************************************************
      *  Keep the rows for the two requested periods.
      *****************************************************************
       300-GATHER-BALANCES.
           IF CGLC-SNP-PERIOD NOT = WS-FROM-PERIOD-N
                   AND CGLC-SNP-PERIOD NOT = WS-TO-PERIOD-N
               GO TO 300-NEXT
           END-IF
           PERFORM 350-FIND-ACCOUNT THRU 350-EXIT
           IF CGLC-SNP-PERIOD = WS-FROM-PERIOD-N
               MOVE "Y" TO WS-FROM-ON-FILE
               MOVE CGLC-SNP-CUR-BALANCE
                   TO WS-AC-FROM-BAL (WS-FOUND-SUB)
           ELSE
               MOVE "Y" TO WS-TO-ON-FILE
               MOVE CGLC-SNP-CUR-BALANCE
                   TO WS-AC-TO-BAL (WS-FOUND-SUB)
      *        THE LATER SNAPSHOT'S TYPE AND DESCRIPTION WIN.
               MOVE CGLC-SNP-ACCT-TYPE TO WS-AC-TYPE (WS-FOUND-SUB)
               MOVE CGLC-SNP-DESCRIPTION
                   TO WS-AC-DESCRIPTION (WS-FOUND-SUB)
           END-IF.
       300-NEXT.
           PERFORM 200-READ-HISTORY THRU 200-EXIT.
       300-EXIT.
           EXIT.
      *****************************************************************
      *  Find-or-add the history row's account in the work table.
      *****************************************************************
       350-FIND-ACCOUNT.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ACCT-COUNT
               IF WS-AC-NO (WS-SUB) = CGLC-SNP-ACCT-NO
                   MOVE WS-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = ZERO
               IF WS-ACCT-COUNT = 500
                   DISPLAY "CHART OF ACCOUNTS EXCEEDS THE WORK TABLE - "
                       "RUN REFUSED"
                   PERFORM 910-END-PROGRAM-RTN THRU 910-EXIT
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ACCT-COUNT
               MOVE WS-ACCT-COUNT TO WS-FOUND-SUB
               MOVE CGLC-SNP-ACCT-NO TO WS-AC-NO (WS-FOUND-SUB)
               MOVE CGLC-SNP-ACCT-TYPE TO WS-AC-TYPE (WS-FOUND-SUB)
               MOVE CGLC-SNP-DESCRIPTION
                   TO WS-AC-DESCRIPTION (WS-FOUND-SUB)
               MOVE ZERO TO WS-AC-FROM-BAL (WS-FOUND-SUB)
               MOVE ZERO TO WS-AC-TO-BAL (WS-FOUND-SUB)
               MOVE SPACE TO WS-AC-SECTION (WS-FOUND-SUB)
               MOVE "N" TO WS-AC-UNCLASSIFIED (WS-FOUND-SUB)
           END-IF.
       350-EXIT.
           EXIT.
      *****************************************************************
      *  Route one account: I/E into net income, C into the actual
      *  cash change, A/L to its classified section.
      *****************************************************************
       400-CLASSIFY-ACCOUNT.
           COMPUTE WS-CHANGE =
               WS-AC-TO-BAL (WS-SUB) - WS-AC-FROM-BAL (WS-SUB)
           EVALUATE WS-AC-TYPE (WS-SUB)
               WHEN "I"
               WHEN "E"
                   SUBTRACT WS-CHANGE FROM WS-NET-INCOME
               WHEN "C"
                   ADD WS-AC-FROM-BAL (WS-SUB) TO WS-CASH-FROM
                   ADD WS-AC-TO-BAL (WS-SUB) TO WS-CASH-TO
               WHEN "A"
               WHEN "L"
                   MOVE WS-AC-NO (WS-SUB) TO CGLC-CFC-ACCT-NO
                   READ CGLC-CF-CLASS-FILE
                       INVALID KEY
                           MOVE "O" TO WS-AC-SECTION (WS-SUB)
                           MOVE "Y" TO WS-AC-UNCLASSIFIED (WS-SUB)
                       NOT INVALID KEY
                           MOVE CGLC-CFC-SECTION
                               TO WS-AC-SECTION (WS-SUB)
                   END-READ
                   IF WS-AC-UNCLASSIFIED (WS-SUB) = "Y"
                           AND WS-CHANGE NOT = ZERO
                       ADD 1 TO WS-UNCLASSIFIED-COUNT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       400-EXIT.
           EXIT.
      *****************************************************************
      *  The operating section: net income, then the operating
      *  adjustments.
      *****************************************************************
       500-WRITE-OPERATING.
           MOVE SPACES TO CGLC-CF-REPORT-REC
           MOVE ZERO TO CGLC-CF-ACCTNUM
           MOVE "CASH FLOWS FROM OPERATING" TO CGLC-CF-LABEL
           MOVE ZERO TO CGLC-CF-AMOUNT
           WRITE CGLC-CF-REPORT-REC
           MOVE SPACES TO CGLC-CF-REPORT-REC
           MOVE ZERO TO CGLC-CF-ACCTNUM
           MOVE "NET INCOME" TO CGLC-CF-LABEL
           MOVE WS-NET-INCOME TO CGLC-CF-AMOUNT
           WRITE CGLC-CF-REPORT-REC
           MOVE "O" TO WS-PRINT-SECTION
           PERFORM 550-WRITE-SECTION THRU 550-EXIT.
           COMPUTE WS-OPERATING-TOTAL =
               WS-NET-INCOME + WS-SECTION-TOTAL.
       500-EXIT.
           EXIT.
      *****************************************************************
      *  One section's adjustment lines and its total.  An account
      *  whose balance did not move is left off.
      *****************************************************************
       550-WRITE-SECTION.
           MOVE ZERO TO WS-SECTION-TOTAL
           IF WS-PRINT-SECTION NOT = "O"
               MOVE SPACES TO CGLC-CF-REPORT-REC
               MOVE ZERO TO CGLC-CF-ACCTNUM
               IF WS-PRINT-SECTION = "I"
                   MOVE "CASH FLOWS FROM INVESTING" TO CGLC-CF-LABEL
               ELSE
                   MOVE "CASH FLOWS FROM FINANCING" TO CGLC-CF-LABEL
               END-IF
               MOVE ZERO TO CGLC-CF-AMOUNT
               WRITE CGLC-CF-REPORT-REC
           END-IF
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ACCT-COUNT
               IF WS-AC-SECTION (WS-SUB) = WS-PRINT-SECTION
                   COMPUTE WS-CHANGE = WS-AC-FROM-BAL (WS-SUB)
                       - WS-AC-TO-BAL (WS-SUB)
                   IF WS-CHANGE NOT = ZERO
                       MOVE SPACES TO CGLC-CF-REPORT-REC
                       MOVE WS-AC-NO (WS-SUB) TO CGLC-CF-ACCTNUM
                       MOVE WS-AC-DESCRIPTION (WS-SUB)
                           TO CGLC-CF-LABEL
                       IF WS-AC-UNCLASSIFIED (WS-SUB) = "Y"
                           MOVE "UNCL" TO CGLC-CF-LABEL (32:4)
                       END-IF
                       MOVE WS-CHANGE TO CGLC-CF-AMOUNT
                       WRITE CGLC-CF-REPORT-REC
                       ADD WS-CHANGE TO WS-SECTION-TOTAL
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO CGLC-CF-REPORT-REC
           MOVE ZERO TO CGLC-CF-ACCTNUM
           EVALUATE WS-PRINT-SECTION
               WHEN "O"
                   MOVE "NET CASH FROM OPERATING" TO CGLC-CF-LABEL
                   COMPUTE CGLC-CF-AMOUNT =
                       WS-NET-INCOME + WS-SECTION-TOTAL
               WHEN "I"
                   MOVE "NET CASH FROM INVESTING" TO CGLC-CF-LABEL
                   MOVE WS-SECTION-TOTAL TO CGLC-CF-AMOUNT
               WHEN OTHER
                   MOVE "NET CASH FROM FINANCING" TO CGLC-CF-LABEL
                   MOVE WS-SECTION-TOTAL TO CGLC-CF-AMOUNT
           END-EVALUATE
           WRITE CGLC-CF-REPORT-REC.
       550-EXIT.
           EXIT.
      *****************************************************************
      *  The proof: does the net change from the three sections equal
      *  what actually happened to the cash accounts?  A disagreement
      *  goes on the report in large letters and fails the step.
      *****************************************************************
       600-WRITE-PROOF.
           COMPUTE WS-NET-CASH-CHANGE = WS-OPERATING-TOTAL
               + WS-INVESTING-TOTAL + WS-FINANCING-TOTAL
           COMPUTE WS-ACTUAL-CASH-CHANGE = WS-CASH-TO - WS-CASH-FROM
           MOVE SPACES TO CGLC-CF-REPORT-REC
           MOVE ZERO TO CGLC-CF-ACCTNUM
           MOVE "NET CHANGE IN CASH" TO CGLC-CF-LABEL
           MOVE WS-NET-CASH-CHANGE TO CGLC-CF-AMOUNT
           WRITE CGLC-CF-REPORT-REC
           MOVE SPACES TO CGLC-CF-REPORT-REC
           MOVE ZERO TO CGLC-CF-ACCTNUM
           MOVE "CASH AT BEGINNING OF SPAN" TO CGLC-CF-LABEL
           MOVE WS-CASH-FROM TO CGLC-CF-AMOUNT
           WRITE CGLC-CF-REPORT-REC
           MOVE SPACES TO CGLC-CF-REPORT-REC
           MOVE ZERO TO CGLC-CF-ACCTNUM
           MOVE "CASH AT END OF SPAN" TO CGLC-CF-LABEL
           MOVE WS-CASH-TO TO CGLC-CF-AMOUNT
           WRITE CGLC-CF-REPORT-REC
           MOVE SPACES TO CGLC-CF-REPORT-REC
           MOVE ZERO TO CGLC-CF-ACCTNUM
           MOVE "ACTUAL CHANGE IN CASH ACCOUNTS" TO CGLC-CF-LABEL
           MOVE WS-ACTUAL-CASH-CHANGE TO CGLC-CF-AMOUNT
           WRITE CGLC-CF-REPORT-REC
           COMPUTE WS-DIFFERENCE =
               WS-NET-CASH-CHANGE - WS-ACTUAL-CASH-CHANGE
           IF WS-DIFFERENCE = ZERO
               MOVE SPACES TO CGLC-CF-REPORT-REC
               MOVE ZERO TO CGLC-CF-ACCTNUM
               MOVE "CASH FLOW PROVES TO CASH" TO CGLC-CF-LABEL
               MOVE ZERO TO CGLC-CF-AMOUNT
               WRITE CGLC-CF-REPORT-REC
           ELSE
               MOVE SPACES TO CGLC-CF-REPORT-REC
               MOVE ZERO TO CGLC-CF-ACCTNUM
               MOVE "*********************************"
                   TO CGLC-CF-LABEL
               MOVE ZERO TO CGLC-CF-AMOUNT
               WRITE CGLC-CF-REPORT-REC
               MOVE SPACES TO CGLC-CF-REPORT-REC
               MOVE ZERO TO CGLC-CF-ACCTNUM
               MOVE "*** CASH FLOW DOES NOT PROVE BY ***"
                   TO CGLC-CF-LABEL
               MOVE WS-DIFFERENCE TO CGLC-CF-AMOUNT
               WRITE CGLC-CF-REPORT-REC
               MOVE SPACES TO CGLC-CF-REPORT-REC
               MOVE ZERO TO CGLC-CF-ACCTNUM
               MOVE "*********************************"
                   TO CGLC-CF-LABEL
               MOVE ZERO TO CGLC-CF-AMOUNT
               WRITE CGLC-CF-REPORT-REC
               DISPLAY "CGLCASHFLOW: *** DOES NOT PROVE TO CASH BY "
                   WS-DIFFERENCE " ***"
               MOVE 16 TO RETURN-CODE
           END-IF.
       600-EXIT.
           EXIT.
      *****************************************************************
      *   Ask for the two month-ends and open the files.
      *****************************************************************
       900-INITIALIZATION.
      *    RETURN-CODE IS NOT RESET BETWEEN CALLS BY THE OPERATING
      *    SYSTEM, AND CGLBATCHDRIVER'S 300-LOG-STEP-RESULT CHECKS IT
      *    TO DECIDE WHETHER THIS STEP SUCCEEDED - START CLEAN.
           MOVE ZERO TO RETURN-CODE.
           DISPLAY "ENTER BEGINNING MONTH-END (YYYYMM): "
           ACCEPT WS-FROM-PERIOD-N
           DISPLAY "ENTER ENDING MONTH-END (YYYYMM): "
           ACCEPT WS-TO-PERIOD-N
           IF WS-FROM-MONTH < 1 OR WS-FROM-MONTH > 12
                   OR WS-TO-MONTH < 1 OR WS-TO-MONTH > 12
                   OR WS-TO-PERIOD-N NOT > WS-FROM-PERIOD-N
               DISPLAY "INVALID PERIODS - MONTHS MUST BE 01-12 AND "
                   "THE ENDING MONTH AFTER THE BEGINNING MONTH"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CGLC-BALHIST-FILE.
           OPEN INPUT CGLC-CF-CLASS-FILE.
           OPEN OUTPUT CGLC-CF-REPORT-FILE.
       900-EXIT.
           EXIT.
      *****************************************************************
      *   Close files.
      *****************************************************************
       910-END-PROGRAM-RTN.
           CLOSE CGLC-BALHIST-FILE.
           CLOSE CGLC-CF-CLASS-FILE.
           CLOSE CGLC-CF-REPORT-FILE.
       910-EXIT.
           EXIT.
