       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGLSTMTWRITER.
       AUTHOR. COLE SQUIRE.
      *******************************************************************
      * Report writer for the statements defined in COASTMTDEF.DAT
      * (see CGLSTMTDEFMAINT).  CGLINCOMESTMT and CGLBALANCESHEET
      * group accounts only by type; this prints whatever lines the
      * controller has laid out - "Personnel costs", "Occupancy",
      * "Current assets" - off account ranges and department
      * segments, with the subtotals, totals, rules, and spacing the
      * definition asks for.
      *
      * Given a statement ID and a source -
      *   000000  the COA master as of tonight
      *   YYYYMM  the COABALHIST.DAT snapshot for that month-end
      * each account's amount is its balance for A, L and C accounts
      * and its year-to-date activity for I and E accounts - the
      * master's current less beginning balance, or the period's
      * snapshot less the prior December's (the I/E balances carry
      * across the fiscal year, the same basis CGLINCOMESTMT uses).
      *
      * After the statement comes the mapping check.  Every account
      * whose type the statement uses (an income statement maps I
      * and E accounts, so every I and E account is checked) must
      * fall in exactly one account row; the unmapped and the
      * double-mapped are listed and the run ends RC 4.
      *
      * Input:  J:\CS3530\COASTMTDEF.DAT
      *         J:\CS3530\COAFILEMASTER.DAT   (source 000000)
      *         J:\CS3530\COABALHIST.DAT      (source YYYYMM)
      * Output: J:\CS3530\COASTMTRPT.DAT
      *******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CGLC-STMT-DEF-FILE
               ASSIGN TO UT-SYS-STMT-DEF-FILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CGLC-SDEF-KEY.
           SELECT CGL-COA-MASTER-FILE
               ASSIGN TO UT-SYS-COA-MASTER-FILE
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CGLC-MSTR-NO.
           SELECT CGLC-BALHIST-FILE
               ASSIGN TO UT-SYS-BALHIST-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CGLC-SW-REPORT-FILE
               ASSIGN TO UT-SYS-SW-REPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CGLC-STMT-DEF-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  CGLC-STMT-DEF-REC.
           05  CGLC-SDEF-KEY.
               10  CGLC-SDEF-STMT-ID       PIC X(4).
               10  CGLC-SDEF-ROW-NO        PIC 9(3).
           05  CGLC-SDEF-ROW-TYPE          PIC X.
           05  CGLC-SDEF-LABEL             PIC X(30).
           05  CGLC-SDEF-RANGE OCCURS 5 TIMES.
               10  CGLC-SDEF-FROM-ACCT     PIC 9(4).
               10  CGLC-SDEF-TO-ACCT       PIC 9(4).
           05  CGLC-SDEF-DEPT-FROM         PIC 99.
           05  CGLC-SDEF-DEPT-TO           PIC 99.
           05  CGLC-SDEF-REVERSE-SIGN      PIC X.
           05  CGLC-SDEF-TOTAL-LEVEL       PIC 9.
           05  CGLC-SDEF-OPERATOR-ID       PIC X(8).
           05  FILLER                      PIC X(8).
       FD  CGL-COA-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 63 CHARACTERS.
       01  CGL-COA-MSTR-REC.
           05  CGLC-MSTR-NO                PIC 9(4).
           05  CGLC-MSTR-BEG-BALANCE       PIC S9(7)V99.
           05  CGLC-MSTR-CUR-BALANCE       PIC S9(7)V99.
           05  CGLC-MSTR-ACCT-ACTIVE       PIC X.
           05  CGLC-MSTR-ACCT-TYPE         PIC X.
           05  CGLC-MSTR-DESCRIPTION       PIC X(30).
           05  CGLC-MSTR-EFF-DATE          PIC 9(8).
           05  CGLC-MSTR-PEND-STATUS       PIC X.
       FD  CGLC-BALHIST-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  CGLC-BALHIST-REC.
           05  CGLC-SNP-PERIOD             PIC 9(6).
           05  CGLC-SNP-ACCT-NO            PIC 9(4).
           05  CGLC-SNP-CUR-BALANCE        PIC S9(7)V99.
           05  CGLC-SNP-ACCT-TYPE          PIC X.
           05  CGLC-SNP-DESCRIPTION        PIC X(30).
       FD  CGLC-SW-REPORT-FILE
           RECORD CONTAINS 70 CHARACTERS.
      *    STATEMENT LINE.
       01  CGLC-SW-REPORT-REC.
           05  CGLC-SW-LABEL               PIC X(40).
           05  FILLER                      PIC X.
           05  CGLC-SW-AMOUNT              PIC -(9)9.99.
           05  CGLC-SW-AMOUNT-RULE REDEFINES CGLC-SW-AMOUNT
                                           PIC X(13).
           05  FILLER                      PIC X(16).
      *    MAPPING-CHECK LINE.
       01  CGLC-SW-CHECK-REC.
           05  CGLC-SW-CK-ACCTNUM          PIC 9(4).
           05  FILLER                      PIC X.
           05  CGLC-SW-CK-TYPE             PIC X.
           05  FILLER                      PIC X.
           05  CGLC-SW-CK-DESCRIPTION      PIC X(30).
           05  FILLER                      PIC X.
           05  CGLC-SW-CK-MESSAGE          PIC X(20).
           05  FILLER                      PIC X(12).

       WORKING-STORAGE SECTION.
       01  WS-FILES.
           05  UT-SYS-STMT-DEF-FILE        PIC X(50)
               VALUE "J:\CS3530\COASTMTDEF.DAT".
           05  UT-SYS-COA-MASTER-FILE      PIC X(50)
               VALUE "J:\CS3530\COAFILEMASTER.DAT".
           05  UT-SYS-BALHIST-FILE         PIC X(50)
               VALUE "J:\CS3530\COABALHIST.DAT".
           05  UT-SYS-SW-REPORT-FILE       PIC X(50)
               VALUE "J:\CS3530\COASTMTRPT.DAT".
       01  WS-SWITCHES.
           05  WS-END-OF-FILE              PIC X      VALUE "N".
               88  EOF                     VALUE "Y".
           05  WS-STMT-PERIOD-FOUND        PIC X      VALUE "N".
               88  STMT-PERIOD-FOUND       VALUE "Y".
           05  WS-ACCT-MATCH               PIC X      VALUE "N".
               88  ACCT-MATCHES            VALUE "Y".
       01  WS-STMT-ID                      PIC X(4).
       01  WS-STMT-PERIOD.
           05  WS-STMT-YEAR                PIC 9(4).
           05  WS-STMT-MONTH               PIC 99.
       01  WS-STMT-PERIOD-N REDEFINES WS-STMT-PERIOD
                                           PIC 9(6).
      *    PRIOR DECEMBER - THE YEAR-TO-DATE BASE FOR I/E ACCOUNTS
      *    WHEN PRINTING FROM A SNAPSHOT.
       01  WS-BASE-PERIOD.
           05  WS-BASE-YEAR                PIC 9(4).
           05  WS-BASE-MONTH               PIC 99.
       01  WS-BASE-PERIOD-N REDEFINES WS-BASE-PERIOD
                                           PIC 9(6).
      *    THE STATEMENT'S ROWS IN ROW-NUMBER ORDER.
       01  WS-DEF-TABLE.
           05  WS-DEF-COUNT                PIC 9(3)   VALUE ZERO.
           05  WS-DEF-ENTRY OCCURS 300 TIMES.
               10  WS-DF-ROW-TYPE          PIC X.
               10  WS-DF-LABEL             PIC X(30).
               10  WS-DF-RANGE OCCURS 5 TIMES.
                   15  WS-DF-FROM-ACCT     PIC 9(4).
                   15  WS-DF-TO-ACCT       PIC 9(4).
               10  WS-DF-DEPT-FROM         PIC 99.
               10  WS-DF-DEPT-TO           PIC 99.
               10  WS-DF-REVERSE-SIGN      PIC X.
               10  WS-DF-TOTAL-LEVEL       PIC 9.
      *    EVERY ACCOUNT ON THE SOURCE, WITH ITS STATEMENT AMOUNT AND
      *    HOW MANY ACCOUNT ROWS PICKED IT UP.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-COUNT               PIC 9(3)   VALUE ZERO.
           05  WS-ACCT-ENTRY OCCURS 500 TIMES.
               10  WS-AC-NO                PIC 9(4).
               10  WS-AC-NO-SEG REDEFINES WS-AC-NO.
                   15  WS-AC-NO-MAJOR      PIC 99.
                   15  WS-AC-NO-DEPT       PIC 99.
               10  WS-AC-TYPE              PIC X.
               10  WS-AC-DESCRIPTION       PIC X(30).
               10  WS-AC-STMT-BAL          PIC S9(9)V99.
               10  WS-AC-BASE-BAL          PIC S9(9)V99.
               10  WS-AC-AMOUNT            PIC S9(9)V99.
               10  WS-AC-MAP-COUNT         PIC 9(3).
       01  WS-SUB                          PIC 9(3).
       01  WS-FOUND-SUB                    PIC 9(3).
       01  WS-DEF-SUB                      PIC 9(3).
       01  WS-RANGE-SUB                    PIC 9.
       01  WS-LEVEL-SUB                    PIC 9.
      *    RUNNING TOTALS BY LEVEL - EVERY ACCOUNT ROW ADDS TO ALL
      *    FIVE, A TOTAL ROW PRINTS ITS LEVEL AND CLEARS IT AND THE
      *    LEVELS BELOW.
       01  WS-LEVEL-TOTALS.
           05  WS-LEVEL-TOTAL OCCURS 5 TIMES
                                           PIC S9(9)V99.
       01  WS-ROW-AMOUNT                   PIC S9(9)V99.
      *    ACCOUNT TYPES THE STATEMENT USES - THE MAPPING CHECK'S
      *    SCOPE.
       01  WS-SCOPE-TYPES.
           05  WS-SCOPE-TYPE OCCURS 5 TIMES
                                           PIC X.
       01  WS-CHECK-COUNTS.
           05  WS-UNMAPPED-COUNT           PIC 9(5)   VALUE ZERO.
           05  WS-MULTI-MAPPED-COUNT       PIC 9(5)   VALUE ZERO.
       01  WS-MAP-COUNT-EDIT               PIC ZZ9.

       PROCEDURE DIVISION.
      *****************************************************************
      *  Ask for the statement and the source, load the definition
      *  and the account amounts, print the statement, then check
      *  the mapping.
      *****************************************************************
       100-MAIN.
           PERFORM 900-INITIALIZATION THRU 900-EXIT.
           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           PERFORM 200-LOAD-DEFINITION THRU 200-EXIT.
           IF WS-DEF-COUNT = ZERO
               DISPLAY "STATEMENT " WS-STMT-ID " IS NOT DEFINED"
               PERFORM 910-END-PROGRAM-RTN THRU 910-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-STMT-PERIOD-N = ZERO
               PERFORM 300-LOAD-MASTER THRU 300-EXIT
           ELSE
               PERFORM 320-LOAD-SNAPSHOTS THRU 320-EXIT
               IF NOT STMT-PERIOD-FOUND
                   DISPLAY "NO SNAPSHOT ON FILE FOR PERIOD "
                       WS-STMT-PERIOD-N " - RUN CGLSNAPSHOT FIRST"
                   PERFORM 910-END-PROGRAM-RTN THRU 910-EXIT
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF
           IF RETURN-CODE NOT = ZERO
               PERFORM 910-END-PROGRAM-RTN THRU 910-EXIT
               GOBACK
           END-IF
           PERFORM 400-WRITE-STATEMENT THRU 400-EXIT.
           PERFORM 500-CHECK-MAPPING THRU 500-EXIT.
           PERFORM 910-END-PROGRAM-RTN THRU 910-EXIT.
           DISPLAY "STATEMENT " WS-STMT-ID " COMPLETE - "
               WS-UNMAPPED-COUNT " UNMAPPED, "
               WS-MULTI-MAPPED-COUNT " MAPPED MORE THAN ONCE".
           IF WS-UNMAPPED-COUNT NOT = ZERO
                   OR WS-MULTI-MAPPED-COUNT NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.
      *****************************************************************
      *  Every row of the statement, in key order, into the table.
      *****************************************************************
       200-LOAD-DEFINITION.
           MOVE WS-STMT-ID TO CGLC-SDEF-STMT-ID
           MOVE ZERO TO CGLC-SDEF-ROW-NO
           START CGLC-STMT-DEF-FILE KEY IS NOT LESS THAN CGLC-SDEF-KEY
               INVALID KEY MOVE "Y" TO WS-END-OF-FILE
           END-START
           PERFORM UNTIL EOF
               READ CGLC-STMT-DEF-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-END-OF-FILE
                   NOT AT END
                       IF CGLC-SDEF-STMT-ID NOT = WS-STMT-ID
                           MOVE "Y" TO WS-END-OF-FILE
                       ELSE
                           PERFORM 250-STORE-ROW THRU 250-EXIT
                       END-IF
               END-READ
           END-PERFORM
           MOVE "N" TO WS-END-OF-FILE.
       200-EXIT.
           EXIT.
      *****************************************************************
      *  Copy one definition row into the table.
      *****************************************************************
       250-STORE-ROW.
           IF WS-DEF-COUNT NOT < 300
               DISPLAY "STATEMENT " WS-STMT-ID
                   " EXCEEDS THE WORK TABLE - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               MOVE "Y" TO WS-END-OF-FILE
               GO TO 250-EXIT
           END-IF
           ADD 1 TO WS-DEF-COUNT
           MOVE CGLC-SDEF-ROW-TYPE TO WS-DF-ROW-TYPE (WS-DEF-COUNT)
           MOVE CGLC-SDEF-LABEL TO WS-DF-LABEL (WS-DEF-COUNT)
           PERFORM VARYING WS-RANGE-SUB FROM 1 BY 1
                   UNTIL WS-RANGE-SUB > 5
               MOVE CGLC-SDEF-FROM-ACCT (WS-RANGE-SUB)
                   TO WS-DF-FROM-ACCT (WS-DEF-COUNT, WS-RANGE-SUB)
               MOVE CGLC-SDEF-TO-ACCT (WS-RANGE-SUB)
                   TO WS-DF-TO-ACCT (WS-DEF-COUNT, WS-RANGE-SUB)
           END-PERFORM
           MOVE CGLC-SDEF-DEPT-FROM TO WS-DF-DEPT-FROM (WS-DEF-COUNT)
           MOVE CGLC-SDEF-DEPT-TO TO WS-DF-DEPT-TO (WS-DEF-COUNT)
           MOVE CGLC-SDEF-REVERSE-SIGN
               TO WS-DF-REVERSE-SIGN (WS-DEF-COUNT)
           MOVE CGLC-SDEF-TOTAL-LEVEL
               TO WS-DF-TOTAL-LEVEL (WS-DEF-COUNT).
       250-EXIT.
           EXIT.
      *****************************************************************
      *  Source 000000 - tonight's balances straight off the master.
      *****************************************************************
       300-LOAD-MASTER.
           OPEN INPUT CGL-COA-MASTER-FILE
           PERFORM UNTIL EOF
               READ CGL-COA-MASTER-FILE
                   AT END MOVE "Y" TO WS-END-OF-FILE
                   NOT AT END
                       IF WS-ACCT-COUNT NOT < 500
                           DISPLAY "COA MASTER EXCEEDS THE WORK "
                               "TABLE - RUN REFUSED"
                           MOVE 16 TO RETURN-CODE
                           MOVE "Y" TO WS-END-OF-FILE
                       ELSE
                           ADD 1 TO WS-ACCT-COUNT
                           MOVE WS-ACCT-COUNT TO WS-SUB
                           MOVE CGLC-MSTR-NO TO WS-AC-NO (WS-SUB)
                           MOVE CGLC-MSTR-ACCT-TYPE
                               TO WS-AC-TYPE (WS-SUB)
                           MOVE CGLC-MSTR-DESCRIPTION
                               TO WS-AC-DESCRIPTION (WS-SUB)
                           MOVE CGLC-MSTR-CUR-BALANCE
                               TO WS-AC-STMT-BAL (WS-SUB)
                           MOVE CGLC-MSTR-BEG-BALANCE
                               TO WS-AC-BASE-BAL (WS-SUB)
                           PERFORM 350-SET-AMOUNT THRU 350-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CGL-COA-MASTER-FILE.
       300-EXIT.
           EXIT.
      *****************************************************************
      *  Source YYYYMM - one pass over the history, folding in the
      *  statement period's rows and the prior December's.
      *****************************************************************
       320-LOAD-SNAPSHOTS.
           COMPUTE WS-BASE-YEAR = WS-STMT-YEAR - 1
           MOVE 12 TO WS-BASE-MONTH
           OPEN INPUT CGLC-BALHIST-FILE
           PERFORM UNTIL EOF
               READ CGLC-BALHIST-FILE
                   AT END MOVE "Y" TO WS-END-OF-FILE
                   NOT AT END
                       IF CGLC-SNP-PERIOD = WS-STMT-PERIOD-N
                               OR CGLC-SNP-PERIOD = WS-BASE-PERIOD-N
                           PERFORM 330-FOLD-SNAPSHOT THRU 330-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CGLC-BALHIST-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ACCT-COUNT
               PERFORM 350-SET-AMOUNT THRU 350-EXIT
           END-PERFORM.
       320-EXIT.
           EXIT.
      *****************************************************************
      *  Find-or-add the row's account and store the balance in the
      *  slot for the row's period.
      *****************************************************************
       330-FOLD-SNAPSHOT.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ACCT-COUNT
               IF WS-AC-NO (WS-SUB) = CGLC-SNP-ACCT-NO
                   MOVE WS-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = ZERO
               IF WS-ACCT-COUNT NOT < 500
                   DISPLAY "PERIOD " WS-STMT-PERIOD-N
                       " EXCEEDS THE WORK TABLE - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   MOVE "Y" TO WS-END-OF-FILE
                   GO TO 330-EXIT
               END-IF
               ADD 1 TO WS-ACCT-COUNT
               MOVE WS-ACCT-COUNT TO WS-FOUND-SUB
               MOVE CGLC-SNP-ACCT-NO TO WS-AC-NO (WS-FOUND-SUB)
               MOVE CGLC-SNP-ACCT-TYPE TO WS-AC-TYPE (WS-FOUND-SUB)
               MOVE CGLC-SNP-DESCRIPTION
                   TO WS-AC-DESCRIPTION (WS-FOUND-SUB)
               MOVE ZERO TO WS-AC-STMT-BAL (WS-FOUND-SUB)
               MOVE ZERO TO WS-AC-BASE-BAL (WS-FOUND-SUB)
           END-IF
           IF CGLC-SNP-PERIOD = WS-STMT-PERIOD-N
               MOVE "Y" TO WS-STMT-PERIOD-FOUND
               MOVE CGLC-SNP-CUR-BALANCE
                   TO WS-AC-STMT-BAL (WS-FOUND-SUB)
      *        THE STATEMENT PERIOD'S ROW CARRIES THE FRESHEST
      *        DESCRIPTION AND TYPE.
               MOVE CGLC-SNP-ACCT-TYPE TO WS-AC-TYPE (WS-FOUND-SUB)
               MOVE CGLC-SNP-DESCRIPTION
                   TO WS-AC-DESCRIPTION (WS-FOUND-SUB)
           ELSE
               MOVE CGLC-SNP-CUR-BALANCE
                   TO WS-AC-BASE-BAL (WS-FOUND-SUB)
           END-IF.
       330-EXIT.
           EXIT.
      *****************************************************************
      *  Balance for the balance-sheet types, year-to-date activity
      *  for income and expense.
      *****************************************************************
       350-SET-AMOUNT.
           IF WS-AC-TYPE (WS-SUB) = "I" OR WS-AC-TYPE (WS-SUB) = "E"
               COMPUTE WS-AC-AMOUNT (WS-SUB) =
                   WS-AC-STMT-BAL (WS-SUB) - WS-AC-BASE-BAL (WS-SUB)
           ELSE
               MOVE WS-AC-STMT-BAL (WS-SUB) TO WS-AC-AMOUNT (WS-SUB)
           END-IF
           MOVE ZERO TO WS-AC-MAP-COUNT (WS-SUB).
       350-EXIT.
           EXIT.
      *****************************************************************
      *  The statement itself, one output line per definition row.
      *****************************************************************
       400-WRITE-STATEMENT.
           PERFORM VARYING WS-DEF-SUB FROM 1 BY 1
                   UNTIL WS-DEF-SUB > WS-DEF-COUNT
               MOVE SPACES TO CGLC-SW-REPORT-REC
               EVALUATE WS-DF-ROW-TYPE (WS-DEF-SUB)
                   WHEN "H"
                       MOVE WS-DF-LABEL (WS-DEF-SUB) TO CGLC-SW-LABEL
                   WHEN "A"
                       PERFORM 420-SUM-ACCOUNTS THRU 420-EXIT
                       PERFORM 450-EDIT-AMOUNT THRU 450-EXIT
                   WHEN "T"
                       MOVE WS-DF-TOTAL-LEVEL (WS-DEF-SUB)
                           TO WS-LEVEL-SUB
                       MOVE WS-LEVEL-TOTAL (WS-LEVEL-SUB)
                           TO WS-ROW-AMOUNT
                       PERFORM VARYING WS-LEVEL-SUB FROM 1 BY 1
                               UNTIL WS-LEVEL-SUB
                                   > WS-DF-TOTAL-LEVEL (WS-DEF-SUB)
                           MOVE ZERO TO WS-LEVEL-TOTAL (WS-LEVEL-SUB)
                       END-PERFORM
                       PERFORM 450-EDIT-AMOUNT THRU 450-EXIT
                   WHEN "U"
                       MOVE ALL "-" TO CGLC-SW-AMOUNT-RULE
               END-EVALUATE
               WRITE CGLC-SW-REPORT-REC
           END-PERFORM.
       400-EXIT.
           EXIT.
      *****************************************************************
      *  Sum the accounts an account row selects - inside any of its
      *  ranges and inside its department span - into the row and
      *  every running-total level, and count the hit against each
      *  account for the mapping check.
      *****************************************************************
       420-SUM-ACCOUNTS.
           MOVE ZERO TO WS-ROW-AMOUNT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ACCT-COUNT
               MOVE "N" TO WS-ACCT-MATCH
               IF WS-AC-NO-DEPT (WS-SUB)
                       NOT < WS-DF-DEPT-FROM (WS-DEF-SUB)
                   AND WS-AC-NO-DEPT (WS-SUB)
                       NOT > WS-DF-DEPT-TO (WS-DEF-SUB)
                   PERFORM VARYING WS-RANGE-SUB FROM 1 BY 1
                           UNTIL WS-RANGE-SUB > 5
                       IF WS-DF-FROM-ACCT (WS-DEF-SUB, WS-RANGE-SUB)
                               NOT = ZERO
                           AND WS-AC-NO (WS-SUB) NOT <
                               WS-DF-FROM-ACCT (WS-DEF-SUB,
                                                WS-RANGE-SUB)
                           AND WS-AC-NO (WS-SUB) NOT >
                               WS-DF-TO-ACCT (WS-DEF-SUB,
                                              WS-RANGE-SUB)
                           MOVE "Y" TO WS-ACCT-MATCH
                       END-IF
                   END-PERFORM
               END-IF
               IF ACCT-MATCHES
                   ADD WS-AC-AMOUNT (WS-SUB) TO WS-ROW-AMOUNT
                   ADD 1 TO WS-AC-MAP-COUNT (WS-SUB)
               END-IF
           END-PERFORM
           PERFORM VARYING WS-LEVEL-SUB FROM 1 BY 1
                   UNTIL WS-LEVEL-SUB > 5
               ADD WS-ROW-AMOUNT TO WS-LEVEL-TOTAL (WS-LEVEL-SUB)
           END-PERFORM.
       420-EXIT.
           EXIT.
      *****************************************************************
      *  Label and amount, negated for a reverse-sign row.
      *****************************************************************
       450-EDIT-AMOUNT.
           MOVE WS-DF-LABEL (WS-DEF-SUB) TO CGLC-SW-LABEL
           IF WS-DF-REVERSE-SIGN (WS-DEF-SUB) = "Y"
               COMPUTE CGLC-SW-AMOUNT = ZERO - WS-ROW-AMOUNT
           ELSE
               MOVE WS-ROW-AMOUNT TO CGLC-SW-AMOUNT
           END-IF.
       450-EXIT.
           EXIT.
      *****************************************************************
      *  Work out which account types the statement uses, then list
      *  every account of those types that no row picked up, or
      *  that more than one row did.
      *****************************************************************
       500-CHECK-MAPPING.
           MOVE SPACES TO WS-SCOPE-TYPES
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ACCT-COUNT
               IF WS-AC-MAP-COUNT (WS-SUB) NOT = ZERO
                   EVALUATE WS-AC-TYPE (WS-SUB)
                       WHEN "I" MOVE "Y" TO WS-SCOPE-TYPE (1)
                       WHEN "E" MOVE "Y" TO WS-SCOPE-TYPE (2)
                       WHEN "A" MOVE "Y" TO WS-SCOPE-TYPE (3)
                       WHEN "L" MOVE "Y" TO WS-SCOPE-TYPE (4)
                       WHEN "C" MOVE "Y" TO WS-SCOPE-TYPE (5)
                   END-EVALUATE
               END-IF
           END-PERFORM
           MOVE SPACES TO CGLC-SW-REPORT-REC
           WRITE CGLC-SW-REPORT-REC
           MOVE SPACES TO CGLC-SW-REPORT-REC
           MOVE "MAPPING CHECK" TO CGLC-SW-LABEL
           WRITE CGLC-SW-REPORT-REC
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ACCT-COUNT
               PERFORM 550-CHECK-ACCOUNT THRU 550-EXIT
           END-PERFORM
           IF WS-UNMAPPED-COUNT = ZERO
                   AND WS-MULTI-MAPPED-COUNT = ZERO
               MOVE SPACES TO CGLC-SW-REPORT-REC
               MOVE "  EVERY ACCOUNT MAPS TO EXACTLY ONE LINE"
                   TO CGLC-SW-LABEL
               WRITE CGLC-SW-REPORT-REC
           END-IF.
       500-EXIT.
           EXIT.
      *****************************************************************
      *  One account against the mapping rule.
      *****************************************************************
       550-CHECK-ACCOUNT.
           EVALUATE WS-AC-TYPE (WS-SUB)
               WHEN "I" MOVE 1 TO WS-LEVEL-SUB
               WHEN "E" MOVE 2 TO WS-LEVEL-SUB
               WHEN "A" MOVE 3 TO WS-LEVEL-SUB
               WHEN "L" MOVE 4 TO WS-LEVEL-SUB
               WHEN "C" MOVE 5 TO WS-LEVEL-SUB
               WHEN OTHER GO TO 550-EXIT
           END-EVALUATE
           IF WS-SCOPE-TYPE (WS-LEVEL-SUB) NOT = "Y"
                   OR WS-AC-MAP-COUNT (WS-SUB) = 1
               GO TO 550-EXIT
           END-IF
           MOVE SPACES TO CGLC-SW-CHECK-REC
           MOVE WS-AC-NO (WS-SUB) TO CGLC-SW-CK-ACCTNUM
           MOVE WS-AC-TYPE (WS-SUB) TO CGLC-SW-CK-TYPE
           MOVE WS-AC-DESCRIPTION (WS-SUB) TO CGLC-SW-CK-DESCRIPTION
           IF WS-AC-MAP-COUNT (WS-SUB) = ZERO
               MOVE "NOT MAPPED" TO CGLC-SW-CK-MESSAGE
               ADD 1 TO WS-UNMAPPED-COUNT
           ELSE
               MOVE WS-AC-MAP-COUNT (WS-SUB) TO WS-MAP-COUNT-EDIT
               STRING "MAPPED " WS-MAP-COUNT-EDIT " TIMES"
                   DELIMITED BY SIZE INTO CGLC-SW-CK-MESSAGE
               ADD 1 TO WS-MULTI-MAPPED-COUNT
           END-IF
           WRITE CGLC-SW-CHECK-REC.
       550-EXIT.
           EXIT.
      *****************************************************************
      *   Ask for the statement and source, and open the files.
      *****************************************************************
       900-INITIALIZATION.
      *    RETURN-CODE IS NOT RESET BETWEEN CALLS BY THE OPERATING
      *    SYSTEM, AND CGLBATCHDRIVER'S 300-LOG-STEP-RESULT CHECKS IT
      *    TO DECIDE WHETHER THIS STEP SUCCEEDED - START CLEAN.
           MOVE ZERO TO RETURN-CODE.
           PERFORM VARYING WS-LEVEL-SUB FROM 1 BY 1
                   UNTIL WS-LEVEL-SUB > 5
               MOVE ZERO TO WS-LEVEL-TOTAL (WS-LEVEL-SUB)
           END-PERFORM.
           DISPLAY "ENTER STATEMENT ID: "
           ACCEPT WS-STMT-ID
           DISPLAY "ENTER SOURCE PERIOD (YYYYMM, 000000 FOR THE "
               "COA MASTER): "
           ACCEPT WS-STMT-PERIOD-N
           IF WS-STMT-PERIOD-N NOT = ZERO
                   AND (WS-STMT-MONTH < 1 OR WS-STMT-MONTH > 12)
               DISPLAY "INVALID PERIOD - MONTH MUST BE 01-12"
               MOVE 16 TO RETURN-CODE
               GO TO 900-EXIT
           END-IF
           OPEN INPUT CGLC-STMT-DEF-FILE.
           OPEN OUTPUT CGLC-SW-REPORT-FILE.
       900-EXIT.
           EXIT.
      *****************************************************************
      *   Close files.
      *****************************************************************
       910-END-PROGRAM-RTN.
           CLOSE CGLC-STMT-DEF-FILE.
           CLOSE CGLC-SW-REPORT-FILE.
       910-EXIT.
           EXIT.
