       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGLFADEPR.
       AUTHOR. COLE SQUIRE.
      *******************************************************************
      * Monthly depreciation run off the fixed asset master.  This
      * replaces the flat depreciation amount that used to ride on
      * COASTANDING.DAT - every asset in service is depreciated for
      * the requested month by its own method:
      *
      *   S  straight-line - (cost - salvage) / life, evenly.
      *   D  double-declining balance - twice the straight-line rate
      *      on the remaining book value, switching to straight-line
      *      over the remaining life once that gives more.
      *
      * Depreciation starts in the in-service month, never takes book
      * value below salvage, and the final month of the life takes
      * whatever is left.  A month that was skipped catches up on the
      * next run, the way CGLSTANDINGGEN catches up a missed standing
      * entry.  Each asset's charge goes into COAJRNLFILE.DAT as one
      * balanced entry - expense debited, accumulated depreciation
      * credited - for CGLJOURNALPOST to post.
      *
      * An asset keyed for disposal on CGLFAMAINT is depreciated
      * through the month before its disposal month and then taken
      * off the books in one more entry: accumulated depreciation
      * debited, proceeds debited to the account they went to, cost
      * credited to the asset account, and the difference struck to
      * the gain/loss account (a gain credited, a loss debited).
      *
      * A period already run (on FADEPRCTL.DAT) is refused so a rerun
      * cannot depreciate the same month twice.
      *
      * Input:  J:\CS3530\FAMASTER.DAT (accumulated depreciation and
      *         status updated)
      * Output: J:\CS3530\COAJRNLFILE.DAT (extended)
      *         J:\CS3530\COAJRNLAPPR.DAT (extended)
      *         J:\CS3530\FADEPRRPT.DAT
      *         J:\CS3530\FADEPRCTL.DAT (extended)
      *******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FA-MASTER-FILE
               ASSIGN TO UT-SYS-FA-MASTER-FILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS FA-ASSET-NO.
           SELECT OPTIONAL CGL-JOURNAL-FILE
               ASSIGN TO UT-SYS-JOURNAL-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CGL-JRNL-APPROVAL-FILE
               ASSIGN TO UT-SYS-JRNL-APPROVAL-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CGLC-FA-REPORT-FILE
               ASSIGN TO UT-SYS-FA-REPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
      *    OPTIONAL - THE FIRST DEPRECIATION RUN CREATES THE
      *    RUN-CONTROL FILE.
           SELECT OPTIONAL CGLC-FA-CTL-FILE
               ASSIGN TO UT-SYS-FA-CTL-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *    SAME 130-BYTE LAYOUT CGLFAMAINT MAINTAINS.
       FD  FA-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS.
       01  FA-MASTER-REC.
           05  FA-ASSET-NO                 PIC 9(6).
           05  FA-DESCRIPTION              PIC X(30).
           05  FA-COST                     PIC 9(7)V99.
           05  FA-SALVAGE                  PIC 9(7)V99.
           05  FA-IN-SERVICE-DATE          PIC 9(8).
           05  FA-LIFE-MONTHS              PIC 9(3).
           05  FA-METHOD                   PIC X.
               88  FA-STRAIGHT-LINE        VALUE "S".
               88  FA-DECLINING-BALANCE    VALUE "D".
           05  FA-ASSET-ACCT               PIC 9(4).
           05  FA-ACCUM-ACCT               PIC 9(4).
           05  FA-EXPENSE-ACCT             PIC 9(4).
           05  FA-ACCUM-DEPR               PIC 9(7)V99.
           05  FA-LAST-DEPR-PERIOD         PIC 9(6).
           05  FA-STATUS                   PIC X.
               88  FA-IN-SERVICE           VALUE "A".
               88  FA-DISPOSAL-PENDING     VALUE "P".
               88  FA-DISPOSED             VALUE "D".
           05  FA-DISPOSAL-DATE            PIC 9(8).
           05  FA-PROCEEDS                 PIC 9(7)V99.
           05  FA-PROCEEDS-ACCT            PIC 9(4).
           05  FA-GAIN-LOSS-ACCT           PIC 9(4).
           05  FA-OPERATOR-ID              PIC X(8).
           05  FILLER                      PIC X(3).
      *    SAME LAYOUT CGLJRNLENTRY WRITES AND CGLJOURNALPOST READS.
       FD  CGL-JOURNAL-FILE
           RECORD CONTAINS 77 CHARACTERS.
       01  CGL-JOURNAL-REC.
           05  JRNL-ENTRY-NO               PIC 9(5).
           05  JRNL-LINE-NO                PIC 9(3).
           05  JRNL-ACCT-NO                PIC 9(4).
           05  JRNL-DEBIT-AMT              PIC 9(7)V99.
           05  JRNL-CREDIT-AMT             PIC 9(7)V99.
           05  JRNL-DESCRIPTION            PIC X(30).
           05  JRNL-EFF-DATE               PIC 9(8).
           05  JRNL-OPERATOR-ID            PIC X(8).
           05  JRNL-REVERSE-FLAG           PIC X.
      *    SAME LAYOUT CGLJRNLAPPROVE MAINTAINS AND CGLJOURNALPOST
      *    READS.
       FD  CGL-JRNL-APPROVAL-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  CGL-JRNL-APPROVAL-REC.
           05  JAPR-ENTRY-NO               PIC 9(5).
           05  JAPR-STATUS                 PIC X.
           05  JAPR-ENTRY-AMT              PIC 9(7)V99.
           05  JAPR-DESCRIPTION            PIC X(30).
           05  JAPR-MAKER-ID               PIC X(8).
           05  JAPR-KEYED-TS               PIC X(14).
           05  JAPR-APPROVER-1             PIC X(8).
           05  JAPR-APPROVED-1-TS          PIC X(14).
           05  JAPR-APPROVER-2             PIC X(8).
           05  JAPR-APPROVED-2-TS          PIC X(14).
           05  FILLER                      PIC X(9).
       FD  CGLC-FA-REPORT-FILE
           RECORD CONTAINS 70 CHARACTERS.
       01  CGLC-FA-REPORT-REC.
           05  CGLC-FR-ASSET-NO            PIC 9(6).
           05  FILLER                      PIC X.
           05  CGLC-FR-ACTION              PIC X(8).
           05  FILLER                      PIC X.
           05  CGLC-FR-AMOUNT              PIC -(7)9.99.
           05  FILLER                      PIC X.
           05  CGLC-FR-ENTRY-NO            PIC 9(5).
           05  FILLER                      PIC X.
           05  CGLC-FR-NOTE                PIC X(30).
           05  FILLER                      PIC X(6).
      *    ONE ROW PER PERIOD EVER DEPRECIATED, SO A RERUN OF THE SAME
      *    MONTH IS CAUGHT BEFORE IT DOUBLES EVERY CHARGE.
       FD  CGLC-FA-CTL-FILE
           RECORD CONTAINS 6 CHARACTERS.
       01  CGLC-FA-CTL-REC.
           05  CGLC-FC-PERIOD              PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-FILES.
           05  UT-SYS-FA-MASTER-FILE       PIC X(50)
               VALUE "J:\CS3530\FAMASTER.DAT".
           05  UT-SYS-JOURNAL-FILE         PIC X(50)
               VALUE "J:\CS3530\COAJRNLFILE.DAT".
           05  UT-SYS-JRNL-APPROVAL-FILE   PIC X(50)
               VALUE "J:\CS3530\COAJRNLAPPR.DAT".
           05  UT-SYS-FA-REPORT-FILE       PIC X(50)
               VALUE "J:\CS3530\FADEPRRPT.DAT".
           05  UT-SYS-FA-CTL-FILE          PIC X(50)
               VALUE "J:\CS3530\FADEPRCTL.DAT".
       01  WS-SWITCHES.
           05  WS-END-OF-FILE              PIC X      VALUE "N".
               88  EOF                     VALUE "Y".
           05  WS-PERIOD-DONE              PIC X      VALUE "N".
               88  PERIOD-DONE             VALUE "Y".
       01  WS-DEPR-PERIOD.
           05  WS-DP-YEAR                  PIC 9(4).
           05  WS-DP-MONTH                 PIC 99.
       01  WS-DEPR-PERIOD-N REDEFINES WS-DEPR-PERIOD
                                           PIC 9(6).
      *    DATES BROKEN OUT SO A MONTH CAN BE TURNED INTO A RUNNING
      *    MONTH NUMBER (YEAR * 12 + MONTH) FOR THE LIFE ARITHMETIC.
       01  WS-WORK-DATE.
           05  WS-WD-YEAR                  PIC 9(4).
           05  WS-WD-MONTH                 PIC 99.
           05  WS-WD-DAY                   PIC 99.
       01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
                                           PIC 9(8).
       01  WS-MONTH-WORK.
           05  WS-RUN-MONTH-NO             PIC 9(6).
           05  WS-IN-SERVICE-MONTH-NO      PIC 9(6).
           05  WS-FIRST-MONTH-NO           PIC 9(6).
           05  WS-LAST-MONTH-NO            PIC 9(6).
           05  WS-DISPOSAL-MONTH-NO        PIC 9(6).
           05  WS-MONTH-NO                 PIC 9(6).
           05  WS-ELAPSED-MONTHS           PIC S9(5).
           05  WS-REMAINING-MONTHS         PIC S9(5).
       01  WS-DEPR-WORK.
           05  WS-DEPRECIABLE-LEFT         PIC S9(7)V99.
           05  WS-MONTH-AMT                PIC S9(7)V99.
           05  WS-SL-AMT                   PIC S9(7)V99.
           05  WS-ASSET-DEPR-TOTAL         PIC S9(7)V99.
           05  WS-GAIN-LOSS-AMT            PIC S9(7)V99.
           05  WS-ENTRY-AMT                PIC 9(7)V99.
           05  WS-LINE-NO                  PIC 9(3).
       01  WS-RUN-TOTALS.
           05  WS-ASSET-COUNT              PIC 9(5)   VALUE ZERO.
           05  WS-ENTRY-COUNT              PIC 9(5)   VALUE ZERO.
           05  WS-DISPOSAL-COUNT           PIC 9(5)   VALUE ZERO.
           05  WS-RUN-DEPR-TOTAL           PIC S9(9)V99 VALUE ZERO.
       01  WS-NEXT-ENTRY-NO                PIC 9(5)   VALUE 1.
       01  WS-TIMESTAMP                    PIC X(21).
       01  WS-JRNL-DESC.
           05  WS-JD-CAPTION               PIC X(13).
           05  WS-JD-ASSET-NO              PIC 9(6).
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-JD-PERIOD                PIC 9(6).
           05  FILLER                      PIC X(4)   VALUE SPACES.

       PROCEDURE DIVISION.
      *****************************************************************
      *  Ask for the period, refuse a repeat, then depreciate every
      *  asset and post the pending disposals.
      *****************************************************************
       100-MAIN.
           MOVE ZERO TO RETURN-CODE
           DISPLAY "ENTER PERIOD TO DEPRECIATE (YYYYMM): "
           ACCEPT WS-DEPR-PERIOD-N
           IF WS-DP-MONTH < 1 OR WS-DP-MONTH > 12
               DISPLAY "INVALID PERIOD - MONTH MUST BE 01-12"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 150-CHECK-PERIOD-DONE THRU 150-EXIT.
           IF PERIOD-DONE
               DISPLAY "PERIOD " WS-DEPR-PERIOD-N
                   " HAS ALREADY BEEN DEPRECIATED - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-RUN-MONTH-NO = WS-DP-YEAR * 12 + WS-DP-MONTH
           PERFORM 350-FIND-NEXT-ENTRY-NO THRU 350-EXIT.
           PERFORM 900-INITIALIZATION THRU 900-EXIT.
           PERFORM 200-READ-ASSET THRU 200-EXIT.
           PERFORM 300-PROCESS-ASSET THRU 300-EXIT
                   UNTIL EOF.
           PERFORM 500-RECORD-PERIOD THRU 500-EXIT.
           PERFORM 910-END-PROGRAM-RTN THRU 910-EXIT.
           DISPLAY "DEPRECIATION COMPLETE - " WS-ASSET-COUNT
               " ASSETS CHARGED " WS-RUN-DEPR-TOTAL ", "
               WS-DISPOSAL-COUNT " DISPOSALS POSTED FOR "
               WS-DEPR-PERIOD-N.
           GOBACK.
      *****************************************************************
      *  Has this period already been depreciated?
      *****************************************************************
       150-CHECK-PERIOD-DONE.
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT CGLC-FA-CTL-FILE
           PERFORM UNTIL EOF
               READ CGLC-FA-CTL-FILE
                   AT END MOVE "Y" TO WS-END-OF-FILE
                   NOT AT END
                       IF CGLC-FC-PERIOD = WS-DEPR-PERIOD-N
                           MOVE "Y" TO WS-PERIOD-DONE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CGLC-FA-CTL-FILE
           MOVE "N" TO WS-END-OF-FILE.
       150-EXIT.
           EXIT.
      *****************************************************************
      *  Read the next asset off the master.
      *****************************************************************
       200-READ-ASSET.
           READ FA-MASTER-FILE NEXT RECORD
               AT END MOVE "Y" TO WS-END-OF-FILE
           END-READ.
       200-EXIT.
           EXIT.
      *****************************************************************
      *  Depreciate one asset through the run month (or through the
      *  month before its disposal), then post its disposal if one
      *  has come due.
      *****************************************************************
       300-PROCESS-ASSET.
           IF FA-DISPOSED
               GO TO 300-NEXT
           END-IF
           MOVE FA-IN-SERVICE-DATE TO WS-WORK-DATE-N
           COMPUTE WS-IN-SERVICE-MONTH-NO =
               WS-WD-YEAR * 12 + WS-WD-MONTH
           IF WS-IN-SERVICE-MONTH-NO > WS-RUN-MONTH-NO
               GO TO 300-NEXT
           END-IF
      *    FIRST MONTH NOT YET TAKEN - THE IN-SERVICE MONTH FOR A NEW
      *    ASSET, OTHERWISE THE MONTH AFTER THE LAST ONE TAKEN.
           IF FA-LAST-DEPR-PERIOD = ZERO
               MOVE WS-IN-SERVICE-MONTH-NO TO WS-FIRST-MONTH-NO
           ELSE
               MOVE FA-LAST-DEPR-PERIOD TO WS-WORK-DATE (1:6)
               COMPUTE WS-FIRST-MONTH-NO =
                   WS-WD-YEAR * 12 + WS-WD-MONTH + 1
           END-IF
           MOVE WS-RUN-MONTH-NO TO WS-LAST-MONTH-NO
           MOVE ZERO TO WS-DISPOSAL-MONTH-NO
           IF FA-DISPOSAL-PENDING
               MOVE FA-DISPOSAL-DATE TO WS-WORK-DATE-N
               COMPUTE WS-DISPOSAL-MONTH-NO =
                   WS-WD-YEAR * 12 + WS-WD-MONTH
               IF WS-DISPOSAL-MONTH-NO NOT > WS-LAST-MONTH-NO
                   COMPUTE WS-LAST-MONTH-NO =
                       WS-DISPOSAL-MONTH-NO - 1
               END-IF
           END-IF
           MOVE ZERO TO WS-ASSET-DEPR-TOTAL
           PERFORM 320-DEPRECIATE-ONE-MONTH THRU 320-EXIT
               VARYING WS-MONTH-NO FROM WS-FIRST-MONTH-NO BY 1
               UNTIL WS-MONTH-NO > WS-LAST-MONTH-NO
           IF WS-ASSET-DEPR-TOTAL > ZERO
               PERFORM 400-WRITE-DEPR-ENTRY THRU 400-EXIT
           END-IF
           IF WS-LAST-MONTH-NO NOT < WS-FIRST-MONTH-NO
               PERFORM 330-SET-LAST-PERIOD THRU 330-EXIT
           END-IF
           IF FA-DISPOSAL-PENDING
                   AND WS-DISPOSAL-MONTH-NO NOT > WS-RUN-MONTH-NO
               PERFORM 450-WRITE-DISPOSAL-ENTRY THRU 450-EXIT
           END-IF
           REWRITE FA-MASTER-REC
               INVALID KEY
                   DISPLAY "ERROR REWRITING ASSET " FA-ASSET-NO
                   MOVE 16 TO RETURN-CODE
           END-REWRITE.
       300-NEXT.
           PERFORM 200-READ-ASSET THRU 200-EXIT.
       300-EXIT.
           EXIT.
      *****************************************************************
      *  One month's charge by the asset's method, never taking book
      *  value below salvage; the last month of the life takes
      *  whatever is left.
      *****************************************************************
       320-DEPRECIATE-ONE-MONTH.
           COMPUTE WS-DEPRECIABLE-LEFT =
               FA-COST - FA-SALVAGE - FA-ACCUM-DEPR
           IF WS-DEPRECIABLE-LEFT NOT > ZERO
               GO TO 320-EXIT
           END-IF
           COMPUTE WS-ELAPSED-MONTHS =
               WS-MONTH-NO - WS-IN-SERVICE-MONTH-NO
           COMPUTE WS-REMAINING-MONTHS =
               FA-LIFE-MONTHS - WS-ELAPSED-MONTHS
           IF WS-REMAINING-MONTHS NOT > 1
               MOVE WS-DEPRECIABLE-LEFT TO WS-MONTH-AMT
           ELSE
               IF FA-DECLINING-BALANCE
                   COMPUTE WS-MONTH-AMT ROUNDED =
                       (FA-COST - FA-ACCUM-DEPR) * 2 / FA-LIFE-MONTHS
                   COMPUTE WS-SL-AMT ROUNDED =
                       WS-DEPRECIABLE-LEFT / WS-REMAINING-MONTHS
                   IF WS-SL-AMT > WS-MONTH-AMT
                       MOVE WS-SL-AMT TO WS-MONTH-AMT
                   END-IF
               ELSE
                   COMPUTE WS-MONTH-AMT ROUNDED =
                       (FA-COST - FA-SALVAGE) / FA-LIFE-MONTHS
               END-IF
               IF WS-MONTH-AMT > WS-DEPRECIABLE-LEFT
                   MOVE WS-DEPRECIABLE-LEFT TO WS-MONTH-AMT
               END-IF
           END-IF
           ADD WS-MONTH-AMT TO FA-ACCUM-DEPR
           ADD WS-MONTH-AMT TO WS-ASSET-DEPR-TOTAL.
       320-EXIT.
           EXIT.
      *****************************************************************
      *  Stamp the last month depreciated back as YYYYMM.
      *****************************************************************
       330-SET-LAST-PERIOD.
           COMPUTE WS-WD-YEAR = (WS-LAST-MONTH-NO - 1) / 12
           COMPUTE WS-WD-MONTH =
               WS-LAST-MONTH-NO - (WS-WD-YEAR * 12)
           MOVE WS-WORK-DATE (1:6) TO FA-LAST-DEPR-PERIOD.
       330-EXIT.
           EXIT.
      *****************************************************************
      *  Continue the journal file's entry-number sequence the way
      *  CGLJRNLENTRY does.
      *****************************************************************
       350-FIND-NEXT-ENTRY-NO.
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT CGL-JOURNAL-FILE
           PERFORM UNTIL EOF
               READ CGL-JOURNAL-FILE
                   AT END MOVE "Y" TO WS-END-OF-FILE
                   NOT AT END
                       IF JRNL-ENTRY-NO NOT < WS-NEXT-ENTRY-NO
                           COMPUTE WS-NEXT-ENTRY-NO =
                               JRNL-ENTRY-NO + 1
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CGL-JOURNAL-FILE
           MOVE "N" TO WS-END-OF-FILE.
       350-EXIT.
           EXIT.
      *****************************************************************
      *  The asset's depreciation entry: expense debited, accumulated
      *  depreciation credited.
      *****************************************************************
       400-WRITE-DEPR-ENTRY.
           MOVE "DEPRECIATION " TO WS-JD-CAPTION
           MOVE WS-ASSET-DEPR-TOTAL TO WS-ENTRY-AMT
           PERFORM 470-WRITE-APPROVAL-ROW THRU 470-EXIT
           MOVE ZERO TO WS-LINE-NO
           MOVE FA-EXPENSE-ACCT TO JRNL-ACCT-NO
           MOVE WS-ASSET-DEPR-TOTAL TO JRNL-DEBIT-AMT
           MOVE ZERO TO JRNL-CREDIT-AMT
           PERFORM 480-WRITE-JOURNAL-LINE THRU 480-EXIT
           MOVE FA-ACCUM-ACCT TO JRNL-ACCT-NO
           MOVE ZERO TO JRNL-DEBIT-AMT
           MOVE WS-ASSET-DEPR-TOTAL TO JRNL-CREDIT-AMT
           PERFORM 480-WRITE-JOURNAL-LINE THRU 480-EXIT
           MOVE SPACES TO CGLC-FA-REPORT-REC
           MOVE FA-ASSET-NO TO CGLC-FR-ASSET-NO
           MOVE "DEPR" TO CGLC-FR-ACTION
           MOVE WS-ASSET-DEPR-TOTAL TO CGLC-FR-AMOUNT
           MOVE WS-NEXT-ENTRY-NO TO CGLC-FR-ENTRY-NO
           MOVE FA-DESCRIPTION TO CGLC-FR-NOTE
           WRITE CGLC-FA-REPORT-REC
           ADD WS-ASSET-DEPR-TOTAL TO WS-RUN-DEPR-TOTAL
           ADD 1 TO WS-ASSET-COUNT
           ADD 1 TO WS-ENTRY-COUNT
           ADD 1 TO WS-NEXT-ENTRY-NO.
       400-EXIT.
           EXIT.
      *****************************************************************
      *  Take a disposed asset off the books: accumulated
      *  depreciation and proceeds debited, cost credited, and the
      *  difference to gain/loss.
      *****************************************************************
       450-WRITE-DISPOSAL-ENTRY.
           MOVE "DISPOSAL     " TO WS-JD-CAPTION
           MOVE ZERO TO WS-LINE-NO
           COMPUTE WS-GAIN-LOSS-AMT =
               FA-PROCEEDS + FA-ACCUM-DEPR - FA-COST
      *    EACH SIDE OF THE ENTRY IS THE COST, PLUS THE GAIN WHEN
      *    THERE IS ONE.
           IF WS-GAIN-LOSS-AMT > ZERO
               COMPUTE WS-ENTRY-AMT = FA-COST + WS-GAIN-LOSS-AMT
           ELSE
               MOVE FA-COST TO WS-ENTRY-AMT
           END-IF
           PERFORM 470-WRITE-APPROVAL-ROW THRU 470-EXIT
           IF FA-ACCUM-DEPR > ZERO
               MOVE FA-ACCUM-ACCT TO JRNL-ACCT-NO
               MOVE FA-ACCUM-DEPR TO JRNL-DEBIT-AMT
               MOVE ZERO TO JRNL-CREDIT-AMT
               PERFORM 480-WRITE-JOURNAL-LINE THRU 480-EXIT
           END-IF
           IF FA-PROCEEDS > ZERO
               MOVE FA-PROCEEDS-ACCT TO JRNL-ACCT-NO
               MOVE FA-PROCEEDS TO JRNL-DEBIT-AMT
               MOVE ZERO TO JRNL-CREDIT-AMT
               PERFORM 480-WRITE-JOURNAL-LINE THRU 480-EXIT
           END-IF
           MOVE FA-ASSET-ACCT TO JRNL-ACCT-NO
           MOVE ZERO TO JRNL-DEBIT-AMT
           MOVE FA-COST TO JRNL-CREDIT-AMT
           PERFORM 480-WRITE-JOURNAL-LINE THRU 480-EXIT
           IF WS-GAIN-LOSS-AMT NOT = ZERO
               MOVE FA-GAIN-LOSS-ACCT TO JRNL-ACCT-NO
               IF WS-GAIN-LOSS-AMT > ZERO
                   MOVE ZERO TO JRNL-DEBIT-AMT
                   MOVE WS-GAIN-LOSS-AMT TO JRNL-CREDIT-AMT
               ELSE
                   COMPUTE JRNL-DEBIT-AMT = ZERO - WS-GAIN-LOSS-AMT
                   MOVE ZERO TO JRNL-CREDIT-AMT
               END-IF
               PERFORM 480-WRITE-JOURNAL-LINE THRU 480-EXIT
           END-IF
           MOVE SPACES TO CGLC-FA-REPORT-REC
           MOVE FA-ASSET-NO TO CGLC-FR-ASSET-NO
           MOVE "DISPOSED" TO CGLC-FR-ACTION
           MOVE WS-GAIN-LOSS-AMT TO CGLC-FR-AMOUNT
           MOVE WS-NEXT-ENTRY-NO TO CGLC-FR-ENTRY-NO
           IF WS-GAIN-LOSS-AMT < ZERO
               MOVE "LOSS ON DISPOSAL" TO CGLC-FR-NOTE
           ELSE
               MOVE "GAIN ON DISPOSAL" TO CGLC-FR-NOTE
           END-IF
           WRITE CGLC-FA-REPORT-REC
           MOVE "D" TO FA-STATUS
           ADD 1 TO WS-DISPOSAL-COUNT
           ADD 1 TO WS-ENTRY-COUNT
           ADD 1 TO WS-NEXT-ENTRY-NO.
       450-EXIT.
           EXIT.
      *****************************************************************
      *  The current entry's approval row, written before its lines
      *  and already approved - CGLJOURNALPOST holds any entry that
      *  has none.  The caller has set the caption and the amount.
      *****************************************************************
       470-WRITE-APPROVAL-ROW.
           MOVE FA-ASSET-NO TO WS-JD-ASSET-NO
           MOVE WS-DEPR-PERIOD-N TO WS-JD-PERIOD
           MOVE SPACES TO CGL-JRNL-APPROVAL-REC
           MOVE WS-NEXT-ENTRY-NO TO JAPR-ENTRY-NO
           MOVE "A" TO JAPR-STATUS
           MOVE WS-ENTRY-AMT TO JAPR-ENTRY-AMT
           MOVE WS-JRNL-DESC TO JAPR-DESCRIPTION
           MOVE "CGLFADEP" TO JAPR-MAKER-ID
           MOVE WS-TIMESTAMP (1:14) TO JAPR-KEYED-TS
           MOVE "CGLFADEP" TO JAPR-APPROVER-1
           MOVE WS-TIMESTAMP (1:14) TO JAPR-APPROVED-1-TS
           WRITE CGL-JRNL-APPROVAL-REC.
       470-EXIT.
           EXIT.
      *****************************************************************
      *  One journal line of the current entry.  The caller has set
      *  the account and the debit/credit amounts.
      *****************************************************************
       480-WRITE-JOURNAL-LINE.
           ADD 1 TO WS-LINE-NO
           MOVE WS-NEXT-ENTRY-NO TO JRNL-ENTRY-NO
           MOVE WS-LINE-NO TO JRNL-LINE-NO
           MOVE FA-ASSET-NO TO WS-JD-ASSET-NO
           MOVE WS-DEPR-PERIOD-N TO WS-JD-PERIOD
           MOVE WS-JRNL-DESC TO JRNL-DESCRIPTION
           MOVE ZERO TO JRNL-EFF-DATE
           MOVE "CGLFADEP" TO JRNL-OPERATOR-ID
           MOVE SPACE TO JRNL-REVERSE-FLAG
           WRITE CGL-JOURNAL-REC.
       480-EXIT.
           EXIT.
      *****************************************************************
      *  Record the period as depreciated.
      *****************************************************************
       500-RECORD-PERIOD.
           OPEN EXTEND CGLC-FA-CTL-FILE
           MOVE WS-DEPR-PERIOD-N TO CGLC-FC-PERIOD
           WRITE CGLC-FA-CTL-REC
           CLOSE CGLC-FA-CTL-FILE.
       500-EXIT.
           EXIT.
      *****************************************************************
      *   Open the files.
      *****************************************************************
       900-INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           OPEN I-O FA-MASTER-FILE.
           OPEN EXTEND CGL-JRNL-APPROVAL-FILE.
           OPEN EXTEND CGL-JOURNAL-FILE.
           OPEN OUTPUT CGLC-FA-REPORT-FILE.
       900-EXIT.
           EXIT.
      *****************************************************************
      *   Close files.
      *****************************************************************
       910-END-PROGRAM-RTN.
           CLOSE FA-MASTER-FILE.
           CLOSE CGL-JOURNAL-FILE.
           CLOSE CGL-JRNL-APPROVAL-FILE.
           CLOSE CGLC-FA-REPORT-FILE.
       910-EXIT.
           EXIT.
