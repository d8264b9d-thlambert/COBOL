       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CGLCAPACITYRPT.
       AUTHOR.  THOMAS LAMBERT.
      *****************************************************************
      * Batch capacity report.  Reads the permanent run history
      * CGLBATCHDRIVER and CGLFILECENSUS keep on BATCHRUNHIST.DAT and
      * shows where the nightly chain is heading before it runs past
      * its window.
      *
      * Step section - one line per chain step: its elapsed seconds
      * and records on the last run, and its average elapsed seconds
      * over the last 30 and the last 90 days.  A step whose last run
      * took more than the slow-step percentage of its average over
      * the 30 days before it is marked SLOW, the same test
      * CGLMORNINGRPT applies.
      *
      * Chain section - the whole chain's last, 30-day, and 90-day
      * elapsed time against the batch window.  The 30-day average
      * stands for the chain about 15 days ago and the 90-day average
      * for about 45 days ago, so their difference over 30 days is the
      * daily growth; the days until the 30-day average grows into the
      * window are projected from it, with the date that falls on.
      * Only runs that completed are averaged - a failed run stops
      * early and would understate the time.
      *
      * File section - one line per censused file: its records and
      * size at the last census, and its growth in records per day
      * over the last 30 and 90 days and in bytes per day over the
      * last 30, measured from the first census in each span.
      *
      * The batch window (240 minutes when none is set) and the
      * slow-step percentage (150 when none is set) come off the
      * optional BATCHCAPPOL.DAT.
      *
      *   Input  :  C:\COBOL\BATCHRUNHIST.DAT
      *             C:\COBOL\BATCHCAPPOL.DAT (optional)
      *   Output :  C:\COBOL\BATCHCAPRPT.DAT
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RUN-HIST-FILE
               ASSIGN TO UT-SYS-RUN-HIST-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CAP-POLICY-FILE
               ASSIGN TO UT-SYS-CAP-POLICY-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAP-REPORT-FILE
               ASSIGN TO UT-SYS-CAP-REPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    SAME LAYOUT CGLBATCHDRIVER, CGLFILECENSUS, AND
      *    CGLMORNINGRPT KEEP.
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
      *    SAME LAYOUT CGLMORNINGRPT KEEPS.
       FD  CAP-POLICY-FILE
           RECORD CONTAINS 7 CHARACTERS.
       01  CAP-POLICY-REC.
           05  CP-WINDOW-MINUTES           PIC 9(4).
           05  CP-SLOW-PCT                 PIC 9(3).
       FD  CAP-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CAP-REPORT-REC                  PIC X(80).
       01  CAP-STEP-LINE REDEFINES CAP-REPORT-REC.
           05  CR-STEP-NAME                PIC X(20).
           05  FILLER                      PIC X.
           05  CR-STEP-LAST                PIC Z(8)9.
           05  FILLER                      PIC X(2).
           05  CR-STEP-AVG30               PIC Z(9)9.
           05  FILLER                      PIC X(2).
           05  CR-STEP-AVG90               PIC Z(9)9.
           05  FILLER                      PIC X(2).
           05  CR-STEP-RECORDS             PIC Z(8)9.
           05  FILLER                      PIC X(2).
           05  CR-STEP-FLAG                PIC X(4).
           05  FILLER                      PIC X(9).
       01  CAP-FILE-LINE REDEFINES CAP-REPORT-REC.
           05  CR-FILE-NAME                PIC X(16).
           05  FILLER                      PIC X.
           05  CR-FILE-RECORDS             PIC Z(8)9.
           05  FILLER                      PIC X.
           05  CR-FILE-BYTES               PIC Z(11)9.
           05  FILLER                      PIC X(2).
           05  CR-FILE-RPD30               PIC -(7)9.
           05  FILLER                      PIC X(2).
           05  CR-FILE-RPD90               PIC -(7)9.
           05  FILLER                      PIC X(2).
           05  CR-FILE-BPD30               PIC -(10)9.
           05  FILLER                      PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-FILES.
           05  UT-SYS-RUN-HIST-FILE        PIC X(50)
               VALUE "C:\COBOL\BATCHRUNHIST.DAT".
           05  UT-SYS-CAP-POLICY-FILE      PIC X(50)
               VALUE "C:\COBOL\BATCHCAPPOL.DAT".
           05  UT-SYS-CAP-REPORT-FILE      PIC X(50)
               VALUE "C:\COBOL\BATCHCAPRPT.DAT".
       01  WS-SWITCHES.
           05  WS-END-OF-FILE              PIC X      VALUE "N".
               88  EOF                     VALUE "Y".
       01  WS-POLICY.
           05  WS-WINDOW-MINUTES           PIC 9(4)   VALUE 240.
           05  WS-SLOW-PCT                 PIC 9(3)   VALUE 150.
       01  WS-DATES.
           05  WS-TODAY                    PIC 9(8).
           05  WS-TODAY-INT                PIC 9(7).
           05  WS-ROW-INT                  PIC 9(7).
           05  WS-ROW-AGE                  PIC S9(7).
           05  WS-PROJ-INT                 PIC 9(7).
           05  WS-PROJ-DATE                PIC 9(8).
       01  WS-LAST-RUN-ID                  PIC 9(14)  VALUE ZERO.
       01  WS-COUNTS.
           05  WS-HIST-COUNT               PIC 9(7)   VALUE ZERO.
      *    ONE ENTRY PER CHAIN STEP SEEN ON THE HISTORY.
       01  WS-STEP-TABLE.
           05  WS-STEP-COUNT               PIC 99     VALUE ZERO.
           05  WS-STEP-ENTRY OCCURS 20 TIMES.
               10  WS-STP-NAME             PIC X(20).
               10  WS-STP-LAST-RUN-ID      PIC 9(14).
               10  WS-STP-LAST-SECS        PIC 9(7).
               10  WS-STP-LAST-RECORDS     PIC 9(9).
               10  WS-STP-LAST-RESULT      PIC X(6).
               10  WS-STP-30-SECS          PIC 9(11).
               10  WS-STP-30-RUNS          PIC 9(5).
               10  WS-STP-90-SECS          PIC 9(11).
               10  WS-STP-90-RUNS          PIC 9(5).
      *    ONE ENTRY PER FILE SEEN ON THE CENSUS LINES.  THE FIRST
      *    CENSUS INSIDE EACH SPAN IS THE BASE THE GROWTH IS
      *    MEASURED FROM.
       01  WS-FILE-TABLE.
           05  WS-FILE-COUNT               PIC 99     VALUE ZERO.
           05  WS-FILE-ENTRY OCCURS 20 TIMES.
               10  WS-FIL-NAME             PIC X(20).
               10  WS-FIL-LAST-INT         PIC 9(7).
               10  WS-FIL-LAST-RECORDS     PIC 9(9).
               10  WS-FIL-LAST-BYTES       PIC 9(12).
               10  WS-FIL-30-INT           PIC 9(7).
               10  WS-FIL-30-RECORDS       PIC 9(9).
               10  WS-FIL-30-BYTES         PIC 9(12).
               10  WS-FIL-90-INT           PIC 9(7).
               10  WS-FIL-90-RECORDS       PIC 9(9).
       01  WS-CHAIN.
           05  WS-CHN-LAST-SECS            PIC 9(7)   VALUE ZERO.
           05  WS-CHN-30-SECS              PIC 9(11)  VALUE ZERO.
           05  WS-CHN-30-RUNS              PIC 9(5)   VALUE ZERO.
           05  WS-CHN-90-SECS              PIC 9(11)  VALUE ZERO.
           05  WS-CHN-90-RUNS              PIC 9(5)   VALUE ZERO.
       01  WS-SUB                          PIC 99.
       01  WS-FOUND-SUB                    PIC 99.
       01  WS-WORK.
           05  WS-AVG30                    PIC 9(7).
           05  WS-AVG90                    PIC 9(7).
           05  WS-PRIOR-AVG                PIC 9(7).
           05  WS-WINDOW-SECS              PIC 9(7).
           05  WS-GROWTH-PER-DAY           PIC S9(7)V99.
           05  WS-DAYS-LEFT                PIC 9(9).
           05  WS-SPAN-DAYS                PIC 9(7).
           05  WS-RATE                     PIC S9(11).
       01  WS-EDIT-SECS                    PIC Z(6)9.
       01  WS-EDIT-DAYS                    PIC Z(6)9.
       01  WS-EDIT-MINUTES                 PIC ZZZ9.
       01  WS-EDIT-PCT                     PIC ZZ9.

       PROCEDURE DIVISION.
      *****************************************************************
      *  Do startup tasks.
      *  Gather the run history into the step, chain, and file
      *  tables, then print the three sections.
      *  Do ending tasks.
      *****************************************************************
       100-MAIN.
           PERFORM 900-INITIALIZATION THRU 900-EXIT.
           PERFORM 200-READ-HISTORY THRU 200-EXIT.
           PERFORM 300-GATHER-HISTORY THRU 300-EXIT
                   UNTIL EOF.
           PERFORM 400-WRITE-HEADING THRU 400-EXIT.
           IF WS-HIST-COUNT = ZERO
               MOVE "NO RUN HISTORY ON FILE" TO CAP-REPORT-REC
               WRITE CAP-REPORT-REC
           ELSE
               PERFORM 500-WRITE-STEPS THRU 500-EXIT
               PERFORM 600-WRITE-CHAIN THRU 600-EXIT
               PERFORM 700-WRITE-FILES THRU 700-EXIT
           END-IF
           PERFORM 910-END-PROGRAM-RTN THRU 910-EXIT.
           DISPLAY "CAPACITY REPORT COMPLETE - SEE BATCHCAPRPT.DAT".
           STOP RUN.
      *****************************************************************
      *  Read the next history line.
      *****************************************************************
       200-READ-HISTORY.
           READ RUN-HIST-FILE
               AT END MOVE "Y" TO WS-END-OF-FILE
           END-READ.
       200-EXIT.
           EXIT.
      *****************************************************************
      *  Age the line against today and file it under its step, the
      *  chain, or its file.  The history is appended run by run, so
      *  the last line seen for a name is its latest.
      *****************************************************************
       300-GATHER-HISTORY.
           IF RH-RUN-ID NOT NUMERIC OR RH-RUN-DATE = ZERO
               GO TO 300-NEXT
           END-IF
           ADD 1 TO WS-HIST-COUNT
           COMPUTE WS-ROW-INT = FUNCTION INTEGER-OF-DATE (RH-RUN-DATE)
           COMPUTE WS-ROW-AGE = WS-TODAY-INT - WS-ROW-INT
           IF RH-RUN-ID > WS-LAST-RUN-ID
               MOVE RH-RUN-ID TO WS-LAST-RUN-ID
           END-IF
           EVALUATE RH-REC-TYPE
               WHEN "S"
                   PERFORM 310-GATHER-STEP THRU 310-EXIT
               WHEN "R"
                   PERFORM 320-GATHER-CHAIN THRU 320-EXIT
               WHEN "F"
                   PERFORM 330-GATHER-FILE THRU 330-EXIT
           END-EVALUATE.
       300-NEXT.
           PERFORM 200-READ-HISTORY THRU 200-EXIT.
       300-EXIT.
           EXIT.

       310-GATHER-STEP.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-STEP-COUNT
               IF WS-STP-NAME (WS-SUB) = RH-NAME
                   MOVE WS-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = ZERO
               IF WS-STEP-COUNT = 20
                   GO TO 310-EXIT
               END-IF
               ADD 1 TO WS-STEP-COUNT
               MOVE WS-STEP-COUNT TO WS-FOUND-SUB
               INITIALIZE WS-STEP-ENTRY (WS-FOUND-SUB)
               MOVE RH-NAME TO WS-STP-NAME (WS-FOUND-SUB)
           END-IF
           MOVE RH-RUN-ID TO WS-STP-LAST-RUN-ID (WS-FOUND-SUB)
           MOVE RH-ELAPSED-SECS TO WS-STP-LAST-SECS (WS-FOUND-SUB)
           MOVE RH-RECORDS TO WS-STP-LAST-RECORDS (WS-FOUND-SUB)
           MOVE RH-RESULT TO WS-STP-LAST-RESULT (WS-FOUND-SUB)
      *    ONLY A STEP THAT FINISHED CLEAN COUNTS TOWARD ITS AVERAGE.
           IF RH-RESULT NOT = "OK"
               GO TO 310-EXIT
           END-IF
           IF WS-ROW-AGE NOT > 30
               ADD RH-ELAPSED-SECS TO WS-STP-30-SECS (WS-FOUND-SUB)
               ADD 1 TO WS-STP-30-RUNS (WS-FOUND-SUB)
           END-IF
           IF WS-ROW-AGE NOT > 90
               ADD RH-ELAPSED-SECS TO WS-STP-90-SECS (WS-FOUND-SUB)
               ADD 1 TO WS-STP-90-RUNS (WS-FOUND-SUB)
           END-IF.
       310-EXIT.
           EXIT.

       320-GATHER-CHAIN.
           MOVE RH-ELAPSED-SECS TO WS-CHN-LAST-SECS
           IF RH-RESULT NOT = "OK"
               GO TO 320-EXIT
           END-IF
           IF WS-ROW-AGE NOT > 30
               ADD RH-ELAPSED-SECS TO WS-CHN-30-SECS
               ADD 1 TO WS-CHN-30-RUNS
           END-IF
           IF WS-ROW-AGE NOT > 90
               ADD RH-ELAPSED-SECS TO WS-CHN-90-SECS
               ADD 1 TO WS-CHN-90-RUNS
           END-IF.
       320-EXIT.
           EXIT.

       330-GATHER-FILE.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FILE-COUNT
               IF WS-FIL-NAME (WS-SUB) = RH-NAME
                   MOVE WS-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = ZERO
               IF WS-FILE-COUNT = 20
                   GO TO 330-EXIT
               END-IF
               ADD 1 TO WS-FILE-COUNT
               MOVE WS-FILE-COUNT TO WS-FOUND-SUB
               INITIALIZE WS-FILE-ENTRY (WS-FOUND-SUB)
               MOVE RH-NAME TO WS-FIL-NAME (WS-FOUND-SUB)
           END-IF
           MOVE WS-ROW-INT TO WS-FIL-LAST-INT (WS-FOUND-SUB)
           MOVE RH-RECORDS TO WS-FIL-LAST-RECORDS (WS-FOUND-SUB)
           MOVE RH-BYTES TO WS-FIL-LAST-BYTES (WS-FOUND-SUB)
           IF WS-ROW-AGE NOT > 30
                   AND WS-FIL-30-INT (WS-FOUND-SUB) = ZERO
               MOVE WS-ROW-INT TO WS-FIL-30-INT (WS-FOUND-SUB)
               MOVE RH-RECORDS TO WS-FIL-30-RECORDS (WS-FOUND-SUB)
               MOVE RH-BYTES TO WS-FIL-30-BYTES (WS-FOUND-SUB)
           END-IF
           IF WS-ROW-AGE NOT > 90
                   AND WS-FIL-90-INT (WS-FOUND-SUB) = ZERO
               MOVE WS-ROW-INT TO WS-FIL-90-INT (WS-FOUND-SUB)
               MOVE RH-RECORDS TO WS-FIL-90-RECORDS (WS-FOUND-SUB)
           END-IF.
       330-EXIT.
           EXIT.
      *****************************************************************
      *  Report title, the window and slow-step test in force, and
      *  the run the "last" columns come from.
      *****************************************************************
       400-WRITE-HEADING.
           MOVE SPACES TO CAP-REPORT-REC
           STRING "BATCH CAPACITY REPORT     RUN DATE "
                   DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
               INTO CAP-REPORT-REC
           END-STRING
           WRITE CAP-REPORT-REC
           MOVE WS-WINDOW-MINUTES TO WS-EDIT-MINUTES
           MOVE WS-SLOW-PCT TO WS-EDIT-PCT
           MOVE SPACES TO CAP-REPORT-REC
           STRING "BATCH WINDOW " DELIMITED BY SIZE
                   WS-EDIT-MINUTES DELIMITED BY SIZE
                   " MINUTES     SLOW STEP OVER " DELIMITED BY SIZE
                   WS-EDIT-PCT DELIMITED BY SIZE
                   "% OF ITS 30-DAY AVERAGE" DELIMITED BY SIZE
               INTO CAP-REPORT-REC
           END-STRING
           WRITE CAP-REPORT-REC
           MOVE SPACES TO CAP-REPORT-REC
           STRING "LAST RUN STARTED " DELIMITED BY SIZE
                   WS-LAST-RUN-ID DELIMITED BY SIZE
               INTO CAP-REPORT-REC
           END-STRING
           WRITE CAP-REPORT-REC.
       400-EXIT.
           EXIT.
      *****************************************************************
      *  One line per step - seconds on the last run and on average
      *  over 30 and 90 days, with the slow-step flag.
      *****************************************************************
       500-WRITE-STEPS.
           MOVE SPACES TO CAP-REPORT-REC
           WRITE CAP-REPORT-REC
           MOVE "STEP RUN TIMES (SECONDS)" TO CAP-REPORT-REC
           WRITE CAP-REPORT-REC
           MOVE SPACES TO CAP-REPORT-REC
           MOVE "STEP" TO CAP-REPORT-REC (1:4)
           MOVE "LAST RUN" TO CAP-REPORT-REC (23:8)
           MOVE "30-DAY AVG" TO CAP-REPORT-REC (33:10)
           MOVE "90-DAY AVG" TO CAP-REPORT-REC (45:10)
           MOVE "RECORDS" TO CAP-REPORT-REC (59:7)
           WRITE CAP-REPORT-REC
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-STEP-COUNT
               PERFORM 510-WRITE-STEP-LINE THRU 510-EXIT
           END-PERFORM.
       500-EXIT.
           EXIT.

       510-WRITE-STEP-LINE.
           MOVE ZERO TO WS-AVG30 WS-AVG90 WS-PRIOR-AVG
           IF WS-STP-30-RUNS (WS-SUB) > ZERO
               COMPUTE WS-AVG30 ROUNDED = WS-STP-30-SECS (WS-SUB)
                   / WS-STP-30-RUNS (WS-SUB)
           END-IF
           IF WS-STP-90-RUNS (WS-SUB) > ZERO
               COMPUTE WS-AVG90 ROUNDED = WS-STP-90-SECS (WS-SUB)
                   / WS-STP-90-RUNS (WS-SUB)
           END-IF
           MOVE SPACES TO CAP-REPORT-REC
           MOVE WS-STP-NAME (WS-SUB) TO CR-STEP-NAME
           MOVE WS-STP-LAST-SECS (WS-SUB) TO CR-STEP-LAST
           MOVE WS-AVG30 TO CR-STEP-AVG30
           MOVE WS-AVG90 TO CR-STEP-AVG90
           MOVE WS-STP-LAST-RECORDS (WS-SUB) TO CR-STEP-RECORDS
      *    THE LAST RUN IS MEASURED AGAINST THE 30 DAYS BEFORE IT, SO
      *    IT IS TAKEN BACK OUT OF THE AVERAGE WHEN IT WAS COUNTED.
      *    A STEP NOT ON THE LATEST RUN, OR THAT FAILED ON IT, IS
      *    NOT FLAGGED.
           IF WS-STP-LAST-RUN-ID (WS-SUB) = WS-LAST-RUN-ID
                   AND WS-STP-LAST-RESULT (WS-SUB) = "OK"
                   AND WS-STP-30-RUNS (WS-SUB) > 1
               COMPUTE WS-PRIOR-AVG ROUNDED =
                   (WS-STP-30-SECS (WS-SUB) - WS-STP-LAST-SECS (WS-SUB))
                   / (WS-STP-30-RUNS (WS-SUB) - 1)
               IF WS-STP-LAST-SECS (WS-SUB) * 100 >
                       WS-PRIOR-AVG * WS-SLOW-PCT
                   MOVE "SLOW" TO CR-STEP-FLAG
               END-IF
           END-IF
           WRITE CAP-REPORT-REC.
       510-EXIT.
           EXIT.
      *****************************************************************
      *  The whole chain against the batch window, and when the
      *  growth in its run time will carry it past.
      *****************************************************************
       600-WRITE-CHAIN.
           MOVE ZERO TO WS-AVG30 WS-AVG90
           IF WS-CHN-30-RUNS > ZERO
               COMPUTE WS-AVG30 ROUNDED =
                   WS-CHN-30-SECS / WS-CHN-30-RUNS
           END-IF
           IF WS-CHN-90-RUNS > ZERO
               COMPUTE WS-AVG90 ROUNDED =
                   WS-CHN-90-SECS / WS-CHN-90-RUNS
           END-IF
           COMPUTE WS-WINDOW-SECS = WS-WINDOW-MINUTES * 60
           MOVE SPACES TO CAP-REPORT-REC
           WRITE CAP-REPORT-REC
           MOVE "NIGHTLY CHAIN (SECONDS)" TO CAP-REPORT-REC
           WRITE CAP-REPORT-REC
           MOVE SPACES TO CAP-REPORT-REC
           MOVE "NIGHTLY CHAIN" TO CR-STEP-NAME
           MOVE WS-CHN-LAST-SECS TO CR-STEP-LAST
           MOVE WS-AVG30 TO CR-STEP-AVG30
           MOVE WS-AVG90 TO CR-STEP-AVG90
           WRITE CAP-REPORT-REC
           MOVE SPACES TO CAP-REPORT-REC
           MOVE "WINDOW" TO CR-STEP-NAME
           MOVE WS-WINDOW-SECS TO CR-STEP-LAST
           WRITE CAP-REPORT-REC
           MOVE SPACES TO CAP-REPORT-REC
           IF WS-CHN-LAST-SECS > WS-WINDOW-SECS
                   OR WS-AVG30 > WS-WINDOW-SECS
               MOVE "BATCH WINDOW ALREADY EXCEEDED" TO CAP-REPORT-REC
               WRITE CAP-REPORT-REC
               GO TO 600-EXIT
           END-IF
      *    NO RUNS OLDER THAN 30 DAYS MEANS NOTHING TO TREND AGAINST.
           IF WS-CHN-30-RUNS = ZERO
                   OR WS-CHN-90-RUNS NOT > WS-CHN-30-RUNS
               MOVE "NOT ENOUGH HISTORY YET TO PROJECT THE WINDOW"
                   TO CAP-REPORT-REC
               WRITE CAP-REPORT-REC
               GO TO 600-EXIT
           END-IF
           COMPUTE WS-GROWTH-PER-DAY ROUNDED =
               (WS-AVG30 - WS-AVG90) / 30
           IF WS-GROWTH-PER-DAY NOT > ZERO
               MOVE "RUN TIME FLAT OR FALLING - NO OVERRUN PROJECTED"
                   TO CAP-REPORT-REC
               WRITE CAP-REPORT-REC
               GO TO 600-EXIT
           END-IF
           COMPUTE WS-DAYS-LEFT =
               (WS-WINDOW-SECS - WS-AVG30) / WS-GROWTH-PER-DAY
           IF WS-DAYS-LEFT > 3650
               MOVE "NO OVERRUN PROJECTED WITHIN TEN YEARS"
                   TO CAP-REPORT-REC
               WRITE CAP-REPORT-REC
               GO TO 600-EXIT
           END-IF
           COMPUTE WS-PROJ-INT = WS-TODAY-INT + WS-DAYS-LEFT
           COMPUTE WS-PROJ-DATE = FUNCTION DATE-OF-INTEGER (WS-PROJ-INT)
           MOVE WS-DAYS-LEFT TO WS-EDIT-DAYS
           STRING "WINDOW PROJECTED TO BE EXCEEDED IN "
                   DELIMITED BY SIZE
                   WS-EDIT-DAYS DELIMITED BY SIZE
                   " DAYS, ABOUT " DELIMITED BY SIZE
                   WS-PROJ-DATE DELIMITED BY SIZE
               INTO CAP-REPORT-REC
           END-STRING
           WRITE CAP-REPORT-REC.
       600-EXIT.
           EXIT.
      *****************************************************************
      *  One line per censused file - its size at the last census
      *  and its daily growth over 30 and 90 days.
      *****************************************************************
       700-WRITE-FILES.
           MOVE SPACES TO CAP-REPORT-REC
           WRITE CAP-REPORT-REC
           MOVE "FILE GROWTH" TO CAP-REPORT-REC
           WRITE CAP-REPORT-REC
           MOVE SPACES TO CAP-REPORT-REC
           MOVE "FILE" TO CAP-REPORT-REC (1:4)
           MOVE "RECORDS" TO CAP-REPORT-REC (20:7)
           MOVE "BYTES" TO CAP-REPORT-REC (35:5)
           MOVE "RECS/DAY" TO CAP-REPORT-REC (42:8)
           MOVE "RECS/DAY" TO CAP-REPORT-REC (52:8)
           MOVE "BYTES/DAY" TO CAP-REPORT-REC (64:9)
           WRITE CAP-REPORT-REC
           MOVE SPACES TO CAP-REPORT-REC
           MOVE "30 DAYS" TO CAP-REPORT-REC (43:7)
           MOVE "90 DAYS" TO CAP-REPORT-REC (53:7)
           MOVE "30 DAYS" TO CAP-REPORT-REC (66:7)
           WRITE CAP-REPORT-REC
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FILE-COUNT
               PERFORM 710-WRITE-FILE-LINE THRU 710-EXIT
           END-PERFORM.
       700-EXIT.
           EXIT.

       710-WRITE-FILE-LINE.
           MOVE SPACES TO CAP-REPORT-REC
           MOVE WS-FIL-NAME (WS-SUB) TO CR-FILE-NAME
           MOVE WS-FIL-LAST-RECORDS (WS-SUB) TO CR-FILE-RECORDS
           MOVE WS-FIL-LAST-BYTES (WS-SUB) TO CR-FILE-BYTES
           MOVE ZERO TO CR-FILE-RPD30 CR-FILE-RPD90 CR-FILE-BPD30
           IF WS-FIL-30-INT (WS-SUB) > ZERO
               COMPUTE WS-SPAN-DAYS =
                   WS-FIL-LAST-INT (WS-SUB) - WS-FIL-30-INT (WS-SUB)
               IF WS-SPAN-DAYS > ZERO
                   COMPUTE WS-RATE ROUNDED =
                       (WS-FIL-LAST-RECORDS (WS-SUB)
                        - WS-FIL-30-RECORDS (WS-SUB)) / WS-SPAN-DAYS
                   MOVE WS-RATE TO CR-FILE-RPD30
                   COMPUTE WS-RATE ROUNDED =
                       (WS-FIL-LAST-BYTES (WS-SUB)
                        - WS-FIL-30-BYTES (WS-SUB)) / WS-SPAN-DAYS
                   MOVE WS-RATE TO CR-FILE-BPD30
               END-IF
           END-IF
           IF WS-FIL-90-INT (WS-SUB) > ZERO
               COMPUTE WS-SPAN-DAYS =
                   WS-FIL-LAST-INT (WS-SUB) - WS-FIL-90-INT (WS-SUB)
               IF WS-SPAN-DAYS > ZERO
                   COMPUTE WS-RATE ROUNDED =
                       (WS-FIL-LAST-RECORDS (WS-SUB)
                        - WS-FIL-90-RECORDS (WS-SUB)) / WS-SPAN-DAYS
                   MOVE WS-RATE TO CR-FILE-RPD90
               END-IF
           END-IF
           WRITE CAP-REPORT-REC.
       710-EXIT.
           EXIT.
      *****************************************************************
      *   Load the capacity policy, if one is on file, and open the
      *   files.
      *****************************************************************
       900-INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY)
           OPEN INPUT CAP-POLICY-FILE
           READ CAP-POLICY-FILE
               AT END CONTINUE
               NOT AT END
                   IF CP-WINDOW-MINUTES NUMERIC
                           AND CP-WINDOW-MINUTES > ZERO
                       MOVE CP-WINDOW-MINUTES TO WS-WINDOW-MINUTES
                   END-IF
                   IF CP-SLOW-PCT NUMERIC
                           AND CP-SLOW-PCT > 100
                       MOVE CP-SLOW-PCT TO WS-SLOW-PCT
                   END-IF
           END-READ
           CLOSE CAP-POLICY-FILE
           OPEN INPUT RUN-HIST-FILE
           OPEN OUTPUT CAP-REPORT-FILE.
       900-EXIT.
           EXIT.
      *****************************************************************
      *   Close files.
      *****************************************************************
       910-END-PROGRAM-RTN.
           CLOSE RUN-HIST-FILE.
           CLOSE CAP-REPORT-FILE.
       910-EXIT.
           EXIT.
