      * balance shows up on the same run it was introduced instead of
      * waiting for someone to notice at month-end.  SEE REQUEST 036.
      *
      * The subledger reconciliation runs after the reference scan,
      * once every posting of the night is on the master, proving the
      * payables, fines, and inventory detail against the GL accounts
      * they feed; its difference count reaches the morning report.
      *
      * The chain can now run unattended: each chained step reads its
      * prompt answers off the run-parameter file BATCHRUNPARMS.DAT
      * (operator credentials, restart flag, override decisions
      * The status file is opened per write so the steps can append
      * their parameter lines between the driver's own writes.
      *
      * Every run is also kept for good on the run history
      * BATCHRUNHIST.DAT, which is never cleared: one "S" line per
      * step with its start and end time, elapsed seconds, and the
      * records on the file that drives it (counted by CGLFILECENSUS
      * just before the step starts), then after the last step one
      * "F" line per major file with its record count and size, then
      * one "R" line for the chain as a whole.  CGLCAPACITYRPT trends
      * the history against the batch window and CGLMORNINGRPT flags
      * any step that ran well beyond its average.
      *
      * Input:  C:\COBOL\BATCHRUNPARMS.DAT (optional)
      * Output: C:\COBOL\BATCHRUNSTATUS.DAT
      *         C:\COBOL\BATCHRUNHIST.DAT
      *******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL BATCH-LOCK-FILE
               ASSIGN TO UT-SYS-BATCH-LOCK-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-HIST-FILE
               ASSIGN TO UT-SYS-RUN-HIST-FILE
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05  LK-HOLDER                  PIC X(8).
           05  LK-TIMESTAMP               PIC X(21).
           05  LK-STEP                    PIC X(20).
      *    PERMANENT RUN HISTORY - APPENDED TO, NEVER CLEARED.  SAME
      *    LAYOUT CGLFILECENSUS, CGLCAPACITYRPT, AND CGLMORNINGRPT
      *    KEEP.
       FD  RUN-HIST-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  RUN-HIST-REC.
      *        "S" = ONE CHAIN STEP, "F" = ONE FILE'S CENSUS,
      *        "R" = THE WHOLE CHAIN.
           05  RH-REC-TYPE                PIC X.
           05  RH-RUN-ID                  PIC 9(14).
           05  RH-NAME                    PIC X(20).
           05  RH-START-TS                PIC 9(14).
           05  RH-END-TS                  PIC 9(14).
           05  RH-ELAPSED-SECS            PIC 9(7).
           05  RH-RECORDS                 PIC 9(9).
           05  RH-BYTES                   PIC 9(12).
           05  RH-RESULT                  PIC X(6).
           05  FILLER                     PIC X(3).

       WORKING-STORAGE SECTION.
       01  WS-FILES.
               VALUE "C:\COBOL\BATCHRUNPARMS.DAT".
           05  UT-SYS-BATCH-LOCK-FILE     PIC X(50)
               VALUE "C:\COBOL\BATCHRUNLOCK.DAT".
           05  UT-SYS-RUN-HIST-FILE       PIC X(50)
               VALUE "C:\COBOL\BATCHRUNHIST.DAT".
       01  WS-LOCK-HELD                   PIC X VALUE "N".
           88  LOCK-ALREADY-HELD          VALUE "Y".
       01  WS-PARM-SWITCH                 PIC X VALUE "N".
       01  WS-SUB                         PIC 99.
       01  WS-RUN-FAILED                  PIC X VALUE "N".
           88  RUN-FAILED                 VALUE "Y".
      *    THE CGLFILECENSUS FILE NUMBER OF THE FILE THAT DRIVES EACH
      *    STEP, IN STEP ORDER - ITS RECORD COUNT GOES ON THE STEP'S
      *    HISTORY LINE.  ZERO = NO DRIVING FILE.
       01  WS-STEP-DRIVER-TABLE           PIC X(22)
               VALUE "0502030205050507091000".
       01  WS-STEP-DRIVER-R REDEFINES WS-STEP-DRIVER-TABLE.
           05  WS-STEP-DRIVER-FILE        PIC 99 OCCURS 11 TIMES.
       01  CENSUS-PARMS.
           05  CNS-FUNCTION               PIC X.
           05  CNS-FILE-NO                PIC 99.
           05  CNS-RUN-ID                 PIC 9(14).
           05  CNS-RECORDS                PIC 9(9).
       01  WS-RUN-TIMES.
           05  WS-RUN-ID                  PIC 9(14).
           05  WS-STEP-START-TS           PIC 9(14).
           05  WS-STEP-END-TS             PIC 9(14).
           05  WS-STEP-RECORDS            PIC 9(9).
           05  WS-CHAIN-RECORDS           PIC 9(9)  VALUE ZERO.
           05  WS-START-SECS              PIC 9(11).
       01  WS-SECS-TS                     PIC 9(14).
       01  WS-SECS-TS-R REDEFINES WS-SECS-TS.
           05  WS-SECS-DATE               PIC 9(8).
           05  WS-SECS-HH                 PIC 99.
           05  WS-SECS-MM                 PIC 99.
           05  WS-SECS-SS                 PIC 99.
       01  WS-SECS                        PIC 9(11).

       PROCEDURE DIVISION.
      *****************************************************************
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    THE CHAIN'S START TIME IDENTIFIES THIS RUN ON THE HISTORY.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-RUN-ID
           PERFORM 200-RUN-STEP THRU 200-EXIT
               WITH TEST AFTER
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB = 11 OR RUN-FAILED.
           PERFORM 400-LOG-RUN-HISTORY THRU 400-EXIT.
           PERFORM 910-END-PROGRAM-RTN THRU 910-EXIT.
           IF RUN-FAILED
      *        THE LOCK STAYS HELD ON A FAILED RUN - THE MASTERS MAY
      *****************************************************************
       200-RUN-STEP.
           PERFORM 170-STAMP-LOCK-STEP THRU 170-EXIT
           PERFORM 180-COUNT-STEP-INPUT THRU 180-EXIT
      *    NOTHING MAY BE CALLED BETWEEN THE STEP AND ITS STATUS
      *    LINE - THE STEP'S RETURN-CODE DECIDES THE RESULT.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-STEP-START-TS
           EVALUATE WS-SUB
      *        THE GENERATION BACKUPS RUN FIRST, BEFORE ANYTHING HAS
      *        TOUCHED THE MASTERS; DUE STANDING ENTRIES AND JOURNAL
               WHEN 9
                   MOVE "REFERENCE SCAN" TO CGLC-BS-STEP-NAME
                   CALL "CGLREFSCAN"
      *        THE SUBLEDGERS ARE PROVED AGAINST THE MASTER THE WHOLE
      *        NIGHT JUST WROTE, AHEAD OF THE FILING STEP SO ITS
      *        REPORT IS FILED WITH THE REST.
               WHEN 10
                   MOVE "SUBLEDGER REC" TO CGLC-BS-STEP-NAME
                   CALL "CGLSUBLEDGREC"
      *        THE REPORT FILING RUNS LAST OF ALL, SWEEPING THE
      *        NIGHT'S REPORTS INTO THE DATED REPOSITORY BEFORE THE
      *        NEXT RUN REPLACES THEM.
               WHEN 11
                   MOVE "REPORT FILING" TO CGLC-BS-STEP-NAME
                   CALL "CGLRPTFILE"
           END-EVALUATE
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-STEP-END-TS
           PERFORM 300-LOG-STEP-RESULT THRU 300-EXIT
           PERFORM 310-LOG-STEP-HISTORY THRU 310-EXIT.
       200-EXIT.
           EXIT.
      *****************************************************************
               WHEN 7 MOVE "TRIAL BALANCE" TO LK-STEP
               WHEN 8 MOVE "PAYROLL" TO LK-STEP
               WHEN 9 MOVE "REFERENCE SCAN" TO LK-STEP
               WHEN 10 MOVE "SUBLEDGER REC" TO LK-STEP
               WHEN 11 MOVE "REPORT FILING" TO LK-STEP
           END-EVALUATE
           WRITE BATCH-LOCK-REC
           CLOSE BATCH-LOCK-FILE.
       170-EXIT.
           EXIT.
      *****************************************************************
      *  Count the records on the file that drives the step about to
      *  run - the records-processed figure on its history line.
      *****************************************************************
       180-COUNT-STEP-INPUT.
           MOVE ZERO TO WS-STEP-RECORDS
           IF WS-STEP-DRIVER-FILE (WS-SUB) = ZERO
               GO TO 180-EXIT
           END-IF
           MOVE "C" TO CNS-FUNCTION
           MOVE WS-STEP-DRIVER-FILE (WS-SUB) TO CNS-FILE-NO
           MOVE WS-RUN-ID TO CNS-RUN-ID
           CALL "CGLFILECENSUS" USING CENSUS-PARMS
           MOVE CNS-RECORDS TO WS-STEP-RECORDS
           ADD CNS-RECORDS TO WS-CHAIN-RECORDS.
       180-EXIT.
           EXIT.
      *****************************************************************
      *  Write the outcome of the step just run to the status report.
      *****************************************************************
       300-LOG-STEP-RESULT.
       300-EXIT.
           EXIT.
      *****************************************************************
      *  Append the step just run to the permanent run history.
      *****************************************************************
       310-LOG-STEP-HISTORY.
           MOVE SPACES TO RUN-HIST-REC
           MOVE "S" TO RH-REC-TYPE
           MOVE WS-RUN-ID TO RH-RUN-ID
           MOVE CGLC-BS-STEP-NAME TO RH-NAME
           MOVE WS-STEP-START-TS TO RH-START-TS
           MOVE WS-STEP-END-TS TO RH-END-TS
           MOVE WS-STEP-START-TS TO WS-SECS-TS
           PERFORM 320-TS-TO-SECS THRU 320-EXIT
           MOVE WS-SECS TO WS-START-SECS
           MOVE WS-STEP-END-TS TO WS-SECS-TS
           PERFORM 320-TS-TO-SECS THRU 320-EXIT
           COMPUTE RH-ELAPSED-SECS = WS-SECS - WS-START-SECS
           MOVE WS-STEP-RECORDS TO RH-RECORDS
           MOVE ZERO TO RH-BYTES
           MOVE CGLC-BS-RESULT TO RH-RESULT
           OPEN EXTEND RUN-HIST-FILE
           WRITE RUN-HIST-REC
           CLOSE RUN-HIST-FILE.
       310-EXIT.
           EXIT.
      *****************************************************************
      *  Seconds since the calendar base for the stamp in WS-SECS-TS,
      *  so a step running past midnight still times correctly.
      *****************************************************************
       320-TS-TO-SECS.
           COMPUTE WS-SECS =
               FUNCTION INTEGER-OF-DATE (WS-SECS-DATE) * 86400
               + WS-SECS-HH * 3600 + WS-SECS-MM * 60 + WS-SECS-SS.
       320-EXIT.
           EXIT.
      *****************************************************************
      *  After the last step: census the major files onto the history
      *  and close the run off with its chain line.  A failed run is
      *  kept too, so the history shows where the time went.
      *****************************************************************
       400-LOG-RUN-HISTORY.
           MOVE "H" TO CNS-FUNCTION
           MOVE ZERO TO CNS-FILE-NO
           MOVE WS-RUN-ID TO CNS-RUN-ID
           CALL "CGLFILECENSUS" USING CENSUS-PARMS
           MOVE SPACES TO RUN-HIST-REC
           MOVE "R" TO RH-REC-TYPE
           MOVE WS-RUN-ID TO RH-RUN-ID
           MOVE "NIGHTLY CHAIN" TO RH-NAME
           MOVE WS-RUN-ID TO RH-START-TS
           MOVE FUNCTION CURRENT-DATE (1:14) TO RH-END-TS
           MOVE RH-START-TS TO WS-SECS-TS
           PERFORM 320-TS-TO-SECS THRU 320-EXIT
           MOVE WS-SECS TO WS-START-SECS
           MOVE RH-END-TS TO WS-SECS-TS
           PERFORM 320-TS-TO-SECS THRU 320-EXIT
           COMPUTE RH-ELAPSED-SECS = WS-SECS - WS-START-SECS
           MOVE WS-CHAIN-RECORDS TO RH-RECORDS
           MOVE ZERO TO RH-BYTES
           IF RUN-FAILED
               MOVE "FAILED" TO RH-RESULT
           ELSE
               MOVE "OK" TO RH-RESULT
           END-IF
           OPEN EXTEND RUN-HIST-FILE
           WRITE RUN-HIST-REC
           CLOSE RUN-HIST-FILE.
       400-EXIT.
           EXIT.
      *****************************************************************
      *   Open the status report file.
      *****************************************************************
       900-INITIALIZATION.
