      * is only ever extended; CGLTRENDRPT reads it to print an
      * account's last twelve month-end balances.  A period already on
      * the history file is refused so a rerun cannot stamp the same
      * month twice.  Run under CGLMONTHEND the period comes off the
      * close parameter instead of being keyed, and control returns
      * to the driver with the return code set.
      *
      * Input:  J:\CS3530\COAFILEMASTER.DAT
      *         J:\CS3530\COACLOSEPARM.DAT
      * Output: J:\CS3530\COABALHIST.DAT (extended)
      *******************************************************************
       ENVIRONMENT DIVISION.
           SELECT OPTIONAL CGLC-BALHIST-FILE
               ASSIGN TO UT-SYS-BALHIST-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
      *    SET BY CGLMONTHEND FOR THE STEPS IT RUNS - EMPTY OTHERWISE.
           SELECT OPTIONAL CGLC-CLOSE-PARM-FILE
               ASSIGN TO UT-SYS-CLOSE-PARM-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CGL-COA-MASTER-FILE
           05  CGLC-SNP-ACCT-TYPE          PIC X.
           05  CGLC-SNP-DESCRIPTION        PIC X(30).

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
           05  UT-SYS-COA-MASTER-FILE      PIC X(50)
               VALUE "J:\CS3530\COAFILEMASTER.DAT".
           05  UT-SYS-BALHIST-FILE         PIC X(50)
               VALUE "J:\CS3530\COABALHIST.DAT".
       01  WS-CLOSE-PARM-SWITCH            PIC X      VALUE "N".
           88  CLOSE-PARM-PRESENT          VALUE "Y".
       01  WS-SWITCHES.
           05  WS-END-OF-FILE              PIC X      VALUE "N".
               88  EOF                     VALUE "Y".
      *  Do ending tasks.
      *****************************************************************
       100-MAIN.
           MOVE ZERO TO RETURN-CODE
           PERFORM 050-READ-CLOSE-PARM THRU 050-EXIT
           IF CLOSE-PARM-PRESENT
               DISPLAY "PERIOD " WS-SNAPSHOT-PERIOD-N
                   " FROM THE MONTH-END RUN"
           ELSE
               DISPLAY "ENTER PERIOD TO SNAPSHOT (YYYYMM): "
               ACCEPT WS-SNAPSHOT-PERIOD-N
           END-IF
           IF WS-SNP-MONTH < 1 OR WS-SNP-MONTH > 12
               DISPLAY "INVALID PERIOD - MONTH MUST BE 01-12"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 200-CHECK-PERIOD-ON-FILE THRU 200-EXIT.
           IF PERIOD-ON-FILE
               DISPLAY "PERIOD " WS-SNAPSHOT-PERIOD-N
                   " IS ALREADY ON THE HISTORY FILE - RUN REFUSED"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 900-INITIALIZATION THRU 900-EXIT.
           PERFORM 250-READ-MASTER THRU 250-EXIT.
           PERFORM 910-END-PROGRAM-RTN THRU 910-EXIT.
           DISPLAY "SNAPSHOT COMPLETE - " WS-ACCOUNT-COUNT
               " ACCOUNTS CAPTURED FOR " WS-SNAPSHOT-PERIOD-N.
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
                   MOVE CGLC-CP-PERIOD TO WS-SNAPSHOT-PERIOD-N
           END-READ
           CLOSE CGLC-CLOSE-PARM-FILE.
       050-EXIT.
           EXIT.
      *****************************************************************
      *  Scan the existing history for the requested period so a
      *  rerun cannot capture the same month twice.
