       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CGLFILECENSUS.
       AUTHOR.  THOMAS LAMBERT.
      *****************************************************************
      * File census for the nightly chain.  Counts the records on the
      * major files the batch grows night after night - the GL
      * activity, transaction, journal, and balance-history files,
      * the COA master, the pay history and employee master, the
      * circulation history and loan file, the payables open file,
      * and the sign-on log - so their growth can be tracked ahead of
      * the disk and the batch window running out.
      *
      * Called by CGLBATCHDRIVER two ways.  Function "C" counts the
      * one file numbered in the parameter area and hands the count
      * back - the driver uses it as the records-processed figure for
      * the step that file drives.  Function "H" counts every file
      * and appends one "F" line per file to the permanent run
      * history BATCHRUNHIST.DAT under the driver's run id, with the
      * record count and the size (records times record length).
      *
      * The sequential files are counted as plain text lines, as
      * CGLBACKUP and CGLARCHIVE pass them; the indexed files are read
      * through their own keyed layouts.  A file not yet created
      * counts as zero.
      *
      *   Input  :  J:\CS3530\COAACTIVITYFILE.DAT
      *             J:\CS3530\COATRANSFILE.DAT
      *             J:\CS3530\COAJRNLFILE.DAT
      *             J:\CS3530\COABALHIST.DAT
      *             J:\CS3530\COAFILEMASTER.DAT
      *             C:\COBOL\PAYHIST.DAT
      *             C:\COBOL\NEWEMP2.DAT
      *             C:\COBOL\BOOKCIRCHIST.DAT
      *             C:\COBOL\LOANFILE.DAT
      *             C:\COBOL\APOPENFILE.DAT
      *             C:\COBOL\SIGNONLOG.DAT
      *   Output :  C:\COBOL\BATCHRUNHIST.DAT (function "H")
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    THE SEQUENTIAL FILES HAVE DIFFERENT RECORD LENGTHS, SO THEY
      *    ARE COUNTED AS PLAIN TEXT LIKE CGLBACKUP'S COMPANIONS.
           SELECT OPTIONAL CNS-TEXT-FILE
               ASSIGN TO UT-SYS-CNS-TEXT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CGL-MSTR-FILE
               ASSIGN TO UT-SYS-MSTR-FILE
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS MS-NO.
           SELECT OPTIONAL EMP-FILE
               ASSIGN TO UT-SYS-EMP-FILE
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS EM-SSNO
               ALTERNATE RECORD KEY IS EM-NAME
                   WITH DUPLICATES.
           SELECT OPTIONAL LOAN-FILE
               ASSIGN TO UT-SYS-LOANFILE
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS LN-LOAN-KEY.
           SELECT OPTIONAL AP-OPEN-FILE
               ASSIGN TO UT-SYS-AP-OPEN-FILE
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS AP-INV-KEY.
           SELECT OPTIONAL RUN-HIST-FILE
               ASSIGN TO UT-SYS-RUN-HIST-FILE
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CNS-TEXT-FILE
           RECORD CONTAINS 150 CHARACTERS.
       01  CNS-TEXT-REC                    PIC X(150).
       FD  CGL-MSTR-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 63 CHARACTERS.
       01  CGL-MSTR-REC.
           05  MS-NO                       PIC 9(4).
           05  MS-REST                     PIC X(59).
      *    THE NAME IS BROKEN OUT SO THE OPEN CARRIES THE NAME
      *    ALTERNATE INDEX THE EMPLOYEE PROGRAMS DECLARE.
       FD  EMP-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 166 CHARACTERS.
       01  EMP-REC.
           05  EM-SSNO                     PIC 9(9).
           05  EM-NAME                     PIC X(20).
           05  EM-REST                     PIC X(137).
      *    SAME KEY LAYOUT BOOKCIRC AND CGLREFSCAN KEEP.
       FD  LOAN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 61 CHARACTERS.
       01  LOAN-REC.
           05  LN-LOAN-KEY.
               10  LN-ISBN                 PIC 9(13).
               10  LN-PATRON-ID            PIC 9(5).
               10  LN-CHECKOUT-TS          PIC X(14).
           05  LN-REST                     PIC X(29).
      *    SAME KEY LAYOUT APINVENTRY AND CGLSUBLEDGREC KEEP.
       FD  AP-OPEN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 87 CHARACTERS.
       01  AP-OPEN-REC.
           05  AP-INV-KEY.
               10  AP-VENDOR-NO            PIC 9(5).
               10  AP-INVOICE-NO           PIC X(10).
           05  AP-REST                     PIC X(72).
      *    SAME LAYOUT CGLBATCHDRIVER, CGLCAPACITYRPT, AND
      *    CGLMORNINGRPT KEEP.
       FD  RUN-HIST-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  RUN-HIST-REC.
      *        "S" = ONE CHAIN STEP, "F" = ONE FILE'S CENSUS,
      *        "R" = THE WHOLE CHAIN.
           05  RH-REC-TYPE                 PIC X.
           05  RH-RUN-ID                   PIC 9(14).
           05  RH-NAME                     PIC X(20).
           05  RH-START-TS                 PIC 9(14).
           05  RH-END-TS                   PIC 9(14).
           05  RH-ELAPSED-SECS             PIC 9(7).
           05  RH-RECORDS                  PIC 9(9).
           05  RH-BYTES                    PIC 9(12).
           05  RH-RESULT                   PIC X(6).
           05  FILLER                      PIC X(3).

       WORKING-STORAGE SECTION.
       01  WS-FILES.
           05  UT-SYS-CNS-TEXT             PIC X(60).
           05  UT-SYS-MSTR-FILE            PIC X(60)
               VALUE "J:\CS3530\COAFILEMASTER.DAT".
           05  UT-SYS-EMP-FILE             PIC X(60)
               VALUE "C:\COBOL\NEWEMP2.DAT".
           05  UT-SYS-LOANFILE             PIC X(60)
               VALUE "C:\COBOL\LOANFILE.DAT".
           05  UT-SYS-AP-OPEN-FILE         PIC X(60)
               VALUE "C:\COBOL\APOPENFILE.DAT".
           05  UT-SYS-RUN-HIST-FILE        PIC X(60)
               VALUE "C:\COBOL\BATCHRUNHIST.DAT".
      *    ONE ENTRY PER FILE CENSUSED - FILE NAME, NAME ON THE
      *    HISTORY, RECORD LENGTH, AND HOW IT IS READ: "T" AS TEXT,
      *    OR THROUGH THE "M"ASTER, "E"MPLOYEE, "L"OAN, OR "A"P
      *    OPEN-ITEM LAYOUT.  CGLBATCHDRIVER NUMBERS ITS STEPS'
      *    DRIVING FILES BY THEIR PLACE IN THIS TABLE.
       01  WS-CENSUS-TABLE.
           05  FILLER.
               10 PIC X(40) VALUE "J:\CS3530\COAACTIVITYFILE.DAT".
               10 PIC X(20) VALUE "COAACTIVITYFILE".
               10 PIC 9(3)  VALUE 066.
               10 PIC X     VALUE "T".
           05  FILLER.
               10 PIC X(40) VALUE "J:\CS3530\COATRANSFILE.DAT".
               10 PIC X(20) VALUE "COATRANSFILE".
               10 PIC 9(3)  VALUE 073.
               10 PIC X     VALUE "T".
           05  FILLER.
               10 PIC X(40) VALUE "J:\CS3530\COAJRNLFILE.DAT".
               10 PIC X(20) VALUE "COAJRNLFILE".
               10 PIC 9(3)  VALUE 077.
               10 PIC X     VALUE "T".
           05  FILLER.
               10 PIC X(40) VALUE "J:\CS3530\COABALHIST.DAT".
               10 PIC X(20) VALUE "COABALHIST".
               10 PIC 9(3)  VALUE 050.
               10 PIC X     VALUE "T".
           05  FILLER.
               10 PIC X(40) VALUE "J:\CS3530\COAFILEMASTER.DAT".
               10 PIC X(20) VALUE "COAFILEMASTER".
               10 PIC 9(3)  VALUE 063.
               10 PIC X     VALUE "M".
           05  FILLER.
               10 PIC X(40) VALUE "C:\COBOL\PAYHIST.DAT".
               10 PIC X(20) VALUE "PAYHIST".
               10 PIC 9(3)  VALUE 043.
               10 PIC X     VALUE "T".
           05  FILLER.
               10 PIC X(40) VALUE "C:\COBOL\NEWEMP2.DAT".
               10 PIC X(20) VALUE "NEWEMP2".
               10 PIC 9(3)  VALUE 166.
               10 PIC X     VALUE "E".
           05  FILLER.
               10 PIC X(40) VALUE "C:\COBOL\BOOKCIRCHIST.DAT".
               10 PIC X(20) VALUE "BOOKCIRCHIST".
               10 PIC 9(3)  VALUE 047.
               10 PIC X     VALUE "T".
           05  FILLER.
               10 PIC X(40) VALUE "C:\COBOL\LOANFILE.DAT".
               10 PIC X(20) VALUE "LOANFILE".
               10 PIC 9(3)  VALUE 061.
               10 PIC X     VALUE "L".
           05  FILLER.
               10 PIC X(40) VALUE "C:\COBOL\APOPENFILE.DAT".
               10 PIC X(20) VALUE "APOPENFILE".
               10 PIC 9(3)  VALUE 087.
               10 PIC X     VALUE "A".
           05  FILLER.
               10 PIC X(40) VALUE "C:\COBOL\SIGNONLOG.DAT".
               10 PIC X(20) VALUE "SIGNONLOG".
               10 PIC 9(3)  VALUE 049.
               10 PIC X     VALUE "T".
       01  WS-CENSUS-TABLE-R REDEFINES WS-CENSUS-TABLE.
           05  WS-CNS-ENTRY OCCURS 11 TIMES.
               10  WS-CNS-FILE-NAME        PIC X(40).
               10  WS-CNS-HIST-NAME        PIC X(20).
               10  WS-CNS-REC-LEN          PIC 9(3).
               10  WS-CNS-READ-AS          PIC X.
       01  WS-CNS-MAX                      PIC 99     VALUE 11.
       01  WS-CNS-SUB                      PIC 99.
       01  WS-SWITCHES.
           05  WS-END-OF-FILE              PIC X      VALUE "N".
               88  EOF                     VALUE "Y".
       01  WS-FILE-COUNT                   PIC 9(9)   VALUE ZERO.
       01  WS-TIMESTAMP                    PIC X(21).

       LINKAGE SECTION.
       01  CENSUS-PARMS.
      *    "C" = COUNT THE ONE FILE NUMBERED IN CNS-FILE-NO,
      *    "H" = COUNT EVERY FILE ONTO THE RUN HISTORY.
           05  CNS-FUNCTION                PIC X.
           05  CNS-FILE-NO                 PIC 99.
           05  CNS-RUN-ID                  PIC 9(14).
           05  CNS-RECORDS                 PIC 9(9).

       PROCEDURE DIVISION USING CENSUS-PARMS.
      *****************************************************************
      *  Count the one file asked for, or every file onto the
      *  history, and hand control back to the driver.
      *****************************************************************
       100-MAIN.
           MOVE ZERO TO CNS-RECORDS
           IF CNS-FUNCTION = "H"
               OPEN EXTEND RUN-HIST-FILE
               PERFORM 300-CENSUS-FILE THRU 300-EXIT
                   VARYING WS-CNS-SUB FROM 1 BY 1
                   UNTIL WS-CNS-SUB > WS-CNS-MAX
               CLOSE RUN-HIST-FILE
           ELSE
               IF CNS-FILE-NO > ZERO AND CNS-FILE-NO NOT > WS-CNS-MAX
                   MOVE CNS-FILE-NO TO WS-CNS-SUB
                   PERFORM 200-COUNT-FILE THRU 200-EXIT
                   MOVE WS-FILE-COUNT TO CNS-RECORDS
               END-IF
           END-IF
           GOBACK.
      *****************************************************************
      *  Count the records on the file at WS-CNS-SUB, reading it the
      *  way its table entry says.
      *****************************************************************
       200-COUNT-FILE.
           MOVE ZERO TO WS-FILE-COUNT
           MOVE "N" TO WS-END-OF-FILE
           EVALUATE WS-CNS-READ-AS (WS-CNS-SUB)
               WHEN "T"
                   PERFORM 210-COUNT-TEXT THRU 210-EXIT
               WHEN "M"
                   PERFORM 220-COUNT-MASTER THRU 220-EXIT
               WHEN "E"
                   PERFORM 230-COUNT-EMP THRU 230-EXIT
               WHEN "L"
                   PERFORM 240-COUNT-LOANS THRU 240-EXIT
               WHEN "A"
                   PERFORM 250-COUNT-AP-OPEN THRU 250-EXIT
           END-EVALUATE.
       200-EXIT.
           EXIT.

       210-COUNT-TEXT.
           MOVE WS-CNS-FILE-NAME (WS-CNS-SUB) TO UT-SYS-CNS-TEXT
           OPEN INPUT CNS-TEXT-FILE
           PERFORM UNTIL EOF
               READ CNS-TEXT-FILE
                   AT END MOVE "Y" TO WS-END-OF-FILE
                   NOT AT END ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE CNS-TEXT-FILE.
       210-EXIT.
           EXIT.

       220-COUNT-MASTER.
           OPEN INPUT CGL-MSTR-FILE
           PERFORM UNTIL EOF
               READ CGL-MSTR-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-END-OF-FILE
                   NOT AT END ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE CGL-MSTR-FILE.
       220-EXIT.
           EXIT.

       230-COUNT-EMP.
           OPEN INPUT EMP-FILE
           PERFORM UNTIL EOF
               READ EMP-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-END-OF-FILE
                   NOT AT END ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE EMP-FILE.
       230-EXIT.
           EXIT.

       240-COUNT-LOANS.
           OPEN INPUT LOAN-FILE
           PERFORM UNTIL EOF
               READ LOAN-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-END-OF-FILE
                   NOT AT END ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE LOAN-FILE.
       240-EXIT.
           EXIT.

       250-COUNT-AP-OPEN.
           OPEN INPUT AP-OPEN-FILE
           PERFORM UNTIL EOF
               READ AP-OPEN-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-END-OF-FILE
                   NOT AT END ADD 1 TO WS-FILE-COUNT
               END-READ
           END-PERFORM
           CLOSE AP-OPEN-FILE.
       250-EXIT.
           EXIT.
      *****************************************************************
      *  Count one file and append its census line to the history.
      *****************************************************************
       300-CENSUS-FILE.
           PERFORM 200-COUNT-FILE THRU 200-EXIT
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO RUN-HIST-REC
           MOVE "F" TO RH-REC-TYPE
           MOVE CNS-RUN-ID TO RH-RUN-ID
           MOVE WS-CNS-HIST-NAME (WS-CNS-SUB) TO RH-NAME
           MOVE WS-TIMESTAMP (1:14) TO RH-START-TS
           MOVE WS-TIMESTAMP (1:14) TO RH-END-TS
           MOVE ZERO TO RH-ELAPSED-SECS
           MOVE WS-FILE-COUNT TO RH-RECORDS
           COMPUTE RH-BYTES =
               WS-FILE-COUNT * WS-CNS-REC-LEN (WS-CNS-SUB)
           MOVE "OK" TO RH-RESULT
           WRITE RUN-HIST-REC.
       300-EXIT.
           EXIT.
