       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ILLPARTMAINT.
       AUTHOR.  THOMAS LAMBERT.
      *****************************************************************
      * Maintenance for the interlibrary loan partner master.  Every
      * library we borrow from or lend to is on file here under a
      * short partner ID, with its shipping address, the fee we
      * charge it for each book we lend it, and the number of days
      * it may keep one of our books.  ILLMAINT validates every
      * borrowing and lending request against this master, and
      * ILLRPT reports activity and turnaround per partner.
      *
      * A partner we no longer deal with is made inactive rather
      * than deleted, so its past requests still report under its
      * name; no new request can be opened with an inactive partner.
      *
      *   File  :  C:\COBOL\ILLPARTNER.DAT
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ILL-PARTNER-FILE
                 ASSIGN TO UT-SYS-ILL-PARTNER-FILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS IP-PARTNER-ID.

       DATA DIVISION.
       FILE SECTION.

       FD ILL-PARTNER-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 104 CHARACTERS.
       01 ILL-PARTNER-REC.
          05  IP-PARTNER-ID                        PIC X(6).
          05  IP-NAME                              PIC X(30).
          05  IP-ADDRESS                           PIC X(30).
          05  IP-CITY-ST-ZIP                       PIC X(30).
      *    WHAT WE CHARGE THE PARTNER FOR EACH BOOK WE LEND IT, AND
      *    THE DAYS IT MAY KEEP ONE.
          05  IP-LEND-FEE                          PIC 9(3)V99.
          05  IP-LOAN-DAYS                         PIC 99.
          05  IP-STATUS                            PIC X.
              88  IP-ACTIVE                 VALUE "A".
              88  IP-INACTIVE               VALUE "I".

       WORKING-STORAGE SECTION.
       01  WS-FILENAMES.
           05  UT-SYS-ILL-PARTNER-FILE             PIC X(50)
                                   VALUE "C:\COBOL\ILLPARTNER.DAT".
       01  WS-SWITCHES.
           05  WS-STOP-PROGRAM                     PIC X
                                            VALUE 'N'.
               88  OK-TO-STOP                VALUE 'Y'.
           05  WS-MENU-CHOICE                      PIC X.
           05  WS-PARTNER-NOT-FOUND                PIC X
                                            VALUE 'F'.
               88  PARTNER-FOUND             VALUE 'T'.
           05  WS-NEW-STATUS                       PIC X.
               88  NEW-STATUS-VALID          VALUE "A" "I".
      *    A PARTNER ADDED WITH NO LOAN PERIOD GETS FOUR WEEKS.
       01  WS-DEFAULT-LOAN-DAYS                    PIC 99
                                            VALUE 28.

       PROCEDURE DIVISION.
      ***************************************************************
      *   Do startup tasks.
      *   Loop until the user chooses to exit.
      *   Do ending tasks.
      ***************************************************************
       100-MAIN.
           PERFORM 900-INITIALIZATION THRU 900-EXIT.
           PERFORM 200-PROCESS-FILE THRU 200-EXIT
                   UNTIL OK-TO-STOP.
           PERFORM 910-END-PROGRAM-RTN.
           STOP RUN.
      ***************************************************************
      *   Display the menu and dispatch.
      ***************************************************************
       200-PROCESS-FILE.
           DISPLAY "1. ADD ILL PARTNER"
           DISPLAY "2. UPDATE ILL PARTNER"
           DISPLAY "3. VIEW ILL PARTNER"
           DISPLAY "4. EXIT"
           DISPLAY "ENTER MENU OPTION: "
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM 300-ADD-PARTNER THRU 300-EXIT
               WHEN "2"
                   PERFORM 400-UPDATE-PARTNER THRU 400-EXIT
               WHEN "3"
                   PERFORM 500-VIEW-PARTNER THRU 500-EXIT
               WHEN "4"
                   MOVE 'Y' TO WS-STOP-PROGRAM
           END-EVALUATE.
       200-EXIT.
           EXIT.
      ***************************************************************
      *   Add a new partner library, active.
      ***************************************************************
       300-ADD-PARTNER.
           DISPLAY "PARTNER ID: "
           ACCEPT IP-PARTNER-ID
           IF IP-PARTNER-ID = SPACES
               DISPLAY "PARTNER ID IS REQUIRED"
               GO TO 300-EXIT
           END-IF
           PERFORM 700-READ-PARTNER-MASTER THRU 700-EXIT
           IF PARTNER-FOUND
               DISPLAY "PARTNER ALREADY EXISTS - " IP-NAME
               GO TO 300-EXIT
           END-IF
           DISPLAY "LIBRARY NAME: "
           ACCEPT IP-NAME
           IF IP-NAME = SPACES
               DISPLAY "LIBRARY NAME IS REQUIRED"
               GO TO 300-EXIT
           END-IF
           DISPLAY "SHIPPING ADDRESS: "
           ACCEPT IP-ADDRESS
           DISPLAY "CITY, STATE, ZIP: "
           ACCEPT IP-CITY-ST-ZIP
           DISPLAY "FEE PER BOOK WE LEND THEM (999.99): "
           ACCEPT IP-LEND-FEE
           DISPLAY "DAYS THEY MAY KEEP OUR BOOK (ENTER FOR "
               WS-DEFAULT-LOAN-DAYS "): "
           ACCEPT IP-LOAN-DAYS
           IF IP-LOAN-DAYS NOT NUMERIC OR IP-LOAN-DAYS = ZERO
               MOVE WS-DEFAULT-LOAN-DAYS TO IP-LOAN-DAYS
           END-IF
           MOVE "A" TO IP-STATUS
           WRITE ILL-PARTNER-REC
               INVALID KEY DISPLAY "ERROR WRITING PARTNER"
               NOT INVALID KEY DISPLAY "PARTNER ADDED"
           END-WRITE.
       300-EXIT.
           EXIT.
      ***************************************************************
      *   Change a partner's address, terms, or status.
      ***************************************************************
       400-UPDATE-PARTNER.
           DISPLAY "PARTNER ID: "
           ACCEPT IP-PARTNER-ID
           PERFORM 700-READ-PARTNER-MASTER THRU 700-EXIT
           IF NOT PARTNER-FOUND
               DISPLAY "PARTNER IS NOT ON FILE"
               GO TO 400-EXIT
           END-IF
           DISPLAY "LIBRARY NAME (CURRENT " IP-NAME "): "
           ACCEPT IP-NAME
           DISPLAY "SHIPPING ADDRESS (CURRENT " IP-ADDRESS "): "
           ACCEPT IP-ADDRESS
           DISPLAY "CITY, STATE, ZIP (CURRENT " IP-CITY-ST-ZIP "): "
           ACCEPT IP-CITY-ST-ZIP
           DISPLAY "FEE PER BOOK WE LEND (CURRENT " IP-LEND-FEE "): "
           ACCEPT IP-LEND-FEE
           DISPLAY "DAYS THEY MAY KEEP OUR BOOK (CURRENT "
               IP-LOAN-DAYS "): "
           ACCEPT IP-LOAN-DAYS
           IF IP-LOAN-DAYS NOT NUMERIC OR IP-LOAN-DAYS = ZERO
               MOVE WS-DEFAULT-LOAN-DAYS TO IP-LOAN-DAYS
           END-IF
           DISPLAY "STATUS A=ACTIVE I=INACTIVE (CURRENT "
               IP-STATUS "): "
           MOVE SPACE TO WS-NEW-STATUS
           ACCEPT WS-NEW-STATUS
           IF NEW-STATUS-VALID
               MOVE WS-NEW-STATUS TO IP-STATUS
           END-IF
           REWRITE ILL-PARTNER-REC
               INVALID KEY DISPLAY "ERROR REWRITING PARTNER"
               NOT INVALID KEY DISPLAY "PARTNER UPDATED"
           END-REWRITE.
       400-EXIT.
           EXIT.
      ***************************************************************
      *   Display one partner.
      ***************************************************************
       500-VIEW-PARTNER.
           DISPLAY "PARTNER ID: "
           ACCEPT IP-PARTNER-ID
           PERFORM 700-READ-PARTNER-MASTER THRU 700-EXIT
           IF PARTNER-FOUND
               DISPLAY "PARTNER ID. . " IP-PARTNER-ID
               DISPLAY "NAME. . . . . " IP-NAME
               DISPLAY "ADDRESS . . . " IP-ADDRESS
               DISPLAY "              " IP-CITY-ST-ZIP
               DISPLAY "LENDING FEE . " IP-LEND-FEE
               DISPLAY "LOAN DAYS . . " IP-LOAN-DAYS
               IF IP-INACTIVE
                   DISPLAY "STATUS. . . . INACTIVE"
               ELSE
                   DISPLAY "STATUS. . . . ACTIVE"
               END-IF
           ELSE
               DISPLAY "PARTNER IS NOT ON FILE"
           END-IF.
       500-EXIT.
           EXIT.
      ***************************************************************
      *   Read a record from the partner master file.
      ***************************************************************
       700-READ-PARTNER-MASTER.
           READ ILL-PARTNER-FILE
              INVALID KEY MOVE 'F' TO WS-PARTNER-NOT-FOUND
              NOT INVALID KEY MOVE 'T' TO WS-PARTNER-NOT-FOUND
           END-READ.
       700-EXIT.
           EXIT.
      ***************************************************************
      *   Open the file.
      ***************************************************************
       900-INITIALIZATION.
           OPEN I-O ILL-PARTNER-FILE.
       900-EXIT.
           EXIT.
      *****************************************************************
      *   Close files.
      *****************************************************************
       910-END-PROGRAM-RTN.
           CLOSE ILL-PARTNER-FILE.
       910-EXIT.
           EXIT.
