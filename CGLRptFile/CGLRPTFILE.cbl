               10 PIC X(50) VALUE "J:\CS3530\COAJRNLPOSTRPT.DAT".
               10 PIC X(40) VALUE "J:\CS3530\RPTJRNLPOST".
               10 PIC X(12) VALUE "CGLJOURNALPO".
           05  FILLER.
               10 PIC X(20) VALUE "SUBLEDGER REC".
               10 PIC X(50) VALUE "J:\CS3530\COASUBRECRPT.DAT".
               10 PIC X(40) VALUE "J:\CS3530\RPTSUBREC".
               10 PIC X(12) VALUE "CGLSUBLEDGRE".
       01  WS-SOURCE-TABLE-R REDEFINES WS-SOURCE-TABLE.
           05  WS-SOURCE-ENTRY OCCURS 7 TIMES.
               10  WS-SRC-REPORT-NAME      PIC X(20).
               10  WS-SRC-LIVE-NAME        PIC X(50).
               10  WS-SRC-STORED-BASE      PIC X(40).
           MOVE WS-TIMESTAMP (1:8) TO WS-TODAY-DATE.
           PERFORM 200-FIND-RUN-NO THRU 200-EXIT.
           PERFORM 300-FILE-ONE-REPORT THRU 300-EXIT
               VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 7.
           DISPLAY "REPORT FILING COMPLETE - " WS-FILED-COUNT
               " REPORTS FILED AS RUN " WS-RUN-NO " OF "
               WS-TODAY-DATE.
