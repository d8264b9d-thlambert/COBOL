       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGLJRNLIMPORT.
       AUTHOR. COLE SQUIRE.
      *******************************************************************
      * Journal entry import.  Budget transfers, bank fee entries, and
      * the outside accountant's adjustments arrive as spreadsheets,
      * and every line used to be rekeyed through CGLJRNLENTRY.  This
      * reads the spreadsheet saved as a comma-delimited file, one
      * journal line per record -
      *
      *   entry reference, account, debit, credit, description,
      *   effective date (YYYYMMDD)
      *
      * - lines sharing an entry reference make up one entry.  The
      * description may not itself contain a comma.  The last record
      * is the control record the sender totals the file with -
      *
      *   TOTAL, line count, total debits, total credits
      *
      * Every line gets the edits CGLJRNLENTRY applies at keying
      * time: the account must be active on the COA master and the
      * effective date a real calendar day (zero meaning the night it
      * posts), and the date's period must not be closed on the
      * period calendar.  An entry with any bad line, or whose debits
      * and credits do not agree, is rejected whole.  The accepted
      * entries are written to the journal file under newly assigned
      * entry numbers - one past the highest already there - each
      * line stamped with the signed-on operator, and each entry put
      * on the approval file as pending, the same as a keyed entry.
      *
      * When the control record is missing or its count or totals do
      * not agree with the file, nothing at all is loaded.  The proof
      * report lists every line and entry with its outcome and ends
      * with the control totals.  RC 16 when the file was refused,
      * RC 4 when any entry was rejected.
      *
      *   Input :  J:\CS3530\COAJRNLIMPORT.CSV
      *            J:\CS3530\COAFILEMASTER.DAT
      *            J:\CS3530\COAPERIODMASTER.DAT
      *   File  :  J:\CS3530\COAJRNLFILE.DAT (extended)
      *            J:\CS3530\COAJRNLAPPR.DAT (extended)
      *   Output:  J:\CS3530\COAJRNLIMPRPT.DAT
      *******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CGLC-IMPORT-FILE
               ASSIGN TO UT-SYS-IMPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CGL-JOURNAL-FILE
               ASSIGN TO UT-SYS-JOURNAL-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CGL-JRNL-APPROVAL-FILE
               ASSIGN TO UT-SYS-JRNL-APPROVAL-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CGL-COA-MASTER-FILE
               ASSIGN TO UT-SYS-COA-MASTER-FILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CGLC-MSTR-NO.
      *    OPTIONAL - A SITE THAT HAS NEVER RUN CGLPERIODCLOSE HAS NO
      *    CALENDAR YET, AND EVERY PERIOD IS THEN TREATED AS OPEN.
           SELECT OPTIONAL CGLC-PERIOD-FILE
               ASSIGN TO UT-SYS-PERIOD-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CGLC-JM-REPORT-FILE
               ASSIGN TO UT-SYS-JM-REPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CGLC-IMPORT-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  CGLC-IMPORT-REC                 PIC X(200).
      *    SAME LAYOUT CGLJRNLENTRY WRITES AND CGLJOURNALPOST READS.
       FD  CGL-JOURNAL-FILE
           RECORD CONTAINS 77 CHARACTERS.
       01  CGL-JOURNAL-REC.
           05  JRNL-ENTRY-NO               PIC 9(5).
           05  JRNL-LINE-NO                PIC 9(3).
           05  JRNL-ACCT-NO                PIC 9(4).
           05  JRNL-DEBIT-AMT              PIC 9(7)V99.
           05  JRNL-CREDIT-AMT            PIC 9(7)V99.
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
       FD  CGL-COA-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 63 CHARACTERS.
       01  CGL-COA-MSTR-REC.
           05  CGLC-MSTR-NO                PIC 9(4).
           05  CGLC-MSTR-BEG-BALANCE       PIC S9(7)V99.
           05  CGLC-MSTR-CUR-BALANCE       PIC S9(7)V99.
           05  CGLC-MSTR-ACCT-ACTIVE       PIC X.
               88  MSTR-ACCT-ACTIVE        VALUE "A".
           05  CGLC-MSTR-ACCT-TYPE         PIC X.
           05  CGLC-MSTR-DESCRIPTION       PIC X(30).
           05  CGLC-MSTR-EFF-DATE          PIC 9(8).
           05  CGLC-MSTR-PEND-STATUS       PIC X.
       FD  CGLC-PERIOD-FILE
           RECORD CONTAINS 7 CHARACTERS.
       01  CGLC-PERIOD-REC.
           05  CGLC-PRD-PERIOD             PIC 9(6).
           05  CGLC-PRD-STATUS             PIC X.
      *    ONE LINE PER IMPORTED LINE, ONE PER ENTRY, THEN THE
      *    CONTROL TOTALS.
       FD  CGLC-JM-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CGLC-JM-REPORT-REC.
           05  CGLC-JM-REF                 PIC X(10).
           05  FILLER                      PIC X.
           05  CGLC-JM-ACCTNUM             PIC X(4).
           05  FILLER                      PIC X.
           05  CGLC-JM-DEBIT               PIC -(7)9.99.
           05  FILLER                      PIC X.
           05  CGLC-JM-CREDIT              PIC -(7)9.99.
           05  FILLER                      PIC X.
           05  CGLC-JM-EFF-DATE            PIC X(8).
           05  FILLER                      PIC X.
           05  CGLC-JM-ENTRY-NO            PIC X(5).
           05  FILLER                      PIC X.
           05  CGLC-JM-RESULT              PIC X(24).
           05  FILLER                      PIC X.
       01  CGLC-JM-TOTAL-REC.
           05  CGLC-JT-LABEL               PIC X(30).
           05  FILLER                      PIC X.
           05  CGLC-JT-COUNT               PIC ZZZZ9.
           05  FILLER                      PIC X.
           05  CGLC-JT-DEBITS              PIC -(9)9.99.
           05  FILLER                      PIC X.
           05  CGLC-JT-CREDITS             PIC -(9)9.99.
           05  FILLER                      PIC X(16).

       WORKING-STORAGE SECTION.
      *    PARAMETER AREA FOR THE SHARED SIGN-ON SUBPROGRAM - SEE
      *    OPERSIGNON FOR THE AGING, LOCKOUT, AND LOGGING RULES.
       01  SIGNON-PARMS.
           05  SGN-PROGRAM-NAME            PIC X(12).
           05  SGN-UNATTENDED              PIC X.
           05  SGN-OPERATOR-ID             PIC X(8).
           05  SGN-PASSWORD                PIC X(8).
           05  SGN-AUTH-LEVEL              PIC 9.
           05  SGN-OK                      PIC X.
       01  WS-FILES.
           05  UT-SYS-IMPORT-FILE          PIC X(50)
               VALUE "J:\CS3530\COAJRNLIMPORT.CSV".
           05  UT-SYS-JOURNAL-FILE         PIC X(50)
               VALUE "J:\CS3530\COAJRNLFILE.DAT".
           05  UT-SYS-JRNL-APPROVAL-FILE   PIC X(50)
               VALUE "J:\CS3530\COAJRNLAPPR.DAT".
           05  UT-SYS-COA-MASTER-FILE      PIC X(50)
               VALUE "J:\CS3530\COAFILEMASTER.DAT".
           05  UT-SYS-PERIOD-FILE          PIC X(50)
               VALUE "J:\CS3530\COAPERIODMASTER.DAT".
           05  UT-SYS-JM-REPORT-FILE       PIC X(50)
               VALUE "J:\CS3530\COAJRNLIMPRPT.DAT".
       01  WS-OPERATOR-ID                  PIC X(8).
       01  WS-SIGNON-AREA.
           05  WS-AUTH-LEVEL               PIC 9      VALUE ZERO.
           05  WS-SIGNON-OK                PIC X      VALUE "N".
               88  SIGNON-OK               VALUE "Y".
       01  WS-SWITCHES.
           05  WS-END-OF-FILE              PIC X      VALUE "N".
               88  EOF                     VALUE "Y".
           05  WS-CONTROL-FOUND            PIC X      VALUE "N".
               88  CONTROL-FOUND           VALUE "Y".
           05  WS-CONTROL-OK               PIC X      VALUE "N".
               88  CONTROL-OK              VALUE "Y".
           05  WS-FILE-REFUSED             PIC X      VALUE "N".
               88  FILE-REFUSED            VALUE "Y".
           05  WS-DATE-OK                  PIC X      VALUE "N".
               88  DATE-OK                 VALUE "Y".
       01  WS-TIMESTAMP                    PIC X(21).
       01  WS-TODAY-DATE                   PIC 9(8).
       01  WS-NEXT-ENTRY-NO                PIC 9(5)   VALUE 1.
      *    ONE RECORD OF THE IMPORT FILE BROKEN INTO ITS FIELDS.
       01  WS-CSV-FIELDS.
           05  WS-FIELD-COUNT              PIC 99.
           05  WS-F-REF                    PIC X(10).
           05  WS-F-ACCT                   PIC X(10).
           05  WS-F-DEBIT                  PIC X(14).
           05  WS-F-CREDIT                 PIC X(14).
           05  WS-F-DESC                   PIC X(30).
           05  WS-F-DATE                   PIC X(10).
       01  WS-NUMVAL-WORK                  PIC S9(11)V999.
       01  WS-LINE-REASON                  PIC X(24).
      *    THE WHOLE FILE IS HELD HERE SO NOTHING IS WRITTEN UNTIL
      *    THE CONTROL TOTALS HAVE BEEN PROVED.
       01  WS-LINE-TABLE.
           05  WS-LINE-COUNT               PIC 9(4)   VALUE ZERO.
           05  WS-LN-ENTRY OCCURS 999 TIMES.
               10  WS-LN-REF               PIC X(10).
               10  WS-LN-ACCT-NO           PIC 9(4).
               10  WS-LN-DEBIT-AMT         PIC 9(7)V99.
               10  WS-LN-CREDIT-AMT        PIC 9(7)V99.
               10  WS-LN-DESCRIPTION       PIC X(30).
               10  WS-LN-EFF-DATE          PIC 9(8).
               10  WS-LN-ENTRY-SUB         PIC 9(3).
               10  WS-LN-REASON            PIC X(24).
       01  WS-LINE-SUB                     PIC 9(4).
      *    ONE ROW PER DISTINCT ENTRY REFERENCE, IN THE ORDER FIRST
      *    SEEN ON THE FILE.
       01  WS-ENTRY-TABLE.
           05  WS-ENTRY-COUNT              PIC 9(3)   VALUE ZERO.
           05  WS-EN-ENTRY OCCURS 300 TIMES.
               10  WS-EN-REF               PIC X(10).
               10  WS-EN-DEBITS            PIC S9(9)V99.
               10  WS-EN-CREDITS           PIC S9(9)V99.
               10  WS-EN-LINES             PIC 9(4).
               10  WS-EN-BAD-LINES         PIC 9(4).
               10  WS-EN-NEW-NO            PIC 9(5).
               10  WS-EN-REASON            PIC X(24).
       01  WS-ENTRY-SUB                    PIC 9(3).
       01  WS-FOUND-SUB                    PIC 9(3).
       01  WS-JRNL-LINE-NO                 PIC 9(3).
      *    ACCOUNTING-PERIOD CALENDAR - A PERIOD NOT ON IT IS OPEN.
       01  WS-PERIOD-AREA.
           05  WS-PERIOD-COUNT             PIC 9(3)   VALUE ZERO.
           05  WS-PRD-ENTRY OCCURS 240 TIMES.
               10  WS-PRD-PERIOD           PIC 9(6).
               10  WS-PRD-STATUS           PIC X.
           05  WS-LINE-PERIOD              PIC 9(6).
       01  WS-PRD-SUB                      PIC 9(3).
      *    THE FILE'S OWN TOTALS AND THE SENDER'S CONTROL RECORD.
       01  WS-CONTROL-TOTALS.
           05  WS-FILE-DEBITS              PIC S9(9)V99 VALUE ZERO.
           05  WS-FILE-CREDITS             PIC S9(9)V99 VALUE ZERO.
           05  WS-CTL-COUNT                PIC 9(5)   VALUE ZERO.
           05  WS-CTL-DEBITS               PIC S9(9)V99 VALUE ZERO.
           05  WS-CTL-CREDITS              PIC S9(9)V99 VALUE ZERO.
           05  WS-ACCEPTED-COUNT           PIC 9(5)   VALUE ZERO.
           05  WS-ACCEPTED-DEBITS          PIC S9(9)V99 VALUE ZERO.
           05  WS-ACCEPTED-CREDITS         PIC S9(9)V99 VALUE ZERO.
           05  WS-REJECTED-COUNT           PIC 9(5)   VALUE ZERO.
           05  WS-REJECTED-DEBITS          PIC S9(9)V99 VALUE ZERO.
           05  WS-REJECTED-CREDITS         PIC S9(9)V99 VALUE ZERO.
      *    EFFECTIVE-DATE EDIT WORK FIELDS - THE SAME CALENDAR EDIT
      *    CGLJRNLENTRY APPLIES TO A KEYED DATE.
       01  WS-DATE-EDIT-AREA.
           05  WS-EDIT-DATE                PIC 9(8).
           05  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
               10  WS-ED-YEAR              PIC 9(4).
               10  WS-ED-MONTH             PIC 99.
               10  WS-ED-DAY               PIC 99.
           05  WS-MONTH-DAYS-TABLE.
               10 PIC X(24) VALUE "312831303130313130313031".
           05  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
               10  WS-MONTH-DAYS OCCURS 12 TIMES PIC 99.
           05  WS-MAX-DAY                  PIC 99.
           05  WS-LEAP-REM                 PIC 9(4).

       PROCEDURE DIVISION.
      *****************************************************************
      *  Sign on, load and edit the whole file, prove the control
      *  totals, write the accepted entries, and print the proof.
      *****************************************************************
       100-MAIN.
           MOVE ZERO TO RETURN-CODE
           PERFORM 050-SIGN-ON THRU 050-EXIT.
      *    IMPORTED ENTRIES POST TO THE LEDGER, SO THE SAME POSTING
      *    AUTHORITY CGLJRNLENTRY REQUIRES.
           IF NOT SIGNON-OK OR WS-AUTH-LEVEL < 2
               DISPLAY "NOT AUTHORIZED FOR JOURNAL ENTRY"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 900-INITIALIZATION THRU 900-EXIT.
           PERFORM 200-LOAD-FILE THRU 200-EXIT.
           IF NOT FILE-REFUSED
               PERFORM 350-EDIT-ENTRIES THRU 350-EXIT
               PERFORM 400-PROVE-CONTROL THRU 400-EXIT
           END-IF
           IF NOT FILE-REFUSED
               PERFORM 500-WRITE-ENTRIES THRU 500-EXIT
           END-IF
           PERFORM 600-WRITE-PROOF THRU 600-EXIT.
           PERFORM 910-END-PROGRAM-RTN THRU 910-EXIT.
           IF FILE-REFUSED
               DISPLAY "CGLJRNLIMPORT: FILE REFUSED - NOTHING LOADED, "
                   "SEE COAJRNLIMPRPT.DAT"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-REJECTED-COUNT NOT = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
               DISPLAY "JOURNAL IMPORT COMPLETE - " WS-ACCEPTED-COUNT
                   " ENTRIES LOADED, " WS-REJECTED-COUNT " REJECTED"
           END-IF
           GOBACK.
      *****************************************************************
      *  Validate the operator against the central operator master.
      *****************************************************************
       050-SIGN-ON.
           MOVE "CGLJRNLIMPRT" TO SGN-PROGRAM-NAME
           MOVE "N" TO SGN-UNATTENDED
           MOVE SPACES TO SGN-OPERATOR-ID
           MOVE SPACES TO SGN-PASSWORD
           CALL "OPERSIGNON" USING SIGNON-PARMS
           MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE SGN-AUTH-LEVEL TO WS-AUTH-LEVEL
           MOVE SGN-OK TO WS-SIGNON-OK.
       050-EXIT.
           EXIT.
      *****************************************************************
      *  Read the whole import file into the line table, editing
      *  each line as it comes in.  A file too big for the tables is
      *  refused rather than part-loaded.
      *****************************************************************
       200-LOAD-FILE.
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT CGLC-IMPORT-FILE
           PERFORM UNTIL EOF OR FILE-REFUSED
               READ CGLC-IMPORT-FILE
                   AT END MOVE "Y" TO WS-END-OF-FILE
                   NOT AT END
                       IF CGLC-IMPORT-REC NOT = SPACES
                           PERFORM 250-TAKE-RECORD THRU 250-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CGLC-IMPORT-FILE
           MOVE "N" TO WS-END-OF-FILE.
       200-EXIT.
           EXIT.
      *****************************************************************
      *  One record - either the control record or a journal line.
      *****************************************************************
       250-TAKE-RECORD.
           MOVE SPACES TO WS-CSV-FIELDS
           MOVE ZERO TO WS-FIELD-COUNT
           UNSTRING CGLC-IMPORT-REC DELIMITED BY ","
               INTO WS-F-REF WS-F-ACCT WS-F-DEBIT WS-F-CREDIT
                    WS-F-DESC WS-F-DATE
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING
           IF WS-F-REF = "TOTAL"
               PERFORM 260-TAKE-CONTROL THRU 260-EXIT
               GO TO 250-EXIT
           END-IF
           IF CONTROL-FOUND
      *        A LINE AFTER THE CONTROL RECORD MEANS THE FILE WAS
      *        PASTED TOGETHER - IT CANNOT BE PROVED.
               DISPLAY "CGLJRNLIMPORT: LINES FOUND AFTER THE CONTROL "
                   "RECORD"
               MOVE "N" TO WS-CONTROL-OK
               MOVE "Y" TO WS-FILE-REFUSED
               GO TO 250-EXIT
           END-IF
           IF WS-LINE-COUNT = 999
               DISPLAY "CGLJRNLIMPORT: FILE EXCEEDS THE WORK TABLE - "
                   "RUN REFUSED"
               MOVE "Y" TO WS-FILE-REFUSED
               GO TO 250-EXIT
           END-IF
           ADD 1 TO WS-LINE-COUNT
           MOVE WS-LINE-COUNT TO WS-LINE-SUB
           MOVE WS-F-REF TO WS-LN-REF (WS-LINE-SUB)
           MOVE ZERO TO WS-LN-ACCT-NO (WS-LINE-SUB)
           MOVE ZERO TO WS-LN-DEBIT-AMT (WS-LINE-SUB)
           MOVE ZERO TO WS-LN-CREDIT-AMT (WS-LINE-SUB)
           MOVE WS-F-DESC TO WS-LN-DESCRIPTION (WS-LINE-SUB)
           MOVE ZERO TO WS-LN-EFF-DATE (WS-LINE-SUB)
           PERFORM 270-EDIT-LINE THRU 270-EXIT
           MOVE WS-LINE-REASON TO WS-LN-REASON (WS-LINE-SUB)
           ADD WS-LN-DEBIT-AMT (WS-LINE-SUB) TO WS-FILE-DEBITS
           ADD WS-LN-CREDIT-AMT (WS-LINE-SUB) TO WS-FILE-CREDITS
           PERFORM 300-FILE-UNDER-ENTRY THRU 300-EXIT.
       250-EXIT.
           EXIT.
      *****************************************************************
      *  The sender's control record - line count, debits, credits.
      *****************************************************************
       260-TAKE-CONTROL.
           MOVE "Y" TO WS-CONTROL-FOUND
           MOVE "Y" TO WS-CONTROL-OK
           IF FUNCTION TEST-NUMVAL (WS-F-ACCT) NOT = ZERO
                   OR FUNCTION TEST-NUMVAL (WS-F-DEBIT) NOT = ZERO
                   OR FUNCTION TEST-NUMVAL (WS-F-CREDIT) NOT = ZERO
               DISPLAY "CGLJRNLIMPORT: CONTROL RECORD IS NOT NUMERIC"
               MOVE "N" TO WS-CONTROL-OK
               GO TO 260-EXIT
           END-IF
           COMPUTE WS-CTL-COUNT = FUNCTION NUMVAL (WS-F-ACCT)
           COMPUTE WS-CTL-DEBITS = FUNCTION NUMVAL (WS-F-DEBIT)
           COMPUTE WS-CTL-CREDITS = FUNCTION NUMVAL (WS-F-CREDIT).
       260-EXIT.
           EXIT.
      *****************************************************************
      *  The keying-time edits, applied to one imported line.  The
      *  first failure found is the reason given.
      *****************************************************************
       270-EDIT-LINE.
           MOVE SPACES TO WS-LINE-REASON
           IF WS-FIELD-COUNT NOT = 6
               MOVE "WRONG NUMBER OF FIELDS" TO WS-LINE-REASON
               GO TO 270-EXIT
           END-IF
           IF WS-F-REF = SPACES
               MOVE "NO ENTRY REFERENCE" TO WS-LINE-REASON
               GO TO 270-EXIT
           END-IF
           IF FUNCTION TEST-NUMVAL (WS-F-ACCT) NOT = ZERO
               MOVE "ACCOUNT NOT NUMERIC" TO WS-LINE-REASON
               GO TO 270-EXIT
           END-IF
           COMPUTE WS-NUMVAL-WORK = FUNCTION NUMVAL (WS-F-ACCT)
           IF WS-NUMVAL-WORK < 1 OR WS-NUMVAL-WORK > 9999
               MOVE "ACCOUNT NOT NUMERIC" TO WS-LINE-REASON
               GO TO 270-EXIT
           END-IF
           MOVE WS-NUMVAL-WORK TO WS-LN-ACCT-NO (WS-LINE-SUB)
           IF WS-F-DEBIT NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WS-F-DEBIT) NOT = ZERO
                   MOVE "DEBIT NOT A VALID AMOUNT" TO WS-LINE-REASON
                   GO TO 270-EXIT
               END-IF
               COMPUTE WS-NUMVAL-WORK = FUNCTION NUMVAL (WS-F-DEBIT)
               IF WS-NUMVAL-WORK < ZERO
                       OR WS-NUMVAL-WORK > 9999999.99
                   MOVE "DEBIT NOT A VALID AMOUNT" TO WS-LINE-REASON
                   GO TO 270-EXIT
               END-IF
               MOVE WS-NUMVAL-WORK TO WS-LN-DEBIT-AMT (WS-LINE-SUB)
           END-IF
           IF WS-F-CREDIT NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WS-F-CREDIT) NOT = ZERO
                   MOVE "CREDIT NOT A VALID AMOUNT" TO WS-LINE-REASON
                   GO TO 270-EXIT
               END-IF
               COMPUTE WS-NUMVAL-WORK = FUNCTION NUMVAL (WS-F-CREDIT)
               IF WS-NUMVAL-WORK < ZERO
                       OR WS-NUMVAL-WORK > 9999999.99
                   MOVE "CREDIT NOT A VALID AMOUNT" TO WS-LINE-REASON
                   GO TO 270-EXIT
               END-IF
               MOVE WS-NUMVAL-WORK TO WS-LN-CREDIT-AMT (WS-LINE-SUB)
           END-IF
           MOVE ZERO TO WS-EDIT-DATE
           IF WS-F-DATE NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WS-F-DATE) NOT = ZERO
                   MOVE "INVALID EFFECTIVE DATE" TO WS-LINE-REASON
                   GO TO 270-EXIT
               END-IF
               COMPUTE WS-NUMVAL-WORK = FUNCTION NUMVAL (WS-F-DATE)
               IF WS-NUMVAL-WORK < ZERO
                       OR WS-NUMVAL-WORK > 99999999
                   MOVE "INVALID EFFECTIVE DATE" TO WS-LINE-REASON
                   GO TO 270-EXIT
               END-IF
               MOVE WS-NUMVAL-WORK TO WS-EDIT-DATE
           END-IF
           MOVE WS-EDIT-DATE TO WS-LN-EFF-DATE (WS-LINE-SUB)
           PERFORM 750-VALIDATE-EFF-DATE THRU 750-EXIT
           IF NOT DATE-OK
               MOVE "INVALID EFFECTIVE DATE" TO WS-LINE-REASON
               GO TO 270-EXIT
           END-IF
           PERFORM 760-CHECK-PERIOD THRU 760-EXIT
           IF WS-LINE-REASON NOT = SPACES
               GO TO 270-EXIT
           END-IF
           PERFORM 770-VALIDATE-ACCOUNT THRU 770-EXIT.
       270-EXIT.
           EXIT.
      *****************************************************************
      *  Attach the line to its entry, adding the entry the first
      *  time its reference is seen.
      *****************************************************************
       300-FILE-UNDER-ENTRY.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT
                      OR WS-FOUND-SUB NOT = ZERO
               IF WS-EN-REF (WS-ENTRY-SUB) = WS-LN-REF (WS-LINE-SUB)
                   MOVE WS-ENTRY-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = ZERO
               IF WS-ENTRY-COUNT = 300
                   DISPLAY "CGLJRNLIMPORT: MORE ENTRIES THAN THE WORK "
                       "TABLE HOLDS - RUN REFUSED"
                   MOVE "Y" TO WS-FILE-REFUSED
                   GO TO 300-EXIT
               END-IF
               ADD 1 TO WS-ENTRY-COUNT
               MOVE WS-ENTRY-COUNT TO WS-FOUND-SUB
               MOVE WS-LN-REF (WS-LINE-SUB) TO WS-EN-REF (WS-FOUND-SUB)
               MOVE ZERO TO WS-EN-DEBITS (WS-FOUND-SUB)
               MOVE ZERO TO WS-EN-CREDITS (WS-FOUND-SUB)
               MOVE ZERO TO WS-EN-LINES (WS-FOUND-SUB)
               MOVE ZERO TO WS-EN-BAD-LINES (WS-FOUND-SUB)
               MOVE ZERO TO WS-EN-NEW-NO (WS-FOUND-SUB)
               MOVE SPACES TO WS-EN-REASON (WS-FOUND-SUB)
           END-IF
           MOVE WS-FOUND-SUB TO WS-LN-ENTRY-SUB (WS-LINE-SUB)
           ADD 1 TO WS-EN-LINES (WS-FOUND-SUB)
           ADD WS-LN-DEBIT-AMT (WS-LINE-SUB)
               TO WS-EN-DEBITS (WS-FOUND-SUB)
           ADD WS-LN-CREDIT-AMT (WS-LINE-SUB)
               TO WS-EN-CREDITS (WS-FOUND-SUB)
           IF WS-LN-REASON (WS-LINE-SUB) NOT = SPACES
               ADD 1 TO WS-EN-BAD-LINES (WS-FOUND-SUB)
           END-IF.
       300-EXIT.
           EXIT.
      *****************************************************************
      *  Decide each entry: any bad line, too many lines for the
      *  posting run, or debits and credits that do not agree (or a
      *  zero-dollar entry) rejects the whole entry.
      *****************************************************************
       350-EDIT-ENTRIES.
           PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT
               EVALUATE TRUE
                   WHEN WS-EN-BAD-LINES (WS-ENTRY-SUB) NOT = ZERO
                       MOVE "REJECTED - LINE ERRORS"
                           TO WS-EN-REASON (WS-ENTRY-SUB)
                   WHEN WS-EN-LINES (WS-ENTRY-SUB) > 99
                       MOVE "REJECTED - OVER 99 LINES"
                           TO WS-EN-REASON (WS-ENTRY-SUB)
                   WHEN WS-EN-DEBITS (WS-ENTRY-SUB) NOT =
                            WS-EN-CREDITS (WS-ENTRY-SUB)
                     OR WS-EN-DEBITS (WS-ENTRY-SUB) = ZERO
                       MOVE "REJECTED - OUT OF BALANCE"
                           TO WS-EN-REASON (WS-ENTRY-SUB)
               END-EVALUATE
               IF WS-EN-REASON (WS-ENTRY-SUB) = SPACES
                   ADD 1 TO WS-ACCEPTED-COUNT
                   ADD WS-EN-DEBITS (WS-ENTRY-SUB)
                       TO WS-ACCEPTED-DEBITS
                   ADD WS-EN-CREDITS (WS-ENTRY-SUB)
                       TO WS-ACCEPTED-CREDITS
               ELSE
                   ADD 1 TO WS-REJECTED-COUNT
                   ADD WS-EN-DEBITS (WS-ENTRY-SUB)
                       TO WS-REJECTED-DEBITS
                   ADD WS-EN-CREDITS (WS-ENTRY-SUB)
                       TO WS-REJECTED-CREDITS
               END-IF
           END-PERFORM.
       350-EXIT.
           EXIT.
      *****************************************************************
      *  The file must carry a control record, and its line count
      *  and totals must agree with what was read - otherwise
      *  nothing loads.
      *****************************************************************
       400-PROVE-CONTROL.
           IF NOT CONTROL-FOUND
               DISPLAY "CGLJRNLIMPORT: NO CONTROL RECORD ON THE FILE"
               MOVE "Y" TO WS-FILE-REFUSED
               GO TO 400-EXIT
           END-IF
           IF NOT CONTROL-OK
               MOVE "Y" TO WS-FILE-REFUSED
               GO TO 400-EXIT
           END-IF
           IF WS-CTL-COUNT NOT = WS-LINE-COUNT
                   OR WS-CTL-DEBITS NOT = WS-FILE-DEBITS
                   OR WS-CTL-CREDITS NOT = WS-FILE-CREDITS
               DISPLAY "CGLJRNLIMPORT: CONTROL TOTALS DO NOT AGREE "
                   "WITH THE FILE"
               MOVE "N" TO WS-CONTROL-OK
               MOVE "Y" TO WS-FILE-REFUSED
           END-IF.
       400-EXIT.
           EXIT.
      *****************************************************************
      *  Append every accepted entry to the journal file under the
      *  next entry number and put it on the approval file as
      *  pending, the way CGLJRNLENTRY saves a keyed entry.
      *****************************************************************
       500-WRITE-ENTRIES.
           IF WS-ACCEPTED-COUNT = ZERO
               GO TO 500-EXIT
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN EXTEND CGL-JOURNAL-FILE
           OPEN EXTEND CGL-JRNL-APPROVAL-FILE
           PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT
               IF WS-EN-REASON (WS-ENTRY-SUB) = SPACES
                   PERFORM 550-WRITE-ONE-ENTRY THRU 550-EXIT
               END-IF
           END-PERFORM
           CLOSE CGL-JOURNAL-FILE
           CLOSE CGL-JRNL-APPROVAL-FILE.
       500-EXIT.
           EXIT.
      *****************************************************************
      *  One accepted entry - its approval row, then its lines, so
      *  the lines never sit on the journal without the row.  The
      *  row takes the description of the entry's first line.
      *****************************************************************
       550-WRITE-ONE-ENTRY.
           MOVE WS-NEXT-ENTRY-NO TO WS-EN-NEW-NO (WS-ENTRY-SUB)
           MOVE ZERO TO WS-JRNL-LINE-NO
           MOVE SPACES TO CGL-JRNL-APPROVAL-REC
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
               IF WS-LN-ENTRY-SUB (WS-LINE-SUB) = WS-ENTRY-SUB
                       AND JAPR-DESCRIPTION = SPACES
                   MOVE WS-LN-DESCRIPTION (WS-LINE-SUB)
                       TO JAPR-DESCRIPTION
               END-IF
           END-PERFORM
           MOVE WS-NEXT-ENTRY-NO TO JAPR-ENTRY-NO
           MOVE "P" TO JAPR-STATUS
           MOVE WS-EN-DEBITS (WS-ENTRY-SUB) TO JAPR-ENTRY-AMT
           MOVE WS-OPERATOR-ID TO JAPR-MAKER-ID
           MOVE WS-TIMESTAMP (1:14) TO JAPR-KEYED-TS
           WRITE CGL-JRNL-APPROVAL-REC
           PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
               IF WS-LN-ENTRY-SUB (WS-LINE-SUB) = WS-ENTRY-SUB
                   ADD 1 TO WS-JRNL-LINE-NO
                   MOVE WS-NEXT-ENTRY-NO TO JRNL-ENTRY-NO
                   MOVE WS-JRNL-LINE-NO TO JRNL-LINE-NO
                   MOVE WS-LN-ACCT-NO (WS-LINE-SUB) TO JRNL-ACCT-NO
                   MOVE WS-LN-DEBIT-AMT (WS-LINE-SUB)
                       TO JRNL-DEBIT-AMT
                   MOVE WS-LN-CREDIT-AMT (WS-LINE-SUB)
                       TO JRNL-CREDIT-AMT
                   MOVE WS-LN-DESCRIPTION (WS-LINE-SUB)
                       TO JRNL-DESCRIPTION
                   MOVE WS-LN-EFF-DATE (WS-LINE-SUB) TO JRNL-EFF-DATE
                   MOVE WS-OPERATOR-ID TO JRNL-OPERATOR-ID
                   MOVE SPACE TO JRNL-REVERSE-FLAG
                   WRITE CGL-JOURNAL-REC
               END-IF
           END-PERFORM
           ADD 1 TO WS-NEXT-ENTRY-NO.
       550-EXIT.
           EXIT.
      *****************************************************************
      *  The proof report - each entry's lines and outcome, then the
      *  control totals.
      *****************************************************************
       600-WRITE-PROOF.
           PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT
               PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                       UNTIL WS-LINE-SUB > WS-LINE-COUNT
                   IF WS-LN-ENTRY-SUB (WS-LINE-SUB) = WS-ENTRY-SUB
                       PERFORM 650-WRITE-PROOF-LINE THRU 650-EXIT
                   END-IF
               END-PERFORM
               MOVE SPACES TO CGLC-JM-REPORT-REC
               MOVE WS-EN-REF (WS-ENTRY-SUB) TO CGLC-JM-REF
               MOVE WS-EN-DEBITS (WS-ENTRY-SUB) TO CGLC-JM-DEBIT
               MOVE WS-EN-CREDITS (WS-ENTRY-SUB) TO CGLC-JM-CREDIT
               IF WS-EN-REASON (WS-ENTRY-SUB) NOT = SPACES
                   MOVE WS-EN-REASON (WS-ENTRY-SUB) TO CGLC-JM-RESULT
               ELSE
                   IF FILE-REFUSED
                       MOVE "NOT LOADED - FILE REFUSED"
                           TO CGLC-JM-RESULT
                   ELSE
                       MOVE WS-EN-NEW-NO (WS-ENTRY-SUB)
                           TO CGLC-JM-ENTRY-NO
                       MOVE "ENTRY ACCEPTED" TO CGLC-JM-RESULT
                   END-IF
               END-IF
               WRITE CGLC-JM-REPORT-REC
           END-PERFORM
           MOVE SPACES TO CGLC-JM-TOTAL-REC
           MOVE "LINES READ / FILE TOTALS" TO CGLC-JT-LABEL
           MOVE WS-LINE-COUNT TO CGLC-JT-COUNT
           MOVE WS-FILE-DEBITS TO CGLC-JT-DEBITS
           MOVE WS-FILE-CREDITS TO CGLC-JT-CREDITS
           WRITE CGLC-JM-TOTAL-REC
           MOVE SPACES TO CGLC-JM-TOTAL-REC
           IF CONTROL-FOUND
               MOVE "CONTROL RECORD" TO CGLC-JT-LABEL
               MOVE WS-CTL-COUNT TO CGLC-JT-COUNT
               MOVE WS-CTL-DEBITS TO CGLC-JT-DEBITS
               MOVE WS-CTL-CREDITS TO CGLC-JT-CREDITS
           ELSE
               MOVE "CONTROL RECORD MISSING" TO CGLC-JT-LABEL
           END-IF
           WRITE CGLC-JM-TOTAL-REC
           MOVE SPACES TO CGLC-JM-TOTAL-REC
           IF FILE-REFUSED
               MOVE "FILE REFUSED - NOTHING LOADED" TO CGLC-JT-LABEL
               WRITE CGLC-JM-TOTAL-REC
               GO TO 600-EXIT
           END-IF
           MOVE "ENTRIES ACCEPTED AND LOADED" TO CGLC-JT-LABEL
           MOVE WS-ACCEPTED-COUNT TO CGLC-JT-COUNT
           MOVE WS-ACCEPTED-DEBITS TO CGLC-JT-DEBITS
           MOVE WS-ACCEPTED-CREDITS TO CGLC-JT-CREDITS
           WRITE CGLC-JM-TOTAL-REC
           MOVE SPACES TO CGLC-JM-TOTAL-REC
           MOVE "ENTRIES REJECTED" TO CGLC-JT-LABEL
           MOVE WS-REJECTED-COUNT TO CGLC-JT-COUNT
           MOVE WS-REJECTED-DEBITS TO CGLC-JT-DEBITS
           MOVE WS-REJECTED-CREDITS TO CGLC-JT-CREDITS
           WRITE CGLC-JM-TOTAL-REC.
       600-EXIT.
           EXIT.
      *****************************************************************
      *  One imported line on the proof.
      *****************************************************************
       650-WRITE-PROOF-LINE.
           MOVE SPACES TO CGLC-JM-REPORT-REC
           MOVE WS-LN-REF (WS-LINE-SUB) TO CGLC-JM-REF
           MOVE WS-LN-ACCT-NO (WS-LINE-SUB) TO CGLC-JM-ACCTNUM
           MOVE WS-LN-DEBIT-AMT (WS-LINE-SUB) TO CGLC-JM-DEBIT
           MOVE WS-LN-CREDIT-AMT (WS-LINE-SUB) TO CGLC-JM-CREDIT
           MOVE WS-LN-EFF-DATE (WS-LINE-SUB) TO CGLC-JM-EFF-DATE
           IF WS-LN-REASON (WS-LINE-SUB) = SPACES
               MOVE "OK" TO CGLC-JM-RESULT
           ELSE
               MOVE WS-LN-REASON (WS-LINE-SUB) TO CGLC-JM-RESULT
           END-IF
           WRITE CGLC-JM-REPORT-REC.
       650-EXIT.
           EXIT.
      ***************************************************************
      *   Genuine date edit for the line's effective date: a real
      *   calendar day, leap years included.  Zero means "post on the
      *   night it is processed", the way the nightly update reads it.
      ***************************************************************
       750-VALIDATE-EFF-DATE.
           MOVE "Y" TO WS-DATE-OK
           IF WS-EDIT-DATE = ZERO
               GO TO 750-EXIT
           END-IF
           MOVE "N" TO WS-DATE-OK
           IF WS-ED-MONTH < 1 OR WS-ED-MONTH > 12
               GO TO 750-EXIT
           END-IF
           MOVE WS-MONTH-DAYS (WS-ED-MONTH) TO WS-MAX-DAY
           IF WS-ED-MONTH = 2
               COMPUTE WS-LEAP-REM = FUNCTION MOD(WS-ED-YEAR, 4)
               IF WS-LEAP-REM = ZERO
                   COMPUTE WS-LEAP-REM = FUNCTION MOD(WS-ED-YEAR, 100)
                   IF WS-LEAP-REM NOT = ZERO
                       MOVE 29 TO WS-MAX-DAY
                   ELSE
                       COMPUTE WS-LEAP-REM =
                           FUNCTION MOD(WS-ED-YEAR, 400)
                       IF WS-LEAP-REM = ZERO
                           MOVE 29 TO WS-MAX-DAY
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-ED-DAY < 1 OR WS-ED-DAY > WS-MAX-DAY
               GO TO 750-EXIT
           END-IF
           MOVE "Y" TO WS-DATE-OK.
       750-EXIT.
           EXIT.
      ***************************************************************
      *   The line's period (tonight's, for a zero date) must not be
      *   closed on the period calendar.
      ***************************************************************
       760-CHECK-PERIOD.
           IF WS-EDIT-DATE = ZERO
               MOVE WS-TODAY-DATE (1:6) TO WS-LINE-PERIOD
           ELSE
               MOVE WS-EDIT-DATE (1:6) TO WS-LINE-PERIOD
           END-IF
           PERFORM VARYING WS-PRD-SUB FROM 1 BY 1
                   UNTIL WS-PRD-SUB > WS-PERIOD-COUNT
               IF WS-PRD-PERIOD (WS-PRD-SUB) = WS-LINE-PERIOD
                       AND WS-PRD-STATUS (WS-PRD-SUB) = "C"
                   MOVE "PERIOD CLOSED" TO WS-LINE-REASON
               END-IF
           END-PERFORM.
       760-EXIT.
           EXIT.
      ***************************************************************
      *   Keyed read of the line's account against the COA master -
      *   it must exist and be active to take a posting.
      ***************************************************************
       770-VALIDATE-ACCOUNT.
           MOVE WS-LN-ACCT-NO (WS-LINE-SUB) TO CGLC-MSTR-NO
           READ CGL-COA-MASTER-FILE
               INVALID KEY
                   MOVE "ACCOUNT NOT ON MASTER" TO WS-LINE-REASON
               NOT INVALID KEY
                   IF NOT MSTR-ACCT-ACTIVE
                       MOVE "ACCOUNT NOT ACTIVE" TO WS-LINE-REASON
                   END-IF
           END-READ.
       770-EXIT.
           EXIT.
      ***************************************************************
      *   Find the highest entry number already on the journal file
      *   so the imported entries continue the sequence.
      ***************************************************************
       800-FIND-NEXT-ENTRY-NO.
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
       800-EXIT.
           EXIT.
      ***************************************************************
      *   Load the period calendar CGLPERIODCLOSE maintains.
      ***************************************************************
       850-LOAD-PERIODS.
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT CGLC-PERIOD-FILE
           PERFORM UNTIL EOF
               READ CGLC-PERIOD-FILE
                   AT END MOVE "Y" TO WS-END-OF-FILE
                   NOT AT END
                       IF WS-PERIOD-COUNT < 240
                           ADD 1 TO WS-PERIOD-COUNT
                           MOVE CGLC-PRD-PERIOD
                               TO WS-PRD-PERIOD (WS-PERIOD-COUNT)
                           MOVE CGLC-PRD-STATUS
                               TO WS-PRD-STATUS (WS-PERIOD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CGLC-PERIOD-FILE
           MOVE "N" TO WS-END-OF-FILE.
       850-EXIT.
           EXIT.
      *****************************************************************
      *   Open the master and report, load the calendar, and find
      *   the next entry number.
      *****************************************************************
       900-INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP (1:8) TO WS-TODAY-DATE.
           OPEN INPUT CGL-COA-MASTER-FILE.
           OPEN OUTPUT CGLC-JM-REPORT-FILE.
           PERFORM 850-LOAD-PERIODS THRU 850-EXIT.
           PERFORM 800-FIND-NEXT-ENTRY-NO THRU 800-EXIT.
       900-EXIT.
           EXIT.
      *****************************************************************
      *   Close files.
      *****************************************************************
       910-END-PROGRAM-RTN.
           CLOSE CGL-COA-MASTER-FILE.
           CLOSE CGLC-JM-REPORT-FILE.
       910-EXIT.
           EXIT.
