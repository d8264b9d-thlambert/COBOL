       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SERIALMAINT.
       AUTHOR.  THOMAS LAMBERT.
      *****************************************************************
      * Maintenance for the serials subscription master.  Magazines
      * and journals have no ISBN per issue and do not belong on the
      * catalog, so each subscription is kept here under a
      * subscription ID: title, ISSN, the vendor on VENDMASTER.DAT
      * it is bought through, how often it is published, the dates
      * it runs, the cost of a term, the expense account the cost
      * belongs to, and the days past an issue's expected date
      * before it is claimed from the vendor.
      *
      * Adding a subscription generates its expected-issue schedule
      * on SERIALISSUE.DAT from the frequency - weekly, every two
      * weeks, monthly, quarterly, or annually - one expected issue
      * per date from the start date to the end date.  Monthly and
      * longer schedules fall on the start date's day of the month,
      * or the month's last day when it is shorter.  SERIALCHKIN
      * checks the issues in and records claims, SERIALCLAIM lists
      * the issues overdue for claiming, and SERIALRENEW lists the
      * subscriptions coming up for renewal.
      *
      * Renewing a subscription extends its end date and its
      * schedule, and enters the vendor's renewal invoice exactly as
      * APINVENTRY does: the duplicate check on vendor and invoice
      * number, the due date and early-payment discount from the
      * vendor's terms (or a keyed real-calendar due date when the
      * vendor has none), an active expense account, the
      * open-payables row, and the balanced accrual entry (debit
      * expense, credit the vendor's payable account) on
      * COAJRNLFILE.DAT.  Renewal needs posting authority (level 2),
      * as invoice entry does.  A subscription that is not renewed
      * is cancelled rather than deleted, so its issue history stays.
      *
      *   File  :  C:\COBOL\SUBSCRIPTION.DAT
      *            C:\COBOL\SERIALISSUE.DAT
      *            C:\COBOL\APOPENFILE.DAT
      *   Input :  C:\COBOL\VENDMASTER.DAT
      *            J:\CS3530\COAFILEMASTER.DAT
      *   Output:  J:\CS3530\COAJRNLFILE.DAT (extended)
      *            J:\CS3530\COAJRNLAPPR.DAT (extended)
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUBSCRIPTION-FILE
                 ASSIGN TO UT-SYS-SUBSCRIPTION-FILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS SB-SUB-ID.
           SELECT OPTIONAL SERIAL-ISSUE-FILE
                 ASSIGN TO UT-SYS-SERIAL-ISSUE-FILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS SI-KEY.
           SELECT OPTIONAL AP-OPEN-FILE
                 ASSIGN TO UT-SYS-AP-OPEN-FILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS AP-INV-KEY.
           SELECT VENDOR-MASTER-FILE
                 ASSIGN TO UT-SYS-VENDFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS VD-VENDOR-NO.
           SELECT CGL-COA-MASTER-FILE
                 ASSIGN TO UT-SYS-COA-MASTER-FILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS CGLC-MSTR-NO.
           SELECT OPTIONAL CGL-JOURNAL-FILE
                 ASSIGN TO UT-SYS-JOURNAL-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CGL-JRNL-APPROVAL-FILE
                 ASSIGN TO UT-SYS-JRNL-APPROVAL-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    ONE ROW PER SERIAL SUBSCRIPTION.
       FD SUBSCRIPTION-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 89 CHARACTERS.
       01 SUBSCRIPTION-REC.
          05  SB-SUB-ID                            PIC 9(5).
          05  SB-TITLE                             PIC X(30).
          05  SB-ISSN                              PIC X(9).
          05  SB-VENDOR-NO                         PIC 9(5).
          05  SB-FREQUENCY                         PIC X.
              88  SB-WEEKLY                 VALUE "W".
              88  SB-BIWEEKLY               VALUE "B".
              88  SB-MONTHLY                VALUE "M".
              88  SB-QUARTERLY              VALUE "Q".
              88  SB-ANNUAL                 VALUE "A".
              88  SB-FREQUENCY-VALID        VALUE "W" "B" "M"
                                                  "Q" "A".
          05  SB-START-DATE                        PIC 9(8).
          05  SB-END-DATE                          PIC 9(8).
      *    THE COST OF ONE TERM, AND THE EXPENSE ACCOUNT IT IS
      *    CHARGED TO WHEN THE RENEWAL INVOICE IS ENTERED.
          05  SB-COST                              PIC 9(5)V99.
          05  SB-EXP-ACCT                          PIC 9(4).
      *    DAYS PAST AN ISSUE'S EXPECTED DATE BEFORE IT IS CLAIMED.
          05  SB-CLAIM-DAYS                        PIC 9(3).
          05  SB-STATUS                            PIC X.
              88  SB-ACTIVE                 VALUE "A".
              88  SB-CANCELLED              VALUE "C".
          05  SB-RENEWED-DATE                      PIC 9(8).

      *    ONE ROW PER EXPECTED ISSUE, IN PUBLICATION ORDER UNDER
      *    ITS SUBSCRIPTION.
       FD SERIAL-ISSUE-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 43 CHARACTERS.
       01 SERIAL-ISSUE-REC.
          05  SI-KEY.
              10  SI-SUB-ID                        PIC 9(5).
              10  SI-ISSUE-SEQ                     PIC 9(4).
          05  SI-EXPECTED-DATE                     PIC 9(8).
          05  SI-STATUS                            PIC X.
              88  SI-EXPECTED               VALUE "E".
              88  SI-RECEIVED               VALUE "R".
              88  SI-CLAIMED                VALUE "C".
          05  SI-RECEIVED-DATE                     PIC 9(8).
          05  SI-CLAIM-DATE                        PIC 9(8).
          05  SI-CLAIM-COUNT                       PIC 9.
          05  SI-OPERATOR-ID                       PIC X(8).

      *    SAME LAYOUT APINVENTRY KEEPS.
       FD AP-OPEN-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 87 CHARACTERS.
       01 AP-OPEN-REC.
          05  AP-INV-KEY.
              10  AP-VENDOR-NO                     PIC 9(5).
              10  AP-INVOICE-NO                    PIC X(10).
          05  AP-INV-DATE                          PIC 9(8).
          05  AP-DUE-DATE                          PIC 9(8).
          05  AP-AMOUNT                            PIC 9(7)V99.
          05  AP-EXP-ACCT                          PIC 9(4).
          05  AP-STATUS                            PIC X.
              88  AP-OPEN                   VALUE "O".
              88  AP-PAID                   VALUE "P".
          05  AP-PAID-DATE                         PIC 9(8).
          05  AP-OPERATOR-ID                       PIC X(8).
      *    EARLY-PAYMENT DISCOUNT OFFERED BY THE VENDOR'S TERMS
      *    AND THE PART OF IT TAKEN WHEN THE INVOICE WAS PAID.
          05  AP-DISC-DATE                         PIC 9(8).
          05  AP-DISC-AMT                          PIC 9(7)V99.
          05  AP-DISC-TAKEN                        PIC 9(7)V99.

       FD VENDOR-MASTER-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 131 CHARACTERS.
       01 VENDOR-MASTER-REC.
          05  VD-VENDOR-NO                         PIC 9(5).
          05  VD-NAME                              PIC X(30).
          05  VD-REMIT-ADDRESS                     PIC X(30).
          05  VD-REMIT-CITY-ST-ZIP                 PIC X(30).
          05  VD-PAYABLE-ACCT                      PIC 9(4).
      *    PAYMENT TERMS - DISCOUNT PERCENT IF PAID WITHIN THE
      *    DISCOUNT DAYS, OTHERWISE DUE IN THE NET DAYS.
          05  VD-TERMS-CODE                        PIC X(8).
          05  VD-DISC-PCT                          PIC 99V99.
          05  VD-DISC-DAYS                         PIC 9(3).
          05  VD-NET-DAYS                          PIC 9(3).
      *    1099 REPORTING - TAXPAYER ID (E EIN, S SSN), WHETHER
      *    PAYMENTS ARE REPORTABLE, AND THE FORM (N NEC, M MISC)
      *    AND BOX THEY ARE REPORTED IN.
          05  VD-TAX-ID                            PIC X(9).
          05  VD-TIN-TYPE                          PIC X.
          05  VD-1099-FLAG                         PIC X.
          05  VD-1099-FORM                         PIC X.
          05  VD-1099-BOX                          PIC 9(2).

       FD CGL-COA-MASTER-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 63 CHARACTERS.
       01 CGL-COA-MSTR-REC.
          05  CGLC-MSTR-NO                         PIC 9(4).
          05  CGLC-MSTR-BEG-BALANCE                PIC S9(7)V99.
          05  CGLC-MSTR-CUR-BALANCE                PIC S9(7)V99.
          05  CGLC-MSTR-ACCT-ACTIVE                PIC X.
              88  MSTR-ACCT-ACTIVE          VALUE "A".
          05  CGLC-MSTR-ACCT-TYPE                  PIC X.
              88  MSTR-TYPE-EXPENSE         VALUE "E".
          05  CGLC-MSTR-DESCRIPTION                PIC X(30).
          05  CGLC-MSTR-EFF-DATE                   PIC 9(8).
          05  CGLC-MSTR-PEND-STATUS                PIC X.

      *    SAME LAYOUT CGLJRNLENTRY WRITES AND CGLJOURNALPOST READS.
       FD CGL-JOURNAL-FILE
          RECORD CONTAINS 77 CHARACTERS.
       01 CGL-JOURNAL-REC.
          05  JRNL-ENTRY-NO                        PIC 9(5).
          05  JRNL-LINE-NO                         PIC 9(3).
          05  JRNL-ACCT-NO                         PIC 9(4).
          05  JRNL-DEBIT-AMT                       PIC 9(7)V99.
          05  JRNL-CREDIT-AMT                     PIC 9(7)V99.
          05  JRNL-DESCRIPTION                     PIC X(30).
          05  JRNL-EFF-DATE                        PIC 9(8).
          05  JRNL-OPERATOR-ID                     PIC X(8).
          05  JRNL-REVERSE-FLAG                    PIC X.
      *    SAME LAYOUT CGLJRNLAPPROVE MAINTAINS AND CGLJOURNALPOST
      *    READS.
       FD CGL-JRNL-APPROVAL-FILE
          RECORD CONTAINS 120 CHARACTERS.
       01 CGL-JRNL-APPROVAL-REC.
          05  JAPR-ENTRY-NO                        PIC 9(5).
          05  JAPR-STATUS                          PIC X.
          05  JAPR-ENTRY-AMT                       PIC 9(7)V99.
          05  JAPR-DESCRIPTION                     PIC X(30).
          05  JAPR-MAKER-ID                        PIC X(8).
          05  JAPR-KEYED-TS                        PIC X(14).
          05  JAPR-APPROVER-1                      PIC X(8).
          05  JAPR-APPROVED-1-TS                   PIC X(14).
          05  JAPR-APPROVER-2                      PIC X(8).
          05  JAPR-APPROVED-2-TS                   PIC X(14).
          05  FILLER                               PIC X(9).

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
       01  WS-FILENAMES.
           05  UT-SYS-SUBSCRIPTION-FILE            PIC X(50)
                                   VALUE "C:\COBOL\SUBSCRIPTION.DAT".
           05  UT-SYS-SERIAL-ISSUE-FILE            PIC X(50)
                                   VALUE "C:\COBOL\SERIALISSUE.DAT".
           05  UT-SYS-AP-OPEN-FILE                 PIC X(50)
                                   VALUE "C:\COBOL\APOPENFILE.DAT".
           05  UT-SYS-VENDFILE                     PIC X(50)
                                   VALUE "C:\COBOL\VENDMASTER.DAT".
           05  UT-SYS-COA-MASTER-FILE              PIC X(50)
                                   VALUE "J:\CS3530\COAFILEMASTER.DAT".
           05  UT-SYS-JOURNAL-FILE                 PIC X(50)
                                   VALUE "J:\CS3530\COAJRNLFILE.DAT".
           05  UT-SYS-JRNL-APPROVAL-FILE           PIC X(50)
                                   VALUE "J:\CS3530\COAJRNLAPPR.DAT".
       01  WS-OPERATOR-ID                          PIC X(8).
       01  WS-SIGNON-AREA.
           05  WS-AUTH-LEVEL                       PIC 9
                                            VALUE ZERO.
           05  WS-SIGNON-OK                        PIC X
                                            VALUE 'N'.
               88  SIGNON-OK                 VALUE 'Y'.
       01  WS-SWITCHES.
           05  WS-STOP-PROGRAM                     PIC X
                                            VALUE 'N'.
               88  OK-TO-STOP                VALUE 'Y'.
           05  WS-MENU-CHOICE                      PIC X.
           05  WS-SUB-NOT-FOUND                    PIC X
                                            VALUE 'F'.
               88  SUB-FOUND                 VALUE 'T'.
           05  WS-NEW-STATUS                       PIC X.
               88  NEW-STATUS-VALID          VALUE "A" "C".
           05  WS-ISSUE-EOF                        PIC X
                                            VALUE 'N'.
               88  ISSUE-EOF                 VALUE 'Y'.
           05  WS-INV-ON-FILE                      PIC X
                                            VALUE 'N'.
               88  INV-ON-FILE               VALUE 'Y'.
           05  WS-VENDOR-OK                        PIC X
                                            VALUE 'N'.
               88  VENDOR-OK                 VALUE 'Y'.
           05  WS-EXP-ACCT-OK                      PIC X
                                            VALUE 'N'.
               88  EXP-ACCT-OK               VALUE 'Y'.
       01  WS-TIMESTAMP                            PIC X(21).
       01  WS-TODAY-DATE                           PIC 9(8).
       01  WS-NEXT-ENTRY-NO                        PIC 9(5)
                                            VALUE 1.
       01  WS-END-OF-FILE                          PIC X
                                            VALUE 'N'.
           88  EOF                          VALUE 'Y'.
      *    A SUBSCRIPTION ADDED WITH NO CLAIM PERIOD GETS 30 DAYS.
       01  WS-DEFAULT-CLAIM-DAYS                   PIC 9(3)
                                            VALUE 30.
      *    SCHEDULE GENERATION - THE NEXT EXPECTED DATE AND ISSUE
      *    NUMBER, AND THE START DATE'S DAY OF THE MONTH THE
      *    MONTHLY AND LONGER SCHEDULES KEEP TO.
       01  WS-SCHEDULE-WORK.
           05  WS-GEN-DATE                         PIC 9(8).
           05  WS-GEN-DATE-R REDEFINES WS-GEN-DATE.
               10  WS-GEN-YEAR                     PIC 9(4).
               10  WS-GEN-MONTH                    PIC 99.
               10  WS-GEN-DAY                      PIC 99.
           05  WS-GEN-INT                          PIC 9(8).
           05  WS-ANCHOR-DAY                       PIC 99.
           05  WS-ADD-MONTHS                       PIC 99.
           05  WS-NEXT-SEQ                         PIC 9(4).
           05  WS-LAST-EXPECTED                    PIC 9(8).
           05  WS-GEN-COUNT                        PIC 9(4).
       01  WS-ISSUE-COUNTS.
           05  WS-EXPECTED-COUNT                   PIC 9(4).
           05  WS-RECEIVED-COUNT                   PIC 9(4).
           05  WS-CLAIMED-COUNT                    PIC 9(4).
       01  WS-RENEWAL-WORK.
           05  WS-NEW-END-DATE                     PIC 9(8).
           05  WS-RENEWAL-AMOUNT                   PIC 9(7)V99.
           05  WS-INV-DATE-INT                     PIC 9(8).
      *    DATE EDIT WORK FIELDS - THE SAME REAL-CALENDAR EDIT
      *    APINVENTRY GIVES EVERY KEYED DATE.
       01  WS-DATE-EDIT-AREA.
           05  WS-EDIT-DATE                        PIC 9(8).
           05  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
               10  WS-ED-YEAR                      PIC 9(4).
               10  WS-ED-MONTH                     PIC 99.
               10  WS-ED-DAY                       PIC 99.
           05  WS-MONTH-DAYS-TABLE.
               10 PIC X(24) VALUE "312831303130313130313031".
           05  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
               10  WS-MONTH-DAYS OCCURS 12 TIMES  PIC 99.
           05  WS-MAX-DAY                          PIC 99.
           05  WS-LEAP-REM                         PIC 9(4).
           05  WS-DATE-OK                          PIC X
                                            VALUE 'N'.
               88  DATE-OK                   VALUE 'Y'.

       PROCEDURE DIVISION.
      ***************************************************************
      *   Do startup tasks.
      *   Loop until the user chooses to exit.
      *   Do ending tasks.
      ***************************************************************
       100-MAIN.
           PERFORM 900-INITIALIZATION THRU 900-EXIT.
           IF NOT SIGNON-OK
               DISPLAY "SIGN-ON FAILED - PROGRAM ENDED"
               MOVE 'Y' TO WS-STOP-PROGRAM
           END-IF
           PERFORM 200-PROCESS-FILE THRU 200-EXIT
                   UNTIL OK-TO-STOP.
           PERFORM 910-END-PROGRAM-RTN.
           GOBACK.
      ***************************************************************
      *   Validate the operator against the central operator master.
      ***************************************************************
       050-SIGN-ON.
           MOVE "SERIALMAINT" TO SGN-PROGRAM-NAME
           MOVE "N" TO SGN-UNATTENDED
           MOVE SPACES TO SGN-OPERATOR-ID
           MOVE SPACES TO SGN-PASSWORD
           CALL "OPERSIGNON" USING SIGNON-PARMS
           MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE SGN-AUTH-LEVEL TO WS-AUTH-LEVEL
           MOVE SGN-OK TO WS-SIGNON-OK.
       050-EXIT.
           EXIT.
      ***************************************************************
      *   Display the menu and dispatch.
      ***************************************************************
       200-PROCESS-FILE.
           DISPLAY "1. ADD SUBSCRIPTION"
           DISPLAY "2. UPDATE SUBSCRIPTION"
           DISPLAY "3. VIEW SUBSCRIPTION"
           DISPLAY "4. RENEW SUBSCRIPTION"
           DISPLAY "5. EXIT"
           DISPLAY "ENTER MENU OPTION: "
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM 300-ADD-SUBSCRIPTION THRU 300-EXIT
               WHEN "2"
                   PERFORM 400-UPDATE-SUBSCRIPTION THRU 400-EXIT
               WHEN "3"
                   PERFORM 500-VIEW-SUBSCRIPTION THRU 500-EXIT
               WHEN "4"
                   PERFORM 600-RENEW-SUBSCRIPTION THRU 600-EXIT
               WHEN "5"
                   MOVE 'Y' TO WS-STOP-PROGRAM
           END-EVALUATE.
       200-EXIT.
           EXIT.
      ***************************************************************
      *   Add a new subscription, active, and generate its expected
      *   issues from the start date to the end date.
      ***************************************************************
       300-ADD-SUBSCRIPTION.
           DISPLAY "SUBSCRIPTION ID: "
           ACCEPT SB-SUB-ID
           IF SB-SUB-ID NOT NUMERIC OR SB-SUB-ID = ZERO
               DISPLAY "SUBSCRIPTION ID IS REQUIRED"
               GO TO 300-EXIT
           END-IF
           PERFORM 700-READ-SUBSCRIPTION THRU 700-EXIT
           IF SUB-FOUND
               DISPLAY "SUBSCRIPTION ALREADY EXISTS - " SB-TITLE
               GO TO 300-EXIT
           END-IF
           DISPLAY "TITLE: "
           ACCEPT SB-TITLE
           IF SB-TITLE = SPACES
               DISPLAY "TITLE IS REQUIRED"
               GO TO 300-EXIT
           END-IF
           DISPLAY "ISSN (9999-999X): "
           ACCEPT SB-ISSN
           DISPLAY "VENDOR NUMBER: "
           ACCEPT SB-VENDOR-NO
           MOVE SB-VENDOR-NO TO AP-VENDOR-NO
           PERFORM 820-VALIDATE-VENDOR THRU 820-EXIT
           IF NOT VENDOR-OK
               DISPLAY "VENDOR NOT ON FILE - SUBSCRIPTION NOT ADDED"
               GO TO 300-EXIT
           END-IF
           DISPLAY "VENDOR: " VD-NAME
           DISPLAY "FREQUENCY (W=WEEKLY B=EVERY TWO WEEKS M=MONTHLY "
               "Q=QUARTERLY A=ANNUAL): "
           ACCEPT SB-FREQUENCY
           IF NOT SB-FREQUENCY-VALID
               DISPLAY "INVALID FREQUENCY - SUBSCRIPTION NOT ADDED"
               GO TO 300-EXIT
           END-IF
           DISPLAY "FIRST ISSUE EXPECTED (YYYYMMDD): "
           ACCEPT SB-START-DATE
           MOVE SB-START-DATE TO WS-EDIT-DATE
           PERFORM 850-VALIDATE-DATE THRU 850-EXIT
           IF NOT DATE-OK
               DISPLAY "INVALID START DATE - SUBSCRIPTION NOT ADDED"
               GO TO 300-EXIT
           END-IF
           DISPLAY "SUBSCRIPTION ENDS (YYYYMMDD): "
           ACCEPT SB-END-DATE
           MOVE SB-END-DATE TO WS-EDIT-DATE
           PERFORM 850-VALIDATE-DATE THRU 850-EXIT
           IF NOT DATE-OK OR SB-END-DATE NOT > SB-START-DATE
               DISPLAY "END DATE MUST BE A REAL DATE AFTER THE START "
                   "- SUBSCRIPTION NOT ADDED"
               GO TO 300-EXIT
           END-IF
           DISPLAY "COST PER TERM (99999.99): "
           ACCEPT SB-COST
           DISPLAY "EXPENSE ACCOUNT FOR RENEWALS: "
           ACCEPT SB-EXP-ACCT
           MOVE SB-EXP-ACCT TO AP-EXP-ACCT
           PERFORM 840-VALIDATE-EXP-ACCT THRU 840-EXIT
           IF NOT EXP-ACCT-OK
               DISPLAY "NOT AN ACTIVE EXPENSE ACCOUNT - "
                   "SUBSCRIPTION NOT ADDED"
               GO TO 300-EXIT
           END-IF
           DISPLAY "DAYS LATE BEFORE AN ISSUE IS CLAIMED (ENTER FOR "
               WS-DEFAULT-CLAIM-DAYS "): "
           ACCEPT SB-CLAIM-DAYS
           IF SB-CLAIM-DAYS NOT NUMERIC OR SB-CLAIM-DAYS = ZERO
               MOVE WS-DEFAULT-CLAIM-DAYS TO SB-CLAIM-DAYS
           END-IF
           MOVE "A" TO SB-STATUS
           MOVE ZERO TO SB-RENEWED-DATE
           WRITE SUBSCRIPTION-REC
               INVALID KEY
                   DISPLAY "ERROR WRITING SUBSCRIPTION"
                   GO TO 300-EXIT
           END-WRITE
           MOVE SB-START-DATE TO WS-GEN-DATE
           MOVE 1 TO WS-NEXT-SEQ
           PERFORM 750-GENERATE-SCHEDULE THRU 750-EXIT
           DISPLAY "SUBSCRIPTION ADDED - " WS-GEN-COUNT
               " ISSUES EXPECTED".
       300-EXIT.
           EXIT.
      ***************************************************************
      *   Change a subscription's title, ISSN, cost, account, claim
      *   period, or status.  The vendor, frequency, and dates make
      *   the schedule and are not changed here.
      ***************************************************************
       400-UPDATE-SUBSCRIPTION.
           DISPLAY "SUBSCRIPTION ID: "
           ACCEPT SB-SUB-ID
           PERFORM 700-READ-SUBSCRIPTION THRU 700-EXIT
           IF NOT SUB-FOUND
               DISPLAY "SUBSCRIPTION IS NOT ON FILE"
               GO TO 400-EXIT
           END-IF
           DISPLAY "TITLE (CURRENT " SB-TITLE "): "
           ACCEPT SB-TITLE
           DISPLAY "ISSN (CURRENT " SB-ISSN "): "
           ACCEPT SB-ISSN
           DISPLAY "COST PER TERM (CURRENT " SB-COST "): "
           ACCEPT SB-COST
           DISPLAY "EXPENSE ACCOUNT (CURRENT " SB-EXP-ACCT "): "
           ACCEPT SB-EXP-ACCT
           MOVE SB-EXP-ACCT TO AP-EXP-ACCT
           PERFORM 840-VALIDATE-EXP-ACCT THRU 840-EXIT
           IF NOT EXP-ACCT-OK
               DISPLAY "NOT AN ACTIVE EXPENSE ACCOUNT - NOT UPDATED"
               GO TO 400-EXIT
           END-IF
           DISPLAY "DAYS LATE BEFORE A CLAIM (CURRENT "
               SB-CLAIM-DAYS "): "
           ACCEPT SB-CLAIM-DAYS
           IF SB-CLAIM-DAYS NOT NUMERIC OR SB-CLAIM-DAYS = ZERO
               MOVE WS-DEFAULT-CLAIM-DAYS TO SB-CLAIM-DAYS
           END-IF
           DISPLAY "STATUS A=ACTIVE C=CANCELLED (CURRENT "
               SB-STATUS "): "
           MOVE SPACE TO WS-NEW-STATUS
           ACCEPT WS-NEW-STATUS
           IF NEW-STATUS-VALID
               MOVE WS-NEW-STATUS TO SB-STATUS
           END-IF
           REWRITE SUBSCRIPTION-REC
               INVALID KEY DISPLAY "ERROR REWRITING SUBSCRIPTION"
               NOT INVALID KEY DISPLAY "SUBSCRIPTION UPDATED"
           END-REWRITE.
       400-EXIT.
           EXIT.
      ***************************************************************
      *   Display one subscription and where its issues stand.
      ***************************************************************
       500-VIEW-SUBSCRIPTION.
           DISPLAY "SUBSCRIPTION ID: "
           ACCEPT SB-SUB-ID
           PERFORM 700-READ-SUBSCRIPTION THRU 700-EXIT
           IF NOT SUB-FOUND
               DISPLAY "SUBSCRIPTION IS NOT ON FILE"
               GO TO 500-EXIT
           END-IF
           MOVE SB-VENDOR-NO TO VD-VENDOR-NO
           READ VENDOR-MASTER-FILE
               INVALID KEY MOVE "(NOT ON FILE)" TO VD-NAME
           END-READ
           PERFORM 720-COUNT-ISSUES THRU 720-EXIT
           DISPLAY "SUBSCRIPTION. " SB-SUB-ID
           DISPLAY "TITLE . . . . " SB-TITLE
           DISPLAY "ISSN. . . . . " SB-ISSN
           DISPLAY "VENDOR. . . . " SB-VENDOR-NO " " VD-NAME
           DISPLAY "FREQUENCY . . " SB-FREQUENCY
           DISPLAY "RUNS. . . . . " SB-START-DATE " TO " SB-END-DATE
           DISPLAY "COST. . . . . " SB-COST
           DISPLAY "EXPENSE ACCT. " SB-EXP-ACCT
           DISPLAY "CLAIM AFTER . " SB-CLAIM-DAYS " DAYS"
           DISPLAY "LAST RENEWED. " SB-RENEWED-DATE
           IF SB-CANCELLED
               DISPLAY "STATUS. . . . CANCELLED"
           ELSE
               DISPLAY "STATUS. . . . ACTIVE"
           END-IF
           DISPLAY "ISSUES RECEIVED " WS-RECEIVED-COUNT
               "  EXPECTED " WS-EXPECTED-COUNT
               "  CLAIMED " WS-CLAIMED-COUNT.
       500-EXIT.
           EXIT.
      ***************************************************************
      *   Renew a subscription: enter the vendor's renewal invoice
      *   through the invoice-entry edits and accrual, then extend
      *   the end date and the schedule.  Nothing is renewed unless
      *   the invoice is accepted.
      ***************************************************************
       600-RENEW-SUBSCRIPTION.
           IF WS-AUTH-LEVEL < 2
               DISPLAY "NOT AUTHORIZED FOR INVOICE ENTRY - "
                   "RENEWAL REFUSED"
               GO TO 600-EXIT
           END-IF
           DISPLAY "SUBSCRIPTION ID: "
           ACCEPT SB-SUB-ID
           PERFORM 700-READ-SUBSCRIPTION THRU 700-EXIT
           IF NOT SUB-FOUND
               DISPLAY "SUBSCRIPTION IS NOT ON FILE"
               GO TO 600-EXIT
           END-IF
           DISPLAY SB-TITLE " - NOW ENDS " SB-END-DATE
           DISPLAY "NEW END DATE (YYYYMMDD): "
           ACCEPT WS-NEW-END-DATE
           MOVE WS-NEW-END-DATE TO WS-EDIT-DATE
           PERFORM 850-VALIDATE-DATE THRU 850-EXIT
           IF NOT DATE-OK OR WS-NEW-END-DATE NOT > SB-END-DATE
               DISPLAY "NEW END DATE MUST BE A REAL DATE AFTER "
                   SB-END-DATE " - NOT RENEWED"
               GO TO 600-EXIT
           END-IF
      *    THE RENEWAL INVOICE - THE SAME EDITS APINVENTRY APPLIES.
           MOVE SB-VENDOR-NO TO AP-VENDOR-NO
           PERFORM 820-VALIDATE-VENDOR THRU 820-EXIT
           IF NOT VENDOR-OK
               DISPLAY "VENDOR NOT ON FILE - NOT RENEWED"
               GO TO 600-EXIT
           END-IF
           DISPLAY "VENDOR " VD-NAME
           DISPLAY "VENDOR'S INVOICE NUMBER: "
           ACCEPT AP-INVOICE-NO
           PERFORM 830-CHECK-DUPLICATE THRU 830-EXIT
           IF INV-ON-FILE
               DISPLAY "INVOICE ALREADY ON FILE - NOT RENEWED"
               GO TO 600-EXIT
           END-IF
           DISPLAY "INVOICE AMOUNT (ENTER FOR " SB-COST "): "
           MOVE ZERO TO WS-RENEWAL-AMOUNT
           ACCEPT WS-RENEWAL-AMOUNT
           IF WS-RENEWAL-AMOUNT NOT NUMERIC
                   OR WS-RENEWAL-AMOUNT = ZERO
               MOVE SB-COST TO WS-RENEWAL-AMOUNT
           END-IF
           IF WS-RENEWAL-AMOUNT = ZERO
               DISPLAY "ZERO AMOUNT - NOT RENEWED"
               GO TO 600-EXIT
           END-IF
           MOVE WS-RENEWAL-AMOUNT TO AP-AMOUNT
           MOVE WS-TODAY-DATE TO AP-INV-DATE
           PERFORM 845-APPLY-TERMS THRU 845-EXIT
           IF NOT DATE-OK
               DISPLAY "INVALID DUE DATE - NOT RENEWED"
               GO TO 600-EXIT
           END-IF
           MOVE SB-EXP-ACCT TO AP-EXP-ACCT
           PERFORM 840-VALIDATE-EXP-ACCT THRU 840-EXIT
           IF NOT EXP-ACCT-OK
               DISPLAY "EXPENSE ACCOUNT " SB-EXP-ACCT " IS NOT AN "
                   "ACTIVE EXPENSE ACCOUNT - NOT RENEWED"
               GO TO 600-EXIT
           END-IF
           MOVE "O" TO AP-STATUS
           MOVE ZERO TO AP-PAID-DATE
           MOVE WS-OPERATOR-ID TO AP-OPERATOR-ID
           WRITE AP-OPEN-REC
               INVALID KEY
                   DISPLAY "ERROR WRITING INVOICE - NOT RENEWED"
                   GO TO 600-EXIT
           END-WRITE
           PERFORM 860-WRITE-ACCRUAL-ENTRY THRU 860-EXIT
           DISPLAY "INVOICE ACCEPTED - ACCRUAL ENTRY "
               WS-NEXT-ENTRY-NO " GENERATED"
           ADD 1 TO WS-NEXT-ENTRY-NO
      *    EXTEND THE SCHEDULE ONE STEP PAST THE LAST ISSUE ON FILE.
           PERFORM 740-FIND-LAST-ISSUE THRU 740-EXIT
           MOVE WS-NEW-END-DATE TO SB-END-DATE
           MOVE WS-RENEWAL-AMOUNT TO SB-COST
           MOVE WS-TODAY-DATE TO SB-RENEWED-DATE
           MOVE "A" TO SB-STATUS
           REWRITE SUBSCRIPTION-REC
               INVALID KEY DISPLAY "ERROR REWRITING SUBSCRIPTION"
           END-REWRITE
           MOVE WS-LAST-EXPECTED TO WS-GEN-DATE
           IF WS-NEXT-SEQ > 1
               PERFORM 770-STEP-DATE THRU 770-EXIT
           END-IF
           PERFORM 750-GENERATE-SCHEDULE THRU 750-EXIT
           DISPLAY "SUBSCRIPTION RENEWED TO " SB-END-DATE " - "
               WS-GEN-COUNT " MORE ISSUES EXPECTED".
       600-EXIT.
           EXIT.
      ***************************************************************
      *   Read a record from the subscription master file.
      ***************************************************************
       700-READ-SUBSCRIPTION.
           READ SUBSCRIPTION-FILE
              INVALID KEY MOVE 'F' TO WS-SUB-NOT-FOUND
              NOT INVALID KEY MOVE 'T' TO WS-SUB-NOT-FOUND
           END-READ.
       700-EXIT.
           EXIT.
      ***************************************************************
      *   Count the subscription's issues by status.
      ***************************************************************
       720-COUNT-ISSUES.
           MOVE ZERO TO WS-EXPECTED-COUNT WS-RECEIVED-COUNT
               WS-CLAIMED-COUNT
           MOVE 'N' TO WS-ISSUE-EOF
           MOVE SB-SUB-ID TO SI-SUB-ID
           MOVE ZERO TO SI-ISSUE-SEQ
           START SERIAL-ISSUE-FILE KEY IS NOT LESS THAN SI-KEY
               INVALID KEY MOVE 'Y' TO WS-ISSUE-EOF
           END-START
           PERFORM UNTIL ISSUE-EOF
               READ SERIAL-ISSUE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-ISSUE-EOF
               END-READ
               IF NOT ISSUE-EOF
                   IF SI-SUB-ID NOT = SB-SUB-ID
                       MOVE 'Y' TO WS-ISSUE-EOF
                   ELSE
                       EVALUATE TRUE
                           WHEN SI-RECEIVED
                               ADD 1 TO WS-RECEIVED-COUNT
                           WHEN SI-CLAIMED
                               ADD 1 TO WS-CLAIMED-COUNT
                           WHEN OTHER
                               ADD 1 TO WS-EXPECTED-COUNT
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM.
       720-EXIT.
           EXIT.
      ***************************************************************
      *   The last issue on file for the subscription - its number
      *   and expected date.  With none, the schedule starts over
      *   from the start date.
      ***************************************************************
       740-FIND-LAST-ISSUE.
           MOVE ZERO TO WS-NEXT-SEQ
           MOVE ZERO TO WS-LAST-EXPECTED
           MOVE 'N' TO WS-ISSUE-EOF
           MOVE SB-SUB-ID TO SI-SUB-ID
           MOVE ZERO TO SI-ISSUE-SEQ
           START SERIAL-ISSUE-FILE KEY IS NOT LESS THAN SI-KEY
               INVALID KEY MOVE 'Y' TO WS-ISSUE-EOF
           END-START
           PERFORM UNTIL ISSUE-EOF
               READ SERIAL-ISSUE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-ISSUE-EOF
               END-READ
               IF NOT ISSUE-EOF
                   IF SI-SUB-ID NOT = SB-SUB-ID
                       MOVE 'Y' TO WS-ISSUE-EOF
                   ELSE
                       MOVE SI-ISSUE-SEQ TO WS-NEXT-SEQ
                       MOVE SI-EXPECTED-DATE TO WS-LAST-EXPECTED
                   END-IF
               END-IF
           END-PERFORM
           ADD 1 TO WS-NEXT-SEQ
           IF WS-LAST-EXPECTED = ZERO
               MOVE SB-START-DATE TO WS-LAST-EXPECTED
           END-IF.
       740-EXIT.
           EXIT.
      ***************************************************************
      *   Write an expected issue for every date from WS-GEN-DATE
      *   through the end date, numbering from WS-NEXT-SEQ.
      ***************************************************************
       750-GENERATE-SCHEDULE.
           MOVE ZERO TO WS-GEN-COUNT
           PERFORM UNTIL WS-GEN-DATE > SB-END-DATE
                   OR WS-NEXT-SEQ = 9999
               MOVE SB-SUB-ID TO SI-SUB-ID
               MOVE WS-NEXT-SEQ TO SI-ISSUE-SEQ
               MOVE WS-GEN-DATE TO SI-EXPECTED-DATE
               MOVE "E" TO SI-STATUS
               MOVE ZERO TO SI-RECEIVED-DATE SI-CLAIM-DATE
                   SI-CLAIM-COUNT
               MOVE WS-OPERATOR-ID TO SI-OPERATOR-ID
               WRITE SERIAL-ISSUE-REC
                   INVALID KEY
                       DISPLAY "ISSUE " SI-ISSUE-SEQ
                           " ALREADY ON FILE"
                   NOT INVALID KEY
                       ADD 1 TO WS-GEN-COUNT
               END-WRITE
               ADD 1 TO WS-NEXT-SEQ
               PERFORM 770-STEP-DATE THRU 770-EXIT
           END-PERFORM.
       750-EXIT.
           EXIT.
      ***************************************************************
      *   Step WS-GEN-DATE to the next issue by the frequency.
      ***************************************************************
       770-STEP-DATE.
           MOVE SB-START-DATE (7:2) TO WS-ANCHOR-DAY
           EVALUATE TRUE
               WHEN SB-WEEKLY
                   COMPUTE WS-GEN-INT =
                       FUNCTION INTEGER-OF-DATE(WS-GEN-DATE) + 7
                   COMPUTE WS-GEN-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-GEN-INT)
                   GO TO 770-EXIT
               WHEN SB-BIWEEKLY
                   COMPUTE WS-GEN-INT =
                       FUNCTION INTEGER-OF-DATE(WS-GEN-DATE) + 14
                   COMPUTE WS-GEN-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-GEN-INT)
                   GO TO 770-EXIT
               WHEN SB-MONTHLY
                   MOVE 1 TO WS-ADD-MONTHS
               WHEN SB-QUARTERLY
                   MOVE 3 TO WS-ADD-MONTHS
               WHEN OTHER
                   MOVE 12 TO WS-ADD-MONTHS
           END-EVALUATE
           ADD WS-ADD-MONTHS TO WS-GEN-MONTH
           IF WS-GEN-MONTH > 12
               SUBTRACT 12 FROM WS-GEN-MONTH
               ADD 1 TO WS-GEN-YEAR
           END-IF
      *    THE START DATE'S DAY, OR THE MONTH'S LAST WHEN SHORTER.
           MOVE WS-GEN-DATE TO WS-EDIT-DATE
           PERFORM 870-MONTH-LENGTH THRU 870-EXIT
           IF WS-ANCHOR-DAY > WS-MAX-DAY
               MOVE WS-MAX-DAY TO WS-GEN-DAY
           ELSE
               MOVE WS-ANCHOR-DAY TO WS-GEN-DAY
           END-IF.
       770-EXIT.
           EXIT.
      ***************************************************************
      *   Is the vendor on the vendor master?
      ***************************************************************
       820-VALIDATE-VENDOR.
           MOVE 'N' TO WS-VENDOR-OK
           MOVE AP-VENDOR-NO TO VD-VENDOR-NO
           READ VENDOR-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-VENDOR-OK
           END-READ.
       820-EXIT.
           EXIT.
      ***************************************************************
      *   Is this vendor/invoice pair already on the open file?
      ***************************************************************
       830-CHECK-DUPLICATE.
           MOVE 'N' TO WS-INV-ON-FILE
           READ AP-OPEN-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-INV-ON-FILE
           END-READ.
       830-EXIT.
           EXIT.
      ***************************************************************
      *   The expense account must be on the COA master as an
      *   active expense-type account.
      ***************************************************************
       840-VALIDATE-EXP-ACCT.
           MOVE 'N' TO WS-EXP-ACCT-OK
           MOVE AP-EXP-ACCT TO CGLC-MSTR-NO
           READ CGL-COA-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF MSTR-ACCT-ACTIVE AND MSTR-TYPE-EXPENSE
                       MOVE 'Y' TO WS-EXP-ACCT-OK
                   END-IF
           END-READ.
       840-EXIT.
           EXIT.
      ***************************************************************
      *   The vendor's terms set the due date and the early-payment
      *   discount, as in APINVENTRY.  A vendor with no terms on
      *   file has the due date keyed and offers no discount.
      ***************************************************************
       845-APPLY-TERMS.
           MOVE ZERO TO AP-DISC-DATE AP-DISC-AMT AP-DISC-TAKEN
           MOVE 'Y' TO WS-DATE-OK
           COMPUTE WS-INV-DATE-INT =
               FUNCTION INTEGER-OF-DATE(AP-INV-DATE)
           IF VD-NET-DAYS NUMERIC AND VD-NET-DAYS > ZERO
               COMPUTE AP-DUE-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-INV-DATE-INT + VD-NET-DAYS)
               DISPLAY "TERMS " VD-TERMS-CODE " - DUE " AP-DUE-DATE
           ELSE
               DISPLAY "DUE DATE (YYYYMMDD): "
               ACCEPT AP-DUE-DATE
               MOVE AP-DUE-DATE TO WS-EDIT-DATE
               PERFORM 850-VALIDATE-DATE THRU 850-EXIT
               IF NOT DATE-OK
                   GO TO 845-EXIT
               END-IF
           END-IF
           IF VD-DISC-PCT NUMERIC AND VD-DISC-DAYS NUMERIC
                   AND VD-DISC-PCT > ZERO
               COMPUTE AP-DISC-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-INV-DATE-INT + VD-DISC-DAYS)
               COMPUTE AP-DISC-AMT ROUNDED =
                   AP-AMOUNT * VD-DISC-PCT / 100
               DISPLAY "DISCOUNT " AP-DISC-AMT " IF PAID BY "
                   AP-DISC-DATE
           END-IF.
       845-EXIT.
           EXIT.
      ***************************************************************
      *   Genuine date edit: a real calendar day, leap years
      *   included.
      ***************************************************************
       850-VALIDATE-DATE.
           MOVE 'N' TO WS-DATE-OK
           IF WS-EDIT-DATE NOT NUMERIC
               GO TO 850-EXIT
           END-IF
           IF WS-ED-MONTH < 1 OR WS-ED-MONTH > 12
               GO TO 850-EXIT
           END-IF
           PERFORM 870-MONTH-LENGTH THRU 870-EXIT
           IF WS-ED-DAY < 1 OR WS-ED-DAY > WS-MAX-DAY
               GO TO 850-EXIT
           END-IF
           MOVE 'Y' TO WS-DATE-OK.
       850-EXIT.
           EXIT.
      ***************************************************************
      *   Generate the balanced accrual entry: debit the expense
      *   account, credit the vendor's payable account.  It posts
      *   through CGLJOURNALPOST like any other entry.
      ***************************************************************
       860-WRITE-ACCRUAL-ENTRY.
      *    A GENERATED ENTRY GOES ON THE APPROVAL FILE ALREADY
      *    APPROVED - CGLJOURNALPOST HOLDS ANY ENTRY WITHOUT A ROW.
      *    THE ROW IS WRITTEN FIRST SO THE LINES NEVER SIT ON THE
      *    JOURNAL WITHOUT IT.
           MOVE SPACES TO CGL-JRNL-APPROVAL-REC
           MOVE WS-NEXT-ENTRY-NO TO JAPR-ENTRY-NO
           MOVE "A" TO JAPR-STATUS
           MOVE AP-AMOUNT TO JAPR-ENTRY-AMT
           STRING "AP INV " AP-INVOICE-NO " VND " AP-VENDOR-NO
               DELIMITED BY SIZE INTO JAPR-DESCRIPTION
           MOVE WS-OPERATOR-ID TO JAPR-MAKER-ID
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (1:14) TO JAPR-KEYED-TS
           MOVE "SERIALMT" TO JAPR-APPROVER-1
           MOVE WS-TIMESTAMP (1:14) TO JAPR-APPROVED-1-TS
           OPEN EXTEND CGL-JRNL-APPROVAL-FILE
           WRITE CGL-JRNL-APPROVAL-REC
           CLOSE CGL-JRNL-APPROVAL-FILE
           OPEN EXTEND CGL-JOURNAL-FILE
           MOVE WS-NEXT-ENTRY-NO TO JRNL-ENTRY-NO
           MOVE 1 TO JRNL-LINE-NO
           MOVE AP-EXP-ACCT TO JRNL-ACCT-NO
           MOVE AP-AMOUNT TO JRNL-DEBIT-AMT
           MOVE ZERO TO JRNL-CREDIT-AMT
           MOVE SPACES TO JRNL-DESCRIPTION
           STRING "AP INV " AP-INVOICE-NO " VND " AP-VENDOR-NO
               DELIMITED BY SIZE INTO JRNL-DESCRIPTION
           MOVE ZERO TO JRNL-EFF-DATE
           MOVE WS-OPERATOR-ID TO JRNL-OPERATOR-ID
           MOVE SPACE TO JRNL-REVERSE-FLAG
           WRITE CGL-JOURNAL-REC
           MOVE 2 TO JRNL-LINE-NO
           MOVE VD-PAYABLE-ACCT TO JRNL-ACCT-NO
           MOVE ZERO TO JRNL-DEBIT-AMT
           MOVE AP-AMOUNT TO JRNL-CREDIT-AMT
           WRITE CGL-JOURNAL-REC
           CLOSE CGL-JOURNAL-FILE.
       860-EXIT.
           EXIT.
      ***************************************************************
      *   The number of days in WS-EDIT-DATE's month, leap years
      *   included, into WS-MAX-DAY.
      ***************************************************************
       870-MONTH-LENGTH.
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
           END-IF.
       870-EXIT.
           EXIT.
      ***************************************************************
      *   Find the highest entry number already on the journal file
      *   so generated accrual entries continue the sequence.
      ***************************************************************
       880-FIND-NEXT-ENTRY-NO.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT CGL-JOURNAL-FILE
           PERFORM UNTIL EOF
               READ CGL-JOURNAL-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF JRNL-ENTRY-NO NOT < WS-NEXT-ENTRY-NO
                           COMPUTE WS-NEXT-ENTRY-NO =
                               JRNL-ENTRY-NO + 1
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CGL-JOURNAL-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       880-EXIT.
           EXIT.
      ***************************************************************
      *   Open the files, get the date, and sign on.
      ***************************************************************
       900-INITIALIZATION.
           OPEN I-O SUBSCRIPTION-FILE.
           OPEN I-O SERIAL-ISSUE-FILE.
           OPEN I-O AP-OPEN-FILE.
           OPEN INPUT VENDOR-MASTER-FILE.
           OPEN INPUT CGL-COA-MASTER-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP (1:8) TO WS-TODAY-DATE.
           PERFORM 050-SIGN-ON THRU 050-EXIT.
           PERFORM 880-FIND-NEXT-ENTRY-NO THRU 880-EXIT.
       900-EXIT.
           EXIT.
      *****************************************************************
      *   Close files.
      *****************************************************************
       910-END-PROGRAM-RTN.
           CLOSE SUBSCRIPTION-FILE.
           CLOSE SERIAL-ISSUE-FILE.
           CLOSE AP-OPEN-FILE.
           CLOSE VENDOR-MASTER-FILE.
           CLOSE CGL-COA-MASTER-FILE.
       910-EXIT.
           EXIT.
