       IDENTIFICATION DIVISION.
       PROGRAM-ID.  POSPAYEXP.
       AUTHOR.  THOMAS LAMBERT.
      *****************************************************************
      * Positive-pay export for the bank.  The bank honors a check
      * drawn on the operating account only if it was told of the
      * check first, so this is run after every PAYROLL and
      * APPAYMENT check run, and after any void through PAYCHECKVOID
      * or APCHECKVOID.
      *
      * Both check registers are read in full - payroll checks off
      * PAYCHECKREG.DAT (payee off the employee master), payables
      * checks off APCHECKREG.DAT (payee off the vendor master) -
      * and every check the bank has not yet been sent goes on the
      * export with its number, issue date, amount, and payee.  A
      * check voided since it was sent goes on again flagged void,
      * so the bank will refuse it; a check voided before it was
      * ever sent is left off.  What has been sent is kept on
      * POSPAYSENT.DAT, one row per check and status, so no check is
      * sent twice however often the registers are read, the same
      * way BANKREC never adds a cash-book item twice.
      *
      * The export is in the bank's fixed layout: a header with the
      * account and routing numbers and the file date, a detail
      * record per check (I issued, V void), and a trailer with the
      * count and amount of the issues and of the voids.  The
      * routing and account numbers come from POSPAYPOL.DAT; with no
      * account on file nothing is sent.
      *
      *   File   :  C:\COBOL\POSPAYSENT.DAT (extended)
      *   Input  :  C:\COBOL\POSPAYPOL.DAT
      *             C:\COBOL\PAYCHECKREG.DAT
      *             C:\COBOL\APCHECKREG.DAT
      *             C:\COBOL\NEWEMP2.DAT
      *             C:\COBOL\VENDMASTER.DAT
      *   Output :  C:\COBOL\POSPAY.DAT
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL POS-PAY-POLICY-FILE
                 ASSIGN TO UT-SYS-POS-PAY-POLICY-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POS-PAY-SENT-FILE
                 ASSIGN TO UT-SYS-POS-PAY-SENT-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHECK-REGISTER-FILE
                 ASSIGN TO UT-SYS-CHECK-REGISTER-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AP-CHECK-REGISTER-FILE
                 ASSIGN TO UT-SYS-AP-CHECK-REGISTER-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NEW-PAYROLL-FILE
                 ASSIGN TO UT-SYS-EMPFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS NEW-SSNO.
           SELECT OPTIONAL VENDOR-MASTER-FILE
                 ASSIGN TO UT-SYS-VENDFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS VD-VENDOR-NO.
           SELECT POS-PAY-FILE
                 ASSIGN TO UT-SYS-POS-PAY-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    THE OPERATING ACCOUNT BOTH CHECK SERIES ARE DRAWN ON, AS
      *    THE BANK KNOWS IT.
       FD POS-PAY-POLICY-FILE
          RECORD CONTAINS 21 CHARACTERS.
       01 POS-PAY-POLICY-REC.
          05  PPL-ROUTING-NO                       PIC X(9).
          05  PPL-ACCOUNT-NO                       PIC X(12).

      *    ONE ROW PER CHECK AND STATUS SENT.  SOURCE: PC PAYROLL
      *    CHECK, AC PAYABLES CHECK.  STATUS: I ISSUE, V VOID.
       FD POS-PAY-SENT-FILE
          RECORD CONTAINS 20 CHARACTERS.
       01 POS-PAY-SENT-REC.
          05  PS-KEY.
              10  PS-SOURCE                        PIC XX.
              10  PS-CHECK-NO                      PIC 9(8).
              10  PS-STATUS                        PIC X.
          05  PS-SENT-DATE                         PIC 9(8).
          05  FILLER                               PIC X.

      *    SAME 62-BYTE LAYOUT PAYROLL AND PAYCHECKVOID USE.
       FD CHECK-REGISTER-FILE
          RECORD CONTAINS 62 CHARACTERS.
       01 CHECK-REGISTER-REC.
          05  CR-CHECK-NO                          PIC 9(8).
          05  CR-SSNO                              PIC 9(9).
          05  CR-DATE                              PIC 9(8).
          05  CR-AMOUNT                            PIC S9(5)V99.
          05  CR-STATUS                            PIC X.
              88  CR-ISSUED                 VALUE "I".
              88  CR-VOID                   VALUE "V".
          05  CR-VOID-REASON                       PIC X(20).
          05  CR-OPERATOR-ID                       PIC X(8).
          05  FILLER                               PIC X(9).

      *    SAME 80-BYTE LAYOUT APPAYMENT AND APCHECKVOID USE.
       FD AP-CHECK-REGISTER-FILE
          RECORD CONTAINS 80 CHARACTERS.
       01 AP-CHECK-REGISTER-REC.
          05  AC-CHECK-NO                          PIC 9(8).
          05  AC-VENDOR-NO                         PIC 9(5).
          05  AC-DATE                              PIC 9(8).
          05  AC-AMOUNT                            PIC 9(7)V99.
          05  AC-STATUS                            PIC X.
              88  AC-ISSUED                 VALUE "I".
              88  AC-VOID                   VALUE "V".
          05  AC-VOID-REASON                       PIC X(20).
          05  AC-OPERATOR-ID                       PIC X(8).
          05  AC-VOID-DATE                         PIC 9(8).
          05  FILLER                               PIC X(13).

       FD NEW-PAYROLL-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 166 CHARACTERS.
       01 NEW-PAYROLL-REC.
          05  NEW-SSNO                             PIC 9(9).
          05  NEW-NAME                             PIC X(20).
          05  FILLER                               PIC X(137).

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

      *    THE BANK'S POSITIVE-PAY LAYOUT.  RECORD TYPE: H HEADER,
      *    D ONE CHECK, T TRAILER.  AMOUNTS ARE UNSIGNED WITH TWO
      *    IMPLIED DECIMALS, CHECK NUMBERS ZERO-FILLED.
       FD POS-PAY-FILE
          RECORD CONTAINS 80 CHARACTERS.
       01 POS-PAY-DETAIL-REC.
          05  PP-REC-TYPE                          PIC X.
              88  PP-HEADER                 VALUE "H".
              88  PP-DETAIL                 VALUE "D".
              88  PP-TRAILER                VALUE "T".
          05  PP-ACCOUNT-NO                        PIC X(12).
          05  PP-CHECK-NO                          PIC 9(10).
          05  PP-ISSUE-DATE                        PIC 9(8).
          05  PP-AMOUNT                            PIC 9(8)V99.
          05  PP-VOID-IND                          PIC X.
              88  PP-ISSUE                  VALUE "I".
              88  PP-VOID                   VALUE "V".
          05  PP-PAYEE                             PIC X(30).
          05  FILLER                               PIC X(8).
       01 POS-PAY-HEADER-REC.
          05  PPH-REC-TYPE                         PIC X.
          05  PPH-ACCOUNT-NO                       PIC X(12).
          05  PPH-ROUTING-NO                       PIC X(9).
          05  PPH-FILE-DATE                        PIC 9(8).
          05  FILLER                               PIC X(50).
       01 POS-PAY-TRAILER-REC.
          05  PPT-REC-TYPE                         PIC X.
          05  PPT-ACCOUNT-NO                       PIC X(12).
          05  PPT-ISSUE-COUNT                      PIC 9(7).
          05  PPT-ISSUE-TOTAL                      PIC 9(10)V99.
          05  PPT-VOID-COUNT                       PIC 9(7).
          05  PPT-VOID-TOTAL                       PIC 9(10)V99.
          05  FILLER                               PIC X(29).

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
           05  UT-SYS-POS-PAY-POLICY-FILE          PIC X(50)
                                   VALUE "C:\COBOL\POSPAYPOL.DAT".
           05  UT-SYS-POS-PAY-SENT-FILE            PIC X(50)
                                   VALUE "C:\COBOL\POSPAYSENT.DAT".
           05  UT-SYS-CHECK-REGISTER-FILE          PIC X(50)
                                   VALUE "C:\COBOL\PAYCHECKREG.DAT".
           05  UT-SYS-AP-CHECK-REGISTER-FILE       PIC X(50)
                                   VALUE "C:\COBOL\APCHECKREG.DAT".
           05  UT-SYS-EMPFILE                      PIC X(50)
                                   VALUE "C:\COBOL\NEWEMP2.DAT".
           05  UT-SYS-VENDFILE                     PIC X(50)
                                   VALUE "C:\COBOL\VENDMASTER.DAT".
           05  UT-SYS-POS-PAY-FILE                 PIC X(50)
                                   VALUE "C:\COBOL\POSPAY.DAT".
       01  WS-OPERATOR-ID                          PIC X(8).
       01  WS-SIGNON-AREA.
           05  WS-AUTH-LEVEL                       PIC 9
                                            VALUE ZERO.
           05  WS-SIGNON-OK                        PIC X
                                            VALUE 'N'.
               88  SIGNON-OK                 VALUE 'Y'.
       01  WS-SWITCHES.
           05  WS-END-OF-FILE                      PIC X
                                            VALUE 'N'.
               88  EOF                       VALUE 'Y'.
       01  WS-TIMESTAMP                            PIC X(21).
       01  WS-TODAY-DATE                           PIC 9(8).
       01  WS-POLICY.
           05  WS-ROUTING-NO                       PIC X(9)
                                            VALUE SPACES.
           05  WS-ACCOUNT-NO                       PIC X(12)
                                            VALUE SPACES.
       01  WS-EXPORT-TOTALS.
           05  WS-ISSUE-COUNT                      PIC 9(7)
                                            VALUE ZERO.
           05  WS-ISSUE-TOTAL                      PIC 9(10)V99
                                            VALUE ZERO.
           05  WS-VOID-COUNT                       PIC 9(7)
                                            VALUE ZERO.
           05  WS-VOID-TOTAL                       PIC 9(10)V99
                                            VALUE ZERO.
           05  WS-NO-PAYEE-COUNT                   PIC 9(5)
                                            VALUE ZERO.
      *    THE CHECK IN HAND, FROM WHICHEVER REGISTER.
       01  WS-THIS-CHECK.
           05  WS-TC-KEY.
               10  WS-TC-SOURCE                    PIC XX.
               10  WS-TC-CHECK-NO                  PIC 9(8).
               10  WS-TC-STATUS                    PIC X.
           05  WS-TC-DATE                          PIC 9(8).
           05  WS-TC-AMOUNT                        PIC 9(8)V99.
           05  WS-TC-PAYEE                         PIC X(30).
      *    EVERY CHECK AND STATUS ALREADY SENT, OFF POSPAYSENT.DAT
      *    PLUS WHAT THIS RUN ADDS.
       01  WS-SENT-TABLE.
           05  WS-SENT-COUNT                       PIC 9(5)
                                            VALUE ZERO.
           05  WS-SENT-ENTRY OCCURS 10000 TIMES.
               10  WS-SENT-KEY                     PIC X(11).
       01  WS-SENT-SUB                             PIC 9(5).
       01  WS-FOUND-SUB                            PIC 9(5).
       01  WS-LOOKUP-KEY                           PIC X(11).

       PROCEDURE DIVISION.
      *************************************************************
      *  Sign on, load what has been sent, and export every new
      *  issue and void off the two check registers.
      *************************************************************
       100-MAIN.
           MOVE ZERO TO RETURN-CODE.
           PERFORM 050-SIGN-ON THRU 050-EXIT.
      *    THE EXPORT TELLS THE BANK WHICH CHECKS TO PAY - LEVEL 2
      *    OR BETTER.
           IF NOT SIGNON-OK OR WS-AUTH-LEVEL < 2
               DISPLAY "NOT AUTHORIZED FOR THE POSITIVE-PAY EXPORT"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM 900-INITIALIZATION THRU 900-EXIT.
           PERFORM 200-EXPORT-PAYROLL-CHECKS THRU 200-EXIT.
           PERFORM 300-EXPORT-AP-CHECKS THRU 300-EXIT.
           PERFORM 910-END-PROGRAM-RTN THRU 910-EXIT.
           DISPLAY "POSITIVE-PAY EXPORT COMPLETE - " WS-ISSUE-COUNT
               " CHECKS ISSUED, TOTAL " WS-ISSUE-TOTAL.
           DISPLAY "                               " WS-VOID-COUNT
               " CHECKS VOIDED, TOTAL " WS-VOID-TOTAL.
           IF WS-ISSUE-COUNT = ZERO AND WS-VOID-COUNT = ZERO
               DISPLAY "NOTHING NEW FOR THE BANK"
           ELSE
               DISPLAY "SEND POSPAY.DAT TO THE BANK"
           END-IF.
           IF WS-NO-PAYEE-COUNT > ZERO
               DISPLAY WS-NO-PAYEE-COUNT
                   " CHECKS SENT WITH NO PAYEE NAME ON FILE"
               IF RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.
      ***************************************************************
      *   Validate the operator against the central operator master.
      *   An empty master (first-time setup) signs on in open mode at
      *   supervisor level so the system is not locked out before
      *   OPERMAINT has loaded anyone.
      ***************************************************************
       050-SIGN-ON.
           MOVE "POSPAYEXP" TO SGN-PROGRAM-NAME
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
      *   Payroll checks, payee off the employee master.
      ***************************************************************
       200-EXPORT-PAYROLL-CHECKS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT CHECK-REGISTER-FILE
           OPEN INPUT NEW-PAYROLL-FILE
           PERFORM UNTIL EOF
               READ CHECK-REGISTER-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       MOVE "PC" TO WS-TC-SOURCE
                       MOVE CR-CHECK-NO TO WS-TC-CHECK-NO
                       MOVE CR-STATUS TO WS-TC-STATUS
                       MOVE CR-DATE TO WS-TC-DATE
                       MOVE CR-AMOUNT TO WS-TC-AMOUNT
                       MOVE CR-SSNO TO NEW-SSNO
                       READ NEW-PAYROLL-FILE
                           INVALID KEY MOVE SPACES TO WS-TC-PAYEE
                           NOT INVALID KEY
                               MOVE NEW-NAME TO WS-TC-PAYEE
                       END-READ
                       PERFORM 400-EXPORT-ONE-CHECK THRU 400-EXIT
               END-READ
           END-PERFORM
           CLOSE CHECK-REGISTER-FILE
           CLOSE NEW-PAYROLL-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       200-EXIT.
           EXIT.
      ***************************************************************
      *   Payables checks, payee off the vendor master.
      ***************************************************************
       300-EXPORT-AP-CHECKS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT AP-CHECK-REGISTER-FILE
           OPEN INPUT VENDOR-MASTER-FILE
           PERFORM UNTIL EOF
               READ AP-CHECK-REGISTER-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       MOVE "AC" TO WS-TC-SOURCE
                       MOVE AC-CHECK-NO TO WS-TC-CHECK-NO
                       MOVE AC-STATUS TO WS-TC-STATUS
                       MOVE AC-DATE TO WS-TC-DATE
                       MOVE AC-AMOUNT TO WS-TC-AMOUNT
                       MOVE AC-VENDOR-NO TO VD-VENDOR-NO
                       READ VENDOR-MASTER-FILE
                           INVALID KEY MOVE SPACES TO WS-TC-PAYEE
                           NOT INVALID KEY
                               MOVE VD-NAME TO WS-TC-PAYEE
                       END-READ
                       PERFORM 400-EXPORT-ONE-CHECK THRU 400-EXIT
               END-READ
           END-PERFORM
           CLOSE AP-CHECK-REGISTER-FILE
           CLOSE VENDOR-MASTER-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       300-EXIT.
           EXIT.
      ***************************************************************
      *   Send the check unless the bank already has it in this
      *   status.  A void goes only for a check whose issue was sent.
      ***************************************************************
       400-EXPORT-ONE-CHECK.
           IF WS-TC-STATUS NOT = "I" AND WS-TC-STATUS NOT = "V"
               GO TO 400-EXIT
           END-IF
           MOVE WS-TC-KEY TO WS-LOOKUP-KEY
           PERFORM 450-FIND-SENT THRU 450-EXIT
           IF WS-FOUND-SUB NOT = ZERO
               GO TO 400-EXIT
           END-IF
           IF WS-TC-STATUS = "V"
               MOVE WS-TC-KEY TO WS-LOOKUP-KEY
               MOVE "I" TO WS-LOOKUP-KEY (11:1)
               PERFORM 450-FIND-SENT THRU 450-EXIT
               IF WS-FOUND-SUB = ZERO
                   GO TO 400-EXIT
               END-IF
           END-IF
      *    THE SENT TABLE IS HOW THE NEXT RUN KNOWS - A RUN THAT
      *    CANNOT RECORD WHAT IT SENDS MUST STOP SENDING.
           IF WS-SENT-COUNT = 10000
               DISPLAY "POSPAYSENT.DAT EXCEEDS THE WORK TABLE - "
                   "CHECK " WS-TC-CHECK-NO " AND LATER NOT SENT"
               MOVE 16 TO RETURN-CODE
               GO TO 400-EXIT
           END-IF
           MOVE SPACES TO POS-PAY-DETAIL-REC
           MOVE "D" TO PP-REC-TYPE
           MOVE WS-ACCOUNT-NO TO PP-ACCOUNT-NO
           MOVE WS-TC-CHECK-NO TO PP-CHECK-NO
           MOVE WS-TC-DATE TO PP-ISSUE-DATE
           MOVE WS-TC-AMOUNT TO PP-AMOUNT
           MOVE WS-TC-STATUS TO PP-VOID-IND
           MOVE WS-TC-PAYEE TO PP-PAYEE
           WRITE POS-PAY-DETAIL-REC
           IF WS-TC-STATUS = "V"
               ADD 1 TO WS-VOID-COUNT
               ADD WS-TC-AMOUNT TO WS-VOID-TOTAL
           ELSE
               ADD 1 TO WS-ISSUE-COUNT
               ADD WS-TC-AMOUNT TO WS-ISSUE-TOTAL
           END-IF
           IF WS-TC-PAYEE = SPACES
               ADD 1 TO WS-NO-PAYEE-COUNT
           END-IF
           ADD 1 TO WS-SENT-COUNT
           MOVE WS-TC-KEY TO WS-SENT-KEY (WS-SENT-COUNT)
           MOVE SPACES TO POS-PAY-SENT-REC
           MOVE WS-TC-KEY TO PS-KEY
           MOVE WS-TODAY-DATE TO PS-SENT-DATE
           WRITE POS-PAY-SENT-REC.
       400-EXIT.
           EXIT.
      ***************************************************************
      *   Look a check and status up in the sent table.  WS-FOUND-SUB
      *   is zero when it has not been sent.
      ***************************************************************
       450-FIND-SENT.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-SENT-SUB FROM 1 BY 1
                   UNTIL WS-SENT-SUB > WS-SENT-COUNT
                      OR WS-FOUND-SUB NOT = ZERO
               IF WS-SENT-KEY (WS-SENT-SUB) = WS-LOOKUP-KEY
                   MOVE WS-SENT-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.
       450-EXIT.
           EXIT.
      ***************************************************************
      *   Get the date and the account, load what has been sent,
      *   and start the export with its header.
      ***************************************************************
       900-INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP (1:8) TO WS-TODAY-DATE.
           OPEN INPUT POS-PAY-POLICY-FILE.
           READ POS-PAY-POLICY-FILE INTO WS-POLICY
               AT END CONTINUE
           END-READ.
           CLOSE POS-PAY-POLICY-FILE.
           IF WS-ACCOUNT-NO = SPACES
               DISPLAY "NO BANK ACCOUNT ON POSPAYPOL.DAT - NOTHING "
                   "SENT"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'N' TO WS-END-OF-FILE.
           OPEN INPUT POS-PAY-SENT-FILE.
           PERFORM UNTIL EOF
               READ POS-PAY-SENT-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF WS-SENT-COUNT = 10000
                           DISPLAY "POSPAYSENT.DAT EXCEEDS THE WORK "
                               "TABLE - RUN REFUSED"
                           CLOSE POS-PAY-SENT-FILE
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-SENT-COUNT
                       MOVE PS-KEY TO WS-SENT-KEY (WS-SENT-COUNT)
               END-READ
           END-PERFORM.
           CLOSE POS-PAY-SENT-FILE.
           MOVE 'N' TO WS-END-OF-FILE.
           OPEN EXTEND POS-PAY-SENT-FILE.
           OPEN OUTPUT POS-PAY-FILE.
           MOVE SPACES TO POS-PAY-HEADER-REC.
           MOVE "H" TO PPH-REC-TYPE.
           MOVE WS-ACCOUNT-NO TO PPH-ACCOUNT-NO.
           MOVE WS-ROUTING-NO TO PPH-ROUTING-NO.
           MOVE WS-TODAY-DATE TO PPH-FILE-DATE.
           WRITE POS-PAY-HEADER-REC.
       900-EXIT.
           EXIT.
      *****************************************************************
      *   Close the export with its trailer.
      *****************************************************************
       910-END-PROGRAM-RTN.
           MOVE SPACES TO POS-PAY-TRAILER-REC.
           MOVE "T" TO PPT-REC-TYPE.
           MOVE WS-ACCOUNT-NO TO PPT-ACCOUNT-NO.
           MOVE WS-ISSUE-COUNT TO PPT-ISSUE-COUNT.
           MOVE WS-ISSUE-TOTAL TO PPT-ISSUE-TOTAL.
           MOVE WS-VOID-COUNT TO PPT-VOID-COUNT.
           MOVE WS-VOID-TOTAL TO PPT-VOID-TOTAL.
           WRITE POS-PAY-TRAILER-REC.
           CLOSE POS-PAY-FILE.
           CLOSE POS-PAY-SENT-FILE.
       910-EXIT.
           EXIT.
