       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AP1099.
       AUTHOR.  THOMAS LAMBERT.
      *****************************************************************
      * Year-end 1099 reporting.  For the calendar year asked for
      * (last year unless keyed) every vendor VENDMAINT marked 1099
      * reportable has its payments for the year totalled at what
      * actually left the bank: every check to the vendor on the AP
      * check register dated in the year and not voided.  A check
      * is written for the invoices paid less any early-payment
      * discount taken and less the vendor's credit memos applied
      * against them, so applied credits reduce the amount reported
      * and a run the credits covered in full adds nothing.  A check
      * voided drops out; its replacement counts in the year it is
      * issued.
      *
      * Payments made before the first check on the register - when
      * the payment run marked invoices paid without printing checks
      * - are taken from the invoices instead: each one marked paid
      * (status P) with a paid date in the year before that first
      * check, at the invoice amount less any discount taken,
      * whether still on APOPENFILE.DAT or swept to the paid archive
      * by APARCHIVE.
      *
      * A vendor is reported when its total reaches the threshold
      * (600.00 unless keyed; 10.00 for MISC box 02 royalties).  The
      * report lists each vendor reported, and flags every
      * reportable vendor paid in the year with no tax ID on file,
      * over the threshold or not, so the W-9 can be chased.  The
      * report ends with the count and amount reported on each form.
      *
      * The electronic filing file follows the IRS record sequence:
      * for each form with a vendor to report, a payer (A) record,
      * a payee (B) record per vendor with its tax ID, box and
      * amount, and an end-of-payer (C) record carrying the payee
      * count and amount as control totals; an end-of-transmission
      * (F) record closes the file with the payer count, payee count
      * and grand total.  The payer's own name, TIN and address come
      * from AP1099PAYER.DAT; with no payer TIN there the report is
      * still written but the filing file is not.  A vendor over the
      * threshold with no tax ID is left out of the filing file -
      * the run ends with return code 4 whenever anything needs
      * attention before the file is sent.
      *
      *   Input  :  C:\COBOL\APCHECKREG.DAT
      *             C:\COBOL\APOPENFILE.DAT
      *             C:\COBOL\APPAIDARCH.DAT
      *             C:\COBOL\VENDMASTER.DAT
      *             C:\COBOL\AP1099PAYER.DAT
      *   Output :  C:\COBOL\AP1099RPT.DAT
      *             C:\COBOL\AP1099FILE.DAT
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AP-CHECK-REGISTER-FILE
                 ASSIGN TO UT-SYS-AP-CHECK-REGISTER-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AP-OPEN-FILE
                 ASSIGN TO UT-SYS-AP-OPEN-FILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS AP-INV-KEY.
           SELECT OPTIONAL AP-ARCHIVE-FILE
                 ASSIGN TO UT-SYS-AP-ARCHIVE-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VENDOR-MASTER-FILE
                 ASSIGN TO UT-SYS-VENDFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS VD-VENDOR-NO.
           SELECT OPTIONAL PAYER-FILE
                 ASSIGN TO UT-SYS-PAYER-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-1099-FILE
                 ASSIGN TO UT-SYS-REPORT-1099-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FILING-1099-FILE
                 ASSIGN TO UT-SYS-FILING-1099-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    SAME LAYOUT APPAYMENT KEEPS.
       FD AP-CHECK-REGISTER-FILE
          RECORD CONTAINS 80 CHARACTERS.
       01 AP-CHECK-REGISTER-REC.
          05  AC-CHECK-NO                          PIC 9(8).
          05  AC-VENDOR-NO                         PIC 9(5).
          05  AC-DATE                              PIC 9(8).
          05  AC-DATE-PARTS REDEFINES AC-DATE.
              10  AC-DATE-YYYY                     PIC 9(4).
              10  FILLER                           PIC 9(4).
          05  AC-AMOUNT                            PIC 9(7)V99.
          05  AC-STATUS                            PIC X.
              88  AC-ISSUED                 VALUE "I".
              88  AC-VOID                   VALUE "V".
          05  AC-VOID-REASON                       PIC X(20).
          05  AC-OPERATOR-ID                       PIC X(8).
          05  AC-VOID-DATE                         PIC 9(8).
          05  FILLER                               PIC X(13).

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
              88  AP-CREDIT-OPEN            VALUE "C".
              88  AP-MATCH-HOLD             VALUE "H".
              88  AP-CREDIT-APPLIED         VALUE "A".
          05  AP-PAID-DATE                         PIC 9(8).
          05  AP-PAID-PARTS REDEFINES AP-PAID-DATE.
              10  AP-PAID-YYYY                     PIC 9(4).
              10  FILLER                           PIC 9(4).
          05  AP-OPERATOR-ID                       PIC X(8).
      *    EARLY-PAYMENT DISCOUNT OFFERED BY THE VENDOR'S TERMS
      *    AND THE PART OF IT TAKEN WHEN THE INVOICE WAS PAID.
          05  AP-DISC-DATE                         PIC 9(8).
          05  AP-DISC-AMT                          PIC 9(7)V99.
          05  AP-DISC-TAKEN                        PIC 9(7)V99.

      *    WRITTEN BY APARCHIVE IN THE OPEN-PAYABLES LAYOUT - READ
      *    INTO THE RECORD AREA ABOVE.
       FD AP-ARCHIVE-FILE
          RECORD CONTAINS 87 CHARACTERS.
       01 AP-ARCHIVE-REC                           PIC X(87).

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

      *    ONE RECORD - THE LIBRARY AS PAYER ON ITS 1099S.
       FD PAYER-FILE
          RECORD CONTAINS 109 CHARACTERS.
       01 PAYER-REC.
          05  PYR-TIN                              PIC X(9).
          05  PYR-NAME                             PIC X(40).
          05  PYR-ADDRESS                          PIC X(30).
          05  PYR-CITY-ST-ZIP                      PIC X(30).

       FD REPORT-1099-FILE
          RECORD CONTAINS 90 CHARACTERS.
       01 REPORT-1099-REC.
          05  RP-VENDOR-NO                         PIC 9(5).
          05  FILLER                               PIC X.
          05  RP-VENDOR-NAME                       PIC X(30).
          05  FILLER                               PIC X.
          05  RP-TAX-ID                            PIC X(9).
          05  FILLER                               PIC X.
          05  RP-TIN-TYPE                          PIC X.
          05  FILLER                               PIC X.
          05  RP-FORM                              PIC X(4).
          05  FILLER                               PIC X.
          05  RP-BOX                               PIC 9(2).
          05  FILLER                               PIC X.
          05  RP-AMOUNT                            PIC ZZZZZZZZ9.99.
          05  FILLER                               PIC X.
          05  RP-NOTE                              PIC X(20).
       01 REPORT-1099-TEXT-REC                     PIC X(90).

      *    FILING FILE - EVERY RECORD STARTS WITH ITS TYPE AND THE
      *    TAX YEAR.
       FD FILING-1099-FILE
          RECORD CONTAINS 130 CHARACTERS.
       01 FILING-PAYER-REC.
          05  FA-REC-TYPE                          PIC X.
          05  FA-TAX-YEAR                          PIC 9(4).
          05  FA-PAYER-TIN                         PIC X(9).
          05  FA-FORM                              PIC X(4).
          05  FA-PAYER-NAME                        PIC X(40).
          05  FA-PAYER-ADDRESS                     PIC X(30).
          05  FA-PAYER-CITY-ST-ZIP                 PIC X(30).
          05  FILLER                               PIC X(12).
       01 FILING-PAYEE-REC.
          05  FB-REC-TYPE                          PIC X.
          05  FB-TAX-YEAR                          PIC 9(4).
          05  FB-TIN-TYPE                          PIC X.
          05  FB-TIN                               PIC X(9).
          05  FB-ACCOUNT-NO                        PIC 9(5).
          05  FB-NAME                              PIC X(30).
          05  FB-ADDRESS                           PIC X(30).
          05  FB-CITY-ST-ZIP                       PIC X(30).
          05  FB-BOX                               PIC 9(2).
          05  FB-AMOUNT                            PIC 9(10)V99.
          05  FILLER                               PIC X(6).
       01 FILING-END-PAYER-REC.
          05  FC-REC-TYPE                          PIC X.
          05  FC-TAX-YEAR                          PIC 9(4).
          05  FC-PAYEE-COUNT                       PIC 9(8).
          05  FC-AMOUNT                            PIC 9(13)V99.
          05  FILLER                               PIC X(102).
       01 FILING-END-FILE-REC.
          05  FF-REC-TYPE                          PIC X.
          05  FF-TAX-YEAR                          PIC 9(4).
          05  FF-PAYER-COUNT                       PIC 9(8).
          05  FF-PAYEE-COUNT                       PIC 9(8).
          05  FF-AMOUNT                            PIC 9(13)V99.
          05  FILLER                               PIC X(94).

       WORKING-STORAGE SECTION.
       01  WS-FILENAMES.
           05  UT-SYS-AP-CHECK-REGISTER-FILE       PIC X(50)
                                   VALUE "C:\COBOL\APCHECKREG.DAT".
           05  UT-SYS-AP-OPEN-FILE                 PIC X(50)
                                   VALUE "C:\COBOL\APOPENFILE.DAT".
           05  UT-SYS-AP-ARCHIVE-FILE              PIC X(50)
                                   VALUE "C:\COBOL\APPAIDARCH.DAT".
           05  UT-SYS-VENDFILE                     PIC X(50)
                                   VALUE "C:\COBOL\VENDMASTER.DAT".
           05  UT-SYS-PAYER-FILE                   PIC X(50)
                                   VALUE "C:\COBOL\AP1099PAYER.DAT".
           05  UT-SYS-REPORT-1099-FILE             PIC X(50)
                                   VALUE "C:\COBOL\AP1099RPT.DAT".
           05  UT-SYS-FILING-1099-FILE             PIC X(50)
                                   VALUE "C:\COBOL\AP1099FILE.DAT".
       01  WS-SWITCHES.
           05  WS-END-OF-FILE                      PIC X
                                            VALUE 'N'.
               88  EOF                       VALUE 'Y'.
           05  WS-PAYER-FOUND                      PIC X
                                            VALUE 'N'.
               88  PAYER-ON-FILE             VALUE 'Y'.
           05  WS-PAYER-WRITTEN                    PIC X
                                            VALUE 'N'.
               88  PAYER-WRITTEN             VALUE 'Y'.
       01  WS-TIMESTAMP                            PIC X(21).
       01  WS-TODAY-DATE                           PIC 9(8).
       01  WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
           05  WS-TODAY-YYYY                       PIC 9(4).
           05  FILLER                              PIC 9(4).
       01  WS-TAX-YEAR                             PIC 9(4).
       01  WS-PAYER.
           05  WS-PAYER-TIN                        PIC X(9).
           05  WS-PAYER-NAME                       PIC X(40).
           05  WS-PAYER-ADDRESS                    PIC X(30).
           05  WS-PAYER-CITY-ST-ZIP                PIC X(30).
       01  WS-THRESHOLD                            PIC 9(5)V99.
       01  WS-VENDOR-THRESHOLD                     PIC 9(5)V99.
      *    ROYALTIES (MISC BOX 02) ARE REPORTED FROM TEN DOLLARS.
       01  WS-ROYALTY-THRESHOLD                    PIC 9(5)V99
                                            VALUE 10.00.
       01  WS-PAYMENT                              PIC 9(7)V99.
       01  WS-PAY-VENDOR-NO                        PIC 9(5).
      *    DATE OF THE FIRST CHECK ON THE REGISTER - INVOICES PAID
      *    BEFORE IT WERE PAID WITHOUT A CHECK BEING RECORDED.
       01  WS-FIRST-CHECK-DATE                     PIC 9(8)
                                            VALUE 99999999.
      *    EVERY REPORTABLE VENDOR ON THE MASTER, IN VENDOR ORDER,
      *    WITH ITS PAYMENTS FOR THE YEAR.
       01  WS-VENDOR-TABLE.
           05  WS-VT-COUNT                         PIC 9(4)
                                            VALUE ZERO.
           05  WS-VT-ENTRY OCCURS 2000 TIMES.
               10  WS-VT-VENDOR-NO                 PIC 9(5).
               10  WS-VT-FORM                      PIC X.
               10  WS-VT-BOX                       PIC 9(2).
               10  WS-VT-NO-TAX-ID                 PIC X.
               10  WS-VT-PAID-COUNT                PIC 9(5).
               10  WS-VT-TOTAL                     PIC 9(9)V99.
               10  WS-VT-REPORTED                  PIC X.
       01  WS-VT-SUB                               PIC 9(4).
       01  WS-VT-FOUND-SUB                         PIC 9(4).
       01  WS-FILE-FORM                            PIC X.
       01  WS-FORM-NAME                            PIC X(4).
       01  WS-RUN-COUNTS.
           05  WS-PAID-READ                        PIC 9(7)
                                            VALUE ZERO.
           05  WS-CHECKS-READ                      PIC 9(7)
                                            VALUE ZERO.
           05  WS-NEC-COUNT                        PIC 9(5)
                                            VALUE ZERO.
           05  WS-NEC-TOTAL                        PIC 9(11)V99
                                            VALUE ZERO.
           05  WS-MISC-COUNT                       PIC 9(5)
                                            VALUE ZERO.
           05  WS-MISC-TOTAL                       PIC 9(11)V99
                                            VALUE ZERO.
           05  WS-NO-TAX-ID-COUNT                  PIC 9(5)
                                            VALUE ZERO.
           05  WS-LEFT-OUT-COUNT                   PIC 9(5)
                                            VALUE ZERO.
       01  WS-FILING-COUNTS.
           05  WS-PAYER-COUNT                      PIC 9(8)
                                            VALUE ZERO.
           05  WS-FORM-PAYEE-COUNT                 PIC 9(8).
           05  WS-FORM-AMOUNT                      PIC 9(13)V99.
           05  WS-FILE-PAYEE-COUNT                 PIC 9(8)
                                            VALUE ZERO.
           05  WS-FILE-AMOUNT                      PIC 9(13)V99
                                            VALUE ZERO.
       01  WS-EDIT-COUNT                           PIC ZZZZ9.
       01  WS-EDIT-TOTAL                           PIC ZZZZZZZZZZ9.99.

       PROCEDURE DIVISION.
      *************************************************************
      *  Ask for the year and threshold, total each reportable
      *  vendor's payments from the AP checks, and from the open
      *  and archived invoices paid before the first check, then
      *  list them and write the filing file.
      *************************************************************
       100-MAIN.
           PERFORM 900-INITIALIZATION THRU 900-EXIT.
           PERFORM 200-LOAD-VENDORS THRU 200-EXIT.
           PERFORM 280-SCAN-CHECK-REGISTER THRU 280-EXIT.
           PERFORM 300-SCAN-OPEN-FILE THRU 300-EXIT.
           PERFORM 320-SCAN-ARCHIVE THRU 320-EXIT.
           PERFORM 500-WRITE-HEADING THRU 500-EXIT.
           PERFORM 400-REPORT-VENDOR THRU 400-EXIT
               VARYING WS-VT-SUB FROM 1 BY 1
               UNTIL WS-VT-SUB > WS-VT-COUNT.
           PERFORM 700-WRITE-TOTALS THRU 700-EXIT.
           IF PAYER-ON-FILE
               PERFORM 600-WRITE-FILING THRU 600-EXIT
           END-IF
           PERFORM 910-END-PROGRAM-RTN THRU 910-EXIT.
           DISPLAY "1099 RUN FOR " WS-TAX-YEAR " COMPLETE - "
               WS-NEC-COUNT " NEC, " WS-MISC-COUNT " MISC REPORTED".
           IF WS-NO-TAX-ID-COUNT > ZERO
               DISPLAY WS-NO-TAX-ID-COUNT
                   " REPORTABLE VENDOR(S) PAID WITH NO TAX ID - "
                   WS-LEFT-OUT-COUNT " LEFT OUT OF THE FILING FILE"
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF NOT PAYER-ON-FILE
               DISPLAY "NO PAYER TIN ON AP1099PAYER.DAT - FILING "
                   "FILE NOT WRITTEN"
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
      ***************************************************************
      *  Every vendor marked 1099 reportable.
      ***************************************************************
       200-LOAD-VENDORS.
           MOVE LOW-VALUES TO VD-VENDOR-NO
           START VENDOR-MASTER-FILE KEY IS NOT LESS THAN VD-VENDOR-NO
               INVALID KEY MOVE 'Y' TO WS-END-OF-FILE
           END-START
           PERFORM UNTIL EOF
               READ VENDOR-MASTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       PERFORM 250-ADD-VENDOR THRU 250-EXIT
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-END-OF-FILE.
       200-EXIT.
           EXIT.
      ***************************************************************
      *  One vendor from the master.
      ***************************************************************
       250-ADD-VENDOR.
           IF VD-1099-FLAG NOT = 'Y'
               GO TO 250-EXIT
           END-IF
           IF WS-VT-COUNT = 2000
               DISPLAY "VENDMASTER.DAT EXCEEDS THE WORK TABLE "
                   "- RUN REFUSED"
               PERFORM 910-END-PROGRAM-RTN THRU 910-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-VT-COUNT
           MOVE VD-VENDOR-NO TO WS-VT-VENDOR-NO (WS-VT-COUNT)
           MOVE VD-1099-FORM TO WS-VT-FORM (WS-VT-COUNT)
           IF VD-1099-BOX NUMERIC
               MOVE VD-1099-BOX TO WS-VT-BOX (WS-VT-COUNT)
           ELSE
               MOVE 1 TO WS-VT-BOX (WS-VT-COUNT)
           END-IF
           IF VD-TAX-ID NUMERIC
               MOVE 'N' TO WS-VT-NO-TAX-ID (WS-VT-COUNT)
           ELSE
               MOVE 'Y' TO WS-VT-NO-TAX-ID (WS-VT-COUNT)
           END-IF
           MOVE ZERO TO WS-VT-PAID-COUNT (WS-VT-COUNT)
           MOVE ZERO TO WS-VT-TOTAL (WS-VT-COUNT)
           MOVE 'N' TO WS-VT-REPORTED (WS-VT-COUNT).
       250-EXIT.
           EXIT.
      ***************************************************************
      *  The AP check register: the first check's date, and every
      *  check issued in the tax year and not since voided.
      ***************************************************************
       280-SCAN-CHECK-REGISTER.
           OPEN INPUT AP-CHECK-REGISTER-FILE
           PERFORM UNTIL EOF
               READ AP-CHECK-REGISTER-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       PERFORM 290-ADD-CHECK THRU 290-EXIT
               END-READ
           END-PERFORM
           CLOSE AP-CHECK-REGISTER-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       280-EXIT.
           EXIT.
      ***************************************************************
      *  One check: its net amount is the payment.
      ***************************************************************
       290-ADD-CHECK.
           IF AC-DATE NOT NUMERIC
               GO TO 290-EXIT
           END-IF
           IF AC-DATE < WS-FIRST-CHECK-DATE
               MOVE AC-DATE TO WS-FIRST-CHECK-DATE
           END-IF
           IF NOT AC-ISSUED
               GO TO 290-EXIT
           END-IF
           IF AC-DATE-YYYY NOT = WS-TAX-YEAR
               GO TO 290-EXIT
           END-IF
           ADD 1 TO WS-CHECKS-READ
           MOVE AC-VENDOR-NO TO WS-PAY-VENDOR-NO
           MOVE AC-AMOUNT TO WS-PAYMENT
           PERFORM 360-ADD-TO-VENDOR THRU 360-EXIT.
       290-EXIT.
           EXIT.
      ***************************************************************
      *  Invoices still on the open-payables file.
      ***************************************************************
       300-SCAN-OPEN-FILE.
           MOVE LOW-VALUES TO AP-INV-KEY
           START AP-OPEN-FILE KEY IS NOT LESS THAN AP-INV-KEY
               INVALID KEY MOVE 'Y' TO WS-END-OF-FILE
           END-START
           PERFORM UNTIL EOF
               READ AP-OPEN-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       PERFORM 350-ADD-PAYMENT THRU 350-EXIT
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-END-OF-FILE.
       300-EXIT.
           EXIT.
      ***************************************************************
      *  Invoices APARCHIVE has swept to the paid archive.
      ***************************************************************
       320-SCAN-ARCHIVE.
           OPEN INPUT AP-ARCHIVE-FILE
           PERFORM UNTIL EOF
               READ AP-ARCHIVE-FILE INTO AP-OPEN-REC
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       PERFORM 350-ADD-PAYMENT THRU 350-EXIT
               END-READ
           END-PERFORM
           CLOSE AP-ARCHIVE-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       320-EXIT.
           EXIT.
      ***************************************************************
      *  One invoice: paid in the tax year, before the first check
      *  on the register, it counts at the amount less any discount
      *  taken.  Anything paid since is counted from its check.
      ***************************************************************
       350-ADD-PAYMENT.
           IF NOT AP-PAID
               GO TO 350-EXIT
           END-IF
           IF AP-PAID-DATE NOT NUMERIC
               GO TO 350-EXIT
           END-IF
           IF AP-PAID-YYYY NOT = WS-TAX-YEAR
               GO TO 350-EXIT
           END-IF
           IF AP-PAID-DATE NOT < WS-FIRST-CHECK-DATE
               GO TO 350-EXIT
           END-IF
           ADD 1 TO WS-PAID-READ
           MOVE AP-VENDOR-NO TO WS-PAY-VENDOR-NO
           MOVE AP-AMOUNT TO WS-PAYMENT
           IF AP-DISC-TAKEN NUMERIC
               SUBTRACT AP-DISC-TAKEN FROM WS-PAYMENT
           END-IF
           PERFORM 360-ADD-TO-VENDOR THRU 360-EXIT.
       350-EXIT.
           EXIT.
      ***************************************************************
      *  Add WS-PAYMENT to the vendor's total when the vendor is
      *  1099 reportable.
      ***************************************************************
       360-ADD-TO-VENDOR.
           MOVE ZERO TO WS-VT-FOUND-SUB
           PERFORM VARYING WS-VT-SUB FROM 1 BY 1
                   UNTIL WS-VT-SUB > WS-VT-COUNT
               IF WS-VT-VENDOR-NO (WS-VT-SUB) = WS-PAY-VENDOR-NO
                   MOVE WS-VT-SUB TO WS-VT-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-VT-FOUND-SUB = ZERO
               GO TO 360-EXIT
           END-IF
           ADD 1 TO WS-VT-PAID-COUNT (WS-VT-FOUND-SUB)
           ADD WS-PAYMENT TO WS-VT-TOTAL (WS-VT-FOUND-SUB).
       360-EXIT.
           EXIT.
      ***************************************************************
      *  One reportable vendor: listed when over the threshold or
      *  paid in the year with no tax ID.
      ***************************************************************
       400-REPORT-VENDOR.
           IF WS-VT-PAID-COUNT (WS-VT-SUB) = ZERO
               GO TO 400-EXIT
           END-IF
           MOVE WS-THRESHOLD TO WS-VENDOR-THRESHOLD
           IF WS-VT-FORM (WS-VT-SUB) = 'M' AND WS-VT-BOX (WS-VT-SUB) = 2
               MOVE WS-ROYALTY-THRESHOLD TO WS-VENDOR-THRESHOLD
           END-IF
           MOVE SPACES TO REPORT-1099-REC
           IF WS-VT-TOTAL (WS-VT-SUB) NOT < WS-VENDOR-THRESHOLD
               MOVE 'Y' TO WS-VT-REPORTED (WS-VT-SUB)
               IF WS-VT-NO-TAX-ID (WS-VT-SUB) = 'Y'
                   MOVE "NO TAX ID - LEFT OUT" TO RP-NOTE
                   ADD 1 TO WS-LEFT-OUT-COUNT
               END-IF
               IF WS-VT-FORM (WS-VT-SUB) = 'M'
                   ADD 1 TO WS-MISC-COUNT
                   ADD WS-VT-TOTAL (WS-VT-SUB) TO WS-MISC-TOTAL
               ELSE
                   ADD 1 TO WS-NEC-COUNT
                   ADD WS-VT-TOTAL (WS-VT-SUB) TO WS-NEC-TOTAL
               END-IF
           ELSE
               IF WS-VT-NO-TAX-ID (WS-VT-SUB) NOT = 'Y'
                   GO TO 400-EXIT
               END-IF
               MOVE "UNDER - NO TAX ID" TO RP-NOTE
           END-IF
           IF WS-VT-NO-TAX-ID (WS-VT-SUB) = 'Y'
               ADD 1 TO WS-NO-TAX-ID-COUNT
           END-IF
           MOVE WS-VT-VENDOR-NO (WS-VT-SUB) TO VD-VENDOR-NO
           READ VENDOR-MASTER-FILE
               INVALID KEY MOVE SPACES TO VENDOR-MASTER-REC
           END-READ
           MOVE WS-VT-VENDOR-NO (WS-VT-SUB) TO RP-VENDOR-NO
           MOVE VD-NAME TO RP-VENDOR-NAME
           MOVE VD-TAX-ID TO RP-TAX-ID
           MOVE VD-TIN-TYPE TO RP-TIN-TYPE
           IF WS-VT-FORM (WS-VT-SUB) = 'M'
               MOVE "MISC" TO RP-FORM
           ELSE
               MOVE "NEC" TO RP-FORM
           END-IF
           MOVE WS-VT-BOX (WS-VT-SUB) TO RP-BOX
           MOVE WS-VT-TOTAL (WS-VT-SUB) TO RP-AMOUNT
           WRITE REPORT-1099-REC.
       400-EXIT.
           EXIT.
      ***************************************************************
      *  Heading line.
      ***************************************************************
       500-WRITE-HEADING.
           MOVE SPACES TO REPORT-1099-TEXT-REC
           STRING "1099 VENDOR PAYMENTS FOR " WS-TAX-YEAR
               "  RUN " WS-TODAY-DATE
               DELIMITED BY SIZE INTO REPORT-1099-TEXT-REC
           WRITE REPORT-1099-TEXT-REC.
       500-EXIT.
           EXIT.
      ***************************************************************
      *  The filing file: a payer, its payees and an end-of-payer
      *  record for each form, then the end of transmission.
      ***************************************************************
       600-WRITE-FILING.
           OPEN OUTPUT FILING-1099-FILE
           MOVE 'N' TO WS-FILE-FORM
           MOVE "NEC" TO WS-FORM-NAME
           PERFORM 620-WRITE-FORM THRU 620-EXIT
           MOVE 'M' TO WS-FILE-FORM
           MOVE "MISC" TO WS-FORM-NAME
           PERFORM 620-WRITE-FORM THRU 620-EXIT
           MOVE SPACES TO FILING-END-FILE-REC
           MOVE "F" TO FF-REC-TYPE
           MOVE WS-TAX-YEAR TO FF-TAX-YEAR
           MOVE WS-PAYER-COUNT TO FF-PAYER-COUNT
           MOVE WS-FILE-PAYEE-COUNT TO FF-PAYEE-COUNT
           MOVE WS-FILE-AMOUNT TO FF-AMOUNT
           WRITE FILING-END-FILE-REC
           CLOSE FILING-1099-FILE.
       600-EXIT.
           EXIT.
      ***************************************************************
      *  One form's payees.  The payer record goes out ahead of the
      *  first of them; a form with no payee writes nothing.
      ***************************************************************
       620-WRITE-FORM.
           MOVE 'N' TO WS-PAYER-WRITTEN
           MOVE ZERO TO WS-FORM-PAYEE-COUNT WS-FORM-AMOUNT
           PERFORM VARYING WS-VT-SUB FROM 1 BY 1
                   UNTIL WS-VT-SUB > WS-VT-COUNT
               IF WS-VT-REPORTED (WS-VT-SUB) = 'Y'
                       AND WS-VT-NO-TAX-ID (WS-VT-SUB) = 'N'
                       AND (WS-VT-FORM (WS-VT-SUB) = WS-FILE-FORM
                       OR (WS-FILE-FORM = 'N'
                       AND WS-VT-FORM (WS-VT-SUB) NOT = 'M'))
                   PERFORM 640-WRITE-PAYEE THRU 640-EXIT
               END-IF
           END-PERFORM
           IF NOT PAYER-WRITTEN
               GO TO 620-EXIT
           END-IF
           MOVE SPACES TO FILING-END-PAYER-REC
           MOVE "C" TO FC-REC-TYPE
           MOVE WS-TAX-YEAR TO FC-TAX-YEAR
           MOVE WS-FORM-PAYEE-COUNT TO FC-PAYEE-COUNT
           MOVE WS-FORM-AMOUNT TO FC-AMOUNT
           WRITE FILING-END-PAYER-REC.
       620-EXIT.
           EXIT.
      ***************************************************************
      *  One payee, behind the payer record if it is the first.
      ***************************************************************
       640-WRITE-PAYEE.
           IF NOT PAYER-WRITTEN
               MOVE SPACES TO FILING-PAYER-REC
               MOVE "A" TO FA-REC-TYPE
               MOVE WS-TAX-YEAR TO FA-TAX-YEAR
               MOVE WS-PAYER-TIN TO FA-PAYER-TIN
               MOVE WS-FORM-NAME TO FA-FORM
               MOVE WS-PAYER-NAME TO FA-PAYER-NAME
               MOVE WS-PAYER-ADDRESS TO FA-PAYER-ADDRESS
               MOVE WS-PAYER-CITY-ST-ZIP TO FA-PAYER-CITY-ST-ZIP
               WRITE FILING-PAYER-REC
               ADD 1 TO WS-PAYER-COUNT
               MOVE 'Y' TO WS-PAYER-WRITTEN
           END-IF
           MOVE WS-VT-VENDOR-NO (WS-VT-SUB) TO VD-VENDOR-NO
           READ VENDOR-MASTER-FILE
               INVALID KEY MOVE SPACES TO VENDOR-MASTER-REC
           END-READ
           MOVE SPACES TO FILING-PAYEE-REC
           MOVE "B" TO FB-REC-TYPE
           MOVE WS-TAX-YEAR TO FB-TAX-YEAR
           MOVE VD-TIN-TYPE TO FB-TIN-TYPE
           MOVE VD-TAX-ID TO FB-TIN
           MOVE WS-VT-VENDOR-NO (WS-VT-SUB) TO FB-ACCOUNT-NO
           MOVE VD-NAME TO FB-NAME
           MOVE VD-REMIT-ADDRESS TO FB-ADDRESS
           MOVE VD-REMIT-CITY-ST-ZIP TO FB-CITY-ST-ZIP
           MOVE WS-VT-BOX (WS-VT-SUB) TO FB-BOX
           MOVE WS-VT-TOTAL (WS-VT-SUB) TO FB-AMOUNT
           WRITE FILING-PAYEE-REC
           ADD 1 TO WS-FORM-PAYEE-COUNT WS-FILE-PAYEE-COUNT
           ADD WS-VT-TOTAL (WS-VT-SUB) TO WS-FORM-AMOUNT
           ADD WS-VT-TOTAL (WS-VT-SUB) TO WS-FILE-AMOUNT.
       640-EXIT.
           EXIT.
      ***************************************************************
      *  Count and amount reported on each form, and the vendors
      *  still missing a tax ID.
      ***************************************************************
       700-WRITE-TOTALS.
           MOVE WS-NEC-COUNT TO WS-EDIT-COUNT
           MOVE WS-NEC-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-1099-TEXT-REC
           STRING "1099-NEC  VENDORS " WS-EDIT-COUNT
               "  AMOUNT " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPORT-1099-TEXT-REC
           WRITE REPORT-1099-TEXT-REC
           MOVE WS-MISC-COUNT TO WS-EDIT-COUNT
           MOVE WS-MISC-TOTAL TO WS-EDIT-TOTAL
           MOVE SPACES TO REPORT-1099-TEXT-REC
           STRING "1099-MISC VENDORS " WS-EDIT-COUNT
               "  AMOUNT " WS-EDIT-TOTAL
               DELIMITED BY SIZE INTO REPORT-1099-TEXT-REC
           WRITE REPORT-1099-TEXT-REC
           MOVE WS-NO-TAX-ID-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO REPORT-1099-TEXT-REC
           STRING "VENDORS WITH NO TAX ID " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO REPORT-1099-TEXT-REC
           WRITE REPORT-1099-TEXT-REC.
       700-EXIT.
           EXIT.
      ***************************************************************
      *   Ask for the tax year and threshold, read the payer, and
      *   open the files.
      ***************************************************************
       900-INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP (1:8) TO WS-TODAY-DATE.
           DISPLAY "TAX YEAR (YYYY, ENTER FOR LAST YEAR): "
           MOVE ZERO TO WS-TAX-YEAR
           ACCEPT WS-TAX-YEAR.
           IF WS-TAX-YEAR NOT NUMERIC OR WS-TAX-YEAR = ZERO
               COMPUTE WS-TAX-YEAR = WS-TODAY-YYYY - 1
           END-IF.
           IF WS-TAX-YEAR NOT < WS-TODAY-YYYY
               DISPLAY "1099S ARE RUN FOR A YEAR ALREADY ENDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "REPORTING THRESHOLD (99999.99, ENTER FOR 600.00): "
           MOVE ZERO TO WS-THRESHOLD
           ACCEPT WS-THRESHOLD.
           IF WS-THRESHOLD NOT NUMERIC OR WS-THRESHOLD = ZERO
               MOVE 600.00 TO WS-THRESHOLD
           END-IF.
           OPEN INPUT PAYER-FILE.
           READ PAYER-FILE INTO WS-PAYER
               AT END MOVE 'N' TO WS-PAYER-FOUND
               NOT AT END
                   IF WS-PAYER-TIN NUMERIC
                       MOVE 'Y' TO WS-PAYER-FOUND
                   END-IF
           END-READ.
           CLOSE PAYER-FILE.
           OPEN INPUT AP-OPEN-FILE.
           OPEN INPUT VENDOR-MASTER-FILE.
           OPEN OUTPUT REPORT-1099-FILE.
       900-EXIT.
           EXIT.
      *****************************************************************
      *   Close files.
      *****************************************************************
       910-END-PROGRAM-RTN.
           CLOSE AP-OPEN-FILE.
           CLOSE VENDOR-MASTER-FILE.
           CLOSE REPORT-1099-FILE.
       910-EXIT.
           EXIT.
