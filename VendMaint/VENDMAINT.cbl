      * validated here against the COA master as an active liability
      * account so a typo is fixed by the person making it.
      *
      * Each vendor also carries its payment terms: a terms code as
      * the vendor states them (2/10N30), the early-payment discount
      * percent and the days it is open for, and the net days to the
      * due date.  APINVENTRY works an invoice's due date and
      * discount out from them.  Zero net days means no terms - the
      * due date is keyed on each invoice.
      *
      * For year-end 1099 reporting each vendor carries its taxpayer
      * ID (nine digits, EIN or SSN), whether its payments are 1099
      * reportable, and the form and box they are reported in - NEC
      * box 01, or MISC box 01 rents, 02 royalties, 03 other income,
      * 06 medical and 10 attorney proceeds.  A reportable vendor may
      * be saved without its tax ID while the W-9 is chased - AP1099
      * flags it at year end.
      *
      *   File  :  C:\COBOL\VENDMASTER.DAT
      *   Input :  J:\CS3530\COAFILEMASTER.DAT
      *****************************************************************

       FD VENDOR-MASTER-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 131 CHARACTERS.
       01 VENDOR-MASTER-REC.
          05  VD-VENDOR-NO                         PIC 9(5).
          05  VD-NAME                              PIC X(30).
      *    THE GL LIABILITY ACCOUNT THIS VENDOR'S OPEN INVOICES
      *    ACCRUE ON.
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
           05  WS-PAY-ACCT-OK                      PIC X
                                            VALUE 'N'.
               88  PAY-ACCT-OK               VALUE 'Y'.
           05  WS-TERMS-OK                         PIC X
                                            VALUE 'N'.
               88  TERMS-OK                  VALUE 'Y'.
           05  WS-1099-OK                          PIC X
                                            VALUE 'N'.
               88  VEND-1099-OK              VALUE 'Y'.

       PROCEDURE DIVISION.
      ***************************************************************
                       UNTIL OK-TO-STOP
           END-IF.
           PERFORM 910-END-PROGRAM-RTN.
           GOBACK.
      ***************************************************************
      *   Validate the operator against the central operator master.
      *   An empty master (first-time setup) signs on in open mode at
               DISPLAY "VENDOR ALREADY EXISTS"
           ELSE
               PERFORM 350-ACCEPT-VENDOR-FIELDS THRU 350-EXIT
               IF PAY-ACCT-OK AND TERMS-OK AND VEND-1099-OK
                   WRITE VENDOR-MASTER-REC
                       INVALID KEY DISPLAY "ERROR WRITING VENDOR"
                       NOT INVALID KEY DISPLAY "VENDOR ADDED"
           END-READ
           IF NOT PAY-ACCT-OK
               DISPLAY "NOT AN ACTIVE LIABILITY ACCOUNT - NOT SAVED"
               GO TO 350-EXIT
           END-IF
           PERFORM 360-ACCEPT-TERMS THRU 360-EXIT
           IF NOT TERMS-OK
               GO TO 350-EXIT
           END-IF
           PERFORM 370-ACCEPT-1099 THRU 370-EXIT.
       350-EXIT.
           EXIT.
      ***************************************************************
      *   Accept the payment terms.  A discount must be under 100
      *   percent and fall due before the net date.
      ***************************************************************
       360-ACCEPT-TERMS.
           MOVE 'N' TO WS-TERMS-OK
           DISPLAY "TERMS CODE (E.G. 2/10N30, ENTER IF NONE): "
           MOVE SPACES TO VD-TERMS-CODE
           ACCEPT VD-TERMS-CODE
           MOVE ZERO TO VD-DISC-PCT VD-DISC-DAYS VD-NET-DAYS
           IF VD-TERMS-CODE = SPACES
               MOVE 'Y' TO WS-TERMS-OK
               GO TO 360-EXIT
           END-IF
           DISPLAY "NET DAYS TO DUE DATE (999): "
           ACCEPT VD-NET-DAYS
           DISPLAY "DISCOUNT PERCENT (99.99, ENTER IF NONE): "
           ACCEPT VD-DISC-PCT
           IF VD-DISC-PCT NOT NUMERIC
               MOVE ZERO TO VD-DISC-PCT
           END-IF
           IF VD-DISC-PCT > ZERO
               DISPLAY "DISCOUNT DAYS (999): "
               ACCEPT VD-DISC-DAYS
           END-IF
           IF VD-NET-DAYS NOT NUMERIC OR VD-NET-DAYS = ZERO
               DISPLAY "TERMS NEED THE NET DAYS - NOT SAVED"
               GO TO 360-EXIT
           END-IF
           IF VD-DISC-PCT > ZERO
               IF VD-DISC-PCT NOT < 100 OR VD-DISC-DAYS NOT NUMERIC
                       OR VD-DISC-DAYS NOT < VD-NET-DAYS
                   DISPLAY "DISCOUNT MUST BE UNDER 100 PERCENT AND "
                       "DUE BEFORE THE NET DAYS - NOT SAVED"
                   GO TO 360-EXIT
               END-IF
           END-IF
           MOVE 'Y' TO WS-TERMS-OK.
       360-EXIT.
           EXIT.
      ***************************************************************
      *   Accept the 1099 fields.  A tax ID, when keyed, is nine
      *   digits with its type; a reportable vendor needs a form
      *   and a box that form has.
      ***************************************************************
       370-ACCEPT-1099.
           MOVE 'N' TO WS-1099-OK
           DISPLAY "TAXPAYER ID (9 DIGITS, ENTER IF NONE ON FILE): "
           MOVE SPACES TO VD-TAX-ID VD-TIN-TYPE
           ACCEPT VD-TAX-ID
           IF VD-TAX-ID NOT = SPACES
               IF VD-TAX-ID NOT NUMERIC
                   DISPLAY "TAX ID MUST BE NINE DIGITS - NOT SAVED"
                   GO TO 370-EXIT
               END-IF
               DISPLAY "TAX ID TYPE (E EIN, S SSN): "
               ACCEPT VD-TIN-TYPE
               IF VD-TIN-TYPE NOT = 'E' AND VD-TIN-TYPE NOT = 'S'
                   DISPLAY "TAX ID TYPE MUST BE E OR S - NOT SAVED"
                   GO TO 370-EXIT
               END-IF
           END-IF
           DISPLAY "1099 REPORTABLE (Y/N): "
           MOVE SPACES TO VD-1099-FLAG
           ACCEPT VD-1099-FLAG
           MOVE SPACES TO VD-1099-FORM
           MOVE ZERO TO VD-1099-BOX
           IF VD-1099-FLAG NOT = 'Y'
               MOVE 'N' TO VD-1099-FLAG
               MOVE 'Y' TO WS-1099-OK
               GO TO 370-EXIT
           END-IF
           DISPLAY "1099 FORM (N NEC, M MISC): "
           ACCEPT VD-1099-FORM
           IF VD-1099-FORM = 'N'
               MOVE 1 TO VD-1099-BOX
               MOVE 'Y' TO WS-1099-OK
               GO TO 370-EXIT
           END-IF
           IF VD-1099-FORM NOT = 'M'
               DISPLAY "1099 FORM MUST BE N OR M - NOT SAVED"
               GO TO 370-EXIT
           END-IF
           DISPLAY "MISC BOX (01 RENTS, 02 ROYALTIES, 03 OTHER, "
               "06 MEDICAL, 10 ATTORNEY): "
           ACCEPT VD-1099-BOX
           IF VD-1099-BOX NOT NUMERIC
               DISPLAY "NOT A MISC BOX - NOT SAVED"
               GO TO 370-EXIT
           END-IF
           IF VD-1099-BOX NOT = 1 AND VD-1099-BOX NOT = 2
                   AND VD-1099-BOX NOT = 3 AND VD-1099-BOX NOT = 6
                   AND VD-1099-BOX NOT = 10
               DISPLAY "NOT A MISC BOX - NOT SAVED"
               GO TO 370-EXIT
           END-IF
           MOVE 'Y' TO WS-1099-OK.
       370-EXIT.
           EXIT.
      ***************************************************************
      *   Change an existing vendor.
      ***************************************************************
       400-UPDATE-VENDOR.
           IF VENDOR-FOUND
               DISPLAY "CURRENT NAME: " VD-NAME
               PERFORM 350-ACCEPT-VENDOR-FIELDS THRU 350-EXIT
               IF PAY-ACCT-OK AND TERMS-OK AND VEND-1099-OK
                   REWRITE VENDOR-MASTER-REC
                       INVALID KEY DISPLAY "ERROR REWRITING VENDOR"
                       NOT INVALID KEY DISPLAY "VENDOR UPDATED"
               DISPLAY "REMIT . . . . " VD-REMIT-ADDRESS
               DISPLAY "            . " VD-REMIT-CITY-ST-ZIP
               DISPLAY "PAYABLE ACCT. " VD-PAYABLE-ACCT
               IF VD-NET-DAYS NUMERIC AND VD-NET-DAYS > ZERO
                   DISPLAY "TERMS . . . . " VD-TERMS-CODE " - "
                       VD-DISC-PCT "% IN " VD-DISC-DAYS " DAYS, NET "
                       VD-NET-DAYS
               ELSE
                   DISPLAY "TERMS . . . . NONE"
               END-IF
               IF VD-TAX-ID = SPACES OR VD-TAX-ID = LOW-VALUES
                   DISPLAY "TAX ID. . . . NONE ON FILE"
               ELSE
                   DISPLAY "TAX ID. . . . " VD-TAX-ID " " VD-TIN-TYPE
               END-IF
               IF VD-1099-FLAG = 'Y'
                   DISPLAY "1099. . . . . FORM " VD-1099-FORM
                       " BOX " VD-1099-BOX
               ELSE
                   DISPLAY "1099. . . . . NOT REPORTABLE"
               END-IF
           ELSE
               DISPLAY "VENDOR IS NOT ON FILE"
           END-IF.
