       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SERIALCLAIM.
       AUTHOR.  THOMAS LAMBERT.
      *****************************************************************
      * Serial claims list.  Every issue of an active subscription
      * that has not arrived and is past its expected date by the
      * subscription's claim period, grouped by vendor so each
      * vendor can be sent one claim for all its missing issues.
      *
      * An issue already claimed is listed again once it is still
      * missing a claim period after the last claim; those lines
      * show the claims sent so far and the date of the last one.
      * Cancelled subscriptions are left off.  The claims sent are
      * recorded at SERIALCHKIN.
      *
      *   Input  :  C:\COBOL\SERIALISSUE.DAT
      *             C:\COBOL\SUBSCRIPTION.DAT
      *             C:\COBOL\VENDMASTER.DAT
      *   Output :  C:\COBOL\SERIALCLAIMS.DAT
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SERIAL-ISSUE-FILE
                 ASSIGN TO UT-SYS-SERIAL-ISSUE-FILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS SEQUENTIAL
                 RECORD KEY IS SI-KEY.
           SELECT SUBSCRIPTION-FILE
                 ASSIGN TO UT-SYS-SUBSCRIPTION-FILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS RANDOM
                 RECORD KEY IS SB-SUB-ID.
           SELECT VENDOR-MASTER-FILE
                 ASSIGN TO UT-SYS-VENDFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS RANDOM
                 RECORD KEY IS VD-VENDOR-NO.
           SELECT SERIAL-CLAIM-SORT-FILE
                 ASSIGN TO UT-SYS-SERIAL-CLAIM-SORT-FILE.
           SELECT SERIAL-CLAIM-REPORT-FILE
                 ASSIGN TO UT-SYS-SERIAL-CLAIM-REPORT-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    SAME LAYOUT SERIALMAINT KEEPS.
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

      *    SAME LAYOUT SERIALMAINT KEEPS.
       FD SUBSCRIPTION-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 89 CHARACTERS.
       01 SUBSCRIPTION-REC.
          05  SB-SUB-ID                            PIC 9(5).
          05  SB-TITLE                             PIC X(30).
          05  SB-ISSN                              PIC X(9).
          05  SB-VENDOR-NO                         PIC 9(5).
          05  SB-FREQUENCY                         PIC X.
          05  SB-START-DATE                        PIC 9(8).
          05  SB-END-DATE                          PIC 9(8).
          05  SB-COST                              PIC 9(5)V99.
          05  SB-EXP-ACCT                          PIC 9(4).
          05  SB-CLAIM-DAYS                        PIC 9(3).
          05  SB-STATUS                            PIC X.
              88  SB-ACTIVE                 VALUE "A".
              88  SB-CANCELLED              VALUE "C".
          05  SB-RENEWED-DATE                      PIC 9(8).

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

       SD SERIAL-CLAIM-SORT-FILE
          RECORD CONTAINS 74 CHARACTERS.
       01 SERIAL-CLAIM-SORT-REC.
          05  SCS-VENDOR-NO                        PIC 9(5).
          05  SCS-SUB-ID                           PIC 9(5).
          05  SCS-ISSUE-SEQ                        PIC 9(4).
          05  SCS-TITLE                            PIC X(30).
          05  SCS-ISSN                             PIC X(9).
          05  SCS-EXPECTED-DATE                    PIC 9(8).
          05  SCS-DAYS-LATE                        PIC 9(4).
          05  SCS-CLAIM-COUNT                      PIC 9.
          05  SCS-CLAIM-DATE                       PIC 9(8).

       FD SERIAL-CLAIM-REPORT-FILE
          RECORD CONTAINS 80 CHARACTERS.
       01 SERIAL-CLAIM-REPORT-REC.
          05  SCR-SUB-ID                           PIC 9(5).
          05  FILLER                               PIC X.
          05  SCR-TITLE                            PIC X(30).
          05  FILLER                               PIC X.
          05  SCR-ISSN                             PIC X(9).
          05  FILLER                               PIC X.
          05  SCR-ISSUE-SEQ                        PIC 9(4).
          05  FILLER                               PIC X.
          05  SCR-EXPECTED-DATE                    PIC 9(8).
          05  FILLER                               PIC X.
          05  SCR-DAYS-LATE                        PIC ZZZ9.
          05  FILLER                               PIC X(2).
          05  SCR-CLAIM-COUNT                      PIC 9.
          05  FILLER                               PIC X.
          05  SCR-CLAIM-DATE                       PIC 9(8).
          05  FILLER                               PIC X(3).
       01 SERIAL-CLAIM-TEXT-REC                    PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILENAMES.
           05  UT-SYS-SERIAL-ISSUE-FILE            PIC X(50)
                                   VALUE "C:\COBOL\SERIALISSUE.DAT".
           05  UT-SYS-SUBSCRIPTION-FILE            PIC X(50)
                                   VALUE "C:\COBOL\SUBSCRIPTION.DAT".
           05  UT-SYS-VENDFILE                     PIC X(50)
                                   VALUE "C:\COBOL\VENDMASTER.DAT".
           05  UT-SYS-SERIAL-CLAIM-SORT-FILE       PIC X(50)
                                   VALUE "C:\COBOL\SERIALCLAIM.TMP".
           05  UT-SYS-SERIAL-CLAIM-REPORT-FILE     PIC X(50)
                                   VALUE "C:\COBOL\SERIALCLAIMS.DAT".
       01  WS-SWITCHES.
           05  WS-END-OF-FILE                      PIC X
                                            VALUE 'N'.
               88  EOF                       VALUE 'Y'.
           05  WS-SORT-EOF                         PIC X
                                            VALUE 'N'.
               88  SORT-EOF                  VALUE 'Y'.
           05  WS-SUB-OK                           PIC X
                                            VALUE 'N'.
               88  SUB-OK                    VALUE 'Y'.
       01  WS-TIMESTAMP                            PIC X(21).
       01  WS-TODAY-DATE                           PIC 9(8).
       01  WS-TODAY-INT                            PIC 9(8).
       01  WS-CLAIM-FROM-INT                       PIC 9(8).
       01  WS-CURRENT-SUB-ID                       PIC 9(5)
                                            VALUE ZERO.
       01  WS-CURRENT-VENDOR                       PIC 9(5).
       01  WS-FIRST-VENDOR                         PIC X
                                            VALUE 'Y'.
           88  FIRST-VENDOR                  VALUE 'Y'.
       01  WS-RUN-COUNTS.
           05  WS-VENDOR-ISSUES                    PIC 9(5)
                                            VALUE ZERO.
           05  WS-CLAIM-COUNT                      PIC 9(5)
                                            VALUE ZERO.
           05  WS-RECLAIM-COUNT                    PIC 9(5)
                                            VALUE ZERO.
           05  WS-VENDOR-COUNT                     PIC 9(5)
                                            VALUE ZERO.
           05  WS-OUTSTANDING-COUNT                PIC 9(5)
                                            VALUE ZERO.
       01  WS-EDIT-COUNT                           PIC ZZZZ9.

       PROCEDURE DIVISION.
      *************************************************************
      *  Sort the claimable issues by vendor and subscription and
      *  list them.
      *************************************************************
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (1:8) TO WS-TODAY-DATE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           OPEN INPUT SERIAL-ISSUE-FILE
           OPEN INPUT SUBSCRIPTION-FILE
           OPEN INPUT VENDOR-MASTER-FILE
           OPEN OUTPUT SERIAL-CLAIM-REPORT-FILE
           PERFORM 500-WRITE-HEADING THRU 500-EXIT
           SORT SERIAL-CLAIM-SORT-FILE
               ON ASCENDING KEY SCS-VENDOR-NO SCS-SUB-ID
                   SCS-ISSUE-SEQ
               INPUT PROCEDURE IS 200-SELECT-ISSUES THRU 200-EXIT
               OUTPUT PROCEDURE IS 300-WRITE-LIST THRU 300-EXIT
           PERFORM 700-WRITE-TOTALS THRU 700-EXIT
           CLOSE SERIAL-ISSUE-FILE
           CLOSE SUBSCRIPTION-FILE
           CLOSE VENDOR-MASTER-FILE
           CLOSE SERIAL-CLAIM-REPORT-FILE
           DISPLAY "SERIAL CLAIMS COMPLETE - " WS-CLAIM-COUNT
               " TO CLAIM, " WS-RECLAIM-COUNT " TO CLAIM AGAIN".
           GOBACK.
      ***************************************************************
      *  Read every issue and release the claimable ones.
      ***************************************************************
       200-SELECT-ISSUES.
           PERFORM UNTIL EOF
               READ SERIAL-ISSUE-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       PERFORM 250-RELEASE-ISSUE THRU 250-EXIT
               END-READ
           END-PERFORM.
       200-EXIT.
           EXIT.
      ***************************************************************
      *  One issue.  Received issues and cancelled subscriptions
      *  are skipped; an outstanding issue is claimable a claim
      *  period after its expected date, or after its last claim.
      ***************************************************************
       250-RELEASE-ISSUE.
           IF SI-RECEIVED
               GO TO 250-EXIT
           END-IF
           IF SI-SUB-ID NOT = WS-CURRENT-SUB-ID
               MOVE SI-SUB-ID TO WS-CURRENT-SUB-ID
               MOVE SI-SUB-ID TO SB-SUB-ID
               MOVE 'N' TO WS-SUB-OK
               READ SUBSCRIPTION-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF SB-ACTIVE
                           MOVE 'Y' TO WS-SUB-OK
                       END-IF
               END-READ
           END-IF
           IF NOT SUB-OK
               GO TO 250-EXIT
           END-IF
           ADD 1 TO WS-OUTSTANDING-COUNT
           IF SI-CLAIMED
               COMPUTE WS-CLAIM-FROM-INT =
                   FUNCTION INTEGER-OF-DATE(SI-CLAIM-DATE)
                   + SB-CLAIM-DAYS
           ELSE
               COMPUTE WS-CLAIM-FROM-INT =
                   FUNCTION INTEGER-OF-DATE(SI-EXPECTED-DATE)
                   + SB-CLAIM-DAYS
           END-IF
           IF WS-TODAY-INT NOT > WS-CLAIM-FROM-INT
               GO TO 250-EXIT
           END-IF
           MOVE SB-VENDOR-NO TO SCS-VENDOR-NO
           MOVE SI-SUB-ID TO SCS-SUB-ID
           MOVE SI-ISSUE-SEQ TO SCS-ISSUE-SEQ
           MOVE SB-TITLE TO SCS-TITLE
           MOVE SB-ISSN TO SCS-ISSN
           MOVE SI-EXPECTED-DATE TO SCS-EXPECTED-DATE
           COMPUTE SCS-DAYS-LATE = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(SI-EXPECTED-DATE)
           MOVE SI-CLAIM-COUNT TO SCS-CLAIM-COUNT
           MOVE SI-CLAIM-DATE TO SCS-CLAIM-DATE
           RELEASE SERIAL-CLAIM-SORT-REC.
       250-EXIT.
           EXIT.
      ***************************************************************
      *  The sorted issues, a heading and a count for each vendor.
      ***************************************************************
       300-WRITE-LIST.
           PERFORM UNTIL SORT-EOF
               RETURN SERIAL-CLAIM-SORT-FILE
                   AT END MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 350-WRITE-ISSUE THRU 350-EXIT
               END-RETURN
           END-PERFORM
           IF NOT FIRST-VENDOR
               PERFORM 400-VENDOR-TOTAL THRU 400-EXIT
           END-IF.
       300-EXIT.
           EXIT.
      ***************************************************************
      *  One line of the list, after the vendor heading when the
      *  vendor changes.
      ***************************************************************
       350-WRITE-ISSUE.
           IF FIRST-VENDOR OR SCS-VENDOR-NO NOT = WS-CURRENT-VENDOR
               IF NOT FIRST-VENDOR
                   PERFORM 400-VENDOR-TOTAL THRU 400-EXIT
               END-IF
               MOVE 'N' TO WS-FIRST-VENDOR
               MOVE SCS-VENDOR-NO TO WS-CURRENT-VENDOR
               PERFORM 450-VENDOR-HEADING THRU 450-EXIT
           END-IF
           MOVE SPACES TO SERIAL-CLAIM-REPORT-REC
           MOVE SCS-SUB-ID TO SCR-SUB-ID
           MOVE SCS-TITLE TO SCR-TITLE
           MOVE SCS-ISSN TO SCR-ISSN
           MOVE SCS-ISSUE-SEQ TO SCR-ISSUE-SEQ
           MOVE SCS-EXPECTED-DATE TO SCR-EXPECTED-DATE
           MOVE SCS-DAYS-LATE TO SCR-DAYS-LATE
           IF SCS-CLAIM-COUNT > ZERO
               MOVE SCS-CLAIM-COUNT TO SCR-CLAIM-COUNT
               MOVE SCS-CLAIM-DATE TO SCR-CLAIM-DATE
               ADD 1 TO WS-RECLAIM-COUNT
           ELSE
               ADD 1 TO WS-CLAIM-COUNT
           END-IF
           ADD 1 TO WS-VENDOR-ISSUES
           WRITE SERIAL-CLAIM-REPORT-REC.
       350-EXIT.
           EXIT.
      ***************************************************************
      *  The count of issues to claim from the vendor just listed.
      ***************************************************************
       400-VENDOR-TOTAL.
           MOVE WS-VENDOR-ISSUES TO WS-EDIT-COUNT
           MOVE SPACES TO SERIAL-CLAIM-TEXT-REC
           STRING "      ISSUES TO CLAIM FROM VENDOR " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO SERIAL-CLAIM-TEXT-REC
           WRITE SERIAL-CLAIM-TEXT-REC
           MOVE ZERO TO WS-VENDOR-ISSUES.
       400-EXIT.
           EXIT.
      ***************************************************************
      *  The vendor's heading - name and remit address, where the
      *  claim is sent.
      ***************************************************************
       450-VENDOR-HEADING.
           ADD 1 TO WS-VENDOR-COUNT
           MOVE WS-CURRENT-VENDOR TO VD-VENDOR-NO
           READ VENDOR-MASTER-FILE
               INVALID KEY
                   MOVE "(NOT ON FILE)" TO VD-NAME
                   MOVE SPACES TO VD-REMIT-ADDRESS
                       VD-REMIT-CITY-ST-ZIP
           END-READ
           MOVE SPACES TO SERIAL-CLAIM-TEXT-REC
           WRITE SERIAL-CLAIM-TEXT-REC
           MOVE SPACES TO SERIAL-CLAIM-TEXT-REC
           STRING "VENDOR " WS-CURRENT-VENDOR " " VD-NAME
               DELIMITED BY SIZE INTO SERIAL-CLAIM-TEXT-REC
           WRITE SERIAL-CLAIM-TEXT-REC
           MOVE SPACES TO SERIAL-CLAIM-TEXT-REC
           STRING "             " VD-REMIT-ADDRESS " "
               VD-REMIT-CITY-ST-ZIP
               DELIMITED BY SIZE INTO SERIAL-CLAIM-TEXT-REC
           WRITE SERIAL-CLAIM-TEXT-REC.
       450-EXIT.
           EXIT.
      ***************************************************************
      *  The report heading.
      ***************************************************************
       500-WRITE-HEADING.
           MOVE SPACES TO SERIAL-CLAIM-TEXT-REC
           STRING "SERIAL ISSUES TO CLAIM RUN " WS-TODAY-DATE
               DELIMITED BY SIZE INTO SERIAL-CLAIM-TEXT-REC
           WRITE SERIAL-CLAIM-TEXT-REC
           MOVE SPACES TO SERIAL-CLAIM-TEXT-REC
           STRING "SUBSC TITLE                          ISSN      "
               "ISSU EXPECTED LATE CL LAST CLM"
               DELIMITED BY SIZE INTO SERIAL-CLAIM-TEXT-REC
           WRITE SERIAL-CLAIM-TEXT-REC.
       500-EXIT.
           EXIT.
      ***************************************************************
      *  The run totals.
      ***************************************************************
       700-WRITE-TOTALS.
           MOVE SPACES TO SERIAL-CLAIM-TEXT-REC
           WRITE SERIAL-CLAIM-TEXT-REC
           MOVE WS-CLAIM-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO SERIAL-CLAIM-TEXT-REC
           STRING "ISSUES TO CLAIM FIRST TIME        " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO SERIAL-CLAIM-TEXT-REC
           WRITE SERIAL-CLAIM-TEXT-REC
           MOVE WS-RECLAIM-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO SERIAL-CLAIM-TEXT-REC
           STRING "ISSUES TO CLAIM AGAIN             " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO SERIAL-CLAIM-TEXT-REC
           WRITE SERIAL-CLAIM-TEXT-REC
           MOVE WS-VENDOR-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO SERIAL-CLAIM-TEXT-REC
           STRING "VENDORS TO CLAIM FROM             " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO SERIAL-CLAIM-TEXT-REC
           WRITE SERIAL-CLAIM-TEXT-REC
           MOVE WS-OUTSTANDING-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO SERIAL-CLAIM-TEXT-REC
           STRING "ISSUES OUTSTANDING (ACTIVE)       " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO SERIAL-CLAIM-TEXT-REC
           WRITE SERIAL-CLAIM-TEXT-REC.
       700-EXIT.
           EXIT.
