      * own COA update step has already completed by the time payroll
      * runs - SEE CGLBATCHDRIVER step order).  SEE REQUEST 027.
      *
      * State and local income tax is withheld on top of the federal
      * brackets for each jurisdiction coded on the employee: the
      * work state, the residence state when it differs (withholding
      * only what the residence state's tax exceeds the work state's,
      * the usual resident credit), and the locality.  Each one is
      * taxed off its own brackets on JURTAXTABLE.DAT, posts to its
      * own liability account, and is itemized on the register, the
      * stub, and the pay history.  WS-WITHHOLDING stays the total of
      * every jurisdiction, so net pay and the YTD figures are
      * unchanged in meaning; the federal share that posts to the
      * control file's withholding account is what remains.
      *
      * An off-cycle run (run type O at the first prompt) pays the
      * one-off bonus, commission, and missed-pay amounts keyed on
      * PAYOFFCYCLE.DAT instead of a pay period: no timecards, no
      * schedule, no salary or leave.  Each payment is its own check
      * or deposit off the normal check numbering, withheld at the
      * supplemental flat rate from the payroll control or through
      * the regular brackets as the payment says, with voluntary
      * deductions taken only when the payment is flagged for them.
      * YTD, pay history, and the GL are updated through the same
      * paragraphs a regular run uses, the gross charged to the
      * expense account named on the payment.  A clean off-cycle
      * run empties the payment file so nothing is paid twice.
      *
      * Final pay for a terminated employee is worked out by
      * PAYFINALPAY and queued on the same file as final wages (F)
      * and a leave payout (V), optionally flagged to recover what
      * is still owed on the employee's goal deductions.  When the
      * off-cycle run pays them it zeroes the employee's leave
      * balances and closes their deduction elections.
      *
      * Labor cost is no longer charged whole to NEW-EXP-ACCT.  An
      * employee may carry a default distribution on LABORDIST.DAT -
      * percentages across expense accounts, kept by PAYLABORDIST -
      * and an hourly timecard line may name its own account.  Each
      * employee's gross is split first to the accounts on their
      * worked timecard lines, by hours, then the rest by the
      * default distribution (or to NEW-EXP-ACCT when there is none),
      * and the employer tax follows the gross to the same accounts.
      * Every piece is written to LABORHIST.DAT with the employee's
      * department for PAYLABORRPT, so the distribution always adds
      * back to the register's gross.
      *
      * A deduction code that is a benefit plan names its provider
      * and may carry an employer contribution rule: a match percent
      * of what the employee put in, on no more than a cap percent
      * of their gross, or a flat amount every pay period.  The
      * employer's share is worked out for each election, shown on
      * the stub, charged to the plan's benefit expense account (the
      * employee's own account when the plan names none), and owed
      * on the plan's benefits payable account (its deduction
      * liability account when it names none).  It never touches
      * net pay.  Each plan amount, employee and employer, is
      * logged to BENHIST.DAT with the accounts it is owed on, and
      * after the run one remittance file per provider lists what
      * this run owes them; PAYBENREMIT records paying the provider
      * and relieves the payables.
      *
      * Leave is also drawn off LEAVEREQ.DAT, the requests keyed on
      * LEAVEREQ and approved on LEAVEAPPR.  Each approved request
      * for the employee that starts on or before the period end is
      * drawn whole in that period, together with any leave hours on
      * the timecards, under the same balance test - salaried and
      * hourly alike, the hourly crew being paid the hours at
      * straight time even with no timecard keyed.  Every request
      * drawn is logged to LEAVEHIST.DAT as the employee is paid, so
      * a restart never draws one twice, and the request is marked
      * taken with the period end when the run finishes.
      *
      *   Input  :  C:\COBOL\NEWEMP2.DAT
      *             C:\COBOL\COAFILEMASTER.DAT
      *             C:\COBOL\JURTAXTABLE.DAT
      *             C:\COBOL\PAYOFFCYCLE.DAT (off-cycle runs)
      *             C:\COBOL\LABORDIST.DAT
      *             C:\COBOL\DEDMASTER.DAT
      *             C:\COBOL\LEAVEREQ.DAT (rewritten)
      *   Output :  C:\COBOL\PAYREGISTER.DAT
      *             C:\COBOL\LABORHIST.DAT (extended)
      *             C:\COBOL\BENHIST.DAT (extended)
      *             C:\COBOL\LEAVEHIST.DAT (extended)
      *             C:\COBOL\BENREMIT-pppppp.DAT (one per provider)
      *             J:\CS3530\COATRANSFILE.DAT (merged in, not
      *             replaced - SEE 600-POST-TO-COATRANSFILE)
      *****************************************************************
           SELECT OPTIONAL TAX-TABLE-FILE
                 ASSIGN TO UT-SYS-TAX-TABLE-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
      *    OPTIONAL - WITH NO STATE/LOCAL TABLE ON FILE ONLY THE
      *    FEDERAL WITHHOLDING IS TAKEN, THE OLD BEHAVIOR.
           SELECT OPTIONAL JUR-TAX-TABLE-FILE
                 ASSIGN TO UT-SYS-JUR-TAX-TABLE-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
      *    OPTIONAL - WITH NO RATE ON FILE THE FALLBACK EMPLOYER
      *    RATE APPLIES, LIKE THE WITHHOLDING FALLBACK.
           SELECT OPTIONAL EMPLOYER-TAX-FILE
           SELECT OPTIONAL BATCH-STATUS-FILE
                 ASSIGN TO UT-SYS-BATCH-STATUS-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
      *    OPTIONAL - ONLY AN OFF-CYCLE RUN READS IT, AND A MISSING
      *    FILE SIMPLY MEANS THERE IS NOTHING TO PAY.
           SELECT OPTIONAL OFF-CYCLE-FILE
                 ASSIGN TO UT-SYS-OFF-CYCLE-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
      *    OPTIONAL - WITH NO DISTRIBUTIONS ON FILE EVERY EMPLOYEE'S
      *    COST GOES TO NEW-EXP-ACCT, THE OLD BEHAVIOR.
           SELECT OPTIONAL LABOR-DIST-FILE
                 ASSIGN TO UT-SYS-LABOR-DIST-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LABOR-HIST-FILE
                 ASSIGN TO UT-SYS-LABOR-HIST-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BENEFIT-HIST-FILE
                 ASSIGN TO UT-SYS-BENEFIT-HIST-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
      *    OPTIONAL - WITH NO LEAVE REQUESTS ON FILE LEAVE IS DRAWN
      *    OFF THE TIMECARDS ONLY, THE OLD BEHAVIOR.
           SELECT OPTIONAL LEAVE-REQUEST-FILE
                 ASSIGN TO UT-SYS-LEAVE-REQUEST-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LEAVE-HIST-FILE
                 ASSIGN TO UT-SYS-LEAVE-HIST-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
      *    ONE FILE PER PROVIDER - THE NAME IS BUILT FROM THE
      *    PROVIDER CODE BEFORE EACH OPEN.
           SELECT BENEFIT-REMIT-FILE
                 ASSIGN TO UT-SYS-BENEFIT-REMIT-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD NEW-PAYROLL-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 166 CHARACTERS.
       01 NEW-PAYROLL-REC.
          05  NEW-SSNO                             PIC 9(9).
          05  NEW-NAME                             PIC X(20).
              88  NEW-DEPOSIT-ELECTED        VALUE "D".
      *    LEAVE: HOURS ACCRUED PER PAY PERIOD AND THE RUNNING
      *    VACATION/SICK BALANCES EACH PAYROLL RUN ADVANCES.  LEAVE
      *    TAKEN COMES IN THROUGH THE TIMECARD PATH AND THE APPROVED
      *    LEAVE REQUESTS AND DRAWS THE BALANCE DOWN.
          05  NEW-VAC-ACCRUAL-RATE                 PIC 9V99.
          05  NEW-SICK-ACCRUAL-RATE                PIC 9V99.
          05  NEW-VAC-BALANCE                      PIC S9(3)V99.
      *    FILE.  SPACE (AN UNCONVERTED RECORD) PAYS ON EVERY CYCLE,
      *    THE OLD BEHAVIOR.
          05  NEW-PAY-CYCLE                        PIC X.
      *    STATE AND LOCAL WITHHOLDING JURISDICTIONS - THE STATE
      *    WORKED IN, THE STATE OF RESIDENCE, AND ANY LOCALITY
      *    WITH ITS OWN INCOME TAX.  EACH NON-BLANK CODE IS TAXED
      *    OFF ITS OWN BRACKETS ON JURTAXTABLE.DAT.  BLANK (AN
      *    UNCONVERTED RECORD) WITHHOLDS FEDERAL ONLY.
          05  NEW-WORK-STATE                       PIC X(2).
          05  NEW-RES-STATE                        PIC X(2).
          05  NEW-LOCALITY                         PIC X(4).
      *    BUDGETED POSITION THE EMPLOYEE FILLS ON POSITION.DAT -
      *    ZERO (AN UNCONVERTED RECORD) IS NOT ASSIGNED TO ONE.
          05  NEW-POSITION-NO                      PIC 9(6).

       FD CGL-COA-MASTER-FILE
          LABEL RECORDS ARE STANDARD
          05  TT-BRACKET-FLOOR                     PIC 9(7)V99.
          05  TT-RATE                              PIC V999.

      *    STATE AND LOCAL BRACKETS: ONE ROW PER JURISDICTION (TYPE
      *    S STATE OR L LOCALITY, AND ITS CODE), FILING STATUS, AND
      *    BRACKET FLOOR, ASCENDING WITHIN JURISDICTION AND STATUS.
      *    EVERY ROW OF A JURISDICTION CARRIES THE LIABILITY ACCOUNT
      *    ITS WITHHOLDING POSTS TO.
       FD JUR-TAX-TABLE-FILE
          RECORD CONTAINS 22 CHARACTERS.
       01 JUR-TAX-TABLE-REC.
          05  JT-JUR-TYPE                          PIC X.
          05  JT-JUR-CODE                          PIC X(4).
          05  JT-FILING-STATUS                     PIC X.
          05  JT-BRACKET-FLOOR                     PIC 9(7)V99.
          05  JT-RATE                              PIC V999.
          05  JT-LIAB-ACCT                         PIC 9(4).

      *    EMPLOYER TAX RATE - THE COMPANY'S MATCHING SHARE PER
      *    DOLLAR OF GROSS.  A RATE CHANGE IS A FILE CHANGE, NOT A
      *    RECOMPILE, THE SAME WAY TAXTABLE.DAT WORKS.
      *    A RECOMPILE TO CHANGE.  THE VALUES ARE ECHOED AT THE TOP
      *    OF THE REGISTER SO EVERY RUN DOCUMENTS ITS PARAMETERS.
       FD PAY-CONTROL-FILE
          RECORD CONTAINS 32 CHARACTERS.
       01 PAY-CONTROL-REC.
          05  PCT-CASH-ACCT                        PIC 9(4).
          05  PCT-WITHHOLDING-ACCT                 PIC 9(4).
          05  PCT-WITHHOLD-RATE                    PIC V999.
          05  PCT-ER-TAX-EXP-ACCT                  PIC 9(4).
          05  PCT-ER-TAX-PAYABLE-ACCT              PIC 9(4).
      *    TAX DEPOSIT SCHEDULE - READ BY THE DEPOSIT PROGRAMS, NOT
      *    BY THE PAY RUN.
          05  PCT-DEPOSIT-SCHEDULE                 PIC X.
      *    FLAT FEDERAL RATE FOR SUPPLEMENTAL (OFF-CYCLE) PAYMENTS.
          05  PCT-SUPP-RATE                        PIC V999.
      *    EXPENSE ACCOUNT CHARGED WITH A FINAL LEAVE PAYOUT.
          05  PCT-LEAVE-PAYOUT-ACCT                PIC 9(4).

      *    PAY-PERIOD SCHEDULE - ONE ROW PER CYCLE (W/B/M) AND
      *    PERIOD-END DATE FOR THE YEAR, WITH A PAID FLAG SET WHEN A
      *    ONE PER EMPLOYEE PER PAY PERIOD (DUPLICATES FOR THE SAME
      *    SSN ARE SUMMED).
       FD TIMECARD-FILE
          RECORD CONTAINS 26 CHARACTERS.
       01 TIMECARD-REC.
          05  TC-SSNO                              PIC 9(9).
          05  TC-PERIOD-END                        PIC 9(8).
      *    TAKEN, S SICK TAKEN.  LEAVE HOURS DRAW THE EMPLOYEE'S
      *    BALANCE AND STILL PAY FOR THE HOURLY CREW.
          05  TC-HOURS-TYPE                        PIC X.
      *    EXPENSE ACCOUNT THE LINE'S HOURS ARE CHARGED TO - ZERO
      *    FOLLOWS THE EMPLOYEE'S DEFAULT DISTRIBUTION.
          05  TC-EXP-ACCT                          PIC 9(4).

      *    HOURLY EMPLOYEES WITH NO TIMECARD LAND HERE INSTEAD OF
      *    BEING PAID ZERO SILENTLY.

      *    DEDUCTION-CODE MASTER: FLAT AMOUNT OR PERCENT OF GROSS,
      *    AND THE GL LIABILITY ACCOUNT THE MONEY IS OWED FROM.
      *    A BENEFIT PLAN ALSO NAMES ITS PROVIDER AND MAY CARRY THE
      *    EMPLOYER'S CONTRIBUTION RULE: M MATCHES THE MATCH PERCENT
      *    OF THE EMPLOYEE'S DEDUCTION, COUNTING NO MORE OF IT THAN
      *    THE CAP PERCENT OF GROSS (ZERO CAP - ALL OF IT); F PAYS
      *    THE FLAT AMOUNT EVERY PAY PERIOD.  SPACE - NO EMPLOYER
      *    SHARE.  ZERO ACCOUNTS FALL BACK TO THE EMPLOYEE'S EXPENSE
      *    ACCOUNT AND THE DEDUCTION'S LIABILITY ACCOUNT.
       FD DEDUCTION-MASTER-FILE
          RECORD CONTAINS 67 CHARACTERS.
       01 DEDUCTION-MASTER-REC.
          05  DM-CODE                              PIC X(3).
          05  DM-DESCRIPTION                       PIC X(20).
              88  DM-PERCENT                VALUE "P".
          05  DM-AMOUNT                            PIC 9(5)V99.
          05  DM-GL-ACCT                           PIC 9(4).
          05  DM-PROVIDER                          PIC X(6).
          05  DM-ER-METHOD                         PIC X.
              88  DM-ER-MATCH               VALUE "M".
              88  DM-ER-FLAT                VALUE "F".
          05  DM-ER-MATCH-PCT                      PIC 9(3)V99.
          05  DM-ER-CAP-PCT                        PIC 9(3)V99.
          05  DM-ER-FLAT-AMT                       PIC 9(5)V99.
          05  DM-ER-EXP-ACCT                       PIC 9(4).
          05  DM-ER-PAYABLE-ACCT                   PIC 9(4).

      *    PER-EMPLOYEE ELECTIONS TYING AN SSN TO A DEDUCTION CODE.
      *    AN ELECTION MAY CARRY ITS OWN OVERRIDE AMOUNT (A
      *    PERMANENT PAY HISTORY - ONE ROW PER EMPLOYEE PER RUN,
      *    ONLY EVER EXTENDED, UNLIKE THE REGISTER WHICH IS REPLACED
      *    EVERY RUN.  PAYANNUALSTMT BUILDS THE YEAR-END EARNINGS
      *    STATEMENTS FROM IT.  THE PAY ROW CARRIES THE TOTAL
      *    WITHHOLDING; EACH STATE OR LOCAL TAX TAKEN ALSO GETS ITS
      *    OWN ROW (JURISDICTION TYPE AND CODE SET, THE WAGES IN
      *    PH-GROSS, THE TAX IN PH-WITHHOLDING, ZERO NET) SO THE
      *    FEDERAL SHARE IS THE PAY ROW LESS ITS JURISDICTION ROWS.
      *    THE PAY ROW OF AN OFF-CYCLE PAYMENT CARRIES ITS EARNING
      *    TYPE (B/C/M/O/F/V) IN PH-JUR-CODE, SO A REGULAR RUN'S RETRO
      *    COUNT AND VARIANCE BASELINE CAN TELL IT FROM A PERIOD'S
      *    PAY.
       FD PAY-HISTORY-FILE
          RECORD CONTAINS 43 CHARACTERS.
       01 PAY-HISTORY-REC.
          05  PH-SSNO                              PIC 9(9).
          05  PH-PAY-DATE                          PIC 9(8).
          05  PH-GROSS                             PIC S9(5)V99.
          05  PH-WITHHOLDING                       PIC S9(5)V99.
          05  PH-NET                               PIC S9(5)V99.
          05  PH-JUR-TYPE                          PIC X.
              88  PH-PAY-ROW                 VALUE SPACE.
          05  PH-JUR-CODE                          PIC X(4).

      *    ONE STUB PER EMPLOYEE PER RUN - CURRENT AND YEAR-TO-DATE
      *    FIGURES SIDE BY SIDE, SUITABLE FOR HANDING OUT.
       FD PAY-STATEMENT-FILE
          RECORD CONTAINS 114 CHARACTERS.
       01 PAY-STATEMENT-REC.
          05  PS-SSNO                              PIC 9(9).
          05  FILLER                               PIC X.
          05  PS-VAC-BALANCE                       PIC S9(3)V99.
          05  FILLER                               PIC X.
          05  PS-SICK-BALANCE                      PIC S9(3)V99.
      *    WHAT THE COMPANY PUT INTO THE EMPLOYEE'S BENEFITS - NOT
      *    PART OF GROSS OR NET.
          05  FILLER                               PIC X.
          05  PS-ER-BENEFITS                       PIC S9(5)V99.
          05  FILLER                               PIC X(2).

      *    WRITTEN AFTER EVERY EMPLOYEE FULLY PROCESSED - THE LAST
      *    DOUBLE-COUNTING THE ACCOUNT TOTALS DESTINED FOR
      *    COATRANSFILE.DAT.  THE SAME PROTECTION THE COA UPDATE HAS.
       FD PAY-CHECKPOINT-FILE
          RECORD CONTAINS 4139 CHARACTERS.
       01 PAY-CHECKPOINT-REC.
          05  PC-LAST-SSNO                         PIC 9(9).
          05  PC-EMP-COUNT                         PIC 9(5).
              10  PC-DE-SSNO                       PIC 9(9).
              10  PC-DE-CODE                       PIC X(3).
              10  PC-DE-COLLECTED                  PIC 9(7)V99.
      *    STATE AND LOCAL WITHHOLDING RUN TOTALS, PER JURISDICTION.
          05  PC-JUR-COUNT                         PIC 9(3).
          05  PC-JUR-ENTRY OCCURS 20 TIMES.
              10  PC-JR-TYPE                       PIC X.
              10  PC-JR-CODE                       PIC X(4).
              10  PC-JR-ACCT                       PIC 9(4).
              10  PC-JR-RUN-TOTAL                  PIC S9(7)V99.
              10  PC-JR-RUN-WAGES                  PIC S9(7)V99.
      *    R REGULAR OR O OFF-CYCLE - A RESTART MUST RESUME THE SAME
      *    KIND OF RUN.  SPACE IS A CHECKPOINT FROM BEFORE OFF-CYCLE
      *    RUNS, ALWAYS REGULAR.
          05  PC-RUN-TYPE                          PIC X.
      *    EMPLOYER BENEFIT RUN TOTALS, ONE PER DEDUCTION ENTRY ABOVE,
      *    AND THE BENEFIT HISTORY ROW COUNT BEFORE THE RUN BEGAN SO
      *    THE PROVIDER REMITTANCES PICK UP ONLY THIS RUN'S ROWS.
          05  PC-TOTAL-ER-BENEFIT                  PIC S9(7)V99.
          05  PC-DED-ER-ENTRY OCCURS 20 TIMES.
              10  PC-DM-ER-RUN-TOTAL               PIC S9(7)V99.
          05  PC-BH-START-COUNT                    PIC 9(7).
          05  FILLER                               PIC X(7).

      *    BANK DEPOSIT FILE - A BATCH HEADER WITH THE EFFECTIVE
      *    DATE, ONE DETAIL PER EMPLOYEE WHO ELECTED DEPOSIT WITH
          05  FILLER                               PIC X.
          05  VA-NOTE                              PIC X(20).

      *    ONE-OFF PAYMENTS FOR AN OFF-CYCLE RUN - WHO, HOW MUCH,
      *    WHAT KIND OF EARNING, AND THE EXPENSE ACCOUNT IT COSTS.
      *    TAX METHOD S (OR SPACE) WITHHOLDS FEDERAL AT THE FLAT
      *    SUPPLEMENTAL RATE, R RUNS THE REGULAR BRACKETS.  THE
      *    DEDUCTION FLAG Y TAKES THE EMPLOYEE'S VOLUNTARY
      *    DEDUCTIONS FROM THE PAYMENT, R (FINAL PAY) TAKES WHAT IS
      *    LEFT TO COLLECT ON EACH GOAL ELECTION, AND ANYTHING ELSE
      *    TAKES NONE.
       FD OFF-CYCLE-FILE
          RECORD CONTAINS 23 CHARACTERS.
       01 OFF-CYCLE-REC.
          05  OC-SSNO                              PIC 9(9).
          05  OC-AMOUNT                            PIC 9(5)V99.
          05  OC-EARN-TYPE                         PIC X.
              88  OC-BONUS                  VALUE "B".
              88  OC-COMMISSION             VALUE "C".
              88  OC-MISSED-PAY             VALUE "M".
              88  OC-OTHER                  VALUE "O".
              88  OC-FINAL-WAGES            VALUE "F".
              88  OC-LEAVE-PAYOUT           VALUE "V".
              88  OC-FINAL-PAY              VALUE "F" "V".
          05  OC-EXP-ACCT                          PIC 9(4).
          05  OC-TAX-METHOD                        PIC X.
          05  OC-DED-FLAG                          PIC X.

      *    DEFAULT LABOR DISTRIBUTION - ONE ROW PER EMPLOYEE PER
      *    EXPENSE ACCOUNT WITH ITS PERCENT OF THE GROSS.  AN
      *    EMPLOYEE'S ROWS TOTAL 100.00.
       FD LABOR-DIST-FILE
          RECORD CONTAINS 18 CHARACTERS.
       01 LABOR-DIST-REC.
          05  LD-SSNO                              PIC 9(9).
          05  LD-EXP-ACCT                          PIC 9(4).
          05  LD-PERCENT                           PIC 9(3)V99.

      *    LABOR DISTRIBUTION HISTORY - ONE ROW PER EMPLOYEE PER
      *    ACCOUNT CHARGED PER RUN, ONLY EVER EXTENDED LIKE THE PAY
      *    HISTORY.  A RUN'S ROWS ADD BACK TO ITS GROSS AND EMPLOYER
      *    TAX.
       FD LABOR-HIST-FILE
          RECORD CONTAINS 48 CHARACTERS.
       01 LABOR-HIST-REC.
          05  LH-PAY-DATE                          PIC 9(8).
          05  LH-PERIOD-END                        PIC 9(8).
          05  LH-RUN-TYPE                          PIC X.
          05  LH-SSNO                              PIC 9(9).
          05  LH-DEPT                              PIC X(4).
          05  LH-EXP-ACCT                          PIC 9(4).
          05  LH-GROSS                             PIC S9(5)V99.
          05  LH-ER-TAX                            PIC S9(5)V99.

      *    BENEFIT PLAN HISTORY - ONE ROW PER EMPLOYEE PER PLAN PER
      *    PAYMENT, ONLY EVER EXTENDED.  THE EMPLOYEE'S DEDUCTION IS
      *    OWED ON THE EE ACCOUNT AND THE EMPLOYER'S SHARE ON THE ER
      *    ACCOUNT UNTIL PAYBENREMIT RECORDS THE PROVIDER PAID.
       FD BENEFIT-HIST-FILE
          RECORD CONTAINS 69 CHARACTERS.
       01 BENEFIT-HIST-REC.
          05  BH-PAY-DATE                          PIC 9(8).
          05  BH-RUN-TYPE                          PIC X.
          05  BH-PROVIDER                          PIC X(6).
          05  BH-SSNO                              PIC 9(9).
          05  BH-NAME                              PIC X(20).
          05  BH-CODE                              PIC X(3).
          05  BH-EE-AMOUNT                         PIC S9(5)V99.
          05  BH-ER-AMOUNT                         PIC S9(5)V99.
          05  BH-EE-ACCT                           PIC 9(4).
          05  BH-ER-ACCT                           PIC 9(4).

      *    LEAVE REQUESTS - KEYED ON LEAVEREQ (P PENDING), DECIDED ON
      *    LEAVEAPPR (A APPROVED, D DENIED), MARKED T TAKEN WITH THE
      *    PERIOD END ONCE A RUN DRAWS THEM, OR C CANCELLED.
       FD LEAVE-REQUEST-FILE
          RECORD CONTAINS 77 CHARACTERS.
       01 LEAVE-REQUEST-REC.
          05  LR-REQUEST-NO                        PIC 9(6).
          05  LR-SSNO                              PIC 9(9).
          05  LR-LEAVE-TYPE                        PIC X.
          05  LR-START-DATE                        PIC 9(8).
          05  LR-END-DATE                          PIC 9(8).
          05  LR-HOURS                             PIC 9(3)V9.
          05  LR-STATUS                            PIC X.
          05  LR-REQUESTED-BY                      PIC X(8).
          05  LR-REQUEST-DATE                      PIC 9(8).
          05  LR-DECIDED-BY                        PIC X(8).
          05  LR-DECIDED-DATE                      PIC 9(8).
          05  LR-PERIOD-END                        PIC 9(8).

      *    LEAVE DRAWN - ONE ROW PER REQUEST AS THE EMPLOYEE IS PAID,
      *    ONLY EVER EXTENDED.  A REQUEST ON HERE HAS BEEN DRAWN,
      *    WHATEVER ITS STATUS ON THE REQUEST FILE SAYS.
       FD LEAVE-HIST-FILE
          RECORD CONTAINS 36 CHARACTERS.
       01 LEAVE-HIST-REC.
          05  LV-REQUEST-NO                        PIC 9(6).
          05  LV-SSNO                              PIC 9(9).
          05  LV-LEAVE-TYPE                        PIC X.
          05  LV-HOURS                             PIC 9(3)V9.
          05  LV-PERIOD-END                        PIC 9(8).
          05  LV-PAY-DATE                          PIC 9(8).

      *    A PROVIDER'S REMITTANCE FOR THE RUN - ONE LINE PER
      *    EMPLOYEE PER PLAN AND A TOTAL LINE.
       FD BENEFIT-REMIT-FILE
          RECORD CONTAINS 72 CHARACTERS.
       01 BENEFIT-REMIT-REC.
          05  BR-PROVIDER                          PIC X(6).
          05  FILLER                               PIC X.
          05  BR-PAY-DATE                          PIC 9(8).
          05  FILLER                               PIC X.
          05  BR-SSNO                              PIC 9(9).
          05  FILLER                               PIC X.
          05  BR-NAME                              PIC X(20).
          05  FILLER                               PIC X.
          05  BR-CODE                              PIC X(3).
          05  FILLER                               PIC X.
          05  BR-EE-AMOUNT                         PIC -(6)9.99.
          05  FILLER                               PIC X.
          05  BR-ER-AMOUNT                         PIC -(6)9.99.

       FD PAY-REGISTER-FILE
          RECORD CONTAINS 66 CHARACTERS.
       01 PAY-REGISTER-REC.
                                VALUE "J:\CS3530\COATRANSWORK.DAT".
           05  UT-SYS-TAX-TABLE-FILE                PIC X(50)
                                VALUE "C:\COBOL\TAXTABLE.DAT".
           05  UT-SYS-JUR-TAX-TABLE-FILE            PIC X(50)
                                VALUE "C:\COBOL\JURTAXTABLE.DAT".
           05  UT-SYS-EMPLOYER-TAX-FILE             PIC X(50)
                                VALUE "C:\COBOL\EMPLOYERTAX.DAT".
           05  UT-SYS-PAY-CONTROL-FILE              PIC X(50)
                                VALUE "C:\COBOL\BATCHRUNPARMS.DAT".
           05  UT-SYS-BATCH-STATUS-FILE             PIC X(50)
                                VALUE "C:\COBOL\BATCHRUNSTATUS.DAT".
           05  UT-SYS-OFF-CYCLE-FILE                PIC X(50)
                                VALUE "C:\COBOL\PAYOFFCYCLE.DAT".
           05  UT-SYS-LABOR-DIST-FILE              PIC X(50)
                                VALUE "C:\COBOL\LABORDIST.DAT".
           05  UT-SYS-LABOR-HIST-FILE              PIC X(50)
                                VALUE "C:\COBOL\LABORHIST.DAT".
           05  UT-SYS-BENEFIT-HIST-FILE            PIC X(50)
                                VALUE "C:\COBOL\BENHIST.DAT".
           05  UT-SYS-LEAVE-REQUEST-FILE           PIC X(50)
                                VALUE "C:\COBOL\LEAVEREQ.DAT".
           05  UT-SYS-LEAVE-HIST-FILE              PIC X(50)
                                VALUE "C:\COBOL\LEAVEHIST.DAT".
           05  UT-SYS-BENEFIT-REMIT-FILE           PIC X(50)
                                VALUE SPACES.
       01  WS-SWITCHES.
           05  WS-END-OF-FILE                      PIC X
                                            VALUE 'N'.
           05  WS-EXP-ACCT-FOUND                    PIC X
                                            VALUE 'N'.
               88  EXP-ACCT-FOUND            VALUE 'Y'.
      *    SET WHEN AN ACCOUNT WOULD NOT FIT IN WS-ACCT-TOTALS-TABLE -
      *    THE TOTALS ARE SHORT AND THE GL POST IS REFUSED.
           05  WS-ACCT-TABLE-FULL                   PIC X
                                            VALUE 'N'.
               88  ACCT-TABLE-FULL           VALUE 'Y'.
      *    R PAYS A PERIOD OFF THE SCHEDULE, O PAYS THE ONE-OFF
      *    PAYMENTS ON PAYOFFCYCLE.DAT.
           05  WS-RUN-TYPE                         PIC X
                                            VALUE 'R'.
               88  OFF-CYCLE-RUN             VALUE 'O'.
      *    FALLBACK FLAT RATE, APPLIED ONLY WHEN NO TAX TABLE IS ON
      *    FILE OR AN EMPLOYEE'S FILING STATUS HAS NO BRACKETS.
      *    THE VALUE IS ITSELF A FALLBACK - PAYCONTROL.DAT OVERRIDES
      *    BY EMPLOYERTAX.DAT WHEN THE FILE IS PRESENT.
       01  WS-ER-TAX-RATE                          PIC V9(4)
                                            VALUE .0765.
      *    FLAT FEDERAL RATE ON SUPPLEMENTAL PAY - OVERRIDDEN BY THE
      *    PAYROLL CONTROL WHEN IT CARRIES ONE.
       01  WS-SUPP-RATE                            PIC V999
                                            VALUE .220.
      *    GRADUATED BRACKETS LOADED FROM TAXTABLE.DAT AT STARTUP.
       01  WS-TAX-TABLE.
           05  WS-TAX-COUNT                        PIC 9(3)
           05  WS-BRACKET-TOP                      PIC S9(7)V99.
           05  WS-BRACKET-FOUND                    PIC X.
               88  BRACKET-FOUND             VALUE 'Y'.
      *    STATE AND LOCAL BRACKETS LOADED FROM JURTAXTABLE.DAT.
       01  WS-JUR-TAX-TABLE.
           05  WS-JT-COUNT                         PIC 9(3)
                                            VALUE ZERO.
           05  WS-JT-ENTRY OCCURS 100 TIMES.
               10  WS-JT-TYPE                      PIC X.
               10  WS-JT-CODE                      PIC X(4).
               10  WS-JT-STATUS                    PIC X.
               10  WS-JT-FLOOR                     PIC 9(7)V99.
               10  WS-JT-RATE                      PIC V999.
               10  WS-JT-ACCT                      PIC 9(4).
       01  WS-JUR-WORK.
           05  WS-JUR-TYPE                         PIC X.
           05  WS-JUR-CODE                         PIC X(4).
           05  WS-JUR-ACCT                         PIC 9(4).
           05  WS-JUR-TAX                          PIC S9(5)V99.
           05  WS-WORK-STATE-TAX                   PIC S9(5)V99.
           05  WS-FED-WITHHOLDING                  PIC S9(5)V99.
           05  WS-TOTAL-JUR-WITHHOLDING            PIC S9(7)V99.
           05  WS-JUR-LABEL                        PIC X(20).
           05  WS-EJ-SUB                           PIC 9.
           05  WS-JR-SUB                           PIC 9(3).
           05  WS-JR-FOUND-SUB                     PIC 9(3).
      *    THE JURISDICTIONS WITHHELD FROM THE EMPLOYEE BEING PAID -
      *    AT MOST WORK STATE, RESIDENCE STATE, AND LOCALITY.
       01  WS-EMP-JUR-TABLE.
           05  WS-EJ-COUNT                         PIC 9.
           05  WS-EJ-ENTRY OCCURS 3 TIMES.
               10  WS-EJ-TYPE                      PIC X.
               10  WS-EJ-CODE                      PIC X(4).
               10  WS-EJ-ACCT                      PIC 9(4).
               10  WS-EJ-AMOUNT                    PIC S9(5)V99.
      *    RUN TOTAL PER JURISDICTION FOR THE REGISTER SUBTOTALS AND
      *    THE LIABILITY POSTING.
       01  WS-JUR-TOTALS-TABLE.
           05  WS-JR-COUNT                         PIC 9(3)
                                            VALUE ZERO.
           05  WS-JR-ENTRY OCCURS 20 TIMES.
               10  WS-JR-TYPE                      PIC X.
               10  WS-JR-CODE                      PIC X(4).
               10  WS-JR-ACCT                      PIC 9(4).
               10  WS-JR-RUN-TOTAL                 PIC S9(7)V99.
               10  WS-JR-RUN-WAGES                 PIC S9(7)V99.
      *    EACH ALLOWANCE SHELTERS THIS MUCH OF THE PERIOD'S GROSS
      *    BEFORE THE BRACKETS ARE WALKED.
       01  WS-ALLOWANCE-AMT                        PIC 9(3)V99
               10  WS-DM-AMOUNT                    PIC 9(5)V99.
               10  WS-DM-GL-ACCT                   PIC 9(4).
               10  WS-DM-RUN-TOTAL                 PIC S9(7)V99.
               10  WS-DM-PROVIDER                  PIC X(6).
               10  WS-DM-ER-METHOD                 PIC X.
               10  WS-DM-ER-MATCH-PCT              PIC 9(3)V99.
               10  WS-DM-ER-CAP-PCT                PIC 9(3)V99.
               10  WS-DM-ER-FLAT-AMT               PIC 9(5)V99.
               10  WS-DM-ER-EXP-ACCT               PIC 9(4).
      *        ALREADY FALLEN BACK TO THE LIABILITY ACCOUNT AT LOAD
      *        WHEN THE PLAN NAMES NO PAYABLE OF ITS OWN.
               10  WS-DM-ER-PAYABLE-ACCT           PIC 9(4).
               10  WS-DM-ER-RUN-TOTAL              PIC S9(7)V99.
       01  WS-ELECT-TABLE.
           05  WS-ELECT-COUNT                      PIC 9(3)
                                            VALUE ZERO.
      *        RECOMPUTING, SO A GOAL-CAPPED FINAL TAKE ITEMIZES
      *        EXACTLY AS TAKEN.
               10  WS-DE-LAST-TAKEN                PIC S9(5)V99.
      *        THE EMPLOYER'S SHARE ON THE SAME PAYMENT.
               10  WS-DE-ER-LAST                   PIC S9(5)V99.
       01  WS-DED-WORK.
           05  WS-DED-SUB                          PIC 9(3).
           05  WS-ELECT-SUB                        PIC 9(3).
           05  WS-DED-AMOUNT                       PIC S9(5)V99.
      *    EMPLOYER BENEFIT CONTRIBUTIONS AND THE PROVIDER
      *    REMITTANCES BUILT AFTER THE RUN.
       01  WS-BENEFIT-WORK.
           05  WS-ER-BEN-AMOUNT                    PIC S9(5)V99.
           05  WS-ER-BEN-BASE                      PIC S9(5)V99.
           05  WS-EMP-ER-BEN-TOTAL                 PIC S9(5)V99.
           05  WS-TOTAL-ER-BENEFIT                 PIC S9(7)V99
                                            VALUE ZERO.
           05  WS-BH-START-COUNT                   PIC 9(7)
                                            VALUE ZERO.
           05  WS-BH-ROW-NO                        PIC 9(7).
           05  WS-REMIT-PROVIDER                   PIC X(6).
           05  WS-REMIT-EE-TOTAL                   PIC S9(7)V99.
           05  WS-REMIT-ER-TOTAL                   PIC S9(7)V99.
           05  WS-PROVIDER-SEEN                    PIC X.
               88  PROVIDER-SEEN             VALUE 'Y'.
           05  WS-REMIT-OPEN                       PIC X.
               88  REMIT-OPEN                VALUE 'Y'.
      *    TIMECARDS LOADED FROM TIMECARD.DAT AT STARTUP.  THE WHOLE
      *    FILE IS HELD SO THE ROWS FOR OTHER PAY PERIODS CAN BE
      *    WRITTEN BACK AFTER THE PAID PERIOD'S ROWS ARE CONSUMED.
               10  WS-TC-PERIOD-END                PIC 9(8).
               10  WS-TC-HOURS                     PIC 9(3)V9.
               10  WS-TC-TYPE                      PIC X.
               10  WS-TC-EXP-ACCT                  PIC 9(4).
      *    THE PAY PERIOD THIS RUN PAYS - ONLY TIMECARDS KEYED FOR
      *    IT ARE SUMMED, SO A FILE HOLDING TWO PERIODS (OR LEFT IN
      *    PLACE FROM THE LAST RUN) CANNOT PAY THE SAME HOURS TWICE.
           05  WS-VAC-TAKEN                        PIC 9(3)V9.
           05  WS-SICK-TAKEN                       PIC 9(3)V9.
           05  WS-PAID-LEAVE-HOURS                 PIC 9(3)V9.
           05  WS-LQ-SUB                           PIC 9(4).
           05  WS-LQ-FOUND-SUB                     PIC 9(4).
           05  WS-LQ-DRAW-TYPE                     PIC X.
      *    THE WHOLE LEAVE REQUEST FILE, HELD SO IT CAN BE WRITTEN
      *    BACK WITH THE REQUESTS THIS RUN DREW MARKED TAKEN.  DRAWN
      *    IS SET ON EVERY REQUEST THE LEAVE HISTORY SHOWS DRAWN.
       01  WS-LEAVE-REQ-TABLE.
           05  WS-LQ-COUNT                         PIC 9(4)
                                            VALUE ZERO.
           05  WS-LQ-ENTRY OCCURS 1000 TIMES.
               10  WS-LQ-REC                       PIC X(77).
               10  WS-LQ-FIELDS REDEFINES WS-LQ-REC.
                   15  WS-LQ-REQUEST-NO            PIC 9(6).
                   15  WS-LQ-SSNO                  PIC 9(9).
                   15  WS-LQ-TYPE                  PIC X.
                   15  WS-LQ-START-DATE            PIC 9(8).
                   15  FILLER                      PIC X(8).
                   15  WS-LQ-HOURS                 PIC 9(3)V9.
                   15  WS-LQ-STATUS                PIC X.
                   15  FILLER                      PIC X(32).
                   15  WS-LQ-PERIOD-END            PIC 9(8).
               10  WS-LQ-DRAWN                     PIC X.
                   88  LQ-DRAWN              VALUE 'Y'.
       01  WS-HOURLY-WORK.
           05  WS-TC-SUB                           PIC 9(3).
           05  WS-EMP-HOURS                        PIC 9(3)V9.
               88  TIMECARD-FOUND            VALUE 'Y'.
           05  WS-EXCEPTION-COUNT                  PIC 9(5)
                                            VALUE ZERO.
      *    THE OFF-CYCLE PAYMENTS THAT PASSED THEIR EDITS, HELD FOR
      *    THE PAYING PASS.  MATCHED IS SET WHEN THE GATE FINDS THE
      *    SSN ON THE EMPLOYEE MASTER.
       01  WS-OFF-CYCLE-TABLE.
           05  WS-OC-COUNT                         PIC 9(3)
                                            VALUE ZERO.
           05  WS-OC-ENTRY OCCURS 500 TIMES.
               10  WS-OC-SSNO                      PIC 9(9).
               10  WS-OC-AMOUNT                    PIC 9(5)V99.
               10  WS-OC-EARN-TYPE                 PIC X.
               10  WS-OC-EXP-ACCT                  PIC 9(4).
               10  WS-OC-TAX-METHOD                PIC X.
               10  WS-OC-DED-FLAG                  PIC X.
               10  WS-OC-MATCHED                   PIC X.
       01  WS-OFF-CYCLE-WORK.
           05  WS-OC-SUB                           PIC 9(3).
           05  WS-OC-REJECT-COUNT                  PIC 9(5)
                                            VALUE ZERO.
           05  WS-OC-REASON                        PIC X(30).
           05  WS-OC-LABEL                         PIC X(20).
           05  WS-OC-TOTAL                         PIC S9(7)V99
                                            VALUE ZERO.
           05  WS-OC-EMP-PAID                      PIC X.
               88  OC-EMP-PAID               VALUE 'Y'.
           05  WS-OC-EMP-FINAL                     PIC X.
               88  OC-EMP-FINAL              VALUE 'Y'.
      *    SET WHILE A FINAL-PAY PAYMENT RECOVERS THE GOAL BALANCES.
           05  WS-RECOVER-GOALS                    PIC X
                                            VALUE 'N'.
               88  RECOVER-GOALS             VALUE 'Y'.
           05  WS-DE-CLOSE                         PIC X.
               88  DE-CLOSE                  VALUE 'Y'.
           05  WS-OC-EMP-GROSS                     PIC S9(5)V99.
           05  WS-OC-EMP-NET                       PIC S9(5)V99.
      *    SPACES ON A REGULAR PAY ROW, THE EARNING TYPE ON AN
      *    OFF-CYCLE ONE - SEE THE PAY HISTORY FD.
           05  WS-PH-EARN-MARK                     PIC X(4).
       01  WS-PAY-AMOUNTS.
           05  WS-GROSS-PAY                        PIC S9(5)V99.
           05  WS-WITHHOLDING                      PIC S9(5)V99.
               10  WS-ACCT-PAY-TOTAL               PIC S9(7)V99.
       01  WS-SUB                                  PIC 9(3).
       01  WS-FOUND-SUB                            PIC 9(3).
      *    EVERY EMPLOYEE'S DEFAULT LABOR DISTRIBUTION, LOADED AT
      *    STARTUP.
       01  WS-LABOR-DIST-TABLE.
           05  WS-LD-COUNT                         PIC 9(4)
                                            VALUE ZERO.
           05  WS-LD-ENTRY OCCURS 1000 TIMES.
               10  WS-LD-SSNO                      PIC 9(9).
               10  WS-LD-ACCT                      PIC 9(4).
               10  WS-LD-PCT                       PIC 9(3)V99.
       01  WS-LD-SUB                               PIC 9(4).
      *    THE EMPLOYEE (OR PAYMENT) BEING PAID, SPLIT BY ACCOUNT -
      *    THE PIECES' GROSS AND EMPLOYER TAX ADD BACK TO THE
      *    EMPLOYEE'S TO THE PENNY.
       01  WS-EMP-DIST-TABLE.
           05  WS-ED-COUNT                         PIC 99
                                            VALUE ZERO.
           05  WS-ED-ENTRY OCCURS 20 TIMES.
               10  WS-ED-ACCT                      PIC 9(4).
               10  WS-ED-GROSS                     PIC S9(5)V99.
               10  WS-ED-ER-TAX                    PIC S9(5)V99.
       01  WS-DIST-WORK.
           05  WS-ED-SUB                           PIC 99.
           05  WS-ED-FOUND-SUB                     PIC 99.
           05  WS-DIST-ACCT                        PIC 9(4).
           05  WS-DIST-PIECE                       PIC S9(5)V99.
           05  WS-DIST-BASE                        PIC S9(5)V99.
           05  WS-DIST-ALLOCATED                   PIC S9(5)V99.
           05  WS-DIST-HOURS                       PIC 9(5)V9.
           05  WS-DIST-TAGGED-HOURS                PIC 9(5)V9.
           05  WS-DIST-PCT-TOTAL                   PIC 9(5)V99.
           05  WS-DIST-ROWS                        PIC 9(3).
           05  WS-DIST-ROWS-DONE                   PIC 9(3).
      *    One entry per "U" transaction built by 510-LOOKUP-AND-POST
      *    this run, held here until 600-POST-TO-COATRANSFILE merges
      *    them into COATRANSFILE.DAT.  SEE REQUEST 027.
               MOVE WS-PARM-RESTART-FLAG TO BS-RESULT (9:1)
               PERFORM 912-LOG-PARM THRU 912-EXIT
           ELSE
      *        THE UNATTENDED CHAIN ONLY EVER RUNS THE REGULAR PAY -
      *        AN OFF-CYCLE RUN IS ALWAYS STARTED BY HAND.
               DISPLAY "RUN TYPE - R REGULAR, O OFF-CYCLE: "
               ACCEPT WS-RUN-TYPE
               IF WS-RUN-TYPE = 'o'
                   MOVE 'O' TO WS-RUN-TYPE
               END-IF
               IF NOT OFF-CYCLE-RUN
                   MOVE 'R' TO WS-RUN-TYPE
               END-IF
               DISPLAY "RESTART FROM LAST CHECKPOINT? (Y/N): "
               ACCEPT WS-RESTART-FLAG
           END-IF
           IF RESTART-RUN
               PERFORM 905-RESTART-POSITION THRU 905-EXIT
           ELSE
               IF OFF-CYCLE-RUN
                   PERFORM 975-OFF-CYCLE-GATE THRU 975-EXIT
               ELSE
                   PERFORM 916-VARIANCE-GATE THRU 916-EXIT
               END-IF
           END-IF
           PERFORM 200-READ-EMPLOYEE THRU 200-EXIT.
           PERFORM 300-COMPUTE-PAY THRU 300-EXIT
                   UNTIL EOF.
           PERFORM 400-WRITE-TOTALS THRU 400-EXIT.
           PERFORM 500-POST-PAYROLL-EXPENSE THRU 500-EXIT.
           IF ACCT-TABLE-FULL
               DISPLAY "PAYROLL: MORE THAN 50 GL ACCOUNTS IN THE RUN "
                   "- GL POSTING REFUSED"
           ELSE
               IF WS-PENDING-COUNT > ZERO
                   PERFORM 600-POST-TO-COATRANSFILE THRU 600-EXIT
               END-IF
           END-IF.
           PERFORM 910-END-PROGRAM-RTN THRU 910-EXIT.
           PERFORM 990-WRITE-REMITTANCES THRU 990-EXIT.
      *    THE LEAVE DRAWN IS ALREADY ON THE MASTER AND THE LEAVE
      *    HISTORY, SO THE REQUESTS ARE MARKED TAKEN WHATEVER THE
      *    RETURN CODE.
           IF NOT OFF-CYCLE-RUN
               PERFORM 957-REWRITE-LEAVE-REQUESTS THRU 957-EXIT
           END-IF.
           IF RETURN-CODE = ZERO
               IF OFF-CYCLE-RUN
                   PERFORM 980-CLEAR-OFF-CYCLE-FILE THRU 980-EXIT
               ELSE
                   PERFORM 950-CONSUME-TIMECARDS THRU 950-EXIT
                   PERFORM 955-MARK-PERIOD-PAID THRU 955-EXIT
               END-IF
               PERFORM 960-REWRITE-ELECTIONS THRU 960-EXIT
               PERFORM 965-REWRITE-CHECK-CONTROL THRU 965-EXIT
      *        A COMPLETED RUN CLEARS ITS CHECKPOINT SO A MISTAKEN
      *  write the register line, and accumulate the run totals.
      *****************************************************************
       300-COMPUTE-PAY.
      *    AN OFF-CYCLE RUN PAYS ONLY THE EMPLOYEES WITH A PAYMENT ON
      *    FILE - TERMINATED OR NOT, WHATEVER THEIR CYCLE.
           IF OFF-CYCLE-RUN
               PERFORM 306-PAY-OFF-CYCLE THRU 306-EXIT
               PERFORM 200-READ-EMPLOYEE THRU 200-EXIT
               GO TO 300-EXIT
           END-IF
      *    AN EMPLOYEE TERMINATED ON OR BEFORE THE RUN DATE IS NOT
      *    PAID - THE RECORD STAYS ON FILE FOR RETENTION ONLY.
           IF NEW-EMP-STATUS = "T" AND NEW-TERM-DATE NOT > WS-RUN-DATE
           COMPUTE WS-ER-TAX ROUNDED = WS-GROSS-PAY * WS-ER-TAX-RATE
           ADD WS-ER-TAX TO WS-TOTAL-ER-TAX
           PERFORM 360-APPLY-DEDUCTIONS THRU 360-EXIT
           PERFORM 366-EMPLOYER-BENEFITS THRU 366-EXIT
           COMPUTE WS-NET-PAY = WS-GROSS-PAY - WS-WITHHOLDING
               - WS-EMP-DED-TOTAL

               WRITE PAY-REGISTER-REC
           END-IF
           PERFORM 370-ITEMIZE-DEDUCTIONS THRU 370-EXIT
           PERFORM 375-ITEMIZE-JURISDICTIONS THRU 375-EXIT

      *    ROLL THE YEAR-TO-DATE ACCUMULATORS FORWARD ON THE MASTER
      *    AND CUT THE EMPLOYEE'S STUB FOR THIS RUN.
               MOVE WS-RETRO-PAY TO PS-GROSS-PAY
               WRITE PAY-STATEMENT-REC
           END-IF
           PERFORM 382-WRITE-JURISDICTION-STUB THRU 382-EXIT
           PERFORM 383-WRITE-BENEFIT-STUB THRU 383-EXIT
           MOVE SPACES TO WS-PH-EARN-MARK
           PERFORM 384-WRITE-PAY-HISTORY THRU 384-EXIT
           PERFORM 386-WRITE-BENEFIT-HISTORY THRU 386-EXIT

           ADD 1               TO WS-EMP-COUNT
           ADD WS-GROSS-PAY    TO WS-TOTAL-GROSS
       300-EXIT.
           EXIT.
      *****************************************************************
      *  Off-cycle: pay each of this employee's payments on file as
      *  its own check or deposit, then roll the master forward once
      *  and count the employee into the department subtotals and
      *  the checkpoint the way a regular run does.
      *****************************************************************
       306-PAY-OFF-CYCLE.
           MOVE 'N' TO WS-OC-EMP-PAID
           MOVE 'N' TO WS-OC-EMP-FINAL
           MOVE ZERO TO WS-OC-EMP-GROSS
           MOVE ZERO TO WS-OC-EMP-NET
           PERFORM VARYING WS-OC-SUB FROM 1 BY 1
                   UNTIL WS-OC-SUB > WS-OC-COUNT
               IF WS-OC-SSNO (WS-OC-SUB) = NEW-SSNO
                   PERFORM 307-PAY-ONE-PAYMENT THRU 307-EXIT
               END-IF
           END-PERFORM
           IF NOT OC-EMP-PAID
               GO TO 306-EXIT
           END-IF
      *    FINAL PAY SETTLES THE LEAVE - THE VACATION WAS PAID OUT
      *    AND SICK TIME IS NOT OWED ON SEPARATION.
           IF OC-EMP-FINAL
               MOVE ZERO TO NEW-VAC-BALANCE
               MOVE ZERO TO NEW-SICK-BALANCE
           END-IF
           REWRITE NEW-PAYROLL-REC
           ADD 1 TO WS-EMP-COUNT
           MOVE WS-OC-EMP-GROSS TO WS-GROSS-PAY
           MOVE WS-OC-EMP-NET TO WS-NET-PAY
           PERFORM 330-ACCUMULATE-DEPT THRU 330-EXIT
           PERFORM 390-WRITE-CHECKPOINT THRU 390-EXIT.
       306-EXIT.
           EXIT.
      *****************************************************************
      *  One off-cycle payment, gross to net.  Supplemental payments
      *  withhold federal at the flat rate with no allowances and the
      *  state and local brackets on the whole amount; regular ones
      *  go through 350 exactly as a period's pay does.  Unless the
      *  payment is flagged, no voluntary deduction is taken.  The
      *  gross and its employer tax are charged to the payment's own
      *  expense account.
      *****************************************************************
       307-PAY-ONE-PAYMENT.
           MOVE 'Y' TO WS-OC-EMP-PAID
           IF WS-OC-EARN-TYPE (WS-OC-SUB) = "F"
                   OR WS-OC-EARN-TYPE (WS-OC-SUB) = "V"
               MOVE 'Y' TO WS-OC-EMP-FINAL
           END-IF
           MOVE WS-OC-AMOUNT (WS-OC-SUB) TO WS-GROSS-PAY
           IF WS-OC-TAX-METHOD (WS-OC-SUB) = "R"
               PERFORM 350-COMPUTE-WITHHOLDING THRU 350-EXIT
           ELSE
               COMPUTE WS-WITHHOLDING ROUNDED =
                   WS-GROSS-PAY * WS-SUPP-RATE
               MOVE WS-WITHHOLDING TO WS-FED-WITHHOLDING
               MOVE WS-GROSS-PAY TO WS-TAXABLE-PAY
               PERFORM 355-COMPUTE-JURISDICTIONS THRU 355-EXIT
           END-IF
           COMPUTE WS-ER-TAX ROUNDED = WS-GROSS-PAY * WS-ER-TAX-RATE
           ADD WS-ER-TAX TO WS-TOTAL-ER-TAX
           EVALUATE WS-OC-DED-FLAG (WS-OC-SUB)
               WHEN "Y"
                   PERFORM 360-APPLY-DEDUCTIONS THRU 360-EXIT
               WHEN "R"
                   MOVE 'Y' TO WS-RECOVER-GOALS
                   PERFORM 360-APPLY-DEDUCTIONS THRU 360-EXIT
                   MOVE 'N' TO WS-RECOVER-GOALS
               WHEN OTHER
                   MOVE ZERO TO WS-EMP-DED-TOTAL
                   PERFORM VARYING WS-ELECT-SUB FROM 1 BY 1
                           UNTIL WS-ELECT-SUB > WS-ELECT-COUNT
                       IF WS-DE-SSNO (WS-ELECT-SUB) = NEW-SSNO
                           MOVE ZERO
                               TO WS-DE-LAST-TAKEN (WS-ELECT-SUB)
                       END-IF
                   END-PERFORM
           END-EVALUATE
           PERFORM 366-EMPLOYER-BENEFITS THRU 366-EXIT
           COMPUTE WS-NET-PAY = WS-GROSS-PAY - WS-WITHHOLDING
               - WS-EMP-DED-TOTAL
           PERFORM 308-EARNING-LABEL THRU 308-EXIT

           MOVE NEW-SSNO       TO PR-SSNO
           MOVE NEW-NAME       TO PR-NAME
           MOVE WS-GROSS-PAY   TO PR-GROSS-PAY
           MOVE WS-WITHHOLDING TO PR-WITHHOLDING
           MOVE WS-EMP-DED-TOTAL TO PR-DEDUCTIONS
           MOVE WS-NET-PAY     TO PR-NET-PAY
           WRITE PAY-REGISTER-REC
           MOVE NEW-SSNO TO PR-SSNO
           MOVE WS-OC-LABEL TO PR-NAME
           MOVE WS-GROSS-PAY TO PR-GROSS-PAY
           MOVE ZERO TO PR-WITHHOLDING
           MOVE ZERO TO PR-DEDUCTIONS
           MOVE ZERO TO PR-NET-PAY
           WRITE PAY-REGISTER-REC
           PERFORM 370-ITEMIZE-DEDUCTIONS THRU 370-EXIT
           PERFORM 375-ITEMIZE-JURISDICTIONS THRU 375-EXIT

           ADD WS-GROSS-PAY    TO NEW-YTD-GROSS
           ADD WS-WITHHOLDING  TO NEW-YTD-WITHHOLDING
           ADD WS-NET-PAY      TO NEW-YTD-NET
           IF NEW-DEPOSIT-ELECTED
               PERFORM 385-WRITE-DEPOSIT-DETAIL THRU 385-EXIT
           ELSE
               PERFORM 387-CUT-CHECK THRU 387-EXIT
           END-IF
           PERFORM 380-WRITE-PAY-STATEMENT THRU 380-EXIT
           MOVE SPACES TO PAY-STATEMENT-REC
           MOVE NEW-SSNO TO PS-SSNO
           MOVE WS-OC-LABEL TO PS-NAME
           MOVE WS-GROSS-PAY TO PS-GROSS-PAY
           WRITE PAY-STATEMENT-REC
           PERFORM 382-WRITE-JURISDICTION-STUB THRU 382-EXIT
           PERFORM 383-WRITE-BENEFIT-STUB THRU 383-EXIT
           MOVE WS-OC-EARN-TYPE (WS-OC-SUB) TO WS-PH-EARN-MARK
           PERFORM 384-WRITE-PAY-HISTORY THRU 384-EXIT
           PERFORM 386-WRITE-BENEFIT-HISTORY THRU 386-EXIT

           ADD WS-GROSS-PAY    TO WS-TOTAL-GROSS
           ADD WS-WITHHOLDING  TO WS-TOTAL-WITHHOLDING
           ADD WS-EMP-DED-TOTAL TO WS-TOTAL-DEDUCTIONS
           ADD WS-NET-PAY      TO WS-TOTAL-NET
           ADD WS-GROSS-PAY    TO WS-OC-EMP-GROSS
           ADD WS-NET-PAY      TO WS-OC-EMP-NET
      *    THE PAYMENT NAMES THE ONE ACCOUNT ITS COST GOES TO.
           MOVE ZERO TO WS-ED-COUNT
           MOVE WS-OC-EXP-ACCT (WS-OC-SUB) TO WS-DIST-ACCT
           MOVE WS-GROSS-PAY TO WS-DIST-PIECE
           PERFORM 326-ADD-DIST-PIECE THRU 326-EXIT
           PERFORM 327-SPREAD-ER-TAX THRU 327-EXIT
           PERFORM 328-POST-DIST-PIECES THRU 328-EXIT.
       307-EXIT.
           EXIT.
      *****************************************************************
      *  Register and stub label for the payment's earning type.
      *****************************************************************
       308-EARNING-LABEL.
           EVALUATE WS-OC-EARN-TYPE (WS-OC-SUB)
               WHEN "B"
                   MOVE "  BONUS" TO WS-OC-LABEL
               WHEN "C"
                   MOVE "  COMMISSION" TO WS-OC-LABEL
               WHEN "M"
                   MOVE "  MISSED PAY" TO WS-OC-LABEL
               WHEN "F"
                   MOVE "  FINAL WAGES" TO WS-OC-LABEL
               WHEN "V"
                   MOVE "  LEAVE PAYOUT" TO WS-OC-LABEL
               WHEN OTHER
                   MOVE "  OTHER EARNINGS" TO WS-OC-LABEL
           END-EVALUATE.
       308-EXIT.
           EXIT.
      *****************************************************************
      *  Apply a pending salary change whose effective date has
      *  arrived: the new salary takes over for this and future
      *  runs, and the retro difference for runs already paid at the
                   END-IF
               END-IF
           END-PERFORM
      *    APPROVED REQUESTS STARTING BY THE PERIOD END ARE DRAWN
      *    WHOLE WITH THE TIMECARD LEAVE, UNDER THE SAME TEST.
           PERFORM VARYING WS-LQ-SUB FROM 1 BY 1
                   UNTIL WS-LQ-SUB > WS-LQ-COUNT
               IF WS-LQ-SSNO (WS-LQ-SUB) = NEW-SSNO
                       AND WS-LQ-STATUS (WS-LQ-SUB) = "A"
                       AND WS-LQ-START-DATE (WS-LQ-SUB)
                           NOT > WS-PAY-PERIOD-END
                   IF WS-LQ-TYPE (WS-LQ-SUB) = "V"
                       ADD WS-LQ-HOURS (WS-LQ-SUB) TO WS-VAC-TAKEN
                   END-IF
                   IF WS-LQ-TYPE (WS-LQ-SUB) = "S"
                       ADD WS-LQ-HOURS (WS-LQ-SUB) TO WS-SICK-TAKEN
                   END-IF
               END-IF
           END-PERFORM
           IF WS-VAC-TAKEN > ZERO
               IF WS-VAC-TAKEN > NEW-VAC-BALANCE
                   MOVE NEW-SSNO TO PE-SSNO
               ELSE
                   SUBTRACT WS-VAC-TAKEN FROM NEW-VAC-BALANCE
                   ADD WS-VAC-TAKEN TO WS-PAID-LEAVE-HOURS
                   MOVE "V" TO WS-LQ-DRAW-TYPE
                   PERFORM 346-MARK-LEAVE-DRAWN THRU 346-EXIT
               END-IF
           END-IF
           IF WS-SICK-TAKEN > ZERO
               ELSE
                   SUBTRACT WS-SICK-TAKEN FROM NEW-SICK-BALANCE
                   ADD WS-SICK-TAKEN TO WS-PAID-LEAVE-HOURS
                   MOVE "S" TO WS-LQ-DRAW-TYPE
                   PERFORM 346-MARK-LEAVE-DRAWN THRU 346-EXIT
               END-IF
           END-IF.
       345-EXIT.
           EXIT.
      *****************************************************************
      *  The employee's approved requests of one leave type were
      *  drawn - log each to the leave history now, alongside the
      *  master rewrite, and mark it taken for the rewrite at the
      *  end of the run.
      *****************************************************************
       346-MARK-LEAVE-DRAWN.
           PERFORM VARYING WS-LQ-SUB FROM 1 BY 1
                   UNTIL WS-LQ-SUB > WS-LQ-COUNT
               IF WS-LQ-SSNO (WS-LQ-SUB) = NEW-SSNO
                       AND WS-LQ-STATUS (WS-LQ-SUB) = "A"
                       AND WS-LQ-TYPE (WS-LQ-SUB) = WS-LQ-DRAW-TYPE
                       AND WS-LQ-START-DATE (WS-LQ-SUB)
                           NOT > WS-PAY-PERIOD-END
                   MOVE "T" TO WS-LQ-STATUS (WS-LQ-SUB)
                   MOVE WS-PAY-PERIOD-END
                       TO WS-LQ-PERIOD-END (WS-LQ-SUB)
                   MOVE 'Y' TO WS-LQ-DRAWN (WS-LQ-SUB)
                   MOVE WS-LQ-REQUEST-NO (WS-LQ-SUB) TO LV-REQUEST-NO
                   MOVE NEW-SSNO TO LV-SSNO
                   MOVE WS-LQ-DRAW-TYPE TO LV-LEAVE-TYPE
                   MOVE WS-LQ-HOURS (WS-LQ-SUB) TO LV-HOURS
                   MOVE WS-PAY-PERIOD-END TO LV-PERIOD-END
                   MOVE WS-RUN-DATE TO LV-PAY-DATE
                   WRITE LEAVE-HIST-REC
               END-IF
           END-PERFORM.
       346-EXIT.
           EXIT.
      *****************************************************************
      *  Hourly gross: the employee's timecard hours at the hourly
      *  rate, with time-and-a-half past forty.  An hourly employee
      *  with no timecard goes to the exception report instead of
                   END-IF
               END-IF
           END-PERFORM
      *    AN HOURLY EMPLOYEE ON APPROVED LEAVE THE WHOLE PERIOD HAS
      *    NO TIMECARD TO KEY - THE LEAVE DRAWN IS WHAT THEY ARE PAID.
           IF NOT TIMECARD-FOUND AND WS-PAID-LEAVE-HOURS > ZERO
               MOVE 'Y' TO WS-TIMECARD-FOUND
           END-IF
           IF NOT TIMECARD-FOUND
               MOVE NEW-SSNO TO PE-SSNO
               MOVE NEW-NAME TO PE-NAME
           IF NOT BRACKET-FOUND
               COMPUTE WS-WITHHOLDING ROUNDED =
                   WS-TAXABLE-PAY * WS-WITHHOLD-RATE
           END-IF
           MOVE WS-WITHHOLDING TO WS-FED-WITHHOLDING
           PERFORM 355-COMPUTE-JURISDICTIONS THRU 355-EXIT.
       350-EXIT.
           EXIT.
      *****************************************************************
      *  State and local withholding for the jurisdictions coded on
      *  the employee, each added into WS-WITHHOLDING on top of the
      *  federal amount.  The residence state, when it is not the
      *  work state, withholds only what its tax exceeds the work
      *  state's - the credit it gives for tax paid where the work
      *  was done.  A jurisdiction that comes to nothing is not
      *  itemized.
      *****************************************************************
       355-COMPUTE-JURISDICTIONS.
           MOVE ZERO TO WS-EJ-COUNT
           MOVE ZERO TO WS-WORK-STATE-TAX
           IF NEW-WORK-STATE NOT = SPACES
               MOVE "S" TO WS-JUR-TYPE
               MOVE NEW-WORK-STATE TO WS-JUR-CODE
               PERFORM 357-WALK-JUR-BRACKETS THRU 357-EXIT
               MOVE WS-JUR-TAX TO WS-WORK-STATE-TAX
               PERFORM 358-ADD-EMP-JURISDICTION THRU 358-EXIT
           END-IF
           IF NEW-RES-STATE NOT = SPACES
                   AND NEW-RES-STATE NOT = NEW-WORK-STATE
               MOVE "S" TO WS-JUR-TYPE
               MOVE NEW-RES-STATE TO WS-JUR-CODE
               PERFORM 357-WALK-JUR-BRACKETS THRU 357-EXIT
               IF WS-JUR-TAX > WS-WORK-STATE-TAX
                   SUBTRACT WS-WORK-STATE-TAX FROM WS-JUR-TAX
               ELSE
                   MOVE ZERO TO WS-JUR-TAX
               END-IF
               PERFORM 358-ADD-EMP-JURISDICTION THRU 358-EXIT
           END-IF
           IF NEW-LOCALITY NOT = SPACES
               MOVE "L" TO WS-JUR-TYPE
               MOVE NEW-LOCALITY TO WS-JUR-CODE
               PERFORM 357-WALK-JUR-BRACKETS THRU 357-EXIT
               PERFORM 358-ADD-EMP-JURISDICTION THRU 358-EXIT
           END-IF.
       355-EXIT.
           EXIT.
      *****************************************************************
      *  Walk one jurisdiction's brackets for the employee's filing
      *  status the same way 350 walks the federal ones, leaving the
      *  tax in WS-JUR-TAX and the jurisdiction's liability account
      *  in WS-JUR-ACCT.  No brackets for the status means no tax -
      *  there is no flat-rate fallback below the federal level.
      *****************************************************************
       357-WALK-JUR-BRACKETS.
           MOVE ZERO TO WS-JUR-TAX
           MOVE ZERO TO WS-JUR-ACCT
           PERFORM VARYING WS-TAX-SUB FROM 1 BY 1
                   UNTIL WS-TAX-SUB > WS-JT-COUNT
               IF WS-JT-TYPE (WS-TAX-SUB) = WS-JUR-TYPE
                       AND WS-JT-CODE (WS-TAX-SUB) = WS-JUR-CODE
                   MOVE WS-JT-ACCT (WS-TAX-SUB) TO WS-JUR-ACCT
               END-IF
               IF WS-JT-TYPE (WS-TAX-SUB) = WS-JUR-TYPE
                       AND WS-JT-CODE (WS-TAX-SUB) = WS-JUR-CODE
                       AND WS-JT-STATUS (WS-TAX-SUB) =
                           NEW-FILING-STATUS
                       AND WS-TAXABLE-PAY > WS-JT-FLOOR (WS-TAX-SUB)
                   MOVE WS-TAXABLE-PAY TO WS-BRACKET-TOP
                   MOVE ZERO TO WS-NEXT-SUB
                   PERFORM VARYING WS-TAX-SUB2
                           FROM WS-TAX-SUB BY 1
                           UNTIL WS-TAX-SUB2 > WS-JT-COUNT
                              OR WS-NEXT-SUB NOT = ZERO
                       IF WS-TAX-SUB2 > WS-TAX-SUB
                               AND WS-JT-TYPE (WS-TAX-SUB2) =
                                   WS-JUR-TYPE
                               AND WS-JT-CODE (WS-TAX-SUB2) =
                                   WS-JUR-CODE
                               AND WS-JT-STATUS (WS-TAX-SUB2) =
                                   NEW-FILING-STATUS
                           MOVE WS-TAX-SUB2 TO WS-NEXT-SUB
                       END-IF
                   END-PERFORM
                   IF WS-NEXT-SUB NOT = ZERO
                           AND WS-JT-FLOOR (WS-NEXT-SUB) <
                               WS-TAXABLE-PAY
                       MOVE WS-JT-FLOOR (WS-NEXT-SUB)
                           TO WS-BRACKET-TOP
                   END-IF
                   COMPUTE WS-JUR-TAX ROUNDED =
                       WS-JUR-TAX +
                       ((WS-BRACKET-TOP
                         - WS-JT-FLOOR (WS-TAX-SUB))
                        * WS-JT-RATE (WS-TAX-SUB))
               END-IF
           END-PERFORM
      *    A JURISDICTION LOADED WITHOUT AN ACCOUNT POSTS WITH THE
      *    FEDERAL WITHHOLDING RATHER THAN TO ACCOUNT ZERO.
           IF WS-JUR-ACCT = ZERO
               MOVE WS-WITHHOLDING-ACCT TO WS-JUR-ACCT
           END-IF.
       357-EXIT.
           EXIT.
      *****************************************************************
      *  Keep one jurisdiction's tax against the employee being paid
      *  and add it into the total withholding.
      *****************************************************************
       358-ADD-EMP-JURISDICTION.
           IF WS-JUR-TAX = ZERO
               GO TO 358-EXIT
           END-IF
           ADD 1 TO WS-EJ-COUNT
           MOVE WS-JUR-TYPE TO WS-EJ-TYPE (WS-EJ-COUNT)
           MOVE WS-JUR-CODE TO WS-EJ-CODE (WS-EJ-COUNT)
           MOVE WS-JUR-ACCT TO WS-EJ-ACCT (WS-EJ-COUNT)
           MOVE WS-JUR-TAX TO WS-EJ-AMOUNT (WS-EJ-COUNT)
           ADD WS-JUR-TAX TO WS-WITHHOLDING.
       358-EXIT.
           EXIT.
      *****************************************************************
      *  Work out this employee's elected deductions between gross
      *  and net, accumulating each code's run total for the register
      *  subtotals and the GL liability posting.
                       TO WS-DED-AMOUNT
               END-IF
           END-IF
      *    FINAL PAY RECOVERING THE GOALS TAKES EVERYTHING STILL OWED
      *    ON A GOAL ELECTION AND NOTHING ON AN ORDINARY ONE.
           IF RECOVER-GOALS
               IF WS-DE-GOAL-AMT (WS-ELECT-SUB) = ZERO
                   GO TO 365-EXIT
               END-IF
               COMPUTE WS-DED-AMOUNT =
                   WS-DE-GOAL-AMT (WS-ELECT-SUB)
                   - WS-DE-COLLECTED (WS-ELECT-SUB)
           END-IF
           IF WS-DE-GOAL-AMT (WS-ELECT-SUB) NOT = ZERO
               IF WS-DE-COLLECTED (WS-ELECT-SUB) NOT <
                       WS-DE-GOAL-AMT (WS-ELECT-SUB)
                       - WS-DE-COLLECTED (WS-ELECT-SUB)
               END-IF
           END-IF
      *    A RECOVERY CANNOT TAKE THE CHECK BELOW ZERO - WHAT DOES
      *    NOT FIT STAYS OWED ON THE CLOSED ELECTION.
           IF RECOVER-GOALS
               IF WS-EMP-DED-TOTAL + WS-DED-AMOUNT >
                       WS-GROSS-PAY - WS-WITHHOLDING
                   COMPUTE WS-DED-AMOUNT = WS-GROSS-PAY
                       - WS-WITHHOLDING - WS-EMP-DED-TOTAL
               END-IF
           END-IF
           IF WS-DED-AMOUNT NOT > ZERO
               GO TO 365-EXIT
           END-IF
           ADD WS-DED-AMOUNT TO WS-EMP-DED-TOTAL
       365-EXIT.
           EXIT.
      *****************************************************************
      *  The employer's share of each benefit plan the employee just
      *  paid is enrolled in, worked out after the deductions so a
      *  match sees exactly what was taken.
      *****************************************************************
       366-EMPLOYER-BENEFITS.
           MOVE ZERO TO WS-EMP-ER-BEN-TOTAL
           PERFORM VARYING WS-ELECT-SUB FROM 1 BY 1
                   UNTIL WS-ELECT-SUB > WS-ELECT-COUNT
               IF WS-DE-SSNO (WS-ELECT-SUB) = NEW-SSNO
                   MOVE ZERO TO WS-DE-ER-LAST (WS-ELECT-SUB)
                   PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                           UNTIL WS-DED-SUB > WS-DED-COUNT
                       IF WS-DM-CODE (WS-DED-SUB) =
                               WS-DE-CODE (WS-ELECT-SUB)
                           PERFORM 367-ONE-EMPLOYER-SHARE
                               THRU 367-EXIT
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
       366-EXIT.
           EXIT.
      *****************************************************************
      *  One election's employer share.  A match counts no more of
      *  the employee's deduction than the cap percent of gross; a
      *  flat share is paid once per pay period, so an off-cycle
      *  payment earns none.  The share is charged to the plan's
      *  benefit expense account as it is earned and totalled per
      *  plan for its payable.
      *****************************************************************
       367-ONE-EMPLOYER-SHARE.
           MOVE ZERO TO WS-ER-BEN-AMOUNT
           EVALUATE WS-DM-ER-METHOD (WS-DED-SUB)
               WHEN "M"
                   MOVE WS-DE-LAST-TAKEN (WS-ELECT-SUB)
                       TO WS-ER-BEN-BASE
                   IF WS-DM-ER-CAP-PCT (WS-DED-SUB) NOT = ZERO
                       IF WS-ER-BEN-BASE > WS-GROSS-PAY *
                               WS-DM-ER-CAP-PCT (WS-DED-SUB) / 100
                           COMPUTE WS-ER-BEN-BASE ROUNDED =
                               WS-GROSS-PAY *
                               WS-DM-ER-CAP-PCT (WS-DED-SUB) / 100
                       END-IF
                   END-IF
                   COMPUTE WS-ER-BEN-AMOUNT ROUNDED = WS-ER-BEN-BASE
                       * WS-DM-ER-MATCH-PCT (WS-DED-SUB) / 100
               WHEN "F"
                   IF NOT OFF-CYCLE-RUN
                       MOVE WS-DM-ER-FLAT-AMT (WS-DED-SUB)
                           TO WS-ER-BEN-AMOUNT
                   END-IF
           END-EVALUATE
           IF WS-ER-BEN-AMOUNT NOT > ZERO
               GO TO 367-EXIT
           END-IF
           MOVE WS-ER-BEN-AMOUNT TO WS-DE-ER-LAST (WS-ELECT-SUB)
           ADD WS-ER-BEN-AMOUNT TO WS-EMP-ER-BEN-TOTAL
           ADD WS-ER-BEN-AMOUNT TO WS-DM-ER-RUN-TOTAL (WS-DED-SUB)
           ADD WS-ER-BEN-AMOUNT TO WS-TOTAL-ER-BENEFIT
           IF WS-DM-ER-EXP-ACCT (WS-DED-SUB) NOT = ZERO
               MOVE WS-DM-ER-EXP-ACCT (WS-DED-SUB) TO WS-OFFSET-ACCT-NO
           ELSE
               MOVE NEW-EXP-ACCT TO WS-OFFSET-ACCT-NO
           END-IF
           MOVE WS-ER-BEN-AMOUNT TO WS-OFFSET-AMOUNT
           PERFORM 550-MERGE-OFFSET THRU 550-EXIT.
       367-EXIT.
           EXIT.
      *****************************************************************
      *  One register detail line per deduction taken from the
      *  employee just paid, so every dollar between gross and net is
      *  itemized on the register.
       370-EXIT.
           EXIT.
      *****************************************************************
      *  One register detail line per tax withheld from the employee
      *  just paid - the federal share and each state or local tax -
      *  whenever any state or local tax was taken, and the run total
      *  per jurisdiction for the subtotals and the liability post.
      *****************************************************************
       375-ITEMIZE-JURISDICTIONS.
           IF WS-EJ-COUNT = ZERO
               GO TO 375-EXIT
           END-IF
           MOVE NEW-SSNO TO PR-SSNO
           MOVE "  WH FEDERAL" TO PR-NAME
           MOVE ZERO TO PR-GROSS-PAY
           MOVE WS-FED-WITHHOLDING TO PR-WITHHOLDING
           MOVE ZERO TO PR-DEDUCTIONS
           MOVE ZERO TO PR-NET-PAY
           WRITE PAY-REGISTER-REC
           PERFORM VARYING WS-EJ-SUB FROM 1 BY 1
                   UNTIL WS-EJ-SUB > WS-EJ-COUNT
               MOVE WS-EJ-TYPE (WS-EJ-SUB) TO WS-JUR-TYPE
               MOVE WS-EJ-CODE (WS-EJ-SUB) TO WS-JUR-CODE
               PERFORM 376-JURISDICTION-LABEL THRU 376-EXIT
               MOVE NEW-SSNO TO PR-SSNO
               MOVE SPACES TO PR-NAME
               STRING "  " WS-JUR-LABEL
                   DELIMITED BY SIZE INTO PR-NAME
               MOVE ZERO TO PR-GROSS-PAY
               MOVE WS-EJ-AMOUNT (WS-EJ-SUB) TO PR-WITHHOLDING
               MOVE ZERO TO PR-DEDUCTIONS
               MOVE ZERO TO PR-NET-PAY
               WRITE PAY-REGISTER-REC
               PERFORM 378-FOLD-JURISDICTION THRU 378-EXIT
           END-PERFORM.
       375-EXIT.
           EXIT.
      *****************************************************************
      *  "WH STATE xx" or "WH LOCAL xxxx" for WS-JUR-TYPE/CODE.
      *****************************************************************
       376-JURISDICTION-LABEL.
           MOVE SPACES TO WS-JUR-LABEL
           IF WS-JUR-TYPE = "S"
               STRING "WH STATE " WS-JUR-CODE
                   DELIMITED BY SIZE INTO WS-JUR-LABEL
           ELSE
               STRING "WH LOCAL " WS-JUR-CODE
                   DELIMITED BY SIZE INTO WS-JUR-LABEL
           END-IF.
       376-EXIT.
           EXIT.
      *****************************************************************
      *  Find-or-add the jurisdiction in the run totals table, the
      *  same way 330-ACCUMULATE-DEPT does.
      *****************************************************************
       378-FOLD-JURISDICTION.
           MOVE ZERO TO WS-JR-FOUND-SUB
           PERFORM VARYING WS-JR-SUB FROM 1 BY 1
                   UNTIL WS-JR-SUB > WS-JR-COUNT
               IF WS-JR-TYPE (WS-JR-SUB) = WS-EJ-TYPE (WS-EJ-SUB)
                       AND WS-JR-CODE (WS-JR-SUB) =
                           WS-EJ-CODE (WS-EJ-SUB)
                   MOVE WS-JR-SUB TO WS-JR-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-JR-FOUND-SUB = ZERO
               IF WS-JR-COUNT NOT < 20
                   DISPLAY "PAYROLL: MORE THAN 20 STATE/LOCAL "
                       "JURISDICTIONS - " WS-EJ-CODE (WS-EJ-SUB)
                       " NOT TOTALED"
                   MOVE 16 TO RETURN-CODE
                   GO TO 378-EXIT
               END-IF
               ADD 1 TO WS-JR-COUNT
               MOVE WS-JR-COUNT TO WS-JR-FOUND-SUB
               MOVE WS-EJ-TYPE (WS-EJ-SUB)
                   TO WS-JR-TYPE (WS-JR-FOUND-SUB)
               MOVE WS-EJ-CODE (WS-EJ-SUB)
                   TO WS-JR-CODE (WS-JR-FOUND-SUB)
               MOVE WS-EJ-ACCT (WS-EJ-SUB)
                   TO WS-JR-ACCT (WS-JR-FOUND-SUB)
               MOVE ZERO TO WS-JR-RUN-TOTAL (WS-JR-FOUND-SUB)
               MOVE ZERO TO WS-JR-RUN-WAGES (WS-JR-FOUND-SUB)
           END-IF
           ADD WS-EJ-AMOUNT (WS-EJ-SUB)
               TO WS-JR-RUN-TOTAL (WS-JR-FOUND-SUB)
           ADD WS-GROSS-PAY TO WS-JR-RUN-WAGES (WS-JR-FOUND-SUB).
       378-EXIT.
           EXIT.
      *****************************************************************
      *  The state and local withholding taken this run, summed over
      *  the jurisdiction totals - the federal share is the rest.
      *****************************************************************
       379-SUM-JURISDICTIONS.
           MOVE ZERO TO WS-TOTAL-JUR-WITHHOLDING
           PERFORM VARYING WS-JR-SUB FROM 1 BY 1
                   UNTIL WS-JR-SUB > WS-JR-COUNT
               ADD WS-JR-RUN-TOTAL (WS-JR-SUB)
                   TO WS-TOTAL-JUR-WITHHOLDING
           END-PERFORM.
       379-EXIT.
           EXIT.
      *****************************************************************
      *  The permanent history rows for the pay just computed: the
      *  pay row, marked with WS-PH-EARN-MARK, then one row per state
      *  or local tax taken.
      *****************************************************************
       384-WRITE-PAY-HISTORY.
           MOVE NEW-SSNO TO PH-SSNO
           MOVE WS-RUN-DATE TO PH-PAY-DATE
           MOVE WS-GROSS-PAY TO PH-GROSS
           MOVE WS-WITHHOLDING TO PH-WITHHOLDING
           MOVE WS-NET-PAY TO PH-NET
           MOVE SPACE TO PH-JUR-TYPE
           MOVE WS-PH-EARN-MARK TO PH-JUR-CODE
           WRITE PAY-HISTORY-REC
           PERFORM VARYING WS-EJ-SUB FROM 1 BY 1
                   UNTIL WS-EJ-SUB > WS-EJ-COUNT
               MOVE WS-GROSS-PAY TO PH-GROSS
               MOVE WS-EJ-AMOUNT (WS-EJ-SUB) TO PH-WITHHOLDING
               MOVE ZERO TO PH-NET
               MOVE WS-EJ-TYPE (WS-EJ-SUB) TO PH-JUR-TYPE
               MOVE WS-EJ-CODE (WS-EJ-SUB) TO PH-JUR-CODE
               WRITE PAY-HISTORY-REC
           END-PERFORM.
       384-EXIT.
           EXIT.
      *****************************************************************
      *  One benefit history row per plan with a provider that this
      *  payment took a deduction or an employer share for.
      *****************************************************************
       386-WRITE-BENEFIT-HISTORY.
           PERFORM VARYING WS-ELECT-SUB FROM 1 BY 1
                   UNTIL WS-ELECT-SUB > WS-ELECT-COUNT
               IF WS-DE-SSNO (WS-ELECT-SUB) = NEW-SSNO
                       AND (WS-DE-LAST-TAKEN (WS-ELECT-SUB) NOT = ZERO
                         OR WS-DE-ER-LAST (WS-ELECT-SUB) NOT = ZERO)
                   PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                           UNTIL WS-DED-SUB > WS-DED-COUNT
                       IF WS-DM-CODE (WS-DED-SUB) =
                               WS-DE-CODE (WS-ELECT-SUB)
                               AND WS-DM-PROVIDER (WS-DED-SUB)
                                   NOT = SPACES
                           MOVE WS-RUN-DATE TO BH-PAY-DATE
                           MOVE WS-RUN-TYPE TO BH-RUN-TYPE
                           MOVE WS-DM-PROVIDER (WS-DED-SUB)
                               TO BH-PROVIDER
                           MOVE NEW-SSNO TO BH-SSNO
                           MOVE NEW-NAME TO BH-NAME
                           MOVE WS-DM-CODE (WS-DED-SUB) TO BH-CODE
                           MOVE WS-DE-LAST-TAKEN (WS-ELECT-SUB)
                               TO BH-EE-AMOUNT
                           MOVE WS-DE-ER-LAST (WS-ELECT-SUB)
                               TO BH-ER-AMOUNT
                           MOVE WS-DM-GL-ACCT (WS-DED-SUB)
                               TO BH-EE-ACCT
                           MOVE WS-DM-ER-PAYABLE-ACCT (WS-DED-SUB)
                               TO BH-ER-ACCT
                           WRITE BENEFIT-HIST-REC
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
       386-EXIT.
           EXIT.
      *****************************************************************
      *  One bank deposit detail for an employee who elected direct
      *  deposit - their net pay goes to the bank file instead of a
      *  paper check.
           MOVE NEW-YTD-NET TO PS-YTD-NET
           MOVE NEW-VAC-BALANCE TO PS-VAC-BALANCE
           MOVE NEW-SICK-BALANCE TO PS-SICK-BALANCE
           MOVE WS-EMP-ER-BEN-TOTAL TO PS-ER-BENEFITS
           WRITE PAY-STATEMENT-REC.
       380-EXIT.
           EXIT.
      *****************************************************************
      *  Stub lines breaking the withholding out by jurisdiction -
      *  the federal share first, then each state or local tax - when
      *  any state or local tax was taken.
      *****************************************************************
       382-WRITE-JURISDICTION-STUB.
           IF WS-EJ-COUNT = ZERO
               GO TO 382-EXIT
           END-IF
           MOVE SPACES TO PAY-STATEMENT-REC
           MOVE NEW-SSNO TO PS-SSNO
           MOVE "  WH FEDERAL" TO PS-NAME
           MOVE WS-FED-WITHHOLDING TO PS-WITHHOLDING
           WRITE PAY-STATEMENT-REC
           PERFORM VARYING WS-EJ-SUB FROM 1 BY 1
                   UNTIL WS-EJ-SUB > WS-EJ-COUNT
               MOVE WS-EJ-TYPE (WS-EJ-SUB) TO WS-JUR-TYPE
               MOVE WS-EJ-CODE (WS-EJ-SUB) TO WS-JUR-CODE
               PERFORM 376-JURISDICTION-LABEL THRU 376-EXIT
               MOVE SPACES TO PAY-STATEMENT-REC
               MOVE NEW-SSNO TO PS-SSNO
               STRING "  " WS-JUR-LABEL
                   DELIMITED BY SIZE INTO PS-NAME
               MOVE WS-EJ-AMOUNT (WS-EJ-SUB) TO PS-WITHHOLDING
               WRITE PAY-STATEMENT-REC
           END-PERFORM.
       382-EXIT.
           EXIT.
      *****************************************************************
      *  One stub line per plan the employer contributed to on this
      *  payment, the amount in the employer benefits column.
      *****************************************************************
       383-WRITE-BENEFIT-STUB.
           PERFORM VARYING WS-ELECT-SUB FROM 1 BY 1
                   UNTIL WS-ELECT-SUB > WS-ELECT-COUNT
               IF WS-DE-SSNO (WS-ELECT-SUB) = NEW-SSNO
                       AND WS-DE-ER-LAST (WS-ELECT-SUB) NOT = ZERO
                   PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                           UNTIL WS-DED-SUB > WS-DED-COUNT
                       IF WS-DM-CODE (WS-DED-SUB) =
                               WS-DE-CODE (WS-ELECT-SUB)
                           MOVE SPACES TO PAY-STATEMENT-REC
                           MOVE NEW-SSNO TO PS-SSNO
                           STRING "  ER " WS-DM-CODE (WS-DED-SUB)
                                  " " WS-DM-DESCRIPTION
                                      (WS-DED-SUB) (1:10)
                               DELIMITED BY SIZE INTO PS-NAME
                           MOVE WS-DE-ER-LAST (WS-ELECT-SUB)
                               TO PS-ER-BENEFITS
                           WRITE PAY-STATEMENT-REC
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
       383-EXIT.
           EXIT.
      *****************************************************************
      *  Split this employee's gross pay and employer tax across the
      *  expense accounts it is charged to.  Worked hours on a
      *  timecard line naming its own account take that share of the
      *  gross first; whatever is left follows the employee's default
      *  distribution, or goes to the expense account on the
      *  employee record when they have none.
      *****************************************************************
       320-ACCUMULATE-EXPENSE.
           MOVE ZERO TO WS-ED-COUNT
           MOVE ZERO TO WS-DIST-ALLOCATED
           MOVE ZERO TO WS-DIST-TAGGED-HOURS
           COMPUTE WS-DIST-HOURS = WS-EMP-HOURS + WS-PAID-LEAVE-HOURS
           IF NEW-PAY-TYPE = "H" AND WS-DIST-HOURS > ZERO
               PERFORM VARYING WS-TC-SUB FROM 1 BY 1
                       UNTIL WS-TC-SUB > WS-TC-COUNT
                   IF WS-TC-SSNO (WS-TC-SUB) = NEW-SSNO
                           AND WS-TC-PERIOD-END (WS-TC-SUB) =
                               WS-PAY-PERIOD-END
                           AND WS-TC-EXP-ACCT (WS-TC-SUB) NOT = ZERO
                           AND WS-TC-TYPE (WS-TC-SUB) NOT = "V"
                           AND WS-TC-TYPE (WS-TC-SUB) NOT = "S"
                       COMPUTE WS-DIST-PIECE ROUNDED =
                           WS-GROSS-PAY * WS-TC-HOURS (WS-TC-SUB)
                           / WS-DIST-HOURS
                       MOVE WS-TC-EXP-ACCT (WS-TC-SUB) TO WS-DIST-ACCT
                       PERFORM 326-ADD-DIST-PIECE THRU 326-EXIT
                       ADD WS-DIST-PIECE TO WS-DIST-ALLOCATED
                       ADD WS-TC-HOURS (WS-TC-SUB)
                           TO WS-DIST-TAGGED-HOURS
                   END-IF
               END-PERFORM
           END-IF
           COMPUTE WS-DIST-BASE = WS-GROSS-PAY - WS-DIST-ALLOCATED
      *    EVERY HOUR CHARGED TO ITS OWN ACCOUNT - THE ROUNDING
      *    PENNIES STAY WITH THE LAST LINE'S ACCOUNT.
           IF WS-ED-COUNT > ZERO
                   AND WS-DIST-TAGGED-HOURS = WS-DIST-HOURS
               ADD WS-DIST-BASE TO WS-ED-GROSS (WS-ED-FOUND-SUB)
           ELSE
               IF WS-DIST-BASE NOT = ZERO OR WS-ED-COUNT = ZERO
                   PERFORM 322-APPLY-DEFAULT-DIST THRU 322-EXIT
               END-IF
           END-IF
           PERFORM 327-SPREAD-ER-TAX THRU 327-EXIT
           PERFORM 328-POST-DIST-PIECES THRU 328-EXIT.
       320-EXIT.
           EXIT.
      *****************************************************************
      *  The untagged part of the gross by the employee's default
      *  distribution rows, the last row taking the rounding.  Rows
      *  that do not total 100 percent are reported and ignored, and
      *  the cost goes to the employee record's account instead.
      *****************************************************************
       322-APPLY-DEFAULT-DIST.
           MOVE ZERO TO WS-DIST-PCT-TOTAL
           MOVE ZERO TO WS-DIST-ROWS
           PERFORM VARYING WS-LD-SUB FROM 1 BY 1
                   UNTIL WS-LD-SUB > WS-LD-COUNT
               IF WS-LD-SSNO (WS-LD-SUB) = NEW-SSNO
                   ADD WS-LD-PCT (WS-LD-SUB) TO WS-DIST-PCT-TOTAL
                   ADD 1 TO WS-DIST-ROWS
               END-IF
           END-PERFORM
           IF WS-DIST-ROWS > ZERO AND WS-DIST-PCT-TOTAL NOT = 100
               MOVE NEW-SSNO TO PE-SSNO
               MOVE NEW-NAME TO PE-NAME
               MOVE "LABOR DIST NOT 100 PCT" TO PE-REASON
               WRITE PAY-EXCEPTION-REC
               ADD 1 TO WS-EXCEPTION-COUNT
               MOVE ZERO TO WS-DIST-ROWS
           END-IF
           IF WS-DIST-ROWS = ZERO
               MOVE NEW-EXP-ACCT TO WS-DIST-ACCT
               MOVE WS-DIST-BASE TO WS-DIST-PIECE
               PERFORM 326-ADD-DIST-PIECE THRU 326-EXIT
               GO TO 322-EXIT
           END-IF
           MOVE ZERO TO WS-DIST-ROWS-DONE
           MOVE ZERO TO WS-DIST-ALLOCATED
           PERFORM VARYING WS-LD-SUB FROM 1 BY 1
                   UNTIL WS-LD-SUB > WS-LD-COUNT
               IF WS-LD-SSNO (WS-LD-SUB) = NEW-SSNO
                   ADD 1 TO WS-DIST-ROWS-DONE
                   IF WS-DIST-ROWS-DONE = WS-DIST-ROWS
                       COMPUTE WS-DIST-PIECE =
                           WS-DIST-BASE - WS-DIST-ALLOCATED
                   ELSE
                       COMPUTE WS-DIST-PIECE ROUNDED =
                           WS-DIST-BASE * WS-LD-PCT (WS-LD-SUB) / 100
                   END-IF
                   ADD WS-DIST-PIECE TO WS-DIST-ALLOCATED
                   MOVE WS-LD-ACCT (WS-LD-SUB) TO WS-DIST-ACCT
                   PERFORM 326-ADD-DIST-PIECE THRU 326-EXIT
               END-IF
           END-PERFORM.
       322-EXIT.
           EXIT.
      *****************************************************************
      *  Find-or-add one account's piece of the gross in the
      *  employee's distribution.  Past the table's limit the piece
      *  stays with the last account taken and the employee goes on
      *  the exception report for review.
      *****************************************************************
       326-ADD-DIST-PIECE.
           MOVE ZERO TO WS-ED-FOUND-SUB
           PERFORM VARYING WS-ED-SUB FROM 1 BY 1
                   UNTIL WS-ED-SUB > WS-ED-COUNT
               IF WS-ED-ACCT (WS-ED-SUB) = WS-DIST-ACCT
                   MOVE WS-ED-SUB TO WS-ED-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-ED-FOUND-SUB = ZERO
               IF WS-ED-COUNT = 20
                   MOVE NEW-SSNO TO PE-SSNO
                   MOVE NEW-NAME TO PE-NAME
                   MOVE "LABOR DIST OVER 20 ACCOUNTS" TO PE-REASON
                   WRITE PAY-EXCEPTION-REC
                   ADD 1 TO WS-EXCEPTION-COUNT
                   MOVE WS-ED-COUNT TO WS-ED-FOUND-SUB
               ELSE
                   ADD 1 TO WS-ED-COUNT
                   MOVE WS-ED-COUNT TO WS-ED-FOUND-SUB
                   MOVE WS-DIST-ACCT TO WS-ED-ACCT (WS-ED-FOUND-SUB)
                   MOVE ZERO TO WS-ED-GROSS (WS-ED-FOUND-SUB)
                   MOVE ZERO TO WS-ED-ER-TAX (WS-ED-FOUND-SUB)
               END-IF
           END-IF
           ADD WS-DIST-PIECE TO WS-ED-GROSS (WS-ED-FOUND-SUB).
       326-EXIT.
           EXIT.
      *****************************************************************
      *  The employer tax follows the gross: each account takes its
      *  share in proportion and the last takes the rounding, so the
      *  pieces add back to the employee's tax to the penny.
      *****************************************************************
       327-SPREAD-ER-TAX.
           MOVE ZERO TO WS-DIST-ALLOCATED
           PERFORM VARYING WS-ED-SUB FROM 1 BY 1
                   UNTIL WS-ED-SUB > WS-ED-COUNT
               IF WS-ED-SUB = WS-ED-COUNT
                   COMPUTE WS-ED-ER-TAX (WS-ED-SUB) =
                       WS-ER-TAX - WS-DIST-ALLOCATED
               ELSE
                   IF WS-GROSS-PAY = ZERO
                       MOVE ZERO TO WS-ED-ER-TAX (WS-ED-SUB)
                   ELSE
                       COMPUTE WS-ED-ER-TAX (WS-ED-SUB) ROUNDED =
                           WS-ER-TAX * WS-ED-GROSS (WS-ED-SUB)
                           / WS-GROSS-PAY
                   END-IF
                   ADD WS-ED-ER-TAX (WS-ED-SUB) TO WS-DIST-ALLOCATED
               END-IF
           END-PERFORM.
       327-EXIT.
           EXIT.
      *****************************************************************
      *  Charge each piece's gross and employer tax to its account in
      *  the run's totals and write it to the labor history under the
      *  employee's department.
      *****************************************************************
       328-POST-DIST-PIECES.
           PERFORM VARYING WS-ED-SUB FROM 1 BY 1
                   UNTIL WS-ED-SUB > WS-ED-COUNT
               MOVE WS-ED-ACCT (WS-ED-SUB) TO WS-OFFSET-ACCT-NO
               COMPUTE WS-OFFSET-AMOUNT =
                   WS-ED-GROSS (WS-ED-SUB) + WS-ED-ER-TAX (WS-ED-SUB)
               PERFORM 550-MERGE-OFFSET THRU 550-EXIT
               IF WS-ED-GROSS (WS-ED-SUB) NOT = ZERO
                       OR WS-ED-ER-TAX (WS-ED-SUB) NOT = ZERO
                   MOVE WS-RUN-DATE TO LH-PAY-DATE
                   MOVE WS-PAY-PERIOD-END TO LH-PERIOD-END
                   MOVE WS-RUN-TYPE TO LH-RUN-TYPE
                   MOVE NEW-SSNO TO LH-SSNO
                   MOVE NEW-DEPT TO LH-DEPT
                   MOVE WS-ED-ACCT (WS-ED-SUB) TO LH-EXP-ACCT
                   MOVE WS-ED-GROSS (WS-ED-SUB) TO LH-GROSS
                   MOVE WS-ED-ER-TAX (WS-ED-SUB) TO LH-ER-TAX
                   WRITE LABOR-HIST-REC
               END-IF
           END-PERFORM.
       328-EXIT.
           EXIT.
      *****************************************************************
      *  Write the grand-total line for the run.
      *****************************************************************
       400-WRITE-TOTALS.
           MOVE ZERO           TO PR-SSNO
           MOVE "RUN TOTAL"    TO PR-NAME
           MOVE WS-TOTAL-GROSS       TO PR-GROSS-PAY
           MOVE WS-TOTAL-WITHHOLDING TO PR-WITHHOLDING
           MOVE ZERO TO PR-DEDUCTIONS
           MOVE ZERO TO PR-NET-PAY
           WRITE PAY-REGISTER-REC
      *    EMPLOYER BENEFIT CONTRIBUTIONS, IN TOTAL AND PER PLAN, IN
      *    THE SAME COLUMN AS THE EMPLOYER TAX.
           IF WS-TOTAL-ER-BENEFIT NOT = ZERO
               MOVE ZERO TO PR-SSNO
               MOVE "EMPLOYER BENEFITS" TO PR-NAME
               MOVE ZERO TO PR-GROSS-PAY
               MOVE WS-TOTAL-ER-BENEFIT TO PR-WITHHOLDING
               MOVE ZERO TO PR-DEDUCTIONS
               MOVE ZERO TO PR-NET-PAY
               WRITE PAY-REGISTER-REC
           END-IF
           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > WS-DED-COUNT
               IF WS-DM-ER-RUN-TOTAL (WS-DED-SUB) NOT = ZERO
                   MOVE ZERO TO PR-SSNO
                   MOVE SPACES TO PR-NAME
                   STRING "ER BENEFIT " WS-DM-CODE (WS-DED-SUB)
                       DELIMITED BY SIZE INTO PR-NAME
                   MOVE ZERO TO PR-GROSS-PAY
                   MOVE WS-DM-ER-RUN-TOTAL (WS-DED-SUB)
                       TO PR-WITHHOLDING
                   MOVE ZERO TO PR-DEDUCTIONS
                   MOVE ZERO TO PR-NET-PAY
                   WRITE PAY-REGISTER-REC
               END-IF
           END-PERFORM
      *    ONE SUBTOTAL LINE PER DEDUCTION CODE TAKEN THIS RUN.
           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > WS-DED-COUNT
                   WRITE PAY-REGISTER-REC
               END-IF
           END-PERFORM
      *    WITHHOLDING BY JURISDICTION - THE FEDERAL SHARE AND ONE
      *    LINE PER STATE OR LOCALITY, WAGES IN THE GROSS COLUMN.
           IF WS-JR-COUNT > ZERO
               PERFORM 379-SUM-JURISDICTIONS THRU 379-EXIT
               MOVE ZERO TO PR-SSNO
               MOVE "WH TOTAL FEDERAL" TO PR-NAME
               MOVE WS-TOTAL-GROSS TO PR-GROSS-PAY
               COMPUTE PR-WITHHOLDING = WS-TOTAL-WITHHOLDING
                   - WS-TOTAL-JUR-WITHHOLDING
               MOVE ZERO TO PR-DEDUCTIONS
               MOVE ZERO TO PR-NET-PAY
               WRITE PAY-REGISTER-REC
           END-IF
           PERFORM VARYING WS-JR-SUB FROM 1 BY 1
                   UNTIL WS-JR-SUB > WS-JR-COUNT
               MOVE WS-JR-TYPE (WS-JR-SUB) TO WS-JUR-TYPE
               MOVE WS-JR-CODE (WS-JR-SUB) TO WS-JUR-CODE
               PERFORM 376-JURISDICTION-LABEL THRU 376-EXIT
               MOVE ZERO TO PR-SSNO
               MOVE SPACES TO PR-NAME
               STRING WS-JUR-LABEL (1:3) "TOTAL "
                      WS-JUR-LABEL (4:14)
                   DELIMITED BY SIZE INTO PR-NAME
               MOVE WS-JR-RUN-WAGES (WS-JR-SUB) TO PR-GROSS-PAY
               MOVE WS-JR-RUN-TOTAL (WS-JR-SUB) TO PR-WITHHOLDING
               MOVE ZERO TO PR-DEDUCTIONS
               MOVE ZERO TO PR-NET-PAY
               WRITE PAY-REGISTER-REC
           END-PERFORM
      *    DEPARTMENT SECTION: HEADCOUNT (IN THE SSN COLUMN) AND
      *    GROSS/NET SUBTOTALS PER DEPARTMENT.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > WS-DED-COUNT
               IF WS-DM-RUN-TOTAL (WS-DED-SUB) NOT = ZERO
                   MOVE WS-DM-GL-ACCT (WS-DED-SUB) TO WS-OFFSET-ACCT-NO
                   MOVE WS-DM-RUN-TOTAL (WS-DED-SUB)
                       TO WS-OFFSET-AMOUNT
                   PERFORM 550-MERGE-OFFSET THRU 550-EXIT
               END-IF
      *        THE EMPLOYER'S SHARE IS OWED TO THE PROVIDER ALONGSIDE
      *        WHAT WAS TAKEN FROM PAY - ITS EXPENSE WAS CHARGED AS
      *        EACH EMPLOYEE WAS PAID.
               IF WS-DM-ER-RUN-TOTAL (WS-DED-SUB) NOT = ZERO
                   MOVE WS-DM-ER-PAYABLE-ACCT (WS-DED-SUB)
                       TO WS-OFFSET-ACCT-NO
                   MOVE WS-DM-ER-RUN-TOTAL (WS-DED-SUB)
                       TO WS-OFFSET-AMOUNT
                   PERFORM 550-MERGE-OFFSET THRU 550-EXIT
               END-IF
           END-PERFORM.
       530-EXIT.
               COMPUTE WS-OFFSET-AMOUNT = ZERO - WS-TOTAL-NET
               PERFORM 550-MERGE-OFFSET THRU 550-EXIT
           END-IF
      *    THE FEDERAL SHARE POSTS TO THE CONTROL FILE'S ACCOUNT
      *    AND EACH STATE OR LOCAL TAX TO ITS OWN LIABILITY ACCOUNT.
           PERFORM 379-SUM-JURISDICTIONS THRU 379-EXIT
           IF WS-TOTAL-WITHHOLDING - WS-TOTAL-JUR-WITHHOLDING
                   NOT = ZERO
               MOVE WS-WITHHOLDING-ACCT TO WS-OFFSET-ACCT-NO
               COMPUTE WS-OFFSET-AMOUNT = WS-TOTAL-WITHHOLDING
                   - WS-TOTAL-JUR-WITHHOLDING
               PERFORM 550-MERGE-OFFSET THRU 550-EXIT
           END-IF
           PERFORM VARYING WS-JR-SUB FROM 1 BY 1
                   UNTIL WS-JR-SUB > WS-JR-COUNT
               MOVE WS-JR-ACCT (WS-JR-SUB) TO WS-OFFSET-ACCT-NO
               MOVE WS-JR-RUN-TOTAL (WS-JR-SUB) TO WS-OFFSET-AMOUNT
               PERFORM 550-MERGE-OFFSET THRU 550-EXIT
           END-PERFORM
      *    THE EMPLOYER'S MATCHING TAX: ITS EXPENSE WAS CHARGED WITH
      *    EACH EMPLOYEE'S LABOR ACCOUNTS, SO ONLY THE PAYABLE OWED
      *    IS LEFT, ALONGSIDE THE CASH AND WITHHOLDING OFFSETS.
           IF WS-TOTAL-ER-TAX NOT = ZERO
               MOVE WS-ER-TAX-PAYABLE-ACCT TO WS-OFFSET-ACCT-NO
               COMPUTE WS-OFFSET-AMOUNT = ZERO - WS-TOTAL-ER-TAX
               PERFORM 550-MERGE-OFFSET THRU 550-EXIT
       540-EXIT.
           EXIT.
      *****************************************************************
      *  Find-or-add one amount into the account totals table - the
      *  labor-distribution expense pieces, the deduction and
      *  employer-share liabilities, and the cash and tax offsets all
      *  come through here.  An account past the table's 50 entries
      *  is reported, fails the run, and the GL post is refused.
      *****************************************************************
       550-MERGE-OFFSET.
           MOVE ZERO TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = ZERO
               IF WS-ACCT-COUNT NOT < 50
                   DISPLAY "PAYROLL: MORE THAN 50 GL ACCOUNTS - "
                       WS-OFFSET-ACCT-NO " NOT TOTALED"
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-ACCT-TABLE-FULL
                   GO TO 550-EXIT
               END-IF
               ADD 1 TO WS-ACCT-COUNT
               MOVE WS-ACCT-COUNT TO WS-FOUND-SUB
               MOVE WS-OFFSET-ACCT-NO TO WS-ACCT-NO (WS-FOUND-SUB)
               PERFORM 919-ECHO-PARAMETERS THRU 919-EXIT
           END-IF.
           PERFORM 920-LOAD-TAX-TABLE THRU 920-EXIT.
           PERFORM 922-LOAD-JUR-TAX-TABLE THRU 922-EXIT.
           PERFORM 925-LOAD-EMPLOYER-RATE THRU 925-EXIT.
      *    AN OFF-CYCLE RUN PAYS NO PERIOD - ITS PAYMENTS ARE DATED
      *    THE RUN DATE AND NO TIMECARD OR SCHEDULE IS TOUCHED.
           IF OFF-CYCLE-RUN
               MOVE WS-RUN-DATE TO WS-PAY-PERIOD-END
               PERFORM 970-LOAD-OFF-CYCLE THRU 970-EXIT
           ELSE
               PERFORM 930-LOAD-TIMECARDS THRU 930-EXIT
               PERFORM 948-LOAD-LEAVE-REQUESTS THRU 948-EXIT
           END-IF.
           PERFORM 940-LOAD-DEDUCTIONS THRU 940-EXIT.
           PERFORM 945-LOAD-LABOR-DIST THRU 945-EXIT.
           OPEN EXTEND LABOR-HIST-FILE.
           PERFORM 947-COUNT-BENEFIT-HIST THRU 947-EXIT.
           OPEN EXTEND BENEFIT-HIST-FILE.
           OPEN EXTEND LEAVE-HIST-FILE.
           PERFORM 927-LOAD-CHECK-CONTROL THRU 927-EXIT.
           IF RESTART-RUN
               OPEN EXTEND CHECK-PRINT-FILE
               READ PAY-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
      *                ONLY THE PAY ROWS COUNT - A STATE OR LOCAL
      *                TAX ROW IS NOT A SEPARATE RUN, AND AN
      *                OFF-CYCLE PAYMENT IS NOT A PERIOD'S PAY.
                       IF PH-PAY-ROW AND PH-JUR-CODE = SPACES
                           PERFORM 911-COUNT-HISTORY-ROW THRU 911-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-HISTORY-FILE
       915-EXIT.
           EXIT.
      *****************************************************************
      *   One pay row: count it against any retro it falls under and
      *   keep it as the employee's latest gross.
      *****************************************************************
       911-COUNT-HISTORY-ROW.
           PERFORM VARYING WS-RETRO-SUB FROM 1 BY 1
                   UNTIL WS-RETRO-SUB > WS-RETRO-COUNT
               IF WS-RT-SSNO (WS-RETRO-SUB) = PH-SSNO
                       AND PH-PAY-DATE NOT <
                           WS-RT-EFF-DATE (WS-RETRO-SUB)
                   ADD 1 TO WS-RT-MISSED-COUNT (WS-RETRO-SUB)
               END-IF
           END-PERFORM
           PERFORM 917-FOLD-PRIOR-GROSS THRU 917-EXIT.
       911-EXIT.
           EXIT.
      *****************************************************************
      *   Append one consumed-parameter line to the chain's status
      *   report - the caller has already set BS-RESULT.
      *****************************************************************
               MOVE PCT-ER-TAX-EXP-ACCT TO WS-ER-TAX-EXP-ACCT
               MOVE PCT-ER-TAX-PAYABLE-ACCT
                   TO WS-ER-TAX-PAYABLE-ACCT
      *        A CONTROL WRITTEN BEFORE THE SUPPLEMENTAL RATE WAS
      *        CARRIED KEEPS THE BUILT-IN RATE.
               IF PCT-SUPP-RATE IS NUMERIC
                       AND PCT-SUPP-RATE NOT = ZERO
                   MOVE PCT-SUPP-RATE TO WS-SUPP-RATE
               END-IF
           END-IF
           CLOSE PAY-CONTROL-FILE
           MOVE 'N' TO WS-END-OF-FILE.
      *   documents what it paid under.
      *****************************************************************
       919-ECHO-PARAMETERS.
           IF OFF-CYCLE-RUN
               MOVE SPACES TO PAY-REGISTER-REC
               MOVE ZERO TO PR-SSNO
               MOVE "OFF-CYCLE RUN" TO PR-NAME
               WRITE PAY-REGISTER-REC
           END-IF
           MOVE SPACES TO PAY-REGISTER-REC
           MOVE ZERO TO PR-SSNO
           MOVE "PARM CASH ACCT" TO PR-NAME
           MOVE "PARM ER TAX ACCTS" TO PR-NAME
           MOVE WS-ER-TAX-EXP-ACCT TO PR-GROSS-PAY
           MOVE WS-ER-TAX-PAYABLE-ACCT TO PR-WITHHOLDING
           WRITE PAY-REGISTER-REC
           MOVE SPACES TO PAY-REGISTER-REC
           MOVE ZERO TO PR-SSNO
           MOVE "PARM SUPP RATE" TO PR-NAME
           MOVE WS-SUPP-RATE TO PR-GROSS-PAY
           WRITE PAY-REGISTER-REC.
       919-EXIT.
           EXIT.
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-LQ-SUB FROM 1 BY 1
                       UNTIL WS-LQ-SUB > WS-LQ-COUNT
                   IF WS-LQ-SSNO (WS-LQ-SUB) = NEW-SSNO
                           AND WS-LQ-STATUS (WS-LQ-SUB) = "A"
                           AND WS-LQ-START-DATE (WS-LQ-SUB)
                               NOT > WS-PAY-PERIOD-END
                       ADD WS-LQ-HOURS (WS-LQ-SUB)
                           TO WS-PAID-LEAVE-HOURS
                   END-IF
               END-PERFORM
               IF WS-EMP-HOURS = ZERO
                       AND WS-PAID-LEAVE-HOURS = ZERO
                   GO TO 918-EXIT
       920-EXIT.
           EXIT.
      *****************************************************************
      *   Load the state and local brackets.  With none on file only
      *   federal tax is withheld; an employee coded for a
      *   jurisdiction that has no brackets has nothing withheld for
      *   it, which EMPMAINT's edit is there to prevent.
      *****************************************************************
       922-LOAD-JUR-TAX-TABLE.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT JUR-TAX-TABLE-FILE
           PERFORM UNTIL EOF
               READ JUR-TAX-TABLE-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF WS-JT-COUNT < 100
                           ADD 1 TO WS-JT-COUNT
                           MOVE JT-JUR-TYPE
                               TO WS-JT-TYPE (WS-JT-COUNT)
                           MOVE JT-JUR-CODE
                               TO WS-JT-CODE (WS-JT-COUNT)
                           MOVE JT-FILING-STATUS
                               TO WS-JT-STATUS (WS-JT-COUNT)
                           MOVE JT-BRACKET-FLOOR
                               TO WS-JT-FLOOR (WS-JT-COUNT)
                           MOVE JT-RATE TO WS-JT-RATE (WS-JT-COUNT)
                           MOVE JT-LIAB-ACCT
                               TO WS-JT-ACCT (WS-JT-COUNT)
                       ELSE
                           DISPLAY "JURISDICTION TAX TABLE OVER 100 "
                               "ROWS - " JT-JUR-CODE " ROW IGNORED"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JUR-TAX-TABLE-FILE
           MOVE 'N' TO WS-END-OF-FILE
           IF WS-JT-COUNT = ZERO
               DISPLAY "NO STATE/LOCAL TAX TABLE ON FILE - FEDERAL "
                   "WITHHOLDING ONLY"
           END-IF.
       922-EXIT.
           EXIT.
      *****************************************************************
      *   Load the employer tax rate.  A missing or empty file keeps
      *   the fallback rate so the run never silently accrues zero.
      *****************************************************************
                           TO WS-TC-PERIOD-END (WS-TC-COUNT)
                       MOVE TC-HOURS TO WS-TC-HOURS (WS-TC-COUNT)
                       MOVE TC-HOURS-TYPE TO WS-TC-TYPE (WS-TC-COUNT)
                       MOVE TC-EXP-ACCT
                           TO WS-TC-EXP-ACCT (WS-TC-COUNT)
                       IF TC-PERIOD-END = WS-PAY-PERIOD-END
                           ADD 1 TO WS-TC-PERIOD-COUNT
                       END-IF
      *   after this SSN cannot double anything.
      *****************************************************************
       390-WRITE-CHECKPOINT.
      *    A FULL ACCOUNT TABLE IS SHORT AN ACCOUNT - KEEP THE LAST
      *    GOOD CHECKPOINT SO A RESTART MEETS THE OVERFLOW AGAIN
      *    INSTEAD OF CARRYING THE SHORT TOTALS FORWARD.
           IF ACCT-TABLE-FULL
               GO TO 390-EXIT
           END-IF
           MOVE SPACES TO PAY-CHECKPOINT-REC
           MOVE NEW-SSNO TO PC-LAST-SSNO
           MOVE WS-EMP-COUNT TO PC-EMP-COUNT
                       TO PC-DE-COLLECTED (PC-ELECT-COUNT)
               END-IF
           END-PERFORM
           MOVE WS-JR-COUNT TO PC-JUR-COUNT
           PERFORM VARYING WS-JR-SUB FROM 1 BY 1
                   UNTIL WS-JR-SUB > WS-JR-COUNT
               MOVE WS-JR-TYPE (WS-JR-SUB) TO PC-JR-TYPE (WS-JR-SUB)
               MOVE WS-JR-CODE (WS-JR-SUB) TO PC-JR-CODE (WS-JR-SUB)
               MOVE WS-JR-ACCT (WS-JR-SUB) TO PC-JR-ACCT (WS-JR-SUB)
               MOVE WS-JR-RUN-TOTAL (WS-JR-SUB)
                   TO PC-JR-RUN-TOTAL (WS-JR-SUB)
               MOVE WS-JR-RUN-WAGES (WS-JR-SUB)
                   TO PC-JR-RUN-WAGES (WS-JR-SUB)
           END-PERFORM
           MOVE WS-RUN-TYPE TO PC-RUN-TYPE
           MOVE WS-TOTAL-ER-BENEFIT TO PC-TOTAL-ER-BENEFIT
           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > WS-DED-COUNT
               MOVE WS-DM-ER-RUN-TOTAL (WS-DED-SUB)
                   TO PC-DM-ER-RUN-TOTAL (WS-DED-SUB)
           END-PERFORM
           MOVE WS-BH-START-COUNT TO PC-BH-START-COUNT
           WRITE PAY-CHECKPOINT-REC.
       390-EXIT.
           EXIT.
               OPEN EXTEND PAY-CHECKPOINT-FILE
               GO TO 905-EXIT
           END-IF
      *    A REGULAR CHECKPOINT CANNOT RESUME AS AN OFF-CYCLE RUN OR
      *    THE OTHER WAY ROUND - THE PAYMENTS WOULD BE WRONG.
           IF PC-RUN-TYPE = SPACE
               MOVE 'R' TO PC-RUN-TYPE
           END-IF
           IF PC-RUN-TYPE NOT = WS-RUN-TYPE
               DISPLAY "PAYROLL: CHECKPOINT IS FOR RUN TYPE "
                   PC-RUN-TYPE " - RESTART REFUSED"
               PERFORM 910-END-PROGRAM-RTN THRU 910-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE PC-EMP-COUNT TO WS-EMP-COUNT
           MOVE PC-EXCEPTION-COUNT TO WS-EXCEPTION-COUNT
           MOVE PC-TOTAL-GROSS TO WS-TOTAL-GROSS
                   TO WS-DT-NET (WS-DEPT-SUB)
           END-PERFORM
           MOVE PC-TOTAL-ER-TAX TO WS-TOTAL-ER-TAX
           MOVE PC-TOTAL-ER-BENEFIT TO WS-TOTAL-ER-BENEFIT
      *    THE CRASHED RUN'S BENEFIT ROWS ARE ALREADY ON FILE - THE
      *    REMITTANCES START FROM WHERE THAT RUN BEGAN.
           MOVE PC-BH-START-COUNT TO WS-BH-START-COUNT
           MOVE PC-DEPOSIT-COUNT TO WS-DEPOSIT-COUNT
           MOVE PC-DEPOSIT-TOTAL TO WS-DEPOSIT-TOTAL
           MOVE PC-NEXT-CHECK-NO TO WS-NEXT-CHECK-NO
           MOVE PC-JUR-COUNT TO WS-JR-COUNT
           PERFORM VARYING WS-JR-SUB FROM 1 BY 1
                   UNTIL WS-JR-SUB > WS-JR-COUNT
               MOVE PC-JR-TYPE (WS-JR-SUB) TO WS-JR-TYPE (WS-JR-SUB)
               MOVE PC-JR-CODE (WS-JR-SUB) TO WS-JR-CODE (WS-JR-SUB)
               MOVE PC-JR-ACCT (WS-JR-SUB) TO WS-JR-ACCT (WS-JR-SUB)
               MOVE PC-JR-RUN-TOTAL (WS-JR-SUB)
                   TO WS-JR-RUN-TOTAL (WS-JR-SUB)
               MOVE PC-JR-RUN-WAGES (WS-JR-SUB)
                   TO WS-JR-RUN-WAGES (WS-JR-SUB)
           END-PERFORM
      *    COLLECTED BALANCES ADVANCED BY THE CRASHED RUN GO BACK
      *    ONTO THEIR ELECTIONS SO THE GOALS CANNOT OVERSHOOT.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   IF WS-DM-CODE (WS-DED-SUB) = PC-DM-CODE (WS-SUB)
                       MOVE PC-DM-RUN-TOTAL (WS-SUB)
                           TO WS-DM-RUN-TOTAL (WS-DED-SUB)
                       MOVE PC-DM-ER-RUN-TOTAL (WS-SUB)
                           TO WS-DM-ER-RUN-TOTAL (WS-DED-SUB)
                   END-IF
               END-PERFORM
           END-PERFORM
                       TO TC-PERIOD-END
                   MOVE WS-TC-HOURS (WS-TC-SUB) TO TC-HOURS
                   MOVE WS-TC-TYPE (WS-TC-SUB) TO TC-HOURS-TYPE
                   MOVE WS-TC-EXP-ACCT (WS-TC-SUB) TO TC-EXP-ACCT
                   WRITE TIMECARD-REC
               END-IF
           END-PERFORM
       955-EXIT.
           EXIT.
      *****************************************************************
      *   Write the leave requests back with the ones this run drew
      *   marked taken.  The file is read again first: a request
      *   keyed, approved, or cancelled on the screens while the run
      *   was going is taken as the file now has it, and only the
      *   requests drawn are written from the table.
      *****************************************************************
       957-REWRITE-LEAVE-REQUESTS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT LEAVE-REQUEST-FILE
           PERFORM UNTIL EOF
               READ LEAVE-REQUEST-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       PERFORM 958-FIND-LEAVE-REQUEST THRU 958-EXIT
                       IF WS-LQ-FOUND-SUB = ZERO
                           IF WS-LQ-COUNT < 1000
                               ADD 1 TO WS-LQ-COUNT
                               MOVE LEAVE-REQUEST-REC
                                   TO WS-LQ-REC (WS-LQ-COUNT)
                               MOVE 'N' TO WS-LQ-DRAWN (WS-LQ-COUNT)
                           END-IF
                       ELSE
                           IF NOT LQ-DRAWN (WS-LQ-FOUND-SUB)
                               MOVE LEAVE-REQUEST-REC
                                   TO WS-LQ-REC (WS-LQ-FOUND-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEAVE-REQUEST-FILE
           MOVE 'N' TO WS-END-OF-FILE
           IF WS-LQ-COUNT = ZERO
               GO TO 957-EXIT
           END-IF
           OPEN OUTPUT LEAVE-REQUEST-FILE
           PERFORM VARYING WS-LQ-SUB FROM 1 BY 1
                   UNTIL WS-LQ-SUB > WS-LQ-COUNT
               MOVE WS-LQ-REC (WS-LQ-SUB) TO LEAVE-REQUEST-REC
               WRITE LEAVE-REQUEST-REC
           END-PERFORM
           CLOSE LEAVE-REQUEST-FILE.
       957-EXIT.
           EXIT.
      *****************************************************************
      *   Find a request in the table by its number.
      *****************************************************************
       958-FIND-LEAVE-REQUEST.
           MOVE ZERO TO WS-LQ-FOUND-SUB
           PERFORM VARYING WS-LQ-SUB FROM 1 BY 1
                   UNTIL WS-LQ-SUB > WS-LQ-COUNT
                      OR WS-LQ-FOUND-SUB NOT = ZERO
               IF WS-LQ-REQUEST-NO (WS-LQ-SUB) = LR-REQUEST-NO
                   MOVE WS-LQ-SUB TO WS-LQ-FOUND-SUB
               END-IF
           END-PERFORM.
       958-EXIT.
           EXIT.
      *****************************************************************
      *   Write the elections back with the collected-to-date
      *   balances this run advanced, so a goal election picks up
      *   exactly where it left off on the next run.
           OPEN OUTPUT DEDUCTION-ELECT-FILE
           PERFORM VARYING WS-ELECT-SUB FROM 1 BY 1
                   UNTIL WS-ELECT-SUB > WS-ELECT-COUNT
               PERFORM 961-WRITE-ONE-ELECTION THRU 961-EXIT
           END-PERFORM
           CLOSE DEDUCTION-ELECT-FILE.
       960-EXIT.
           EXIT.
      *****************************************************************
      *   One election back to the file - unless this off-cycle run
      *   paid the employee's final pay, which closes every election
      *   they had.
      *****************************************************************
       961-WRITE-ONE-ELECTION.
           MOVE 'N' TO WS-DE-CLOSE
           IF OFF-CYCLE-RUN
               PERFORM VARYING WS-OC-SUB FROM 1 BY 1
                       UNTIL WS-OC-SUB > WS-OC-COUNT
                   IF WS-OC-SSNO (WS-OC-SUB) = WS-DE-SSNO (WS-ELECT-SUB)
                           AND (WS-OC-EARN-TYPE (WS-OC-SUB) = "F"
                             OR WS-OC-EARN-TYPE (WS-OC-SUB) = "V")
                       MOVE 'Y' TO WS-DE-CLOSE
                   END-IF
               END-PERFORM
           END-IF
           IF DE-CLOSE
               GO TO 961-EXIT
           END-IF
           MOVE WS-DE-SSNO (WS-ELECT-SUB) TO DE-SSNO
           MOVE WS-DE-CODE (WS-ELECT-SUB) TO DE-CODE
           MOVE WS-DE-OVERRIDE-AMT (WS-ELECT-SUB) TO DE-OVERRIDE-AMT
           MOVE WS-DE-GOAL-AMT (WS-ELECT-SUB) TO DE-GOAL-AMT
           MOVE WS-DE-COLLECTED (WS-ELECT-SUB) TO DE-COLLECTED
           WRITE DEDUCTION-ELECT-REC.
       961-EXIT.
           EXIT.
      *****************************************************************
      *   Advance the next-check-number control past the checks this
      *   run cut.
      *****************************************************************
       965-EXIT.
           EXIT.
      *****************************************************************
      *   Load the off-cycle payments.  Each row is edited as it is
      *   read - a positive amount, a known earning type, tax method,
      *   and deduction flag, and an active expense account on the
      *   COA master.  A row that fails goes to the exception file
      *   and is counted against the gate; the good ones are held
      *   for the paying pass.
      *****************************************************************
       970-LOAD-OFF-CYCLE.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT OFF-CYCLE-FILE
           PERFORM UNTIL EOF
               READ OFF-CYCLE-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       PERFORM 971-EDIT-OFF-CYCLE-ROW THRU 971-EXIT
               END-READ
           END-PERFORM
           CLOSE OFF-CYCLE-FILE
           MOVE 'N' TO WS-END-OF-FILE
           DISPLAY "PAYROLL: OFF-CYCLE RUN - " WS-OC-COUNT
               " PAYMENTS LOADED, " WS-OC-REJECT-COUNT " REJECTED".
       970-EXIT.
           EXIT.
      *****************************************************************
      *   Edit one payment row and keep it if it passes.
      *****************************************************************
       971-EDIT-OFF-CYCLE-ROW.
           MOVE SPACES TO WS-OC-REASON
           IF OC-TAX-METHOD = SPACE
               MOVE "S" TO OC-TAX-METHOD
           END-IF
           IF OC-DED-FLAG = SPACE
               MOVE "N" TO OC-DED-FLAG
           END-IF
           IF OC-AMOUNT NOT NUMERIC OR OC-AMOUNT = ZERO
               MOVE "OFF-CYCLE AMOUNT NOT POSITIVE" TO WS-OC-REASON
               GO TO 971-REJECT
           END-IF
           IF NOT OC-BONUS AND NOT OC-COMMISSION
                   AND NOT OC-MISSED-PAY AND NOT OC-OTHER
                   AND NOT OC-FINAL-PAY
               MOVE "OFF-CYCLE EARNING TYPE INVALID" TO WS-OC-REASON
               GO TO 971-REJECT
           END-IF
           IF OC-TAX-METHOD NOT = "S" AND OC-TAX-METHOD NOT = "R"
               MOVE "OFF-CYCLE TAX METHOD INVALID" TO WS-OC-REASON
               GO TO 971-REJECT
           END-IF
           IF OC-DED-FLAG NOT = "Y" AND OC-DED-FLAG NOT = "N"
                   AND OC-DED-FLAG NOT = "R"
               MOVE "OFF-CYCLE DED FLAG INVALID" TO WS-OC-REASON
               GO TO 971-REJECT
           END-IF
           MOVE 'N' TO WS-EXP-ACCT-FOUND
           MOVE OC-EXP-ACCT TO CGLC-MSTR-NO
           READ CGL-COA-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF CGLC-MSTR-ACCT-ACTIVE = "A"
                           AND CGLC-MSTR-ACCT-TYPE = "E"
                       MOVE 'Y' TO WS-EXP-ACCT-FOUND
                   END-IF
           END-READ
           IF NOT EXP-ACCT-FOUND
               MOVE "OFF-CYCLE EXPENSE ACCT INVALID" TO WS-OC-REASON
               GO TO 971-REJECT
           END-IF
           IF WS-OC-COUNT NOT < 500
               MOVE "OFF-CYCLE FILE OVER 500 ROWS" TO WS-OC-REASON
               GO TO 971-REJECT
           END-IF
           ADD 1 TO WS-OC-COUNT
           MOVE OC-SSNO TO WS-OC-SSNO (WS-OC-COUNT)
           MOVE OC-AMOUNT TO WS-OC-AMOUNT (WS-OC-COUNT)
           MOVE OC-EARN-TYPE TO WS-OC-EARN-TYPE (WS-OC-COUNT)
           MOVE OC-EXP-ACCT TO WS-OC-EXP-ACCT (WS-OC-COUNT)
           MOVE OC-TAX-METHOD TO WS-OC-TAX-METHOD (WS-OC-COUNT)
           MOVE OC-DED-FLAG TO WS-OC-DED-FLAG (WS-OC-COUNT)
           MOVE 'N' TO WS-OC-MATCHED (WS-OC-COUNT)
           ADD OC-AMOUNT TO WS-OC-TOTAL
           GO TO 971-EXIT.
       971-REJECT.
           MOVE OC-SSNO TO PE-SSNO
           MOVE SPACES TO PE-NAME
           MOVE WS-OC-REASON TO PE-REASON
           WRITE PAY-EXCEPTION-REC
           ADD 1 TO WS-OC-REJECT-COUNT.
       971-EXIT.
           EXIT.
      *****************************************************************
      *   The off-cycle run's gate, in place of the variance gate: a
      *   pass of the employee master proves every payment belongs to
      *   an employee on file.  Any rejected row - here or at load -
      *   refuses the whole run before anything is paid, so the file
      *   is fixed and run once rather than paid in pieces.
      *****************************************************************
       975-OFF-CYCLE-GATE.
           MOVE ZERO TO NEW-SSNO
           START NEW-PAYROLL-FILE KEY IS NOT LESS THAN NEW-SSNO
               INVALID KEY MOVE 'Y' TO WS-END-OF-FILE
           END-START
           PERFORM UNTIL EOF
               READ NEW-PAYROLL-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       PERFORM VARYING WS-OC-SUB FROM 1 BY 1
                               UNTIL WS-OC-SUB > WS-OC-COUNT
                           IF WS-OC-SSNO (WS-OC-SUB) = NEW-SSNO
                               MOVE 'Y' TO WS-OC-MATCHED (WS-OC-SUB)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM VARYING WS-OC-SUB FROM 1 BY 1
                   UNTIL WS-OC-SUB > WS-OC-COUNT
               IF WS-OC-MATCHED (WS-OC-SUB) NOT = 'Y'
                   MOVE WS-OC-SSNO (WS-OC-SUB) TO PE-SSNO
                   MOVE SPACES TO PE-NAME
                   MOVE "OFF-CYCLE SSN NOT ON MASTER" TO PE-REASON
                   WRITE PAY-EXCEPTION-REC
                   ADD 1 TO WS-OC-REJECT-COUNT
               END-IF
           END-PERFORM
           IF WS-OC-REJECT-COUNT > ZERO
               DISPLAY "PAYROLL: " WS-OC-REJECT-COUNT
                   " OFF-CYCLE PAYMENTS REJECTED, SEE PAYEXCEPTION.DAT"
                   " - RUN REFUSED, NOTHING PAID"
               PERFORM 910-END-PROGRAM-RTN THRU 910-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF WS-OC-COUNT = ZERO
               DISPLAY "PAYROLL: NO OFF-CYCLE PAYMENTS ON "
                   "PAYOFFCYCLE.DAT - RUN REFUSED"
               PERFORM 910-END-PROGRAM-RTN THRU 910-EXIT
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
      *    PUT THE FILE BACK AT THE FIRST EMPLOYEE FOR THE PAYING
      *    PASS.
           MOVE ZERO TO NEW-SSNO
           START NEW-PAYROLL-FILE KEY IS NOT LESS THAN NEW-SSNO
               INVALID KEY MOVE 'Y' TO WS-END-OF-FILE
           END-START.
       975-EXIT.
           EXIT.
      *****************************************************************
      *   Empty the payment file after a clean off-cycle run so the
      *   same payments cannot be paid again.  A failed run leaves it
      *   for the restart.
      *****************************************************************
       980-CLEAR-OFF-CYCLE-FILE.
           OPEN OUTPUT OFF-CYCLE-FILE
           CLOSE OFF-CYCLE-FILE.
       980-EXIT.
           EXIT.
      *****************************************************************
      *   Load the deduction-code master and the elections.
      *****************************************************************
       940-LOAD-DEDUCTIONS.
                       MOVE DM-GL-ACCT
                           TO WS-DM-GL-ACCT (WS-DED-COUNT)
                       MOVE ZERO TO WS-DM-RUN-TOTAL (WS-DED-COUNT)
                       MOVE DM-PROVIDER
                           TO WS-DM-PROVIDER (WS-DED-COUNT)
                       MOVE DM-ER-METHOD
                           TO WS-DM-ER-METHOD (WS-DED-COUNT)
                       MOVE DM-ER-MATCH-PCT
                           TO WS-DM-ER-MATCH-PCT (WS-DED-COUNT)
                       MOVE DM-ER-CAP-PCT
                           TO WS-DM-ER-CAP-PCT (WS-DED-COUNT)
                       MOVE DM-ER-FLAT-AMT
                           TO WS-DM-ER-FLAT-AMT (WS-DED-COUNT)
                       MOVE DM-ER-EXP-ACCT
                           TO WS-DM-ER-EXP-ACCT (WS-DED-COUNT)
                       IF DM-ER-PAYABLE-ACCT NOT = ZERO
                           MOVE DM-ER-PAYABLE-ACCT
                               TO WS-DM-ER-PAYABLE-ACCT (WS-DED-COUNT)
                       ELSE
                           MOVE DM-GL-ACCT
                               TO WS-DM-ER-PAYABLE-ACCT (WS-DED-COUNT)
                       END-IF
                       MOVE ZERO TO WS-DM-ER-RUN-TOTAL (WS-DED-COUNT)
               END-READ
           END-PERFORM
           CLOSE DEDUCTION-MASTER-FILE
                           TO WS-DE-COLLECTED (WS-ELECT-COUNT)
                       MOVE ZERO
                           TO WS-DE-LAST-TAKEN (WS-ELECT-COUNT)
                       MOVE ZERO TO WS-DE-ER-LAST (WS-ELECT-COUNT)
               END-READ
           END-PERFORM
           CLOSE DEDUCTION-ELECT-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       940-EXIT.
           EXIT.
      *****************************************************************
      *   Load every employee's default labor distribution.
      *****************************************************************
       945-LOAD-LABOR-DIST.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT LABOR-DIST-FILE
           PERFORM UNTIL EOF
               READ LABOR-DIST-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF WS-LD-COUNT = 1000
                           DISPLAY "PAYROLL: LABOR DISTRIBUTION TABLE "
                               "FULL - RUN REFUSED"
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-LD-COUNT
                       MOVE LD-SSNO TO WS-LD-SSNO (WS-LD-COUNT)
                       MOVE LD-EXP-ACCT TO WS-LD-ACCT (WS-LD-COUNT)
                       MOVE LD-PERCENT TO WS-LD-PCT (WS-LD-COUNT)
               END-READ
           END-PERFORM
           CLOSE LABOR-DIST-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       945-EXIT.
           EXIT.
      *****************************************************************
      *   Load the leave requests, then mark drawn every approved
      *   request the leave history already shows drawn - a run that
      *   stopped before writing the requests back, or the first
      *   part of a run now restarting, cannot draw it again.
      *****************************************************************
       948-LOAD-LEAVE-REQUESTS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT LEAVE-REQUEST-FILE
           PERFORM UNTIL EOF
               READ LEAVE-REQUEST-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF WS-LQ-COUNT = 1000
                           DISPLAY "PAYROLL: LEAVE REQUEST TABLE "
                               "FULL - RUN REFUSED"
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-LQ-COUNT
                       MOVE LEAVE-REQUEST-REC TO WS-LQ-REC (WS-LQ-COUNT)
                       MOVE 'N' TO WS-LQ-DRAWN (WS-LQ-COUNT)
               END-READ
           END-PERFORM
           CLOSE LEAVE-REQUEST-FILE
           MOVE 'N' TO WS-END-OF-FILE
           IF WS-LQ-COUNT = ZERO
               GO TO 948-EXIT
           END-IF
           OPEN INPUT LEAVE-HIST-FILE
           PERFORM UNTIL EOF
               READ LEAVE-HIST-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       MOVE LV-REQUEST-NO TO LR-REQUEST-NO
                       PERFORM 958-FIND-LEAVE-REQUEST THRU 958-EXIT
                       IF WS-LQ-FOUND-SUB NOT = ZERO
                           IF WS-LQ-STATUS (WS-LQ-FOUND-SUB) = "A"
                               MOVE "T"
                                   TO WS-LQ-STATUS (WS-LQ-FOUND-SUB)
                               MOVE LV-PERIOD-END
                                   TO WS-LQ-PERIOD-END (WS-LQ-FOUND-SUB)
                               MOVE 'Y'
                                   TO WS-LQ-DRAWN (WS-LQ-FOUND-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEAVE-HIST-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       948-EXIT.
           EXIT.
      *****************************************************************
      *   Count the benefit history rows already on file, so the
      *   provider remittances take only the rows this run adds.
      *****************************************************************
       947-COUNT-BENEFIT-HIST.
           MOVE ZERO TO WS-BH-START-COUNT
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT BENEFIT-HIST-FILE
           PERFORM UNTIL EOF
               READ BENEFIT-HIST-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END ADD 1 TO WS-BH-START-COUNT
               END-READ
           END-PERFORM
           CLOSE BENEFIT-HIST-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       947-EXIT.
           EXIT.

      *****************************************************************
      *   Close files.
           CLOSE PAY-EXCEPTION-FILE.
           CLOSE PAY-STATEMENT-FILE.
           CLOSE PAY-HISTORY-FILE.
           CLOSE LABOR-HIST-FILE.
           CLOSE BENEFIT-HIST-FILE.
           CLOSE LEAVE-HIST-FILE.
           CLOSE PAY-CHECKPOINT-FILE.
           CLOSE CHECK-PRINT-FILE.
           CLOSE CHECK-REGISTER-FILE.
           END-IF.
       910-EXIT.
           EXIT.
      *****************************************************************
      *   One remittance file per benefit provider, listing what this
      *   run took from each employee and what the company put in -
      *   read back off the benefit history rows the run wrote.  A
      *   provider with nothing this run gets no file.
      *****************************************************************
       990-WRITE-REMITTANCES.
           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > WS-DED-COUNT
               IF WS-DM-PROVIDER (WS-DED-SUB) NOT = SPACES
                   MOVE 'N' TO WS-PROVIDER-SEEN
                   PERFORM VARYING WS-SUB FROM 1 BY 1
                           UNTIL WS-SUB NOT < WS-DED-SUB
                       IF WS-DM-PROVIDER (WS-SUB) =
                               WS-DM-PROVIDER (WS-DED-SUB)
                           MOVE 'Y' TO WS-PROVIDER-SEEN
                       END-IF
                   END-PERFORM
                   IF NOT PROVIDER-SEEN
                       MOVE WS-DM-PROVIDER (WS-DED-SUB)
                           TO WS-REMIT-PROVIDER
                       PERFORM 991-WRITE-ONE-REMITTANCE THRU 991-EXIT
                   END-IF
               END-IF
           END-PERFORM.
       990-EXIT.
           EXIT.
      *****************************************************************
      *   One provider's remittance: a line per row of theirs this
      *   run wrote, then the total line.
      *****************************************************************
       991-WRITE-ONE-REMITTANCE.
           MOVE 'N' TO WS-REMIT-OPEN
           MOVE ZERO TO WS-REMIT-EE-TOTAL
           MOVE ZERO TO WS-REMIT-ER-TOTAL
           MOVE ZERO TO WS-BH-ROW-NO
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT BENEFIT-HIST-FILE
           PERFORM UNTIL EOF
               READ BENEFIT-HIST-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-BH-ROW-NO
                       IF WS-BH-ROW-NO > WS-BH-START-COUNT
                               AND BH-PROVIDER = WS-REMIT-PROVIDER
                           PERFORM 992-WRITE-REMIT-LINE THRU 992-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BENEFIT-HIST-FILE
           MOVE 'N' TO WS-END-OF-FILE
           IF NOT REMIT-OPEN
               GO TO 991-EXIT
           END-IF
           MOVE SPACES TO BENEFIT-REMIT-REC
           MOVE WS-REMIT-PROVIDER TO BR-PROVIDER
           MOVE WS-RUN-DATE TO BR-PAY-DATE
           MOVE ZERO TO BR-SSNO
           MOVE "PROVIDER TOTAL" TO BR-NAME
           MOVE WS-REMIT-EE-TOTAL TO BR-EE-AMOUNT
           MOVE WS-REMIT-ER-TOTAL TO BR-ER-AMOUNT
           WRITE BENEFIT-REMIT-REC
           CLOSE BENEFIT-REMIT-FILE
           DISPLAY "BENEFIT REMITTANCE WRITTEN - "
               UT-SYS-BENEFIT-REMIT-FILE.
       991-EXIT.
           EXIT.
      *****************************************************************
      *   One remittance line, opening the provider's file on the
      *   first one.
      *****************************************************************
       992-WRITE-REMIT-LINE.
           IF NOT REMIT-OPEN
               MOVE SPACES TO UT-SYS-BENEFIT-REMIT-FILE
               STRING "C:\COBOL\BENREMIT-" DELIMITED BY SIZE
                      WS-REMIT-PROVIDER DELIMITED BY SPACE
                      ".DAT" DELIMITED BY SIZE
                   INTO UT-SYS-BENEFIT-REMIT-FILE
               OPEN OUTPUT BENEFIT-REMIT-FILE
               MOVE 'Y' TO WS-REMIT-OPEN
           END-IF
           MOVE SPACES TO BENEFIT-REMIT-REC
           MOVE BH-PROVIDER TO BR-PROVIDER
           MOVE BH-PAY-DATE TO BR-PAY-DATE
           MOVE BH-SSNO TO BR-SSNO
           MOVE BH-NAME TO BR-NAME
           MOVE BH-CODE TO BR-CODE
           MOVE BH-EE-AMOUNT TO BR-EE-AMOUNT
           MOVE BH-ER-AMOUNT TO BR-ER-AMOUNT
           WRITE BENEFIT-REMIT-REC
           ADD BH-EE-AMOUNT TO WS-REMIT-EE-TOTAL
           ADD BH-ER-AMOUNT TO WS-REMIT-ER-TOTAL.
       992-EXIT.
           EXIT.
