       IDENTIFICATION DIVISION.
      *================================================================*
       PROGRAM-ID.    CA420M00.
       AUTHOR.        CAMS BATCH TEAM.
       INSTALLATION.  HOST SYSTEMS - ACCOUNT FUNCTIONS.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
      *================================================================*
      *                                                                *
      *    CA420M00 - FL REPAYMENT COLLECTION                          *
      *                                                                *
      *    WORKS THE REPAYMENT SCHEDULE SET UP AT DRAWDOWN THROUGH     *
      *    THE REPAYMENT SERVICE AREA (S106920C) - FREQUENCY AND       *
      *    DEBIT ACCOUNT - AND RAISES THE COLLECTIONS DUE ON THE RUN   *
      *    DATE AS A DIRECT ENTRY DEBIT FILE IN THE CLEARING FORMAT,   *
      *    WITH A COLLECTION REGISTER.                                 *
      *                                                                *
      *    EACH SCHEDULE HOLDS ITS NEXT NOMINAL DUE DATE.  THE DATE    *
      *    IS ROLLED FORWARD OVER WEEKENDS AND THE NATIONAL DATES ON   *
      *    THE HOLIDAY MASTER MAINTAINED BY GU0003M0; THE INSTALMENT   *
      *    IS COLLECTED WHEN THE ROLLED DATE IS ON OR BEFORE THE RUN   *
      *    DATE, SO ONE MISSED RUN IS CAUGHT UP ON THE NEXT.  THE      *
      *    NOMINAL DATE THEN MOVES ON 7 DAYS (W), 14 DAYS (F) OR ONE   *
      *    MONTH (M, ON THE SCHEDULE'S DUE DAY, HELD TO MONTH END).    *
      *                                                                *
      *    ONLY AN ACTIVE FL01940A FACILITY IS DEBITED, AND NEVER      *
      *    FOR MORE THAN IS DRAWN.  A DUE INSTALMENT ON A FACILITY     *
      *    THAT IS NOT ACTIVE OR HAS NOTHING DRAWN IS SKIPPED AND      *
      *    THE SCHEDULE MOVES ON.  A STOPPED SCHEDULE IS CARRIED       *
      *    UNTOUCHED.                                                  *
      *                                                                *
      *    THE SCHEDULE IS PASSED OLD (REPAYSCH) TO NEW (SCHNEW), IN   *
      *    FACILITY KEY ORDER, AGAINST FL01940A IN THE SAME ORDER.     *
      *                                                                *
      *    THE DEBIT FILE (DEFILE) IS A DESCRIPTIVE (0) RECORD, ONE    *
      *    DETAIL (1) RECORD PER DEBIT (TRANSACTION CODE 13), A        *
      *    BALANCING CREDIT (CODE 50) TO THE COLLECTIONS ACCOUNT FOR   *
      *    THE DEBIT TOTAL, AND A FILE TOTAL (7) RECORD WHOSE NET      *
      *    TOTAL IS ZERO.  THE LODGEMENT REFERENCE CARRIES THE         *
      *    FACILITY AND THE RUN DATE SO A DISHONOUR RETURN CAN BE      *
      *    TRACED BACK BY CA420M10.                                    *
      *                                                                *
      *    PARAMETER CARD (PARMCARD) - REQUIRED, NO FILE WITHOUT IT:   *
      *        COLS  1-3   FINANCIAL INSTITUTION ABBREVIATION          *
      *        COLS  4-29  USER NAME                                   *
      *        COLS 30-35  USER IDENTIFICATION NUMBER                  *
      *        COLS 36-47  FILE DESCRIPTION                            *
      *        COLS 48-53  COLLECTIONS BSB (ALSO THE BSB OF A          *
      *                    SCHEDULE WITH NO BSB OF ITS OWN)            *
      *        COLS 54-62  COLLECTIONS ACCOUNT                         *
      *        COLS 63-78  REMITTER NAME                               *
      *                                                                *
      *    MODIFICATION HISTORY                                        *
      *    ----------------------------------------------------------  *
      *    15/10/26 RAM  INITIAL VERSION.                              *
      *                                                                *
      *================================================================*
       ENVIRONMENT DIVISION.
      *================================================================*
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-3090.
       OBJECT-COMPUTER.   IBM-3090.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL PARMCARD-FILE
                  ASSIGN TO PARMCARD
                  ORGANIZATION IS SEQUENTIAL.

           SELECT REPAYSCH-FILE   ASSIGN TO REPAYSCH
                  ORGANIZATION IS SEQUENTIAL.

           SELECT FL01940A-FILE   ASSIGN TO FL01940A
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL HOLMSTR-FILE
                  ASSIGN TO HOLMSTR
                  ORGANIZATION IS SEQUENTIAL.

           SELECT SCHNEW-FILE     ASSIGN TO SCHNEW
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEFILE-FILE     ASSIGN TO DEFILE
                  ORGANIZATION IS SEQUENTIAL.

           SELECT COLLREG-FILE    ASSIGN TO COLLREG
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
      *================================================================*
       FILE SECTION.

       FD  PARMCARD-FILE
           RECORDING MODE IS F.
       01  PARMCARD-RECORD.
           05  PARM-BANK-ABBREV                PIC X(03).
           05  PARM-USER-NAME                  PIC X(26).
           05  PARM-USER-ID                    PIC 9(06).
           05  PARM-DESCRIPTION                PIC X(12).
           05  PARM-COLLECT-BSB                PIC 9(06).
           05  PARM-COLLECT-ACCT               PIC X(09).
           05  PARM-REMITTER                   PIC X(16).
           05  FILLER                          PIC X(02).

      *----------------------------------------------------------------*
      *    REPAYSCH / SCHNEW - THE FL REPAYMENT SCHEDULE, ONE RECORD   *
      *    PER FACILITY, IN FACILITY KEY ORDER.  FREQUENCY AND DEBIT   *
      *    ACCOUNT ARE AS CAPTURED IN S106920C AT DRAWDOWN.  THE TWO   *
      *    LAYOUTS MUST STAY IN STEP.                                  *
      *----------------------------------------------------------------*
       FD  REPAYSCH-FILE
           RECORDING MODE IS F.
       01  REPAYSCH-RECORD.
           05  RPS-FACILITY-KEY-SO             PIC X(09).
           05  RPS-CUSTOMER-NBR-SO             PIC X(09).
           05  RPS-FREQUENCY-SO                PIC X(01).
               88  WEEKLY-REPAY-SO                 VALUE 'W'.
               88  FNIGHT-REPAY-SO                 VALUE 'F'.
               88  MONTHLY-REPAY-SO                VALUE 'M'.
               88  VALID-FREQUENCY-SO              VALUE 'W' 'F'
                                                         'M'.
           05  RPS-DEBIT-BSB-SO                PIC 9(06).
           05  RPS-DEBIT-ACCT-SO               PIC X(09).
           05  RPS-ACCOUNT-NAME-SO             PIC X(32).
           05  RPS-INSTALMENT-AMT-SO           PIC S9(07)V99 COMP-3.
           05  RPS-DUE-DAY-SO                  PIC 9(02).
           05  RPS-NEXT-DUE-DATE-SO            PIC 9(08).
           05  RPS-LAST-COLLECT-DATE-SO        PIC 9(08).
           05  RPS-STATUS-SO                   PIC X(01).
               88  ACTIVE-SCHEDULE-SO              VALUE 'A'.
           05  FILLER                          PIC X(10).

       FD  SCHNEW-FILE
           RECORDING MODE IS F.
       01  SCHNEW-RECORD.
           05  RPS-FACILITY-KEY-SN             PIC X(09).
           05  RPS-CUSTOMER-NBR-SN             PIC X(09).
           05  RPS-FREQUENCY-SN                PIC X(01).
           05  RPS-DEBIT-BSB-SN                PIC 9(06).
           05  RPS-DEBIT-ACCT-SN               PIC X(09).
           05  RPS-ACCOUNT-NAME-SN             PIC X(32).
           05  RPS-INSTALMENT-AMT-SN           PIC S9(07)V99 COMP-3.
           05  RPS-DUE-DAY-SN                  PIC 9(02).
           05  RPS-NEXT-DUE-DATE-SN            PIC 9(08).
           05  RPS-LAST-COLLECT-DATE-SN        PIC 9(08).
           05  RPS-STATUS-SN                   PIC X(01).
           05  FILLER                          PIC X(10).

      *----------------------------------------------------------------*
      *    FL01940A - MIRROR OF THE FACILITY RECORD READ BY            *
      *    CA416M00.  THE LAYOUTS MUST STAY IN STEP.                   *
      *----------------------------------------------------------------*
       FD  FL01940A-FILE
           RECORDING MODE IS F.
       01  FL01940A-RECORD.
           05  FACILITY-KEY-FL                 PIC X(09).
           05  CUSTOMER-NBR-FL                 PIC X(09).
           05  FACILITY-LIMIT-FL               PIC S9(09)V99 COMP-3.
           05  DRAWN-AMT-FL                    PIC S9(09)V99 COMP-3.
           05  FACILITY-STATUS-FL              PIC X(01).
               88  ACTIVE-FACILITY-FL              VALUE 'A'.
           05  FILLER                          PIC X(49).

      *    MIRROR OF THE GU0003M0 HOLIDAY MASTER.
       FD  HOLMSTR-FILE
           RECORDING MODE IS F.
       01  HOLMSTR-RECORD.
           05  HOLIDAY-DATE-HM                 PIC 9(08).
           05  HOLIDAY-DESC-HM                 PIC X(30).
           05  HOLIDAY-REGION-HM               PIC X(03).
               88  NATIONAL-HOLIDAY-HM             VALUE 'NAT' '   '.
           05  FILLER                          PIC X(39).

       FD  DEFILE-FILE
           RECORDING MODE IS F.
       01  DEFILE-RECORD                       PIC X(120).

       FD  COLLREG-FILE
           RECORDING MODE IS F.
       01  COLLREG-LINE                        PIC X(132).

       WORKING-STORAGE SECTION.
      *================================================================*

       77  HIGH-KEY-CONST                      PIC X(09)
                                                   VALUE HIGH-VALUES.
       77  MAX-CATCH-UP                        PIC 9(02) VALUE 12.

       01  CA420-SWITCHES.
           05  PARM-EOF-SW                     PIC X(01) VALUE 'N'.
               88  PARM-EOF                        VALUE 'Y'.
           05  REPAYSCH-EOF-SW                 PIC X(01) VALUE 'N'.
               88  REPAYSCH-EOF                    VALUE 'Y'.
           05  FL01940A-EOF-SW                 PIC X(01) VALUE 'N'.
               88  FL01940A-EOF                    VALUE 'Y'.
           05  HOLMSTR-EOF-SW                  PIC X(01) VALUE 'N'.
               88  HOLMSTR-EOF                     VALUE 'Y'.
           05  BUSINESS-DAY-SW                 PIC X(01) VALUE 'N'.
               88  IS-BUSINESS-DAY                 VALUE 'Y'.
           05  HOLIDAY-FOUND-SW                PIC X(01) VALUE 'N'.
               88  HOLIDAY-FOUND                   VALUE 'Y'.

       01  CA420-CONTROL-COUNTS.
           05  SCHED-READ-CNT                  PIC S9(07) COMP-3
                                                   VALUE +0.
           05  SCHED-WRITTEN-CNT               PIC S9(07) COMP-3
                                                   VALUE +0.
           05  NOT-DUE-CNT                     PIC S9(07) COMP-3
                                                   VALUE +0.
           05  STOPPED-CNT                     PIC S9(07) COMP-3
                                                   VALUE +0.
           05  INVALID-CNT                     PIC S9(07) COMP-3
                                                   VALUE +0.
           05  COLLECTED-CNT                   PIC S9(07) COMP-3
                                                   VALUE +0.
           05  INSTALMENT-CNT                  PIC S9(07) COMP-3
                                                   VALUE +0.
           05  CAPPED-CNT                      PIC S9(07) COMP-3
                                                   VALUE +0.
           05  SKIPPED-CNT                     PIC S9(07) COMP-3
                                                   VALUE +0.
           05  DETAIL-RECORD-CNT               PIC S9(07) COMP-3
                                                   VALUE +0.
           05  TOTAL-DEBIT-AMT                 PIC S9(09)V99 COMP-3
                                                   VALUE +0.

       01  CA420-WORK-FIELDS.
           05  RUN-DATE-GV                     PIC 9(08).
           05  RUN-DATE-R REDEFINES RUN-DATE-GV.
               10  RUN-CC-GV                   PIC 9(02).
               10  RUN-YY-GV                   PIC 9(02).
               10  RUN-MM-GV                   PIC 9(02).
               10  RUN-DD-GV                   PIC 9(02).
           05  FL-KEY-GV                       PIC X(09).
           05  NOMINAL-DATE-GV                 PIC 9(08).
           05  ROLLED-DATE-GV                  PIC 9(08).
           05  FIRST-ROLLED-GV                 PIC 9(08).
           05  INSTAL-TAKEN-GV                 PIC 9(02).
           05  COLLECT-AMT-GV                  PIC S9(09)V99 COMP-3.
           05  DUE-DAY-GV                      PIC 9(02).
           05  MONTH-LEN-GV                    PIC 9(02).
           05  CAL-DATE-GV                     PIC 9(08).
           05  CAL-DATE-R REDEFINES CAL-DATE-GV.
               10  CAL-YY-GV                   PIC 9(04).
               10  CAL-MM-GV                   PIC 9(02).
               10  CAL-DD-GV                   PIC 9(02).
           05  HOL-X                           PIC S9(04) COMP.
           05  ZELLER-YY                       PIC S9(05) COMP-3.
           05  ZELLER-MM                       PIC S9(03) COMP-3.
           05  ZELLER-WORK                     PIC S9(09) COMP-3.
           05  ZELLER-TERM                     PIC S9(07) COMP-3.
           05  DAY-OF-WEEK-GV                  PIC 9(01).
      *        0 = SATURDAY, 1 = SUNDAY, 2 = MONDAY ... 6 = FRIDAY
           05  FEB-DAYS-GV                     PIC 9(02).

      *----------------------------------------------------------------*
      *    DAYS PER MONTH - FEBRUARY IS RESOLVED AT RUN TIME.          *
      *----------------------------------------------------------------*
       01  MONTH-DAYS-DATA                     PIC X(24) VALUE
             '312831303130313130313031'.
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-DATA.
           05  MONTH-DAYS-GV OCCURS 12 TIMES   PIC 9(02).

      *----------------------------------------------------------------*
      *    NATIONAL HOLIDAY DATES LOADED FROM THE HOLIDAY MASTER.      *
      *----------------------------------------------------------------*
       01  HOLIDAY-TABLE-CTRS.
           05  HOLIDAY-LOADED-CNT              PIC S9(04) COMP
                                                   VALUE +0.
       01  HOLIDAY-DATE-TABLE.
           05  HOLIDAY-DATE-GV OCCURS 200 TIMES
                                               PIC 9(08).

      *----------------------------------------------------------------*
      *    DIRECT ENTRY RECORDS - 120 BYTES EACH.                      *
      *----------------------------------------------------------------*
       01  DE-DESCRIPTIVE-RECORD.
           05  DE0-RECORD-TYPE                 PIC X(01)  VALUE '0'.
           05  FILLER                          PIC X(17)  VALUE SPACES.
           05  DE0-REEL-SEQ                    PIC 9(02)  VALUE 01.
           05  DE0-BANK-ABBREV                 PIC X(03).
           05  FILLER                          PIC X(07)  VALUE SPACES.
           05  DE0-USER-NAME                   PIC X(26).
           05  DE0-USER-ID                     PIC 9(06).
           05  DE0-DESCRIPTION                 PIC X(12).
           05  DE0-PROCESS-DATE.
               10  DE0-PROCESS-DD              PIC 9(02).
               10  DE0-PROCESS-MM              PIC 9(02).
               10  DE0-PROCESS-YY              PIC 9(02).
           05  FILLER                          PIC X(40)  VALUE SPACES.

       01  DE-DETAIL-RECORD.
           05  DE1-RECORD-TYPE                 PIC X(01)  VALUE '1'.
           05  DE1-BSB.
               10  DE1-BSB-STATE               PIC 9(03).
               10  FILLER                      PIC X(01)  VALUE '-'.
               10  DE1-BSB-BRANCH              PIC 9(03).
           05  DE1-ACCOUNT                     PIC X(09).
           05  DE1-INDICATOR                   PIC X(01)  VALUE SPACE.
           05  DE1-TRAN-CODE                   PIC 9(02).
           05  DE1-AMOUNT                      PIC 9(08)V99.
           05  DE1-ACCOUNT-TITLE               PIC X(32).
           05  DE1-LODGEMENT-REF.
               10  DE1-REF-FACILITY            PIC X(09).
               10  DE1-REF-DATE                PIC 9(08).
               10  FILLER                      PIC X(01)  VALUE SPACE.
           05  DE1-TRACE-BSB.
               10  DE1-TRACE-STATE             PIC 9(03).
               10  FILLER                      PIC X(01)  VALUE '-'.
               10  DE1-TRACE-BRANCH            PIC 9(03).
           05  DE1-TRACE-ACCOUNT               PIC X(09).
           05  DE1-REMITTER                    PIC X(16).
           05  DE1-WITHHOLDING                 PIC 9(08)  VALUE ZERO.

       01  DE-TOTAL-RECORD.
           05  DE7-RECORD-TYPE                 PIC X(01)  VALUE '7'.
           05  DE7-BSB-FILLER                  PIC X(07)  VALUE
                 '999-999'.
           05  FILLER                          PIC X(12)  VALUE SPACES.
           05  DE7-NET-TOTAL                   PIC 9(08)V99.
           05  DE7-CREDIT-TOTAL                PIC 9(08)V99.
           05  DE7-DEBIT-TOTAL                 PIC 9(08)V99.
           05  FILLER                          PIC X(24)  VALUE SPACES.
           05  DE7-RECORD-COUNT                PIC 9(06).
           05  FILLER                          PIC X(40)  VALUE SPACES.

       01  BSB-WORK-GV                         PIC 9(06).
       01  BSB-WORK-R REDEFINES BSB-WORK-GV.
           05  BSB-STATE-GV                    PIC 9(03).
           05  BSB-BRANCH-GV                   PIC 9(03).

      *----------------------------------------------------------------*
      *    COLLECTION REGISTER LAYOUTS.                                *
      *----------------------------------------------------------------*
       01  REG-HEADING-1.
           05  FILLER                          PIC X(44)  VALUE
                 'CA420M00 - FL REPAYMENT COLLECTION REGISTER '.
           05  REG-HDG-DATE                    PIC 9(08).
           05  FILLER                          PIC X(80)  VALUE SPACES.

       01  REG-HEADING-2.
           05  FILLER                          PIC X(11)  VALUE
                 'FACILITY   '.
           05  FILLER                          PIC X(11)  VALUE
                 'CUSTOMER   '.
           05  FILLER                          PIC X(05)  VALUE
                 'FREQ '.
           05  FILLER                          PIC X(10)  VALUE
                 'DUE       '.
           05  FILLER                          PIC X(10)  VALUE
                 'ROLLED TO '.
           05  FILLER                          PIC X(09)  VALUE
                 'BSB      '.
           05  FILLER                          PIC X(11)  VALUE
                 'ACCOUNT    '.
           05  FILLER                          PIC X(15)  VALUE
                 '       AMOUNT  '.
           05  FILLER                          PIC X(05)  VALUE
                 'INS  '.
           05  FILLER                          PIC X(45)  VALUE
                 'NOTE'.

       01  REG-DETAIL-LINE.
           05  REG-DET-FACILITY                PIC X(09).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  REG-DET-CUSTOMER                PIC X(09).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  REG-DET-FREQ                    PIC X(01).
           05  FILLER                          PIC X(04)  VALUE SPACES.
           05  REG-DET-DUE                     PIC 9(08).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  REG-DET-COLLECT                 PIC 9(08).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  REG-DET-BSB                     PIC X(07).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  REG-DET-ACCOUNT                 PIC X(09).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  REG-DET-AMOUNT                  PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  REG-DET-INSTAL                  PIC ZZ9.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  REG-DET-NOTE                    PIC X(30).
           05  FILLER                          PIC X(15)  VALUE SPACES.

       01  REG-TOTAL-LINE.
           05  REG-TOT-DESC                    PIC X(27).
           05  REG-TOT-AMOUNT                  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(91)  VALUE SPACES.

       01  REG-COUNT-LINE.
           05  REG-COUNT-DESC                  PIC X(27).
           05  REG-COUNT-VALUE                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                          PIC X(94)  VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================*

      ******************************************************************
      *                                                                *
      *    0000-MAINLINE                                               *
      *                                                                *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-LOAD-HOLIDAY-TABLE
           PERFORM 2000-PROCESS-SCHEDULE THRU 2000-EXIT
                   UNTIL REPAYSCH-EOF
           PERFORM 4000-WRITE-FILE-TOTAL
           PERFORM 5000-WRITE-CONTROL-TOTALS
           PERFORM 9000-TERMINATE
           GOBACK
           .

      ******************************************************************
      *                                                                *
      *    1000-INITIALIZE                                             *
      *                                                                *
      *    NO USABLE PARAMETER CARD MEANS NO VALID DEBIT FILE CAN BE   *
      *    BUILT - THE RUN ENDS WITH RC 8 BEFORE ANYTHING IS WRITTEN   *
      *    SO THE SCHEDULER HOLDS THE LODGEMENT.                       *
      *                                                                *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  PARMCARD-FILE
                       REPAYSCH-FILE
                       FL01940A-FILE
           OPEN OUTPUT SCHNEW-FILE
                       DEFILE-FILE
                       COLLREG-FILE
           ACCEPT RUN-DATE-GV FROM DATE YYYYMMDD
           READ PARMCARD-FILE
              AT END SET PARM-EOF TO TRUE
           END-READ
           IF PARM-EOF
              OR PARM-USER-ID NOT NUMERIC
              OR PARM-COLLECT-BSB NOT NUMERIC
              OR PARM-COLLECT-ACCT = SPACES
              DISPLAY 'CA420M00 - NO VALID DIRECT ENTRY PARAMETER '
                      'CARD - NO DEBIT FILE BUILT'
              MOVE 8 TO RETURN-CODE
              PERFORM 9000-TERMINATE
              GOBACK
           END-IF
           MOVE RUN-DATE-GV         TO REG-HDG-DATE
           WRITE COLLREG-LINE FROM REG-HEADING-1
           WRITE COLLREG-LINE FROM REG-HEADING-2
           MOVE PARM-BANK-ABBREV    TO DE0-BANK-ABBREV
           MOVE PARM-USER-NAME      TO DE0-USER-NAME
           MOVE PARM-USER-ID        TO DE0-USER-ID
           MOVE PARM-DESCRIPTION    TO DE0-DESCRIPTION
           MOVE RUN-DD-GV           TO DE0-PROCESS-DD
           MOVE RUN-MM-GV           TO DE0-PROCESS-MM
           MOVE RUN-YY-GV           TO DE0-PROCESS-YY
           WRITE DEFILE-RECORD FROM DE-DESCRIPTIVE-RECORD
           MOVE PARM-COLLECT-BSB    TO BSB-WORK-GV
           MOVE BSB-STATE-GV        TO DE1-TRACE-STATE
           MOVE BSB-BRANCH-GV       TO DE1-TRACE-BRANCH
           MOVE PARM-COLLECT-ACCT   TO DE1-TRACE-ACCOUNT
           MOVE PARM-REMITTER       TO DE1-REMITTER
           PERFORM 8100-READ-SCHEDULE
           PERFORM 8200-READ-FACILITY
           .

      ******************************************************************
      *                                                                *
      *    1200-LOAD-HOLIDAY-TABLE                                     *
      *                                                                *
      *    NATIONAL DATES ONLY - A FACILITY CARRIES NO STATE.  A       *
      *    MISSING HOLIDAY MASTER ONLY COSTS HOLIDAY AWARENESS -       *
      *    WEEKENDS ARE STILL ROLLED.                                  *
      *                                                                *
      ******************************************************************
       1200-LOAD-HOLIDAY-TABLE.
           OPEN INPUT HOLMSTR-FILE
           PERFORM 1250-READ-HOLIDAY
           PERFORM 1275-STORE-HOLIDAY
                   UNTIL HOLMSTR-EOF
                   OR HOLIDAY-LOADED-CNT = 200
           CLOSE HOLMSTR-FILE
           .

       1250-READ-HOLIDAY.
           READ HOLMSTR-FILE
              AT END SET HOLMSTR-EOF TO TRUE
           END-READ
           .

       1275-STORE-HOLIDAY.
           IF NATIONAL-HOLIDAY-HM
              ADD 1 TO HOLIDAY-LOADED-CNT
              MOVE HOLIDAY-DATE-HM
                TO HOLIDAY-DATE-GV(HOLIDAY-LOADED-CNT)
           END-IF
           PERFORM 1250-READ-HOLIDAY
           .

      ******************************************************************
      *                                                                *
      *    2000-PROCESS-SCHEDULE                                       *
      *                                                                *
      *    TAKE EVERY INSTALMENT WHOSE ROLLED DUE DATE HAS ARRIVED,    *
      *    THEN COLLECT THEM AS ONE DEBIT IF THE FACILITY ALLOWS IT.   *
      *                                                                *
      ******************************************************************
       2000-PROCESS-SCHEDULE.
           MOVE REPAYSCH-RECORD     TO SCHNEW-RECORD
           PERFORM 2100-FIND-FACILITY
           IF NOT ACTIVE-SCHEDULE-SO
              ADD 1 TO STOPPED-CNT
              GO TO 2000-WRITE
           END-IF
           MOVE RPS-NEXT-DUE-DATE-SO TO CAL-DATE-GV
           IF NOT VALID-FREQUENCY-SO
              OR CAL-DATE-GV NOT NUMERIC
              OR CAL-MM-GV < 1 OR CAL-MM-GV > 12
              OR CAL-DD-GV < 1 OR CAL-DD-GV > 31
              ADD 1 TO INVALID-CNT
              MOVE ZERO             TO COLLECT-AMT-GV
                                       INSTAL-TAKEN-GV
                                       ROLLED-DATE-GV
              MOVE 'INVALID SCHEDULE - HELD'
                                    TO REG-DET-NOTE
              PERFORM 3500-WRITE-REGISTER-LINE
              GO TO 2000-WRITE
           END-IF
           PERFORM 7000-ROLL-TO-BUSINESS-DAY
           IF CAL-DATE-GV > RUN-DATE-GV
              ADD 1 TO NOT-DUE-CNT
              GO TO 2000-WRITE
           END-IF
           MOVE CAL-DATE-GV         TO FIRST-ROLLED-GV
                                       ROLLED-DATE-GV
           MOVE RPS-NEXT-DUE-DATE-SO TO NOMINAL-DATE-GV
           MOVE RPS-DUE-DAY-SO      TO DUE-DAY-GV
           IF DUE-DAY-GV NOT NUMERIC
              OR DUE-DAY-GV = ZERO
              MOVE CAL-DD-GV        TO DUE-DAY-GV
           END-IF
           MOVE ZERO                TO INSTAL-TAKEN-GV
                                       COLLECT-AMT-GV
           PERFORM 2200-TAKE-INSTALMENT
                   UNTIL ROLLED-DATE-GV > RUN-DATE-GV
                   OR INSTAL-TAKEN-GV = MAX-CATCH-UP
           MOVE NOMINAL-DATE-GV     TO RPS-NEXT-DUE-DATE-SN
           MOVE FIRST-ROLLED-GV     TO ROLLED-DATE-GV
           PERFORM 3000-COLLECT
           .
       2000-WRITE.
           WRITE SCHNEW-RECORD
           ADD 1 TO SCHED-WRITTEN-CNT
           .
       2000-NEXT.
           PERFORM 8100-READ-SCHEDULE
           .
       2000-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *    2100-FIND-FACILITY                                          *
      *                                                                *
      ******************************************************************
       2100-FIND-FACILITY.
           PERFORM 8200-READ-FACILITY
                   UNTIL FL-KEY-GV NOT < RPS-FACILITY-KEY-SO
           .

      ******************************************************************
      *                                                                *
      *    2200-TAKE-INSTALMENT                                        *
      *                                                                *
      *    TAKE THE INSTALMENT ON NOMINAL-DATE-GV, MOVE THE NOMINAL    *
      *    DATE ON BY THE FREQUENCY AND ROLL IT FOR THE NEXT TEST.     *
      *                                                                *
      ******************************************************************
       2200-TAKE-INSTALMENT.
           ADD 1                    TO INSTAL-TAKEN-GV
           ADD RPS-INSTALMENT-AMT-SO
                                    TO COLLECT-AMT-GV
           MOVE NOMINAL-DATE-GV     TO CAL-DATE-GV
           EVALUATE TRUE
              WHEN WEEKLY-REPAY-SO
                 PERFORM 7150-NEXT-CALENDAR-DAY 7 TIMES
              WHEN FNIGHT-REPAY-SO
                 PERFORM 7150-NEXT-CALENDAR-DAY 14 TIMES
              WHEN OTHER
                 PERFORM 7170-NEXT-MONTH-DUE-DAY
           END-EVALUATE
           MOVE CAL-DATE-GV         TO NOMINAL-DATE-GV
           PERFORM 7000-ROLL-TO-BUSINESS-DAY
           MOVE CAL-DATE-GV         TO ROLLED-DATE-GV
           .

      ******************************************************************
      *                                                                *
      *    3000-COLLECT                                                *
      *                                                                *
      *    THE INSTALMENTS TAKEN ARE DEBITED ONLY FROM AN ACTIVE       *
      *    FACILITY, AND CAPPED AT WHAT IS DRAWN.  THE SCHEDULE        *
      *    MOVES ON EITHER WAY.                                        *
      *                                                                *
      ******************************************************************
       3000-COLLECT.
           ADD INSTAL-TAKEN-GV      TO INSTALMENT-CNT
           EVALUATE TRUE
              WHEN FL-KEY-GV NOT = RPS-FACILITY-KEY-SO
                 ADD 1 TO SKIPPED-CNT
                 MOVE 'NO FACILITY - NOT COLLECTED'
                                    TO REG-DET-NOTE
              WHEN NOT ACTIVE-FACILITY-FL
                 ADD 1 TO SKIPPED-CNT
                 MOVE 'FACILITY NOT ACTIVE - SKIPPED'
                                    TO REG-DET-NOTE
              WHEN DRAWN-AMT-FL NOT > ZERO
                 ADD 1 TO SKIPPED-CNT
                 MOVE 'NOTHING DRAWN - SKIPPED'
                                    TO REG-DET-NOTE
              WHEN OTHER
                 IF COLLECT-AMT-GV > DRAWN-AMT-FL
                    MOVE DRAWN-AMT-FL TO COLLECT-AMT-GV
                    ADD 1 TO CAPPED-CNT
                    MOVE 'CAPPED AT DRAWN BALANCE'
                                    TO REG-DET-NOTE
                 ELSE
                    IF INSTAL-TAKEN-GV > 1
                       MOVE 'CATCH-UP - MISSED RUN'
                                    TO REG-DET-NOTE
                    ELSE
                       MOVE 'COLLECTED'
                                    TO REG-DET-NOTE
                    END-IF
                 END-IF
                 PERFORM 3100-WRITE-DEBIT
                 MOVE RUN-DATE-GV   TO RPS-LAST-COLLECT-DATE-SN
           END-EVALUATE
           PERFORM 3500-WRITE-REGISTER-LINE
           .

      ******************************************************************
      *                                                                *
      *    3100-WRITE-DEBIT                                            *
      *                                                                *
      ******************************************************************
       3100-WRITE-DEBIT.
           IF RPS-DEBIT-BSB-SO NUMERIC
              AND RPS-DEBIT-BSB-SO > ZERO
              MOVE RPS-DEBIT-BSB-SO TO BSB-WORK-GV
           ELSE
              MOVE PARM-COLLECT-BSB TO BSB-WORK-GV
           END-IF
           MOVE BSB-STATE-GV        TO DE1-BSB-STATE
           MOVE BSB-BRANCH-GV       TO DE1-BSB-BRANCH
           MOVE RPS-DEBIT-ACCT-SO   TO DE1-ACCOUNT
           MOVE 13                  TO DE1-TRAN-CODE
           MOVE COLLECT-AMT-GV      TO DE1-AMOUNT
           MOVE RPS-ACCOUNT-NAME-SO TO DE1-ACCOUNT-TITLE
           MOVE RPS-FACILITY-KEY-SO TO DE1-REF-FACILITY
           MOVE RUN-DATE-GV         TO DE1-REF-DATE
           WRITE DEFILE-RECORD FROM DE-DETAIL-RECORD
           ADD 1 TO DETAIL-RECORD-CNT
                    COLLECTED-CNT
           ADD COLLECT-AMT-GV       TO TOTAL-DEBIT-AMT
           .

      ******************************************************************
      *                                                                *
      *    3500-WRITE-REGISTER-LINE                                    *
      *                                                                *
      ******************************************************************
       3500-WRITE-REGISTER-LINE.
           MOVE RPS-FACILITY-KEY-SO TO REG-DET-FACILITY
           MOVE RPS-CUSTOMER-NBR-SO TO REG-DET-CUSTOMER
           MOVE RPS-FREQUENCY-SO    TO REG-DET-FREQ
           MOVE RPS-NEXT-DUE-DATE-SO
                                    TO REG-DET-DUE
           MOVE ROLLED-DATE-GV      TO REG-DET-COLLECT
           MOVE DE1-BSB             TO REG-DET-BSB
           MOVE RPS-DEBIT-ACCT-SO   TO REG-DET-ACCOUNT
           IF REG-DET-NOTE(1:9) = 'COLLECTED'
              OR REG-DET-NOTE(1:8) = 'CATCH-UP'
              OR REG-DET-NOTE(1:6) = 'CAPPED'
              MOVE COLLECT-AMT-GV   TO REG-DET-AMOUNT
           ELSE
              MOVE ZERO             TO REG-DET-AMOUNT
              MOVE SPACES           TO REG-DET-BSB
           END-IF
           MOVE INSTAL-TAKEN-GV     TO REG-DET-INSTAL
           WRITE COLLREG-LINE FROM REG-DETAIL-LINE
           .

      ******************************************************************
      *                                                                *
      *    4000-WRITE-FILE-TOTAL                                       *
      *                                                                *
      *    THE BALANCING CREDIT TO THE COLLECTIONS ACCOUNT BRINGS THE  *
      *    FILE NET TOTAL TO ZERO, THEN THE FILE TOTAL RECORD.         *
      *                                                                *
      ******************************************************************
       4000-WRITE-FILE-TOTAL.
           MOVE DE1-TRACE-STATE     TO DE1-BSB-STATE
           MOVE DE1-TRACE-BRANCH    TO DE1-BSB-BRANCH
           MOVE DE1-TRACE-ACCOUNT   TO DE1-ACCOUNT
           MOVE 50                  TO DE1-TRAN-CODE
           MOVE TOTAL-DEBIT-AMT     TO DE1-AMOUNT
           MOVE PARM-USER-NAME      TO DE1-ACCOUNT-TITLE
           MOVE SPACES              TO DE1-REF-FACILITY
           MOVE RUN-DATE-GV         TO DE1-REF-DATE
           WRITE DEFILE-RECORD FROM DE-DETAIL-RECORD
           ADD 1 TO DETAIL-RECORD-CNT
           MOVE ZERO                TO DE7-NET-TOTAL
           MOVE TOTAL-DEBIT-AMT     TO DE7-CREDIT-TOTAL
                                       DE7-DEBIT-TOTAL
           MOVE DETAIL-RECORD-CNT   TO DE7-RECORD-COUNT
           WRITE DEFILE-RECORD FROM DE-TOTAL-RECORD
           .

      ******************************************************************
      *                                                                *
      *    5000-WRITE-CONTROL-TOTALS                                   *
      *                                                                *
      ******************************************************************
       5000-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO COLLREG-LINE
           WRITE COLLREG-LINE
           MOVE 'SCHEDULES READ           : '
                                    TO REG-COUNT-DESC
           MOVE SCHED-READ-CNT      TO REG-COUNT-VALUE
           WRITE COLLREG-LINE FROM REG-COUNT-LINE
           MOVE 'NOT YET DUE              : '
                                    TO REG-COUNT-DESC
           MOVE NOT-DUE-CNT         TO REG-COUNT-VALUE
           WRITE COLLREG-LINE FROM REG-COUNT-LINE
           MOVE 'STOPPED SCHEDULES        : '
                                    TO REG-COUNT-DESC
           MOVE STOPPED-CNT         TO REG-COUNT-VALUE
           WRITE COLLREG-LINE FROM REG-COUNT-LINE
           MOVE 'INVALID SCHEDULES HELD   : '
                                    TO REG-COUNT-DESC
           MOVE INVALID-CNT         TO REG-COUNT-VALUE
           WRITE COLLREG-LINE FROM REG-COUNT-LINE
           MOVE 'INSTALMENTS DUE          : '
                                    TO REG-COUNT-DESC
           MOVE INSTALMENT-CNT      TO REG-COUNT-VALUE
           WRITE COLLREG-LINE FROM REG-COUNT-LINE
           MOVE 'DEBITS RAISED            : '
                                    TO REG-COUNT-DESC
           MOVE COLLECTED-CNT       TO REG-COUNT-VALUE
           WRITE COLLREG-LINE FROM REG-COUNT-LINE
           MOVE 'CAPPED AT DRAWN BALANCE  : '
                                    TO REG-COUNT-DESC
           MOVE CAPPED-CNT          TO REG-COUNT-VALUE
           WRITE COLLREG-LINE FROM REG-COUNT-LINE
           MOVE 'DUE BUT NOT COLLECTED    : '
                                    TO REG-COUNT-DESC
           MOVE SKIPPED-CNT         TO REG-COUNT-VALUE
           WRITE COLLREG-LINE FROM REG-COUNT-LINE
           MOVE 'SCHEDULES WRITTEN        : '
                                    TO REG-COUNT-DESC
           MOVE SCHED-WRITTEN-CNT   TO REG-COUNT-VALUE
           WRITE COLLREG-LINE FROM REG-COUNT-LINE
           MOVE 'DE DETAIL RECORDS        : '
                                    TO REG-COUNT-DESC
           MOVE DETAIL-RECORD-CNT   TO REG-COUNT-VALUE
           WRITE COLLREG-LINE FROM REG-COUNT-LINE
           MOVE 'TOTAL DEBITS             : '
                                    TO REG-TOT-DESC
           MOVE TOTAL-DEBIT-AMT     TO REG-TOT-AMOUNT
           WRITE COLLREG-LINE FROM REG-TOTAL-LINE
           MOVE 'BALANCING CREDIT         : '
                                    TO REG-TOT-DESC
           MOVE TOTAL-DEBIT-AMT     TO REG-TOT-AMOUNT
           WRITE COLLREG-LINE FROM REG-TOTAL-LINE
           .

      ******************************************************************
      *                                                                *
      *    7000-ROLL-TO-BUSINESS-DAY                                   *
      *                                                                *
      *    MOVE CAL-DATE-GV FORWARD TO THE FIRST DAY THAT IS NOT A     *
      *    SATURDAY, SUNDAY OR NATIONAL HOLIDAY.                       *
      *                                                                *
      ******************************************************************
       7000-ROLL-TO-BUSINESS-DAY.
           PERFORM 7200-CHECK-BUSINESS-DAY
           PERFORM 7100-ROLL-ONE-DAY
                   UNTIL IS-BUSINESS-DAY
           .

       7100-ROLL-ONE-DAY.
           PERFORM 7150-NEXT-CALENDAR-DAY
           PERFORM 7200-CHECK-BUSINESS-DAY
           .

      ******************************************************************
      *                                                                *
      *    7150-NEXT-CALENDAR-DAY                                      *
      *                                                                *
      ******************************************************************
       7150-NEXT-CALENDAR-DAY.
           PERFORM 7160-SET-MONTH-LENGTH
           IF CAL-DD-GV < MONTH-LEN-GV
              ADD 1 TO CAL-DD-GV
           ELSE
              MOVE 1 TO CAL-DD-GV
              IF CAL-MM-GV = 12
                 MOVE 1 TO CAL-MM-GV
                 ADD 1 TO CAL-YY-GV
              ELSE
                 ADD 1 TO CAL-MM-GV
              END-IF
           END-IF
           .

       7160-SET-MONTH-LENGTH.
           IF CAL-MM-GV = 2
              PERFORM 7180-FEBRUARY-DAYS
              MOVE FEB-DAYS-GV      TO MONTH-LEN-GV
           ELSE
              MOVE MONTH-DAYS-GV(CAL-MM-GV)
                                    TO MONTH-LEN-GV
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    7170-NEXT-MONTH-DUE-DAY                                     *
      *                                                                *
      *    SAME DUE DAY NEXT MONTH, HELD TO THE LAST DAY OF A SHORT    *
      *    MONTH (A 31ST SCHEDULE FALLS ON 30 APRIL, THEN 31 MAY).     *
      *                                                                *
      ******************************************************************
       7170-NEXT-MONTH-DUE-DAY.
           IF CAL-MM-GV = 12
              MOVE 1 TO CAL-MM-GV
              ADD 1 TO CAL-YY-GV
           ELSE
              ADD 1 TO CAL-MM-GV
           END-IF
           PERFORM 7160-SET-MONTH-LENGTH
           IF DUE-DAY-GV > MONTH-LEN-GV
              MOVE MONTH-LEN-GV     TO CAL-DD-GV
           ELSE
              MOVE DUE-DAY-GV       TO CAL-DD-GV
           END-IF
           .

       7180-FEBRUARY-DAYS.
           MOVE 28 TO FEB-DAYS-GV
           DIVIDE CAL-YY-GV BY 4
                  GIVING ZELLER-WORK
                  REMAINDER ZELLER-MM
           IF ZELLER-MM = ZERO
              MOVE 29 TO FEB-DAYS-GV
              DIVIDE CAL-YY-GV BY 100
                     GIVING ZELLER-WORK
                     REMAINDER ZELLER-MM
              IF ZELLER-MM = ZERO
                 MOVE 28 TO FEB-DAYS-GV
                 DIVIDE CAL-YY-GV BY 400
                        GIVING ZELLER-WORK
                        REMAINDER ZELLER-MM
                 IF ZELLER-MM = ZERO
                    MOVE 29 TO FEB-DAYS-GV
                 END-IF
              END-IF
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    7200-CHECK-BUSINESS-DAY                                     *
      *                                                                *
      *    ZELLER DAY-OF-WEEK: 0 = SATURDAY, 1 = SUNDAY.  A WEEKDAY    *
      *    NOT ON THE HOLIDAY TABLE IS A BUSINESS DAY.                 *
      *                                                                *
      ******************************************************************
       7200-CHECK-BUSINESS-DAY.
           MOVE 'N' TO BUSINESS-DAY-SW
           MOVE CAL-YY-GV TO ZELLER-YY
           MOVE CAL-MM-GV TO ZELLER-MM
           IF ZELLER-MM < 3
              ADD 12 TO ZELLER-MM
              SUBTRACT 1 FROM ZELLER-YY
           END-IF
      *    EACH QUOTIENT IS TRUNCATED ON ITS OWN BEFORE IT IS SUMMED.
           COMPUTE ZELLER-TERM = (13 * (ZELLER-MM + 1)) / 5
           COMPUTE ZELLER-WORK = CAL-DD-GV + ZELLER-TERM + ZELLER-YY
           COMPUTE ZELLER-TERM = ZELLER-YY / 4
           ADD ZELLER-TERM          TO ZELLER-WORK
           COMPUTE ZELLER-TERM = ZELLER-YY / 100
           SUBTRACT ZELLER-TERM     FROM ZELLER-WORK
           COMPUTE ZELLER-TERM = ZELLER-YY / 400
           ADD ZELLER-TERM          TO ZELLER-WORK
           DIVIDE ZELLER-WORK BY 7
                  GIVING ZELLER-YY
                  REMAINDER ZELLER-WORK
           MOVE ZELLER-WORK TO DAY-OF-WEEK-GV
           IF DAY-OF-WEEK-GV > 1
              PERFORM 7300-CHECK-HOLIDAY-TABLE
              IF NOT HOLIDAY-FOUND
                 SET IS-BUSINESS-DAY TO TRUE
              END-IF
           END-IF
           .

       7300-CHECK-HOLIDAY-TABLE.
           MOVE 'N' TO HOLIDAY-FOUND-SW
           MOVE 1   TO HOL-X
           PERFORM 7350-MATCH-HOLIDAY
                   UNTIL HOL-X > HOLIDAY-LOADED-CNT
                   OR HOLIDAY-FOUND
           .

       7350-MATCH-HOLIDAY.
           IF HOLIDAY-DATE-GV(HOL-X) = CAL-DATE-GV
              SET HOLIDAY-FOUND TO TRUE
           ELSE
              ADD 1 TO HOL-X
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    8100-READ-SCHEDULE                                          *
      *                                                                *
      ******************************************************************
       8100-READ-SCHEDULE.
           READ REPAYSCH-FILE
              AT END SET REPAYSCH-EOF TO TRUE
           END-READ
           IF NOT REPAYSCH-EOF
              ADD 1 TO SCHED-READ-CNT
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    8200-READ-FACILITY                                          *
      *                                                                *
      ******************************************************************
       8200-READ-FACILITY.
           READ FL01940A-FILE
              AT END SET FL01940A-EOF TO TRUE
           END-READ
           IF FL01940A-EOF
              MOVE HIGH-VALUES      TO FL-KEY-GV
           ELSE
              MOVE FACILITY-KEY-FL  TO FL-KEY-GV
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    9000-TERMINATE                                              *
      *                                                                *
      ******************************************************************
       9000-TERMINATE.
           CLOSE PARMCARD-FILE
                 REPAYSCH-FILE
                 FL01940A-FILE
                 SCHNEW-FILE
                 DEFILE-FILE
                 COLLREG-FILE
           .
