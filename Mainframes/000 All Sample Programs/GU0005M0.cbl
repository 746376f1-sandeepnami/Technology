       IDENTIFICATION DIVISION.
      *================================================================*
       PROGRAM-ID.    GU0005M0.
       AUTHOR.        COMMON USE MODULES TEAM.
       INSTALLATION.  HOST SYSTEMS - GENERAL UTILITIES.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
      *================================================================*
      *                                                                *
      *    GU0005M0 - HOLIDAY CHANGE DERIVED-DATE IMPACT REPORT        *
      *                                                                *
      *    RUNS AFTER GU0003M0.  A HOLIDAY ADDED LATE (A ONE-OFF       *
      *    PUBLIC HOLIDAY) LEAVES DATES ALREADY DERIVED AGAINST THE    *
      *    OLD CALENDAR SITTING ON A DAY THAT IS NO LONGER A           *
      *    BUSINESS DAY.  EVERY APPLIED CHANGE ON HOLCHG IS LISTED,    *
      *    THEN THE DERIVED-DATE FILES ARE SCANNED FOR A DATE ON AN    *
      *    ADDED HOLIDAY IN THE ACCOUNT'S REGION:                      *
      *                                                                *
      *        MATEXTR   TD MATURITY DATE                              *
      *        PENDFUND  EXPECTED DEPOSIT VALUE DATE (OPEN DATE        *
      *                  WHEN NO VALUE DATE IS HELD, AS AF0470M0)      *
      *        CYCLOAD   STATEMENT CYCLE DATE - THE CYCLE CODE IS      *
      *                  THE JULIAN DATE YYDDD                         *
      *                                                                *
      *    EACH HIT IS LISTED WITH ITS OLD DATE AND THE DATE ROLLED    *
      *    FORWARD TO THE NEXT BUSINESS DAY ON THE NEW CALENDAR        *
      *    (NEWHOL, READ HERE AS HOLMSTR) - NOT A SATURDAY, SUNDAY,    *
      *    NATIONAL HOLIDAY OR HOLIDAY OF THE ACCOUNT'S OWN STATE.     *
      *    THE REGION COMES FROM THE SECOND DIGIT OF THE BSB THAT      *
      *    OPENS THE ACCOUNT NUMBER, AS AF0001M0 DERIVES IT; A CYCLE   *
      *    IS SHARED ACROSS STATES AND TAKES THE NATIONAL CALENDAR.    *
      *    THE REPORT IS THE CORRECTION LIST - NO FILE IS UPDATED.     *
      *                                                                *
      *    A DELETED HOLIDAY IS LISTED WITH THE CHANGES BUT RAISES     *
      *    NO CORRECTION - A DATE ROLLED OVER IT IS LATE, BUT STILL    *
      *    ON A BUSINESS DAY.                                          *
      *                                                                *
      *    RETURN CODES:                                               *
      *        0   NO DERIVED DATE FALLS ON AN ADDED HOLIDAY           *
      *        4   CORRECTIONS LISTED                                  *
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

           SELECT HOLCHG-FILE     ASSIGN TO HOLCHG
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL HOLMSTR-FILE
                  ASSIGN TO HOLMSTR
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL MATEXTR-FILE
                  ASSIGN TO MATEXTR
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL PENDFUND-FILE
                  ASSIGN TO PENDFUND
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CYCLOAD-FILE
                  ASSIGN TO CYCLOAD
                  ORGANIZATION IS SEQUENTIAL.

           SELECT IMPACTRPT-FILE  ASSIGN TO IMPACTRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
      *================================================================*
       FILE SECTION.

      *----------------------------------------------------------------*
      *    HOLCHG - MIRROR OF THE CHANGE RECORD WRITTEN BY GU0003M0    *
      *    - THE TWO LAYOUTS MUST STAY IN STEP.                        *
      *----------------------------------------------------------------*
       FD  HOLCHG-FILE
           RECORDING MODE IS F.
       01  HOLCHG-RECORD.
           05  CHG-ACTION-HC                   PIC X(03).
               88  ADD-ACTION-HC                   VALUE 'ADD'.
           05  CHG-HOLIDAY-DATE-HC             PIC 9(08).
           05  CHG-REGION-HC                   PIC X(03).
           05  CHG-DESC-HC                     PIC X(30).
           05  CHG-USER-HC                     PIC X(08).
           05  CHG-RUN-DATE-HC                 PIC 9(08).
           05  FILLER                          PIC X(20).

      *    MIRROR OF THE GU0003M0 HOLIDAY MASTER.
       FD  HOLMSTR-FILE
           RECORDING MODE IS F.
       01  HOLMSTR-RECORD.
           05  HOLIDAY-DATE-HM                 PIC 9(08).
           05  HOLIDAY-DESC-HM                 PIC X(30).
           05  HOLIDAY-REGION-HM               PIC X(03).
           05  FILLER                          PIC X(39).

      *    MIRROR OF THE AF0480M0 MATURITY EXTRACT.
       FD  MATEXTR-FILE
           RECORDING MODE IS F.
       01  MATEXTR-RECORD.
           05  MAT-ACCOUNT-MX                  PIC X(09).
           05  MAT-CUSTOMER-MX                 PIC X(09).
           05  MAT-PKG-MX                      PIC X(06).
           05  MAT-AMOUNT-MX                   PIC S9(09)V99 COMP-3.
           05  MAT-TERM-MONTHS-MX              PIC S9(03)   COMP-3.
           05  MAT-DATE-MX                     PIC 9(08).
           05  MAT-INSTRUCTION-MX              PIC X(01).
           05  MAT-NOM-ACCT-MX                 PIC X(09).
           05  FILLER                          PIC X(39).

      *    MIRROR OF THE AF0001M0 PENDFUND RECORD.
       FD  PENDFUND-FILE
           RECORDING MODE IS F.
       01  PENDFUND-RECORD.
           05  PEND-ACCOUNT-PF                 PIC X(09).
           05  PEND-CUSTOMER-PF                PIC X(09).
           05  PEND-PKG-TYPE-PF                PIC X(03).
           05  PEND-AMOUNT-PF                  PIC S9(09)V99 COMP-3.
           05  PEND-OPEN-DATE-PF               PIC 9(08).
           05  PEND-VALUE-DATE-PF              PIC 9(08).
           05  PEND-FUND-STATUS-PF             PIC X(01).
           05  FILLER                          PIC X(36).

      *    MIRROR OF THE AF0001M0 STATEMENT CYCLE LOAD REFERENCE.
       FD  CYCLOAD-FILE
           RECORDING MODE IS F.
       01  CYCLOAD-RECORD.
           05  CYCLE-CODE-CL                   PIC 9(05).
           05  CYCLE-CODE-R REDEFINES CYCLE-CODE-CL.
               10  CYCLE-YY-CL                 PIC 9(02).
               10  CYCLE-DDD-CL                PIC 9(03).
           05  CYCLE-LOAD-CL                   PIC 9(09).
           05  FILLER                          PIC X(66).

       FD  IMPACTRPT-FILE
           RECORDING MODE IS F.
       01  IMPACTRPT-LINE                      PIC X(132).

       WORKING-STORAGE SECTION.
      *================================================================*

       01  GU0005M0-SWITCHES.
           05  HOLCHG-EOF-SW                   PIC X(01) VALUE 'N'.
               88  HOLCHG-EOF                      VALUE 'Y'.
           05  HOLMSTR-EOF-SW                  PIC X(01) VALUE 'N'.
               88  HOLMSTR-EOF                     VALUE 'Y'.
           05  MATEXTR-EOF-SW                  PIC X(01) VALUE 'N'.
               88  MATEXTR-EOF                     VALUE 'Y'.
           05  PENDFUND-EOF-SW                 PIC X(01) VALUE 'N'.
               88  PENDFUND-EOF                    VALUE 'Y'.
           05  CYCLOAD-EOF-SW                  PIC X(01) VALUE 'N'.
               88  CYCLOAD-EOF                     VALUE 'Y'.
           05  BUSINESS-DAY-SW                 PIC X(01) VALUE 'N'.
               88  IS-BUSINESS-DAY                 VALUE 'Y'.
           05  HOLIDAY-FOUND-SW                PIC X(01) VALUE 'N'.
               88  HOLIDAY-FOUND                   VALUE 'Y'.
           05  CHANGE-FOUND-SW                 PIC X(01) VALUE 'N'.
               88  CHANGE-FOUND                    VALUE 'Y'.
           05  SCAN-SOURCE-SW                  PIC X(01) VALUE SPACE.
               88  MATURITY-SCAN                   VALUE 'M'.
               88  PENDING-SCAN                    VALUE 'P'.
               88  CYCLE-SCAN                      VALUE 'C'.

       01  GU0005M0-CONTROL-COUNTS.
           05  HOLCHG-READ-CNT                 PIC S9(07) COMP-3
                                                   VALUE +0.
           05  ADDED-HOLIDAY-CNT               PIC S9(07) COMP-3
                                                   VALUE +0.
           05  DELETED-HOLIDAY-CNT             PIC S9(07) COMP-3
                                                   VALUE +0.
           05  MATEXTR-READ-CNT                PIC S9(07) COMP-3
                                                   VALUE +0.
           05  PENDFUND-READ-CNT               PIC S9(07) COMP-3
                                                   VALUE +0.
           05  CYCLOAD-READ-CNT                PIC S9(07) COMP-3
                                                   VALUE +0.
           05  MATURITY-HIT-CNT                PIC S9(07) COMP-3
                                                   VALUE +0.
           05  PENDING-HIT-CNT                 PIC S9(07) COMP-3
                                                   VALUE +0.
           05  CYCLE-HIT-CNT                   PIC S9(07) COMP-3
                                                   VALUE +0.
           05  INVALID-DATE-CNT                PIC S9(07) COMP-3
                                                   VALUE +0.

       01  GU0005M0-WORK-FIELDS.
           05  RUN-DATE-GV                     PIC 9(08).
           05  ACCOUNT-REF-GV                  PIC X(11).
           05  CUSTOMER-REF-GV                 PIC X(11).
           05  ACCOUNT-REGION-GV               PIC X(03).
           05  OLD-DATE-GV                     PIC 9(08).
           05  OLD-DATE-R REDEFINES OLD-DATE-GV.
               10  OLD-YY-GV                   PIC 9(04).
               10  OLD-MM-GV                   PIC 9(02).
               10  OLD-DD-GV                   PIC 9(02).
           05  DAY-OF-YEAR-GV                  PIC 9(03).
           05  LOAD-EDIT-GV                    PIC ZZZ,ZZ9.
           05  MONTH-LEN-GV                    PIC 9(02).
           05  CAL-DATE-GV                     PIC 9(08).
           05  CAL-DATE-R REDEFINES CAL-DATE-GV.
               10  CAL-YY-GV                   PIC 9(04).
               10  CAL-MM-GV                   PIC 9(02).
               10  CAL-DD-GV                   PIC 9(02).
           05  HOL-X                           PIC S9(04) COMP.
           05  CHG-X                           PIC S9(04) COMP.
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
      *    HOLIDAYS ADDED ON THIS CHANGE FILE - THE DAYS A DERIVED     *
      *    DATE MAY NOW BE SITTING ON.                                 *
      *----------------------------------------------------------------*
       01  CHANGE-TABLE-CTRS.
           05  CHANGE-LOADED-CNT               PIC S9(04) COMP
                                                   VALUE +0.
       01  CHANGE-TABLE.
           05  CHANGE-ENTRY OCCURS 100 TIMES.
               10  CHANGE-DATE-GV              PIC 9(08).
               10  CHANGE-REGION-GV            PIC X(03).
               10  CHANGE-DESC-GV              PIC X(30).

      *----------------------------------------------------------------*
      *    THE NEW CALENDAR, EVERY REGION, WITH THE ADDED HOLIDAYS     *
      *    LOADED AS WELL SO A MISSING MASTER STILL ROLLS PAST THEM.   *
      *----------------------------------------------------------------*
       01  HOLIDAY-TABLE-CTRS.
           05  HOLIDAY-LOADED-CNT              PIC S9(04) COMP
                                                   VALUE +0.
       01  HOLIDAY-TABLE.
           05  HOLIDAY-ENTRY OCCURS 600 TIMES.
               10  HOLIDAY-DATE-GV             PIC 9(08).
               10  HOLIDAY-REGION-GV           PIC X(03).

      *----------------------------------------------------------------*
      *    IMPACT REPORT LAYOUTS.                                      *
      *----------------------------------------------------------------*
       01  IMP-HEADING-1.
           05  FILLER                          PIC X(50)  VALUE
                 'GU0005M0 - HOLIDAY CHANGE DERIVED-DATE IMPACT     '.
           05  IMP-HDG-DATE                    PIC 9(08).
           05  FILLER                          PIC X(74)  VALUE SPACES.

       01  IMP-CHANGE-HEADING.
           05  FILLER                          PIC X(40)  VALUE
                 'HOLIDAY CHANGES APPLIED'.
           05  FILLER                          PIC X(92)  VALUE SPACES.

       01  IMP-CHANGE-LINE.
           05  IMP-CHG-ACTION                  PIC X(03).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  IMP-CHG-DATE                    PIC 9(08).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  IMP-CHG-REGION                  PIC X(03).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  IMP-CHG-DESC                    PIC X(30).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  IMP-CHG-USER                    PIC X(08).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  IMP-CHG-NOTE                    PIC X(40).
           05  FILLER                          PIC X(30)  VALUE SPACES.

       01  IMP-HEADING-2.
           05  FILLER                          PIC X(12)  VALUE
                 'SOURCE      '.
           05  FILLER                          PIC X(13)  VALUE
                 'ACCOUNT      '.
           05  FILLER                          PIC X(13)  VALUE
                 'CUSTOMER     '.
           05  FILLER                          PIC X(05)  VALUE
                 'RGN  '.
           05  FILLER                          PIC X(10)  VALUE
                 'OLD DATE  '.
           05  FILLER                          PIC X(10)  VALUE
                 'ROLLED TO '.
           05  FILLER                          PIC X(69)  VALUE
                 'ADDED HOLIDAY'.

       01  IMP-DETAIL-LINE.
           05  IMP-DET-SOURCE                  PIC X(10).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  IMP-DET-ACCOUNT                 PIC X(11).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  IMP-DET-CUSTOMER                PIC X(11).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  IMP-DET-REGION                  PIC X(03).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  IMP-DET-OLD-DATE                PIC 9(08).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  IMP-DET-NEW-DATE                PIC 9(08).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  IMP-DET-HOLIDAY                 PIC X(30).
           05  FILLER                          PIC X(39)  VALUE SPACES.

       01  IMP-COUNT-LINE.
           05  IMP-COUNT-DESC                  PIC X(27).
           05  IMP-COUNT-VALUE                 PIC ZZZ,ZZZ,ZZ9.
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
           PERFORM 1100-LOAD-CHANGES
           PERFORM 1200-LOAD-HOLIDAY-TABLE
           WRITE IMPACTRPT-LINE FROM IMP-HEADING-2
           IF CHANGE-LOADED-CNT > ZERO
              PERFORM 2000-SCAN-MATURITIES
              PERFORM 2200-SCAN-PENDING-FUNDS
              PERFORM 2400-SCAN-STMT-CYCLES
           ELSE
              MOVE SPACES TO IMPACTRPT-LINE
              MOVE 'NO HOLIDAYS ADDED - NO DERIVED DATES TO CORRECT'
                                    TO IMPACTRPT-LINE
              WRITE IMPACTRPT-LINE
           END-IF
           PERFORM 5000-WRITE-CONTROL-COUNTS
           PERFORM 9000-TERMINATE
           GOBACK
           .

      ******************************************************************
      *                                                                *
      *    1000-INITIALIZE                                             *
      *                                                                *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  HOLCHG-FILE
           OPEN OUTPUT IMPACTRPT-FILE
           ACCEPT RUN-DATE-GV FROM DATE YYYYMMDD
           MOVE RUN-DATE-GV         TO IMP-HDG-DATE
           WRITE IMPACTRPT-LINE FROM IMP-HEADING-1
           MOVE SPACES TO IMPACTRPT-LINE
           WRITE IMPACTRPT-LINE
           WRITE IMPACTRPT-LINE FROM IMP-CHANGE-HEADING
           .

      ******************************************************************
      *                                                                *
      *    1100-LOAD-CHANGES                                           *
      *                                                                *
      *    LIST EVERY APPLIED CHANGE AND KEEP THE ADDED HOLIDAYS.      *
      *                                                                *
      ******************************************************************
       1100-LOAD-CHANGES.
           PERFORM 1150-READ-CHANGE
           PERFORM 1175-STORE-CHANGE
                   UNTIL HOLCHG-EOF
           CLOSE HOLCHG-FILE
           MOVE SPACES TO IMPACTRPT-LINE
           WRITE IMPACTRPT-LINE
           .

       1150-READ-CHANGE.
           READ HOLCHG-FILE
              AT END SET HOLCHG-EOF TO TRUE
           END-READ
           IF NOT HOLCHG-EOF
              ADD 1 TO HOLCHG-READ-CNT
           END-IF
           .

       1175-STORE-CHANGE.
           MOVE CHG-ACTION-HC       TO IMP-CHG-ACTION
           MOVE CHG-HOLIDAY-DATE-HC TO IMP-CHG-DATE
           MOVE CHG-REGION-HC       TO IMP-CHG-REGION
           MOVE CHG-DESC-HC         TO IMP-CHG-DESC
           MOVE CHG-USER-HC         TO IMP-CHG-USER
           IF ADD-ACTION-HC
              ADD 1 TO ADDED-HOLIDAY-CNT
              IF CHANGE-LOADED-CNT < 100
                 ADD 1 TO CHANGE-LOADED-CNT
                 MOVE CHG-HOLIDAY-DATE-HC
                   TO CHANGE-DATE-GV(CHANGE-LOADED-CNT)
                 MOVE CHG-REGION-HC
                   TO CHANGE-REGION-GV(CHANGE-LOADED-CNT)
                 MOVE CHG-DESC-HC
                   TO CHANGE-DESC-GV(CHANGE-LOADED-CNT)
                 MOVE 'DERIVED DATES CHECKED'
                                    TO IMP-CHG-NOTE
              ELSE
                 MOVE 'NOT CHECKED - CHANGE TABLE FULL'
                                    TO IMP-CHG-NOTE
                 DISPLAY 'GU0005M0 - CHANGE TABLE FULL - '
                         CHG-HOLIDAY-DATE-HC ' NOT CHECKED'
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              ADD 1 TO DELETED-HOLIDAY-CNT
              MOVE 'REMOVED - NO CORRECTION RAISED'
                                    TO IMP-CHG-NOTE
           END-IF
           WRITE IMPACTRPT-LINE FROM IMP-CHANGE-LINE
           PERFORM 1150-READ-CHANGE
           .

      ******************************************************************
      *                                                                *
      *    1200-LOAD-HOLIDAY-TABLE                                     *
      *                                                                *
      *    THE NEW HOLIDAY MASTER, EVERY REGION, FOLLOWED BY THE       *
      *    ADDED HOLIDAYS THEMSELVES.  A MISSING MASTER ONLY COSTS     *
      *    THE OTHER HOLIDAYS - WEEKENDS ARE STILL ROLLED.             *
      *                                                                *
      ******************************************************************
       1200-LOAD-HOLIDAY-TABLE.
           OPEN INPUT HOLMSTR-FILE
           PERFORM 1250-READ-HOLIDAY
           PERFORM 1275-STORE-HOLIDAY
                   UNTIL HOLMSTR-EOF
                   OR HOLIDAY-LOADED-CNT = 500
           CLOSE HOLMSTR-FILE
           MOVE 1 TO CHG-X
           PERFORM 1290-STORE-ADDED-HOLIDAY
                   UNTIL CHG-X > CHANGE-LOADED-CNT
           .

       1250-READ-HOLIDAY.
           READ HOLMSTR-FILE
              AT END SET HOLMSTR-EOF TO TRUE
           END-READ
           .

       1275-STORE-HOLIDAY.
           ADD 1 TO HOLIDAY-LOADED-CNT
           MOVE HOLIDAY-DATE-HM
             TO HOLIDAY-DATE-GV(HOLIDAY-LOADED-CNT)
           IF HOLIDAY-REGION-HM = SPACES
              MOVE 'NAT'
                TO HOLIDAY-REGION-GV(HOLIDAY-LOADED-CNT)
           ELSE
              MOVE HOLIDAY-REGION-HM
                TO HOLIDAY-REGION-GV(HOLIDAY-LOADED-CNT)
           END-IF
           PERFORM 1250-READ-HOLIDAY
           .

       1290-STORE-ADDED-HOLIDAY.
           ADD 1 TO HOLIDAY-LOADED-CNT
           MOVE CHANGE-DATE-GV(CHG-X)
             TO HOLIDAY-DATE-GV(HOLIDAY-LOADED-CNT)
           MOVE CHANGE-REGION-GV(CHG-X)
             TO HOLIDAY-REGION-GV(HOLIDAY-LOADED-CNT)
           ADD 1 TO CHG-X
           .

      ******************************************************************
      *                                                                *
      *    2000-SCAN-MATURITIES                                        *
      *                                                                *
      ******************************************************************
       2000-SCAN-MATURITIES.
           SET MATURITY-SCAN TO TRUE
           OPEN INPUT MATEXTR-FILE
           PERFORM 8100-READ-MATURITY
           PERFORM 2100-CHECK-MATURITY
                   UNTIL MATEXTR-EOF
           CLOSE MATEXTR-FILE
           .

       2100-CHECK-MATURITY.
           MOVE MAT-ACCOUNT-MX      TO ACCOUNT-REF-GV
           MOVE MAT-CUSTOMER-MX     TO CUSTOMER-REF-GV
           MOVE MAT-DATE-MX         TO OLD-DATE-GV
           PERFORM 3000-SET-ACCOUNT-REGION
           PERFORM 3100-CHECK-CHANGED-DAY THRU 3100-EXIT
           PERFORM 8100-READ-MATURITY
           .

      ******************************************************************
      *                                                                *
      *    2200-SCAN-PENDING-FUNDS                                     *
      *                                                                *
      ******************************************************************
       2200-SCAN-PENDING-FUNDS.
           SET PENDING-SCAN TO TRUE
           OPEN INPUT PENDFUND-FILE
           PERFORM 8200-READ-PENDING
           PERFORM 2300-CHECK-PENDING
                   UNTIL PENDFUND-EOF
           CLOSE PENDFUND-FILE
           .

       2300-CHECK-PENDING.
           MOVE PEND-ACCOUNT-PF     TO ACCOUNT-REF-GV
           MOVE PEND-CUSTOMER-PF    TO CUSTOMER-REF-GV
           IF PEND-VALUE-DATE-PF NOT NUMERIC
              OR PEND-VALUE-DATE-PF = ZERO
              MOVE PEND-OPEN-DATE-PF
                                    TO OLD-DATE-GV
           ELSE
              MOVE PEND-VALUE-DATE-PF
                                    TO OLD-DATE-GV
           END-IF
           PERFORM 3000-SET-ACCOUNT-REGION
           PERFORM 3100-CHECK-CHANGED-DAY THRU 3100-EXIT
           PERFORM 8200-READ-PENDING
           .

      ******************************************************************
      *                                                                *
      *    2400-SCAN-STMT-CYCLES                                       *
      *                                                                *
      *    A CYCLE HOLDS NO ACCOUNT NUMBERS - THE CYCLE CODE AND THE   *
      *    NUMBER OF ACCOUNTS ON IT ARE LISTED INSTEAD, AND EVERY      *
      *    ACCOUNT ON THE CYCLE MOVES WITH IT.                         *
      *                                                                *
      ******************************************************************
       2400-SCAN-STMT-CYCLES.
           SET CYCLE-SCAN TO TRUE
           OPEN INPUT CYCLOAD-FILE
           PERFORM 8300-READ-CYCLE
           PERFORM 2500-CHECK-CYCLE THRU 2500-EXIT
                   UNTIL CYCLOAD-EOF
           CLOSE CYCLOAD-FILE
           .

       2500-CHECK-CYCLE.
           MOVE SPACES              TO ACCOUNT-REF-GV
           STRING 'CYCLE ' CYCLE-CODE-CL
                  DELIMITED BY SIZE
                  INTO ACCOUNT-REF-GV
           END-STRING
           MOVE CYCLE-LOAD-CL       TO LOAD-EDIT-GV
           MOVE SPACES              TO CUSTOMER-REF-GV
           STRING LOAD-EDIT-GV ' ACS'
                  DELIMITED BY SIZE
                  INTO CUSTOMER-REF-GV
           END-STRING
           MOVE 'NAT'               TO ACCOUNT-REGION-GV
           IF CYCLE-CODE-CL NOT NUMERIC
              OR CYCLE-DDD-CL < 1
              OR CYCLE-DDD-CL > 366
              ADD 1 TO INVALID-DATE-CNT
              GO TO 2500-READ-NEXT
           END-IF
           PERFORM 7400-JULIAN-TO-CALENDAR
           MOVE CAL-DATE-GV         TO OLD-DATE-GV
           PERFORM 3100-CHECK-CHANGED-DAY THRU 3100-EXIT
           .

       2500-READ-NEXT.
           PERFORM 8300-READ-CYCLE
           .

       2500-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *    3000-SET-ACCOUNT-REGION                                     *
      *                                                                *
      *    THE SECOND DIGIT OF THE BSB IS THE STATE - THE SAME RULE    *
      *    AS AF0001M0 3120-DERIVE-REGION-FROM-BSB.                    *
      *                                                                *
      ******************************************************************
       3000-SET-ACCOUNT-REGION.
           EVALUATE ACCOUNT-REF-GV(2:1)
              WHEN '2'   MOVE 'NSW' TO ACCOUNT-REGION-GV
              WHEN '3'   MOVE 'VIC' TO ACCOUNT-REGION-GV
              WHEN '4'   MOVE 'QLD' TO ACCOUNT-REGION-GV
              WHEN '5'   MOVE 'SA ' TO ACCOUNT-REGION-GV
              WHEN '6'   MOVE 'WA ' TO ACCOUNT-REGION-GV
              WHEN '7'   MOVE 'TAS' TO ACCOUNT-REGION-GV
              WHEN OTHER MOVE 'NAT' TO ACCOUNT-REGION-GV
           END-EVALUATE
           .

      ******************************************************************
      *                                                                *
      *    3100-CHECK-CHANGED-DAY                                      *
      *                                                                *
      *    IS OLD-DATE-GV AN ADDED HOLIDAY - NATIONAL, OR IN THE       *
      *    ACCOUNT'S OWN REGION?  IF SO, ROLL IT ON THE NEW CALENDAR   *
      *    AND LIST THE CORRECTION.                                    *
      *                                                                *
      ******************************************************************
       3100-CHECK-CHANGED-DAY.
           IF OLD-DATE-GV NOT NUMERIC
              OR OLD-MM-GV < 1 OR OLD-MM-GV > 12
              OR OLD-DD-GV < 1 OR OLD-DD-GV > 31
              ADD 1 TO INVALID-DATE-CNT
              GO TO 3100-EXIT
           END-IF
           MOVE 'N' TO CHANGE-FOUND-SW
           MOVE 1   TO CHG-X
           PERFORM 3150-MATCH-CHANGE
                   UNTIL CHG-X > CHANGE-LOADED-CNT
                   OR CHANGE-FOUND
           IF NOT CHANGE-FOUND
              GO TO 3100-EXIT
           END-IF
           MOVE OLD-DATE-GV         TO CAL-DATE-GV
           PERFORM 7000-ROLL-TO-BUSINESS-DAY
           EVALUATE TRUE
              WHEN MATURITY-SCAN
                 MOVE 'MATURITY'    TO IMP-DET-SOURCE
                 ADD 1 TO MATURITY-HIT-CNT
              WHEN PENDING-SCAN
                 MOVE 'PEND FUND'   TO IMP-DET-SOURCE
                 ADD 1 TO PENDING-HIT-CNT
              WHEN OTHER
                 MOVE 'STMT CYCLE'  TO IMP-DET-SOURCE
                 ADD 1 TO CYCLE-HIT-CNT
           END-EVALUATE
           MOVE ACCOUNT-REF-GV      TO IMP-DET-ACCOUNT
           MOVE CUSTOMER-REF-GV     TO IMP-DET-CUSTOMER
           MOVE ACCOUNT-REGION-GV   TO IMP-DET-REGION
           MOVE OLD-DATE-GV         TO IMP-DET-OLD-DATE
           MOVE CAL-DATE-GV         TO IMP-DET-NEW-DATE
           MOVE CHANGE-DESC-GV(CHG-X)
                                    TO IMP-DET-HOLIDAY
           WRITE IMPACTRPT-LINE FROM IMP-DETAIL-LINE
           MOVE 4 TO RETURN-CODE
           .

       3100-EXIT.
           EXIT.

       3150-MATCH-CHANGE.
           IF CHANGE-DATE-GV(CHG-X) = OLD-DATE-GV
              AND (CHANGE-REGION-GV(CHG-X) = 'NAT'
                   OR CHANGE-REGION-GV(CHG-X) = ACCOUNT-REGION-GV)
              SET CHANGE-FOUND TO TRUE
           ELSE
              ADD 1 TO CHG-X
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    5000-WRITE-CONTROL-COUNTS                                   *
      *                                                                *
      ******************************************************************
       5000-WRITE-CONTROL-COUNTS.
           MOVE SPACES TO IMPACTRPT-LINE
           WRITE IMPACTRPT-LINE
           MOVE 'CHANGES READ             : '
                                    TO IMP-COUNT-DESC
           MOVE HOLCHG-READ-CNT     TO IMP-COUNT-VALUE
           WRITE IMPACTRPT-LINE FROM IMP-COUNT-LINE
           MOVE 'HOLIDAYS ADDED           : '
                                    TO IMP-COUNT-DESC
           MOVE ADDED-HOLIDAY-CNT   TO IMP-COUNT-VALUE
           WRITE IMPACTRPT-LINE FROM IMP-COUNT-LINE
           MOVE 'HOLIDAYS DELETED         : '
                                    TO IMP-COUNT-DESC
           MOVE DELETED-HOLIDAY-CNT TO IMP-COUNT-VALUE
           WRITE IMPACTRPT-LINE FROM IMP-COUNT-LINE
           MOVE 'MATURITIES READ          : '
                                    TO IMP-COUNT-DESC
           MOVE MATEXTR-READ-CNT    TO IMP-COUNT-VALUE
           WRITE IMPACTRPT-LINE FROM IMP-COUNT-LINE
           MOVE 'PENDING FUNDS READ       : '
                                    TO IMP-COUNT-DESC
           MOVE PENDFUND-READ-CNT   TO IMP-COUNT-VALUE
           WRITE IMPACTRPT-LINE FROM IMP-COUNT-LINE
           MOVE 'STATEMENT CYCLES READ    : '
                                    TO IMP-COUNT-DESC
           MOVE CYCLOAD-READ-CNT    TO IMP-COUNT-VALUE
           WRITE IMPACTRPT-LINE FROM IMP-COUNT-LINE
           MOVE 'MATURITIES TO CORRECT    : '
                                    TO IMP-COUNT-DESC
           MOVE MATURITY-HIT-CNT    TO IMP-COUNT-VALUE
           WRITE IMPACTRPT-LINE FROM IMP-COUNT-LINE
           MOVE 'PENDING FUNDS TO CORRECT : '
                                    TO IMP-COUNT-DESC
           MOVE PENDING-HIT-CNT     TO IMP-COUNT-VALUE
           WRITE IMPACTRPT-LINE FROM IMP-COUNT-LINE
           MOVE 'CYCLES TO CORRECT        : '
                                    TO IMP-COUNT-DESC
           MOVE CYCLE-HIT-CNT       TO IMP-COUNT-VALUE
           WRITE IMPACTRPT-LINE FROM IMP-COUNT-LINE
           MOVE 'INVALID DATES SKIPPED    : '
                                    TO IMP-COUNT-DESC
           MOVE INVALID-DATE-CNT    TO IMP-COUNT-VALUE
           WRITE IMPACTRPT-LINE FROM IMP-COUNT-LINE
           .

      ******************************************************************
      *                                                                *
      *    7000-ROLL-TO-BUSINESS-DAY                                   *
      *                                                                *
      *    MOVE CAL-DATE-GV FORWARD TO THE FIRST DAY THAT IS NOT A     *
      *    SATURDAY, SUNDAY OR HOLIDAY FOR ACCOUNT-REGION-GV.          *
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
              AND (HOLIDAY-REGION-GV(HOL-X) = 'NAT'
                   OR HOLIDAY-REGION-GV(HOL-X) = ACCOUNT-REGION-GV)
              SET HOLIDAY-FOUND TO TRUE
           ELSE
              ADD 1 TO HOL-X
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    7400-JULIAN-TO-CALENDAR                                     *
      *                                                                *
      *    CYCLE CODE YYDDD TO CAL-DATE-GV CCYYMMDD (CENTURY 20).      *
      *                                                                *
      ******************************************************************
       7400-JULIAN-TO-CALENDAR.
           COMPUTE CAL-YY-GV = 2000 + CYCLE-YY-CL
           MOVE 1                   TO CAL-MM-GV
                                       CAL-DD-GV
           MOVE CYCLE-DDD-CL        TO DAY-OF-YEAR-GV
           PERFORM 7160-SET-MONTH-LENGTH
           PERFORM 7450-STEP-ONE-MONTH
                   UNTIL DAY-OF-YEAR-GV NOT > MONTH-LEN-GV
                   OR CAL-MM-GV = 12
           MOVE DAY-OF-YEAR-GV      TO CAL-DD-GV
           .

       7450-STEP-ONE-MONTH.
           SUBTRACT MONTH-LEN-GV    FROM DAY-OF-YEAR-GV
           ADD 1 TO CAL-MM-GV
           PERFORM 7160-SET-MONTH-LENGTH
           .

      ******************************************************************
      *                                                                *
      *    8100-READ-MATURITY                                          *
      *                                                                *
      ******************************************************************
       8100-READ-MATURITY.
           READ MATEXTR-FILE
              AT END SET MATEXTR-EOF TO TRUE
           END-READ
           IF NOT MATEXTR-EOF
              ADD 1 TO MATEXTR-READ-CNT
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    8200-READ-PENDING                                           *
      *                                                                *
      ******************************************************************
       8200-READ-PENDING.
           READ PENDFUND-FILE
              AT END SET PENDFUND-EOF TO TRUE
           END-READ
           IF NOT PENDFUND-EOF
              ADD 1 TO PENDFUND-READ-CNT
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    8300-READ-CYCLE                                             *
      *                                                                *
      ******************************************************************
       8300-READ-CYCLE.
           READ CYCLOAD-FILE
              AT END SET CYCLOAD-EOF TO TRUE
           END-READ
           IF NOT CYCLOAD-EOF
              ADD 1 TO CYCLOAD-READ-CNT
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    9000-TERMINATE                                              *
      *                                                                *
      ******************************************************************
       9000-TERMINATE.
           CLOSE IMPACTRPT-FILE
           .
