       IDENTIFICATION DIVISION.
      *================================================================*
       PROGRAM-ID.    AF0485M0.
       AUTHOR.        CAMS ACCOUNT OPENING TEAM.
       INSTALLATION.  HOST SYSTEMS - ACCOUNT FUNCTIONS.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
      *================================================================*
      *                                                                *
      *    AF0485M0 - TD YEAR-END INTEREST AND WITHHOLDING TAX         *
      *               STATEMENT EXTRACT                                *
      *                                                                *
      *    READS THE FINANCIAL YEAR'S TERM DEPOSIT TAX EVENTS          *
      *    (TDTAXEV - THE DAILY FILES CONCATENATED) WRITTEN BY         *
      *    AF0480M0 FOR EACH ROLLOVER AND PAY-OUT AND BY AF0001M0      *
      *    FOR EACH OBPCLSE1 EARLY REDEMPTION, AND ACCUMULATES THE     *
      *    INTEREST AND WITHHOLDING TAX BY CUSTOMER AND ACCOUNT.       *
      *                                                                *
      *    OUTPUTS:                                                    *
      *        TDANNUAL  ONE RECORD PER CUSTOMER AND ACCOUNT FOR THE   *
      *                  YEAR, IN CUSTOMER / ACCOUNT SEQUENCE          *
      *        TDSTMT    STATEMENT PRINT RECORDS - A HEADER, ONE LINE  *
      *                  PER ACCOUNT AND A TOTAL FOR EACH CUSTOMER     *
      *        TDLODGE   REGULATOR LODGEMENT EXTRACT - HEADER, ONE     *
      *                  DETAIL PER ACCOUNT, TRAILER WITH TOTALS       *
      *        TDTAXRPT  CONTROL REPORT                                *
      *                                                                *
      *    THE RESIDENCY AND TAX CODE SHOWN ARE THOSE ON THE LATEST    *
      *    EVENT FOR THE ACCOUNT; AN ACCOUNT WHOSE RESIDENCY CHANGED   *
      *    DURING THE YEAR IS FLAGGED ON TDANNUAL AND COUNTED.         *
      *                                                                *
      *    THE CONTROL REPORT SHOWS ROLLOVERS AND PAY-OUTS BY MONTH    *
      *    TO BALANCE TO THE YEAR'S AF0480M0 MATURITY REPORTS (A       *
      *    MATURITY SHOWN THERE AS PREVIOUSLY ACTIONED WAS COUNTED     *
      *    IN THE ABENDED RUN), AND PROVES THE ACCEPTED EVENTS, THE    *
      *    ANNUAL FILE, THE STATEMENTS AND THE LODGEMENT AGREE.  AN    *
      *    OUT OF BALANCE RUN ENDS WITH RETURN CODE 8.                 *
      *                                                                *
      *    PARAMETER CARD (PARMCARD, OPTIONAL):                        *
      *        COLS 1-4   FINANCIAL YEAR ENDING 30 JUNE, CCYY.         *
      *                   DEFAULT - THE LAST YEAR ENDED BEFORE THE     *
      *                   RUN DATE.                                    *
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

           SELECT TDTAXEV-FILE    ASSIGN TO TDTAXEV
                  ORGANIZATION IS SEQUENTIAL.

           SELECT TDANNUAL-FILE   ASSIGN TO TDANNUAL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT TDSTMT-FILE     ASSIGN TO TDSTMT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT TDLODGE-FILE    ASSIGN TO TDLODGE
                  ORGANIZATION IS SEQUENTIAL.

           SELECT TDTAXRPT-FILE   ASSIGN TO TDTAXRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
      *================================================================*
       FILE SECTION.

       FD  PARMCARD-FILE
           RECORDING MODE IS F.
       01  PARMCARD-RECORD.
           05  PARM-FY-END-YEAR                PIC 9(04).
           05  FILLER                          PIC X(76).

      *----------------------------------------------------------------*
      *    TDTAXEV - TERM DEPOSIT TAX EVENT.  THIS RECORD LAYOUT IS    *
      *    MIRRORED IN AF0001M0 AND AF0480M0 - THEY MUST STAY IN       *
      *    STEP.                                                       *
      *----------------------------------------------------------------*
       FD  TDTAXEV-FILE
           RECORDING MODE IS F.
       01  TDTAXEV-RECORD.
           05  TEV-EVENT-TYPE-TE               PIC X(01).
               88  TEV-ROLLOVER-TE                 VALUE 'R'.
               88  TEV-PAYOUT-TE                   VALUE 'P'.
               88  TEV-EARLY-REDEMPTION-TE         VALUE 'E'.
           05  TEV-SOURCE-TE                   PIC X(08).
           05  TEV-EVENT-DATE-TE               PIC 9(08).
           05  TEV-EVENT-DATE-R REDEFINES TEV-EVENT-DATE-TE.
               10  TEV-EVENT-YY-TE             PIC 9(04).
               10  TEV-EVENT-MM-TE             PIC 9(02).
               10  TEV-EVENT-DD-TE             PIC 9(02).
           05  TEV-CUSTOMER-TE                 PIC X(09).
           05  TEV-ACCOUNT-TE                  PIC X(09).
           05  TEV-MAT-DATE-TE                 PIC 9(08).
           05  TEV-INTEREST-TE                 PIC 9(09)V99.
           05  TEV-WHT-TE                      PIC 9(09)V99.
           05  TEV-RESIDENCY-TE                PIC X(01).
           05  TEV-TAX-CODE-TE                 PIC X(02).
           05  FILLER                          PIC X(32).

      *----------------------------------------------------------------*
      *    TDANNUAL - ONE RECORD PER CUSTOMER AND ACCOUNT FOR THE      *
      *    FINANCIAL YEAR.                                             *
      *----------------------------------------------------------------*
       FD  TDANNUAL-FILE
           RECORDING MODE IS F.
       01  TDANNUAL-RECORD.
           05  ANN-FY-END-YEAR-TA              PIC 9(04).
           05  ANN-CUSTOMER-TA                 PIC X(09).
           05  ANN-ACCOUNT-TA                  PIC X(09).
           05  ANN-RESIDENCY-TA                PIC X(01).
           05  ANN-TAX-CODE-TA                 PIC X(02).
           05  ANN-RESID-CHANGED-TA            PIC X(01).
               88  ANN-RESIDENCY-CHANGED-TA        VALUE 'Y'.
           05  ANN-ROLLOVER-CNT-TA             PIC 9(03).
           05  ANN-PAYOUT-CNT-TA               PIC 9(03).
           05  ANN-EARLY-CNT-TA                PIC 9(03).
           05  ANN-INTEREST-TA                 PIC 9(09)V99.
           05  ANN-WHT-TA                      PIC 9(09)V99.
           05  ANN-FIRST-EVENT-TA              PIC 9(08).
           05  ANN-LAST-EVENT-TA               PIC 9(08).
           05  FILLER                          PIC X(27).

      *----------------------------------------------------------------*
      *    TDSTMT - STATEMENT PRINT RECORDS FOR THE PRINT SERVICE.     *
      *        'H' CUSTOMER HEADER - THE FINANCIAL YEAR COVERED        *
      *        'D' ONE PER ACCOUNT                                     *
      *        'T' CUSTOMER TOTAL                                      *
      *----------------------------------------------------------------*
       FD  TDSTMT-FILE
           RECORDING MODE IS F.
       01  TDSTMT-RECORD.
           05  STM-REC-TYPE-SP                 PIC X(01).
               88  STM-HEADER-SP                   VALUE 'H'.
               88  STM-DETAIL-SP                   VALUE 'D'.
               88  STM-TOTAL-SP                    VALUE 'T'.
           05  STM-CUSTOMER-SP                 PIC X(09).
           05  STM-FY-END-YEAR-SP              PIC 9(04).
           05  STM-HEADER-DATA-SP.
               10  STM-FY-START-DATE-SP        PIC 9(08).
               10  STM-FY-END-DATE-SP          PIC 9(08).
               10  STM-ISSUE-DATE-SP           PIC 9(08).
               10  FILLER                      PIC X(82).
           05  STM-DETAIL-DATA-SP REDEFINES STM-HEADER-DATA-SP.
               10  STM-ACCOUNT-SP              PIC X(09).
               10  STM-RESIDENCY-SP            PIC X(01).
               10  STM-RESIDENCY-DESC-SP       PIC X(12).
               10  STM-TAX-CODE-SP             PIC X(02).
               10  STM-INTEREST-SP             PIC 9(09)V99.
               10  STM-WHT-SP                  PIC 9(09)V99.
               10  STM-NET-SP                  PIC 9(09)V99.
               10  FILLER                      PIC X(49).
           05  STM-TOTAL-DATA-SP REDEFINES STM-HEADER-DATA-SP.
               10  STM-ACCOUNT-CNT-SP          PIC 9(03).
               10  STM-TOT-INTEREST-SP         PIC 9(11)V99.
               10  STM-TOT-WHT-SP              PIC 9(11)V99.
               10  STM-TOT-NET-SP              PIC 9(11)V99.
               10  FILLER                      PIC X(64).

      *----------------------------------------------------------------*
      *    TDLODGE - REGULATOR LODGEMENT EXTRACT.                      *
      *        'H' HEADER - FINANCIAL YEAR AND RUN DATE                *
      *        'D' ONE PER ACCOUNT WITH INTEREST OR TAX WITHHELD       *
      *        'T' TRAILER - DETAIL COUNT AND TOTALS                   *
      *----------------------------------------------------------------*
       FD  TDLODGE-FILE
           RECORDING MODE IS F.
       01  TDLODGE-RECORD.
           05  LDG-REC-TYPE-LX                 PIC X(01).
               88  LDG-HEADER-LX                   VALUE 'H'.
               88  LDG-DETAIL-LX                   VALUE 'D'.
               88  LDG-TRAILER-LX                  VALUE 'T'.
           05  LDG-HEADER-DATA-LX.
               10  LDG-FY-END-YEAR-LX          PIC 9(04).
               10  LDG-RUN-DATE-LX             PIC 9(08).
               10  LDG-SOURCE-LX               PIC X(08).
               10  FILLER                      PIC X(79).
           05  LDG-DETAIL-DATA-LX REDEFINES LDG-HEADER-DATA-LX.
               10  LDG-CUSTOMER-LX             PIC X(09).
               10  LDG-ACCOUNT-LX              PIC X(09).
               10  LDG-RESIDENCY-LX            PIC X(01).
               10  LDG-TAX-CODE-LX             PIC X(02).
               10  LDG-INTEREST-LX             PIC 9(11)V99.
               10  LDG-WHT-LX                  PIC 9(11)V99.
               10  FILLER                      PIC X(52).
           05  LDG-TRAILER-DATA-LX REDEFINES LDG-HEADER-DATA-LX.
               10  LDG-DETAIL-CNT-LX           PIC 9(07).
               10  LDG-TOT-INTEREST-LX         PIC 9(13)V99.
               10  LDG-TOT-WHT-LX              PIC 9(13)V99.
               10  FILLER                      PIC X(62).

       FD  TDTAXRPT-FILE
           RECORDING MODE IS F.
       01  TDTAXRPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *================================================================*

       77  ANNUAL-TABLE-MAX                    PIC S9(04) COMP
                                                   VALUE +5000.

       01  AF0485M0-SWITCHES.
           05  TDTAXEV-EOF-SW                  PIC X(01) VALUE 'N'.
               88  TDTAXEV-EOF                     VALUE 'Y'.
           05  ANN-FOUND-SW                    PIC X(01) VALUE 'N'.
               88  ANN-ENTRY-FOUND                 VALUE 'Y'.
           05  ANN-PASSED-SW                   PIC X(01) VALUE 'N'.
               88  ANN-ENTRY-PASSED                VALUE 'Y'.
           05  OUT-OF-BALANCE-SW               PIC X(01) VALUE 'N'.
               88  OUT-OF-BALANCE                  VALUE 'Y'.

       01  AF0485M0-CONTROL-COUNTS.
           05  EVENT-READ-CNT                  PIC S9(07) COMP-3
                                                   VALUE +0.
           05  EVENT-ACCEPTED-CNT              PIC S9(07) COMP-3
                                                   VALUE +0.
           05  OUTSIDE-YEAR-CNT                PIC S9(07) COMP-3
                                                   VALUE +0.
           05  INVALID-EVENT-CNT               PIC S9(07) COMP-3
                                                   VALUE +0.
           05  TABLE-FULL-CNT                  PIC S9(07) COMP-3
                                                   VALUE +0.
           05  RESID-CHANGED-CNT               PIC S9(07) COMP-3
                                                   VALUE +0.
           05  ANNUAL-WRITTEN-CNT              PIC S9(07) COMP-3
                                                   VALUE +0.
           05  STMT-CUSTOMER-CNT               PIC S9(07) COMP-3
                                                   VALUE +0.
           05  STMT-ACCOUNT-CNT                PIC S9(07) COMP-3
                                                   VALUE +0.
           05  LODGE-DETAIL-CNT                PIC S9(07) COMP-3
                                                   VALUE +0.

      *----------------------------------------------------------------*
      *    CONTROL TOTALS - EACH STAGE MUST AGREE WITH THE ACCEPTED    *
      *    EVENTS.                                                     *
      *----------------------------------------------------------------*
       01  AF0485M0-CONTROL-TOTALS.
           05  EVENT-INTEREST-TOT              PIC S9(13)V99 COMP-3
                                                   VALUE +0.
           05  EVENT-WHT-TOT                   PIC S9(13)V99 COMP-3
                                                   VALUE +0.
           05  ANNUAL-INTEREST-TOT             PIC S9(13)V99 COMP-3
                                                   VALUE +0.
           05  ANNUAL-WHT-TOT                  PIC S9(13)V99 COMP-3
                                                   VALUE +0.
           05  STMT-INTEREST-TOT               PIC S9(13)V99 COMP-3
                                                   VALUE +0.
           05  STMT-WHT-TOT                    PIC S9(13)V99 COMP-3
                                                   VALUE +0.
           05  LODGE-INTEREST-TOT              PIC S9(13)V99 COMP-3
                                                   VALUE +0.
           05  LODGE-WHT-TOT                   PIC S9(13)V99 COMP-3
                                                   VALUE +0.

       01  AF0485M0-WORK-FIELDS.
           05  RUN-DATE-GV                     PIC 9(08).
           05  RUN-DATE-R REDEFINES RUN-DATE-GV.
               10  RUN-YY-GV                   PIC 9(04).
               10  RUN-MM-GV                   PIC 9(02).
               10  RUN-DD-GV                   PIC 9(02).
           05  FY-END-YEAR-GV                  PIC 9(04).
           05  FY-START-DATE-GV                PIC 9(08).
           05  FY-START-R REDEFINES FY-START-DATE-GV.
               10  FY-START-YY-GV              PIC 9(04).
               10  FY-START-MMDD-GV            PIC 9(04).
           05  FY-END-DATE-GV                  PIC 9(08).
           05  FY-END-R REDEFINES FY-END-DATE-GV.
               10  FY-END-YY-GV                PIC 9(04).
               10  FY-END-MMDD-GV              PIC 9(04).
           05  EVENT-KEY-GV.
               10  EVENT-KEY-CUSTOMER-GV       PIC X(09).
               10  EVENT-KEY-ACCOUNT-GV        PIC X(09).
           05  ANN-X                           PIC S9(04) COMP.
           05  ANN-Y                           PIC S9(04) COMP.
           05  MONTH-X                         PIC S9(04) COMP.
           05  TYPE-X                          PIC S9(04) COMP.
           05  PREV-CUSTOMER-GV                PIC X(09).
           05  CUST-ACCOUNT-CNT-GV             PIC S9(03) COMP-3.
           05  CUST-INTEREST-GV                PIC S9(11)V99 COMP-3.
           05  CUST-WHT-GV                     PIC S9(11)V99 COMP-3.

      *----------------------------------------------------------------*
      *    ANNUAL ACCUMULATION TABLE - ONE ROW PER CUSTOMER AND        *
      *    ACCOUNT, KEPT IN KEY SEQUENCE AS ROWS ARE ADDED.            *
      *----------------------------------------------------------------*
       01  ANN-TABLE-COUNT                     PIC S9(04) COMP
                                                   VALUE +0.
       01  ANN-TABLE.
           05  ANN-ENTRY OCCURS 5000 TIMES.
               10  ANN-KEY.
                   15  ANN-CUSTOMER            PIC X(09).
                   15  ANN-ACCOUNT             PIC X(09).
               10  ANN-RESIDENCY               PIC X(01).
               10  ANN-TAX-CODE                PIC X(02).
               10  ANN-RESID-CHANGED-SW        PIC X(01).
                   88  ANN-RESIDENCY-CHANGED       VALUE 'Y'.
               10  ANN-ROLLOVER-CNT            PIC S9(03) COMP-3.
               10  ANN-PAYOUT-CNT              PIC S9(03) COMP-3.
               10  ANN-EARLY-CNT               PIC S9(03) COMP-3.
               10  ANN-INTEREST                PIC S9(09)V99 COMP-3.
               10  ANN-WHT                     PIC S9(09)V99 COMP-3.
               10  ANN-FIRST-EVENT             PIC 9(08).
               10  ANN-LAST-EVENT              PIC 9(08).
       01  ANN-SAVE-ENTRY                      PIC X(56).

      *----------------------------------------------------------------*
      *    EVENT TOTALS BY TYPE - 1 ROLLOVER, 2 PAY-OUT, 3 EARLY       *
      *    REDEMPTION.                                                 *
      *----------------------------------------------------------------*
       01  TYPE-DESC-DATA.
           05  FILLER                          PIC X(27)  VALUE
                 'ROLLOVERS'.
           05  FILLER                          PIC X(27)  VALUE
                 'PAY-OUTS'.
           05  FILLER                          PIC X(27)  VALUE
                 'EARLY REDEMPTIONS'.
       01  TYPE-DESC-TABLE REDEFINES TYPE-DESC-DATA.
           05  TYPE-DESC OCCURS 3 TIMES        PIC X(27).
       01  TYPE-TOTAL-TABLE.
           05  TYPE-TOTAL OCCURS 3 TIMES.
               10  TYPE-CNT                    PIC S9(07) COMP-3.
               10  TYPE-INTEREST               PIC S9(13)V99 COMP-3.
               10  TYPE-WHT                    PIC S9(13)V99 COMP-3.

      *----------------------------------------------------------------*
      *    EVENTS BY MONTH OF THE FINANCIAL YEAR, JULY FIRST.          *
      *----------------------------------------------------------------*
       01  MONTH-NAME-DATA                     PIC X(36) VALUE
           'JULAUGSEPOCTNOVDECJANFEBMARAPRMAYJUN'.
       01  MONTH-NAME-TABLE REDEFINES MONTH-NAME-DATA.
           05  MONTH-NAME OCCURS 12 TIMES      PIC X(03).
       01  MONTH-TOTAL-TABLE.
           05  MONTH-TOTAL OCCURS 12 TIMES.
               10  MONTH-ROLLOVER-CNT          PIC S9(07) COMP-3.
               10  MONTH-PAYOUT-CNT            PIC S9(07) COMP-3.
               10  MONTH-EARLY-CNT             PIC S9(07) COMP-3.
               10  MONTH-INTEREST              PIC S9(13)V99 COMP-3.
               10  MONTH-WHT                   PIC S9(13)V99 COMP-3.

      *----------------------------------------------------------------*
      *    NBCONS CONSOLE MESSAGE PASSAREA.                            *
      *----------------------------------------------------------------*
       01  NBCONS-PASSAREA.
           05  NBCONS-MESSAGE                  PIC X(80).
           05  NBCONS-SEVERITY                 PIC X(04) VALUE SPACES.

      *----------------------------------------------------------------*
      *    CONTROL REPORT LAYOUTS.                                     *
      *----------------------------------------------------------------*
       01  TAX-HEADING-1.
           05  FILLER                          PIC X(50)  VALUE
              'AF0485M0 - TD INTEREST AND WITHHOLDING TAX - FY '.
           05  TAX-HDG-FY-START                PIC 9(08).
           05  FILLER                          PIC X(04)  VALUE
                 ' TO '.
           05  TAX-HDG-FY-END                  PIC 9(08).
           05  FILLER                          PIC X(10)  VALUE
                 '   RUN ON '.
           05  TAX-HDG-RUN-DATE                PIC 9(08).
           05  FILLER                          PIC X(44)  VALUE SPACES.

       01  TAX-HEADING-2.
           05  FILLER                          PIC X(27)  VALUE
                 'DESCRIPTION'.
           05  FILLER                          PIC X(10)  VALUE
                 '     COUNT'.
           05  FILLER                          PIC X(23)  VALUE
                 '               INTEREST'.
           05  FILLER                          PIC X(23)  VALUE
                 '        WITHHOLDING TAX'.
           05  FILLER                          PIC X(49)  VALUE SPACES.

       01  TAX-SECTION-LINE.
           05  TAX-SECTION-TEXT                PIC X(50).
           05  FILLER                          PIC X(82)  VALUE SPACES.

       01  TAX-TOTAL-LINE.
           05  TAX-TOT-DESC                    PIC X(27).
           05  FILLER                          PIC X(03)  VALUE SPACES.
           05  TAX-TOT-COUNT                   PIC ZZZ,ZZ9.
           05  FILLER                          PIC X(03)  VALUE SPACES.
           05  TAX-TOT-INTEREST                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(03)  VALUE SPACES.
           05  TAX-TOT-WHT                     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(49)  VALUE SPACES.

       01  MONTH-HEADING.
           05  FILLER                          PIC X(10)  VALUE
                 'MONTH'.
           05  FILLER                          PIC X(10)  VALUE
                 ' ROLLOVERS'.
           05  FILLER                          PIC X(10)  VALUE
                 '  PAY-OUTS'.
           05  FILLER                          PIC X(10)  VALUE
                 '     EARLY'.
           05  FILLER                          PIC X(23)  VALUE
                 '               INTEREST'.
           05  FILLER                          PIC X(23)  VALUE
                 '        WITHHOLDING TAX'.
           05  FILLER                          PIC X(46)  VALUE SPACES.

       01  MONTH-DETAIL-LINE.
           05  MONTH-DET-NAME                  PIC X(03).
           05  FILLER                          PIC X(07)  VALUE SPACES.
           05  MONTH-DET-ROLLOVER              PIC ZZZ,ZZ9.
           05  FILLER                          PIC X(03)  VALUE SPACES.
           05  MONTH-DET-PAYOUT                PIC ZZZ,ZZ9.
           05  FILLER                          PIC X(03)  VALUE SPACES.
           05  MONTH-DET-EARLY                 PIC ZZZ,ZZ9.
           05  FILLER                          PIC X(03)  VALUE SPACES.
           05  MONTH-DET-INTEREST              PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(03)  VALUE SPACES.
           05  MONTH-DET-WHT                   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(49)  VALUE SPACES.

       01  TAX-COUNT-LINE.
           05  TAX-COUNT-DESC                  PIC X(27).
           05  TAX-COUNT-VALUE                 PIC ZZZ,ZZ9.
           05  FILLER                          PIC X(98)  VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================*

      ******************************************************************
      *                                                                *
      *    0000-MAINLINE                                               *
      *                                                                *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ONE-EVENT THRU 2000-EXIT
                   UNTIL TDTAXEV-EOF
           PERFORM 3000-WRITE-ANNUAL-OUTPUTS
           PERFORM 5000-WRITE-CONTROL-REPORT
           PERFORM 9000-TERMINATE
           GOBACK
           .

      ******************************************************************
      *                                                                *
      *    1000-INITIALIZE                                             *
      *                                                                *
      *    THE FINANCIAL YEAR RUNS 1 JULY TO 30 JUNE.  WITHOUT A       *
      *    PARAMETER, A RUN IN JULY TO DECEMBER REPORTS THE YEAR       *
      *    ENDED THIS JUNE; A RUN IN JANUARY TO JUNE THE YEAR ENDED    *
      *    LAST JUNE.                                                  *
      *                                                                *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  TDTAXEV-FILE
                       PARMCARD-FILE
           OPEN OUTPUT TDANNUAL-FILE
                       TDSTMT-FILE
                       TDLODGE-FILE
                       TDTAXRPT-FILE
           ACCEPT RUN-DATE-GV FROM DATE YYYYMMDD
           IF RUN-MM-GV > 6
              MOVE RUN-YY-GV        TO FY-END-YEAR-GV
           ELSE
              COMPUTE FY-END-YEAR-GV = RUN-YY-GV - 1
           END-IF
           READ PARMCARD-FILE
              AT END CONTINUE
              NOT AT END
                 IF PARM-FY-END-YEAR NUMERIC
                    AND PARM-FY-END-YEAR > 1999
                    MOVE PARM-FY-END-YEAR TO FY-END-YEAR-GV
                 ELSE
                    DISPLAY 'AF0485M0 - INVALID FINANCIAL YEAR PARM, '
                            'YEAR ENDING ' FY-END-YEAR-GV ' USED'
                 END-IF
           END-READ
           CLOSE PARMCARD-FILE
           COMPUTE FY-START-YY-GV = FY-END-YEAR-GV - 1
           MOVE 0701                TO FY-START-MMDD-GV
           MOVE FY-END-YEAR-GV      TO FY-END-YY-GV
           MOVE 0630                TO FY-END-MMDD-GV
           DISPLAY 'AF0485M0 - FINANCIAL YEAR ' FY-START-DATE-GV
                   ' TO ' FY-END-DATE-GV
           INITIALIZE TYPE-TOTAL-TABLE
                      MONTH-TOTAL-TABLE
           MOVE FY-START-DATE-GV    TO TAX-HDG-FY-START
           MOVE FY-END-DATE-GV      TO TAX-HDG-FY-END
           MOVE RUN-DATE-GV         TO TAX-HDG-RUN-DATE
           MOVE SPACES              TO TDLODGE-RECORD
           SET LDG-HEADER-LX        TO TRUE
           MOVE FY-END-YEAR-GV      TO LDG-FY-END-YEAR-LX
           MOVE RUN-DATE-GV         TO LDG-RUN-DATE-LX
           MOVE 'AF0485M0'          TO LDG-SOURCE-LX
           WRITE TDLODGE-RECORD
           PERFORM 8100-READ-EVENT
           .

      ******************************************************************
      *                                                                *
      *    2000-PROCESS-ONE-EVENT                                      *
      *                                                                *
      *    AN EVENT OUTSIDE THE FINANCIAL YEAR, OR WITH AMOUNTS THAT   *
      *    ARE NOT NUMERIC, IS COUNTED AND LEFT OUT.                   *
      *                                                                *
      ******************************************************************
       2000-PROCESS-ONE-EVENT.
           IF TEV-EVENT-DATE-TE NOT NUMERIC
              OR TEV-INTEREST-TE NOT NUMERIC
              OR TEV-WHT-TE NOT NUMERIC
              OR NOT (TEV-ROLLOVER-TE
                      OR TEV-PAYOUT-TE
                      OR TEV-EARLY-REDEMPTION-TE)
              ADD 1 TO INVALID-EVENT-CNT
              DISPLAY 'AF0485M0 - INVALID TAX EVENT, ACCOUNT '
                      TEV-ACCOUNT-TE ' SOURCE ' TEV-SOURCE-TE
              GO TO 2000-READ-NEXT
           END-IF
           IF TEV-EVENT-DATE-TE < FY-START-DATE-GV
              OR TEV-EVENT-DATE-TE > FY-END-DATE-GV
              ADD 1 TO OUTSIDE-YEAR-CNT
              GO TO 2000-READ-NEXT
           END-IF
           MOVE TEV-CUSTOMER-TE     TO EVENT-KEY-CUSTOMER-GV
           MOVE TEV-ACCOUNT-TE      TO EVENT-KEY-ACCOUNT-GV
           PERFORM 2100-FIND-ANNUAL-ENTRY
           IF NOT ANN-ENTRY-FOUND
              IF ANN-TABLE-COUNT = ANNUAL-TABLE-MAX
                 ADD 1 TO TABLE-FULL-CNT
                 DISPLAY 'AF0485M0 - ANNUAL TABLE FULL, ACCOUNT '
                         TEV-ACCOUNT-TE ' NOT ACCUMULATED'
                 GO TO 2000-READ-NEXT
              END-IF
              PERFORM 2150-INSERT-ANNUAL-ENTRY
           END-IF
           PERFORM 2200-ACCUM-ANNUAL
           PERFORM 2300-ACCUM-CONTROL-TOTALS
           .
       2000-READ-NEXT.
           PERFORM 8100-READ-EVENT
           .
       2000-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *    2100-FIND-ANNUAL-ENTRY                                      *
      *                                                                *
      *    SCAN THE TABLE IN KEY SEQUENCE.  ON EXIT ANN-X IS THE       *
      *    MATCHING ROW, OR THE ROW THE NEW KEY BELONGS IN FRONT OF.   *
      *                                                                *
      ******************************************************************
       2100-FIND-ANNUAL-ENTRY.
           MOVE 'N' TO ANN-FOUND-SW
                       ANN-PASSED-SW
           MOVE 1   TO ANN-X
           PERFORM 2125-MATCH-ANNUAL-ENTRY
                   UNTIL ANN-X > ANN-TABLE-COUNT
                   OR ANN-ENTRY-FOUND
                   OR ANN-ENTRY-PASSED
           .

       2125-MATCH-ANNUAL-ENTRY.
           IF ANN-KEY(ANN-X) = EVENT-KEY-GV
              SET ANN-ENTRY-FOUND TO TRUE
           ELSE
              IF ANN-KEY(ANN-X) > EVENT-KEY-GV
                 SET ANN-ENTRY-PASSED TO TRUE
              ELSE
                 ADD 1 TO ANN-X
              END-IF
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    2150-INSERT-ANNUAL-ENTRY                                    *
      *                                                                *
      *    OPEN A GAP AT ANN-X BY SHIFTING THE LATER ROWS UP ONE.      *
      *                                                                *
      ******************************************************************
       2150-INSERT-ANNUAL-ENTRY.
           ADD 1 TO ANN-TABLE-COUNT
           MOVE ANN-TABLE-COUNT     TO ANN-Y
           PERFORM 2175-SHIFT-ANNUAL-ENTRY
                   UNTIL ANN-Y = ANN-X
           MOVE EVENT-KEY-GV        TO ANN-KEY(ANN-X)
           MOVE TEV-RESIDENCY-TE    TO ANN-RESIDENCY(ANN-X)
           MOVE TEV-TAX-CODE-TE     TO ANN-TAX-CODE(ANN-X)
           MOVE 'N'                 TO ANN-RESID-CHANGED-SW(ANN-X)
           MOVE ZERO                TO ANN-ROLLOVER-CNT(ANN-X)
                                       ANN-PAYOUT-CNT(ANN-X)
                                       ANN-EARLY-CNT(ANN-X)
                                       ANN-INTEREST(ANN-X)
                                       ANN-WHT(ANN-X)
           MOVE TEV-EVENT-DATE-TE   TO ANN-FIRST-EVENT(ANN-X)
                                       ANN-LAST-EVENT(ANN-X)
           .

       2175-SHIFT-ANNUAL-ENTRY.
           MOVE ANN-ENTRY(ANN-Y - 1) TO ANN-SAVE-ENTRY
           MOVE ANN-SAVE-ENTRY       TO ANN-ENTRY(ANN-Y)
           SUBTRACT 1 FROM ANN-Y
           .

      ******************************************************************
      *                                                                *
      *    2200-ACCUM-ANNUAL                                           *
      *                                                                *
      *    THE LATEST EVENT'S RESIDENCY AND TAX CODE STAND.  EVENTS    *
      *    ARRIVE IN DATE ORDER WITHIN EACH DAILY FILE, BUT A LATE     *
      *    FILE IN THE CONCATENATION MUST NOT OVERWRITE A LATER DATE.  *
      *                                                                *
      ******************************************************************
       2200-ACCUM-ANNUAL.
           IF TEV-RESIDENCY-TE NOT = ANN-RESIDENCY(ANN-X)
              AND NOT ANN-RESIDENCY-CHANGED(ANN-X)
              SET ANN-RESIDENCY-CHANGED(ANN-X) TO TRUE
              ADD 1 TO RESID-CHANGED-CNT
           END-IF
           IF TEV-EVENT-DATE-TE NOT < ANN-LAST-EVENT(ANN-X)
              MOVE TEV-RESIDENCY-TE TO ANN-RESIDENCY(ANN-X)
              MOVE TEV-TAX-CODE-TE  TO ANN-TAX-CODE(ANN-X)
              MOVE TEV-EVENT-DATE-TE
                                    TO ANN-LAST-EVENT(ANN-X)
           END-IF
           IF TEV-EVENT-DATE-TE < ANN-FIRST-EVENT(ANN-X)
              MOVE TEV-EVENT-DATE-TE
                                    TO ANN-FIRST-EVENT(ANN-X)
           END-IF
           EVALUATE TRUE
              WHEN TEV-ROLLOVER-TE
                 ADD 1 TO ANN-ROLLOVER-CNT(ANN-X)
              WHEN TEV-PAYOUT-TE
                 ADD 1 TO ANN-PAYOUT-CNT(ANN-X)
              WHEN OTHER
                 ADD 1 TO ANN-EARLY-CNT(ANN-X)
           END-EVALUATE
           ADD TEV-INTEREST-TE      TO ANN-INTEREST(ANN-X)
           ADD TEV-WHT-TE           TO ANN-WHT(ANN-X)
           .

      ******************************************************************
      *                                                                *
      *    2300-ACCUM-CONTROL-TOTALS                                   *
      *                                                                *
      ******************************************************************
       2300-ACCUM-CONTROL-TOTALS.
           ADD 1 TO EVENT-ACCEPTED-CNT
           ADD TEV-INTEREST-TE      TO EVENT-INTEREST-TOT
           ADD TEV-WHT-TE           TO EVENT-WHT-TOT
           EVALUATE TRUE
              WHEN TEV-ROLLOVER-TE
                 MOVE 1             TO TYPE-X
              WHEN TEV-PAYOUT-TE
                 MOVE 2             TO TYPE-X
              WHEN OTHER
                 MOVE 3             TO TYPE-X
           END-EVALUATE
           ADD 1                    TO TYPE-CNT(TYPE-X)
           ADD TEV-INTEREST-TE      TO TYPE-INTEREST(TYPE-X)
           ADD TEV-WHT-TE           TO TYPE-WHT(TYPE-X)
           IF TEV-EVENT-MM-TE > 6
              COMPUTE MONTH-X = TEV-EVENT-MM-TE - 6
           ELSE
              COMPUTE MONTH-X = TEV-EVENT-MM-TE + 6
           END-IF
           EVALUATE TYPE-X
              WHEN 1
                 ADD 1 TO MONTH-ROLLOVER-CNT(MONTH-X)
              WHEN 2
                 ADD 1 TO MONTH-PAYOUT-CNT(MONTH-X)
              WHEN OTHER
                 ADD 1 TO MONTH-EARLY-CNT(MONTH-X)
           END-EVALUATE
           ADD TEV-INTEREST-TE      TO MONTH-INTEREST(MONTH-X)
           ADD TEV-WHT-TE           TO MONTH-WHT(MONTH-X)
           .

      ******************************************************************
      *                                                                *
      *    3000-WRITE-ANNUAL-OUTPUTS                                   *
      *                                                                *
      *    ONE PASS OF THE TABLE IN CUSTOMER / ACCOUNT SEQUENCE WRITES *
      *    THE ANNUAL FILE, THE STATEMENT RECORDS (WITH A HEADER AND   *
      *    TOTAL AT EACH CHANGE OF CUSTOMER) AND THE LODGEMENT.        *
      *                                                                *
      ******************************************************************
       3000-WRITE-ANNUAL-OUTPUTS.
           MOVE SPACES TO PREV-CUSTOMER-GV
           MOVE 1      TO ANN-X
           PERFORM 3100-WRITE-ONE-ACCOUNT
                   UNTIL ANN-X > ANN-TABLE-COUNT
           IF ANN-TABLE-COUNT > ZERO
              PERFORM 3300-WRITE-STMT-TOTAL
           END-IF
           PERFORM 4000-WRITE-LODGE-TRAILER
           .

       3100-WRITE-ONE-ACCOUNT.
           IF ANN-CUSTOMER(ANN-X) NOT = PREV-CUSTOMER-GV
              IF ANN-X > 1
                 PERFORM 3300-WRITE-STMT-TOTAL
              END-IF
              PERFORM 3200-WRITE-STMT-HEADER
           END-IF
           PERFORM 3150-WRITE-ANNUAL-RECORD
           PERFORM 3250-WRITE-STMT-DETAIL
           IF ANN-INTEREST(ANN-X) > ZERO
              OR ANN-WHT(ANN-X) > ZERO
              PERFORM 3400-WRITE-LODGE-DETAIL
           END-IF
           ADD 1 TO ANN-X
           .

       3150-WRITE-ANNUAL-RECORD.
           MOVE SPACES              TO TDANNUAL-RECORD
           MOVE FY-END-YEAR-GV      TO ANN-FY-END-YEAR-TA
           MOVE ANN-CUSTOMER(ANN-X) TO ANN-CUSTOMER-TA
           MOVE ANN-ACCOUNT(ANN-X)  TO ANN-ACCOUNT-TA
           MOVE ANN-RESIDENCY(ANN-X)
                                    TO ANN-RESIDENCY-TA
           MOVE ANN-TAX-CODE(ANN-X) TO ANN-TAX-CODE-TA
           MOVE ANN-RESID-CHANGED-SW(ANN-X)
                                    TO ANN-RESID-CHANGED-TA
           MOVE ANN-ROLLOVER-CNT(ANN-X)
                                    TO ANN-ROLLOVER-CNT-TA
           MOVE ANN-PAYOUT-CNT(ANN-X)
                                    TO ANN-PAYOUT-CNT-TA
           MOVE ANN-EARLY-CNT(ANN-X)
                                    TO ANN-EARLY-CNT-TA
           MOVE ANN-INTEREST(ANN-X) TO ANN-INTEREST-TA
           MOVE ANN-WHT(ANN-X)      TO ANN-WHT-TA
           MOVE ANN-FIRST-EVENT(ANN-X)
                                    TO ANN-FIRST-EVENT-TA
           MOVE ANN-LAST-EVENT(ANN-X)
                                    TO ANN-LAST-EVENT-TA
           WRITE TDANNUAL-RECORD
           ADD 1 TO ANNUAL-WRITTEN-CNT
           ADD ANN-INTEREST(ANN-X)  TO ANNUAL-INTEREST-TOT
           ADD ANN-WHT(ANN-X)       TO ANNUAL-WHT-TOT
           .

      ******************************************************************
      *                                                                *
      *    3200-WRITE-STMT-HEADER                                      *
      *                                                                *
      ******************************************************************
       3200-WRITE-STMT-HEADER.
           MOVE ANN-CUSTOMER(ANN-X) TO PREV-CUSTOMER-GV
           MOVE ZERO                TO CUST-ACCOUNT-CNT-GV
                                       CUST-INTEREST-GV
                                       CUST-WHT-GV
           MOVE SPACES              TO TDSTMT-RECORD
           SET STM-HEADER-SP        TO TRUE
           MOVE PREV-CUSTOMER-GV    TO STM-CUSTOMER-SP
           MOVE FY-END-YEAR-GV      TO STM-FY-END-YEAR-SP
           MOVE FY-START-DATE-GV    TO STM-FY-START-DATE-SP
           MOVE FY-END-DATE-GV      TO STM-FY-END-DATE-SP
           MOVE RUN-DATE-GV         TO STM-ISSUE-DATE-SP
           WRITE TDSTMT-RECORD
           ADD 1 TO STMT-CUSTOMER-CNT
           .

       3250-WRITE-STMT-DETAIL.
           MOVE SPACES              TO TDSTMT-RECORD
           SET STM-DETAIL-SP        TO TRUE
           MOVE PREV-CUSTOMER-GV    TO STM-CUSTOMER-SP
           MOVE FY-END-YEAR-GV      TO STM-FY-END-YEAR-SP
           MOVE ANN-ACCOUNT(ANN-X)  TO STM-ACCOUNT-SP
           MOVE ANN-RESIDENCY(ANN-X)
                                    TO STM-RESIDENCY-SP
           IF ANN-RESIDENCY(ANN-X) = 'N'
              MOVE 'NON-RESIDENT'   TO STM-RESIDENCY-DESC-SP
           ELSE
              MOVE 'RESIDENT'       TO STM-RESIDENCY-DESC-SP
           END-IF
           MOVE ANN-TAX-CODE(ANN-X) TO STM-TAX-CODE-SP
           MOVE ANN-INTEREST(ANN-X) TO STM-INTEREST-SP
           MOVE ANN-WHT(ANN-X)      TO STM-WHT-SP
           COMPUTE STM-NET-SP = ANN-INTEREST(ANN-X) - ANN-WHT(ANN-X)
           WRITE TDSTMT-RECORD
           ADD 1 TO STMT-ACCOUNT-CNT
                    CUST-ACCOUNT-CNT-GV
           ADD ANN-INTEREST(ANN-X)  TO CUST-INTEREST-GV
                                       STMT-INTEREST-TOT
           ADD ANN-WHT(ANN-X)       TO CUST-WHT-GV
                                       STMT-WHT-TOT
           .

       3300-WRITE-STMT-TOTAL.
           MOVE SPACES              TO TDSTMT-RECORD
           SET STM-TOTAL-SP         TO TRUE
           MOVE PREV-CUSTOMER-GV    TO STM-CUSTOMER-SP
           MOVE FY-END-YEAR-GV      TO STM-FY-END-YEAR-SP
           MOVE CUST-ACCOUNT-CNT-GV TO STM-ACCOUNT-CNT-SP
           MOVE CUST-INTEREST-GV    TO STM-TOT-INTEREST-SP
           MOVE CUST-WHT-GV         TO STM-TOT-WHT-SP
           COMPUTE STM-TOT-NET-SP = CUST-INTEREST-GV - CUST-WHT-GV
           WRITE TDSTMT-RECORD
           .

      ******************************************************************
      *                                                                *
      *    3400-WRITE-LODGE-DETAIL                                     *
      *                                                                *
      ******************************************************************
       3400-WRITE-LODGE-DETAIL.
           MOVE SPACES              TO TDLODGE-RECORD
           SET LDG-DETAIL-LX        TO TRUE
           MOVE ANN-CUSTOMER(ANN-X) TO LDG-CUSTOMER-LX
           MOVE ANN-ACCOUNT(ANN-X)  TO LDG-ACCOUNT-LX
           MOVE ANN-RESIDENCY(ANN-X)
                                    TO LDG-RESIDENCY-LX
           MOVE ANN-TAX-CODE(ANN-X) TO LDG-TAX-CODE-LX
           MOVE ANN-INTEREST(ANN-X) TO LDG-INTEREST-LX
           MOVE ANN-WHT(ANN-X)      TO LDG-WHT-LX
           WRITE TDLODGE-RECORD
           ADD 1 TO LODGE-DETAIL-CNT
           ADD ANN-INTEREST(ANN-X)  TO LODGE-INTEREST-TOT
           ADD ANN-WHT(ANN-X)       TO LODGE-WHT-TOT
           .

      ******************************************************************
      *                                                                *
      *    4000-WRITE-LODGE-TRAILER                                    *
      *                                                                *
      ******************************************************************
       4000-WRITE-LODGE-TRAILER.
           MOVE SPACES              TO TDLODGE-RECORD
           SET LDG-TRAILER-LX       TO TRUE
           MOVE LODGE-DETAIL-CNT    TO LDG-DETAIL-CNT-LX
           MOVE LODGE-INTEREST-TOT  TO LDG-TOT-INTEREST-LX
           MOVE LODGE-WHT-TOT       TO LDG-TOT-WHT-LX
           WRITE TDLODGE-RECORD
           .

      ******************************************************************
      *                                                                *
      *    5000-WRITE-CONTROL-REPORT                                   *
      *                                                                *
      ******************************************************************
       5000-WRITE-CONTROL-REPORT.
           WRITE TDTAXRPT-LINE FROM TAX-HEADING-1
           MOVE SPACES TO TDTAXRPT-LINE
           WRITE TDTAXRPT-LINE
           MOVE 'EVENT RECORDS READ       : '
                                    TO TAX-COUNT-DESC
           MOVE EVENT-READ-CNT      TO TAX-COUNT-VALUE
           WRITE TDTAXRPT-LINE FROM TAX-COUNT-LINE
           MOVE 'OUTSIDE FINANCIAL YEAR   : '
                                    TO TAX-COUNT-DESC
           MOVE OUTSIDE-YEAR-CNT    TO TAX-COUNT-VALUE
           WRITE TDTAXRPT-LINE FROM TAX-COUNT-LINE
           MOVE 'INVALID EVENTS           : '
                                    TO TAX-COUNT-DESC
           MOVE INVALID-EVENT-CNT   TO TAX-COUNT-VALUE
           WRITE TDTAXRPT-LINE FROM TAX-COUNT-LINE
           MOVE 'NOT ACCUMULATED - TABLE  : '
                                    TO TAX-COUNT-DESC
           MOVE TABLE-FULL-CNT      TO TAX-COUNT-VALUE
           WRITE TDTAXRPT-LINE FROM TAX-COUNT-LINE
           MOVE 'RESIDENCY CHANGED IN YEAR: '
                                    TO TAX-COUNT-DESC
           MOVE RESID-CHANGED-CNT   TO TAX-COUNT-VALUE
           WRITE TDTAXRPT-LINE FROM TAX-COUNT-LINE
           MOVE 'STATEMENT CUSTOMERS      : '
                                    TO TAX-COUNT-DESC
           MOVE STMT-CUSTOMER-CNT   TO TAX-COUNT-VALUE
           WRITE TDTAXRPT-LINE FROM TAX-COUNT-LINE

           MOVE SPACES TO TDTAXRPT-LINE
           WRITE TDTAXRPT-LINE
           MOVE '----- ACCEPTED EVENTS BY TYPE -----'
                                    TO TAX-SECTION-TEXT
           WRITE TDTAXRPT-LINE FROM TAX-SECTION-LINE
           WRITE TDTAXRPT-LINE FROM TAX-HEADING-2
           MOVE 1 TO TYPE-X
           PERFORM 5100-WRITE-TYPE-ROW
                   UNTIL TYPE-X > 3

           MOVE SPACES TO TDTAXRPT-LINE
           WRITE TDTAXRPT-LINE
           MOVE '----- EVENTS BY MONTH (TIES TO MATRPT) -----'
                                    TO TAX-SECTION-TEXT
           WRITE TDTAXRPT-LINE FROM TAX-SECTION-LINE
           WRITE TDTAXRPT-LINE FROM MONTH-HEADING
           MOVE 1 TO MONTH-X
           PERFORM 5200-WRITE-MONTH-ROW
                   UNTIL MONTH-X > 12

           MOVE SPACES TO TDTAXRPT-LINE
           WRITE TDTAXRPT-LINE
           MOVE '----- CONTROL TOTALS -----'
                                    TO TAX-SECTION-TEXT
           WRITE TDTAXRPT-LINE FROM TAX-SECTION-LINE
           WRITE TDTAXRPT-LINE FROM TAX-HEADING-2
           MOVE 'ACCEPTED EVENTS'   TO TAX-TOT-DESC
           MOVE EVENT-ACCEPTED-CNT  TO TAX-TOT-COUNT
           MOVE EVENT-INTEREST-TOT  TO TAX-TOT-INTEREST
           MOVE EVENT-WHT-TOT       TO TAX-TOT-WHT
           WRITE TDTAXRPT-LINE FROM TAX-TOTAL-LINE
           MOVE 'TDANNUAL ACCOUNTS'  TO TAX-TOT-DESC
           MOVE ANNUAL-WRITTEN-CNT  TO TAX-TOT-COUNT
           MOVE ANNUAL-INTEREST-TOT TO TAX-TOT-INTEREST
           MOVE ANNUAL-WHT-TOT      TO TAX-TOT-WHT
           WRITE TDTAXRPT-LINE FROM TAX-TOTAL-LINE
           MOVE 'STATEMENT ACCOUNT LINES' TO TAX-TOT-DESC
           MOVE STMT-ACCOUNT-CNT    TO TAX-TOT-COUNT
           MOVE STMT-INTEREST-TOT   TO TAX-TOT-INTEREST
           MOVE STMT-WHT-TOT        TO TAX-TOT-WHT
           WRITE TDTAXRPT-LINE FROM TAX-TOTAL-LINE
           MOVE 'LODGEMENT DETAILS'  TO TAX-TOT-DESC
           MOVE LODGE-DETAIL-CNT    TO TAX-TOT-COUNT
           MOVE LODGE-INTEREST-TOT  TO TAX-TOT-INTEREST
           MOVE LODGE-WHT-TOT       TO TAX-TOT-WHT
           WRITE TDTAXRPT-LINE FROM TAX-TOTAL-LINE
           PERFORM 5500-CHECK-BALANCE
           .

       5100-WRITE-TYPE-ROW.
           MOVE TYPE-DESC(TYPE-X)     TO TAX-TOT-DESC
           MOVE TYPE-CNT(TYPE-X)      TO TAX-TOT-COUNT
           MOVE TYPE-INTEREST(TYPE-X) TO TAX-TOT-INTEREST
           MOVE TYPE-WHT(TYPE-X)      TO TAX-TOT-WHT
           WRITE TDTAXRPT-LINE FROM TAX-TOTAL-LINE
           ADD 1 TO TYPE-X
           .

       5200-WRITE-MONTH-ROW.
           MOVE MONTH-NAME(MONTH-X)   TO MONTH-DET-NAME
           MOVE MONTH-ROLLOVER-CNT(MONTH-X)
                                      TO MONTH-DET-ROLLOVER
           MOVE MONTH-PAYOUT-CNT(MONTH-X)
                                      TO MONTH-DET-PAYOUT
           MOVE MONTH-EARLY-CNT(MONTH-X)
                                      TO MONTH-DET-EARLY
           MOVE MONTH-INTEREST(MONTH-X)
                                      TO MONTH-DET-INTEREST
           MOVE MONTH-WHT(MONTH-X)    TO MONTH-DET-WHT
           WRITE TDTAXRPT-LINE FROM MONTH-DETAIL-LINE
           ADD 1 TO MONTH-X
           .

      ******************************************************************
      *                                                                *
      *    5500-CHECK-BALANCE                                          *
      *                                                                *
      *    THE ANNUAL FILE AND THE STATEMENTS MUST CARRY EVERY         *
      *    ACCEPTED EVENT'S INTEREST AND TAX; THE LODGEMENT MUST       *
      *    AGREE WITH THE ANNUAL FILE (ACCOUNTS WITH NEITHER ARE NOT   *
      *    LODGED, SO ITS TOTALS STILL AGREE).                         *
      *                                                                *
      ******************************************************************
       5500-CHECK-BALANCE.
           IF ANNUAL-INTEREST-TOT NOT = EVENT-INTEREST-TOT
              OR ANNUAL-WHT-TOT NOT = EVENT-WHT-TOT
              OR STMT-INTEREST-TOT NOT = EVENT-INTEREST-TOT
              OR STMT-WHT-TOT NOT = EVENT-WHT-TOT
              OR LODGE-INTEREST-TOT NOT = ANNUAL-INTEREST-TOT
              OR LODGE-WHT-TOT NOT = ANNUAL-WHT-TOT
              SET OUT-OF-BALANCE TO TRUE
           END-IF
           MOVE SPACES TO TDTAXRPT-LINE
           WRITE TDTAXRPT-LINE
           IF OUT-OF-BALANCE
              MOVE '*** CONTROL TOTALS OUT OF BALANCE ***'
                                    TO TAX-SECTION-TEXT
              WRITE TDTAXRPT-LINE FROM TAX-SECTION-LINE
              MOVE 'AF0485M0 - TD TAX STATEMENT TOTALS OUT OF BALANCE'
                                    TO NBCONS-MESSAGE
              MOVE 'CRIT'           TO NBCONS-SEVERITY
              CALL 'NBCONS' USING NBCONS-PASSAREA
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 'CONTROL TOTALS IN BALANCE'
                                    TO TAX-SECTION-TEXT
              WRITE TDTAXRPT-LINE FROM TAX-SECTION-LINE
              IF INVALID-EVENT-CNT > ZERO
                 OR TABLE-FULL-CNT > ZERO
                 MOVE 'AF0485M0 - TD TAX EVENTS REJECTED, SEE TDTAXRPT'
                                    TO NBCONS-MESSAGE
                 MOVE 'WARN'        TO NBCONS-SEVERITY
                 CALL 'NBCONS' USING NBCONS-PASSAREA
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    8100-READ-EVENT                                             *
      *                                                                *
      ******************************************************************
       8100-READ-EVENT.
           READ TDTAXEV-FILE
              AT END SET TDTAXEV-EOF TO TRUE
           END-READ
           IF NOT TDTAXEV-EOF
              ADD 1 TO EVENT-READ-CNT
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    9000-TERMINATE                                              *
      *                                                                *
      ******************************************************************
       9000-TERMINATE.
           CLOSE TDTAXEV-FILE
                 TDANNUAL-FILE
                 TDSTMT-FILE
                 TDLODGE-FILE
                 TDTAXRPT-FILE
           .
