       IDENTIFICATION DIVISION.
      *================================================================*
       PROGRAM-ID.    AF0466M0.
       AUTHOR.        CAMS ACCOUNT OPENING TEAM.
       INSTALLATION.  HOST SYSTEMS - ACCOUNT FUNCTIONS.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
      *================================================================*
      *                                                                *
      *    AF0466M0 - MONTH-END MANAGEMENT INFORMATION PACK            *
      *                                                                *
      *    READS THE MONTH'S FACTOUT GENERATIONS (CONCATENATED IN      *
      *    THE JCL) WRITTEN BY AF0001M0 AND PRODUCES THE EXECUTIVE     *
      *    PACK THAT USED TO BE PASTED TOGETHER FROM THE DAILY         *
      *    SUMMRPT, CHANRPT AND SLA PRINTOUTS:                         *
      *                                                                *
      *        - OPENS RECEIVED, OPENED AND FAILED, WITH DEPOSIT       *
      *          VOLUME AND UPFRONT FEES, BY PACKAGE TYPE, CHANNEL,    *
      *          REGION AND CURRENCY (OPEN MESSAGES ONLY, AS IN        *
      *          AF0464M0)                                             *
      *        - FEE REVENUE BY PACKAGE TYPE - FEES ON OPENS AND ON    *
      *          OTHER MESSAGES (DRAWDOWNS)                            *
      *        - THE TOP TEN ERROR CODES ACROSS ALL MESSAGE TYPES      *
      *        - SLA ATTAINMENT BY PACKAGE TYPE - THE SHARE OF         *
      *          MESSAGES ANSWERED WITHIN THE SLATARG P95 TARGET       *
      *          (THE SAME TARGET CARDS AS AF0463M0).  THE ELAPSED     *
      *          TIME IS THE MESSAGE'S, SO EACH MESSAGE IS COUNTED     *
      *          ONCE, ON ITS FIRST OCCURRENCE                         *
      *        - THE MONTH AGAINST THE PRIOR MONTH AND THE SAME        *
      *          MONTH LAST YEAR, FROM THE MIHIST HISTORY              *
      *                                                                *
      *    THE SAME FIGURES GO TO MIDELIM AS COMMA-DELIMITED ROWS      *
      *    WITH A COLUMN-NAME ROW FIRST, FOR THE FINANCE WORKBOOK.     *
      *                                                                *
      *    THE MONTH'S TOTALS BY PACKAGE TYPE ARE APPENDED TO MIHIST   *
      *    (DISP=MOD) FOR NEXT MONTH'S AND NEXT YEAR'S COMPARISON.     *
      *    A MONTH ALREADY ON THE HISTORY (A RERUN) IS NOT APPENDED    *
      *    AGAIN.  DETAILS FOR OTHER MONTHS ON THE CONCATENATION ARE   *
      *    COUNTED AND SKIPPED.                                        *
      *                                                                *
      *    PARAMETER CARD (PARMCARD, OPTIONAL):                        *
      *        COLS  1-6   REPORT MONTH CCYYMM                         *
      *                    DEFAULT - THE PREVIOUS CALENDAR MONTH.      *
      *                                                                *
      *    TARGET CARD (SLATARG, OPTIONAL - AS AF0463M0):              *
      *        COLS  1-3   PACKAGE TYPE (OTH/TD /FL )                  *
      *        COLS  4-10  AVERAGE TARGET (NOT USED HERE)              *
      *        COLS 11-15  P95 TARGET, WHOLE SECONDS                   *
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

           SELECT FACTOUT-FILE    ASSIGN TO FACTOUT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL SLATARG-FILE
                  ASSIGN TO SLATARG
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL MIHIST-FILE
                  ASSIGN TO MIHIST
                  ORGANIZATION IS SEQUENTIAL.

           SELECT MIRPT-FILE      ASSIGN TO MIRPT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT MIDELIM-FILE    ASSIGN TO MIDELIM
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
      *================================================================*
       FILE SECTION.

       FD  PARMCARD-FILE
           RECORDING MODE IS F.
       01  PARMCARD-RECORD.
           05  PARM-MONTH                      PIC X(06).
           05  PARM-MONTH-R REDEFINES PARM-MONTH.
               10  PARM-CCYY                   PIC 9(04).
               10  PARM-MM                     PIC 9(02).
           05  FILLER                          PIC X(74).

      *----------------------------------------------------------------*
      *    FACTOUT - THIS RECORD LAYOUT IS MIRRORED IN AF0001M0 AND    *
      *    AF0464M0 - THEY MUST STAY IN STEP.                          *
      *----------------------------------------------------------------*
       FD  FACTOUT-FILE
           RECORDING MODE IS F.
       01  FACTOUT-RECORD.
           05  FACT-REC-TYPE-FX                PIC X(01).
               88  FACT-DETAIL-FX                  VALUE 'D'.
               88  FACT-TRAILER-FX                 VALUE 'T'.
           05  FACT-DETAIL-DATA-FX.
               10  FACT-PROC-DATE-FX           PIC 9(08).
               10  FACT-PROC-DATE-R-FX REDEFINES FACT-PROC-DATE-FX.
                   15  FACT-PROC-MONTH-FX      PIC 9(06).
                   15  FILLER                  PIC 9(02).
               10  FACT-MSG-ID-FX              PIC X(16).
               10  FACT-OCC-NBR-FX             PIC 9(01).
               10  FACT-MSG-TYPE-FX            PIC X(08).
                   88  FACT-NOT-AN-OPEN-FX         VALUE 'OBPAMND1'
                                                         'OBPDRAW1'
                                                         'OBPCLSE1'
                                                         'OBPINQ1 '.
               10  FACT-VERSION-FX             PIC 9(01).
               10  FACT-CHANNEL-FX             PIC X(02).
               10  FACT-LANGUAGE-FX            PIC X(01).
               10  FACT-PKG-TYPE-FX            PIC X(03).
               10  FACT-CURRENCY-FX            PIC X(03).
               10  FACT-BSB-NBR-FX             PIC X(06).
               10  FACT-REGION-FX              PIC X(03).
               10  FACT-DEPOSIT-AMT-FX         PIC S9(09)V99.
               10  FACT-FEE-AMT-FX             PIC S9(07)V99.
               10  FACT-OUTCOME-FX             PIC X(01).
                   88  FACT-SUCCESS-FX             VALUE 'S'.
                   88  FACT-FAILED-FX              VALUE 'F'.
               10  FACT-ERROR-CODE-FX          PIC X(04).
               10  FACT-VALUE-DATE-FX          PIC 9(08).
               10  FACT-START-TIME-FX          PIC 9(06).
               10  FACT-ELAPSED-SECS-FX        PIC 9(05).
               10  FILLER                      PIC X(53).
           05  FACT-TRAILER-DATA-FX REDEFINES FACT-DETAIL-DATA-FX.
               10  FTRL-PROC-DATE-FX           PIC 9(08).
               10  FTRL-RUN-DATE-FX            PIC 9(08).
               10  FTRL-RUN-TIME-FX            PIC 9(06).
               10  FTRL-DETAIL-CNT-FX          PIC 9(09).
               10  FTRL-RECEIVED-CNT-FX        PIC 9(07).
               10  FTRL-OPENED-CNT-FX          PIC 9(07).
               10  FTRL-CLOSED-CNT-FX          PIC 9(07).
               10  FTRL-FAILED-CNT-FX          PIC 9(07).
               10  FTRL-INQUIRY-CNT-FX         PIC 9(07).
               10  FTRL-DEPOSIT-TOTAL-FX       PIC S9(11)V99.
               10  FTRL-FEE-TOTAL-FX           PIC S9(09)V99.
               10  FILLER                      PIC X(59).

       FD  SLATARG-FILE
           RECORDING MODE IS F.
       01  SLATARG-RECORD.
           05  TARG-PKG-TYPE                   PIC X(03).
           05  TARG-AVG-HUNDREDTHS             PIC 9(07).
           05  TARG-P95-SECS                   PIC 9(05).
           05  FILLER                          PIC X(65).

      *----------------------------------------------------------------*
      *    MIHIST - ONE RECORD PER PACKAGE TYPE PER MONTH PLUS AN      *
      *    'ALL' RECORD, APPENDED ACROSS RUNS (DISP=MOD).  FEES ARE    *
      *    THE MONTH'S TOTAL FEE REVENUE (OPENS AND OTHER MESSAGES).   *
      *----------------------------------------------------------------*
       FD  MIHIST-FILE
           RECORDING MODE IS F.
       01  MIHIST-RECORD.
           05  HIST-MONTH-MH                   PIC 9(06).
           05  HIST-PKG-TYPE-MH                PIC X(03).
           05  HIST-RECEIVED-MH                PIC 9(07).
           05  HIST-OPENED-MH                  PIC 9(07).
           05  HIST-FAILED-MH                  PIC 9(07).
           05  HIST-DEPOSIT-MH                 PIC 9(13)V99.
           05  HIST-FEE-MH                     PIC 9(11)V99.
           05  HIST-SLA-MSGS-MH                PIC 9(07).
           05  HIST-SLA-WITHIN-MH              PIC 9(07).
           05  FILLER                          PIC X(28).

       FD  MIRPT-FILE
           RECORDING MODE IS F.
       01  MIRPT-LINE                          PIC X(132).

       FD  MIDELIM-FILE
           RECORDING MODE IS F.
       01  MIDELIM-RECORD                      PIC X(200).

       WORKING-STORAGE SECTION.
      *================================================================*

       01  AF0466M0-CONTROL-COUNTS.
           05  FACT-READ-CNT                   PIC S9(07) COMP-3
                                                   VALUE +0.
           05  DETAIL-IN-MONTH-CNT             PIC S9(07) COMP-3
                                                   VALUE +0.
           05  OTHER-MONTH-CNT                 PIC S9(07) COMP-3
                                                   VALUE +0.
           05  TRAILER-CNT                     PIC S9(07) COMP-3
                                                   VALUE +0.
           05  HIST-READ-CNT                   PIC S9(07) COMP-3
                                                   VALUE +0.
           05  HIST-WRITTEN-CNT                PIC S9(07) COMP-3
                                                   VALUE +0.
           05  DELIM-WRITTEN-CNT               PIC S9(07) COMP-3
                                                   VALUE +0.

       01  AF0466M0-SWITCHES.
           05  PARM-EOF-SW                     PIC X(01) VALUE 'N'.
               88  PARM-EOF                        VALUE 'Y'.
           05  FACTOUT-EOF-SW                  PIC X(01) VALUE 'N'.
               88  FACTOUT-EOF                     VALUE 'Y'.
           05  SLATARG-EOF-SW                  PIC X(01) VALUE 'N'.
               88  SLATARG-EOF                     VALUE 'Y'.
           05  MIHIST-EOF-SW                   PIC X(01) VALUE 'N'.
               88  MIHIST-EOF                      VALUE 'Y'.
           05  DIM-FOUND-SW                    PIC X(01) VALUE 'N'.
               88  DIM-FOUND                       VALUE 'Y'.
           05  ERR-FOUND-SW                    PIC X(01) VALUE 'N'.
               88  ERR-FOUND                       VALUE 'Y'.
           05  SLA-FOUND-SW                    PIC X(01) VALUE 'N'.
               88  SLA-FOUND                       VALUE 'Y'.
           05  CMP-FOUND-SW                    PIC X(01) VALUE 'N'.
               88  CMP-FOUND                       VALUE 'Y'.
           05  MONTH-ON-HISTORY-SW             PIC X(01) VALUE 'N'.
               88  MONTH-ON-HISTORY                VALUE 'Y'.
           05  SECTION-EMPTY-SW                PIC X(01) VALUE 'Y'.
               88  SECTION-EMPTY                   VALUE 'Y'.

       01  AF0466M0-WORK-FIELDS.
           05  RUN-DATE-GV                     PIC 9(08).
           05  RUN-DATE-R-GV REDEFINES RUN-DATE-GV.
               10  RUN-CCYY-GV                 PIC 9(04).
               10  RUN-MM-GV                   PIC 9(02).
               10  RUN-DD-GV                   PIC 9(02).
           05  RPT-MONTH-GV.
               10  RPT-CCYY-GV                 PIC 9(04).
               10  RPT-MM-GV                   PIC 9(02).
           05  RPT-MONTH-N-GV REDEFINES RPT-MONTH-GV
                                               PIC 9(06).
           05  PRIOR-MONTH-GV.
               10  PRIOR-CCYY-GV               PIC 9(04).
               10  PRIOR-MM-GV                 PIC 9(02).
           05  PRIOR-MONTH-N-GV REDEFINES PRIOR-MONTH-GV
                                               PIC 9(06).
           05  LASTYR-MONTH-GV.
               10  LASTYR-CCYY-GV              PIC 9(04).
               10  LASTYR-MM-GV                PIC 9(02).
           05  LASTYR-MONTH-N-GV REDEFINES LASTYR-MONTH-GV
                                               PIC 9(06).
           05  DIM-X                           PIC S9(04) COMP.
           05  DIM-SHIFT-X                     PIC S9(04) COMP.
           05  DIM-WORK-TYPE                   PIC X(01).
           05  DIM-WORK-KEY                    PIC X(03).
           05  ERR-X                           PIC S9(04) COMP.
           05  ERR-TOP-X                       PIC S9(04) COMP.
           05  ERR-RANK-X                      PIC S9(04) COMP.
           05  ERR-TOP-CNT                     PIC S9(07) COMP-3.
           05  SLA-X                           PIC S9(04) COMP.
           05  CMP-X                           PIC S9(04) COMP.
           05  PRD-X                           PIC S9(04) COMP.
           05  PKG-WORK-GV                     PIC X(03).
           05  PCT-GV                          PIC S9(05)V99 COMP-3.
           05  CHG-GV                          PIC S9(07)V9 COMP-3.
           05  AVG-SECS-GV                     PIC S9(05)V99 COMP-3.
           05  OTHER-FEE-GV                    PIC S9(11)V99 COMP-3.
           05  TOTAL-FEE-GV                    PIC S9(11)V99 COMP-3.
           05  PERIOD-MONTH-GV                 PIC 9(06).

      *----------------------------------------------------------------*
      *                                                                *
      *    ONE ROW PER DIMENSION VALUE, KEPT IN TYPE / KEY ORDER.      *
      *    TYPE P PACKAGE TYPE, C CHANNEL, R REGION, Y CURRENCY.       *
      *    RECEIVED / OPENED / FAILED / DEPOSIT / FEE COVER OPEN       *
      *    MESSAGES; OTHER-FEE (PACKAGE ROWS ONLY) IS THE FEE          *
      *    CHARGED ON THE PACKAGE'S OTHER MESSAGES (DRAWDOWNS).        *
      *                                                                *
      *----------------------------------------------------------------*
       01  DIM-TABLE-COUNT                     PIC S9(04) COMP
                                                   VALUE +0.
       01  DIM-SAVE-ENTRY                      PIC X(38).
       01  DIM-TABLE.
           05  DIM-ENTRY OCCURS 200 TIMES.
               10  DIM-TYPE                    PIC X(01).
               10  DIM-KEY                     PIC X(03).
               10  DIM-RECEIVED                PIC S9(07) COMP-3.
               10  DIM-OPENED                  PIC S9(07) COMP-3.
               10  DIM-FAILED                  PIC S9(07) COMP-3.
               10  DIM-DEPOSIT                 PIC S9(13)V99 COMP-3.
               10  DIM-FEE                     PIC S9(11)V99 COMP-3.
               10  DIM-OTHER-FEE               PIC S9(11)V99 COMP-3.

       01  ERR-TABLE-COUNT                     PIC S9(04) COMP
                                                   VALUE +0.
       01  ERR-TABLE.
           05  ERR-ENTRY OCCURS 100 TIMES.
               10  ERR-CODE                    PIC X(04).
               10  ERR-CNT                     PIC S9(07) COMP-3.
               10  ERR-RANKED-SW               PIC X(01).

      *----------------------------------------------------------------*
      *    SLA ATTAINMENT BY PACKAGE TYPE, WITH THE TARGET FROM        *
      *    SLATARG (ZERO WHEN THE PACKAGE HAS NO TARGET CARD).         *
      *----------------------------------------------------------------*
       01  SLA-TABLE-COUNT                     PIC S9(04) COMP
                                                   VALUE +0.
       01  SLA-TABLE.
           05  SLA-ENTRY OCCURS 10 TIMES.
               10  SLA-PKG-TYPE                PIC X(03).
               10  SLA-TARGET-SECS             PIC 9(05).
               10  SLA-MSG-CNT                 PIC S9(07) COMP-3.
               10  SLA-WITHIN-CNT              PIC S9(07) COMP-3.
               10  SLA-SUM-SECS                PIC S9(09) COMP-3.

      *----------------------------------------------------------------*
      *    COMPARISON ROWS - ONE PER PACKAGE TYPE PLUS 'ALL'.          *
      *    PERIOD 1 IS THE REPORT MONTH, 2 THE PRIOR MONTH, 3 THE      *
      *    SAME MONTH LAST YEAR.                                       *
      *----------------------------------------------------------------*
       01  CMP-TABLE-COUNT                     PIC S9(04) COMP
                                                   VALUE +0.
       01  CMP-TABLE.
           05  CMP-ENTRY OCCURS 10 TIMES.
               10  CMP-KEY                     PIC X(03).
               10  CMP-PERIOD OCCURS 3 TIMES.
                   15  CMP-PRESENT-SW          PIC X(01).
                   15  CMP-RECEIVED            PIC S9(07) COMP-3.
                   15  CMP-OPENED              PIC S9(07) COMP-3.
                   15  CMP-FAILED              PIC S9(07) COMP-3.
                   15  CMP-DEPOSIT             PIC S9(13)V99 COMP-3.
                   15  CMP-FEE                 PIC S9(11)V99 COMP-3.
                   15  CMP-SLA-MSGS            PIC S9(07) COMP-3.
                   15  CMP-SLA-WITHIN          PIC S9(07) COMP-3.

      *----------------------------------------------------------------*
      *    DELIMITED ROW WORK AREA.  EVERY MIDELIM ROW HAS THE SAME    *
      *    COLUMNS; A SECTION USES THE ONES THAT APPLY AND LEAVES      *
      *    THE REST ZERO.                                              *
      *----------------------------------------------------------------*
       01  DELIM-WORK-AREA.
           05  DL-SECTION                      PIC X(12).
           05  DL-MONTH                        PIC 9(06).
           05  DL-KEY                          PIC X(04).
           05  DL-RECEIVED                     PIC 9(07).
           05  DL-OPENED                       PIC 9(07).
           05  DL-FAILED                       PIC 9(07).
           05  DL-DEPOSIT                      PIC 9(13).99.
           05  DL-FEE                          PIC 9(11).99.
           05  DL-OTHER-FEE                    PIC 9(11).99.
           05  DL-PCT                          PIC 9(03).99.

       01  DELIM-COLUMN-NAMES.
           05  FILLER                          PIC X(47)  VALUE
             'SECTION,MONTH,KEY,RECEIVED,OPENED,FAILED,DEPOSI'.
           05  FILLER                          PIC X(27)  VALUE
             'TS,FEES,OTHER_FEES,PERCENT'.
           05  FILLER                          PIC X(126) VALUE SPACES.

      *----------------------------------------------------------------*
      *    REPORT LAYOUTS.                                             *
      *----------------------------------------------------------------*
       01  MI-HEADING-1.
           05  FILLER                          PIC X(52)  VALUE
             'AF0466M0 - MONTH-END MANAGEMENT INFORMATION PACK    '.
           05  FILLER                          PIC X(07)  VALUE
                 'MONTH: '.
           05  MI-HDG-MONTH                    PIC 9(06).
           05  FILLER                          PIC X(13)  VALUE
                 '    RUN DATE '.
           05  MI-HDG-RUN-DATE                 PIC 9(08).
           05  FILLER                          PIC X(46)  VALUE SPACES.

       01  MI-SECTION-LINE.
           05  MI-SECTION-TEXT                 PIC X(60).
           05  FILLER                          PIC X(72)  VALUE SPACES.

       01  MI-DIM-HEADING.
           05  MI-DIM-HDG-KEY                  PIC X(10).
           05  FILLER                          PIC X(11)  VALUE
                 '  RECEIVED '.
           05  FILLER                          PIC X(11)  VALUE
                 '    OPENED '.
           05  FILLER                          PIC X(11)  VALUE
                 '    FAILED '.
           05  FILLER                          PIC X(09)  VALUE
                 'FAIL PCT '.
           05  FILLER                          PIC X(22)  VALUE
                 '       DEPOSIT VOLUME '.
           05  FILLER                          PIC X(18)  VALUE
                 '      UPFRONT FEES'.
           05  FILLER                          PIC X(40)  VALUE SPACES.

       01  MI-DIM-LINE.
           05  MI-DIM-KEY                      PIC X(10).
           05  MI-DIM-RECEIVED                 PIC Z,ZZZ,ZZ9.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  MI-DIM-OPENED                   PIC Z,ZZZ,ZZ9.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  MI-DIM-FAILED                   PIC Z,ZZZ,ZZ9.
           05  FILLER                          PIC X(03)  VALUE SPACES.
           05  MI-DIM-FAIL-PCT                 PIC ZZ9.99.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  MI-DIM-DEPOSIT                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  MI-DIM-FEE                      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(44)  VALUE SPACES.

       01  MI-FEE-HEADING.
           05  FILLER                          PIC X(10)  VALUE
                 'PKG TYPE  '.
           05  FILLER                          PIC X(20)  VALUE
                 '      FEES ON OPENS '.
           05  FILLER                          PIC X(20)  VALUE
                 '   FEES ON OTHER    '.
           05  FILLER                          PIC X(20)  VALUE
                 '  TOTAL FEE REVENUE '.
           05  FILLER                          PIC X(62)  VALUE SPACES.

       01  MI-FEE-LINE.
           05  MI-FEE-PKG                      PIC X(10).
           05  MI-FEE-OPENS                    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(03)  VALUE SPACES.
           05  MI-FEE-OTHER                    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(03)  VALUE SPACES.
           05  MI-FEE-TOTAL                    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(65)  VALUE SPACES.

       01  MI-ERR-HEADING.
           05  FILLER                          PIC X(06)  VALUE
                 'RANK  '.
           05  FILLER                          PIC X(12)  VALUE
                 'ERROR CODE  '.
           05  FILLER                          PIC X(12)  VALUE
                 'OCCURRENCES '.
           05  FILLER                          PIC X(102) VALUE SPACES.

       01  MI-ERR-LINE.
           05  MI-ERR-RANK                     PIC Z9.
           05  FILLER                          PIC X(04)  VALUE SPACES.
           05  MI-ERR-CODE                     PIC X(04).
           05  FILLER                          PIC X(09)  VALUE SPACES.
           05  MI-ERR-CNT                      PIC Z,ZZZ,ZZ9.
           05  FILLER                          PIC X(104) VALUE SPACES.

       01  MI-SLA-HEADING.
           05  FILLER                          PIC X(10)  VALUE
                 'PKG TYPE  '.
           05  FILLER                          PIC X(13)  VALUE
                 'TARGET SECS  '.
           05  FILLER                          PIC X(12)  VALUE
                 '  MESSAGES  '.
           05  FILLER                          PIC X(13)  VALUE
                 'WITHIN TARGET'.
           05  FILLER                          PIC X(14)  VALUE
                 '  ATTAINMENT  '.
           05  FILLER                          PIC X(10)  VALUE
                 'AVG SECS  '.
           05  FILLER                          PIC X(60)  VALUE SPACES.

       01  MI-SLA-LINE.
           05  MI-SLA-PKG                      PIC X(10).
           05  MI-SLA-TARGET                   PIC X(11).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  MI-SLA-MSGS                     PIC Z,ZZZ,ZZ9.
           05  FILLER                          PIC X(04)  VALUE SPACES.
           05  MI-SLA-WITHIN                   PIC Z,ZZZ,ZZ9.
           05  FILLER                          PIC X(06)  VALUE SPACES.
           05  MI-SLA-PCT                      PIC X(07).
           05  FILLER                          PIC X(05)  VALUE SPACES.
           05  MI-SLA-AVG                      PIC ZZZZ9.99.
           05  FILLER                          PIC X(61)  VALUE SPACES.

       01  MI-CMP-HEADING.
           05  FILLER                          PIC X(24)  VALUE
                 'PKG TYPE / MEASURE      '.
           05  FILLER                          PIC X(18)  VALUE
                 '        THIS MONTH'.
           05  FILLER                          PIC X(18)  VALUE
                 '       PRIOR MONTH'.
           05  FILLER                          PIC X(10)  VALUE
                 '  CHANGE %'.
           05  FILLER                          PIC X(18)  VALUE
                 '  MONTH LAST YEAR '.
           05  FILLER                          PIC X(10)  VALUE
                 '  CHANGE %'.
           05  FILLER                          PIC X(34)  VALUE SPACES.

       01  MI-CMP-PERIOD-LINE.
           05  FILLER                          PIC X(24)  VALUE SPACES.
           05  FILLER                          PIC X(12)  VALUE SPACES.
           05  MI-CMP-THIS-MONTH               PIC 9(06).
           05  FILLER                          PIC X(12)  VALUE SPACES.
           05  MI-CMP-PRIOR-MONTH              PIC 9(06).
           05  FILLER                          PIC X(22)  VALUE SPACES.
           05  MI-CMP-LASTYR-MONTH             PIC 9(06).
           05  FILLER                          PIC X(44)  VALUE SPACES.

       01  MI-CMP-LINE.
           05  MI-CMP-KEY                      PIC X(04).
           05  MI-CMP-MEASURE                  PIC X(20).
           05  MI-CMP-VALUE OCCURS 3 TIMES     PIC X(18).
           05  FILLER                          PIC X(54)  VALUE SPACES.
       01  MI-CMP-CHANGE-AREA REDEFINES MI-CMP-LINE.
           05  FILLER                          PIC X(60).
           05  MI-CMP-CHG-PRIOR                PIC X(10).
           05  MI-CMP-LASTYR-VALUE             PIC X(18).
           05  MI-CMP-CHG-LASTYR               PIC X(10).
           05  FILLER                          PIC X(34).

       01  MI-CMP-EDIT-AREA.
           05  MI-CMP-COUNT-EDIT               PIC Z,ZZZ,ZZ9.
           05  MI-CMP-AMOUNT-EDIT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  MI-CMP-PCT-EDIT                 PIC ZZ9.99.
           05  MI-CMP-CHG-EDIT                 PIC -(5)9.9.
           05  MI-CMP-SAVE-VALUE OCCURS 3 TIMES PIC X(18).
           05  MI-CMP-WORK-VALUE               PIC S9(13)V99 COMP-3.
           05  MI-CMP-WORK-BASE                PIC S9(13)V99 COMP-3.

       01  MI-NONE-LINE.
           05  FILLER                          PIC X(04)  VALUE SPACES.
           05  MI-NONE-TEXT                    PIC X(60).
           05  FILLER                          PIC X(68)  VALUE SPACES.

       01  MI-COUNT-LINE.
           05  MI-CNT-LABEL                    PIC X(27).
           05  MI-CNT-VALUE                    PIC Z,ZZZ,ZZ9.
           05  FILLER                          PIC X(96)  VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================*

      ******************************************************************
      *                                                                *
      *    0000-MAINLINE                                               *
      *                                                                *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-FACT THRU 2000-EXIT
                   UNTIL FACTOUT-EOF
           PERFORM 3000-BUILD-COMPARISON
           PERFORM 4000-WRITE-PACK
           PERFORM 5000-APPEND-HISTORY
           PERFORM 6000-WRITE-COUNTS
           PERFORM 9000-TERMINATE
           GOBACK
           .

      ******************************************************************
      *                                                                *
      *    1000-INITIALIZE                                             *
      *                                                                *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT RUN-DATE-GV FROM DATE YYYYMMDD
           MOVE RUN-CCYY-GV         TO RPT-CCYY-GV
           MOVE RUN-MM-GV           TO RPT-MM-GV
           IF RPT-MM-GV = 1
              MOVE 12 TO RPT-MM-GV
              SUBTRACT 1 FROM RPT-CCYY-GV
           ELSE
              SUBTRACT 1 FROM RPT-MM-GV
           END-IF
           OPEN INPUT PARMCARD-FILE
           READ PARMCARD-FILE
              AT END SET PARM-EOF TO TRUE
           END-READ
           IF NOT PARM-EOF
              IF PARM-MONTH NUMERIC
                 AND PARM-MM > 0 AND PARM-MM < 13
                 MOVE PARM-CCYY     TO RPT-CCYY-GV
                 MOVE PARM-MM       TO RPT-MM-GV
              ELSE
                 DISPLAY 'AF0466M0 - INVALID MONTH ON PARMCARD, '
                         'PREVIOUS MONTH USED'
              END-IF
           END-IF
           CLOSE PARMCARD-FILE
           MOVE RPT-MONTH-GV        TO PRIOR-MONTH-GV
           IF PRIOR-MM-GV = 1
              MOVE 12 TO PRIOR-MM-GV
              SUBTRACT 1 FROM PRIOR-CCYY-GV
           ELSE
              SUBTRACT 1 FROM PRIOR-MM-GV
           END-IF
           MOVE RPT-MONTH-GV        TO LASTYR-MONTH-GV
           SUBTRACT 1 FROM LASTYR-CCYY-GV
           PERFORM 1100-LOAD-SLA-TARGETS
           OPEN INPUT  FACTOUT-FILE
           OPEN OUTPUT MIRPT-FILE
                       MIDELIM-FILE
           WRITE MIDELIM-RECORD FROM DELIM-COLUMN-NAMES
           ADD 1 TO DELIM-WRITTEN-CNT
           PERFORM 8100-READ-FACTOUT
           .

      ******************************************************************
      *                                                                *
      *    1100-LOAD-SLA-TARGETS                                       *
      *                                                                *
      *    ONE SLA ROW PER TARGET CARD.  A PACKAGE SEEN WITHOUT A      *
      *    CARD IS ADDED LATER WITH A ZERO TARGET.                     *
      *                                                                *
      ******************************************************************
       1100-LOAD-SLA-TARGETS.
           OPEN INPUT SLATARG-FILE
           PERFORM 8200-READ-SLATARG
           PERFORM 1150-STORE-SLA-TARGET
                   UNTIL SLATARG-EOF
           CLOSE SLATARG-FILE
           .

       1150-STORE-SLA-TARGET.
           IF TARG-P95-SECS NUMERIC
              AND SLA-TABLE-COUNT < 10
              ADD 1 TO SLA-TABLE-COUNT
              MOVE SLA-TABLE-COUNT  TO SLA-X
              MOVE TARG-PKG-TYPE    TO SLA-PKG-TYPE(SLA-X)
              MOVE TARG-P95-SECS    TO SLA-TARGET-SECS(SLA-X)
              MOVE ZERO             TO SLA-MSG-CNT(SLA-X)
                                       SLA-WITHIN-CNT(SLA-X)
                                       SLA-SUM-SECS(SLA-X)
           END-IF
           PERFORM 8200-READ-SLATARG
           .

      ******************************************************************
      *                                                                *
      *    2000-PROCESS-FACT                                           *
      *                                                                *
      ******************************************************************
       2000-PROCESS-FACT.
           IF FACT-TRAILER-FX
              ADD 1 TO TRAILER-CNT
              GO TO 2000-NEXT
           END-IF
           IF NOT FACT-DETAIL-FX
              GO TO 2000-NEXT
           END-IF
           IF FACT-PROC-MONTH-FX NOT = RPT-MONTH-N-GV
              ADD 1 TO OTHER-MONTH-CNT
              GO TO 2000-NEXT
           END-IF
           ADD 1 TO DETAIL-IN-MONTH-CNT
           IF FACT-PKG-TYPE-FX = SPACES
              MOVE 'UNK'            TO PKG-WORK-GV
           ELSE
              MOVE FACT-PKG-TYPE-FX TO PKG-WORK-GV
           END-IF
           IF FACT-NOT-AN-OPEN-FX
              IF FACT-FEE-AMT-FX NOT = ZERO
                 MOVE 'P'           TO DIM-WORK-TYPE
                 MOVE PKG-WORK-GV   TO DIM-WORK-KEY
                 PERFORM 2100-FIND-OR-ADD-DIM
                 IF DIM-FOUND
                    ADD FACT-FEE-AMT-FX TO DIM-OTHER-FEE(DIM-X)
                 END-IF
              END-IF
           ELSE
              MOVE 'P'              TO DIM-WORK-TYPE
              MOVE PKG-WORK-GV      TO DIM-WORK-KEY
              PERFORM 2200-POST-OPEN
              MOVE 'C'              TO DIM-WORK-TYPE
              MOVE FACT-CHANNEL-FX  TO DIM-WORK-KEY
              PERFORM 2200-POST-OPEN
              MOVE 'R'              TO DIM-WORK-TYPE
              MOVE FACT-REGION-FX   TO DIM-WORK-KEY
              PERFORM 2200-POST-OPEN
              MOVE 'Y'              TO DIM-WORK-TYPE
              MOVE FACT-CURRENCY-FX TO DIM-WORK-KEY
              PERFORM 2200-POST-OPEN
           END-IF
           IF FACT-FAILED-FX
              PERFORM 2300-POST-ERROR
           END-IF
           IF FACT-OCC-NBR-FX = 1
              PERFORM 2400-POST-SLA
           END-IF
           .
       2000-NEXT.
           PERFORM 8100-READ-FACTOUT
           .
       2000-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *    2100-FIND-OR-ADD-DIM                                        *
      *                                                                *
      *    LOOK UP DIM-WORK-TYPE / DIM-WORK-KEY, INSERTING A NEW ROW   *
      *    IN TYPE / KEY ORDER ON FIRST SIGHT.                         *
      *                                                                *
      ******************************************************************
       2100-FIND-OR-ADD-DIM.
           MOVE 'N' TO DIM-FOUND-SW
           MOVE 1   TO DIM-X
           PERFORM 2150-MATCH-DIM
                   UNTIL DIM-X > DIM-TABLE-COUNT
                   OR DIM-FOUND
                   OR DIM-TYPE(DIM-X) > DIM-WORK-TYPE
                   OR (DIM-TYPE(DIM-X) = DIM-WORK-TYPE
                       AND DIM-KEY(DIM-X) > DIM-WORK-KEY)
           IF NOT DIM-FOUND
              IF DIM-TABLE-COUNT < 200
                 MOVE DIM-TABLE-COUNT TO DIM-SHIFT-X
                 PERFORM 2175-SHIFT-DIM-ENTRY
                         UNTIL DIM-SHIFT-X < DIM-X
                 ADD 1 TO DIM-TABLE-COUNT
                 INITIALIZE DIM-ENTRY(DIM-X)
                 MOVE DIM-WORK-TYPE   TO DIM-TYPE(DIM-X)
                 MOVE DIM-WORK-KEY    TO DIM-KEY(DIM-X)
                 SET DIM-FOUND TO TRUE
              ELSE
                 DISPLAY 'AF0466M0 - DIMENSION TABLE FULL, '
                         DIM-WORK-TYPE ' ' DIM-WORK-KEY
                         ' NOT REPORTED'
              END-IF
           END-IF
           .

       2150-MATCH-DIM.
           IF DIM-TYPE(DIM-X) = DIM-WORK-TYPE
              AND DIM-KEY(DIM-X) = DIM-WORK-KEY
              SET DIM-FOUND TO TRUE
           ELSE
              ADD 1 TO DIM-X
           END-IF
           .

       2175-SHIFT-DIM-ENTRY.
           MOVE DIM-ENTRY(DIM-SHIFT-X) TO DIM-SAVE-ENTRY
           MOVE DIM-SAVE-ENTRY         TO DIM-ENTRY(DIM-SHIFT-X + 1)
           SUBTRACT 1 FROM DIM-SHIFT-X
           .

      ******************************************************************
      *                                                                *
      *    2200-POST-OPEN                                              *
      *                                                                *
      ******************************************************************
       2200-POST-OPEN.
           PERFORM 2100-FIND-OR-ADD-DIM
           IF DIM-FOUND
              ADD 1 TO DIM-RECEIVED(DIM-X)
              IF FACT-SUCCESS-FX
                 ADD 1                   TO DIM-OPENED(DIM-X)
                 ADD FACT-DEPOSIT-AMT-FX TO DIM-DEPOSIT(DIM-X)
                 ADD FACT-FEE-AMT-FX     TO DIM-FEE(DIM-X)
              ELSE
                 ADD 1                   TO DIM-FAILED(DIM-X)
              END-IF
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    2300-POST-ERROR                                             *
      *                                                                *
      ******************************************************************
       2300-POST-ERROR.
           MOVE 'N' TO ERR-FOUND-SW
           MOVE 1   TO ERR-X
           PERFORM 2350-MATCH-ERROR
                   UNTIL ERR-X > ERR-TABLE-COUNT
                   OR ERR-FOUND
           IF NOT ERR-FOUND
              IF ERR-TABLE-COUNT < 100
                 ADD 1 TO ERR-TABLE-COUNT
                 MOVE ERR-TABLE-COUNT    TO ERR-X
                 MOVE FACT-ERROR-CODE-FX TO ERR-CODE(ERR-X)
                 MOVE ZERO               TO ERR-CNT(ERR-X)
                 MOVE 'N'                TO ERR-RANKED-SW(ERR-X)
                 SET ERR-FOUND TO TRUE
              ELSE
                 DISPLAY 'AF0466M0 - ERROR CODE TABLE FULL, '
                         FACT-ERROR-CODE-FX ' NOT COUNTED'
              END-IF
           END-IF
           IF ERR-FOUND
              ADD 1 TO ERR-CNT(ERR-X)
           END-IF
           .

       2350-MATCH-ERROR.
           IF ERR-CODE(ERR-X) = FACT-ERROR-CODE-FX
              SET ERR-FOUND TO TRUE
           ELSE
              ADD 1 TO ERR-X
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    2400-POST-SLA                                               *
      *                                                                *
      ******************************************************************
       2400-POST-SLA.
           MOVE 'N' TO SLA-FOUND-SW
           MOVE 1   TO SLA-X
           PERFORM 2450-MATCH-SLA
                   UNTIL SLA-X > SLA-TABLE-COUNT
                   OR SLA-FOUND
           IF NOT SLA-FOUND
              IF SLA-TABLE-COUNT < 10
                 ADD 1 TO SLA-TABLE-COUNT
                 MOVE SLA-TABLE-COUNT TO SLA-X
                 MOVE PKG-WORK-GV     TO SLA-PKG-TYPE(SLA-X)
                 MOVE ZERO            TO SLA-TARGET-SECS(SLA-X)
                                         SLA-MSG-CNT(SLA-X)
                                         SLA-WITHIN-CNT(SLA-X)
                                         SLA-SUM-SECS(SLA-X)
                 SET SLA-FOUND TO TRUE
              END-IF
           END-IF
           IF SLA-FOUND
              ADD 1                    TO SLA-MSG-CNT(SLA-X)
              ADD FACT-ELAPSED-SECS-FX TO SLA-SUM-SECS(SLA-X)
              IF SLA-TARGET-SECS(SLA-X) > ZERO
                 AND FACT-ELAPSED-SECS-FX NOT > SLA-TARGET-SECS(SLA-X)
                 ADD 1 TO SLA-WITHIN-CNT(SLA-X)
              END-IF
           END-IF
           .

       2450-MATCH-SLA.
           IF SLA-PKG-TYPE(SLA-X) = PKG-WORK-GV
              SET SLA-FOUND TO TRUE
           ELSE
              ADD 1 TO SLA-X
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    3000-BUILD-COMPARISON                                       *
      *                                                                *
      *    PERIOD 1 FROM THIS MONTH'S PACKAGE ROWS (AND THEIR SUM      *
      *    AS 'ALL'), PERIODS 2 AND 3 FROM THE HISTORY.                *
      *                                                                *
      ******************************************************************
       3000-BUILD-COMPARISON.
           MOVE 'ALL'               TO PKG-WORK-GV
           PERFORM 3100-FIND-OR-ADD-CMP
           MOVE 1 TO DIM-X
           PERFORM 3200-ADD-MONTH-CMP
                   UNTIL DIM-X > DIM-TABLE-COUNT
           MOVE 1 TO SLA-X
           PERFORM 3250-ADD-MONTH-SLA
                   UNTIL SLA-X > SLA-TABLE-COUNT
           OPEN INPUT MIHIST-FILE
           PERFORM 8300-READ-MIHIST
           PERFORM 3300-LOAD-HISTORY-RECORD
                   UNTIL MIHIST-EOF
           CLOSE MIHIST-FILE
           .

       3100-FIND-OR-ADD-CMP.
           MOVE 'N' TO CMP-FOUND-SW
           MOVE 1   TO CMP-X
           PERFORM 3150-MATCH-CMP
                   UNTIL CMP-X > CMP-TABLE-COUNT
                   OR CMP-FOUND
           IF NOT CMP-FOUND
              AND CMP-TABLE-COUNT < 10
              ADD 1 TO CMP-TABLE-COUNT
              MOVE CMP-TABLE-COUNT  TO CMP-X
              INITIALIZE CMP-ENTRY(CMP-X)
              MOVE PKG-WORK-GV      TO CMP-KEY(CMP-X)
              MOVE 'N'              TO CMP-PRESENT-SW(CMP-X, 1)
                                       CMP-PRESENT-SW(CMP-X, 2)
                                       CMP-PRESENT-SW(CMP-X, 3)
              SET CMP-FOUND TO TRUE
           END-IF
           .

       3150-MATCH-CMP.
           IF CMP-KEY(CMP-X) = PKG-WORK-GV
              SET CMP-FOUND TO TRUE
           ELSE
              ADD 1 TO CMP-X
           END-IF
           .

       3200-ADD-MONTH-CMP.
           IF DIM-TYPE(DIM-X) = 'P'
              MOVE DIM-KEY(DIM-X)   TO PKG-WORK-GV
              PERFORM 3100-FIND-OR-ADD-CMP
              IF CMP-FOUND
                 PERFORM 3225-ADD-DIM-TO-CMP
              END-IF
              MOVE 1 TO CMP-X
              PERFORM 3225-ADD-DIM-TO-CMP
           END-IF
           ADD 1 TO DIM-X
           .

       3225-ADD-DIM-TO-CMP.
           MOVE 'Y'                 TO CMP-PRESENT-SW(CMP-X, 1)
           ADD DIM-RECEIVED(DIM-X)  TO CMP-RECEIVED(CMP-X, 1)
           ADD DIM-OPENED(DIM-X)    TO CMP-OPENED(CMP-X, 1)
           ADD DIM-FAILED(DIM-X)    TO CMP-FAILED(CMP-X, 1)
           ADD DIM-DEPOSIT(DIM-X)   TO CMP-DEPOSIT(CMP-X, 1)
           ADD DIM-FEE(DIM-X)       TO CMP-FEE(CMP-X, 1)
           ADD DIM-OTHER-FEE(DIM-X) TO CMP-FEE(CMP-X, 1)
           .

       3250-ADD-MONTH-SLA.
           IF SLA-MSG-CNT(SLA-X) > ZERO
              MOVE SLA-PKG-TYPE(SLA-X) TO PKG-WORK-GV
              PERFORM 3100-FIND-OR-ADD-CMP
              IF CMP-FOUND
                 PERFORM 3275-ADD-SLA-TO-CMP
              END-IF
              MOVE 1 TO CMP-X
              PERFORM 3275-ADD-SLA-TO-CMP
           END-IF
           ADD 1 TO SLA-X
           .

       3275-ADD-SLA-TO-CMP.
           MOVE 'Y'                   TO CMP-PRESENT-SW(CMP-X, 1)
           ADD SLA-MSG-CNT(SLA-X)     TO CMP-SLA-MSGS(CMP-X, 1)
           ADD SLA-WITHIN-CNT(SLA-X)  TO CMP-SLA-WITHIN(CMP-X, 1)
           .

       3300-LOAD-HISTORY-RECORD.
           EVALUATE HIST-MONTH-MH
              WHEN RPT-MONTH-N-GV
                 SET MONTH-ON-HISTORY TO TRUE
                 MOVE 0 TO PRD-X
              WHEN PRIOR-MONTH-N-GV
                 MOVE 2 TO PRD-X
              WHEN LASTYR-MONTH-N-GV
                 MOVE 3 TO PRD-X
              WHEN OTHER
                 MOVE 0 TO PRD-X
           END-EVALUATE
           IF PRD-X > 0
              MOVE HIST-PKG-TYPE-MH TO PKG-WORK-GV
              PERFORM 3100-FIND-OR-ADD-CMP
              IF CMP-FOUND
                 MOVE 'Y'                TO CMP-PRESENT-SW(CMP-X, PRD-X)
                 MOVE HIST-RECEIVED-MH   TO CMP-RECEIVED(CMP-X, PRD-X)
                 MOVE HIST-OPENED-MH     TO CMP-OPENED(CMP-X, PRD-X)
                 MOVE HIST-FAILED-MH     TO CMP-FAILED(CMP-X, PRD-X)
                 MOVE HIST-DEPOSIT-MH    TO CMP-DEPOSIT(CMP-X, PRD-X)
                 MOVE HIST-FEE-MH        TO CMP-FEE(CMP-X, PRD-X)
                 MOVE HIST-SLA-MSGS-MH   TO CMP-SLA-MSGS(CMP-X, PRD-X)
                 MOVE HIST-SLA-WITHIN-MH
                                    TO CMP-SLA-WITHIN(CMP-X, PRD-X)
              END-IF
           END-IF
           PERFORM 8300-READ-MIHIST
           .

      ******************************************************************
      *                                                                *
      *    4000-WRITE-PACK                                             *
      *                                                                *
      ******************************************************************
       4000-WRITE-PACK.
           MOVE RPT-MONTH-GV        TO MI-HDG-MONTH
           MOVE RUN-DATE-GV         TO MI-HDG-RUN-DATE
           WRITE MIRPT-LINE FROM MI-HEADING-1
           MOVE 'P'                 TO DIM-WORK-TYPE
           MOVE 'PKG TYPE  '        TO MI-DIM-HDG-KEY
           MOVE 'OPENS BY PACKAGE TYPE'
                                    TO MI-SECTION-TEXT
           MOVE 'PACKAGE'           TO DL-SECTION
           PERFORM 4100-WRITE-DIM-SECTION
           MOVE 'C'                 TO DIM-WORK-TYPE
           MOVE 'CHANNEL   '        TO MI-DIM-HDG-KEY
           MOVE 'OPENS BY CHANNEL'  TO MI-SECTION-TEXT
           MOVE 'CHANNEL'           TO DL-SECTION
           PERFORM 4100-WRITE-DIM-SECTION
           MOVE 'R'                 TO DIM-WORK-TYPE
           MOVE 'REGION    '        TO MI-DIM-HDG-KEY
           MOVE 'OPENS BY REGION'   TO MI-SECTION-TEXT
           MOVE 'REGION'            TO DL-SECTION
           PERFORM 4100-WRITE-DIM-SECTION
           MOVE 'Y'                 TO DIM-WORK-TYPE
           MOVE 'CURRENCY  '        TO MI-DIM-HDG-KEY
           MOVE 'OPENS BY CURRENCY' TO MI-SECTION-TEXT
           MOVE 'CURRENCY'          TO DL-SECTION
           PERFORM 4100-WRITE-DIM-SECTION
           PERFORM 4300-WRITE-FEE-SECTION
           PERFORM 4400-WRITE-ERROR-SECTION
           PERFORM 4500-WRITE-SLA-SECTION
           PERFORM 4600-WRITE-COMPARISON
           .

      ******************************************************************
      *                                                                *
      *    4100-WRITE-DIM-SECTION                                      *
      *                                                                *
      *    ONE LINE PER ROW OF TYPE DIM-WORK-TYPE.                     *
      *                                                                *
      ******************************************************************
       4100-WRITE-DIM-SECTION.
           MOVE SPACES              TO MIRPT-LINE
           WRITE MIRPT-LINE
           WRITE MIRPT-LINE FROM MI-SECTION-LINE
           WRITE MIRPT-LINE FROM MI-DIM-HEADING
           MOVE 'Y' TO SECTION-EMPTY-SW
           MOVE 1   TO DIM-X
           PERFORM 4150-WRITE-DIM-ROW
                   UNTIL DIM-X > DIM-TABLE-COUNT
           IF SECTION-EMPTY
              MOVE 'NO OPENS IN THE MONTH'
                                    TO MI-NONE-TEXT
              WRITE MIRPT-LINE FROM MI-NONE-LINE
           END-IF
           .

       4150-WRITE-DIM-ROW.
           IF DIM-TYPE(DIM-X) = DIM-WORK-TYPE
              AND DIM-RECEIVED(DIM-X) > ZERO
              MOVE 'N'                 TO SECTION-EMPTY-SW
              IF DIM-KEY(DIM-X) = SPACES
                 MOVE '(NONE)'         TO MI-DIM-KEY
              ELSE
                 MOVE DIM-KEY(DIM-X)   TO MI-DIM-KEY
              END-IF
              MOVE DIM-RECEIVED(DIM-X) TO MI-DIM-RECEIVED
              MOVE DIM-OPENED(DIM-X)   TO MI-DIM-OPENED
              MOVE DIM-FAILED(DIM-X)   TO MI-DIM-FAILED
              COMPUTE PCT-GV ROUNDED =
                      DIM-FAILED(DIM-X) * 100 / DIM-RECEIVED(DIM-X)
              MOVE PCT-GV              TO MI-DIM-FAIL-PCT
              MOVE DIM-DEPOSIT(DIM-X)  TO MI-DIM-DEPOSIT
              MOVE DIM-FEE(DIM-X)      TO MI-DIM-FEE
              WRITE MIRPT-LINE FROM MI-DIM-LINE
              MOVE RPT-MONTH-GV        TO DL-MONTH
              MOVE DIM-KEY(DIM-X)      TO DL-KEY
              MOVE DIM-RECEIVED(DIM-X) TO DL-RECEIVED
              MOVE DIM-OPENED(DIM-X)   TO DL-OPENED
              MOVE DIM-FAILED(DIM-X)   TO DL-FAILED
              MOVE DIM-DEPOSIT(DIM-X)  TO DL-DEPOSIT
              MOVE DIM-FEE(DIM-X)      TO DL-FEE
              MOVE ZERO                TO DL-OTHER-FEE
              MOVE PCT-GV              TO DL-PCT
              PERFORM 7000-WRITE-DELIM-ROW
           END-IF
           ADD 1 TO DIM-X
           .

      ******************************************************************
      *                                                                *
      *    4300-WRITE-FEE-SECTION                                      *
      *                                                                *
      ******************************************************************
       4300-WRITE-FEE-SECTION.
           MOVE SPACES              TO MIRPT-LINE
           WRITE MIRPT-LINE
           MOVE 'FEE REVENUE BY PACKAGE TYPE'
                                    TO MI-SECTION-TEXT
           WRITE MIRPT-LINE FROM MI-SECTION-LINE
           WRITE MIRPT-LINE FROM MI-FEE-HEADING
           MOVE 'FEES'              TO DL-SECTION
           MOVE 1 TO DIM-X
           PERFORM 4350-WRITE-FEE-ROW
                   UNTIL DIM-X > DIM-TABLE-COUNT
           MOVE 'ALL       '        TO MI-FEE-PKG
           MOVE ZERO                TO TOTAL-FEE-GV
                                       OTHER-FEE-GV
           MOVE 1 TO DIM-X
           PERFORM 4375-SUM-FEE-ROW
                   UNTIL DIM-X > DIM-TABLE-COUNT
           MOVE TOTAL-FEE-GV        TO MI-FEE-OPENS
           MOVE OTHER-FEE-GV        TO MI-FEE-OTHER
           ADD OTHER-FEE-GV         TO TOTAL-FEE-GV
           MOVE TOTAL-FEE-GV        TO MI-FEE-TOTAL
           WRITE MIRPT-LINE FROM MI-FEE-LINE
           .

       4350-WRITE-FEE-ROW.
           IF DIM-TYPE(DIM-X) = 'P'
              MOVE DIM-KEY(DIM-X)       TO MI-FEE-PKG
              MOVE DIM-FEE(DIM-X)       TO MI-FEE-OPENS
              MOVE DIM-OTHER-FEE(DIM-X) TO MI-FEE-OTHER
              COMPUTE TOTAL-FEE-GV = DIM-FEE(DIM-X)
                                   + DIM-OTHER-FEE(DIM-X)
              MOVE TOTAL-FEE-GV         TO MI-FEE-TOTAL
              WRITE MIRPT-LINE FROM MI-FEE-LINE
              MOVE RPT-MONTH-GV         TO DL-MONTH
              MOVE DIM-KEY(DIM-X)       TO DL-KEY
              MOVE ZERO                 TO DL-RECEIVED
                                           DL-OPENED
                                           DL-FAILED
                                           DL-DEPOSIT
                                           DL-PCT
              MOVE DIM-FEE(DIM-X)       TO DL-FEE
              MOVE DIM-OTHER-FEE(DIM-X) TO DL-OTHER-FEE
              PERFORM 7000-WRITE-DELIM-ROW
           END-IF
           ADD 1 TO DIM-X
           .

       4375-SUM-FEE-ROW.
           IF DIM-TYPE(DIM-X) = 'P'
              ADD DIM-FEE(DIM-X)        TO TOTAL-FEE-GV
              ADD DIM-OTHER-FEE(DIM-X)  TO OTHER-FEE-GV
           END-IF
           ADD 1 TO DIM-X
           .

      ******************************************************************
      *                                                                *
      *    4400-WRITE-ERROR-SECTION                                    *
      *                                                                *
      *    THE TEN MOST FREQUENT ERROR CODES - EACH PASS PICKS THE     *
      *    HIGHEST COUNT NOT YET RANKED (A TIE GOES TO THE CODE SEEN   *
      *    FIRST).                                                     *
      *                                                                *
      ******************************************************************
       4400-WRITE-ERROR-SECTION.
           MOVE SPACES              TO MIRPT-LINE
           WRITE MIRPT-LINE
           MOVE 'TOP ERROR CODES - ALL MESSAGE TYPES'
                                    TO MI-SECTION-TEXT
           WRITE MIRPT-LINE FROM MI-SECTION-LINE
           WRITE MIRPT-LINE FROM MI-ERR-HEADING
           MOVE 'ERRORS'            TO DL-SECTION
           MOVE 1 TO ERR-RANK-X
           PERFORM 4450-RANK-NEXT-ERROR
                   UNTIL ERR-RANK-X > 10
                   OR ERR-RANK-X > ERR-TABLE-COUNT
           IF ERR-TABLE-COUNT = ZERO
              MOVE 'NO FAILURES IN THE MONTH'
                                    TO MI-NONE-TEXT
              WRITE MIRPT-LINE FROM MI-NONE-LINE
           END-IF
           .

       4450-RANK-NEXT-ERROR.
           MOVE ZERO TO ERR-TOP-X
                        ERR-TOP-CNT
           MOVE 1    TO ERR-X
           PERFORM 4475-CHECK-ERROR-RANK
                   UNTIL ERR-X > ERR-TABLE-COUNT
           MOVE 'Y'                 TO ERR-RANKED-SW(ERR-TOP-X)
           MOVE ERR-RANK-X          TO MI-ERR-RANK
           MOVE ERR-CODE(ERR-TOP-X) TO MI-ERR-CODE
           MOVE ERR-CNT(ERR-TOP-X)  TO MI-ERR-CNT
           WRITE MIRPT-LINE FROM MI-ERR-LINE
           MOVE RPT-MONTH-GV        TO DL-MONTH
           MOVE ERR-CODE(ERR-TOP-X) TO DL-KEY
           MOVE ERR-CNT(ERR-TOP-X)  TO DL-RECEIVED
           MOVE ZERO                TO DL-OPENED
                                       DL-FAILED
                                       DL-DEPOSIT
                                       DL-FEE
                                       DL-OTHER-FEE
                                       DL-PCT
           PERFORM 7000-WRITE-DELIM-ROW
           ADD 1 TO ERR-RANK-X
           .

       4475-CHECK-ERROR-RANK.
           IF ERR-RANKED-SW(ERR-X) = 'N'
              AND (ERR-TOP-X = ZERO
                   OR ERR-CNT(ERR-X) > ERR-TOP-CNT)
              MOVE ERR-X            TO ERR-TOP-X
              MOVE ERR-CNT(ERR-X)   TO ERR-TOP-CNT
           END-IF
           ADD 1 TO ERR-X
           .

      ******************************************************************
      *                                                                *
      *    4500-WRITE-SLA-SECTION                                      *
      *                                                                *
      ******************************************************************
       4500-WRITE-SLA-SECTION.
           MOVE SPACES              TO MIRPT-LINE
           WRITE MIRPT-LINE
           MOVE 'SLA ATTAINMENT BY PACKAGE TYPE'
                                    TO MI-SECTION-TEXT
           WRITE MIRPT-LINE FROM MI-SECTION-LINE
           WRITE MIRPT-LINE FROM MI-SLA-HEADING
           MOVE 'SLA'               TO DL-SECTION
           MOVE 1 TO SLA-X
           PERFORM 4550-WRITE-SLA-ROW
                   UNTIL SLA-X > SLA-TABLE-COUNT
           .

       4550-WRITE-SLA-ROW.
           IF SLA-MSG-CNT(SLA-X) > ZERO
              MOVE SLA-PKG-TYPE(SLA-X)   TO MI-SLA-PKG
              MOVE SLA-MSG-CNT(SLA-X)    TO MI-SLA-MSGS
              MOVE SLA-WITHIN-CNT(SLA-X) TO MI-SLA-WITHIN
              COMPUTE AVG-SECS-GV ROUNDED =
                      SLA-SUM-SECS(SLA-X) / SLA-MSG-CNT(SLA-X)
              MOVE AVG-SECS-GV           TO MI-SLA-AVG
              IF SLA-TARGET-SECS(SLA-X) = ZERO
                 MOVE 'NO TARGET'        TO MI-SLA-TARGET
                 MOVE '    N/A'          TO MI-SLA-PCT
                 MOVE ZERO               TO PCT-GV
              ELSE
                 MOVE SLA-TARGET-SECS(SLA-X) TO MI-CMP-COUNT-EDIT
                 MOVE MI-CMP-COUNT-EDIT  TO MI-SLA-TARGET
                 COMPUTE PCT-GV ROUNDED =
                         SLA-WITHIN-CNT(SLA-X) * 100
                       / SLA-MSG-CNT(SLA-X)
                 MOVE PCT-GV             TO MI-CMP-PCT-EDIT
                 MOVE MI-CMP-PCT-EDIT    TO MI-SLA-PCT
              END-IF
              WRITE MIRPT-LINE FROM MI-SLA-LINE
              MOVE RPT-MONTH-GV          TO DL-MONTH
              MOVE SLA-PKG-TYPE(SLA-X)   TO DL-KEY
              MOVE SLA-MSG-CNT(SLA-X)    TO DL-RECEIVED
              MOVE SLA-WITHIN-CNT(SLA-X) TO DL-OPENED
              MOVE ZERO                  TO DL-FAILED
                                            DL-DEPOSIT
                                            DL-FEE
                                            DL-OTHER-FEE
              MOVE PCT-GV                TO DL-PCT
              PERFORM 7000-WRITE-DELIM-ROW
           END-IF
           ADD 1 TO SLA-X
           .

      ******************************************************************
      *                                                                *
      *    4600-WRITE-COMPARISON                                       *
      *                                                                *
      *    FOR EACH PACKAGE TYPE AND 'ALL': OPENED, FAILED, FEE        *
      *    REVENUE AND SLA ATTAINMENT THIS MONTH, THE PRIOR MONTH      *
      *    AND THE SAME MONTH LAST YEAR, WITH THE CHANGE.  THE         *
      *    PRIOR AND LAST-YEAR FIGURES ALSO GO TO MIDELIM SO THE       *
      *    WORKBOOK HAS ALL THREE PERIODS.                             *
      *                                                                *
      ******************************************************************
       4600-WRITE-COMPARISON.
           MOVE SPACES              TO MIRPT-LINE
           WRITE MIRPT-LINE
           MOVE 'COMPARISON - PRIOR MONTH AND SAME MONTH LAST YEAR'
                                    TO MI-SECTION-TEXT
           WRITE MIRPT-LINE FROM MI-SECTION-LINE
           WRITE MIRPT-LINE FROM MI-CMP-HEADING
           MOVE RPT-MONTH-GV        TO MI-CMP-THIS-MONTH
           MOVE PRIOR-MONTH-GV      TO MI-CMP-PRIOR-MONTH
           MOVE LASTYR-MONTH-GV     TO MI-CMP-LASTYR-MONTH
           WRITE MIRPT-LINE FROM MI-CMP-PERIOD-LINE
           MOVE 1 TO CMP-X
           PERFORM 4650-WRITE-CMP-ROW
                   UNTIL CMP-X > CMP-TABLE-COUNT
           .

       4650-WRITE-CMP-ROW.
           MOVE CMP-KEY(CMP-X)      TO MI-CMP-KEY
           MOVE 'OPENED'            TO MI-CMP-MEASURE
           MOVE 1 TO PRD-X
           PERFORM 4700-FORMAT-OPENED
                   UNTIL PRD-X > 3
           PERFORM 4800-WRITE-CMP-LINE
           MOVE SPACES              TO MI-CMP-KEY
           MOVE 'FAILED'            TO MI-CMP-MEASURE
           MOVE 1 TO PRD-X
           PERFORM 4710-FORMAT-FAILED
                   UNTIL PRD-X > 3
           PERFORM 4800-WRITE-CMP-LINE
           MOVE 'FEE REVENUE'       TO MI-CMP-MEASURE
           MOVE 1 TO PRD-X
           PERFORM 4720-FORMAT-FEE
                   UNTIL PRD-X > 3
           PERFORM 4800-WRITE-CMP-LINE
           MOVE 'SLA ATTAINMENT %'  TO MI-CMP-MEASURE
           MOVE 1 TO PRD-X
           PERFORM 4730-FORMAT-SLA
                   UNTIL PRD-X > 3
           PERFORM 4800-WRITE-CMP-LINE
           MOVE 'COMPARE'           TO DL-SECTION
           MOVE 2 TO PRD-X
           PERFORM 4900-WRITE-CMP-DELIM
                   UNTIL PRD-X > 3
           ADD 1 TO CMP-X
           .

      *    EACH 47NN PARAGRAPH LEAVES THE PERIOD'S EDITED VALUE IN
      *    MI-CMP-SAVE-VALUE - BLANK WHEN THE PERIOD HAS NO FIGURES.
       4700-FORMAT-OPENED.
           IF CMP-PRESENT-SW(CMP-X, PRD-X) = 'Y'
              MOVE CMP-OPENED(CMP-X, PRD-X)   TO MI-CMP-COUNT-EDIT
              MOVE SPACES TO MI-CMP-SAVE-VALUE(PRD-X)
              MOVE MI-CMP-COUNT-EDIT
                                  TO MI-CMP-SAVE-VALUE(PRD-X)(10:9)
           ELSE
              MOVE SPACES TO MI-CMP-SAVE-VALUE(PRD-X)
           END-IF
           ADD 1 TO PRD-X
           .

       4710-FORMAT-FAILED.
           IF CMP-PRESENT-SW(CMP-X, PRD-X) = 'Y'
              MOVE CMP-FAILED(CMP-X, PRD-X)   TO MI-CMP-COUNT-EDIT
              MOVE SPACES TO MI-CMP-SAVE-VALUE(PRD-X)
              MOVE MI-CMP-COUNT-EDIT
                                  TO MI-CMP-SAVE-VALUE(PRD-X)(10:9)
           ELSE
              MOVE SPACES TO MI-CMP-SAVE-VALUE(PRD-X)
           END-IF
           ADD 1 TO PRD-X
           .

       4720-FORMAT-FEE.
           IF CMP-PRESENT-SW(CMP-X, PRD-X) = 'Y'
              MOVE CMP-FEE(CMP-X, PRD-X)      TO MI-CMP-AMOUNT-EDIT
              MOVE SPACES TO MI-CMP-SAVE-VALUE(PRD-X)
              MOVE MI-CMP-AMOUNT-EDIT
                                  TO MI-CMP-SAVE-VALUE(PRD-X)(2:17)
           ELSE
              MOVE SPACES TO MI-CMP-SAVE-VALUE(PRD-X)
           END-IF
           ADD 1 TO PRD-X
           .

       4730-FORMAT-SLA.
           IF CMP-PRESENT-SW(CMP-X, PRD-X) = 'Y'
              AND CMP-SLA-MSGS(CMP-X, PRD-X) > ZERO
              COMPUTE PCT-GV ROUNDED =
                      CMP-SLA-WITHIN(CMP-X, PRD-X) * 100
                    / CMP-SLA-MSGS(CMP-X, PRD-X)
              MOVE PCT-GV                     TO MI-CMP-PCT-EDIT
              MOVE SPACES TO MI-CMP-SAVE-VALUE(PRD-X)
              MOVE MI-CMP-PCT-EDIT
                                  TO MI-CMP-SAVE-VALUE(PRD-X)(13:6)
           ELSE
              MOVE SPACES TO MI-CMP-SAVE-VALUE(PRD-X)
           END-IF
           ADD 1 TO PRD-X
           .

      ******************************************************************
      *                                                                *
      *    4800-WRITE-CMP-LINE                                         *
      *                                                                *
      *    LAY THE THREE PERIOD VALUES OUT AND WORK THE CHANGES FROM   *
      *    THE MEASURE NAMED IN MI-CMP-MEASURE.  A MISSING OR ZERO     *
      *    BASE PRINTS N/A.                                            *
      *                                                                *
      ******************************************************************
       4800-WRITE-CMP-LINE.
           MOVE MI-CMP-SAVE-VALUE(1) TO MI-CMP-VALUE(1)
           MOVE MI-CMP-SAVE-VALUE(2) TO MI-CMP-VALUE(2)
           MOVE 2 TO PRD-X
           PERFORM 4850-WORK-CHANGE
           MOVE MI-CMP-CHG-EDIT      TO MI-CMP-CHG-PRIOR
           IF CMP-PRESENT-SW(CMP-X, 2) NOT = 'Y'
              OR MI-CMP-WORK-BASE = ZERO
              OR CMP-PRESENT-SW(CMP-X, 1) NOT = 'Y'
              MOVE '       N/A'     TO MI-CMP-CHG-PRIOR
           END-IF
           MOVE MI-CMP-SAVE-VALUE(3) TO MI-CMP-LASTYR-VALUE
           MOVE 3 TO PRD-X
           PERFORM 4850-WORK-CHANGE
           MOVE MI-CMP-CHG-EDIT      TO MI-CMP-CHG-LASTYR
           IF CMP-PRESENT-SW(CMP-X, 3) NOT = 'Y'
              OR MI-CMP-WORK-BASE = ZERO
              OR CMP-PRESENT-SW(CMP-X, 1) NOT = 'Y'
              MOVE '       N/A'     TO MI-CMP-CHG-LASTYR
           END-IF
           WRITE MIRPT-LINE FROM MI-CMP-LINE
           .

       4850-WORK-CHANGE.
           EVALUATE MI-CMP-MEASURE
              WHEN 'OPENED'
                 MOVE CMP-OPENED(CMP-X, 1)     TO MI-CMP-WORK-VALUE
                 MOVE CMP-OPENED(CMP-X, PRD-X) TO MI-CMP-WORK-BASE
              WHEN 'FAILED'
                 MOVE CMP-FAILED(CMP-X, 1)     TO MI-CMP-WORK-VALUE
                 MOVE CMP-FAILED(CMP-X, PRD-X) TO MI-CMP-WORK-BASE
              WHEN 'FEE REVENUE'
                 MOVE CMP-FEE(CMP-X, 1)        TO MI-CMP-WORK-VALUE
                 MOVE CMP-FEE(CMP-X, PRD-X)    TO MI-CMP-WORK-BASE
              WHEN OTHER
                 MOVE ZERO TO MI-CMP-WORK-VALUE
                              MI-CMP-WORK-BASE
                 IF CMP-SLA-MSGS(CMP-X, 1) > ZERO
                    COMPUTE MI-CMP-WORK-VALUE ROUNDED =
                            CMP-SLA-WITHIN(CMP-X, 1) * 100
                          / CMP-SLA-MSGS(CMP-X, 1)
                 END-IF
                 IF CMP-SLA-MSGS(CMP-X, PRD-X) > ZERO
                    COMPUTE MI-CMP-WORK-BASE ROUNDED =
                            CMP-SLA-WITHIN(CMP-X, PRD-X) * 100
                          / CMP-SLA-MSGS(CMP-X, PRD-X)
                 END-IF
           END-EVALUATE
           MOVE ZERO TO CHG-GV
           IF MI-CMP-WORK-BASE NOT = ZERO
              COMPUTE CHG-GV ROUNDED =
                      (MI-CMP-WORK-VALUE - MI-CMP-WORK-BASE) * 100
                    / MI-CMP-WORK-BASE
           END-IF
           MOVE CHG-GV               TO MI-CMP-CHG-EDIT
           .

       4900-WRITE-CMP-DELIM.
           IF CMP-PRESENT-SW(CMP-X, PRD-X) = 'Y'
              IF PRD-X = 2
                 MOVE PRIOR-MONTH-GV  TO DL-MONTH
              ELSE
                 MOVE LASTYR-MONTH-GV TO DL-MONTH
              END-IF
              MOVE CMP-KEY(CMP-X)                TO DL-KEY
              MOVE CMP-RECEIVED(CMP-X, PRD-X)    TO DL-RECEIVED
              MOVE CMP-OPENED(CMP-X, PRD-X)      TO DL-OPENED
              MOVE CMP-FAILED(CMP-X, PRD-X)      TO DL-FAILED
              MOVE CMP-DEPOSIT(CMP-X, PRD-X)     TO DL-DEPOSIT
              MOVE CMP-FEE(CMP-X, PRD-X)         TO DL-FEE
              MOVE ZERO                          TO DL-OTHER-FEE
                                                    PCT-GV
              IF CMP-SLA-MSGS(CMP-X, PRD-X) > ZERO
                 COMPUTE PCT-GV ROUNDED =
                         CMP-SLA-WITHIN(CMP-X, PRD-X) * 100
                       / CMP-SLA-MSGS(CMP-X, PRD-X)
              END-IF
              MOVE PCT-GV                        TO DL-PCT
              PERFORM 7000-WRITE-DELIM-ROW
           END-IF
           ADD 1 TO PRD-X
           .

      ******************************************************************
      *                                                                *
      *    5000-APPEND-HISTORY                                         *
      *                                                                *
      ******************************************************************
       5000-APPEND-HISTORY.
           IF MONTH-ON-HISTORY
              DISPLAY 'AF0466M0 - ' RPT-MONTH-GV
                      ' ALREADY ON MIHIST, NOT APPENDED AGAIN'
           ELSE
              OPEN EXTEND MIHIST-FILE
              MOVE 1 TO CMP-X
              PERFORM 5100-WRITE-HISTORY-RECORD
                      UNTIL CMP-X > CMP-TABLE-COUNT
              CLOSE MIHIST-FILE
           END-IF
           .

       5100-WRITE-HISTORY-RECORD.
           IF CMP-PRESENT-SW(CMP-X, 1) = 'Y'
              MOVE SPACES                   TO MIHIST-RECORD
              MOVE RPT-MONTH-GV             TO HIST-MONTH-MH
              MOVE CMP-KEY(CMP-X)           TO HIST-PKG-TYPE-MH
              MOVE CMP-RECEIVED(CMP-X, 1)   TO HIST-RECEIVED-MH
              MOVE CMP-OPENED(CMP-X, 1)     TO HIST-OPENED-MH
              MOVE CMP-FAILED(CMP-X, 1)     TO HIST-FAILED-MH
              MOVE CMP-DEPOSIT(CMP-X, 1)    TO HIST-DEPOSIT-MH
              MOVE CMP-FEE(CMP-X, 1)        TO HIST-FEE-MH
              MOVE CMP-SLA-MSGS(CMP-X, 1)   TO HIST-SLA-MSGS-MH
              MOVE CMP-SLA-WITHIN(CMP-X, 1) TO HIST-SLA-WITHIN-MH
              WRITE MIHIST-RECORD
              ADD 1 TO HIST-WRITTEN-CNT
           END-IF
           ADD 1 TO CMP-X
           .

      ******************************************************************
      *                                                                *
      *    6000-WRITE-COUNTS                                           *
      *                                                                *
      ******************************************************************
       6000-WRITE-COUNTS.
           MOVE SPACES              TO MIRPT-LINE
           WRITE MIRPT-LINE
           MOVE 'FACTOUT RECORDS READ    : ' TO MI-CNT-LABEL
           MOVE FACT-READ-CNT       TO MI-CNT-VALUE
           WRITE MIRPT-LINE FROM MI-COUNT-LINE
           MOVE 'RUN TRAILERS READ       : ' TO MI-CNT-LABEL
           MOVE TRAILER-CNT         TO MI-CNT-VALUE
           WRITE MIRPT-LINE FROM MI-COUNT-LINE
           MOVE 'DETAILS IN THE MONTH    : ' TO MI-CNT-LABEL
           MOVE DETAIL-IN-MONTH-CNT TO MI-CNT-VALUE
           WRITE MIRPT-LINE FROM MI-COUNT-LINE
           MOVE 'DETAILS FOR OTHER MONTHS: ' TO MI-CNT-LABEL
           MOVE OTHER-MONTH-CNT     TO MI-CNT-VALUE
           WRITE MIRPT-LINE FROM MI-COUNT-LINE
           MOVE 'HISTORY RECORDS READ    : ' TO MI-CNT-LABEL
           MOVE HIST-READ-CNT       TO MI-CNT-VALUE
           WRITE MIRPT-LINE FROM MI-COUNT-LINE
           MOVE 'HISTORY RECORDS WRITTEN : ' TO MI-CNT-LABEL
           MOVE HIST-WRITTEN-CNT    TO MI-CNT-VALUE
           WRITE MIRPT-LINE FROM MI-COUNT-LINE
           MOVE 'DELIMITED ROWS WRITTEN  : ' TO MI-CNT-LABEL
           MOVE DELIM-WRITTEN-CNT   TO MI-CNT-VALUE
           WRITE MIRPT-LINE FROM MI-COUNT-LINE
           .

      ******************************************************************
      *                                                                *
      *    7000-WRITE-DELIM-ROW                                        *
      *                                                                *
      *    SECTION AND KEY ARE TRIMMED AT THE FIRST SPACE - NONE OF    *
      *    THE KEYS CARRY AN EMBEDDED ONE.                             *
      *                                                                *
      ******************************************************************
       7000-WRITE-DELIM-ROW.
           MOVE SPACES              TO MIDELIM-RECORD
           STRING DL-SECTION   DELIMITED BY SPACE
                  ','          DELIMITED BY SIZE
                  DL-MONTH     DELIMITED BY SIZE
                  ','          DELIMITED BY SIZE
                  DL-KEY       DELIMITED BY SPACE
                  ','          DELIMITED BY SIZE
                  DL-RECEIVED  DELIMITED BY SIZE
                  ','          DELIMITED BY SIZE
                  DL-OPENED    DELIMITED BY SIZE
                  ','          DELIMITED BY SIZE
                  DL-FAILED    DELIMITED BY SIZE
                  ','          DELIMITED BY SIZE
                  DL-DEPOSIT   DELIMITED BY SIZE
                  ','          DELIMITED BY SIZE
                  DL-FEE       DELIMITED BY SIZE
                  ','          DELIMITED BY SIZE
                  DL-OTHER-FEE DELIMITED BY SIZE
                  ','          DELIMITED BY SIZE
                  DL-PCT       DELIMITED BY SIZE
                  INTO MIDELIM-RECORD
           END-STRING
           WRITE MIDELIM-RECORD
           ADD 1 TO DELIM-WRITTEN-CNT
           .

      ******************************************************************
      *                                                                *
      *    8100-READ-FACTOUT                                           *
      *                                                                *
      ******************************************************************
       8100-READ-FACTOUT.
           READ FACTOUT-FILE
              AT END SET FACTOUT-EOF TO TRUE
           END-READ
           IF NOT FACTOUT-EOF
              ADD 1 TO FACT-READ-CNT
           END-IF
           .

       8200-READ-SLATARG.
           READ SLATARG-FILE
              AT END SET SLATARG-EOF TO TRUE
           END-READ
           .

       8300-READ-MIHIST.
           READ MIHIST-FILE
              AT END SET MIHIST-EOF TO TRUE
           END-READ
           IF NOT MIHIST-EOF
              ADD 1 TO HIST-READ-CNT
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    9000-TERMINATE                                              *
      *                                                                *
      ******************************************************************
       9000-TERMINATE.
           CLOSE FACTOUT-FILE
                 MIRPT-FILE
                 MIDELIM-FILE
           .
