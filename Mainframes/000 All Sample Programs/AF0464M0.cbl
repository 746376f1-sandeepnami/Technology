       IDENTIFICATION DIVISION.
      *================================================================*
       PROGRAM-ID.    AF0464M0.
       AUTHOR.        CAMS ACCOUNT OPENING TEAM.
       INSTALLATION.  HOST SYSTEMS - ACCOUNT FUNCTIONS.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
      *================================================================*
      *                                                                *
      *    AF0464M0 - DAILY ACCOUNT OPENS BY BSB AND REGION            *
      *                                                                *
      *    READS THE DAY'S FACTOUT EXTRACT WRITTEN BY AF0001M0 AND     *
      *    REPORTS ACCOUNT OPENS BY BSB, GROUPED UNDER THE STATE       *
      *    REGION AF0001M0 DERIVED FROM THE BSB (3120): RECEIVED,      *
      *    OPENED AND FAILED BY PACKAGE TYPE, WITH DEPOSIT VOLUME      *
      *    AND UPFRONT FEES.  ONLY OPEN MESSAGES ARE COUNTED -         *
      *    AMENDS, DRAWDOWNS, CLOSES AND INQUIRIES ARE LEFT OUT.       *
      *                                                                *
      *    BSBS WHOSE FAILURE RATE FOR THE DAY IS OVER THE BSBPARM     *
      *    PERCENTAGE ARE LISTED FOR FOLLOW-UP.  MONTH-TO-DATE         *
      *    FIGURES ARE CARRIED FORWARD ON THE BSBHIST HISTORY FILE     *
      *    (BSBHIN IN, BSBHOUT OUT) AND PRINTED AS A LEAGUE TABLE      *
      *    OF REGIONS AND OF BSBS, RANKED BY ACCOUNTS OPENED.          *
      *                                                                *
      *    AN OPEN THAT FAILED BEFORE AN ACCOUNT NUMBER EXISTED HAS    *
      *    NO BSB - IT IS COUNTED UNDER '(NONE)' IN THE NATIONAL       *
      *    REGION.  A HISTORY FILE ALREADY CARRYING THE DAY IS NOT     *
      *    ADDED TO AGAIN, SO A RERUN DOES NOT DOUBLE THE MONTH.       *
      *                                                                *
      *    PARAMETER CARD (BSBPARM, OPTIONAL):                         *
      *        COLS  1-5   FAILURE RATE PERCENTAGE, 999V99 (DEFAULT    *
      *                    10.00)                                      *
      *        COLS  6-10  MINIMUM RECEIVED FOR A BSB TO BE LISTED     *
      *                    (DEFAULT 5)                                 *
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

           SELECT FACTOUT-FILE    ASSIGN TO FACTOUT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL BSBPARM-FILE
                  ASSIGN TO BSBPARM
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL BSBHIN-FILE
                  ASSIGN TO BSBHIN
                  ORGANIZATION IS SEQUENTIAL.

           SELECT BSBHOUT-FILE    ASSIGN TO BSBHOUT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT BSBRPT-FILE     ASSIGN TO BSBRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
      *================================================================*
       FILE SECTION.

      *----------------------------------------------------------------*
      *    FACTOUT - THIS RECORD LAYOUT IS MIRRORED IN AF0001M0 -      *
      *    THE TWO MUST STAY IN STEP.                                  *
      *----------------------------------------------------------------*
       FD  FACTOUT-FILE
           RECORDING MODE IS F.
       01  FACTOUT-RECORD.
           05  FACT-REC-TYPE-FX                PIC X(01).
               88  FACT-DETAIL-FX                  VALUE 'D'.
               88  FACT-TRAILER-FX                 VALUE 'T'.
           05  FACT-DETAIL-DATA-FX.
               10  FACT-PROC-DATE-FX           PIC 9(08).
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

       FD  BSBPARM-FILE
           RECORDING MODE IS F.
       01  BSBPARM-RECORD.
           05  PARM-FAIL-PCT                   PIC 9(03)V99.
           05  PARM-MIN-RECEIVED               PIC 9(05).
           05  FILLER                          PIC X(70).

      *----------------------------------------------------------------*
      *    BSBHIN / BSBHOUT - MONTH-TO-DATE OPENS, ONE RECORD PER      *
      *    BSB AND PACKAGE TYPE, WITH THE LAST PROCESSING DATE         *
      *    APPLIED.  RECORDS FOR AN EARLIER MONTH ARE DROPPED, SO      *
      *    THE FIRST RUN OF A MONTH STARTS THE LEAGUE AFRESH.          *
      *----------------------------------------------------------------*
       FD  BSBHIN-FILE
           RECORDING MODE IS F.
       01  BSBHIN-RECORD.
           05  HIST-MONTH-HI                   PIC 9(06).
           05  HIST-LAST-DATE-HI               PIC 9(08).
           05  HIST-BSB-NBR-HI                 PIC X(06).
           05  HIST-REGION-HI                  PIC X(03).
           05  HIST-PKG-TYPE-HI                PIC X(03).
           05  HIST-RECEIVED-HI                PIC 9(07).
           05  HIST-OPENED-HI                  PIC 9(07).
           05  HIST-FAILED-HI                  PIC 9(07).
           05  HIST-DEPOSIT-HI                 PIC S9(11)V99.
           05  HIST-FEE-HI                     PIC S9(09)V99.
           05  FILLER                          PIC X(29).

       FD  BSBHOUT-FILE
           RECORDING MODE IS F.
       01  BSBHOUT-RECORD.
           05  HIST-MONTH-HO                   PIC 9(06).
           05  HIST-LAST-DATE-HO               PIC 9(08).
           05  HIST-BSB-NBR-HO                 PIC X(06).
           05  HIST-REGION-HO                  PIC X(03).
           05  HIST-PKG-TYPE-HO                PIC X(03).
           05  HIST-RECEIVED-HO                PIC 9(07).
           05  HIST-OPENED-HO                  PIC 9(07).
           05  HIST-FAILED-HO                  PIC 9(07).
           05  HIST-DEPOSIT-HO                 PIC S9(11)V99.
           05  HIST-FEE-HO                     PIC S9(09)V99.
           05  FILLER                          PIC X(29).

       FD  BSBRPT-FILE
           RECORDING MODE IS F.
       01  BSBRPT-LINE                         PIC X(132).

       WORKING-STORAGE SECTION.
      *================================================================*

       77  FACTOUT-READ-CNT                    PIC S9(07) COMP-3
                                                   VALUE +0.
       77  OPEN-FACT-CNT                       PIC S9(07) COMP-3
                                                   VALUE +0.
       77  OTHER-FACT-CNT                      PIC S9(07) COMP-3
                                                   VALUE +0.
       77  HISTORY-READ-CNT                    PIC S9(07) COMP-3
                                                   VALUE +0.
       77  HISTORY-DROPPED-CNT                 PIC S9(07) COMP-3
                                                   VALUE +0.
       77  HISTORY-WRITTEN-CNT                 PIC S9(07) COMP-3
                                                   VALUE +0.
       77  FAIL-LISTED-CNT                     PIC S9(07) COMP-3
                                                   VALUE +0.

       01  AF0464M0-SWITCHES.
           05  FACTOUT-EOF-SW                  PIC X(01) VALUE 'N'.
               88  FACTOUT-EOF                     VALUE 'Y'.
           05  BSBHIN-EOF-SW                   PIC X(01) VALUE 'N'.
               88  BSBHIN-EOF                      VALUE 'Y'.
           05  BSB-FOUND-SW                    PIC X(01) VALUE 'N'.
               88  BSB-ENTRY-FOUND                 VALUE 'Y'.
           05  BSB-PASSED-SW                   PIC X(01) VALUE 'N'.
               88  BSB-KEY-PASSED                  VALUE 'Y'.
           05  REGION-FOUND-SW                 PIC X(01) VALUE 'N'.
               88  REGION-ENTRY-FOUND              VALUE 'Y'.
           05  REGION-PRINTED-SW               PIC X(01) VALUE 'N'.
               88  REGION-HEADING-PRINTED          VALUE 'Y'.
           05  DAY-APPLIED-SW                  PIC X(01) VALUE 'N'.
               88  DAY-ALREADY-APPLIED             VALUE 'Y'.

       01  AF0464M0-WORK-FIELDS.
           05  RUN-DATE-GV                     PIC 9(08) VALUE ZERO.
           05  RUN-DATE-R REDEFINES RUN-DATE-GV.
               10  RUN-MONTH-GV                PIC 9(06).
               10  FILLER                      PIC 9(02).
           05  FAIL-PCT-GV                     PIC 9(03)V99
                                                   VALUE 10.00.
           05  MIN-RECEIVED-GV                 PIC 9(05) VALUE 5.
           05  BSB-KEY-GV                      PIC X(06).
           05  REGION-KEY-GV                   PIC X(03).
           05  PKG-KEY-GV                      PIC X(03).
           05  LINE-LABEL-GV                   PIC X(11).
           05  BSB-X                           PIC S9(04) COMP.
           05  BSB-Y                           PIC S9(04) COMP.
           05  BEST-X                          PIC S9(04) COMP.
           05  PKG-X                           PIC S9(04) COMP.
           05  REG-X                           PIC S9(04) COMP.
           05  RANK-NBR                        PIC S9(04) COMP.
           05  FAIL-RATE-WORK                  PIC S9(05)V99 COMP-3.

      *----------------------------------------------------------------*
      *    STATE REGIONS IN REPORT ORDER - THE CODES SET BY 3120 IN    *
      *    AF0001M0.  MONTH-TO-DATE REGION TOTALS FOR THE LEAGUE.      *
      *----------------------------------------------------------------*
       01  REGION-CODE-LIST                    PIC X(21)
                                   VALUE 'NSWVICQLDSA WA TASNAT'.
       01  REGION-CODE-TABLE REDEFINES REGION-CODE-LIST.
           05  REGION-CODE                     PIC X(03)
                                                   OCCURS 7 TIMES.
       01  REGION-MTD-TABLE.
           05  REGION-MTD-ENTRY OCCURS 7 TIMES.
               10  REG-MTD-RECEIVED            PIC S9(07) COMP-3.
               10  REG-MTD-OPENED              PIC S9(07) COMP-3.
               10  REG-MTD-FAILED              PIC S9(07) COMP-3.
               10  REG-MTD-DEPOSIT             PIC S9(11)V99 COMP-3.
               10  REG-MTD-FEE                 PIC S9(09)V99 COMP-3.
               10  REG-LISTED-SW               PIC X(01).
                   88  REG-LISTED                  VALUE 'Y'.

       01  PKG-TYPE-LIST                       PIC X(12)
                                   VALUE 'OTHTD FL UNK'.
       01  PKG-TYPE-TABLE REDEFINES PKG-TYPE-LIST.
           05  PKG-TYPE-CODE                   PIC X(03)
                                                   OCCURS 4 TIMES.

      *----------------------------------------------------------------*
      *                                                                *
      *    ONE ROW PER BSB, KEPT IN BSB ORDER, WITH THE DAY'S AND      *
      *    THE MONTH-TO-DATE FIGURES BY PACKAGE TYPE (OTH, TD, FL,     *
      *    UNK) AND THE BSB TOTALS WORKED OUT FOR PRINTING.            *
      *                                                                *
      *----------------------------------------------------------------*
       01  BSB-COUNT                           PIC S9(04) COMP
                                                   VALUE +0.
       01  BSB-TABLE.
           05  BSB-ENTRY OCCURS 600 TIMES.
               10  BSB-NBR                     PIC X(06).
               10  BSB-REGION                  PIC X(03).
               10  BSB-LISTED-SW               PIC X(01).
                   88  BSB-LISTED                  VALUE 'Y'.
               10  BSB-PKG OCCURS 4 TIMES.
                   15  DAY-RECEIVED            PIC S9(07) COMP-3.
                   15  DAY-OPENED              PIC S9(07) COMP-3.
                   15  DAY-FAILED              PIC S9(07) COMP-3.
                   15  DAY-DEPOSIT             PIC S9(11)V99 COMP-3.
                   15  DAY-FEE                 PIC S9(09)V99 COMP-3.
                   15  MTD-RECEIVED            PIC S9(07) COMP-3.
                   15  MTD-OPENED              PIC S9(07) COMP-3.
                   15  MTD-FAILED              PIC S9(07) COMP-3.
                   15  MTD-DEPOSIT             PIC S9(11)V99 COMP-3.
                   15  MTD-FEE                 PIC S9(09)V99 COMP-3.
               10  BSB-DAY-RECEIVED            PIC S9(07) COMP-3.
               10  BSB-DAY-FAILED              PIC S9(07) COMP-3.
               10  BSB-MTD-RECEIVED            PIC S9(07) COMP-3.
               10  BSB-MTD-OPENED              PIC S9(07) COMP-3.
               10  BSB-MTD-FAILED              PIC S9(07) COMP-3.
               10  BSB-MTD-DEPOSIT             PIC S9(11)V99 COMP-3.
               10  BSB-MTD-FEE                 PIC S9(09)V99 COMP-3.

      *----------------------------------------------------------------*
      *    ACCUMULATORS FOR ONE PRINTED LINE (A BSB, A REGION OR THE   *
      *    WHOLE NETWORK) - RECEIVED / OPENED / FAILED BY PACKAGE      *
      *    TYPE PLUS DEPOSIT AND FEES.                                 *
      *----------------------------------------------------------------*
       01  LINE-ACCUM.
           05  LINE-PKG OCCURS 4 TIMES.
               10  LINE-RECEIVED               PIC S9(07) COMP-3.
               10  LINE-OPENED                 PIC S9(07) COMP-3.
               10  LINE-FAILED                 PIC S9(07) COMP-3.
           05  LINE-DEPOSIT                    PIC S9(11)V99 COMP-3.
           05  LINE-FEE                        PIC S9(09)V99 COMP-3.
           05  LINE-TOT-RECEIVED               PIC S9(07) COMP-3.
           05  LINE-TOT-FAILED                 PIC S9(07) COMP-3.
       01  REGION-ACCUM                        PIC X(69).
       01  NETWORK-ACCUM                       PIC X(69).
       01  ADD-ACCUM.
           05  ADD-PKG OCCURS 4 TIMES.
               10  ADD-RECEIVED                PIC S9(07) COMP-3.
               10  ADD-OPENED                  PIC S9(07) COMP-3.
               10  ADD-FAILED                  PIC S9(07) COMP-3.
           05  ADD-DEPOSIT                     PIC S9(11)V99 COMP-3.
           05  ADD-FEE                         PIC S9(09)V99 COMP-3.
           05  ADD-TOT-RECEIVED                PIC S9(07) COMP-3.
           05  ADD-TOT-FAILED                  PIC S9(07) COMP-3.

      *----------------------------------------------------------------*
      *    REPORT LAYOUTS.                                             *
      *----------------------------------------------------------------*
       01  BSB-HEADING-1.
           05  FILLER                          PIC X(50)  VALUE
              'AF0464M0 - DAILY ACCOUNT OPENS BY BSB AND REGION  '.
           05  FILLER                          PIC X(17)  VALUE
                 'PROCESSING DATE: '.
           05  BSB-HDG-DATE                    PIC 9(08).
           05  FILLER                          PIC X(57)  VALUE SPACES.

       01  BSB-HEADING-2.
           05  FILLER                          PIC X(11)  VALUE SPACES.
           05  FILLER                          PIC X(18)  VALUE
                 '  ------ OTH -----'.
           05  FILLER                          PIC X(18)  VALUE
                 '  ------ TD  -----'.
           05  FILLER                          PIC X(18)  VALUE
                 '  ------ FL  -----'.
           05  FILLER                          PIC X(18)  VALUE
                 '  ------ UNK -----'.
           05  FILLER                          PIC X(49)  VALUE SPACES.

       01  BSB-HEADING-3.
           05  FILLER                          PIC X(11)  VALUE
                 'BSB        '.
           05  FILLER                          PIC X(18)  VALUE
                 '  RCVD  OPEN  FAIL'.
           05  FILLER                          PIC X(18)  VALUE
                 '  RCVD  OPEN  FAIL'.
           05  FILLER                          PIC X(18)  VALUE
                 '  RCVD  OPEN  FAIL'.
           05  FILLER                          PIC X(18)  VALUE
                 '  RCVD  OPEN  FAIL'.
           05  FILLER                          PIC X(18)  VALUE
                 '    DEPOSIT VOLUME'.
           05  FILLER                          PIC X(16)  VALUE
                 '   UPFRONT FEES '.
           05  FILLER                          PIC X(06)  VALUE
                 ' FAIL%'.
           05  FILLER                          PIC X(09)  VALUE SPACES.

       01  BSB-DETAIL-LINE.
           05  BSB-DET-LABEL                   PIC X(11).
           05  BSB-DET-PKG OCCURS 4 TIMES.
               10  FILLER                      PIC X(01).
               10  BSB-DET-RECEIVED            PIC ZZZZ9.
               10  FILLER                      PIC X(01).
               10  BSB-DET-OPENED              PIC ZZZZ9.
               10  FILLER                      PIC X(01).
               10  BSB-DET-FAILED              PIC ZZZZ9.
           05  FILLER                          PIC X(02).
           05  BSB-DET-DEPOSIT                 PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(02).
           05  BSB-DET-FEE                     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(01).
           05  BSB-DET-FAIL-PCT                PIC ZZ9.99.
           05  FILLER                          PIC X(08).

       01  BSB-REGION-LINE.
           05  FILLER                          PIC X(08)  VALUE
                 'REGION: '.
           05  BSB-REG-CODE                    PIC X(03).
           05  FILLER                          PIC X(121) VALUE SPACES.

       01  FAIL-HEADING-1.
           05  FILLER                          PIC X(43)  VALUE
                 'BSBS OVER THE FAILURE RATE THRESHOLD OF    '.
           05  FAIL-HDG-PCT                    PIC ZZ9.99.
           05  FILLER                          PIC X(22)  VALUE
                 '% - MINIMUM RECEIVED: '.
           05  FAIL-HDG-MIN                    PIC ZZZZ9.
           05  FILLER                          PIC X(56)  VALUE SPACES.

       01  FAIL-HEADING-2.
           05  FILLER                          PIC X(40)  VALUE
                 'BSB     REGION  RECEIVED  FAILED   FAIL%'.
           05  FILLER                          PIC X(92)  VALUE SPACES.

       01  FAIL-DETAIL-LINE.
           05  FAIL-DET-BSB                    PIC X(06).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  FAIL-DET-REGION                 PIC X(03).
           05  FILLER                          PIC X(05)  VALUE SPACES.
           05  FAIL-DET-RECEIVED               PIC ZZZZZZ9.
           05  FILLER                          PIC X(03)  VALUE SPACES.
           05  FAIL-DET-FAILED                 PIC ZZZZZZ9.
           05  FILLER                          PIC X(01)  VALUE SPACES.
           05  FAIL-DET-PCT                    PIC ZZ9.99.
           05  FILLER                          PIC X(92)  VALUE SPACES.

       01  LEAGUE-HEADING-1.
           05  LEAGUE-HDG-TEXT                 PIC X(40).
           05  FILLER                          PIC X(07)  VALUE
                 'MONTH: '.
           05  LEAGUE-HDG-MONTH                PIC 9(06).
           05  FILLER                          PIC X(79)  VALUE SPACES.

       01  LEAGUE-HEADING-2.
           05  FILLER                          PIC X(50)  VALUE
              'RANK  BSB     REGION  RECEIVED    OPENED    FAILED'.
           05  FILLER                          PIC X(44)  VALUE
              '  FAIL%      DEPOSIT VOLUME    UPFRONT FEES'.
           05  FILLER                          PIC X(38)  VALUE SPACES.

       01  LEAGUE-DETAIL-LINE.
           05  LEAGUE-DET-RANK                 PIC ZZZ9.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  LEAGUE-DET-BSB                  PIC X(06).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  LEAGUE-DET-REGION               PIC X(03).
           05  FILLER                          PIC X(03)  VALUE SPACES.
           05  LEAGUE-DET-RECEIVED             PIC ZZZZZZZ9.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  LEAGUE-DET-OPENED               PIC ZZZZZZZ9.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  LEAGUE-DET-FAILED               PIC ZZZZZZZ9.
           05  FILLER                          PIC X(01)  VALUE SPACES.
           05  LEAGUE-DET-PCT                  PIC ZZZ9.99.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  LEAGUE-DET-DEPOSIT              PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  LEAGUE-DET-FEE                  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(42)  VALUE SPACES.

       01  BSB-COUNT-LINE.
           05  BSB-CNT-LABEL                   PIC X(27).
           05  BSB-CNT-VALUE                   PIC ZZZ,ZZ9.
           05  FILLER                          PIC X(98)  VALUE SPACES.

       01  BSB-BLANK-LINE                      PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================*

      ******************************************************************
      *                                                                *
      *    0000-MAINLINE                                               *
      *                                                                *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ACCUM-FACT THRU 2000-EXIT
                   UNTIL FACTOUT-EOF
           IF RUN-DATE-GV = ZERO
              ACCEPT RUN-DATE-GV FROM DATE YYYYMMDD
           END-IF
           PERFORM 3000-LOAD-HISTORY
           PERFORM 3500-ROLL-DAY-INTO-MTD
           PERFORM 4000-WRITE-DAILY-REPORT
           PERFORM 5000-WRITE-FAILURE-LIST
           PERFORM 6000-WRITE-LEAGUE-TABLES
           PERFORM 7000-WRITE-HISTORY
           PERFORM 8900-WRITE-RUN-COUNTS
           PERFORM 9000-TERMINATE
           GOBACK
           .

      ******************************************************************
      *                                                                *
      *    1000-INITIALIZE                                             *
      *                                                                *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  FACTOUT-FILE
                       BSBPARM-FILE
           OPEN OUTPUT BSBRPT-FILE
           READ BSBPARM-FILE
              AT END CONTINUE
              NOT AT END
                 IF PARM-FAIL-PCT NUMERIC
                    AND PARM-FAIL-PCT > ZERO
                    MOVE PARM-FAIL-PCT     TO FAIL-PCT-GV
                 END-IF
                 IF PARM-MIN-RECEIVED NUMERIC
                    MOVE PARM-MIN-RECEIVED TO MIN-RECEIVED-GV
                 END-IF
           END-READ
           CLOSE BSBPARM-FILE
           INITIALIZE REGION-MTD-TABLE
           PERFORM 8000-READ-FACTOUT
           .

      ******************************************************************
      *                                                                *
      *    2000-ACCUM-FACT                                             *
      *                                                                *
      *    ADD AN OPEN FACT TO ITS BSB ROW FOR THE DAY.  THE           *
      *    PROCESSING DATE IS TAKEN FROM THE EXTRACT ITSELF.           *
      *                                                                *
      ******************************************************************
       2000-ACCUM-FACT.
           IF FACT-TRAILER-FX
              MOVE FTRL-PROC-DATE-FX TO RUN-DATE-GV
              GO TO 2000-NEXT
           END-IF
           IF NOT FACT-DETAIL-FX
              OR FACT-NOT-AN-OPEN-FX
              ADD 1 TO OTHER-FACT-CNT
              GO TO 2000-NEXT
           END-IF
           ADD 1 TO OPEN-FACT-CNT
           MOVE FACT-PROC-DATE-FX   TO RUN-DATE-GV
           MOVE FACT-BSB-NBR-FX     TO BSB-KEY-GV
           MOVE FACT-REGION-FX      TO REGION-KEY-GV
           IF BSB-KEY-GV = SPACES
              MOVE 'NAT'            TO REGION-KEY-GV
           END-IF
           PERFORM 2100-FIND-OR-ADD-BSB THRU 2100-EXIT
           IF NOT BSB-ENTRY-FOUND
              GO TO 2000-NEXT
           END-IF
           MOVE FACT-PKG-TYPE-FX    TO PKG-KEY-GV
           PERFORM 2200-SET-PKG-INDEX
           ADD 1 TO DAY-RECEIVED(BSB-X, PKG-X)
           IF FACT-SUCCESS-FX
              ADD 1 TO DAY-OPENED(BSB-X, PKG-X)
              ADD FACT-DEPOSIT-AMT-FX
                                    TO DAY-DEPOSIT(BSB-X, PKG-X)
              ADD FACT-FEE-AMT-FX   TO DAY-FEE(BSB-X, PKG-X)
           ELSE
              ADD 1 TO DAY-FAILED(BSB-X, PKG-X)
           END-IF
           .
       2000-NEXT.
           PERFORM 8000-READ-FACTOUT
           .
       2000-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *    2100-FIND-OR-ADD-BSB                                        *
      *                                                                *
      *    THE TABLE IS KEPT IN BSB ORDER - A NEW BSB IS SLOTTED IN    *
      *    AHEAD OF THE FIRST HIGHER ONE, THE ROWS ABOVE MOVING UP.    *
      *                                                                *
      ******************************************************************
       2100-FIND-OR-ADD-BSB.
           MOVE 'N' TO BSB-FOUND-SW
                       BSB-PASSED-SW
           MOVE 1   TO BSB-X
           PERFORM 2150-MATCH-BSB
                   UNTIL BSB-X > BSB-COUNT
                   OR BSB-ENTRY-FOUND
                   OR BSB-KEY-PASSED
           IF BSB-ENTRY-FOUND
              GO TO 2100-EXIT
           END-IF
           IF BSB-COUNT = 600
              DISPLAY 'AF0464M0 - BSB TABLE FULL, BSB '
                      BSB-KEY-GV ' LEFT OUT'
              GO TO 2100-EXIT
           END-IF
           MOVE BSB-COUNT TO BSB-Y
           PERFORM 2160-MOVE-BSB-UP
                   UNTIL BSB-Y < BSB-X
           ADD 1 TO BSB-COUNT
           INITIALIZE BSB-ENTRY(BSB-X)
           MOVE BSB-KEY-GV          TO BSB-NBR(BSB-X)
           MOVE REGION-KEY-GV       TO BSB-REGION(BSB-X)
           SET BSB-ENTRY-FOUND      TO TRUE
           .
       2100-EXIT.
           EXIT.

       2150-MATCH-BSB.
           EVALUATE TRUE
              WHEN BSB-NBR(BSB-X) = BSB-KEY-GV
                 SET BSB-ENTRY-FOUND TO TRUE
              WHEN BSB-NBR(BSB-X) > BSB-KEY-GV
                 SET BSB-KEY-PASSED  TO TRUE
              WHEN OTHER
                 ADD 1 TO BSB-X
           END-EVALUATE
           .

       2160-MOVE-BSB-UP.
           MOVE BSB-ENTRY(BSB-Y)    TO BSB-ENTRY(BSB-Y + 1)
           SUBTRACT 1 FROM BSB-Y
           .

       2200-SET-PKG-INDEX.
           EVALUATE PKG-KEY-GV
              WHEN 'OTH'   MOVE 1 TO PKG-X
              WHEN 'TD '   MOVE 2 TO PKG-X
              WHEN 'FL '   MOVE 3 TO PKG-X
              WHEN OTHER   MOVE 4 TO PKG-X
           END-EVALUATE
           .

      ******************************************************************
      *                                                                *
      *    3000-LOAD-HISTORY                                           *
      *                                                                *
      *    LOAD THIS MONTH'S FIGURES FROM BSBHIN.  A RECORD ALREADY    *
      *    STAMPED WITH TODAY'S PROCESSING DATE MEANS THE DAY WAS      *
      *    APPLIED BY AN EARLIER RUN.                                  *
      *                                                                *
      ******************************************************************
       3000-LOAD-HISTORY.
           OPEN INPUT BSBHIN-FILE
           PERFORM 8100-READ-HISTORY
           PERFORM 3100-LOAD-HISTORY-RECORD THRU 3100-EXIT
                   UNTIL BSBHIN-EOF
           CLOSE BSBHIN-FILE
           IF DAY-ALREADY-APPLIED
              DISPLAY 'AF0464M0 - BSBHIN ALREADY HOLDS PROCESSING '
                      'DATE ' RUN-DATE-GV ' - MONTH-TO-DATE NOT '
                      'ADDED TO AGAIN'
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       3100-LOAD-HISTORY-RECORD.
           IF HIST-MONTH-HI NOT = RUN-MONTH-GV
              ADD 1 TO HISTORY-DROPPED-CNT
              GO TO 3100-NEXT
           END-IF
           IF HIST-LAST-DATE-HI = RUN-DATE-GV
              SET DAY-ALREADY-APPLIED TO TRUE
           END-IF
           MOVE HIST-BSB-NBR-HI     TO BSB-KEY-GV
           MOVE HIST-REGION-HI      TO REGION-KEY-GV
           PERFORM 2100-FIND-OR-ADD-BSB THRU 2100-EXIT
           IF NOT BSB-ENTRY-FOUND
              GO TO 3100-NEXT
           END-IF
           MOVE HIST-PKG-TYPE-HI    TO PKG-KEY-GV
           PERFORM 2200-SET-PKG-INDEX
           ADD HIST-RECEIVED-HI     TO MTD-RECEIVED(BSB-X, PKG-X)
           ADD HIST-OPENED-HI       TO MTD-OPENED(BSB-X, PKG-X)
           ADD HIST-FAILED-HI       TO MTD-FAILED(BSB-X, PKG-X)
           ADD HIST-DEPOSIT-HI      TO MTD-DEPOSIT(BSB-X, PKG-X)
           ADD HIST-FEE-HI          TO MTD-FEE(BSB-X, PKG-X)
           .
       3100-NEXT.
           PERFORM 8100-READ-HISTORY
           .
       3100-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *    3500-ROLL-DAY-INTO-MTD                                      *
      *                                                                *
      *    ADD THE DAY TO THE MONTH (UNLESS ALREADY APPLIED) AND       *
      *    WORK OUT EACH BSB'S TOTALS AND ITS REGION'S MONTH.          *
      *                                                                *
      ******************************************************************
       3500-ROLL-DAY-INTO-MTD.
           MOVE 1 TO BSB-X
           PERFORM 3510-ROLL-ONE-BSB
                   UNTIL BSB-X > BSB-COUNT
           .

       3510-ROLL-ONE-BSB.
           MOVE 1 TO PKG-X
           PERFORM 3520-ROLL-ONE-PKG
                   UNTIL PKG-X > 4
           MOVE 'N' TO REGION-FOUND-SW
           MOVE 1   TO REG-X
           PERFORM 3530-FIND-REGION
                   UNTIL REG-X > 7
                   OR REGION-ENTRY-FOUND
           IF NOT REGION-ENTRY-FOUND
              MOVE 7 TO REG-X
              MOVE REGION-CODE(REG-X) TO BSB-REGION(BSB-X)
           END-IF
           ADD BSB-MTD-RECEIVED(BSB-X) TO REG-MTD-RECEIVED(REG-X)
           ADD BSB-MTD-OPENED(BSB-X)   TO REG-MTD-OPENED(REG-X)
           ADD BSB-MTD-FAILED(BSB-X)   TO REG-MTD-FAILED(REG-X)
           ADD BSB-MTD-DEPOSIT(BSB-X)  TO REG-MTD-DEPOSIT(REG-X)
           ADD BSB-MTD-FEE(BSB-X)      TO REG-MTD-FEE(REG-X)
           ADD 1 TO BSB-X
           .

       3520-ROLL-ONE-PKG.
           IF NOT DAY-ALREADY-APPLIED
              ADD DAY-RECEIVED(BSB-X, PKG-X)
                                    TO MTD-RECEIVED(BSB-X, PKG-X)
              ADD DAY-OPENED(BSB-X, PKG-X)
                                    TO MTD-OPENED(BSB-X, PKG-X)
              ADD DAY-FAILED(BSB-X, PKG-X)
                                    TO MTD-FAILED(BSB-X, PKG-X)
              ADD DAY-DEPOSIT(BSB-X, PKG-X)
                                    TO MTD-DEPOSIT(BSB-X, PKG-X)
              ADD DAY-FEE(BSB-X, PKG-X)
                                    TO MTD-FEE(BSB-X, PKG-X)
           END-IF
           ADD DAY-RECEIVED(BSB-X, PKG-X)
                                    TO BSB-DAY-RECEIVED(BSB-X)
           ADD DAY-FAILED(BSB-X, PKG-X)
                                    TO BSB-DAY-FAILED(BSB-X)
           ADD MTD-RECEIVED(BSB-X, PKG-X)
                                    TO BSB-MTD-RECEIVED(BSB-X)
           ADD MTD-OPENED(BSB-X, PKG-X)
                                    TO BSB-MTD-OPENED(BSB-X)
           ADD MTD-FAILED(BSB-X, PKG-X)
                                    TO BSB-MTD-FAILED(BSB-X)
           ADD MTD-DEPOSIT(BSB-X, PKG-X)
                                    TO BSB-MTD-DEPOSIT(BSB-X)
           ADD MTD-FEE(BSB-X, PKG-X)
                                    TO BSB-MTD-FEE(BSB-X)
           ADD 1 TO PKG-X
           .

       3530-FIND-REGION.
           IF REGION-CODE(REG-X) = BSB-REGION(BSB-X)
              SET REGION-ENTRY-FOUND TO TRUE
           ELSE
              ADD 1 TO REG-X
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    4000-WRITE-DAILY-REPORT                                     *
      *                                                                *
      *    THE DAY'S OPENS BY BSB UNDER EACH REGION IN TURN, WITH A    *
      *    REGION TOTAL AND A NETWORK TOTAL.  A BSB WITH NOTHING       *
      *    RECEIVED TODAY (CARRIED ONLY ON THE HISTORY) IS NOT         *
      *    PRINTED.                                                    *
      *                                                                *
      ******************************************************************
       4000-WRITE-DAILY-REPORT.
           MOVE RUN-DATE-GV         TO BSB-HDG-DATE
           WRITE BSBRPT-LINE FROM BSB-HEADING-1
           WRITE BSBRPT-LINE FROM BSB-HEADING-2
           WRITE BSBRPT-LINE FROM BSB-HEADING-3
           INITIALIZE LINE-ACCUM
           MOVE LINE-ACCUM          TO NETWORK-ACCUM
           MOVE 1 TO REG-X
           PERFORM 4100-WRITE-ONE-REGION
                   UNTIL REG-X > 7
           WRITE BSBRPT-LINE FROM BSB-BLANK-LINE
           MOVE NETWORK-ACCUM       TO LINE-ACCUM
           MOVE 'NETWORK'           TO LINE-LABEL-GV
           PERFORM 4300-FORMAT-DETAIL-LINE
           .

       4100-WRITE-ONE-REGION.
           INITIALIZE LINE-ACCUM
           MOVE LINE-ACCUM          TO REGION-ACCUM
           MOVE 'N'                 TO REGION-PRINTED-SW
           MOVE 1 TO BSB-X
           PERFORM 4200-WRITE-ONE-BSB
                   UNTIL BSB-X > BSB-COUNT
           IF REGION-HEADING-PRINTED
              MOVE REGION-ACCUM     TO LINE-ACCUM
              MOVE SPACES           TO LINE-LABEL-GV
              MOVE REGION-CODE(REG-X)
                                    TO LINE-LABEL-GV(1:3)
              MOVE 'TOTAL'          TO LINE-LABEL-GV(5:5)
              PERFORM 4300-FORMAT-DETAIL-LINE
              MOVE REGION-ACCUM     TO ADD-ACCUM
              MOVE NETWORK-ACCUM    TO LINE-ACCUM
              PERFORM 4400-ADD-TO-LINE-ACCUM
              MOVE LINE-ACCUM       TO NETWORK-ACCUM
           END-IF
           ADD 1 TO REG-X
           .

       4200-WRITE-ONE-BSB.
           IF BSB-REGION(BSB-X) = REGION-CODE(REG-X)
              AND BSB-DAY-RECEIVED(BSB-X) > ZERO
              IF NOT REGION-HEADING-PRINTED
                 MOVE REGION-CODE(REG-X)
                                    TO BSB-REG-CODE
                 WRITE BSBRPT-LINE FROM BSB-BLANK-LINE
                 WRITE BSBRPT-LINE FROM BSB-REGION-LINE
                 SET REGION-HEADING-PRINTED TO TRUE
              END-IF
              INITIALIZE LINE-ACCUM
              MOVE 1 TO PKG-X
              PERFORM 4250-TAKE-BSB-PKG
                      UNTIL PKG-X > 4
              IF BSB-NBR(BSB-X) = SPACES
                 MOVE '(NONE)'      TO LINE-LABEL-GV
              ELSE
                 MOVE BSB-NBR(BSB-X)
                                    TO LINE-LABEL-GV
              END-IF
              PERFORM 4300-FORMAT-DETAIL-LINE
              MOVE LINE-ACCUM       TO ADD-ACCUM
              MOVE REGION-ACCUM     TO LINE-ACCUM
              PERFORM 4400-ADD-TO-LINE-ACCUM
              MOVE LINE-ACCUM       TO REGION-ACCUM
           END-IF
           ADD 1 TO BSB-X
           .

       4250-TAKE-BSB-PKG.
           MOVE DAY-RECEIVED(BSB-X, PKG-X)
                                    TO LINE-RECEIVED(PKG-X)
           MOVE DAY-OPENED(BSB-X, PKG-X)
                                    TO LINE-OPENED(PKG-X)
           MOVE DAY-FAILED(BSB-X, PKG-X)
                                    TO LINE-FAILED(PKG-X)
           ADD DAY-DEPOSIT(BSB-X, PKG-X)
                                    TO LINE-DEPOSIT
           ADD DAY-FEE(BSB-X, PKG-X)
                                    TO LINE-FEE
           ADD DAY-RECEIVED(BSB-X, PKG-X)
                                    TO LINE-TOT-RECEIVED
           ADD DAY-FAILED(BSB-X, PKG-X)
                                    TO LINE-TOT-FAILED
           ADD 1 TO PKG-X
           .

       4300-FORMAT-DETAIL-LINE.
           MOVE SPACES              TO BSB-DETAIL-LINE
           MOVE LINE-LABEL-GV       TO BSB-DET-LABEL
           MOVE 1 TO PKG-X
           PERFORM 4350-FORMAT-DETAIL-PKG
                   UNTIL PKG-X > 4
           MOVE LINE-DEPOSIT        TO BSB-DET-DEPOSIT
           MOVE LINE-FEE            TO BSB-DET-FEE
           IF LINE-TOT-RECEIVED > ZERO
              COMPUTE FAIL-RATE-WORK ROUNDED =
                      LINE-TOT-FAILED * 100 / LINE-TOT-RECEIVED
           ELSE
              MOVE ZERO TO FAIL-RATE-WORK
           END-IF
           MOVE FAIL-RATE-WORK      TO BSB-DET-FAIL-PCT
           WRITE BSBRPT-LINE FROM BSB-DETAIL-LINE
           .

       4350-FORMAT-DETAIL-PKG.
           MOVE LINE-RECEIVED(PKG-X) TO BSB-DET-RECEIVED(PKG-X)
           MOVE LINE-OPENED(PKG-X)  TO BSB-DET-OPENED(PKG-X)
           MOVE LINE-FAILED(PKG-X)  TO BSB-DET-FAILED(PKG-X)
           ADD 1 TO PKG-X
           .

       4400-ADD-TO-LINE-ACCUM.
           MOVE 1 TO PKG-X
           PERFORM 4450-ADD-LINE-PKG
                   UNTIL PKG-X > 4
           ADD ADD-DEPOSIT          TO LINE-DEPOSIT
           ADD ADD-FEE              TO LINE-FEE
           ADD ADD-TOT-RECEIVED     TO LINE-TOT-RECEIVED
           ADD ADD-TOT-FAILED       TO LINE-TOT-FAILED
           .

       4450-ADD-LINE-PKG.
           ADD ADD-RECEIVED(PKG-X)  TO LINE-RECEIVED(PKG-X)
           ADD ADD-OPENED(PKG-X)    TO LINE-OPENED(PKG-X)
           ADD ADD-FAILED(PKG-X)    TO LINE-FAILED(PKG-X)
           ADD 1 TO PKG-X
           .

      ******************************************************************
      *                                                                *
      *    5000-WRITE-FAILURE-LIST                                     *
      *                                                                *
      *    LIST EVERY BSB WITH AT LEAST THE MINIMUM RECEIVED TODAY     *
      *    WHOSE FAILURE RATE IS OVER THE THRESHOLD.                   *
      *                                                                *
      ******************************************************************
       5000-WRITE-FAILURE-LIST.
           WRITE BSBRPT-LINE FROM BSB-BLANK-LINE
           MOVE FAIL-PCT-GV         TO FAIL-HDG-PCT
           MOVE MIN-RECEIVED-GV     TO FAIL-HDG-MIN
           WRITE BSBRPT-LINE FROM FAIL-HEADING-1
           WRITE BSBRPT-LINE FROM FAIL-HEADING-2
           MOVE 1 TO BSB-X
           PERFORM 5100-CHECK-BSB-FAIL-RATE
                   UNTIL BSB-X > BSB-COUNT
           .

       5100-CHECK-BSB-FAIL-RATE.
           IF BSB-DAY-RECEIVED(BSB-X) > ZERO
              AND BSB-DAY-RECEIVED(BSB-X) >= MIN-RECEIVED-GV
              COMPUTE FAIL-RATE-WORK ROUNDED =
                      BSB-DAY-FAILED(BSB-X) * 100
                    / BSB-DAY-RECEIVED(BSB-X)
              IF FAIL-RATE-WORK > FAIL-PCT-GV
                 IF BSB-NBR(BSB-X) = SPACES
                    MOVE '(NONE)'   TO FAIL-DET-BSB
                 ELSE
                    MOVE BSB-NBR(BSB-X)
                                    TO FAIL-DET-BSB
                 END-IF
                 MOVE BSB-REGION(BSB-X)
                                    TO FAIL-DET-REGION
                 MOVE BSB-DAY-RECEIVED(BSB-X)
                                    TO FAIL-DET-RECEIVED
                 MOVE BSB-DAY-FAILED(BSB-X)
                                    TO FAIL-DET-FAILED
                 MOVE FAIL-RATE-WORK
                                    TO FAIL-DET-PCT
                 WRITE BSBRPT-LINE FROM FAIL-DETAIL-LINE
                 ADD 1 TO FAIL-LISTED-CNT
              END-IF
           END-IF
           ADD 1 TO BSB-X
           .

      ******************************************************************
      *                                                                *
      *    6000-WRITE-LEAGUE-TABLES                                    *
      *                                                                *
      *    MONTH-TO-DATE LEAGUES - REGIONS, THEN BSBS - RANKED BY      *
      *    ACCOUNTS OPENED.  EACH PASS PICKS THE HIGHEST NOT YET       *
      *    LISTED; EQUAL OPENS KEEP REGION / BSB ORDER.                *
      *                                                                *
      ******************************************************************
       6000-WRITE-LEAGUE-TABLES.
           MOVE RUN-MONTH-GV        TO LEAGUE-HDG-MONTH
           WRITE BSBRPT-LINE FROM BSB-BLANK-LINE
           MOVE 'MONTH-TO-DATE REGION LEAGUE TABLE       '
                                    TO LEAGUE-HDG-TEXT
           WRITE BSBRPT-LINE FROM LEAGUE-HEADING-1
           WRITE BSBRPT-LINE FROM LEAGUE-HEADING-2
           MOVE ZERO TO RANK-NBR
           PERFORM 6100-LIST-BEST-REGION
                   UNTIL RANK-NBR >= 7
           WRITE BSBRPT-LINE FROM BSB-BLANK-LINE
           MOVE 'MONTH-TO-DATE BSB LEAGUE TABLE          '
                                    TO LEAGUE-HDG-TEXT
           WRITE BSBRPT-LINE FROM LEAGUE-HEADING-1
           WRITE BSBRPT-LINE FROM LEAGUE-HEADING-2
           MOVE ZERO TO RANK-NBR
           PERFORM 6200-LIST-BEST-BSB
                   UNTIL RANK-NBR >= BSB-COUNT
           .

       6100-LIST-BEST-REGION.
           MOVE ZERO TO BEST-X
           MOVE 1    TO REG-X
           PERFORM 6150-COMPARE-REGION
                   UNTIL REG-X > 7
           ADD 1 TO RANK-NBR
           SET REG-LISTED(BEST-X)   TO TRUE
           MOVE RANK-NBR            TO LEAGUE-DET-RANK
           MOVE SPACES              TO LEAGUE-DET-BSB
           MOVE REGION-CODE(BEST-X) TO LEAGUE-DET-REGION
           MOVE REG-MTD-RECEIVED(BEST-X)
                                    TO LEAGUE-DET-RECEIVED
           MOVE REG-MTD-OPENED(BEST-X)
                                    TO LEAGUE-DET-OPENED
           MOVE REG-MTD-FAILED(BEST-X)
                                    TO LEAGUE-DET-FAILED
           IF REG-MTD-RECEIVED(BEST-X) > ZERO
              COMPUTE FAIL-RATE-WORK ROUNDED =
                      REG-MTD-FAILED(BEST-X) * 100
                    / REG-MTD-RECEIVED(BEST-X)
           ELSE
              MOVE ZERO TO FAIL-RATE-WORK
           END-IF
           MOVE FAIL-RATE-WORK      TO LEAGUE-DET-PCT
           MOVE REG-MTD-DEPOSIT(BEST-X)
                                    TO LEAGUE-DET-DEPOSIT
           MOVE REG-MTD-FEE(BEST-X) TO LEAGUE-DET-FEE
           WRITE BSBRPT-LINE FROM LEAGUE-DETAIL-LINE
           .

       6150-COMPARE-REGION.
           IF NOT REG-LISTED(REG-X)
              IF BEST-X = ZERO
                 MOVE REG-X TO BEST-X
              ELSE
                 IF REG-MTD-OPENED(REG-X) > REG-MTD-OPENED(BEST-X)
                    MOVE REG-X TO BEST-X
                 END-IF
              END-IF
           END-IF
           ADD 1 TO REG-X
           .

       6200-LIST-BEST-BSB.
           MOVE ZERO TO BEST-X
           MOVE 1    TO BSB-X
           PERFORM 6250-COMPARE-BSB
                   UNTIL BSB-X > BSB-COUNT
           ADD 1 TO RANK-NBR
           SET BSB-LISTED(BEST-X)   TO TRUE
           MOVE RANK-NBR            TO LEAGUE-DET-RANK
           IF BSB-NBR(BEST-X) = SPACES
              MOVE '(NONE)'         TO LEAGUE-DET-BSB
           ELSE
              MOVE BSB-NBR(BEST-X)  TO LEAGUE-DET-BSB
           END-IF
           MOVE BSB-REGION(BEST-X)  TO LEAGUE-DET-REGION
           MOVE BSB-MTD-RECEIVED(BEST-X)
                                    TO LEAGUE-DET-RECEIVED
           MOVE BSB-MTD-OPENED(BEST-X)
                                    TO LEAGUE-DET-OPENED
           MOVE BSB-MTD-FAILED(BEST-X)
                                    TO LEAGUE-DET-FAILED
           IF BSB-MTD-RECEIVED(BEST-X) > ZERO
              COMPUTE FAIL-RATE-WORK ROUNDED =
                      BSB-MTD-FAILED(BEST-X) * 100
                    / BSB-MTD-RECEIVED(BEST-X)
           ELSE
              MOVE ZERO TO FAIL-RATE-WORK
           END-IF
           MOVE FAIL-RATE-WORK      TO LEAGUE-DET-PCT
           MOVE BSB-MTD-DEPOSIT(BEST-X)
                                    TO LEAGUE-DET-DEPOSIT
           MOVE BSB-MTD-FEE(BEST-X) TO LEAGUE-DET-FEE
           WRITE BSBRPT-LINE FROM LEAGUE-DETAIL-LINE
           .

       6250-COMPARE-BSB.
           IF NOT BSB-LISTED(BSB-X)
              IF BEST-X = ZERO
                 MOVE BSB-X TO BEST-X
              ELSE
                 IF BSB-MTD-OPENED(BSB-X) > BSB-MTD-OPENED(BEST-X)
                    MOVE BSB-X TO BEST-X
                 END-IF
              END-IF
           END-IF
           ADD 1 TO BSB-X
           .

      ******************************************************************
      *                                                                *
      *    7000-WRITE-HISTORY                                          *
      *                                                                *
      *    WRITE THE MONTH-TO-DATE FIGURES FORWARD, ONE RECORD PER     *
      *    BSB AND PACKAGE TYPE WITH ANYTHING RECEIVED.                *
      *                                                                *
      ******************************************************************
       7000-WRITE-HISTORY.
           OPEN OUTPUT BSBHOUT-FILE
           MOVE 1 TO BSB-X
           PERFORM 7100-WRITE-BSB-HISTORY
                   UNTIL BSB-X > BSB-COUNT
           CLOSE BSBHOUT-FILE
           .

       7100-WRITE-BSB-HISTORY.
           MOVE 1 TO PKG-X
           PERFORM 7150-WRITE-PKG-HISTORY
                   UNTIL PKG-X > 4
           ADD 1 TO BSB-X
           .

       7150-WRITE-PKG-HISTORY.
           IF MTD-RECEIVED(BSB-X, PKG-X) > ZERO
              MOVE SPACES              TO BSBHOUT-RECORD
              MOVE RUN-MONTH-GV        TO HIST-MONTH-HO
              MOVE RUN-DATE-GV         TO HIST-LAST-DATE-HO
              MOVE BSB-NBR(BSB-X)      TO HIST-BSB-NBR-HO
              MOVE BSB-REGION(BSB-X)   TO HIST-REGION-HO
              MOVE PKG-TYPE-CODE(PKG-X)
                                       TO HIST-PKG-TYPE-HO
              MOVE MTD-RECEIVED(BSB-X, PKG-X)
                                       TO HIST-RECEIVED-HO
              MOVE MTD-OPENED(BSB-X, PKG-X)
                                       TO HIST-OPENED-HO
              MOVE MTD-FAILED(BSB-X, PKG-X)
                                       TO HIST-FAILED-HO
              MOVE MTD-DEPOSIT(BSB-X, PKG-X)
                                       TO HIST-DEPOSIT-HO
              MOVE MTD-FEE(BSB-X, PKG-X)
                                       TO HIST-FEE-HO
              WRITE BSBHOUT-RECORD
              ADD 1 TO HISTORY-WRITTEN-CNT
           END-IF
           ADD 1 TO PKG-X
           .

      ******************************************************************
      *                                                                *
      *    8000-READ-FACTOUT                                           *
      *                                                                *
      ******************************************************************
       8000-READ-FACTOUT.
           READ FACTOUT-FILE
              AT END SET FACTOUT-EOF TO TRUE
           END-READ
           IF NOT FACTOUT-EOF
              ADD 1 TO FACTOUT-READ-CNT
           END-IF
           .

       8100-READ-HISTORY.
           READ BSBHIN-FILE
              AT END SET BSBHIN-EOF TO TRUE
           END-READ
           IF NOT BSBHIN-EOF
              ADD 1 TO HISTORY-READ-CNT
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    8900-WRITE-RUN-COUNTS                                       *
      *                                                                *
      ******************************************************************
       8900-WRITE-RUN-COUNTS.
           WRITE BSBRPT-LINE FROM BSB-BLANK-LINE
           MOVE 'FACTOUT RECORDS READ     : ' TO BSB-CNT-LABEL
           MOVE FACTOUT-READ-CNT              TO BSB-CNT-VALUE
           WRITE BSBRPT-LINE FROM BSB-COUNT-LINE
           MOVE 'OPEN FACTS COUNTED       : ' TO BSB-CNT-LABEL
           MOVE OPEN-FACT-CNT                 TO BSB-CNT-VALUE
           WRITE BSBRPT-LINE FROM BSB-COUNT-LINE
           MOVE 'OTHER RECORDS SKIPPED    : ' TO BSB-CNT-LABEL
           MOVE OTHER-FACT-CNT                TO BSB-CNT-VALUE
           WRITE BSBRPT-LINE FROM BSB-COUNT-LINE
           MOVE 'BSBS OVER FAILURE RATE   : ' TO BSB-CNT-LABEL
           MOVE FAIL-LISTED-CNT               TO BSB-CNT-VALUE
           WRITE BSBRPT-LINE FROM BSB-COUNT-LINE
           MOVE 'HISTORY RECORDS READ     : ' TO BSB-CNT-LABEL
           MOVE HISTORY-READ-CNT              TO BSB-CNT-VALUE
           WRITE BSBRPT-LINE FROM BSB-COUNT-LINE
           MOVE 'OLD MONTH RECORDS DROPPED: ' TO BSB-CNT-LABEL
           MOVE HISTORY-DROPPED-CNT           TO BSB-CNT-VALUE
           WRITE BSBRPT-LINE FROM BSB-COUNT-LINE
           MOVE 'HISTORY RECORDS WRITTEN  : ' TO BSB-CNT-LABEL
           MOVE HISTORY-WRITTEN-CNT           TO BSB-CNT-VALUE
           WRITE BSBRPT-LINE FROM BSB-COUNT-LINE
           .

      ******************************************************************
      *                                                                *
      *    9000-TERMINATE                                              *
      *                                                                *
      ******************************************************************
       9000-TERMINATE.
           CLOSE FACTOUT-FILE
                 BSBRPT-FILE
           .
