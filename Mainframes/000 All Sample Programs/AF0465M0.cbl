       IDENTIFICATION DIVISION.
      *================================================================*
       PROGRAM-ID.    AF0465M0.
       AUTHOR.        CAMS ACCOUNT OPENING TEAM.
       INSTALLATION.  HOST SYSTEMS - ACCOUNT FUNCTIONS.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
      *================================================================*
      *                                                                *
      *    AF0465M0 - HOURLY ARRIVAL PROFILE AND CAPACITY PLANNING     *
      *                                                                *
      *    READS THE TIMELOG FILE WRITTEN BY AF0001M0 (ONE RECORD      *
      *    PER TRANSACTION) AND PROFILES WHEN THE OBP REGION'S WORK    *
      *    ARRIVES.  THE ARRIVAL IS THE VALIDATION ENTRY TIME          *
      *    (TIME-START-TM - THE SAME CLOCK READING THAT STAMPS THE     *
      *    MESSAGE'S FIRST TRACELOG STEP) ON THE RECEIVED DATE.        *
      *                                                                *
      *    FOR EACH MARKET PACKAGE TYPE AND CHANNEL, AND FOR THE       *
      *    REGION AS A WHOLE, THE REPORT GIVES THE ARRIVALS IN EACH    *
      *    HOUR AND THE PEAK 5-MINUTE INTERVAL WITHIN IT, FOLLOWED     *
      *    BY THE BUSIEST INTERVAL AND HOUR OF THE DAY AND EVERY       *
      *    5-MINUTE INTERVAL WHOSE ARRIVALS EXCEEDED THE CONFIGURED    *
      *    CAPACITY.                                                   *
      *                                                                *
      *    THE DAY'S HOURLY FIGURES ARE APPENDED TO THE ARRHIST        *
      *    HISTORY (DISP=MOD).  FROM THE LAST EIGHT WEEKS OF IT THE    *
      *    REPORT SHOWS THE SAME WEEKDAY FOR EACH OF THE EIGHT PRIOR   *
      *    WEEKS, AND FITS A STRAIGHT-LINE TREND TO EACH HOUR OF THE   *
      *    DAY TO PROJECT THE ARRIVALS ONE MONTH (30 DAYS) AHEAD -     *
      *    THE HOUR WITH THE HIGHEST PROJECTION IS NEXT MONTH'S PEAK   *
      *    HOUR.  A DATE ALREADY ON THE HISTORY (A RERUN) IS NOT       *
      *    APPENDED A SECOND TIME.                                     *
      *                                                                *
      *    PARAMETER CARD (PARMCARD, OPTIONAL):                        *
      *        COLS  1-5   CAPACITY - ARRIVALS PER 5-MINUTE INTERVAL   *
      *                    (DEFAULT 250)                               *
      *        COLS  6-11  CAPACITY - ARRIVALS PER HOUR                *
      *                    (DEFAULT 12 TIMES THE INTERVAL FIGURE)      *
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

           SELECT TIMELOG-FILE    ASSIGN TO TIMELOG
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL ARRHIST-FILE
                  ASSIGN TO ARRHIST
                  ORGANIZATION IS SEQUENTIAL.

           SELECT ARRRPT-FILE     ASSIGN TO ARRRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
      *================================================================*
       FILE SECTION.

       FD  PARMCARD-FILE
           RECORDING MODE IS F.
       01  PARMCARD-RECORD.
           05  PARM-INTERVAL-CAP               PIC X(05).
           05  PARM-INTERVAL-CAP-N REDEFINES PARM-INTERVAL-CAP
                                               PIC 9(05).
           05  PARM-HOUR-CAP                   PIC X(06).
           05  PARM-HOUR-CAP-N REDEFINES PARM-HOUR-CAP
                                               PIC 9(06).
           05  FILLER                          PIC X(69).

      *    MIRROR OF THE TIMELOG RECORD IN AF0001M0 AND AF0460M0 -
      *    THE LAYOUTS MUST STAY IN STEP.
       FD  TIMELOG-FILE
           RECORDING MODE IS F.
       01  TIMELOG-RECORD.
           05  TIME-MSG-ID-TM                  PIC X(16).
           05  TIME-PKG-TYPE-TM                PIC X(03).
           05  TIME-OUTCOME-TM                 PIC X(04).
           05  TIME-START-TM                   PIC 9(06).
           05  TIME-START-R-TM REDEFINES TIME-START-TM.
               10  TIME-START-HH-TM            PIC 9(02).
               10  TIME-START-MM-TM            PIC 9(02).
               10  TIME-START-SS-TM            PIC 9(02).
           05  TIME-END-TM                     PIC 9(06).
           05  TIME-ELAPSED-SECS-TM            PIC S9(05).
           05  TIME-VALUE-DATE-TM              PIC 9(08).
           05  TIME-RECEIVED-DATE-TM           PIC 9(08).
           05  TIME-CHANNEL-TM                 PIC X(02).
           05  FILLER                          PIC X(22).

      *----------------------------------------------------------------*
      *    ARRHIST - ONE RECORD PER HOUR WITH ARRIVALS PER DAY,        *
      *    APPENDED ACROSS RUNS (DISP=MOD) IN DATE ORDER.              *
      *----------------------------------------------------------------*
       FD  ARRHIST-FILE
           RECORDING MODE IS F.
       01  ARRHIST-RECORD.
           05  HIST-DATE-AH                    PIC 9(08).
           05  HIST-DATE-R-AH REDEFINES HIST-DATE-AH.
               10  HIST-CCYY-AH                PIC 9(04).
               10  HIST-MM-AH                  PIC 9(02).
               10  HIST-DD-AH                  PIC 9(02).
           05  HIST-WEEKDAY-AH                 PIC 9(01).
           05  HIST-HOUR-AH                    PIC 9(02).
           05  HIST-ARRIVALS-AH                PIC 9(07).
           05  HIST-PEAK-INTV-AH               PIC 9(05).
           05  FILLER                          PIC X(57).

       FD  ARRRPT-FILE
           RECORDING MODE IS F.
       01  ARRRPT-LINE                         PIC X(132).

       WORKING-STORAGE SECTION.
      *================================================================*

       01  AF0465M0-CONTROL-COUNTS.
           05  TIMELOG-READ-CNT                PIC S9(07) COMP-3
                                                   VALUE +0.
           05  ARRIVAL-CNT                     PIC S9(07) COMP-3
                                                   VALUE +0.
           05  OTHER-DATE-CNT                  PIC S9(07) COMP-3
                                                   VALUE +0.
           05  BAD-TIME-CNT                    PIC S9(07) COMP-3
                                                   VALUE +0.
           05  HIST-READ-CNT                   PIC S9(07) COMP-3
                                                   VALUE +0.
           05  HIST-USED-CNT                   PIC S9(07) COMP-3
                                                   VALUE +0.
           05  HIST-WRITTEN-CNT                PIC S9(07) COMP-3
                                                   VALUE +0.
           05  OVER-CAP-CNT                    PIC S9(07) COMP-3
                                                   VALUE +0.

       01  AF0465M0-SWITCHES.
           05  PARM-EOF-SW                     PIC X(01) VALUE 'N'.
               88  PARM-EOF                        VALUE 'Y'.
           05  TIMELOG-EOF-SW                  PIC X(01) VALUE 'N'.
               88  TIMELOG-EOF                     VALUE 'Y'.
           05  ARRHIST-EOF-SW                  PIC X(01) VALUE 'N'.
               88  ARRHIST-EOF                     VALUE 'Y'.
           05  ARR-ROW-FOUND-SW                PIC X(01) VALUE 'N'.
               88  ARR-ROW-FOUND                   VALUE 'Y'.
           05  DAY-FOUND-SW                    PIC X(01) VALUE 'N'.
               88  DAY-FOUND                       VALUE 'Y'.
           05  TODAY-ON-HISTORY-SW             PIC X(01) VALUE 'N'.
               88  TODAY-ON-HISTORY                VALUE 'Y'.

       01  AF0465M0-WORK-FIELDS.
           05  RUN-DATE-GV                     PIC 9(08).
           05  PROFILE-DATE-GV                 PIC 9(08) VALUE ZERO.
           05  PROFILE-SERIAL-GV               PIC S9(07) COMP-3.
           05  PROFILE-WEEKDAY-GV              PIC 9(01).
           05  INTERVAL-CAP-GV                 PIC 9(05) VALUE 250.
           05  HOUR-CAP-GV                     PIC 9(06) VALUE ZERO.
           05  ARR-ROW-X                       PIC S9(04) COMP.
           05  HOUR-X                          PIC S9(04) COMP.
           05  INTV-X                          PIC S9(04) COMP.
           05  INTV-FIRST-X                    PIC S9(04) COMP.
           05  INTV-LAST-X                     PIC S9(04) COMP.
           05  DAY-X                           PIC S9(04) COMP.
           05  WEEK-X                          PIC S9(04) COMP.
           05  PEAK-INTV-GV                    PIC S9(05) COMP-3.
           05  PEAK-INTV-AT-X                  PIC S9(04) COMP.
           05  BUSY-INTV-GV                    PIC S9(05) COMP-3.
           05  BUSY-INTV-X                     PIC S9(04) COMP.
           05  BUSY-HOUR-GV                    PIC S9(07) COMP-3.
           05  BUSY-HOUR-X                     PIC S9(04) COMP.
           05  TARGET-SERIAL-GV                PIC S9(07) COMP-3.
      *    CLOCK TIME OF AN INTERVAL OR HOUR, FOR PRINTING.
           05  CLOCK-MINS-GV                   PIC S9(05) COMP-3.
           05  CLOCK-GV.
               10  CLOCK-HH-GV                 PIC 9(02).
               10  FILLER                      PIC X(01) VALUE ':'.
               10  CLOCK-MM-GV                 PIC 9(02).
      *    ONE HOUR'S FIGURE, FROM THE HISTORY OR FROM TODAY.
           05  HR-DATE-GV                      PIC 9(08).
           05  HR-SERIAL-GV                    PIC S9(07) COMP-3.
           05  HR-HOUR-GV                      PIC 9(02).
           05  HR-ARRIVALS-GV                  PIC S9(07) COMP-3.
           05  HR-PEAK-INTV-GV                 PIC S9(05) COMP-3.
           05  HR-TREND-X-GV                   PIC S9(05) COMP-3.

      *----------------------------------------------------------------*
      *    DAY NUMBER WORK AREA.  THE DAY NUMBER COUNTS FROM A FIXED   *
      *    ORIGIN WITH THE GREGORIAN LEAP RULES, SO DIFFERENCES ARE    *
      *    EXACT AND THE WEEKDAY FALLS OUT OF IT (1 = MONDAY).         *
      *----------------------------------------------------------------*
       01  AF0465M0-DAY-NUMBER-AREA.
           05  DN-DATE-GV                      PIC 9(08).
           05  DN-DATE-R-GV REDEFINES DN-DATE-GV.
               10  DN-CCYY-GV                  PIC 9(04).
               10  DN-MM-GV                    PIC 9(02).
               10  DN-DD-GV                    PIC 9(02).
           05  DN-YEAR-GV                      PIC S9(05) COMP-3.
           05  DN-MONTH-GV                     PIC S9(03) COMP-3.
           05  DN-QUOT-GV                      PIC S9(07) COMP-3.
           05  DN-SERIAL-GV                    PIC S9(07) COMP-3.
           05  DN-WEEKDAY-GV                   PIC S9(01) COMP-3.

       01  WEEKDAY-NAMES-AREA.
           05  FILLER                          PIC X(21) VALUE
                 'MONTUEWEDTHUFRISATSUN'.
       01  WEEKDAY-NAMES-TABLE REDEFINES WEEKDAY-NAMES-AREA.
           05  WEEKDAY-NAME                    PIC X(03)
                                               OCCURS 7 TIMES.

      *----------------------------------------------------------------*
      *                                                                *
      *    ONE ROW PER PACKAGE TYPE / CHANNEL COMBINATION SEEN ON      *
      *    THE TIMING LOG, PLUS THE REGION TOTAL.  HOUR N COUNTS       *
      *    ARRIVALS FROM (N-1):00; INTERVAL N COUNTS THE 5 MINUTES     *
      *    FROM (N-1) * 5 MINUTES PAST MIDNIGHT.                       *
      *                                                                *
      *----------------------------------------------------------------*
       01  ARR-ROW-COUNT                       PIC S9(04) COMP
                                                   VALUE +0.
       01  ARR-ROW-TABLE.
           05  ARR-ROW-ENTRY OCCURS 20 TIMES.
               10  ARR-PKG-TYPE                PIC X(03).
               10  ARR-CHANNEL                 PIC X(02).
               10  ARR-TOTAL                   PIC S9(07) COMP-3.
               10  ARR-HOUR-CNT OCCURS 24 TIMES
                                               PIC S9(07) COMP-3.
               10  ARR-INTV-CNT OCCURS 288 TIMES
                                               PIC S9(05) COMP-3.

       01  ALL-ROW-AREA.
           05  ALL-TOTAL                       PIC S9(07) COMP-3
                                                   VALUE +0.
           05  ALL-HOUR-CNT OCCURS 24 TIMES    PIC S9(07) COMP-3.
           05  ALL-INTV-CNT OCCURS 288 TIMES   PIC S9(05) COMP-3.

      *----------------------------------------------------------------*
      *                                                                *
      *    ONE ENTRY PER DAY ON THE HISTORY WITHIN THE LAST EIGHT      *
      *    WEEKS, PLUS TODAY.                                          *
      *                                                                *
      *----------------------------------------------------------------*
       01  DAY-TABLE-COUNT                     PIC S9(04) COMP
                                                   VALUE +0.
       01  DAY-TABLE.
           05  DAY-ENTRY OCCURS 60 TIMES.
               10  DAY-DATE                    PIC 9(08).
               10  DAY-SERIAL                  PIC S9(07) COMP-3.
               10  DAY-TOTAL                   PIC S9(07) COMP-3.
               10  DAY-PEAK-HOUR               PIC 9(02).
               10  DAY-PEAK-HOUR-CNT           PIC S9(07) COMP-3.
               10  DAY-PEAK-INTV               PIC S9(05) COMP-3.

      *----------------------------------------------------------------*
      *                                                                *
      *    LEAST-SQUARES TREND PER HOUR OF THE DAY.  X IS THE DAY      *
      *    NUMBER RELATIVE TO TODAY (TODAY = 0, EARLIER DAYS           *
      *    NEGATIVE), Y THE HOUR'S ARRIVALS ON THAT DAY - AN HOUR      *
      *    WITH NO ARRIVALS ON A DAY COUNTS AS ZERO, SO THE X SUMS     *
      *    ARE COMMON TO EVERY HOUR.                                   *
      *                                                                *
      *----------------------------------------------------------------*
       01  TREND-SUMS.
           05  TREND-N                         PIC S9(05) COMP-3
                                                   VALUE +0.
           05  TREND-SUM-X                     PIC S9(09) COMP-3
                                                   VALUE +0.
           05  TREND-SUM-XX                    PIC S9(11) COMP-3
                                                   VALUE +0.
           05  TREND-DENOM                     PIC S9(13) COMP-3.
           05  TREND-SLOPE                     PIC S9(07)V9(04) COMP-3.
           05  TREND-MEAN                      PIC S9(07)V9(04) COMP-3.
           05  TREND-PROJECTED                 PIC S9(07) COMP-3.
           05  TREND-PEAK-HOUR                 PIC S9(04) COMP.
           05  TREND-PEAK-CNT                  PIC S9(07) COMP-3
                                                   VALUE -1.
           05  TREND-HOUR-ENTRY OCCURS 24 TIMES.
               10  TREND-SUM-Y                 PIC S9(09) COMP-3.
               10  TREND-SUM-XY                PIC S9(13) COMP-3.

      *----------------------------------------------------------------*
      *    REPORT LAYOUTS.                                             *
      *----------------------------------------------------------------*
       01  ARR-HEADING-1.
           05  FILLER                          PIC X(52)  VALUE
             'AF0465M0 - HOURLY ARRIVAL PROFILE AND CAPACITY PLAN '.
           05  FILLER                          PIC X(14)  VALUE
                 'ARRIVAL DATE: '.
           05  ARR-HDG-DATE                    PIC 9(08).
           05  FILLER                          PIC X(01)  VALUE SPACE.
           05  ARR-HDG-WEEKDAY                 PIC X(03).
           05  FILLER                          PIC X(13)  VALUE
                 '    RUN DATE '.
           05  ARR-HDG-RUN-DATE                PIC 9(08).
           05  FILLER                          PIC X(33)  VALUE SPACES.

       01  ARR-HEADING-2.
           05  FILLER                          PIC X(30)  VALUE
                 'CAPACITY PER 5-MIN INTERVAL : '.
           05  ARR-HDG-INTV-CAP                PIC ZZ,ZZ9.
           05  FILLER                          PIC X(14)  VALUE
                 '    PER HOUR: '.
           05  ARR-HDG-HOUR-CAP                PIC ZZZ,ZZ9.
           05  FILLER                          PIC X(75)  VALUE SPACES.

       01  ARR-SECTION-LINE.
           05  ARR-SECTION-TEXT                PIC X(60).
           05  FILLER                          PIC X(72)  VALUE SPACES.

       01  ARR-COLUMN-HEADING.
           05  FILLER                          PIC X(09)  VALUE
                 'PKG TYPE '.
           05  FILLER                          PIC X(09)  VALUE
                 'CHANNEL  '.
           05  FILLER                          PIC X(08)  VALUE
                 'HOUR    '.
           05  FILLER                          PIC X(11)  VALUE
                 'ARRIVALS   '.
           05  FILLER                          PIC X(13)  VALUE
                 'PEAK 5-MIN   '.
           05  FILLER                          PIC X(10)  VALUE
                 'PEAK AT   '.
           05  FILLER                          PIC X(72)  VALUE SPACES.

       01  ARR-DETAIL-LINE.
           05  ARR-DET-PKG-TYPE                PIC X(03).
           05  FILLER                          PIC X(06)  VALUE SPACES.
           05  ARR-DET-CHANNEL                 PIC X(03).
           05  FILLER                          PIC X(06)  VALUE SPACES.
           05  ARR-DET-HOUR                    PIC X(05).
           05  FILLER                          PIC X(03)  VALUE SPACES.
           05  ARR-DET-ARRIVALS                PIC Z,ZZZ,ZZ9.
           05  FILLER                          PIC X(05)  VALUE SPACES.
           05  ARR-DET-PEAK-INTV               PIC ZZ,ZZ9.
           05  FILLER                          PIC X(04)  VALUE SPACES.
           05  ARR-DET-PEAK-AT                 PIC X(05).
           05  FILLER                          PIC X(03)  VALUE SPACES.
           05  ARR-DET-FLAG                    PIC X(24).
           05  FILLER                          PIC X(50)  VALUE SPACES.

       01  ARR-BUSY-LINE.
           05  ARR-BUSY-LABEL                  PIC X(27).
           05  ARR-BUSY-FROM                   PIC X(05).
           05  FILLER                          PIC X(03)  VALUE ' - '.
           05  ARR-BUSY-TO                     PIC X(05).
           05  FILLER                          PIC X(04)  VALUE SPACES.
           05  ARR-BUSY-ARRIVALS               PIC Z,ZZZ,ZZ9.
           05  FILLER                          PIC X(09)  VALUE
                 ' ARRIVALS'.
           05  FILLER                          PIC X(70)  VALUE SPACES.

       01  ARR-OVER-LINE.
           05  FILLER                          PIC X(09)  VALUE
                 'INTERVAL '.
           05  ARR-OVER-FROM                   PIC X(05).
           05  FILLER                          PIC X(03)  VALUE ' - '.
           05  ARR-OVER-TO                     PIC X(05).
           05  FILLER                          PIC X(04)  VALUE SPACES.
           05  ARR-OVER-ARRIVALS               PIC ZZ,ZZ9.
           05  FILLER                          PIC X(21)  VALUE
                 ' ARRIVALS, OVER BY   '.
           05  ARR-OVER-EXCESS                 PIC ZZ,ZZ9.
           05  FILLER                          PIC X(73)  VALUE SPACES.

       01  ARR-NONE-LINE.
           05  FILLER                          PIC X(04)  VALUE SPACES.
           05  ARR-NONE-TEXT                   PIC X(60).
           05  FILLER                          PIC X(68)  VALUE SPACES.

       01  ARR-WEEK-HEADING.
           05  FILLER                          PIC X(10)  VALUE
                 'WEEKS AGO '.
           05  FILLER                          PIC X(10)  VALUE
                 'DATE      '.
           05  FILLER                          PIC X(14)  VALUE
                 'ARRIVALS      '.
           05  FILLER                          PIC X(11)  VALUE
                 'PEAK HOUR  '.
           05  FILLER                          PIC X(14)  VALUE
                 'PEAK HOUR CNT '.
           05  FILLER                          PIC X(10)  VALUE
                 'PEAK 5-MIN'.
           05  FILLER                          PIC X(63)  VALUE SPACES.

       01  ARR-WEEK-LINE.
           05  FILLER                          PIC X(03)  VALUE SPACES.
           05  ARR-WEEK-AGO                    PIC 9.
           05  FILLER                          PIC X(06)  VALUE SPACES.
           05  ARR-WEEK-DATE                   PIC 9(08).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  ARR-WEEK-ARRIVALS               PIC Z,ZZZ,ZZ9.
           05  FILLER                          PIC X(07)  VALUE SPACES.
           05  ARR-WEEK-PEAK-HOUR              PIC X(05).
           05  FILLER                          PIC X(06)  VALUE SPACES.
           05  ARR-WEEK-PEAK-CNT               PIC Z,ZZZ,ZZ9.
           05  FILLER                          PIC X(05)  VALUE SPACES.
           05  ARR-WEEK-PEAK-INTV              PIC ZZ,ZZ9.
           05  FILLER                          PIC X(65)  VALUE SPACES.

       01  ARR-WEEK-MISSING-LINE.
           05  FILLER                          PIC X(03)  VALUE SPACES.
           05  ARR-MISS-AGO                    PIC 9.
           05  FILLER                          PIC X(06)  VALUE SPACES.
           05  FILLER                          PIC X(34)  VALUE
                 '--------  NO HISTORY FOR THIS DATE'.
           05  FILLER                          PIC X(88)  VALUE SPACES.

       01  ARR-TREND-HEADING.
           05  FILLER                          PIC X(08)  VALUE
                 'HOUR    '.
           05  FILLER                          PIC X(14)  VALUE
                 'AVG ARRIVALS  '.
           05  FILLER                          PIC X(15)  VALUE
                 'TREND PER DAY  '.
           05  FILLER                          PIC X(13)  VALUE
                 'PROJECTED    '.
           05  FILLER                          PIC X(82)  VALUE SPACES.

       01  ARR-TREND-LINE.
           05  ARR-TRD-HOUR                    PIC X(05).
           05  FILLER                          PIC X(03)  VALUE SPACES.
           05  ARR-TRD-MEAN                    PIC Z,ZZZ,ZZ9.
           05  FILLER                          PIC X(04)  VALUE SPACES.
           05  ARR-TRD-SLOPE                   PIC --,--9.99.
           05  FILLER                          PIC X(06)  VALUE SPACES.
           05  ARR-TRD-PROJECTED               PIC Z,ZZZ,ZZ9.
           05  FILLER                          PIC X(03)  VALUE SPACES.
           05  ARR-TRD-FLAG                    PIC X(24).
           05  FILLER                          PIC X(61)  VALUE SPACES.

       01  ARR-PROJECTION-LINE.
           05  FILLER                          PIC X(36)  VALUE
                 'PROJECTED PEAK HOUR IN 30 DAYS    : '.
           05  ARR-PRJ-HOUR                    PIC X(05).
           05  FILLER                          PIC X(04)  VALUE SPACES.
           05  ARR-PRJ-ARRIVALS                PIC Z,ZZZ,ZZ9.
           05  FILLER                          PIC X(10)  VALUE
                 ' ARRIVALS '.
           05  ARR-PRJ-FLAG                    PIC X(24).
           05  FILLER                          PIC X(44)  VALUE SPACES.

       01  ARR-BASIS-LINE.
           05  FILLER                          PIC X(36)  VALUE
                 'DAYS OF HISTORY IN THE TREND      : '.
           05  ARR-BASIS-DAYS                  PIC ZZ9.
           05  FILLER                          PIC X(93)  VALUE SPACES.

       01  ARR-COUNT-LINE.
           05  ARR-CNT-LABEL                   PIC X(27).
           05  ARR-CNT-VALUE                   PIC ZZZ,ZZ9.
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
           PERFORM 2000-PROCESS-TIMELOG THRU 2000-EXIT
                   UNTIL TIMELOG-EOF
           PERFORM 2500-LOAD-HISTORY THRU 2500-EXIT
           PERFORM 2700-ADD-TODAY-TO-HISTORY
           PERFORM 3000-WRITE-PROFILE
           PERFORM 3500-WRITE-BUSIEST
           PERFORM 3600-WRITE-OVER-CAPACITY
           PERFORM 3700-WRITE-SAME-WEEKDAY
           PERFORM 3800-WRITE-PROJECTION
           PERFORM 3900-APPEND-HISTORY
           PERFORM 4000-WRITE-COUNTS
           PERFORM 9000-TERMINATE
           GOBACK
           .

      ******************************************************************
      *                                                                *
      *    1000-INITIALIZE                                             *
      *                                                                *
      *    THE ARRIVAL DATE PROFILED IS THE RECEIVED DATE OF THE       *
      *    FIRST TIMING RECORD (THE RUN DATE WHEN IT HAS NONE).        *
      *                                                                *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT RUN-DATE-GV FROM DATE YYYYMMDD
           PERFORM 1100-READ-PARMCARD
           INITIALIZE ALL-ROW-AREA
           MOVE 1 TO HOUR-X
           PERFORM 1050-CLEAR-TREND-HOUR
                   UNTIL HOUR-X > 24
           OPEN INPUT  TIMELOG-FILE
           OPEN OUTPUT ARRRPT-FILE
           PERFORM 8000-READ-TIMELOG
           IF NOT TIMELOG-EOF
              AND TIME-RECEIVED-DATE-TM NUMERIC
              AND TIME-RECEIVED-DATE-TM > ZERO
              MOVE TIME-RECEIVED-DATE-TM TO PROFILE-DATE-GV
           ELSE
              MOVE RUN-DATE-GV           TO PROFILE-DATE-GV
           END-IF
           MOVE PROFILE-DATE-GV     TO DN-DATE-GV
           PERFORM 8500-DATE-TO-DAY-NUMBER
           MOVE DN-SERIAL-GV        TO PROFILE-SERIAL-GV
           MOVE DN-WEEKDAY-GV       TO PROFILE-WEEKDAY-GV
           .

       1050-CLEAR-TREND-HOUR.
           MOVE ZERO TO TREND-SUM-Y(HOUR-X)
                        TREND-SUM-XY(HOUR-X)
           ADD 1 TO HOUR-X
           .

      ******************************************************************
      *                                                                *
      *    1100-READ-PARMCARD                                          *
      *                                                                *
      ******************************************************************
       1100-READ-PARMCARD.
           OPEN INPUT PARMCARD-FILE
           READ PARMCARD-FILE
              AT END SET PARM-EOF TO TRUE
           END-READ
           IF NOT PARM-EOF
              IF PARM-INTERVAL-CAP NUMERIC
                 AND PARM-INTERVAL-CAP-N > ZERO
                 MOVE PARM-INTERVAL-CAP-N TO INTERVAL-CAP-GV
              ELSE
                 IF PARM-INTERVAL-CAP NOT = SPACES
                    DISPLAY 'AF0465M0 - INVALID INTERVAL CAPACITY ON '
                            'PARMCARD, DEFAULT USED'
                 END-IF
              END-IF
              IF PARM-HOUR-CAP NUMERIC
                 AND PARM-HOUR-CAP-N > ZERO
                 MOVE PARM-HOUR-CAP-N     TO HOUR-CAP-GV
              ELSE
                 IF PARM-HOUR-CAP NOT = SPACES
                    DISPLAY 'AF0465M0 - INVALID HOURLY CAPACITY ON '
                            'PARMCARD, DEFAULT USED'
                 END-IF
              END-IF
           END-IF
           IF HOUR-CAP-GV = ZERO
              COMPUTE HOUR-CAP-GV = INTERVAL-CAP-GV * 12
           END-IF
           CLOSE PARMCARD-FILE
           .

      ******************************************************************
      *                                                                *
      *    2000-PROCESS-TIMELOG                                        *
      *                                                                *
      *    COUNT ONE ARRIVAL UNDER ITS PACKAGE TYPE / CHANNEL ROW      *
      *    AND THE REGION TOTAL, BY HOUR AND BY 5-MINUTE INTERVAL.     *
      *                                                                *
      ******************************************************************
       2000-PROCESS-TIMELOG.
           IF TIME-RECEIVED-DATE-TM NUMERIC
              AND TIME-RECEIVED-DATE-TM > ZERO
              AND TIME-RECEIVED-DATE-TM NOT = PROFILE-DATE-GV
              ADD 1 TO OTHER-DATE-CNT
              GO TO 2000-NEXT
           END-IF
           IF TIME-START-TM NOT NUMERIC
              OR TIME-START-HH-TM > 23
              OR TIME-START-MM-TM > 59
              ADD 1 TO BAD-TIME-CNT
              GO TO 2000-NEXT
           END-IF
           COMPUTE HOUR-X = TIME-START-HH-TM + 1
           COMPUTE INTV-X = (TIME-START-HH-TM * 12)
                          + (TIME-START-MM-TM / 5) + 1
           PERFORM 2100-FIND-OR-ADD-ARR-ROW
           IF ARR-ROW-FOUND
              ADD 1 TO ARR-TOTAL(ARR-ROW-X)
                       ARR-HOUR-CNT(ARR-ROW-X, HOUR-X)
                       ARR-INTV-CNT(ARR-ROW-X, INTV-X)
           END-IF
           ADD 1 TO ALL-TOTAL
                    ALL-HOUR-CNT(HOUR-X)
                    ALL-INTV-CNT(INTV-X)
           ADD 1 TO ARRIVAL-CNT
           .
       2000-NEXT.
           PERFORM 8000-READ-TIMELOG
           .
       2000-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *    2100-FIND-OR-ADD-ARR-ROW                                    *
      *                                                                *
      *    LOOK THE PACKAGE TYPE / CHANNEL COMBINATION UP IN THE       *
      *    ROW TABLE, ADDING IT ON FIRST SIGHT.  AN ARRIVAL THAT       *
      *    FINDS THE TABLE FULL STILL COUNTS IN THE REGION TOTAL.      *
      *                                                                *
      ******************************************************************
       2100-FIND-OR-ADD-ARR-ROW.
           MOVE 'N' TO ARR-ROW-FOUND-SW
           MOVE 1   TO ARR-ROW-X
           PERFORM 2150-MATCH-ARR-ROW
                   UNTIL ARR-ROW-X > ARR-ROW-COUNT
                   OR ARR-ROW-FOUND
           IF NOT ARR-ROW-FOUND
              IF ARR-ROW-COUNT < 20
                 ADD 1 TO ARR-ROW-COUNT
                 MOVE ARR-ROW-COUNT TO ARR-ROW-X
                 INITIALIZE ARR-ROW-ENTRY(ARR-ROW-X)
                 MOVE TIME-PKG-TYPE-TM
                                    TO ARR-PKG-TYPE(ARR-ROW-X)
                 MOVE TIME-CHANNEL-TM
                                    TO ARR-CHANNEL(ARR-ROW-X)
                 SET ARR-ROW-FOUND TO TRUE
              ELSE
                 DISPLAY 'AF0465M0 - ARRIVAL ROW TABLE FULL, ROW '
                         'NOT PROFILED FOR ' TIME-PKG-TYPE-TM ' '
                         TIME-CHANNEL-TM
              END-IF
           END-IF
           .

       2150-MATCH-ARR-ROW.
           IF ARR-PKG-TYPE(ARR-ROW-X) = TIME-PKG-TYPE-TM
              AND ARR-CHANNEL(ARR-ROW-X) = TIME-CHANNEL-TM
              SET ARR-ROW-FOUND TO TRUE
           ELSE
              ADD 1 TO ARR-ROW-X
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    2500-LOAD-HISTORY                                           *
      *                                                                *
      *    TAKE EVERY HISTORY RECORD FROM THE EIGHT WEEKS BEFORE THE   *
      *    ARRIVAL DATE INTO THE DAY TABLE AND THE TREND SUMS.  A      *
      *    RECORD FOR THE ARRIVAL DATE ITSELF MEANS THIS IS A RERUN -  *
      *    TODAY'S FRESH FIGURES ARE USED INSTEAD AND THE HISTORY IS   *
      *    NOT APPENDED AGAIN.                                         *
      *                                                                *
      ******************************************************************
       2500-LOAD-HISTORY.
           OPEN INPUT ARRHIST-FILE
           PERFORM 8100-READ-ARRHIST
           PERFORM 2550-LOAD-HISTORY-RECORD THRU 2550-EXIT
                   UNTIL ARRHIST-EOF
           CLOSE ARRHIST-FILE
           .
       2500-EXIT.
           EXIT.

       2550-LOAD-HISTORY-RECORD.
           IF HIST-DATE-AH = PROFILE-DATE-GV
              SET TODAY-ON-HISTORY TO TRUE
              GO TO 2550-NEXT
           END-IF
           IF HIST-DATE-AH NOT NUMERIC
              OR HIST-HOUR-AH NOT NUMERIC
              OR HIST-HOUR-AH > 23
              OR HIST-DATE-AH > PROFILE-DATE-GV
              GO TO 2550-NEXT
           END-IF
           MOVE HIST-DATE-AH        TO DN-DATE-GV
           PERFORM 8500-DATE-TO-DAY-NUMBER
           IF PROFILE-SERIAL-GV - DN-SERIAL-GV > 56
              GO TO 2550-NEXT
           END-IF
           MOVE HIST-DATE-AH        TO HR-DATE-GV
           MOVE DN-SERIAL-GV        TO HR-SERIAL-GV
           MOVE HIST-HOUR-AH        TO HR-HOUR-GV
           MOVE HIST-ARRIVALS-AH    TO HR-ARRIVALS-GV
           MOVE HIST-PEAK-INTV-AH   TO HR-PEAK-INTV-GV
           PERFORM 2600-ADD-HOUR-FIGURE THRU 2600-EXIT
           ADD 1 TO HIST-USED-CNT
           .
       2550-NEXT.
           PERFORM 8100-READ-ARRHIST
           .
       2550-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *    2600-ADD-HOUR-FIGURE                                        *
      *                                                                *
      *    POST ONE DAY'S HOUR TO ITS DAY ENTRY (ADDING THE DAY TO     *
      *    THE TABLE AND ITS X TO THE TREND SUMS ON FIRST SIGHT) AND   *
      *    TO THE HOUR'S TREND SUMS.                                   *
      *                                                                *
      ******************************************************************
       2600-ADD-HOUR-FIGURE.
           MOVE 'N' TO DAY-FOUND-SW
           MOVE 1   TO DAY-X
           PERFORM 2650-MATCH-DAY
                   UNTIL DAY-X > DAY-TABLE-COUNT
                   OR DAY-FOUND
           IF NOT DAY-FOUND
              IF DAY-TABLE-COUNT < 60
                 ADD 1 TO DAY-TABLE-COUNT
                 MOVE DAY-TABLE-COUNT TO DAY-X
                 MOVE HR-DATE-GV      TO DAY-DATE(DAY-X)
                 MOVE HR-SERIAL-GV    TO DAY-SERIAL(DAY-X)
                 MOVE ZERO            TO DAY-TOTAL(DAY-X)
                                         DAY-PEAK-HOUR(DAY-X)
                                         DAY-PEAK-HOUR-CNT(DAY-X)
                                         DAY-PEAK-INTV(DAY-X)
                 COMPUTE HR-TREND-X-GV =
                         HR-SERIAL-GV - PROFILE-SERIAL-GV
                 ADD 1                TO TREND-N
                 ADD HR-TREND-X-GV    TO TREND-SUM-X
                 COMPUTE TREND-SUM-XX = TREND-SUM-XX
                         + (HR-TREND-X-GV * HR-TREND-X-GV)
              ELSE
                 DISPLAY 'AF0465M0 - DAY TABLE FULL, HISTORY FOR '
                         HR-DATE-GV ' SKIPPED'
                 GO TO 2600-EXIT
              END-IF
           END-IF
           ADD HR-ARRIVALS-GV       TO DAY-TOTAL(DAY-X)
           IF HR-ARRIVALS-GV > DAY-PEAK-HOUR-CNT(DAY-X)
              MOVE HR-ARRIVALS-GV   TO DAY-PEAK-HOUR-CNT(DAY-X)
              MOVE HR-HOUR-GV       TO DAY-PEAK-HOUR(DAY-X)
           END-IF
           IF HR-PEAK-INTV-GV > DAY-PEAK-INTV(DAY-X)
              MOVE HR-PEAK-INTV-GV  TO DAY-PEAK-INTV(DAY-X)
           END-IF
           COMPUTE HR-TREND-X-GV = DAY-SERIAL(DAY-X)
                                 - PROFILE-SERIAL-GV
           COMPUTE HOUR-X = HR-HOUR-GV + 1
           ADD HR-ARRIVALS-GV       TO TREND-SUM-Y(HOUR-X)
           COMPUTE TREND-SUM-XY(HOUR-X) = TREND-SUM-XY(HOUR-X)
                   + (HR-TREND-X-GV * HR-ARRIVALS-GV)
           .
       2600-EXIT.
           EXIT.

       2650-MATCH-DAY.
           IF DAY-DATE(DAY-X) = HR-DATE-GV
              SET DAY-FOUND TO TRUE
           ELSE
              ADD 1 TO DAY-X
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    2700-ADD-TODAY-TO-HISTORY                                   *
      *                                                                *
      *    POST TODAY'S REGION TOTAL FOR EVERY HOUR WITH ARRIVALS.     *
      *                                                                *
      ******************************************************************
       2700-ADD-TODAY-TO-HISTORY.
           MOVE 1 TO HOUR-X
           PERFORM 2750-ADD-TODAY-HOUR
                   UNTIL HOUR-X > 24
           .

       2750-ADD-TODAY-HOUR.
           IF ALL-HOUR-CNT(HOUR-X) > ZERO
              MOVE 0 TO ARR-ROW-X
              PERFORM 8300-FIND-HOUR-PEAK
              MOVE PROFILE-DATE-GV     TO HR-DATE-GV
              MOVE PROFILE-SERIAL-GV   TO HR-SERIAL-GV
              COMPUTE HR-HOUR-GV = HOUR-X - 1
              MOVE ALL-HOUR-CNT(HOUR-X) TO HR-ARRIVALS-GV
              MOVE PEAK-INTV-GV        TO HR-PEAK-INTV-GV
              PERFORM 2600-ADD-HOUR-FIGURE THRU 2600-EXIT
      *       2600 RE-USES HOUR-X FOR THE SAME HOUR.
           END-IF
           ADD 1 TO HOUR-X
           .

      ******************************************************************
      *                                                                *
      *    3000-WRITE-PROFILE                                          *
      *                                                                *
      *    ONE LINE PER HOUR WITH ARRIVALS FOR EACH PACKAGE TYPE /     *
      *    CHANNEL ROW, THEN THE SAME FOR THE REGION TOTAL WITH ANY    *
      *    HOUR OVER CAPACITY FLAGGED.                                 *
      *                                                                *
      ******************************************************************
       3000-WRITE-PROFILE.
           MOVE PROFILE-DATE-GV     TO ARR-HDG-DATE
           MOVE WEEKDAY-NAME(PROFILE-WEEKDAY-GV)
                                    TO ARR-HDG-WEEKDAY
           MOVE RUN-DATE-GV         TO ARR-HDG-RUN-DATE
           MOVE INTERVAL-CAP-GV     TO ARR-HDG-INTV-CAP
           MOVE HOUR-CAP-GV         TO ARR-HDG-HOUR-CAP
           WRITE ARRRPT-LINE FROM ARR-HEADING-1
           WRITE ARRRPT-LINE FROM ARR-HEADING-2
           MOVE SPACES              TO ARRRPT-LINE
           WRITE ARRRPT-LINE
           MOVE 'ARRIVALS BY HOUR - PACKAGE TYPE / CHANNEL'
                                    TO ARR-SECTION-TEXT
           WRITE ARRRPT-LINE FROM ARR-SECTION-LINE
           WRITE ARRRPT-LINE FROM ARR-COLUMN-HEADING
           MOVE 1 TO ARR-ROW-X
           PERFORM 3100-WRITE-ARR-ROW
                   UNTIL ARR-ROW-X > ARR-ROW-COUNT
           MOVE 0 TO ARR-ROW-X
           MOVE 1 TO HOUR-X
           PERFORM 3200-WRITE-HOUR-LINE
                   UNTIL HOUR-X > 24
           .

       3100-WRITE-ARR-ROW.
           MOVE 1 TO HOUR-X
           PERFORM 3200-WRITE-HOUR-LINE
                   UNTIL HOUR-X > 24
           ADD 1 TO ARR-ROW-X
           .

      ******************************************************************
      *                                                                *
      *    3200-WRITE-HOUR-LINE                                        *
      *                                                                *
      *    ARR-ROW-X ZERO MEANS THE REGION TOTAL.                      *
      *                                                                *
      ******************************************************************
       3200-WRITE-HOUR-LINE.
           IF ARR-ROW-X = 0
              MOVE ALL-HOUR-CNT(HOUR-X)
                                    TO HR-ARRIVALS-GV
           ELSE
              MOVE ARR-HOUR-CNT(ARR-ROW-X, HOUR-X)
                                    TO HR-ARRIVALS-GV
           END-IF
           IF HR-ARRIVALS-GV > ZERO
              PERFORM 8300-FIND-HOUR-PEAK
              IF ARR-ROW-X = 0
                 MOVE 'ALL'         TO ARR-DET-PKG-TYPE
                 MOVE 'ALL'         TO ARR-DET-CHANNEL
              ELSE
                 MOVE ARR-PKG-TYPE(ARR-ROW-X)
                                    TO ARR-DET-PKG-TYPE
                 MOVE ARR-CHANNEL(ARR-ROW-X)
                                    TO ARR-DET-CHANNEL
              END-IF
              COMPUTE CLOCK-MINS-GV = (HOUR-X - 1) * 60
              PERFORM 8400-FORMAT-CLOCK
              MOVE CLOCK-GV         TO ARR-DET-HOUR
              MOVE HR-ARRIVALS-GV   TO ARR-DET-ARRIVALS
              MOVE PEAK-INTV-GV     TO ARR-DET-PEAK-INTV
              COMPUTE CLOCK-MINS-GV = (PEAK-INTV-AT-X - 1) * 5
              PERFORM 8400-FORMAT-CLOCK
              MOVE CLOCK-GV         TO ARR-DET-PEAK-AT
              MOVE SPACES           TO ARR-DET-FLAG
              IF ARR-ROW-X = 0
                 IF HR-ARRIVALS-GV > HOUR-CAP-GV
                    MOVE '*** HOUR OVER CAPACITY'
                                    TO ARR-DET-FLAG
                 ELSE
                    IF PEAK-INTV-GV > INTERVAL-CAP-GV
                       MOVE '*** PEAK OVER CAPACITY'
                                    TO ARR-DET-FLAG
                    END-IF
                 END-IF
              END-IF
              WRITE ARRRPT-LINE FROM ARR-DETAIL-LINE
           END-IF
           ADD 1 TO HOUR-X
           .

      ******************************************************************
      *                                                                *
      *    3500-WRITE-BUSIEST                                          *
      *                                                                *
      *    THE BUSIEST 5-MINUTE INTERVAL AND HOUR OF THE DAY FOR THE   *
      *    REGION.  A TIE GOES TO THE EARLIER.                         *
      *                                                                *
      ******************************************************************
       3500-WRITE-BUSIEST.
           MOVE ZERO TO BUSY-INTV-GV
                        BUSY-HOUR-GV
           MOVE 1    TO BUSY-INTV-X
                        BUSY-HOUR-X
           MOVE 1    TO INTV-X
           PERFORM 3550-CHECK-BUSY-INTERVAL
                   UNTIL INTV-X > 288
           MOVE 1    TO HOUR-X
           PERFORM 3575-CHECK-BUSY-HOUR
                   UNTIL HOUR-X > 24
           MOVE SPACES              TO ARRRPT-LINE
           WRITE ARRRPT-LINE
           MOVE 'BUSIEST PERIODS OF THE DAY - REGION'
                                    TO ARR-SECTION-TEXT
           WRITE ARRRPT-LINE FROM ARR-SECTION-LINE
           MOVE 'BUSIEST 5-MINUTE INTERVAL: '
                                    TO ARR-BUSY-LABEL
           COMPUTE CLOCK-MINS-GV = (BUSY-INTV-X - 1) * 5
           PERFORM 8400-FORMAT-CLOCK
           MOVE CLOCK-GV            TO ARR-BUSY-FROM
           ADD 5 TO CLOCK-MINS-GV
           PERFORM 8400-FORMAT-CLOCK
           MOVE CLOCK-GV            TO ARR-BUSY-TO
           MOVE BUSY-INTV-GV        TO ARR-BUSY-ARRIVALS
           WRITE ARRRPT-LINE FROM ARR-BUSY-LINE
           MOVE 'BUSIEST HOUR             : '
                                    TO ARR-BUSY-LABEL
           COMPUTE CLOCK-MINS-GV = (BUSY-HOUR-X - 1) * 60
           PERFORM 8400-FORMAT-CLOCK
           MOVE CLOCK-GV            TO ARR-BUSY-FROM
           ADD 60 TO CLOCK-MINS-GV
           PERFORM 8400-FORMAT-CLOCK
           MOVE CLOCK-GV            TO ARR-BUSY-TO
           MOVE BUSY-HOUR-GV        TO ARR-BUSY-ARRIVALS
           WRITE ARRRPT-LINE FROM ARR-BUSY-LINE
           .

       3550-CHECK-BUSY-INTERVAL.
           IF ALL-INTV-CNT(INTV-X) > BUSY-INTV-GV
              MOVE ALL-INTV-CNT(INTV-X) TO BUSY-INTV-GV
              MOVE INTV-X               TO BUSY-INTV-X
           END-IF
           ADD 1 TO INTV-X
           .

       3575-CHECK-BUSY-HOUR.
           IF ALL-HOUR-CNT(HOUR-X) > BUSY-HOUR-GV
              MOVE ALL-HOUR-CNT(HOUR-X) TO BUSY-HOUR-GV
              MOVE HOUR-X               TO BUSY-HOUR-X
           END-IF
           ADD 1 TO HOUR-X
           .

      ******************************************************************
      *                                                                *
      *    3600-WRITE-OVER-CAPACITY                                    *
      *                                                                *
      *    EVERY 5-MINUTE INTERVAL WHOSE REGION ARRIVALS EXCEEDED      *
      *    THE CONFIGURED CAPACITY.                                    *
      *                                                                *
      ******************************************************************
       3600-WRITE-OVER-CAPACITY.
           MOVE SPACES              TO ARRRPT-LINE
           WRITE ARRRPT-LINE
           MOVE 'INTERVALS OVER CAPACITY - REGION'
                                    TO ARR-SECTION-TEXT
           WRITE ARRRPT-LINE FROM ARR-SECTION-LINE
           MOVE 1 TO INTV-X
           PERFORM 3650-CHECK-INTERVAL-CAPACITY
                   UNTIL INTV-X > 288
           IF OVER-CAP-CNT = ZERO
              MOVE 'NO INTERVAL EXCEEDED CAPACITY'
                                    TO ARR-NONE-TEXT
              WRITE ARRRPT-LINE FROM ARR-NONE-LINE
           END-IF
           .

       3650-CHECK-INTERVAL-CAPACITY.
           IF ALL-INTV-CNT(INTV-X) > INTERVAL-CAP-GV
              ADD 1 TO OVER-CAP-CNT
              COMPUTE CLOCK-MINS-GV = (INTV-X - 1) * 5
              PERFORM 8400-FORMAT-CLOCK
              MOVE CLOCK-GV         TO ARR-OVER-FROM
              ADD 5 TO CLOCK-MINS-GV
              PERFORM 8400-FORMAT-CLOCK
              MOVE CLOCK-GV         TO ARR-OVER-TO
              MOVE ALL-INTV-CNT(INTV-X)
                                    TO ARR-OVER-ARRIVALS
              COMPUTE ARR-OVER-EXCESS =
                      ALL-INTV-CNT(INTV-X) - INTERVAL-CAP-GV
              WRITE ARRRPT-LINE FROM ARR-OVER-LINE
           END-IF
           ADD 1 TO INTV-X
           .

      ******************************************************************
      *                                                                *
      *    3700-WRITE-SAME-WEEKDAY                                     *
      *                                                                *
      *    THE SAME WEEKDAY IN EACH OF THE EIGHT PRIOR WEEKS, OLDEST   *
      *    FIRST, THEN TODAY.                                          *
      *                                                                *
      ******************************************************************
       3700-WRITE-SAME-WEEKDAY.
           MOVE SPACES              TO ARRRPT-LINE
           WRITE ARRRPT-LINE
           STRING 'SAME WEEKDAY (' DELIMITED BY SIZE
                  WEEKDAY-NAME(PROFILE-WEEKDAY-GV)
                                   DELIMITED BY SIZE
                  ') - LAST 8 WEEKS - REGION'
                                   DELIMITED BY SIZE
                  INTO ARR-SECTION-TEXT
           END-STRING
           WRITE ARRRPT-LINE FROM ARR-SECTION-LINE
           WRITE ARRRPT-LINE FROM ARR-WEEK-HEADING
           MOVE 8 TO WEEK-X
           PERFORM 3750-WRITE-WEEK-LINE
                   UNTIL WEEK-X < 0
           .

       3750-WRITE-WEEK-LINE.
           COMPUTE TARGET-SERIAL-GV =
                   PROFILE-SERIAL-GV - (WEEK-X * 7)
           MOVE 'N' TO DAY-FOUND-SW
           MOVE 1   TO DAY-X
           PERFORM 3775-MATCH-DAY-SERIAL
                   UNTIL DAY-X > DAY-TABLE-COUNT
                   OR DAY-FOUND
           IF DAY-FOUND
              MOVE WEEK-X           TO ARR-WEEK-AGO
              MOVE DAY-DATE(DAY-X)  TO ARR-WEEK-DATE
              MOVE DAY-TOTAL(DAY-X) TO ARR-WEEK-ARRIVALS
              COMPUTE CLOCK-MINS-GV = DAY-PEAK-HOUR(DAY-X) * 60
              PERFORM 8400-FORMAT-CLOCK
              MOVE CLOCK-GV         TO ARR-WEEK-PEAK-HOUR
              MOVE DAY-PEAK-HOUR-CNT(DAY-X)
                                    TO ARR-WEEK-PEAK-CNT
              MOVE DAY-PEAK-INTV(DAY-X)
                                    TO ARR-WEEK-PEAK-INTV
              WRITE ARRRPT-LINE FROM ARR-WEEK-LINE
           ELSE
              MOVE WEEK-X           TO ARR-MISS-AGO
              WRITE ARRRPT-LINE FROM ARR-WEEK-MISSING-LINE
           END-IF
           SUBTRACT 1 FROM WEEK-X
           .

       3775-MATCH-DAY-SERIAL.
           IF DAY-SERIAL(DAY-X) = TARGET-SERIAL-GV
              SET DAY-FOUND TO TRUE
           ELSE
              ADD 1 TO DAY-X
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    3800-WRITE-PROJECTION                                       *
      *                                                                *
      *    FIT EACH HOUR'S TREND AND PROJECT IT 30 DAYS PAST TODAY:    *
      *        SLOPE = (N.SXY - SX.SY) / (N.SXX - SX.SX)               *
      *        PROJ  = MEAN(Y) + SLOPE * (30 - MEAN(X))                *
      *    WITH A SINGLE DAY (NO SPREAD IN X) THE SLOPE IS ZERO AND    *
      *    THE PROJECTION IS THAT DAY'S FIGURE.                        *
      *                                                                *
      ******************************************************************
       3800-WRITE-PROJECTION.
           MOVE SPACES              TO ARRRPT-LINE
           WRITE ARRRPT-LINE
           MOVE 'PEAK HOUR PROJECTION - 30 DAYS AHEAD - REGION'
                                    TO ARR-SECTION-TEXT
           WRITE ARRRPT-LINE FROM ARR-SECTION-LINE
           MOVE TREND-N             TO ARR-BASIS-DAYS
           WRITE ARRRPT-LINE FROM ARR-BASIS-LINE
           IF TREND-N = ZERO
              MOVE 'NO ARRIVALS TO PROJECT FROM'
                                    TO ARR-NONE-TEXT
              WRITE ARRRPT-LINE FROM ARR-NONE-LINE
           ELSE
              COMPUTE TREND-DENOM = (TREND-N * TREND-SUM-XX)
                                  - (TREND-SUM-X * TREND-SUM-X)
              WRITE ARRRPT-LINE FROM ARR-TREND-HEADING
              MOVE 1 TO HOUR-X
              PERFORM 3850-PROJECT-HOUR
                      UNTIL HOUR-X > 24
              COMPUTE CLOCK-MINS-GV = (TREND-PEAK-HOUR - 1) * 60
              PERFORM 8400-FORMAT-CLOCK
              MOVE CLOCK-GV         TO ARR-PRJ-HOUR
              MOVE TREND-PEAK-CNT   TO ARR-PRJ-ARRIVALS
              IF TREND-PEAK-CNT > HOUR-CAP-GV
                 MOVE '*** EXCEEDS HOURLY CAP'
                                    TO ARR-PRJ-FLAG
              ELSE
                 MOVE 'WITHIN HOURLY CAPACITY'
                                    TO ARR-PRJ-FLAG
              END-IF
              MOVE SPACES           TO ARRRPT-LINE
              WRITE ARRRPT-LINE
              WRITE ARRRPT-LINE FROM ARR-PROJECTION-LINE
           END-IF
           .

       3850-PROJECT-HOUR.
           IF TREND-SUM-Y(HOUR-X) > ZERO
              IF TREND-DENOM = ZERO
                 MOVE ZERO TO TREND-SLOPE
              ELSE
                 COMPUTE TREND-SLOPE ROUNDED =
                         ((TREND-N * TREND-SUM-XY(HOUR-X))
                        - (TREND-SUM-X * TREND-SUM-Y(HOUR-X)))
                        / TREND-DENOM
              END-IF
              COMPUTE TREND-MEAN ROUNDED =
                      TREND-SUM-Y(HOUR-X) / TREND-N
              COMPUTE TREND-PROJECTED ROUNDED =
                      TREND-MEAN
                    + (TREND-SLOPE * (30 - (TREND-SUM-X / TREND-N)))
              IF TREND-PROJECTED < ZERO
                 MOVE ZERO TO TREND-PROJECTED
              END-IF
              IF TREND-PROJECTED > TREND-PEAK-CNT
                 MOVE TREND-PROJECTED TO TREND-PEAK-CNT
                 MOVE HOUR-X          TO TREND-PEAK-HOUR
              END-IF
              COMPUTE CLOCK-MINS-GV = (HOUR-X - 1) * 60
              PERFORM 8400-FORMAT-CLOCK
              MOVE CLOCK-GV         TO ARR-TRD-HOUR
              MOVE TREND-MEAN       TO ARR-TRD-MEAN
              MOVE TREND-SLOPE      TO ARR-TRD-SLOPE
              MOVE TREND-PROJECTED  TO ARR-TRD-PROJECTED
              IF TREND-PROJECTED > HOUR-CAP-GV
                 MOVE '*** EXCEEDS HOURLY CAP'
                                    TO ARR-TRD-FLAG
              ELSE
                 MOVE SPACES        TO ARR-TRD-FLAG
              END-IF
              WRITE ARRRPT-LINE FROM ARR-TREND-LINE
           END-IF
           ADD 1 TO HOUR-X
           .

      ******************************************************************
      *                                                                *
      *    3900-APPEND-HISTORY                                         *
      *                                                                *
      *    ONE RECORD PER HOUR WITH ARRIVALS, UNLESS THE DATE IS       *
      *    ALREADY ON THE HISTORY.                                     *
      *                                                                *
      ******************************************************************
       3900-APPEND-HISTORY.
           IF TODAY-ON-HISTORY
              DISPLAY 'AF0465M0 - ' PROFILE-DATE-GV
                      ' ALREADY ON ARRHIST, NOT APPENDED AGAIN'
           ELSE
              OPEN EXTEND ARRHIST-FILE
              MOVE 0 TO ARR-ROW-X
              MOVE 1 TO HOUR-X
              PERFORM 3950-WRITE-HISTORY-HOUR
                      UNTIL HOUR-X > 24
              CLOSE ARRHIST-FILE
           END-IF
           .

       3950-WRITE-HISTORY-HOUR.
           IF ALL-HOUR-CNT(HOUR-X) > ZERO
              PERFORM 8300-FIND-HOUR-PEAK
              MOVE SPACES              TO ARRHIST-RECORD
              MOVE PROFILE-DATE-GV     TO HIST-DATE-AH
              MOVE PROFILE-WEEKDAY-GV  TO HIST-WEEKDAY-AH
              COMPUTE HIST-HOUR-AH = HOUR-X - 1
              MOVE ALL-HOUR-CNT(HOUR-X) TO HIST-ARRIVALS-AH
              MOVE PEAK-INTV-GV        TO HIST-PEAK-INTV-AH
              WRITE ARRHIST-RECORD
              ADD 1 TO HIST-WRITTEN-CNT
           END-IF
           ADD 1 TO HOUR-X
           .

      ******************************************************************
      *                                                                *
      *    4000-WRITE-COUNTS                                           *
      *                                                                *
      ******************************************************************
       4000-WRITE-COUNTS.
           MOVE SPACES              TO ARRRPT-LINE
           WRITE ARRRPT-LINE
           MOVE 'TIMING RECORDS READ     : ' TO ARR-CNT-LABEL
           MOVE TIMELOG-READ-CNT    TO ARR-CNT-VALUE
           WRITE ARRRPT-LINE FROM ARR-COUNT-LINE
           MOVE 'ARRIVALS PROFILED       : ' TO ARR-CNT-LABEL
           MOVE ARRIVAL-CNT         TO ARR-CNT-VALUE
           WRITE ARRRPT-LINE FROM ARR-COUNT-LINE
           MOVE 'OTHER RECEIVED DATE     : ' TO ARR-CNT-LABEL
           MOVE OTHER-DATE-CNT      TO ARR-CNT-VALUE
           WRITE ARRRPT-LINE FROM ARR-COUNT-LINE
           MOVE 'INVALID ENTRY TIME      : ' TO ARR-CNT-LABEL
           MOVE BAD-TIME-CNT        TO ARR-CNT-VALUE
           WRITE ARRRPT-LINE FROM ARR-COUNT-LINE
           MOVE 'INTERVALS OVER CAPACITY : ' TO ARR-CNT-LABEL
           MOVE OVER-CAP-CNT        TO ARR-CNT-VALUE
           WRITE ARRRPT-LINE FROM ARR-COUNT-LINE
           MOVE 'HISTORY RECORDS READ    : ' TO ARR-CNT-LABEL
           MOVE HIST-READ-CNT       TO ARR-CNT-VALUE
           WRITE ARRRPT-LINE FROM ARR-COUNT-LINE
           MOVE 'HISTORY RECORDS USED    : ' TO ARR-CNT-LABEL
           MOVE HIST-USED-CNT       TO ARR-CNT-VALUE
           WRITE ARRRPT-LINE FROM ARR-COUNT-LINE
           MOVE 'HISTORY RECORDS WRITTEN : ' TO ARR-CNT-LABEL
           MOVE HIST-WRITTEN-CNT    TO ARR-CNT-VALUE
           WRITE ARRRPT-LINE FROM ARR-COUNT-LINE
           .

      ******************************************************************
      *                                                                *
      *    8000-READ-TIMELOG                                           *
      *                                                                *
      ******************************************************************
       8000-READ-TIMELOG.
           READ TIMELOG-FILE
              AT END SET TIMELOG-EOF TO TRUE
           END-READ
           IF NOT TIMELOG-EOF
              ADD 1 TO TIMELOG-READ-CNT
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    8100-READ-ARRHIST                                           *
      *                                                                *
      ******************************************************************
       8100-READ-ARRHIST.
           READ ARRHIST-FILE
              AT END SET ARRHIST-EOF TO TRUE
           END-READ
           IF NOT ARRHIST-EOF
              ADD 1 TO HIST-READ-CNT
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    8300-FIND-HOUR-PEAK                                         *
      *                                                                *
      *    THE BUSIEST 5-MINUTE INTERVAL WITHIN HOUR HOUR-X FOR ROW    *
      *    ARR-ROW-X (ZERO FOR THE REGION TOTAL).                      *
      *                                                                *
      ******************************************************************
       8300-FIND-HOUR-PEAK.
           COMPUTE INTV-FIRST-X = ((HOUR-X - 1) * 12) + 1
           COMPUTE INTV-LAST-X  = INTV-FIRST-X + 11
           MOVE ZERO                TO PEAK-INTV-GV
           MOVE INTV-FIRST-X        TO PEAK-INTV-AT-X
           MOVE INTV-FIRST-X        TO INTV-X
           PERFORM 8350-CHECK-HOUR-INTERVAL
                   UNTIL INTV-X > INTV-LAST-X
           .

       8350-CHECK-HOUR-INTERVAL.
           IF ARR-ROW-X = 0
              IF ALL-INTV-CNT(INTV-X) > PEAK-INTV-GV
                 MOVE ALL-INTV-CNT(INTV-X) TO PEAK-INTV-GV
                 MOVE INTV-X               TO PEAK-INTV-AT-X
              END-IF
           ELSE
              IF ARR-INTV-CNT(ARR-ROW-X, INTV-X) > PEAK-INTV-GV
                 MOVE ARR-INTV-CNT(ARR-ROW-X, INTV-X)
                                           TO PEAK-INTV-GV
                 MOVE INTV-X               TO PEAK-INTV-AT-X
              END-IF
           END-IF
           ADD 1 TO INTV-X
           .

      ******************************************************************
      *                                                                *
      *    8400-FORMAT-CLOCK                                           *
      *                                                                *
      *    MINUTES PAST MIDNIGHT TO HH:MM (1440 PRINTS AS 24:00).      *
      *                                                                *
      ******************************************************************
       8400-FORMAT-CLOCK.
           DIVIDE CLOCK-MINS-GV BY 60
                  GIVING CLOCK-HH-GV
                  REMAINDER CLOCK-MM-GV
           .

      ******************************************************************
      *                                                                *
      *    8500-DATE-TO-DAY-NUMBER                                     *
      *                                                                *
      *    DN-DATE-GV (CCYYMMDD) TO DN-SERIAL-GV AND DN-WEEKDAY-GV.    *
      *    JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE       *
      *    PRIOR YEAR SO THE LEAP DAY FALLS AT THE END.                *
      *                                                                *
      ******************************************************************
       8500-DATE-TO-DAY-NUMBER.
           MOVE DN-CCYY-GV          TO DN-YEAR-GV
           MOVE DN-MM-GV            TO DN-MONTH-GV
           IF DN-MONTH-GV < 3
              SUBTRACT 1 FROM DN-YEAR-GV
              ADD 12 TO DN-MONTH-GV
           END-IF
           COMPUTE DN-SERIAL-GV = (DN-YEAR-GV * 365) + DN-DD-GV
           DIVIDE DN-YEAR-GV BY 4 GIVING DN-QUOT-GV
           ADD DN-QUOT-GV           TO DN-SERIAL-GV
           DIVIDE DN-YEAR-GV BY 100 GIVING DN-QUOT-GV
           SUBTRACT DN-QUOT-GV      FROM DN-SERIAL-GV
           DIVIDE DN-YEAR-GV BY 400 GIVING DN-QUOT-GV
           ADD DN-QUOT-GV           TO DN-SERIAL-GV
           COMPUTE DN-QUOT-GV = (DN-MONTH-GV + 1) * 153
           DIVIDE DN-QUOT-GV BY 5 GIVING DN-QUOT-GV
           ADD DN-QUOT-GV           TO DN-SERIAL-GV
           COMPUTE DN-QUOT-GV = DN-SERIAL-GV + 6
           DIVIDE DN-QUOT-GV BY 7 GIVING DN-QUOT-GV
                  REMAINDER DN-WEEKDAY-GV
           IF DN-WEEKDAY-GV = 0
              MOVE 7 TO DN-WEEKDAY-GV
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    9000-TERMINATE                                              *
      *                                                                *
      ******************************************************************
       9000-TERMINATE.
           CLOSE TIMELOG-FILE
                 ARRRPT-FILE
           .
