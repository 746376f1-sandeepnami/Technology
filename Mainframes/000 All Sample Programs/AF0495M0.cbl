       IDENTIFICATION DIVISION.
      *================================================================*
       PROGRAM-ID.    AF0495M0.
       AUTHOR.        CAMS ACCOUNT OPENING TEAM.
       INSTALLATION.  HOST SYSTEMS - ACCOUNT FUNCTIONS.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
      *================================================================*
      *                                                                *
      *    AF0495M0 - END-OF-DAY BUSINESS-DAY ROLLOVER CONTROLLER      *
      *                                                                *
      *    CLOSES THE ACCOUNT-OPEN PROCESSING DAY.  RUNS AFTER THE     *
      *    AF0001M0 REGION HAS COME DOWN AND AFTER EVERY DAILY STEP    *
      *    THAT READS THE DAY'S LOGS (AF0461M0, AF0460M0, AF0465M0     *
      *    AND THE OTHER DAILY REPORTS).                               *
      *                                                                *
      *    EVERY PREREQUISITE IS VERIFIED FROM THE CONTROL OUTPUTS     *
      *    BEFORE ANYTHING IS TOUCHED:                                 *
      *        - THE BUSINESS DATE HAS NOT ALREADY BEEN CLOSED         *
      *          (NO CERTIFICATE FOR IT ON DAYCERT)                    *
      *        - SUMMRPT WAS WRITTEN (HEADING AND ALL FOUR PACKAGE     *
      *          ROWS PRESENT)                                         *
      *        - FACTOUT CARRIES A RUN TRAILER FOR THE BUSINESS DATE   *
      *          AND ITS RECEIVED COUNT AGREES TO SUMMRPT              *
      *        - THE AF0461M0 INTEGRITY AUDIT (AUDRPT) RAN AND EVERY   *
      *          PACKAGE BALANCED                                      *
      *        - THE AUDIT COVERED THE MSGCAP ABOUT TO BE CUT (SAME    *
      *          NUMBER OF MESSAGES CAPTURED)                          *
      *        - CYCLOUT WAS WRITTEN BACK                              *
      *                                                                *
      *    ONLY WHEN ALL HAVE PASSED ARE THE ROLLOVERS DONE, IN        *
      *    ORDER:                                                      *
      *        1. TRACELOG, MSGCAP AND TIMELOG ARE COPIED TO THE DAY'S *
      *           ARCHIVE GENERATIONS (TRACEARC, MSGCARC, TIMEARC)     *
      *           AND THE LIVE FILES EMPTIED FOR THE NEXT DAY          *
      *        2. SNAPOUT IS EMPTIED SO THE NEXT REGION START DOES     *
      *           NOT RELOAD TODAY'S ACCUMULATORS                      *
      *        3. CYCLOUT IS COPIED OVER CYCLOAD                       *
      *        4. MULTHOUT IS COPIED OVER MULTHIST                     *
      *    AND A DAY-CLOSE CERTIFICATE WITH THE BUSINESS DATE AND THE  *
      *    KEY CONTROL TOTALS IS APPENDED TO DAYCERT.                  *
      *                                                                *
      *    IF ANY PREREQUISITE FAILS NOTHING IS ROLLED, A CRIT GOES    *
      *    TO THE CONSOLE THROUGH NBCONS AND THE STEP ENDS WITH        *
      *    RETURN CODE 8.                                              *
      *                                                                *
      *    PARAMETER CARD (PARMCARD, OPTIONAL):                        *
      *        COLS  1-8   BUSINESS DATE CCYYMMDD - WHEN GIVEN IT      *
      *                    MUST MATCH THE FACTOUT TRAILER.  DEFAULT    *
      *                    THE TRAILER'S PROCESSING DATE.              *
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

           SELECT OPTIONAL DAYCERT-FILE
                  ASSIGN TO DAYCERT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL SUMMRPT-FILE
                  ASSIGN TO SUMMRPT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL FACTOUT-FILE
                  ASSIGN TO FACTOUT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL AUDRPT-FILE
                  ASSIGN TO AUDRPT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL TRACELOG-FILE
                  ASSIGN TO TRACELOG
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL MSGCAP-FILE
                  ASSIGN TO MSGCAP
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL TIMELOG-FILE
                  ASSIGN TO TIMELOG
                  ORGANIZATION IS SEQUENTIAL.

           SELECT TRACEARC-FILE   ASSIGN TO TRACEARC
                  ORGANIZATION IS SEQUENTIAL.

           SELECT MSGCARC-FILE    ASSIGN TO MSGCARC
                  ORGANIZATION IS SEQUENTIAL.

           SELECT TIMEARC-FILE    ASSIGN TO TIMEARC
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL SNAPOUT-FILE
                  ASSIGN TO SNAPOUT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CYCLOUT-FILE
                  ASSIGN TO CYCLOUT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT CYCLOAD-FILE    ASSIGN TO CYCLOAD
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL MULTHOUT-FILE
                  ASSIGN TO MULTHOUT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT MULTHIST-FILE   ASSIGN TO MULTHIST
                  ORGANIZATION IS SEQUENTIAL.

           SELECT EODRPT-FILE     ASSIGN TO EODRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
      *================================================================*
       FILE SECTION.

       FD  PARMCARD-FILE
           RECORDING MODE IS F.
       01  PARMCARD-RECORD.
           05  PARM-BUS-DATE                   PIC X(08).
           05  PARM-BUS-DATE-N REDEFINES PARM-BUS-DATE
                                               PIC 9(08).
           05  FILLER                          PIC X(72).

      *----------------------------------------------------------------*
      *    DAYCERT - ONE DAY-CLOSE CERTIFICATE PER BUSINESS DATE,      *
      *    APPENDED ACROSS RUNS (DISP=MOD).  THE COUNTS AND TOTALS     *
      *    ARE THE DAY'S FACTOUT TRAILER (= SUMMRPT) AND THE RECORDS   *
      *    ROLLED.                                                     *
      *----------------------------------------------------------------*
       FD  DAYCERT-FILE
           RECORDING MODE IS F.
       01  DAYCERT-RECORD.
           05  CERT-BUS-DATE-DC                PIC 9(08).
           05  CERT-RUN-DATE-DC                PIC 9(08).
           05  CERT-RUN-TIME-DC                PIC 9(06).
           05  CERT-RECEIVED-CNT-DC            PIC 9(07).
           05  CERT-OPENED-CNT-DC              PIC 9(07).
           05  CERT-CLOSED-CNT-DC              PIC 9(07).
           05  CERT-FAILED-CNT-DC              PIC 9(07).
           05  CERT-INQUIRY-CNT-DC             PIC 9(07).
           05  CERT-DEPOSIT-TOTAL-DC           PIC S9(11)V99.
           05  CERT-FEE-TOTAL-DC               PIC S9(09)V99.
           05  CERT-TRACELOG-CNT-DC            PIC 9(07).
           05  CERT-MSGCAP-CNT-DC              PIC 9(07).
           05  CERT-TIMELOG-CNT-DC             PIC 9(07).
           05  CERT-CYCLE-CNT-DC               PIC 9(05).
           05  CERT-MULTI-CNT-DC               PIC 9(05).
           05  FILLER                          PIC X(08).

      *    THE SUMMRPT REPORT WRITTEN BY AF0001M0 - THE PACKAGE
      *    ROWS OPEN WITH THE PACKAGE TYPE IN COLUMNS 1-3 AND THE
      *    RECEIVED COUNT IN COLUMNS 10-16 (SUMM-PKG-LINE LAYOUT).
       FD  SUMMRPT-FILE
           RECORDING MODE IS F.
       01  SUMMRPT-LINE-IN                     PIC X(132).

      *    MIRROR OF THE FACTOUT RECORD IN AF0001M0 - ONLY THE
      *    TRAILER VIEW IS NEEDED HERE.  THE LAYOUTS MUST STAY IN
      *    STEP.
       FD  FACTOUT-FILE
           RECORDING MODE IS F.
       01  FACTOUT-RECORD.
           05  FACT-REC-TYPE-FX                PIC X(01).
               88  FACT-TRAILER-FX                 VALUE 'T'.
           05  FACT-TRAILER-DATA-FX.
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

      *    THE AF0461M0 AUDIT REPORT - PACKAGE LINES OPEN 'PACKAGE '
      *    WITH THE STATUS IN COLUMNS 74-93 (AUD-PKG-LINE); THE
      *    COUNT LINES CARRY THE VALUE IN COLUMNS 33-39
      *    (AUD-COUNT-LINE).
       FD  AUDRPT-FILE
           RECORDING MODE IS F.
       01  AUDRPT-LINE-IN                      PIC X(132).

       FD  TRACELOG-FILE
           RECORDING MODE IS F.
       01  TRACELOG-RECORD                     PIC X(80).

       FD  MSGCAP-FILE
           RECORDING MODE IS F.
       01  MSGCAP-RECORD                       PIC X(616).

       FD  TIMELOG-FILE
           RECORDING MODE IS F.
       01  TIMELOG-RECORD                      PIC X(80).

       FD  TRACEARC-FILE
           RECORDING MODE IS F.
       01  TRACEARC-RECORD                     PIC X(80).

       FD  MSGCARC-FILE
           RECORDING MODE IS F.
       01  MSGCARC-RECORD                      PIC X(616).

       FD  TIMEARC-FILE
           RECORDING MODE IS F.
       01  TIMEARC-RECORD                      PIC X(80).

       FD  SNAPOUT-FILE
           RECORDING MODE IS F.
       01  SNAPOUT-RECORD                      PIC X(200).

       FD  CYCLOUT-FILE
           RECORDING MODE IS F.
       01  CYCLOUT-RECORD                      PIC X(80).

       FD  CYCLOAD-FILE
           RECORDING MODE IS F.
       01  CYCLOAD-RECORD                      PIC X(80).

       FD  MULTHOUT-FILE
           RECORDING MODE IS F.
       01  MULTHOUT-RECORD                     PIC X(80).

       FD  MULTHIST-FILE
           RECORDING MODE IS F.
       01  MULTHIST-RECORD                     PIC X(80).

       FD  EODRPT-FILE
           RECORDING MODE IS F.
       01  EODRPT-LINE                         PIC X(132).

       WORKING-STORAGE SECTION.
      *================================================================*

       01  AF0495M0-CONTROL-COUNTS.
           05  SUMM-PKG-ROW-CNT                PIC S9(07) COMP-3
                                                   VALUE +0.
           05  SUMM-RECEIVED-TOTAL             PIC S9(07) COMP-3
                                                   VALUE +0.
           05  TRAILER-READ-CNT                PIC S9(07) COMP-3
                                                   VALUE +0.
           05  AUD-PKG-ROW-CNT                 PIC S9(07) COMP-3
                                                   VALUE +0.
           05  AUD-OUT-OF-BAL-CNT              PIC S9(07) COMP-3
                                                   VALUE +0.
           05  AUD-CAPTURED-CNT                PIC S9(07) COMP-3
                                                   VALUE -1.
           05  TRACELOG-CNT                    PIC S9(07) COMP-3
                                                   VALUE +0.
           05  MSGCAP-CNT                      PIC S9(07) COMP-3
                                                   VALUE +0.
           05  MSGCAP-COPY-CNT                 PIC S9(07) COMP-3
                                                   VALUE +0.
           05  TIMELOG-CNT                     PIC S9(07) COMP-3
                                                   VALUE +0.
           05  CYCLE-CNT                       PIC S9(07) COMP-3
                                                   VALUE +0.
           05  CYCLE-COPY-CNT                  PIC S9(07) COMP-3
                                                   VALUE +0.
           05  MULTI-CNT                       PIC S9(07) COMP-3
                                                   VALUE +0.
           05  FAILED-CHECK-CNT                PIC S9(07) COMP-3
                                                   VALUE +0.

       01  AF0495M0-SWITCHES.
           05  PARM-EOF-SW                     PIC X(01) VALUE 'N'.
               88  PARM-EOF                        VALUE 'Y'.
           05  DAYCERT-EOF-SW                  PIC X(01) VALUE 'N'.
               88  DAYCERT-EOF                     VALUE 'Y'.
           05  SUMMRPT-EOF-SW                  PIC X(01) VALUE 'N'.
               88  SUMMRPT-EOF                     VALUE 'Y'.
           05  FACTOUT-EOF-SW                  PIC X(01) VALUE 'N'.
               88  FACTOUT-EOF                     VALUE 'Y'.
           05  AUDRPT-EOF-SW                   PIC X(01) VALUE 'N'.
               88  AUDRPT-EOF                      VALUE 'Y'.
           05  TRACELOG-EOF-SW                 PIC X(01) VALUE 'N'.
               88  TRACELOG-EOF                    VALUE 'Y'.
           05  MSGCAP-EOF-SW                   PIC X(01) VALUE 'N'.
               88  MSGCAP-EOF                      VALUE 'Y'.
           05  TIMELOG-EOF-SW                  PIC X(01) VALUE 'N'.
               88  TIMELOG-EOF                     VALUE 'Y'.
           05  CYCLOUT-EOF-SW                  PIC X(01) VALUE 'N'.
               88  CYCLOUT-EOF                     VALUE 'Y'.
           05  MULTHOUT-EOF-SW                 PIC X(01) VALUE 'N'.
               88  MULTHOUT-EOF                    VALUE 'Y'.
           05  DAY-CLOSED-SW                   PIC X(01) VALUE 'N'.
               88  DAY-ALREADY-CLOSED              VALUE 'Y'.
           05  SUMM-HEADING-SW                 PIC X(01) VALUE 'N'.
               88  SUMM-HEADING-FOUND              VALUE 'Y'.
           05  AUD-HEADING-SW                  PIC X(01) VALUE 'N'.
               88  AUD-HEADING-FOUND               VALUE 'Y'.
           05  CHECK-RESULT-SW                 PIC X(01) VALUE 'Y'.
               88  CHECK-PASSED                    VALUE 'Y'.
               88  CHECK-FAILED                    VALUE 'N'.

       01  AF0495M0-WORK-FIELDS.
           05  RUN-DATE-GV                     PIC 9(08).
           05  RUN-TIME-GV                     PIC 9(08).
           05  RUN-TIME-R-GV REDEFINES RUN-TIME-GV.
               10  RUN-HHMMSS-GV               PIC 9(06).
               10  FILLER                      PIC 9(02).
           05  BUS-DATE-GV                     PIC 9(08) VALUE ZERO.
           05  PARM-DATE-GV                    PIC 9(08) VALUE ZERO.
           05  SUMM-COUNT-WORK                 PIC X(07).
           05  SUMM-RECEIVED-WORK REDEFINES SUMM-COUNT-WORK
                                               PIC 9(07).
           05  AUD-COUNT-EDIT                  PIC ZZZ,ZZ9.
           05  AUD-COUNT-WORK                  PIC 9(07).

      *    THE LAST FACTOUT TRAILER READ - A RECYCLED REGION WRITES
      *    ONE PER RUN, AND THE LAST PROVES THE WHOLE DAY.
       01  LAST-TRAILER-AREA.
           05  LAST-PROC-DATE                  PIC 9(08) VALUE ZERO.
           05  LAST-RECEIVED-CNT               PIC 9(07) VALUE ZERO.
           05  LAST-OPENED-CNT                 PIC 9(07) VALUE ZERO.
           05  LAST-CLOSED-CNT                 PIC 9(07) VALUE ZERO.
           05  LAST-FAILED-CNT                 PIC 9(07) VALUE ZERO.
           05  LAST-INQUIRY-CNT                PIC 9(07) VALUE ZERO.
           05  LAST-DEPOSIT-TOTAL              PIC S9(11)V99 VALUE ZERO.
           05  LAST-FEE-TOTAL                  PIC S9(09)V99 VALUE ZERO.

       01  NBCONS-PASSAREA.
           05  NBCONS-MESSAGE                  PIC X(80).
           05  NBCONS-SEVERITY                 PIC X(04) VALUE SPACES.

      *----------------------------------------------------------------*
      *    REPORT LAYOUTS.                                             *
      *----------------------------------------------------------------*
       01  EOD-HEADING-1.
           05  FILLER                          PIC X(50)  VALUE
             'AF0495M0 - END-OF-DAY BUSINESS-DAY ROLLOVER       '.
           05  FILLER                          PIC X(15)  VALUE
                 'BUSINESS DATE: '.
           05  EOD-HDG-BUS-DATE                PIC 9(08).
           05  FILLER                          PIC X(13)  VALUE
                 '    RUN DATE '.
           05  EOD-HDG-RUN-DATE                PIC 9(08).
           05  FILLER                          PIC X(38)  VALUE SPACES.

       01  EOD-SECTION-LINE.
           05  EOD-SECTION-TEXT                PIC X(60).
           05  FILLER                          PIC X(72)  VALUE SPACES.

       01  EOD-CHECK-LINE.
           05  EOD-CHK-RESULT                  PIC X(04).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  EOD-CHK-TEXT                    PIC X(48).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  EOD-CHK-DETAIL                  PIC X(60).
           05  FILLER                          PIC X(16)  VALUE SPACES.

       01  EOD-DETAIL-WORK.
           05  EOD-DET-LABEL                   PIC X(20).
           05  EOD-DET-VALUE-1                 PIC Z,ZZZ,ZZ9.
           05  EOD-DET-SEP                     PIC X(06).
           05  EOD-DET-VALUE-2                 PIC Z,ZZZ,ZZ9.
           05  FILLER                          PIC X(16).

       01  EOD-ROLL-LINE.
           05  EOD-ROLL-STEP                   PIC 9.
           05  FILLER                          PIC X(02)  VALUE '. '.
           05  EOD-ROLL-TEXT                   PIC X(40).
           05  EOD-ROLL-COUNT                  PIC Z,ZZZ,ZZ9.
           05  FILLER                          PIC X(08)  VALUE
                 ' RECORDS'.
           05  FILLER                          PIC X(72)  VALUE SPACES.

       01  EOD-COUNT-LINE.
           05  EOD-CNT-LABEL                   PIC X(27).
           05  EOD-CNT-VALUE                   PIC Z,ZZZ,ZZ9.
           05  FILLER                          PIC X(96)  VALUE SPACES.

       01  EOD-AMOUNT-LINE.
           05  EOD-AMT-LABEL                   PIC X(27).
           05  EOD-AMT-VALUE                   PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                          PIC X(87)  VALUE SPACES.

       01  EOD-MESSAGE-LINE.
           05  EOD-MSG-TEXT                    PIC X(80).
           05  FILLER                          PIC X(52)  VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================*

      ******************************************************************
      *                                                                *
      *    0000-MAINLINE                                               *
      *                                                                *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-VERIFY-PREREQUISITES
           IF FAILED-CHECK-CNT = ZERO
              PERFORM 3000-PERFORM-ROLLOVERS
              PERFORM 4000-WRITE-CERTIFICATE
           ELSE
              PERFORM 5000-REFUSE-ROLLOVER
           END-IF
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
           ACCEPT RUN-TIME-GV FROM TIME
           OPEN INPUT PARMCARD-FILE
           READ PARMCARD-FILE
              AT END SET PARM-EOF TO TRUE
           END-READ
           IF NOT PARM-EOF
              IF PARM-BUS-DATE NUMERIC
                 AND PARM-BUS-DATE-N > ZERO
                 MOVE PARM-BUS-DATE-N TO PARM-DATE-GV
              ELSE
                 IF PARM-BUS-DATE NOT = SPACES
                    DISPLAY 'AF0495M0 - INVALID BUSINESS DATE ON '
                            'PARMCARD, IGNORED'
                 END-IF
              END-IF
           END-IF
           CLOSE PARMCARD-FILE
           OPEN OUTPUT EODRPT-FILE
           .

      ******************************************************************
      *                                                                *
      *    2000-VERIFY-PREREQUISITES                                   *
      *                                                                *
      *    READ-ONLY PASS OVER THE CONTROL OUTPUTS.  EACH CHECK        *
      *    PRINTS PASS OR FAIL; ANY FAIL STOPS THE ROLLOVER.  THE      *
      *    FACTOUT TRAILER IS READ FIRST AS IT FIXES THE BUSINESS      *
      *    DATE THE OTHER CHECKS ARE MADE AGAINST.                     *
      *                                                                *
      ******************************************************************
       2000-VERIFY-PREREQUISITES.
           PERFORM 2300-LOAD-FACT-TRAILER
           IF PARM-DATE-GV NOT = ZERO
              MOVE PARM-DATE-GV     TO BUS-DATE-GV
           ELSE
              MOVE LAST-PROC-DATE   TO BUS-DATE-GV
           END-IF
           MOVE BUS-DATE-GV         TO EOD-HDG-BUS-DATE
           MOVE RUN-DATE-GV         TO EOD-HDG-RUN-DATE
           WRITE EODRPT-LINE FROM EOD-HEADING-1
           MOVE SPACES              TO EODRPT-LINE
           WRITE EODRPT-LINE
           MOVE 'PREREQUISITE CHECKS'
                                    TO EOD-SECTION-TEXT
           WRITE EODRPT-LINE FROM EOD-SECTION-LINE
           PERFORM 2100-CHECK-NOT-CLOSED
           PERFORM 2200-CHECK-SUMMRPT
           PERFORM 2350-CHECK-FACT-TRAILER
           PERFORM 2400-CHECK-AUDIT
           PERFORM 2500-CHECK-MSGCAP
           PERFORM 2600-CHECK-CYCLOUT
           .

      ******************************************************************
      *                                                                *
      *    2100-CHECK-NOT-CLOSED                                       *
      *                                                                *
      *    A CERTIFICATE FOR THE BUSINESS DATE MEANS THE DAY HAS       *
      *    ALREADY BEEN ROLLED - A SECOND ROLL WOULD ARCHIVE THE       *
      *    EMPTIED LOGS OVER THE REAL ONES.                            *
      *                                                                *
      ******************************************************************
       2100-CHECK-NOT-CLOSED.
           OPEN INPUT DAYCERT-FILE
           PERFORM 8100-READ-DAYCERT
           PERFORM 2150-SCAN-CERTIFICATE
                   UNTIL DAYCERT-EOF
           CLOSE DAYCERT-FILE
           MOVE SPACES              TO EOD-CHK-DETAIL
           MOVE 'BUSINESS DATE NOT ALREADY CLOSED'
                                    TO EOD-CHK-TEXT
           IF DAY-ALREADY-CLOSED
              MOVE 'CERTIFICATE ALREADY ON DAYCERT'
                                    TO EOD-CHK-DETAIL
              SET CHECK-FAILED      TO TRUE
           ELSE
              SET CHECK-PASSED      TO TRUE
           END-IF
           PERFORM 2900-WRITE-CHECK-LINE
           .

       2150-SCAN-CERTIFICATE.
           IF CERT-BUS-DATE-DC = BUS-DATE-GV
              SET DAY-ALREADY-CLOSED TO TRUE
           END-IF
           PERFORM 8100-READ-DAYCERT
           .

      ******************************************************************
      *                                                                *
      *    2200-CHECK-SUMMRPT                                          *
      *                                                                *
      *    THE HEADING AND ALL FOUR PACKAGE ROWS MUST BE THERE - A     *
      *    REGION THAT CAME DOWN BEFORE 8500-TERMINATE LEAVES AN       *
      *    EMPTY OR TRUNCATED REPORT.  THE RECEIVED COUNTS ARE         *
      *    SUMMED FOR THE TRAILER CHECK.                               *
      *                                                                *
      ******************************************************************
       2200-CHECK-SUMMRPT.
           OPEN INPUT SUMMRPT-FILE
           PERFORM 8200-READ-SUMMRPT
           PERFORM 2250-SCAN-SUMMRPT-LINE
                   UNTIL SUMMRPT-EOF
           CLOSE SUMMRPT-FILE
           MOVE 'SUMMRPT WRITTEN'   TO EOD-CHK-TEXT
           MOVE SPACES              TO EOD-DETAIL-WORK
           MOVE 'PACKAGE ROWS FOUND ' TO EOD-DET-LABEL
           MOVE SUMM-PKG-ROW-CNT    TO EOD-DET-VALUE-1
           MOVE EOD-DETAIL-WORK     TO EOD-CHK-DETAIL
           IF SUMM-HEADING-FOUND
              AND SUMM-PKG-ROW-CNT = 4
              SET CHECK-PASSED      TO TRUE
           ELSE
              SET CHECK-FAILED      TO TRUE
              IF NOT SUMM-HEADING-FOUND
                 MOVE 'NO SUMMRPT HEADING - REPORT NOT WRITTEN'
                                    TO EOD-CHK-DETAIL
              END-IF
           END-IF
           PERFORM 2900-WRITE-CHECK-LINE
           .

       2250-SCAN-SUMMRPT-LINE.
           IF SUMMRPT-LINE-IN(1:42) =
                 'AF0001M0 - ACCOUNT OPEN END-OF-DAY SUMMARY'
              SET SUMM-HEADING-FOUND TO TRUE
           END-IF
           IF SUMMRPT-LINE-IN(1:3) = 'OTH' OR 'TD ' OR 'FL '
                                    OR 'UNK'
              MOVE SUMMRPT-LINE-IN(10:7)
                                    TO SUMM-COUNT-WORK
              INSPECT SUMM-COUNT-WORK
                      REPLACING LEADING SPACES BY ZEROS
              IF SUMM-RECEIVED-WORK NUMERIC
                 ADD 1                  TO SUMM-PKG-ROW-CNT
                 ADD SUMM-RECEIVED-WORK TO SUMM-RECEIVED-TOTAL
              END-IF
           END-IF
           PERFORM 8200-READ-SUMMRPT
           .

      ******************************************************************
      *                                                                *
      *    2300-LOAD-FACT-TRAILER                                      *
      *                                                                *
      ******************************************************************
       2300-LOAD-FACT-TRAILER.
           OPEN INPUT FACTOUT-FILE
           PERFORM 8300-READ-FACTOUT
           PERFORM 2325-KEEP-FACT-TRAILER
                   UNTIL FACTOUT-EOF
           CLOSE FACTOUT-FILE
           .

       2325-KEEP-FACT-TRAILER.
           IF FACT-TRAILER-FX
              ADD 1 TO TRAILER-READ-CNT
              MOVE FTRL-PROC-DATE-FX      TO LAST-PROC-DATE
              MOVE FTRL-RECEIVED-CNT-FX   TO LAST-RECEIVED-CNT
              MOVE FTRL-OPENED-CNT-FX     TO LAST-OPENED-CNT
              MOVE FTRL-CLOSED-CNT-FX     TO LAST-CLOSED-CNT
              MOVE FTRL-FAILED-CNT-FX     TO LAST-FAILED-CNT
              MOVE FTRL-INQUIRY-CNT-FX    TO LAST-INQUIRY-CNT
              MOVE FTRL-DEPOSIT-TOTAL-FX  TO LAST-DEPOSIT-TOTAL
              MOVE FTRL-FEE-TOTAL-FX      TO LAST-FEE-TOTAL
           END-IF
           PERFORM 8300-READ-FACTOUT
           .

      ******************************************************************
      *                                                                *
      *    2350-CHECK-FACT-TRAILER                                     *
      *                                                                *
      ******************************************************************
       2350-CHECK-FACT-TRAILER.
           MOVE 'FACTOUT TRAILER FOR THE BUSINESS DATE'
                                    TO EOD-CHK-TEXT
           MOVE SPACES              TO EOD-CHK-DETAIL
           EVALUATE TRUE
              WHEN TRAILER-READ-CNT = ZERO
                 MOVE 'NO RUN TRAILER ON FACTOUT'
                                    TO EOD-CHK-DETAIL
                 SET CHECK-FAILED   TO TRUE
              WHEN LAST-PROC-DATE NOT = BUS-DATE-GV
                 MOVE 'TRAILER IS FOR A DIFFERENT DATE THAN PARMCARD'
                                    TO EOD-CHK-DETAIL
                 SET CHECK-FAILED   TO TRUE
              WHEN OTHER
                 SET CHECK-PASSED   TO TRUE
           END-EVALUATE
           PERFORM 2900-WRITE-CHECK-LINE
           MOVE 'FACTOUT RECEIVED AGREES TO SUMMRPT'
                                    TO EOD-CHK-TEXT
           MOVE SPACES              TO EOD-DETAIL-WORK
           MOVE 'TRAILER / SUMMRPT  ' TO EOD-DET-LABEL
           MOVE LAST-RECEIVED-CNT   TO EOD-DET-VALUE-1
           MOVE '    / '            TO EOD-DET-SEP
           MOVE SUMM-RECEIVED-TOTAL TO EOD-DET-VALUE-2
           MOVE EOD-DETAIL-WORK     TO EOD-CHK-DETAIL
           IF TRAILER-READ-CNT > ZERO
              AND LAST-RECEIVED-CNT = SUMM-RECEIVED-TOTAL
              SET CHECK-PASSED      TO TRUE
           ELSE
              SET CHECK-FAILED      TO TRUE
           END-IF
           PERFORM 2900-WRITE-CHECK-LINE
           .

      ******************************************************************
      *                                                                *
      *    2400-CHECK-AUDIT                                            *
      *                                                                *
      *    AF0461M0 WRITES ONE LINE PER PACKAGE (OTH/TD/FL/UNK) WITH   *
      *    BALANCED OR OUT OF BALANCE.  ALL FOUR MUST BE PRESENT AND   *
      *    BALANCED.                                                   *
      *                                                                *
      ******************************************************************
       2400-CHECK-AUDIT.
           OPEN INPUT AUDRPT-FILE
           PERFORM 8400-READ-AUDRPT
           PERFORM 2450-SCAN-AUDIT-LINE
                   UNTIL AUDRPT-EOF
           CLOSE AUDRPT-FILE
           MOVE 'AF0461M0 INTEGRITY AUDIT BALANCED'
                                    TO EOD-CHK-TEXT
           MOVE SPACES              TO EOD-DETAIL-WORK
           MOVE 'PACKAGES / UNBAL   ' TO EOD-DET-LABEL
           MOVE AUD-PKG-ROW-CNT     TO EOD-DET-VALUE-1
           MOVE '    / '            TO EOD-DET-SEP
           MOVE AUD-OUT-OF-BAL-CNT  TO EOD-DET-VALUE-2
           MOVE EOD-DETAIL-WORK     TO EOD-CHK-DETAIL
           IF AUD-HEADING-FOUND
              AND AUD-PKG-ROW-CNT = 4
              AND AUD-OUT-OF-BAL-CNT = ZERO
              SET CHECK-PASSED      TO TRUE
           ELSE
              SET CHECK-FAILED      TO TRUE
              IF NOT AUD-HEADING-FOUND
                 MOVE 'NO AUDRPT HEADING - AUDIT DID NOT RUN'
                                    TO EOD-CHK-DETAIL
              END-IF
           END-IF
           PERFORM 2900-WRITE-CHECK-LINE
           .

       2450-SCAN-AUDIT-LINE.
           EVALUATE TRUE
              WHEN AUDRPT-LINE-IN(1:40) =
                    'AF0461M0 - DAILY TRANSACTION INTEGRITY A'
                 SET AUD-HEADING-FOUND TO TRUE
              WHEN AUDRPT-LINE-IN(1:8) = 'PACKAGE '
                 ADD 1 TO AUD-PKG-ROW-CNT
                 IF AUDRPT-LINE-IN(74:14) = 'OUT OF BALANCE'
                    ADD 1 TO AUD-OUT-OF-BAL-CNT
                 END-IF
              WHEN AUDRPT-LINE-IN(1:17) = 'MESSAGES CAPTURED'
                 MOVE AUDRPT-LINE-IN(33:7) TO AUD-COUNT-EDIT
                 MOVE AUD-COUNT-EDIT       TO AUD-COUNT-WORK
                 MOVE AUD-COUNT-WORK       TO AUD-CAPTURED-CNT
           END-EVALUATE
           PERFORM 8400-READ-AUDRPT
           .

      ******************************************************************
      *                                                                *
      *    2500-CHECK-MSGCAP                                           *
      *                                                                *
      *    THE AUDIT MUST HAVE COVERED THE CAPTURE FILE ABOUT TO BE    *
      *    CUT - A REGION RESTARTED AFTER THE AUDIT WOULD OTHERWISE    *
      *    ARCHIVE MESSAGES NOBODY RECONCILED.                         *
      *                                                                *
      ******************************************************************
       2500-CHECK-MSGCAP.
           OPEN INPUT MSGCAP-FILE
           PERFORM 8500-READ-MSGCAP
           PERFORM 2550-COUNT-MSGCAP
                   UNTIL MSGCAP-EOF
           CLOSE MSGCAP-FILE
           MOVE 'MSGCAP AGREES TO THE AUDIT'
                                    TO EOD-CHK-TEXT
           MOVE SPACES              TO EOD-DETAIL-WORK
           MOVE 'MSGCAP / AUDITED   ' TO EOD-DET-LABEL
           MOVE MSGCAP-CNT          TO EOD-DET-VALUE-1
           MOVE '    / '            TO EOD-DET-SEP
           IF AUD-CAPTURED-CNT < ZERO
              MOVE ZERO             TO EOD-DET-VALUE-2
           ELSE
              MOVE AUD-CAPTURED-CNT TO EOD-DET-VALUE-2
           END-IF
           MOVE EOD-DETAIL-WORK     TO EOD-CHK-DETAIL
           IF MSGCAP-CNT = AUD-CAPTURED-CNT
              SET CHECK-PASSED      TO TRUE
           ELSE
              SET CHECK-FAILED      TO TRUE
           END-IF
           PERFORM 2900-WRITE-CHECK-LINE
           .

       2550-COUNT-MSGCAP.
           ADD 1 TO MSGCAP-CNT
           PERFORM 8500-READ-MSGCAP
           .

      ******************************************************************
      *                                                                *
      *    2600-CHECK-CYCLOUT                                          *
      *                                                                *
      *    AF0001M0 WRITES EVERY CYCLE BACK AT TERMINATION, SO AN      *
      *    EMPTY CYCLOUT WOULD WIPE THE LOAD REFERENCE.                *
      *                                                                *
      ******************************************************************
       2600-CHECK-CYCLOUT.
           OPEN INPUT CYCLOUT-FILE
           PERFORM 8600-READ-CYCLOUT
           PERFORM 2650-COUNT-CYCLOUT
                   UNTIL CYCLOUT-EOF
           CLOSE CYCLOUT-FILE
           MOVE 'CYCLOUT WRITTEN'   TO EOD-CHK-TEXT
           MOVE SPACES              TO EOD-DETAIL-WORK
           MOVE 'CYCLE RECORDS      ' TO EOD-DET-LABEL
           MOVE CYCLE-CNT           TO EOD-DET-VALUE-1
           MOVE EOD-DETAIL-WORK     TO EOD-CHK-DETAIL
           IF CYCLE-CNT > ZERO
              SET CHECK-PASSED      TO TRUE
           ELSE
              SET CHECK-FAILED      TO TRUE
           END-IF
           PERFORM 2900-WRITE-CHECK-LINE
           .

       2650-COUNT-CYCLOUT.
           ADD 1 TO CYCLE-CNT
           PERFORM 8600-READ-CYCLOUT
           .

      ******************************************************************
      *                                                                *
      *    2900-WRITE-CHECK-LINE                                       *
      *                                                                *
      ******************************************************************
       2900-WRITE-CHECK-LINE.
           IF CHECK-PASSED
              MOVE 'PASS'           TO EOD-CHK-RESULT
           ELSE
              MOVE 'FAIL'           TO EOD-CHK-RESULT
              ADD 1 TO FAILED-CHECK-CNT
              DISPLAY 'AF0495M0 - PREREQUISITE FAILED: '
                      EOD-CHK-TEXT
           END-IF
           WRITE EODRPT-LINE FROM EOD-CHECK-LINE
           .

      ******************************************************************
      *                                                                *
      *    3000-PERFORM-ROLLOVERS                                      *
      *                                                                *
      ******************************************************************
       3000-PERFORM-ROLLOVERS.
           MOVE SPACES              TO EODRPT-LINE
           WRITE EODRPT-LINE
           MOVE 'ROLLOVERS PERFORMED'
                                    TO EOD-SECTION-TEXT
           WRITE EODRPT-LINE FROM EOD-SECTION-LINE
           PERFORM 3100-CUT-LOG-GENERATIONS
           PERFORM 3200-CLEAR-SNAPSHOT
           PERFORM 3300-ROLL-CYCLE-LOAD
           PERFORM 3400-ROLL-MULTI-OPEN-HIST
           .

      ******************************************************************
      *                                                                *
      *    3100-CUT-LOG-GENERATIONS                                    *
      *                                                                *
      *    COPY EACH LOG TO ITS ARCHIVE GENERATION, THEN EMPTY THE     *
      *    LIVE FILE FOR THE NEXT PROCESSING DAY.                      *
      *                                                                *
      ******************************************************************
       3100-CUT-LOG-GENERATIONS.
           OPEN INPUT  TRACELOG-FILE
           OPEN OUTPUT TRACEARC-FILE
           PERFORM 8700-READ-TRACELOG
           PERFORM 3110-COPY-TRACELOG
                   UNTIL TRACELOG-EOF
           CLOSE TRACELOG-FILE
                 TRACEARC-FILE
           OPEN OUTPUT TRACELOG-FILE
           CLOSE TRACELOG-FILE
           MOVE 1                   TO EOD-ROLL-STEP
           MOVE 'TRACELOG CUT TO TRACEARC            '
                                    TO EOD-ROLL-TEXT
           MOVE TRACELOG-CNT        TO EOD-ROLL-COUNT
           WRITE EODRPT-LINE FROM EOD-ROLL-LINE

           MOVE 'N' TO MSGCAP-EOF-SW
           OPEN INPUT  MSGCAP-FILE
           OPEN OUTPUT MSGCARC-FILE
           PERFORM 8500-READ-MSGCAP
           PERFORM 3120-COPY-MSGCAP
                   UNTIL MSGCAP-EOF
           CLOSE MSGCAP-FILE
                 MSGCARC-FILE
           OPEN OUTPUT MSGCAP-FILE
           CLOSE MSGCAP-FILE
           MOVE 'MSGCAP CUT TO MSGCARC              '
                                    TO EOD-ROLL-TEXT
           MOVE MSGCAP-COPY-CNT     TO EOD-ROLL-COUNT
           WRITE EODRPT-LINE FROM EOD-ROLL-LINE

           OPEN INPUT  TIMELOG-FILE
           OPEN OUTPUT TIMEARC-FILE
           PERFORM 8800-READ-TIMELOG
           PERFORM 3130-COPY-TIMELOG
                   UNTIL TIMELOG-EOF
           CLOSE TIMELOG-FILE
                 TIMEARC-FILE
           OPEN OUTPUT TIMELOG-FILE
           CLOSE TIMELOG-FILE
           MOVE 'TIMELOG CUT TO TIMEARC             '
                                    TO EOD-ROLL-TEXT
           MOVE TIMELOG-CNT         TO EOD-ROLL-COUNT
           WRITE EODRPT-LINE FROM EOD-ROLL-LINE
           .

       3110-COPY-TRACELOG.
           WRITE TRACEARC-RECORD FROM TRACELOG-RECORD
           ADD 1 TO TRACELOG-CNT
           PERFORM 8700-READ-TRACELOG
           .

       3120-COPY-MSGCAP.
           WRITE MSGCARC-RECORD FROM MSGCAP-RECORD
           ADD 1 TO MSGCAP-COPY-CNT
           PERFORM 8500-READ-MSGCAP
           .

       3130-COPY-TIMELOG.
           WRITE TIMEARC-RECORD FROM TIMELOG-RECORD
           ADD 1 TO TIMELOG-CNT
           PERFORM 8800-READ-TIMELOG
           .

      ******************************************************************
      *                                                                *
      *    3200-CLEAR-SNAPSHOT                                         *
      *                                                                *
      *    SNAPOUT IS THE NEXT START'S SNAPIN - EMPTY MEANS A COLD     *
      *    START WITH FRESH ACCUMULATORS.                              *
      *                                                                *
      ******************************************************************
       3200-CLEAR-SNAPSHOT.
           OPEN OUTPUT SNAPOUT-FILE
           CLOSE SNAPOUT-FILE
           MOVE 2                   TO EOD-ROLL-STEP
           MOVE 'SNAPOUT CLEARED                    '
                                    TO EOD-ROLL-TEXT
           MOVE ZERO                TO EOD-ROLL-COUNT
           WRITE EODRPT-LINE FROM EOD-ROLL-LINE
           .

      ******************************************************************
      *                                                                *
      *    3300-ROLL-CYCLE-LOAD                                        *
      *                                                                *
      ******************************************************************
       3300-ROLL-CYCLE-LOAD.
           MOVE 'N' TO CYCLOUT-EOF-SW
           OPEN INPUT  CYCLOUT-FILE
           OPEN OUTPUT CYCLOAD-FILE
           PERFORM 8600-READ-CYCLOUT
           PERFORM 3350-COPY-CYCLOUT
                   UNTIL CYCLOUT-EOF
           CLOSE CYCLOUT-FILE
                 CYCLOAD-FILE
           MOVE 3                   TO EOD-ROLL-STEP
           MOVE 'CYCLOUT ROLLED INTO CYCLOAD        '
                                    TO EOD-ROLL-TEXT
           MOVE CYCLE-COPY-CNT      TO EOD-ROLL-COUNT
           WRITE EODRPT-LINE FROM EOD-ROLL-LINE
           .

       3350-COPY-CYCLOUT.
           WRITE CYCLOAD-RECORD FROM CYCLOUT-RECORD
           ADD 1 TO CYCLE-COPY-CNT
           PERFORM 8600-READ-CYCLOUT
           .

      ******************************************************************
      *                                                                *
      *    3400-ROLL-MULTI-OPEN-HIST                                   *
      *                                                                *
      *    MULTHOUT MAY LEGITIMATELY BE EMPTY - NO CUSTOMER OVER THE   *
      *    THRESHOLD AND NONE CARRIED.                                 *
      *                                                                *
      ******************************************************************
       3400-ROLL-MULTI-OPEN-HIST.
           OPEN INPUT  MULTHOUT-FILE
           OPEN OUTPUT MULTHIST-FILE
           PERFORM 8900-READ-MULTHOUT
           PERFORM 3450-COPY-MULTHOUT
                   UNTIL MULTHOUT-EOF
           CLOSE MULTHOUT-FILE
                 MULTHIST-FILE
           MOVE 4                   TO EOD-ROLL-STEP
           MOVE 'MULTHOUT ROLLED INTO MULTHIST      '
                                    TO EOD-ROLL-TEXT
           MOVE MULTI-CNT           TO EOD-ROLL-COUNT
           WRITE EODRPT-LINE FROM EOD-ROLL-LINE
           .

       3450-COPY-MULTHOUT.
           WRITE MULTHIST-RECORD FROM MULTHOUT-RECORD
           ADD 1 TO MULTI-CNT
           PERFORM 8900-READ-MULTHOUT
           .

      ******************************************************************
      *                                                                *
      *    4000-WRITE-CERTIFICATE                                      *
      *                                                                *
      ******************************************************************
       4000-WRITE-CERTIFICATE.
           MOVE SPACES              TO DAYCERT-RECORD
           MOVE BUS-DATE-GV         TO CERT-BUS-DATE-DC
           MOVE RUN-DATE-GV         TO CERT-RUN-DATE-DC
           MOVE RUN-HHMMSS-GV       TO CERT-RUN-TIME-DC
           MOVE LAST-RECEIVED-CNT   TO CERT-RECEIVED-CNT-DC
           MOVE LAST-OPENED-CNT     TO CERT-OPENED-CNT-DC
           MOVE LAST-CLOSED-CNT     TO CERT-CLOSED-CNT-DC
           MOVE LAST-FAILED-CNT     TO CERT-FAILED-CNT-DC
           MOVE LAST-INQUIRY-CNT    TO CERT-INQUIRY-CNT-DC
           MOVE LAST-DEPOSIT-TOTAL  TO CERT-DEPOSIT-TOTAL-DC
           MOVE LAST-FEE-TOTAL      TO CERT-FEE-TOTAL-DC
           MOVE TRACELOG-CNT        TO CERT-TRACELOG-CNT-DC
           MOVE MSGCAP-COPY-CNT     TO CERT-MSGCAP-CNT-DC
           MOVE TIMELOG-CNT         TO CERT-TIMELOG-CNT-DC
           MOVE CYCLE-COPY-CNT      TO CERT-CYCLE-CNT-DC
           MOVE MULTI-CNT           TO CERT-MULTI-CNT-DC
           OPEN EXTEND DAYCERT-FILE
           WRITE DAYCERT-RECORD
           CLOSE DAYCERT-FILE

           MOVE SPACES              TO EODRPT-LINE
           WRITE EODRPT-LINE
           MOVE 'DAY-CLOSE CERTIFICATE'
                                    TO EOD-SECTION-TEXT
           WRITE EODRPT-LINE FROM EOD-SECTION-LINE
           MOVE 'MESSAGES RECEIVED        : ' TO EOD-CNT-LABEL
           MOVE LAST-RECEIVED-CNT             TO EOD-CNT-VALUE
           WRITE EODRPT-LINE FROM EOD-COUNT-LINE
           MOVE 'ACCOUNTS OPENED          : ' TO EOD-CNT-LABEL
           MOVE LAST-OPENED-CNT               TO EOD-CNT-VALUE
           WRITE EODRPT-LINE FROM EOD-COUNT-LINE
           MOVE 'ACCOUNTS CLOSED          : ' TO EOD-CNT-LABEL
           MOVE LAST-CLOSED-CNT               TO EOD-CNT-VALUE
           WRITE EODRPT-LINE FROM EOD-COUNT-LINE
           MOVE 'FAILED                   : ' TO EOD-CNT-LABEL
           MOVE LAST-FAILED-CNT               TO EOD-CNT-VALUE
           WRITE EODRPT-LINE FROM EOD-COUNT-LINE
           MOVE 'INQUIRIES                : ' TO EOD-CNT-LABEL
           MOVE LAST-INQUIRY-CNT              TO EOD-CNT-VALUE
           WRITE EODRPT-LINE FROM EOD-COUNT-LINE
           MOVE 'TOTAL DEPOSITS           : ' TO EOD-AMT-LABEL
           MOVE LAST-DEPOSIT-TOTAL            TO EOD-AMT-VALUE
           WRITE EODRPT-LINE FROM EOD-AMOUNT-LINE
           MOVE 'TOTAL UPFRONT FEES       : ' TO EOD-AMT-LABEL
           MOVE LAST-FEE-TOTAL                TO EOD-AMT-VALUE
           WRITE EODRPT-LINE FROM EOD-AMOUNT-LINE
           MOVE 'BUSINESS DAY CLOSED - CERTIFICATE WRITTEN TO DAYCERT'
                                    TO EOD-MSG-TEXT
           WRITE EODRPT-LINE FROM EOD-MESSAGE-LINE
           DISPLAY 'AF0495M0 - BUSINESS DAY ' BUS-DATE-GV ' CLOSED'
           .

      ******************************************************************
      *                                                                *
      *    5000-REFUSE-ROLLOVER                                        *
      *                                                                *
      ******************************************************************
       5000-REFUSE-ROLLOVER.
           MOVE SPACES              TO EODRPT-LINE
           WRITE EODRPT-LINE
           MOVE '*** PREREQUISITES NOT MET - NOTHING ROLLED'
                                    TO EOD-MSG-TEXT
           WRITE EODRPT-LINE FROM EOD-MESSAGE-LINE
           MOVE SPACES              TO NBCONS-MESSAGE
           STRING 'AF0495M0 - END OF DAY ' DELIMITED BY SIZE
                  BUS-DATE-GV              DELIMITED BY SIZE
                  ' NOT ROLLED - PREREQUISITES FAILED, SEE EODRPT'
                                           DELIMITED BY SIZE
                  INTO NBCONS-MESSAGE
           END-STRING
           MOVE 'CRIT'              TO NBCONS-SEVERITY
           CALL 'NBCONS' USING NBCONS-PASSAREA
           MOVE 8 TO RETURN-CODE
           .

      ******************************************************************
      *                                                                *
      *    8100-READ-DAYCERT THRU 8900-READ-MULTHOUT                   *
      *                                                                *
      ******************************************************************
       8100-READ-DAYCERT.
           READ DAYCERT-FILE
              AT END SET DAYCERT-EOF TO TRUE
           END-READ
           .

       8200-READ-SUMMRPT.
           READ SUMMRPT-FILE
              AT END SET SUMMRPT-EOF TO TRUE
           END-READ
           .

       8300-READ-FACTOUT.
           READ FACTOUT-FILE
              AT END SET FACTOUT-EOF TO TRUE
           END-READ
           .

       8400-READ-AUDRPT.
           READ AUDRPT-FILE
              AT END SET AUDRPT-EOF TO TRUE
           END-READ
           .

       8500-READ-MSGCAP.
           READ MSGCAP-FILE
              AT END SET MSGCAP-EOF TO TRUE
           END-READ
           .

       8600-READ-CYCLOUT.
           READ CYCLOUT-FILE
              AT END SET CYCLOUT-EOF TO TRUE
           END-READ
           .

       8700-READ-TRACELOG.
           READ TRACELOG-FILE
              AT END SET TRACELOG-EOF TO TRUE
           END-READ
           .

       8800-READ-TIMELOG.
           READ TIMELOG-FILE
              AT END SET TIMELOG-EOF TO TRUE
           END-READ
           .

       8900-READ-MULTHOUT.
           READ MULTHOUT-FILE
              AT END SET MULTHOUT-EOF TO TRUE
           END-READ
           .

      ******************************************************************
      *                                                                *
      *    9000-TERMINATE                                              *
      *                                                                *
      ******************************************************************
       9000-TERMINATE.
           CLOSE EODRPT-FILE
           .
