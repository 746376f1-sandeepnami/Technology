       IDENTIFICATION DIVISION.
      *================================================================*
       PROGRAM-ID.    CA421M00.
       AUTHOR.        CAMS BATCH TEAM.
       INSTALLATION.  HOST SYSTEMS - ACCOUNT FUNCTIONS.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
      *================================================================*
      *                                                                *
      *    CA421M00 - FL UNUSED FACILITY REVIEW (MONTHLY)              *
      *                                                                *
      *    READS THE FACILITY SNAPSHOT HISTORY APPENDED BY EVERY       *
      *    CA416M00 EXTRACT RUN AND PICKS OUT THE ACTIVE FLEXI LOAN    *
      *    FACILITIES THAT ARE NOT BEING USED:                         *
      *                                                                *
      *      NEVER DRAWN  - DRAWN-AMT-FL HAS BEEN ZERO ON EVERY        *
      *        SNAPSHOT SINCE THE FACILITY FIRST APPEARED, AND IT      *
      *        FIRST APPEARED AT LEAST THE NEVER-DRAWN AGE AGO.        *
      *      NOT DRAWING  - THE DRAWN BALANCE HAS NOT RISEN FROM ONE   *
      *        SNAPSHOT TO THE NEXT FOR THE STALE PERIOD IN MONTHS.    *
      *        A FACILITY DRAWN BEFORE ITS FIRST SNAPSHOT COUNTS       *
      *        FROM THAT SNAPSHOT.                                     *
      *                                                                *
      *    EACH CANDIDATE IS LISTED ON THE CANCELLATION-CANDIDATE      *
      *    REPORT (CANDRPT) WITH THE 'CMT' COMMITMENT FEES BILLED TO   *
      *    DATE FROM THE CA418M00 FEE TRANSACTION HISTORY, AND         *
      *    WRITTEN TO THE LENDING DESK'S CUSTOMER CONTACT WORKLIST     *
      *    (FLWORK).  A FACILITY WHOSE LATEST SNAPSHOT IS NOT ACTIVE   *
      *    IS NOT A CANDIDATE, NOR IS ONE MISSING FROM THE LATEST      *
      *    EXTRACT OF ITS PARTITION - IT HAS LEFT FL01940A AND ITS     *
      *    HISTORY IS NO LONGER CURRENT.  A FIRST PASS OF FLHIST       *
      *    FINDS EACH PARTITION'S LATEST RUN DATE.                     *
      *                                                                *
      *    INPUTS - BOTH BY THE PRECEDING SORT STEP:                   *
      *        FLHIST   THE PARTITION FLSNAP HISTORIES CONCATENATED,   *
      *                 IN FACILITY KEY / RUN DATE ORDER               *
      *        FEEHIST  THE FEETRNS GENERATIONS WRITTEN BY CA418M00,   *
      *                 CONCATENATED, IN ACCOUNT ORDER                 *
      *                                                                *
      *    PARAMETER CARD (PARMCARD) - OPTIONAL:                       *
      *        COLS  1-2   STALE PERIOD IN MONTHS (DEFAULT 06)         *
      *        COLS  3-4   NEVER-DRAWN AGE IN MONTHS (DEFAULT 03)      *
      *                                                                *
      *    RETURN CODES                                                *
      *        0  - REVIEW COMPLETE                                    *
      *        4  - FLHIST OUT OF SEQUENCE - CANDIDATES MAY BE WRONG   *
      *                                                                *
      *    MODIFICATION HISTORY                                        *
      *    ----------------------------------------------------------  *
      *    15/10/26 RAM  INITIAL VERSION.                              *
      *    15/10/26 RAM  FACILITIES MISSING FROM THEIR PARTITION'S     *
      *                  LATEST EXTRACT ARE PASSED OVER AND COUNTED.   *
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

           SELECT FLHIST-FILE     ASSIGN TO FLHIST
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL FEEHIST-FILE
                  ASSIGN TO FEEHIST
                  ORGANIZATION IS SEQUENTIAL.

           SELECT CANDRPT-FILE    ASSIGN TO CANDRPT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT FLWORK-FILE     ASSIGN TO FLWORK
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
      *================================================================*
       FILE SECTION.

       FD  PARMCARD-FILE
           RECORDING MODE IS F.
       01  PARMCARD-RECORD.
           05  PARM-STALE-MONTHS               PIC 9(02).
           05  PARM-NEVER-MONTHS               PIC 9(02).
           05  FILLER                          PIC X(76).

      *----------------------------------------------------------------*
      *    FLHIST - MIRROR OF THE FLSNAP SNAPSHOT RECORD WRITTEN BY    *
      *    CA416M00.  THE LAYOUTS MUST STAY IN STEP.                   *
      *----------------------------------------------------------------*
       FD  FLHIST-FILE
           RECORDING MODE IS F.
       01  FLHIST-RECORD.
           05  FSN-FACILITY-KEY                PIC X(09).
           05  FSN-CUSTOMER-NBR                PIC X(09).
           05  FSN-LIMIT-AMT                   PIC S9(09)V99 COMP-3.
           05  FSN-DRAWN-AMT                   PIC S9(09)V99 COMP-3.
           05  FSN-STATUS                      PIC X(01).
               88  FSN-ACTIVE                      VALUE 'A'.
           05  FSN-RUN-DATE                    PIC 9(08).
           05  FSN-PARTITION-ID                PIC 9(02).
           05  FILLER                          PIC X(39).

      *----------------------------------------------------------------*
      *    FEEHIST - MIRROR OF THE FEETRNS RECORD WRITTEN BY           *
      *    CA418M00.  THE LAYOUTS MUST STAY IN STEP.                   *
      *----------------------------------------------------------------*
       FD  FEEHIST-FILE
           RECORDING MODE IS F.
       01  FEEHIST-RECORD.
           05  TRN-ACCOUNT-FT                  PIC X(09).
           05  TRN-CUSTOMER-FT                 PIC X(09).
           05  TRN-FEE-CODE-FT                 PIC X(03).
               88  TRN-COMMITMENT-FEE-FT           VALUE 'CMT'.
           05  TRN-AMOUNT-FT                   PIC 9(07)V99.
           05  TRN-BILL-DATE-FT                PIC 9(08).
           05  FILLER                          PIC X(42).

       FD  CANDRPT-FILE
           RECORDING MODE IS F.
       01  CANDRPT-LINE                        PIC X(132).

      *----------------------------------------------------------------*
      *    FLWORK - CUSTOMER CONTACT WORKLIST FOR THE LENDING DESK,    *
      *    ONE RECORD PER CANCELLATION CANDIDATE.                      *
      *----------------------------------------------------------------*
       FD  FLWORK-FILE
           RECORDING MODE IS F.
       01  FLWORK-RECORD.
           05  WRK-CUSTOMER-FW                 PIC X(09).
           05  WRK-FACILITY-FW                 PIC X(09).
           05  WRK-REASON-FW                   PIC X(01).
               88  WRK-NEVER-DRAWN-FW              VALUE 'N'.
               88  WRK-NOT-DRAWING-FW              VALUE 'S'.
           05  WRK-LIMIT-FW                    PIC 9(09)V99.
           05  WRK-DRAWN-FW                    PIC 9(09)V99.
           05  WRK-FEES-BILLED-FW              PIC 9(09)V99.
           05  WRK-FIRST-DATE-FW               PIC 9(08).
           05  WRK-LAST-DRAW-DATE-FW           PIC 9(08).
           05  WRK-RUN-DATE-FW                 PIC 9(08).
           05  FILLER                          PIC X(04).

       WORKING-STORAGE SECTION.
      *================================================================*

       77  DEFAULT-STALE-MONTHS                PIC 9(02) VALUE 06.
       77  DEFAULT-NEVER-MONTHS                PIC 9(02) VALUE 03.
       77  HIGH-KEY-CONST                      PIC X(09)
                                                   VALUE HIGH-VALUES.

       01  CA421-SWITCHES.
           05  PARM-EOF-SW                     PIC X(01) VALUE 'N'.
               88  PARM-EOF                        VALUE 'Y'.
           05  FLHIST-EOF-SW                   PIC X(01) VALUE 'N'.
               88  FLHIST-EOF                      VALUE 'Y'.
           05  FEEHIST-EOF-SW                  PIC X(01) VALUE 'N'.
               88  FEEHIST-EOF                     VALUE 'Y'.

       01  CA421-CONTROL-COUNTS.
           05  SNAPSHOT-READ-CNT               PIC S9(09) COMP-3
                                                   VALUE +0.
           05  FACILITY-CNT                    PIC S9(09) COMP-3
                                                   VALUE +0.
           05  NOT-ACTIVE-CNT                  PIC S9(09) COMP-3
                                                   VALUE +0.
           05  NOT-EXTRACTED-CNT               PIC S9(09) COMP-3
                                                   VALUE +0.
           05  NEVER-DRAWN-CNT                 PIC S9(09) COMP-3
                                                   VALUE +0.
           05  NOT-DRAWING-CNT                 PIC S9(09) COMP-3
                                                   VALUE +0.
           05  SEQUENCE-ERROR-CNT              PIC S9(09) COMP-3
                                                   VALUE +0.
           05  FEE-READ-CNT                    PIC S9(09) COMP-3
                                                   VALUE +0.
           05  FEE-UNMATCHED-CNT               PIC S9(09) COMP-3
                                                   VALUE +0.
           05  TOTAL-CAND-LIMIT-AMT            PIC S9(13)V99 COMP-3
                                                   VALUE +0.
           05  TOTAL-CAND-UNDRAWN-AMT          PIC S9(13)V99 COMP-3
                                                   VALUE +0.
           05  TOTAL-CAND-FEES-AMT             PIC S9(13)V99 COMP-3
                                                   VALUE +0.

       01  CA421-WORK-FIELDS.
           05  RUN-DATE-GV                     PIC 9(08).
           05  STALE-MONTHS-GV                 PIC 9(02).
           05  NEVER-MONTHS-GV                 PIC 9(02).
           05  STALE-CUTOFF-GV                 PIC 9(08).
           05  NEVER-CUTOFF-GV                 PIC 9(08).
           05  FEEHIST-KEY                     PIC X(09).
           05  MONTHS-BACK-GV                  PIC 9(02).
           05  MONTH-INDEX-GV                  PIC S9(07) COMP-3.
           05  CUTOFF-DATE-GV                  PIC 9(08).
           05  CUTOFF-DATE-R REDEFINES CUTOFF-DATE-GV.
               10  CUT-YY-GV                   PIC 9(04).
               10  CUT-MM-GV                   PIC 9(02).
               10  CUT-DD-GV                   PIC 9(02).
           05  PART-X                          PIC S9(04) COMP.

      *----------------------------------------------------------------*
      *    LATEST CA416M00 RUN DATE SEEN ON FLHIST FOR EACH PARTITION, *
      *    SUBSCRIPTED BY PARTITION ID + 1.                            *
      *----------------------------------------------------------------*
       01  PARTITION-RUN-TABLE.
           05  PART-LAST-RUN-GV                PIC 9(08)
                                                   OCCURS 100 TIMES.

      *----------------------------------------------------------------*
      *    THE FACILITY BEING ASSEMBLED FROM ITS RUN OF SNAPSHOTS -    *
      *    CUSTOMER, LIMIT, DRAWN AND STATUS ARE THE LATEST.           *
      *----------------------------------------------------------------*
       01  FAC-GROUP.
           05  FAC-KEY-GV                      PIC X(09).
           05  FAC-CUSTOMER-GV                 PIC X(09).
           05  FAC-LIMIT-GV                    PIC S9(09)V99 COMP-3.
           05  FAC-DRAWN-GV                    PIC S9(09)V99 COMP-3.
           05  FAC-STATUS-GV                   PIC X(01).
               88  FAC-ACTIVE                      VALUE 'A'.
           05  FAC-MAX-DRAWN-GV                PIC S9(09)V99 COMP-3.
           05  FAC-FIRST-DATE-GV               PIC 9(08).
           05  FAC-LAST-DATE-GV                PIC 9(08).
           05  FAC-LAST-DRAW-DATE-GV           PIC 9(08).
           05  FAC-PARTITION-GV                PIC 9(02).
           05  FAC-FEES-GV                     PIC S9(09)V99 COMP-3.
           05  FAC-REASON-GV                   PIC X(01).
               88  FAC-NEVER-DRAWN                 VALUE 'N'.
               88  FAC-NOT-DRAWING                 VALUE 'S'.
               88  FAC-NOT-CANDIDATE               VALUE ' '.

      *----------------------------------------------------------------*
      *    CANCELLATION-CANDIDATE REPORT LAYOUTS.                      *
      *----------------------------------------------------------------*
       01  CAND-HEADING-1.
           05  FILLER                          PIC X(53)  VALUE
             'CA421M00 - FL UNUSED FACILITY CANCELLATION CANDIDATES'.
           05  FILLER                          PIC X(01)  VALUE SPACES.
           05  CAND-HDG-DATE                   PIC 9(08).
           05  FILLER                          PIC X(70)  VALUE SPACES.

       01  CAND-HEADING-2.
           05  FILLER                          PIC X(22)  VALUE
                 'NEVER DRAWN AFTER    :'.
           05  CAND-HDG-NEVER                  PIC Z9.
           05  FILLER                          PIC X(26)  VALUE
                 ' MONTHS   NOT DRAWING FOR:'.
           05  CAND-HDG-STALE                  PIC Z9.
           05  FILLER                          PIC X(80)  VALUE
                 ' MONTHS'.

       01  CAND-HEADING-3.
           05  FILLER                          PIC X(11)  VALUE
                 'FACILITY   '.
           05  FILLER                          PIC X(11)  VALUE
                 'CUSTOMER   '.
           05  FILLER                          PIC X(18)  VALUE
                 'LIMIT             '.
           05  FILLER                          PIC X(18)  VALUE
                 'DRAWN             '.
           05  FILLER                          PIC X(10)  VALUE
                 'FIRST SEEN'.
           05  FILLER                          PIC X(12)  VALUE
                 '  LAST DRAWN'.
           05  FILLER                          PIC X(18)  VALUE
                 '   FEES BILLED    '.
           05  FILLER                          PIC X(34)  VALUE
                 'REASON'.

       01  CAND-DETAIL-LINE.
           05  CAND-DET-FACILITY               PIC X(09).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  CAND-DET-CUSTOMER               PIC X(09).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  CAND-DET-LIMIT                  PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  CAND-DET-DRAWN                  PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  CAND-DET-FIRST-DATE             PIC 9(08).
           05  FILLER                          PIC X(04)  VALUE SPACES.
           05  CAND-DET-LAST-DRAW              PIC X(08).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  CAND-DET-FEES                   PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  CAND-DET-REASON                 PIC X(30).
           05  FILLER                          PIC X(04)  VALUE SPACES.

       01  CAND-NONE-LINE.
           05  FILLER                          PIC X(04)  VALUE SPACES.
           05  CAND-NONE-TEXT                  PIC X(60).
           05  FILLER                          PIC X(68)  VALUE SPACES.

       01  CAND-TOTAL-LINE.
           05  CAND-TOT-DESC                   PIC X(27).
           05  CAND-TOT-AMOUNT                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(87)  VALUE SPACES.

       01  CAND-COUNT-LINE.
           05  CAND-COUNT-DESC                 PIC X(27).
           05  CAND-COUNT-VALUE                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                          PIC X(94)  VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================*

      ******************************************************************
      *                                                                *
      *    0000-MAINLINE                                               *
      *                                                                *
      *    ONE PASS OF THE SNAPSHOT HISTORY, A FACILITY AT A TIME,     *
      *    WITH THE FEE HISTORY MATCHED ALONGSIDE ON THE KEY.          *
      *                                                                *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-FACILITY THRU 2000-EXIT
                   UNTIL FLHIST-EOF
           PERFORM 3150-SKIP-FEE
                   UNTIL FEEHIST-EOF
           PERFORM 6000-WRITE-CONTROL-TOTALS
           PERFORM 9000-TERMINATE
           GOBACK
           .

      ******************************************************************
      *                                                                *
      *    1000-INITIALIZE                                             *
      *                                                                *
      *    PICK UP THE STALE PERIOD AND NEVER-DRAWN AGE, DEFAULTING    *
      *    ANY THAT ARE MISSING, AND TURN THEM INTO CUTOFF DATES.      *
      *                                                                *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  PARMCARD-FILE
                       FLHIST-FILE
                       FEEHIST-FILE
           OPEN OUTPUT CANDRPT-FILE
                       FLWORK-FILE
           ACCEPT RUN-DATE-GV FROM DATE YYYYMMDD
           MOVE DEFAULT-STALE-MONTHS   TO STALE-MONTHS-GV
           MOVE DEFAULT-NEVER-MONTHS   TO NEVER-MONTHS-GV
           READ PARMCARD-FILE
              AT END SET PARM-EOF TO TRUE
           END-READ
           IF NOT PARM-EOF
              IF PARM-STALE-MONTHS NUMERIC
                 AND PARM-STALE-MONTHS > ZERO
                 MOVE PARM-STALE-MONTHS   TO STALE-MONTHS-GV
              END-IF
              IF PARM-NEVER-MONTHS NUMERIC
                 AND PARM-NEVER-MONTHS > ZERO
                 MOVE PARM-NEVER-MONTHS   TO NEVER-MONTHS-GV
              END-IF
           END-IF
           MOVE STALE-MONTHS-GV     TO MONTHS-BACK-GV
           PERFORM 7100-DERIVE-MONTH-CUTOFF
           MOVE CUTOFF-DATE-GV      TO STALE-CUTOFF-GV
           MOVE NEVER-MONTHS-GV     TO MONTHS-BACK-GV
           PERFORM 7100-DERIVE-MONTH-CUTOFF
           MOVE CUTOFF-DATE-GV      TO NEVER-CUTOFF-GV
           DISPLAY 'CA421M00 - NOT DRAWING SINCE ' STALE-CUTOFF-GV
                   ', NEVER DRAWN SINCE ' NEVER-CUTOFF-GV
           MOVE RUN-DATE-GV         TO CAND-HDG-DATE
           MOVE NEVER-MONTHS-GV     TO CAND-HDG-NEVER
           MOVE STALE-MONTHS-GV     TO CAND-HDG-STALE
           WRITE CANDRPT-LINE FROM CAND-HEADING-1
           WRITE CANDRPT-LINE FROM CAND-HEADING-2
           MOVE SPACES              TO CANDRPT-LINE
           WRITE CANDRPT-LINE
           WRITE CANDRPT-LINE FROM CAND-HEADING-3
           PERFORM 1100-FIND-LATEST-RUNS
           PERFORM 8100-READ-SNAPSHOT
           PERFORM 8200-READ-FEE
           .

      ******************************************************************
      *                                                                *
      *    1100-FIND-LATEST-RUNS                                       *
      *                                                                *
      *    A FIRST PASS OF FLHIST FOR THE LATEST RUN DATE OF EACH      *
      *    PARTITION, THEN FLHIST IS REOPENED FOR THE REVIEW PASS.     *
      *                                                                *
      ******************************************************************
       1100-FIND-LATEST-RUNS.
           INITIALIZE PARTITION-RUN-TABLE
           PERFORM 8100-READ-SNAPSHOT
           PERFORM 1150-NOTE-RUN-DATE
                   UNTIL FLHIST-EOF
           CLOSE FLHIST-FILE
           OPEN INPUT FLHIST-FILE
           MOVE 'N'                 TO FLHIST-EOF-SW
           MOVE ZERO                TO SNAPSHOT-READ-CNT
           .

       1150-NOTE-RUN-DATE.
           COMPUTE PART-X = FSN-PARTITION-ID + 1
           IF FSN-RUN-DATE > PART-LAST-RUN-GV(PART-X)
              MOVE FSN-RUN-DATE     TO PART-LAST-RUN-GV(PART-X)
           END-IF
           PERFORM 8100-READ-SNAPSHOT
           .

      ******************************************************************
      *                                                                *
      *    2000-PROCESS-FACILITY                                       *
      *                                                                *
      *    GATHER ONE FACILITY'S SNAPSHOTS, OLDEST FIRST, NOTING THE   *
      *    LAST RUN ON WHICH THE DRAWN BALANCE ROSE, THEN JUDGE IT.    *
      *                                                                *
      ******************************************************************
       2000-PROCESS-FACILITY.
           ADD 1 TO FACILITY-CNT
           MOVE FSN-FACILITY-KEY    TO FAC-KEY-GV
           MOVE FSN-RUN-DATE        TO FAC-FIRST-DATE-GV
                                       FAC-LAST-DRAW-DATE-GV
           MOVE FSN-DRAWN-AMT       TO FAC-MAX-DRAWN-GV
           PERFORM 2100-TAKE-SNAPSHOT
           PERFORM 8100-READ-SNAPSHOT
           PERFORM 2200-NEXT-SNAPSHOT
                   UNTIL FLHIST-EOF
                   OR FSN-FACILITY-KEY NOT = FAC-KEY-GV
           IF NOT FLHIST-EOF
              AND FSN-FACILITY-KEY < FAC-KEY-GV
              ADD 1 TO SEQUENCE-ERROR-CNT
              DISPLAY 'CA421M00 - FLHIST OUT OF SEQUENCE AT '
                      FSN-FACILITY-KEY ' AFTER ' FAC-KEY-GV
           END-IF
           PERFORM 3000-JUDGE-FACILITY THRU 3000-EXIT
           .
       2000-EXIT.
           EXIT.

       2100-TAKE-SNAPSHOT.
           MOVE FSN-CUSTOMER-NBR    TO FAC-CUSTOMER-GV
           MOVE FSN-PARTITION-ID    TO FAC-PARTITION-GV
           MOVE FSN-LIMIT-AMT       TO FAC-LIMIT-GV
           MOVE FSN-DRAWN-AMT       TO FAC-DRAWN-GV
           MOVE FSN-STATUS          TO FAC-STATUS-GV
           MOVE FSN-RUN-DATE        TO FAC-LAST-DATE-GV
           IF FSN-DRAWN-AMT > FAC-MAX-DRAWN-GV
              MOVE FSN-DRAWN-AMT    TO FAC-MAX-DRAWN-GV
           END-IF
           .

      *    A RISE ON THE PREVIOUS SNAPSHOT IS A NEW DRAWING.  A
      *    REPEATED SNAPSHOT FROM A RESTARTED RUN RISES BY NOTHING.
       2200-NEXT-SNAPSHOT.
           IF FSN-DRAWN-AMT > FAC-DRAWN-GV
              MOVE FSN-RUN-DATE     TO FAC-LAST-DRAW-DATE-GV
           END-IF
           PERFORM 2100-TAKE-SNAPSHOT
           PERFORM 8100-READ-SNAPSHOT
           .

      ******************************************************************
      *                                                                *
      *    3000-JUDGE-FACILITY                                         *
      *                                                                *
      *    ADD UP THE FACILITY'S COMMITMENT FEES, THEN DECIDE WHETHER  *
      *    IT IS A CANCELLATION CANDIDATE.  ONLY A FACILITY ON ITS     *
      *    PARTITION'S LATEST EXTRACT AND STILL ACTIVE THERE CAN BE    *
      *    ONE.                                                        *
      *                                                                *
      ******************************************************************
       3000-JUDGE-FACILITY.
           MOVE ZERO                TO FAC-FEES-GV
           PERFORM 3150-SKIP-FEE
                   UNTIL FEEHIST-KEY NOT < FAC-KEY-GV
           PERFORM 3100-ADD-FEE
                   UNTIL FEEHIST-KEY NOT = FAC-KEY-GV
           MOVE SPACE               TO FAC-REASON-GV
           COMPUTE PART-X = FAC-PARTITION-GV + 1
           IF FAC-LAST-DATE-GV < PART-LAST-RUN-GV(PART-X)
              ADD 1 TO NOT-EXTRACTED-CNT
              GO TO 3000-EXIT
           END-IF
           IF NOT FAC-ACTIVE
              ADD 1 TO NOT-ACTIVE-CNT
              GO TO 3000-EXIT
           END-IF
           EVALUATE TRUE
              WHEN FAC-MAX-DRAWN-GV = ZERO
                 IF FAC-FIRST-DATE-GV NOT > NEVER-CUTOFF-GV
                    SET FAC-NEVER-DRAWN TO TRUE
                 END-IF
              WHEN FAC-LAST-DRAW-DATE-GV NOT > STALE-CUTOFF-GV
                 SET FAC-NOT-DRAWING TO TRUE
           END-EVALUATE
           IF FAC-NOT-CANDIDATE
              GO TO 3000-EXIT
           END-IF
           PERFORM 3200-WRITE-CANDIDATE
           .
       3000-EXIT.
           EXIT.

       3100-ADD-FEE.
           IF TRN-COMMITMENT-FEE-FT
              ADD TRN-AMOUNT-FT     TO FAC-FEES-GV
           END-IF
           PERFORM 8200-READ-FEE
           .

      *    FEES FOR A FACILITY WITH NO SNAPSHOT - BILLED BEFORE THE
      *    SNAPSHOTS BEGAN, OR FOR A FACILITY SINCE REMOVED.
       3150-SKIP-FEE.
           ADD 1 TO FEE-UNMATCHED-CNT
           PERFORM 8200-READ-FEE
           .

      ******************************************************************
      *                                                                *
      *    3200-WRITE-CANDIDATE                                        *
      *                                                                *
      ******************************************************************
       3200-WRITE-CANDIDATE.
           MOVE FAC-KEY-GV          TO CAND-DET-FACILITY
           MOVE FAC-CUSTOMER-GV     TO CAND-DET-CUSTOMER
           MOVE FAC-LIMIT-GV        TO CAND-DET-LIMIT
           MOVE FAC-DRAWN-GV        TO CAND-DET-DRAWN
           MOVE FAC-FIRST-DATE-GV   TO CAND-DET-FIRST-DATE
           MOVE FAC-FEES-GV         TO CAND-DET-FEES
           IF FAC-NEVER-DRAWN
              ADD 1 TO NEVER-DRAWN-CNT
              MOVE 'NEVER'          TO CAND-DET-LAST-DRAW
              MOVE 'NEVER DRAWN SINCE OPENING'
                                    TO CAND-DET-REASON
           ELSE
              ADD 1 TO NOT-DRAWING-CNT
              MOVE FAC-LAST-DRAW-DATE-GV
                                    TO CAND-DET-LAST-DRAW
              MOVE 'NO NEW DRAWING IN STALE PERIOD'
                                    TO CAND-DET-REASON
           END-IF
           WRITE CANDRPT-LINE FROM CAND-DETAIL-LINE
           ADD FAC-LIMIT-GV         TO TOTAL-CAND-LIMIT-AMT
           COMPUTE TOTAL-CAND-UNDRAWN-AMT =
                   TOTAL-CAND-UNDRAWN-AMT + FAC-LIMIT-GV
                                          - FAC-DRAWN-GV
           ADD FAC-FEES-GV          TO TOTAL-CAND-FEES-AMT
           MOVE SPACES              TO FLWORK-RECORD
           MOVE FAC-CUSTOMER-GV     TO WRK-CUSTOMER-FW
           MOVE FAC-KEY-GV          TO WRK-FACILITY-FW
           MOVE FAC-REASON-GV       TO WRK-REASON-FW
           MOVE FAC-LIMIT-GV        TO WRK-LIMIT-FW
           MOVE FAC-DRAWN-GV        TO WRK-DRAWN-FW
           MOVE FAC-FEES-GV         TO WRK-FEES-BILLED-FW
           MOVE FAC-FIRST-DATE-GV   TO WRK-FIRST-DATE-FW
           IF FAC-NEVER-DRAWN
              MOVE ZERO             TO WRK-LAST-DRAW-DATE-FW
           ELSE
              MOVE FAC-LAST-DRAW-DATE-GV
                                    TO WRK-LAST-DRAW-DATE-FW
           END-IF
           MOVE RUN-DATE-GV         TO WRK-RUN-DATE-FW
           WRITE FLWORK-RECORD
           .

      ******************************************************************
      *                                                                *
      *    6000-WRITE-CONTROL-TOTALS                                   *
      *                                                                *
      ******************************************************************
       6000-WRITE-CONTROL-TOTALS.
           IF NEVER-DRAWN-CNT + NOT-DRAWING-CNT = ZERO
              MOVE 'NO CANCELLATION CANDIDATES THIS MONTH'
                                    TO CAND-NONE-TEXT
              WRITE CANDRPT-LINE FROM CAND-NONE-LINE
           END-IF
           MOVE SPACES TO CANDRPT-LINE
           WRITE CANDRPT-LINE
           MOVE 'SNAPSHOTS READ           : '
                                    TO CAND-COUNT-DESC
           MOVE SNAPSHOT-READ-CNT   TO CAND-COUNT-VALUE
           WRITE CANDRPT-LINE FROM CAND-COUNT-LINE
           MOVE 'FACILITIES REVIEWED      : '
                                    TO CAND-COUNT-DESC
           MOVE FACILITY-CNT        TO CAND-COUNT-VALUE
           WRITE CANDRPT-LINE FROM CAND-COUNT-LINE
           MOVE 'NOT ACTIVE - PASSED OVER : '
                                    TO CAND-COUNT-DESC
           MOVE NOT-ACTIVE-CNT      TO CAND-COUNT-VALUE
           WRITE CANDRPT-LINE FROM CAND-COUNT-LINE
           MOVE 'NO LONGER EXTRACTED      : '
                                    TO CAND-COUNT-DESC
           MOVE NOT-EXTRACTED-CNT   TO CAND-COUNT-VALUE
           WRITE CANDRPT-LINE FROM CAND-COUNT-LINE
           MOVE 'NEVER DRAWN              : '
                                    TO CAND-COUNT-DESC
           MOVE NEVER-DRAWN-CNT     TO CAND-COUNT-VALUE
           WRITE CANDRPT-LINE FROM CAND-COUNT-LINE
           MOVE 'NOT DRAWING              : '
                                    TO CAND-COUNT-DESC
           MOVE NOT-DRAWING-CNT     TO CAND-COUNT-VALUE
           WRITE CANDRPT-LINE FROM CAND-COUNT-LINE
           MOVE 'FEE TRANSACTIONS READ    : '
                                    TO CAND-COUNT-DESC
           MOVE FEE-READ-CNT        TO CAND-COUNT-VALUE
           WRITE CANDRPT-LINE FROM CAND-COUNT-LINE
           MOVE 'FEES WITH NO SNAPSHOT    : '
                                    TO CAND-COUNT-DESC
           MOVE FEE-UNMATCHED-CNT   TO CAND-COUNT-VALUE
           WRITE CANDRPT-LINE FROM CAND-COUNT-LINE
           MOVE 'CANDIDATE LIMITS         : '
                                    TO CAND-TOT-DESC
           MOVE TOTAL-CAND-LIMIT-AMT
                                    TO CAND-TOT-AMOUNT
           WRITE CANDRPT-LINE FROM CAND-TOTAL-LINE
           MOVE 'CANDIDATE UNDRAWN        : '
                                    TO CAND-TOT-DESC
           MOVE TOTAL-CAND-UNDRAWN-AMT
                                    TO CAND-TOT-AMOUNT
           WRITE CANDRPT-LINE FROM CAND-TOTAL-LINE
           MOVE 'CANDIDATE FEES BILLED    : '
                                    TO CAND-TOT-DESC
           MOVE TOTAL-CAND-FEES-AMT TO CAND-TOT-AMOUNT
           WRITE CANDRPT-LINE FROM CAND-TOTAL-LINE
           IF SEQUENCE-ERROR-CNT > ZERO
              MOVE 'SEQUENCE ERRORS          : '
                                    TO CAND-COUNT-DESC
              MOVE SEQUENCE-ERROR-CNT
                                    TO CAND-COUNT-VALUE
              WRITE CANDRPT-LINE FROM CAND-COUNT-LINE
              DISPLAY 'CA421M00 - FLHIST NOT IN FACILITY ORDER - '
                      'CHECK THE SORT STEP'
              MOVE 4 TO RETURN-CODE
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    7100-DERIVE-MONTH-CUTOFF                                    *
      *                                                                *
      *    THE RUN DATE MOVED BACK MONTHS-BACK-GV CALENDAR MONTHS.     *
      *    THE DAY IS KEPT AS IT IS - THE CUTOFF IS ONLY COMPARED      *
      *    WITH OTHER DATES, SO A 31ST IN A SHORT MONTH DOES NO HARM.  *
      *                                                                *
      ******************************************************************
       7100-DERIVE-MONTH-CUTOFF.
           MOVE RUN-DATE-GV         TO CUTOFF-DATE-GV
           COMPUTE MONTH-INDEX-GV =
                   CUT-YY-GV * 12 + CUT-MM-GV - 1 - MONTHS-BACK-GV
           DIVIDE MONTH-INDEX-GV BY 12
                  GIVING CUT-YY-GV
                  REMAINDER CUT-MM-GV
           ADD 1 TO CUT-MM-GV
           .

      ******************************************************************
      *                                                                *
      *    8100-READ-SNAPSHOT                                          *
      *                                                                *
      ******************************************************************
       8100-READ-SNAPSHOT.
           READ FLHIST-FILE
              AT END SET FLHIST-EOF TO TRUE
           END-READ
           IF NOT FLHIST-EOF
              ADD 1 TO SNAPSHOT-READ-CNT
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    8200-READ-FEE                                               *
      *                                                                *
      *    NO FEE HISTORY (NO FEES BILLED YET) LEAVES EVERY FACILITY   *
      *    WITH NOTHING BILLED.                                        *
      *                                                                *
      ******************************************************************
       8200-READ-FEE.
           READ FEEHIST-FILE
              AT END SET FEEHIST-EOF TO TRUE
           END-READ
           IF FEEHIST-EOF
              MOVE HIGH-KEY-CONST   TO FEEHIST-KEY
           ELSE
              ADD 1 TO FEE-READ-CNT
              MOVE TRN-ACCOUNT-FT   TO FEEHIST-KEY
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    9000-TERMINATE                                              *
      *                                                                *
      ******************************************************************
       9000-TERMINATE.
           CLOSE PARMCARD-FILE
                 FLHIST-FILE
                 FEEHIST-FILE
                 CANDRPT-FILE
                 FLWORK-FILE
           .
