       IDENTIFICATION DIVISION.
      *================================================================*
       PROGRAM-ID.    CA419M00.
       AUTHOR.        CAMS BATCH TEAM.
       INSTALLATION.  HOST SYSTEMS - ACCOUNT FUNCTIONS.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
      *================================================================*
      *                                                                *
      *    CA419M00 - FL CUSTOMER EXPOSURE AND LIMIT UTILISATION       *
      *                                                                *
      *    PASSES THE FL01940A FACILITY FILE AGAINST THE               *
      *    CONSOLIDATED UNDRAWN EXTRACT FROM CA416M10 AND ROLLS        *
      *    EVERY FACILITY UP TO ITS CUSTOMER-NBR-FL FOR CREDIT         *
      *    RISK.  THE REPORT HAS FOUR SECTIONS:                        *
      *                                                                *
      *      FACILITY UTILISATION - LIMIT, DRAWN, UNDRAWN AND          *
      *        UTILISATION PER FACILITY WITH ITS STATUS.  A            *
      *        FACILITY THAT IS NOT ACTIVE IS STARRED, AND ONE         *
      *        DRAWN ABOVE THE THRESHOLD PERCENTAGE IS FLAGGED.        *
      *      CUSTOMER EXPOSURE - THE SAME TOTALS PER CUSTOMER IN       *
      *        CUSTOMER ORDER, FLAGGING A CUSTOMER WHOSE TOTAL         *
      *        LIMIT IS OVER THE AGGREGATE EXPOSURE LIMIT.             *
      *      TOP CUSTOMERS BY TOTAL LIMIT - THE CONCENTRATION          *
      *        LIST WITH EACH CUSTOMER'S SHARE OF THE BOOK.            *
      *      CONTROL TOTALS - INCLUDING THE RECONCILIATION OF THE      *
      *        EXTRACT TO FL01940A.                                    *
      *                                                                *
      *    UNDRAWN IS TAKEN FROM THE EXTRACT.  CA416M00 ONLY           *
      *    EXTRACTS ACTIVE FACILITIES WITH HEADROOM, SO A FACILITY     *
      *    NOT ON THE EXTRACT HAS NOTHING UNDRAWN.  AN ACTIVE          *
      *    FACILITY WITH HEADROOM BUT NO EXTRACT RECORD, OR WHOSE      *
      *    EXTRACT UNDRAWN IS NOT LIMIT LESS DRAWN, IS NOTED - THE     *
      *    EXTRACT IS OUT OF STEP WITH THE FACILITY FILE, AND THE      *
      *    STEP ENDS WITH RETURN CODE 4.                               *
      *                                                                *
      *    BOTH INPUTS ARE IN FACILITY KEY ORDER - FL01940A IS         *
      *    KEYED ON THE FACILITY, AND THE CA415M00 KEY RANGES RISE     *
      *    WITH THE PARTITION NUMBER SO THE PARTITIONS CONCATENATED    *
      *    IN PARTITION ORDER KEEP IT.  UP TO 5000 CUSTOMERS ARE       *
      *    HELD; ANY BEYOND THAT ARE STILL REPORTED BY FACILITY        *
      *    AND COUNTED AS NOT TOTALLED.                                *
      *                                                                *
      *    PARAMETER CARD (PARMCARD):                                  *
      *        COLS  1-11  AGGREGATE EXPOSURE LIMIT 9(9)V99            *
      *                    (DEFAULT 5,000,000.00)                      *
      *        COLS 12-14  DRAWN PERCENTAGE THRESHOLD (DEFAULT 090)    *
      *        COLS 15-16  CUSTOMERS IN THE TOP LIST (DEFAULT 20)      *
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

           SELECT FL01940A-FILE   ASSIGN TO FL01940A
                  ORGANIZATION IS SEQUENTIAL.

           SELECT CONSIN-FILE     ASSIGN TO CONSIN
                  ORGANIZATION IS SEQUENTIAL.

           SELECT EXPRPT-FILE     ASSIGN TO EXPRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
      *================================================================*
       FILE SECTION.

       FD  PARMCARD-FILE
           RECORDING MODE IS F.
       01  PARMCARD-RECORD.
           05  PARM-EXPOSURE-LIMIT             PIC 9(09)V99.
           05  PARM-DRAWN-PCT                  PIC 9(03).
           05  PARM-TOP-COUNT                  PIC 9(02).
           05  FILLER                          PIC X(64).

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
               88  SUSPENDED-FACILITY-FL           VALUE 'S'.
           05  FILLER                          PIC X(49).

      *----------------------------------------------------------------*
      *    CONSIN - MIRROR OF THE CA416M00 DETAIL RECORD AS MERGED     *
      *    BY CA416M10.  THE LAYOUTS MUST STAY IN STEP.                *
      *----------------------------------------------------------------*
       FD  CONSIN-FILE
           RECORDING MODE IS F.
       01  CONSIN-RECORD.
           05  IN-RECORD-TYPE                  PIC X(03).
               88  DETAIL-RECORD-IN                VALUE 'DTL'.
           05  IN-PARTITION-ID                 PIC 9(02).
           05  IN-FACILITY-KEY                 PIC X(09).
           05  IN-CUSTOMER-NBR                 PIC X(09).
           05  IN-UNDRAWN-AMT                  PIC S9(09)V99 COMP-3.
           05  FILLER                          PIC X(51).

       FD  EXPRPT-FILE
           RECORDING MODE IS F.
       01  EXPRPT-LINE                         PIC X(132).

       WORKING-STORAGE SECTION.
      *================================================================*

       77  DEFAULT-EXPOSURE-LIMIT              PIC 9(09)V99
                                                   VALUE 5000000.00.
       77  DEFAULT-DRAWN-PCT                   PIC 9(03) VALUE 090.
       77  DEFAULT-TOP-COUNT                   PIC 9(02) VALUE 20.

       01  CA419-SWITCHES.
           05  PARM-EOF-SW                     PIC X(01) VALUE 'N'.
               88  PARM-EOF                        VALUE 'Y'.
           05  FL01940A-EOF-SW                 PIC X(01) VALUE 'N'.
               88  FL01940A-EOF                    VALUE 'Y'.
           05  CONSIN-EOF-SW                   PIC X(01) VALUE 'N'.
               88  CONSIN-EOF                      VALUE 'Y'.
           05  CUS-FOUND-SW                    PIC X(01) VALUE 'N'.
               88  CUS-FOUND                       VALUE 'Y'.
           05  CUS-FULL-SW                     PIC X(01) VALUE 'N'.
               88  CUS-FULL-REPORTED               VALUE 'Y'.
           05  FAC-OVER-PCT-SW                 PIC X(01) VALUE 'N'.
               88  FAC-OVER-PCT                    VALUE 'Y'.

       01  CA419-CONTROL-COUNTS.
           05  FACILITY-READ-CNT               PIC S9(09) COMP-3
                                                   VALUE +0.
           05  NOT-ACTIVE-CNT                  PIC S9(09) COMP-3
                                                   VALUE +0.
           05  OVER-PCT-CNT                    PIC S9(09) COMP-3
                                                   VALUE +0.
           05  EXTRACT-READ-CNT                PIC S9(09) COMP-3
                                                   VALUE +0.
           05  EXTRACT-MATCHED-CNT             PIC S9(09) COMP-3
                                                   VALUE +0.
           05  EXTRACT-DIFFERS-CNT             PIC S9(09) COMP-3
                                                   VALUE +0.
           05  NOT-ON-EXTRACT-CNT              PIC S9(09) COMP-3
                                                   VALUE +0.
           05  EXTRACT-ORPHAN-CNT              PIC S9(09) COMP-3
                                                   VALUE +0.
           05  OVER-EXPOSURE-CNT               PIC S9(09) COMP-3
                                                   VALUE +0.
           05  NOT-TABLED-CNT                  PIC S9(09) COMP-3
                                                   VALUE +0.
           05  TOTAL-LIMIT-AMT                 PIC S9(13)V99 COMP-3
                                                   VALUE +0.
           05  TOTAL-DRAWN-AMT                 PIC S9(13)V99 COMP-3
                                                   VALUE +0.
           05  TOTAL-UNDRAWN-AMT               PIC S9(13)V99 COMP-3
                                                   VALUE +0.

       01  CA419-WORK-FIELDS.
           05  RUN-DATE-GV                     PIC 9(08).
           05  EXPOSURE-LIMIT-GV               PIC 9(09)V99.
           05  DRAWN-PCT-GV                    PIC 9(03).
           05  TOP-COUNT-GV                    PIC 9(02).
           05  UNDRAWN-GV                      PIC S9(09)V99 COMP-3.
           05  HEADROOM-GV                     PIC S9(09)V99 COMP-3.
           05  UTIL-LIMIT-GV                   PIC S9(13)V99 COMP-3.
           05  UTIL-DRAWN-GV                   PIC S9(13)V99 COMP-3.
           05  UTIL-PCT-GV                     PIC S9(04)V9 COMP-3.
           05  SHARE-PCT-GV                    PIC S9(03)V99 COMP-3.
           05  CUM-PCT-GV                      PIC S9(03)V99 COMP-3.
           05  TOP-LIMIT-GV                    PIC S9(11)V99 COMP-3.

      *----------------------------------------------------------------*
      *    CUSTOMER TABLE - ONE ROW PER CUSTOMER-NBR-FL, HELD IN       *
      *    CUSTOMER ORDER.                                             *
      *----------------------------------------------------------------*
       01  CUS-TABLE-COUNT                     PIC S9(04) COMP
                                                   VALUE ZERO.
       01  CUS-X                               PIC S9(04) COMP.
       01  CUS-SHIFT-X                         PIC S9(04) COMP.
       01  CUS-TOP-X                           PIC S9(04) COMP.
       01  CUS-RANK-X                          PIC S9(04) COMP.
       01  CUS-TABLE.
           05  CUS-ENTRY OCCURS 5000 TIMES.
               10  CUS-NBR                     PIC X(09).
               10  CUS-FAC-CNT                 PIC S9(05) COMP-3.
               10  CUS-NOT-ACTIVE-CNT          PIC S9(05) COMP-3.
               10  CUS-OVER-PCT-CNT            PIC S9(05) COMP-3.
               10  CUS-LIMIT                   PIC S9(11)V99 COMP-3.
               10  CUS-DRAWN                   PIC S9(11)V99 COMP-3.
               10  CUS-UNDRAWN                 PIC S9(11)V99 COMP-3.
               10  CUS-RANKED-SW               PIC X(01).
       01  CUS-SAVE-ENTRY                      PIC X(40).

      *----------------------------------------------------------------*
      *    EXPOSURE REPORT LAYOUTS.                                    *
      *----------------------------------------------------------------*
       01  EXP-HEADING-1.
           05  FILLER                          PIC X(52)  VALUE
             'CA419M00 - FL CUSTOMER EXPOSURE AND UTILISATION     '.
           05  EXP-HDG-DATE                    PIC 9(08).
           05  FILLER                          PIC X(72)  VALUE SPACES.

       01  EXP-SECTION-LINE.
           05  EXP-SECTION-TEXT                PIC X(60).
           05  FILLER                          PIC X(72)  VALUE SPACES.

       01  EXP-FAC-HEADING.
           05  FILLER                          PIC X(11)  VALUE
                 'FACILITY   '.
           05  FILLER                          PIC X(11)  VALUE
                 'CUSTOMER   '.
           05  FILLER                          PIC X(14)  VALUE
                 'STATUS        '.
           05  FILLER                          PIC X(18)  VALUE
                 'LIMIT             '.
           05  FILLER                          PIC X(18)  VALUE
                 'DRAWN             '.
           05  FILLER                          PIC X(18)  VALUE
                 'UNDRAWN           '.
           05  FILLER                          PIC X(09)  VALUE
                 'UTIL %   '.
           05  FILLER                          PIC X(33)  VALUE
                 'NOTE'.

       01  EXP-FAC-LINE.
           05  EXP-FAC-FACILITY                PIC X(09).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  EXP-FAC-CUSTOMER                PIC X(09).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  EXP-FAC-STATUS                  PIC X(12).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  EXP-FAC-LIMIT                   PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  EXP-FAC-DRAWN                   PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  EXP-FAC-UNDRAWN                 PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  EXP-FAC-UTIL                    PIC ZZZZ9.9.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  EXP-FAC-NOTE                    PIC X(30).
           05  FILLER                          PIC X(03)  VALUE SPACES.

       01  EXP-CUS-HEADING.
           05  FILLER                          PIC X(11)  VALUE
                 'CUSTOMER   '.
           05  FILLER                          PIC X(07)  VALUE
                 'FACS   '.
           05  FILLER                          PIC X(07)  VALUE
                 'INACT  '.
           05  FILLER                          PIC X(19)  VALUE
                 'TOTAL LIMIT        '.
           05  FILLER                          PIC X(19)  VALUE
                 'TOTAL DRAWN        '.
           05  FILLER                          PIC X(19)  VALUE
                 'TOTAL UNDRAWN      '.
           05  FILLER                          PIC X(09)  VALUE
                 'UTIL %   '.
           05  FILLER                          PIC X(41)  VALUE
                 'NOTE'.

       01  EXP-CUS-LINE.
           05  EXP-CUS-CUSTOMER                PIC X(09).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  EXP-CUS-FACS                    PIC ZZZZ9.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  EXP-CUS-INACT                   PIC ZZZZ9.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  EXP-CUS-LIMIT                   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  EXP-CUS-DRAWN                   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  EXP-CUS-UNDRAWN                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  EXP-CUS-UTIL                    PIC ZZZZ9.9.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  EXP-CUS-NOTE                    PIC X(30).
           05  FILLER                          PIC X(11)  VALUE SPACES.

       01  EXP-TOP-HEADING.
           05  FILLER                          PIC X(05)  VALUE
                 'RANK '.
           05  FILLER                          PIC X(11)  VALUE
                 'CUSTOMER   '.
           05  FILLER                          PIC X(19)  VALUE
                 'TOTAL LIMIT        '.
           05  FILLER                          PIC X(08)  VALUE
                 'SHARE % '.
           05  FILLER                          PIC X(08)  VALUE
                 'CUM %   '.
           05  FILLER                          PIC X(19)  VALUE
                 'TOTAL DRAWN        '.
           05  FILLER                          PIC X(09)  VALUE
                 'UTIL %   '.
           05  FILLER                          PIC X(53)  VALUE
                 'NOTE'.

       01  EXP-TOP-LINE.
           05  EXP-TOP-RANK                    PIC ZZ9.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  EXP-TOP-CUSTOMER                PIC X(09).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  EXP-TOP-LIMIT                   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  EXP-TOP-SHARE                   PIC ZZ9.99.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  EXP-TOP-CUM                     PIC ZZ9.99.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  EXP-TOP-DRAWN                   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  EXP-TOP-UTIL                    PIC ZZZZ9.9.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  EXP-TOP-NOTE                    PIC X(30).
           05  FILLER                          PIC X(23)  VALUE SPACES.

       01  EXP-NONE-LINE.
           05  FILLER                          PIC X(04)  VALUE SPACES.
           05  EXP-NONE-TEXT                   PIC X(60).
           05  FILLER                          PIC X(68)  VALUE SPACES.

       01  EXP-TOTAL-LINE.
           05  EXP-TOT-DESC                    PIC X(27).
           05  EXP-TOT-AMOUNT                  PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(87)  VALUE SPACES.

       01  EXP-PCT-LINE.
           05  EXP-PCT-DESC                    PIC X(27).
           05  EXP-PCT-VALUE                   PIC ZZZZ9.9.
           05  FILLER                          PIC X(98)  VALUE SPACES.

       01  EXP-COUNT-LINE.
           05  EXP-COUNT-DESC                  PIC X(27).
           05  EXP-COUNT-VALUE                 PIC ZZZ,ZZZ,ZZ9.
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
           PERFORM 2000-PROCESS-FACILITY THRU 2000-EXIT
                   UNTIL FL01940A-EOF
           PERFORM 2300-SKIP-EXTRACT
                   UNTIL CONSIN-EOF
           PERFORM 4000-WRITE-CUSTOMER-SECTION
           PERFORM 5000-WRITE-TOP-SECTION
           PERFORM 6000-WRITE-CONTROL-TOTALS
           PERFORM 9000-TERMINATE
           GOBACK
           .

      ******************************************************************
      *                                                                *
      *    1000-INITIALIZE                                             *
      *                                                                *
      *    PICK UP THE EXPOSURE LIMIT, THE DRAWN THRESHOLD AND THE     *
      *    SIZE OF THE TOP LIST, DEFAULTING ANY THAT ARE MISSING.      *
      *                                                                *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  PARMCARD-FILE
                       FL01940A-FILE
                       CONSIN-FILE
           OPEN OUTPUT EXPRPT-FILE
           ACCEPT RUN-DATE-GV FROM DATE YYYYMMDD
           MOVE DEFAULT-EXPOSURE-LIMIT TO EXPOSURE-LIMIT-GV
           MOVE DEFAULT-DRAWN-PCT      TO DRAWN-PCT-GV
           MOVE DEFAULT-TOP-COUNT      TO TOP-COUNT-GV
           READ PARMCARD-FILE
              AT END SET PARM-EOF TO TRUE
           END-READ
           IF NOT PARM-EOF
              IF PARM-EXPOSURE-LIMIT NUMERIC
                 AND PARM-EXPOSURE-LIMIT > ZERO
                 MOVE PARM-EXPOSURE-LIMIT TO EXPOSURE-LIMIT-GV
              END-IF
              IF PARM-DRAWN-PCT NUMERIC
                 AND PARM-DRAWN-PCT > ZERO
                 MOVE PARM-DRAWN-PCT      TO DRAWN-PCT-GV
              END-IF
              IF PARM-TOP-COUNT NUMERIC
                 AND PARM-TOP-COUNT > ZERO
                 MOVE PARM-TOP-COUNT      TO TOP-COUNT-GV
              END-IF
           END-IF
           MOVE RUN-DATE-GV         TO EXP-HDG-DATE
           WRITE EXPRPT-LINE FROM EXP-HEADING-1
           MOVE SPACES              TO EXPRPT-LINE
           WRITE EXPRPT-LINE
           MOVE 'AGGREGATE EXPOSURE LIMIT : '
                                    TO EXP-TOT-DESC
           MOVE EXPOSURE-LIMIT-GV   TO EXP-TOT-AMOUNT
           WRITE EXPRPT-LINE FROM EXP-TOTAL-LINE
           MOVE 'DRAWN PERCENT THRESHOLD  : '
                                    TO EXP-COUNT-DESC
           MOVE DRAWN-PCT-GV        TO EXP-COUNT-VALUE
           WRITE EXPRPT-LINE FROM EXP-COUNT-LINE
           MOVE 'TOP CUSTOMERS LISTED     : '
                                    TO EXP-COUNT-DESC
           MOVE TOP-COUNT-GV        TO EXP-COUNT-VALUE
           WRITE EXPRPT-LINE FROM EXP-COUNT-LINE
           MOVE SPACES              TO EXPRPT-LINE
           WRITE EXPRPT-LINE
           MOVE 'FACILITY UTILISATION'
                                    TO EXP-SECTION-TEXT
           WRITE EXPRPT-LINE FROM EXP-SECTION-LINE
           WRITE EXPRPT-LINE FROM EXP-FAC-HEADING
           PERFORM 8100-READ-FACILITY
           PERFORM 8200-READ-EXTRACT
           .

      ******************************************************************
      *                                                                *
      *    2000-PROCESS-FACILITY                                       *
      *                                                                *
      *    MATCH THE FACILITY TO ITS EXTRACT RECORD, WORK OUT ITS      *
      *    UTILISATION, REPORT IT AND POST IT TO ITS CUSTOMER.         *
      *                                                                *
      ******************************************************************
       2000-PROCESS-FACILITY.
           MOVE SPACES              TO EXP-FAC-NOTE
           MOVE 'N'                 TO FAC-OVER-PCT-SW
           PERFORM 2300-SKIP-EXTRACT
                   UNTIL CONSIN-EOF
                   OR (DETAIL-RECORD-IN
                       AND IN-FACILITY-KEY NOT < FACILITY-KEY-FL)
           COMPUTE HEADROOM-GV = FACILITY-LIMIT-FL - DRAWN-AMT-FL
           IF NOT CONSIN-EOF
              AND IN-FACILITY-KEY = FACILITY-KEY-FL
              ADD 1 TO EXTRACT-MATCHED-CNT
              MOVE IN-UNDRAWN-AMT   TO UNDRAWN-GV
              IF IN-UNDRAWN-AMT NOT = HEADROOM-GV
                 ADD 1 TO EXTRACT-DIFFERS-CNT
                 MOVE 'EXTRACT UNDRAWN DIFFERS'
                                    TO EXP-FAC-NOTE
              END-IF
              PERFORM 8200-READ-EXTRACT
           ELSE
              MOVE ZERO             TO UNDRAWN-GV
              IF ACTIVE-FACILITY-FL
                 AND HEADROOM-GV > ZERO
                 ADD 1 TO NOT-ON-EXTRACT-CNT
                 MOVE 'ACTIVE - NOT ON EXTRACT'
                                    TO EXP-FAC-NOTE
              END-IF
           END-IF
           MOVE FACILITY-LIMIT-FL   TO UTIL-LIMIT-GV
           MOVE DRAWN-AMT-FL        TO UTIL-DRAWN-GV
           PERFORM 8300-COMPUTE-UTILISATION
           IF UTIL-PCT-GV > DRAWN-PCT-GV
              SET FAC-OVER-PCT TO TRUE
              ADD 1 TO OVER-PCT-CNT
              MOVE '*** DRAWN OVER THRESHOLD'
                                    TO EXP-FAC-NOTE
           END-IF
           EVALUATE TRUE
              WHEN ACTIVE-FACILITY-FL
                 MOVE 'ACTIVE'      TO EXP-FAC-STATUS
              WHEN SUSPENDED-FACILITY-FL
                 ADD 1 TO NOT-ACTIVE-CNT
                 MOVE '*SUSPENDED*' TO EXP-FAC-STATUS
              WHEN OTHER
                 ADD 1 TO NOT-ACTIVE-CNT
                 MOVE SPACES        TO EXP-FAC-STATUS
                 STRING '*STATUS '         DELIMITED BY SIZE
                        FACILITY-STATUS-FL DELIMITED BY SIZE
                        '*'                DELIMITED BY SIZE
                        INTO EXP-FAC-STATUS
           END-EVALUATE
           ADD FACILITY-LIMIT-FL    TO TOTAL-LIMIT-AMT
           ADD DRAWN-AMT-FL         TO TOTAL-DRAWN-AMT
           ADD UNDRAWN-GV           TO TOTAL-UNDRAWN-AMT
           MOVE FACILITY-KEY-FL     TO EXP-FAC-FACILITY
           MOVE CUSTOMER-NBR-FL     TO EXP-FAC-CUSTOMER
           MOVE FACILITY-LIMIT-FL   TO EXP-FAC-LIMIT
           MOVE DRAWN-AMT-FL        TO EXP-FAC-DRAWN
           MOVE UNDRAWN-GV          TO EXP-FAC-UNDRAWN
           MOVE UTIL-PCT-GV         TO EXP-FAC-UTIL
           WRITE EXPRPT-LINE FROM EXP-FAC-LINE
           PERFORM 2100-POST-CUSTOMER
           .
       2000-NEXT.
           PERFORM 8100-READ-FACILITY
           .
       2000-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *    2100-POST-CUSTOMER                                          *
      *                                                                *
      *    LOOK UP THE FACILITY'S CUSTOMER, INSERTING A NEW ROW IN     *
      *    CUSTOMER ORDER ON FIRST SIGHT, AND ADD THE FACILITY IN.     *
      *                                                                *
      ******************************************************************
       2100-POST-CUSTOMER.
           MOVE 'N' TO CUS-FOUND-SW
           MOVE 1   TO CUS-X
           PERFORM 2150-MATCH-CUSTOMER
                   UNTIL CUS-X > CUS-TABLE-COUNT
                   OR CUS-FOUND
                   OR CUS-NBR(CUS-X) > CUSTOMER-NBR-FL
           IF NOT CUS-FOUND
              IF CUS-TABLE-COUNT < 5000
                 MOVE CUS-TABLE-COUNT TO CUS-SHIFT-X
                 PERFORM 2175-SHIFT-CUSTOMER
                         UNTIL CUS-SHIFT-X < CUS-X
                 ADD 1 TO CUS-TABLE-COUNT
                 MOVE CUSTOMER-NBR-FL TO CUS-NBR(CUS-X)
                 MOVE ZERO            TO CUS-FAC-CNT(CUS-X)
                                         CUS-NOT-ACTIVE-CNT(CUS-X)
                                         CUS-OVER-PCT-CNT(CUS-X)
                                         CUS-LIMIT(CUS-X)
                                         CUS-DRAWN(CUS-X)
                                         CUS-UNDRAWN(CUS-X)
                 MOVE 'N'             TO CUS-RANKED-SW(CUS-X)
                 SET CUS-FOUND TO TRUE
              ELSE
                 ADD 1 TO NOT-TABLED-CNT
                 IF NOT CUS-FULL-REPORTED
                    DISPLAY 'CA419M00 - CUSTOMER TABLE FULL, '
                            CUSTOMER-NBR-FL ' AND LATER NEW '
                            'CUSTOMERS NOT TOTALLED'
                    SET CUS-FULL-REPORTED TO TRUE
                 END-IF
              END-IF
           END-IF
           IF CUS-FOUND
              ADD 1                 TO CUS-FAC-CNT(CUS-X)
              IF NOT ACTIVE-FACILITY-FL
                 ADD 1              TO CUS-NOT-ACTIVE-CNT(CUS-X)
              END-IF
              IF FAC-OVER-PCT
                 ADD 1              TO CUS-OVER-PCT-CNT(CUS-X)
              END-IF
              ADD FACILITY-LIMIT-FL TO CUS-LIMIT(CUS-X)
              ADD DRAWN-AMT-FL      TO CUS-DRAWN(CUS-X)
              ADD UNDRAWN-GV        TO CUS-UNDRAWN(CUS-X)
           END-IF
           .

       2150-MATCH-CUSTOMER.
           IF CUS-NBR(CUS-X) = CUSTOMER-NBR-FL
              SET CUS-FOUND TO TRUE
           ELSE
              ADD 1 TO CUS-X
           END-IF
           .

       2175-SHIFT-CUSTOMER.
           MOVE CUS-ENTRY(CUS-SHIFT-X) TO CUS-SAVE-ENTRY
           MOVE CUS-SAVE-ENTRY         TO CUS-ENTRY(CUS-SHIFT-X + 1)
           SUBTRACT 1 FROM CUS-SHIFT-X
           .

      ******************************************************************
      *                                                                *
      *    2300-SKIP-EXTRACT                                           *
      *                                                                *
      *    STEP PAST AN EXTRACT RECORD WITH NO FACILITY ON FL01940A    *
      *    (OR A CONTROL RECORD, WHICH IS NOT COUNTED).                *
      *                                                                *
      ******************************************************************
       2300-SKIP-EXTRACT.
           IF DETAIL-RECORD-IN
              ADD 1 TO EXTRACT-ORPHAN-CNT
           END-IF
           PERFORM 8200-READ-EXTRACT
           .

      ******************************************************************
      *                                                                *
      *    4000-WRITE-CUSTOMER-SECTION                                 *
      *                                                                *
      ******************************************************************
       4000-WRITE-CUSTOMER-SECTION.
           MOVE SPACES              TO EXPRPT-LINE
           WRITE EXPRPT-LINE
           MOVE 'CUSTOMER EXPOSURE'  TO EXP-SECTION-TEXT
           WRITE EXPRPT-LINE FROM EXP-SECTION-LINE
           WRITE EXPRPT-LINE FROM EXP-CUS-HEADING
           MOVE 1 TO CUS-X
           PERFORM 4100-WRITE-CUSTOMER
                   UNTIL CUS-X > CUS-TABLE-COUNT
           IF CUS-TABLE-COUNT = ZERO
              MOVE 'NO FACILITIES ON FL01940A'
                                    TO EXP-NONE-TEXT
              WRITE EXPRPT-LINE FROM EXP-NONE-LINE
           END-IF
           .

       4100-WRITE-CUSTOMER.
           MOVE CUS-LIMIT(CUS-X)    TO UTIL-LIMIT-GV
           MOVE CUS-DRAWN(CUS-X)    TO UTIL-DRAWN-GV
           PERFORM 8300-COMPUTE-UTILISATION
           PERFORM 4200-SET-CUSTOMER-NOTE
           IF CUS-LIMIT(CUS-X) > EXPOSURE-LIMIT-GV
              ADD 1 TO OVER-EXPOSURE-CNT
           END-IF
           MOVE CUS-NBR(CUS-X)      TO EXP-CUS-CUSTOMER
           MOVE CUS-FAC-CNT(CUS-X)  TO EXP-CUS-FACS
           MOVE CUS-NOT-ACTIVE-CNT(CUS-X)
                                    TO EXP-CUS-INACT
           MOVE CUS-LIMIT(CUS-X)    TO EXP-CUS-LIMIT
           MOVE CUS-DRAWN(CUS-X)    TO EXP-CUS-DRAWN
           MOVE CUS-UNDRAWN(CUS-X)  TO EXP-CUS-UNDRAWN
           MOVE UTIL-PCT-GV         TO EXP-CUS-UTIL
           MOVE EXP-TOP-NOTE        TO EXP-CUS-NOTE
           WRITE EXPRPT-LINE FROM EXP-CUS-LINE
           ADD 1 TO CUS-X
           .

      ******************************************************************
      *                                                                *
      *    4200-SET-CUSTOMER-NOTE                                      *
      *                                                                *
      *    THE MOST SERIOUS POINT ABOUT THE CUSTOMER AT CUS-X, SHARED  *
      *    BY THE EXPOSURE AND TOP CUSTOMER SECTIONS.                  *
      *                                                                *
      ******************************************************************
       4200-SET-CUSTOMER-NOTE.
           EVALUATE TRUE
              WHEN CUS-LIMIT(CUS-X) > EXPOSURE-LIMIT-GV
                 MOVE '*** OVER EXPOSURE LIMIT'
                                    TO EXP-TOP-NOTE
              WHEN CUS-OVER-PCT-CNT(CUS-X) > ZERO
                 MOVE 'FACILITY DRAWN OVER THRESHOLD'
                                    TO EXP-TOP-NOTE
              WHEN CUS-NOT-ACTIVE-CNT(CUS-X) > ZERO
                 MOVE 'HAS FACILITY NOT ACTIVE'
                                    TO EXP-TOP-NOTE
              WHEN OTHER
                 MOVE SPACES        TO EXP-TOP-NOTE
           END-EVALUATE
           .

      ******************************************************************
      *                                                                *
      *    5000-WRITE-TOP-SECTION                                      *
      *                                                                *
      *    THE LARGEST CUSTOMERS BY TOTAL LIMIT - EACH PASS PICKS      *
      *    THE HIGHEST LIMIT NOT YET RANKED (A TIE GOES TO THE LOWER   *
      *    CUSTOMER NUMBER).                                           *
      *                                                                *
      ******************************************************************
       5000-WRITE-TOP-SECTION.
           MOVE SPACES              TO EXPRPT-LINE
           WRITE EXPRPT-LINE
           MOVE 'TOP CUSTOMERS BY TOTAL LIMIT'
                                    TO EXP-SECTION-TEXT
           WRITE EXPRPT-LINE FROM EXP-SECTION-LINE
           WRITE EXPRPT-LINE FROM EXP-TOP-HEADING
           MOVE ZERO TO CUM-PCT-GV
           MOVE 1    TO CUS-RANK-X
           PERFORM 5100-RANK-NEXT-CUSTOMER
                   UNTIL CUS-RANK-X > TOP-COUNT-GV
                   OR CUS-RANK-X > CUS-TABLE-COUNT
           IF CUS-TABLE-COUNT = ZERO
              MOVE 'NO FACILITIES ON FL01940A'
                                    TO EXP-NONE-TEXT
              WRITE EXPRPT-LINE FROM EXP-NONE-LINE
           END-IF
           .

       5100-RANK-NEXT-CUSTOMER.
           MOVE ZERO TO CUS-TOP-X
                        TOP-LIMIT-GV
           MOVE 1    TO CUS-X
           PERFORM 5150-CHECK-CUSTOMER-RANK
                   UNTIL CUS-X > CUS-TABLE-COUNT
           MOVE CUS-TOP-X           TO CUS-X
           MOVE 'Y'                 TO CUS-RANKED-SW(CUS-X)
           IF TOTAL-LIMIT-AMT > ZERO
              COMPUTE SHARE-PCT-GV ROUNDED =
                      CUS-LIMIT(CUS-X) * 100 / TOTAL-LIMIT-AMT
           ELSE
              MOVE ZERO             TO SHARE-PCT-GV
           END-IF
           ADD SHARE-PCT-GV         TO CUM-PCT-GV
           MOVE CUS-LIMIT(CUS-X)    TO UTIL-LIMIT-GV
           MOVE CUS-DRAWN(CUS-X)    TO UTIL-DRAWN-GV
           PERFORM 8300-COMPUTE-UTILISATION
           PERFORM 4200-SET-CUSTOMER-NOTE
           MOVE CUS-RANK-X          TO EXP-TOP-RANK
           MOVE CUS-NBR(CUS-X)      TO EXP-TOP-CUSTOMER
           MOVE CUS-LIMIT(CUS-X)    TO EXP-TOP-LIMIT
           MOVE SHARE-PCT-GV        TO EXP-TOP-SHARE
           MOVE CUM-PCT-GV          TO EXP-TOP-CUM
           MOVE CUS-DRAWN(CUS-X)    TO EXP-TOP-DRAWN
           MOVE UTIL-PCT-GV         TO EXP-TOP-UTIL
           WRITE EXPRPT-LINE FROM EXP-TOP-LINE
           ADD 1 TO CUS-RANK-X
           .

       5150-CHECK-CUSTOMER-RANK.
           IF CUS-RANKED-SW(CUS-X) = 'N'
              AND (CUS-TOP-X = ZERO
                   OR CUS-LIMIT(CUS-X) > TOP-LIMIT-GV)
              MOVE CUS-X            TO CUS-TOP-X
              MOVE CUS-LIMIT(CUS-X) TO TOP-LIMIT-GV
           END-IF
           ADD 1 TO CUS-X
           .

      ******************************************************************
      *                                                                *
      *    6000-WRITE-CONTROL-TOTALS                                   *
      *                                                                *
      ******************************************************************
       6000-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO EXPRPT-LINE
           WRITE EXPRPT-LINE
           MOVE 'CONTROL TOTALS'    TO EXP-SECTION-TEXT
           WRITE EXPRPT-LINE FROM EXP-SECTION-LINE
           MOVE 'FACILITIES READ          : '
                                    TO EXP-COUNT-DESC
           MOVE FACILITY-READ-CNT   TO EXP-COUNT-VALUE
           WRITE EXPRPT-LINE FROM EXP-COUNT-LINE
           MOVE 'FACILITIES NOT ACTIVE    : '
                                    TO EXP-COUNT-DESC
           MOVE NOT-ACTIVE-CNT      TO EXP-COUNT-VALUE
           WRITE EXPRPT-LINE FROM EXP-COUNT-LINE
           MOVE 'DRAWN OVER THRESHOLD     : '
                                    TO EXP-COUNT-DESC
           MOVE OVER-PCT-CNT        TO EXP-COUNT-VALUE
           WRITE EXPRPT-LINE FROM EXP-COUNT-LINE
           MOVE 'CUSTOMERS                : '
                                    TO EXP-COUNT-DESC
           MOVE CUS-TABLE-COUNT     TO EXP-COUNT-VALUE
           WRITE EXPRPT-LINE FROM EXP-COUNT-LINE
           MOVE 'OVER EXPOSURE LIMIT      : '
                                    TO EXP-COUNT-DESC
           MOVE OVER-EXPOSURE-CNT   TO EXP-COUNT-VALUE
           WRITE EXPRPT-LINE FROM EXP-COUNT-LINE
           MOVE 'FACILITIES NOT TOTALLED  : '
                                    TO EXP-COUNT-DESC
           MOVE NOT-TABLED-CNT      TO EXP-COUNT-VALUE
           WRITE EXPRPT-LINE FROM EXP-COUNT-LINE
           MOVE 'EXTRACT RECORDS READ     : '
                                    TO EXP-COUNT-DESC
           MOVE EXTRACT-READ-CNT    TO EXP-COUNT-VALUE
           WRITE EXPRPT-LINE FROM EXP-COUNT-LINE
           MOVE 'EXTRACT RECORDS MATCHED  : '
                                    TO EXP-COUNT-DESC
           MOVE EXTRACT-MATCHED-CNT TO EXP-COUNT-VALUE
           WRITE EXPRPT-LINE FROM EXP-COUNT-LINE
           MOVE 'EXTRACT UNDRAWN DIFFERS  : '
                                    TO EXP-COUNT-DESC
           MOVE EXTRACT-DIFFERS-CNT TO EXP-COUNT-VALUE
           WRITE EXPRPT-LINE FROM EXP-COUNT-LINE
           MOVE 'ACTIVE NOT ON EXTRACT    : '
                                    TO EXP-COUNT-DESC
           MOVE NOT-ON-EXTRACT-CNT  TO EXP-COUNT-VALUE
           WRITE EXPRPT-LINE FROM EXP-COUNT-LINE
           MOVE 'EXTRACT NOT ON FL01940A  : '
                                    TO EXP-COUNT-DESC
           MOVE EXTRACT-ORPHAN-CNT  TO EXP-COUNT-VALUE
           WRITE EXPRPT-LINE FROM EXP-COUNT-LINE
           MOVE 'TOTAL LIMIT              : '
                                    TO EXP-TOT-DESC
           MOVE TOTAL-LIMIT-AMT     TO EXP-TOT-AMOUNT
           WRITE EXPRPT-LINE FROM EXP-TOTAL-LINE
           MOVE 'TOTAL DRAWN              : '
                                    TO EXP-TOT-DESC
           MOVE TOTAL-DRAWN-AMT     TO EXP-TOT-AMOUNT
           WRITE EXPRPT-LINE FROM EXP-TOTAL-LINE
           MOVE 'TOTAL UNDRAWN            : '
                                    TO EXP-TOT-DESC
           MOVE TOTAL-UNDRAWN-AMT   TO EXP-TOT-AMOUNT
           WRITE EXPRPT-LINE FROM EXP-TOTAL-LINE
           MOVE TOTAL-LIMIT-AMT     TO UTIL-LIMIT-GV
           MOVE TOTAL-DRAWN-AMT     TO UTIL-DRAWN-GV
           PERFORM 8300-COMPUTE-UTILISATION
           MOVE 'BOOK UTILISATION %       : '
                                    TO EXP-PCT-DESC
           MOVE UTIL-PCT-GV         TO EXP-PCT-VALUE
           WRITE EXPRPT-LINE FROM EXP-PCT-LINE
           IF NOT-ON-EXTRACT-CNT > ZERO
              OR EXTRACT-DIFFERS-CNT > ZERO
              OR EXTRACT-ORPHAN-CNT > ZERO
              DISPLAY 'CA419M00 - CA416M10 EXTRACT OUT OF STEP WITH '
                      'FL01940A - SEE EXPRPT CONTROL TOTALS'
              MOVE 4 TO RETURN-CODE
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    8100-READ-FACILITY                                          *
      *                                                                *
      ******************************************************************
       8100-READ-FACILITY.
           READ FL01940A-FILE
              AT END SET FL01940A-EOF TO TRUE
           END-READ
           IF NOT FL01940A-EOF
              ADD 1 TO FACILITY-READ-CNT
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    8200-READ-EXTRACT                                           *
      *                                                                *
      ******************************************************************
       8200-READ-EXTRACT.
           READ CONSIN-FILE
              AT END SET CONSIN-EOF TO TRUE
           END-READ
           IF NOT CONSIN-EOF
              AND DETAIL-RECORD-IN
              ADD 1 TO EXTRACT-READ-CNT
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    8300-COMPUTE-UTILISATION                                    *
      *                                                                *
      *    DRAWN AS A PERCENTAGE OF LIMIT.  A DRAWING WITH NO LIMIT    *
      *    BEHIND IT, OR ONE TOO LARGE TO SHOW, IS HELD AT 9999.9 SO   *
      *    IT IS ALWAYS OVER THE THRESHOLD.                            *
      *                                                                *
      ******************************************************************
       8300-COMPUTE-UTILISATION.
           IF UTIL-LIMIT-GV > ZERO
              COMPUTE UTIL-PCT-GV ROUNDED =
                      UTIL-DRAWN-GV * 100 / UTIL-LIMIT-GV
                 ON SIZE ERROR
                    MOVE 9999.9     TO UTIL-PCT-GV
              END-COMPUTE
           ELSE
              IF UTIL-DRAWN-GV > ZERO
                 MOVE 9999.9        TO UTIL-PCT-GV
              ELSE
                 MOVE ZERO          TO UTIL-PCT-GV
              END-IF
           END-IF
           IF UTIL-PCT-GV < ZERO
              MOVE ZERO             TO UTIL-PCT-GV
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    9000-TERMINATE                                              *
      *                                                                *
      ******************************************************************
       9000-TERMINATE.
           CLOSE PARMCARD-FILE
                 FL01940A-FILE
                 CONSIN-FILE
                 EXPRPT-FILE
           .
