       IDENTIFICATION DIVISION.
      *================================================================*
       PROGRAM-ID.    AF0467M0.
       AUTHOR.        CAMS ACCOUNT OPENING TEAM.
       INSTALLATION.  HOST SYSTEMS - ACCOUNT FUNCTIONS.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
      *================================================================*
      *                                                                *
      *    AF0467M0 - DEAD LETTER REJECTION PARETO                     *
      *                                                                *
      *    WEEKLY ANALYSIS OVER THE DEADLTR GENERATIONS (CONCATENATED  *
      *    IN THE JCL - THE NEW LETTERS FROM AF0001M0 AND THE HELD     *
      *    LETTERS CARRIED FORWARD BY AF0420M0) FOR THE OBP TEAM, SO   *
      *    A REJECT CAN BE FIXED AT THE CHANNEL THAT CAUSES IT RATHER  *
      *    THAN REPAIRED AGAIN EVERY WEEK:                             *
      *                                                                *
      *        - ERROR CODES RANKED BY THE NUMBER OF LETTERS LOGGED    *
      *          IN THE WEEK, WITH THE CUMULATIVE SHARE, AND EACH      *
      *          CODE CROSS-TABBED BY DEVICE TYPE (EL19804), THE       *
      *          SE1511P LAYOUT VERSION THE MESSAGE ARRIVED IN AND     *
      *          THE LANGUAGE (EL09500 - NOT CARRIED BY A V1           *
      *          MESSAGE, SHOWN '-')                                   *
      *        - THE MOVEMENT AGAINST THE PRIOR WEEK ON THE DLPHIST    *
      *          HISTORY, AND THE CODES APPEARING FOR THE FIRST TIME   *
      *        - PER CODE, THE SHARE OF THE LETTERS ON THE             *
      *          GENERATIONS THAT WERE REPAIRED ('R' FLAG) AGAINST     *
      *          THOSE ABANDONED - HELD BEYOND THE AF0420M0            *
      *          ESCALATION LIMIT WITHOUT A REPAIR                     *
      *                                                                *
      *    A LETTER APPEARS ON EVERY GENERATION IT IS HELD ON, SO      *
      *    LETTERS ARE COUNTED ONCE, BY MESSAGE ID AND LOG DATE.       *
      *                                                                *
      *    THE WEEK'S COUNTS BY ERROR CODE ARE APPENDED TO DLPHIST     *
      *    (DISP=MOD).  A WEEK ALREADY ON THE HISTORY (A RERUN) IS     *
      *    NOT APPENDED AGAIN.                                         *
      *                                                                *
      *    PARAMETER CARD (DLPPARM, OPTIONAL):                         *
      *        COLS  1-8   WEEK ENDING DATE CCYYMMDD - THE WEEK IS     *
      *                    THE SEVEN DAYS TO AND INCLUDING IT.         *
      *                    DEFAULT - THE RUN DATE.                     *
      *                                                                *
      *    ESCALATION CARD (CYCPARM, OPTIONAL - THE AF0420M0 CARD):    *
      *        COLS  1-3   ESCALATION CYCLE LIMIT (DEFAULT 005)        *
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

           SELECT OPTIONAL DLPPARM-FILE
                  ASSIGN TO DLPPARM
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CYCPARM-FILE
                  ASSIGN TO CYCPARM
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DEADLTR-FILE    ASSIGN TO DEADLTR
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL DLPHIST-FILE
                  ASSIGN TO DLPHIST
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DLPRPT-FILE     ASSIGN TO DLPRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
      *================================================================*
       FILE SECTION.

       FD  DLPPARM-FILE
           RECORDING MODE IS F.
       01  DLPPARM-RECORD.
           05  PARM-WEEK-END                   PIC X(08).
           05  PARM-WEEK-END-N REDEFINES PARM-WEEK-END
                                               PIC 9(08).
           05  FILLER                          PIC X(72).

       FD  CYCPARM-FILE
           RECORDING MODE IS F.
       01  CYCPARM-RECORD.
           05  PARM-CYCLE-LIMIT                PIC 9(03).
           05  FILLER                          PIC X(77).

       FD  DEADLTR-FILE
           RECORDING MODE IS F.
      *    MIRROR OF THE DEADLTR RECORD WRITTEN BY AF0001M0 - THE
      *    TWO LAYOUTS MUST STAY IN STEP.  THE IMAGE VIEW COVERS THE
      *    SE1511P HEADER FIELDS ONLY, WHICH SIT AT THE SAME OFFSETS
      *    IN BOTH LAYOUT VERSIONS UP TO EL08667 (EL09500 IS V2 ONLY).
       01  DEADLTR-RECORD.
           05  DLQ-ERROR-CODE                  PIC X(04).
           05  DLQ-REPAIR-FLAG                 PIC X(01).
               88  DLQ-REPAIRED                    VALUE 'R'.
           05  DLQ-LOG-DATE                    PIC 9(08).
           05  DLQ-MESSAGE-IMAGE               PIC X(600).
           05  DLQ-IMAGE-HEADER-R REDEFINES DLQ-MESSAGE-IMAGE.
               10  LL-SE1511P-DL               PIC S9(04) COMP.
               10  ZZ-SE1511P-DL               PIC S9(04) COMP.
               10  TRANCODE-SE1511P-DL         PIC X(08).
               10  EL33167-SE1511P-DL          PIC X(16).
               10  EL19804-SE1511P-DL          PIC X(02).
               10  EL08667-SE1511P-DL          PIC X(06).
               10  EL09500-SE1511P-DL          PIC X(01).
               10  FILLER                      PIC X(563).
           05  DLQ-CYCLE-COUNT                 PIC 9(03).
           05  DLQ-ARRIVED-VERSION             PIC 9(02).
           05  FILLER                          PIC X(22).

      *----------------------------------------------------------------*
      *    DLPHIST - LETTERS LOGGED PER ERROR CODE PER WEEK, APPENDED  *
      *    ACROSS RUNS (DISP=MOD).                                     *
      *----------------------------------------------------------------*
       FD  DLPHIST-FILE
           RECORDING MODE IS F.
       01  DLPHIST-RECORD.
           05  HIST-WEEK-END-DH                PIC 9(08).
           05  HIST-ERROR-CODE-DH              PIC X(04).
           05  HIST-LETTERS-DH                 PIC 9(07).
           05  FILLER                          PIC X(61).

       FD  DLPRPT-FILE
           RECORDING MODE IS F.
       01  DLPRPT-LINE                         PIC X(132).

       WORKING-STORAGE SECTION.
      *================================================================*

       77  DEFAULT-CYCLE-LIMIT                 PIC 9(03) VALUE 005.

       01  AF0467M0-CONTROL-COUNTS.
           05  DEADLTR-READ-CNT                PIC S9(07) COMP-3
                                                   VALUE +0.
           05  LETTERS-TRACKED-CNT             PIC S9(07) COMP-3
                                                   VALUE +0.
           05  LETTERS-IN-WEEK-CNT             PIC S9(07) COMP-3
                                                   VALUE +0.
           05  LETTERS-DROPPED-CNT             PIC S9(07) COMP-3
                                                   VALUE +0.
           05  HIST-READ-CNT                   PIC S9(07) COMP-3
                                                   VALUE +0.
           05  HIST-WRITTEN-CNT                PIC S9(07) COMP-3
                                                   VALUE +0.

       01  AF0467M0-SWITCHES.
           05  DLPPARM-EOF-SW                  PIC X(01) VALUE 'N'.
               88  DLPPARM-EOF                     VALUE 'Y'.
           05  CYCPARM-EOF-SW                  PIC X(01) VALUE 'N'.
               88  CYCPARM-EOF                     VALUE 'Y'.
           05  DEADLTR-EOF-SW                  PIC X(01) VALUE 'N'.
               88  DEADLTR-EOF                     VALUE 'Y'.
           05  DLPHIST-EOF-SW                  PIC X(01) VALUE 'N'.
               88  DLPHIST-EOF                     VALUE 'Y'.
           05  LTR-FOUND-SW                    PIC X(01) VALUE 'N'.
               88  LTR-FOUND                       VALUE 'Y'.
           05  CODE-FOUND-SW                   PIC X(01) VALUE 'N'.
               88  CODE-FOUND                      VALUE 'Y'.
           05  XT-FOUND-SW                     PIC X(01) VALUE 'N'.
               88  XT-FOUND                        VALUE 'Y'.
           05  WEEK-ON-HISTORY-SW              PIC X(01) VALUE 'N'.
               88  WEEK-ON-HISTORY                 VALUE 'Y'.
           05  PRIOR-HISTORY-SW                PIC X(01) VALUE 'N'.
               88  PRIOR-HISTORY-FOUND             VALUE 'Y'.
           05  IN-WEEK-SW                      PIC X(01) VALUE 'N'.
               88  LETTER-IN-WEEK                  VALUE 'Y'.
           05  NEW-CODE-PRINTED-SW             PIC X(01) VALUE 'N'.
               88  NEW-CODE-PRINTED                VALUE 'Y'.

       01  AF0467M0-WORK-FIELDS.
           05  RUN-DATE-GV                     PIC 9(08).
           05  WEEK-END-GV                     PIC 9(08).
           05  WEEK-END-SERIAL-GV              PIC S9(07) COMP-3.
           05  PRIOR-WEEK-END-GV               PIC 9(08) VALUE ZERO.
           05  CYCLE-LIMIT-GV                  PIC 9(03).
           05  LTR-X                           PIC S9(04) COMP.
           05  CODE-X                          PIC S9(04) COMP.
           05  CODE-TOP-X                      PIC S9(04) COMP.
           05  CODE-RANK-X                     PIC S9(04) COMP.
           05  CODE-TOP-CNT                    PIC S9(07) COMP-3.
           05  XT-X                            PIC S9(04) COMP.
           05  XT-SHIFT-X                      PIC S9(04) COMP.
           05  CODE-WORK-GV                    PIC X(04).
           05  XT-WORK-DIM                     PIC X(01).
           05  XT-WORK-KEY                     PIC X(02).
           05  VERSION-WORK-GV                 PIC 9(02).
           05  PCT-GV                          PIC S9(03)V99 COMP-3.
           05  CUM-LETTERS-GV                  PIC S9(07) COMP-3.
           05  MOVEMENT-GV                     PIC S9(07) COMP-3.
           05  ALL-TRACKED-GV                  PIC S9(07) COMP-3
                                                   VALUE +0.
           05  ALL-REPAIRED-GV                 PIC S9(07) COMP-3
                                                   VALUE +0.
           05  ALL-ABANDONED-GV                PIC S9(07) COMP-3
                                                   VALUE +0.
           05  DN-DATE-GV                      PIC 9(08).
           05  DN-DATE-R-GV REDEFINES DN-DATE-GV.
               10  DN-CCYY-GV                  PIC 9(04).
               10  DN-MM-GV                    PIC 9(02).
               10  DN-DD-GV                    PIC 9(02).
           05  DN-YEAR-GV                      PIC S9(05) COMP-3.
           05  DN-MONTH-GV                     PIC S9(03) COMP-3.
           05  DN-QUOT-GV                      PIC S9(07) COMP-3.
           05  DN-SERIAL-GV                    PIC S9(07) COMP-3.

      *----------------------------------------------------------------*
      *    ONE ENTRY PER DISTINCT LETTER (MESSAGE ID + LOG DATE).      *
      *    STATE O STILL OPEN, R REPAIRED, A ABANDONED.                *
      *----------------------------------------------------------------*
       01  LTR-TABLE-COUNT                     PIC S9(04) COMP
                                                   VALUE +0.
       01  LTR-TABLE.
           05  LTR-ENTRY OCCURS 5000 TIMES.
               10  LTR-MSG-ID                  PIC X(16).
               10  LTR-LOG-DATE                PIC 9(08).
               10  LTR-CODE-X                  PIC S9(04) COMP.
               10  LTR-STATE                   PIC X(01).
                   88  LTR-OPEN                    VALUE 'O'.
                   88  LTR-REPAIRED                VALUE 'R'.
                   88  LTR-ABANDONED               VALUE 'A'.

      *----------------------------------------------------------------*
      *    ONE ENTRY PER ERROR CODE SEEN ON THE GENERATIONS OR ON      *
      *    THE PRIOR WEEK'S HISTORY.                                   *
      *----------------------------------------------------------------*
       01  CODE-TABLE-COUNT                    PIC S9(04) COMP
                                                   VALUE +0.
       01  CODE-TABLE.
           05  CODE-ENTRY OCCURS 200 TIMES.
               10  CODE-ERROR                  PIC X(04).
               10  CODE-WEEK-CNT               PIC S9(07) COMP-3.
               10  CODE-PRIOR-CNT              PIC S9(07) COMP-3.
               10  CODE-TRACKED-CNT            PIC S9(07) COMP-3.
               10  CODE-REPAIRED-CNT           PIC S9(07) COMP-3.
               10  CODE-ABANDONED-CNT          PIC S9(07) COMP-3.
               10  CODE-SEEN-BEFORE-SW         PIC X(01).
               10  CODE-RANKED-SW              PIC X(01).

      *----------------------------------------------------------------*
      *    CROSS-TAB OF THE WEEK'S LETTERS, KEPT IN CODE / DIMENSION   *
      *    / KEY ORDER.  DIMENSION D DEVICE TYPE, L LANGUAGE,          *
      *    V LAYOUT VERSION.                                           *
      *----------------------------------------------------------------*
       01  XT-TABLE-COUNT                      PIC S9(04) COMP
                                                   VALUE +0.
       01  XT-SAVE-ENTRY                       PIC X(11).
       01  XT-TABLE.
           05  XT-ENTRY OCCURS 1500 TIMES.
               10  XT-CODE                     PIC X(04).
               10  XT-DIM                      PIC X(01).
               10  XT-KEY                      PIC X(02).
               10  XT-CNT                      PIC S9(07) COMP-3.

      *----------------------------------------------------------------*
      *    REPORT LAYOUTS.                                             *
      *----------------------------------------------------------------*
       01  DLP-HEADING-1.
           05  FILLER                          PIC X(44)  VALUE
                 'AF0467M0 - DEAD LETTER REJECTION PARETO     '.
           05  FILLER                          PIC X(13)  VALUE
                 'WEEK ENDING  '.
           05  DLP-HDG-WEEK-END                PIC 9(08).
           05  FILLER                          PIC X(16)  VALUE
                 '    PRIOR WEEK  '.
           05  DLP-HDG-PRIOR-WEEK              PIC X(08).
           05  FILLER                          PIC X(12)  VALUE
                 '    RUN DATE'.
           05  FILLER                          PIC X(01)  VALUE SPACE.
           05  DLP-HDG-RUN-DATE                PIC 9(08).
           05  FILLER                          PIC X(22)  VALUE SPACES.

       01  DLP-SECTION-LINE.
           05  DLP-SECTION-TEXT                PIC X(60).
           05  FILLER                          PIC X(72)  VALUE SPACES.

       01  DLP-RANK-HEADING.
           05  FILLER                          PIC X(06)  VALUE
                 'RANK  '.
           05  FILLER                          PIC X(06)  VALUE
                 'CODE  '.
           05  FILLER                          PIC X(11)  VALUE
                 '  LETTERS  '.
           05  FILLER                          PIC X(09)  VALUE
                 '  SHARE %'.
           05  FILLER                          PIC X(09)  VALUE
                 '    CUM %'.
           05  FILLER                          PIC X(12)  VALUE
                 '  PRIOR WEEK'.
           05  FILLER                          PIC X(11)  VALUE
                 '   MOVEMENT'.
           05  FILLER                          PIC X(68)  VALUE SPACES.

       01  DLP-RANK-LINE.
           05  DLP-RANK-NBR                    PIC ZZ9.
           05  FILLER                          PIC X(03)  VALUE SPACES.
           05  DLP-RANK-CODE                   PIC X(04).
           05  FILLER                          PIC X(03)  VALUE SPACES.
           05  DLP-RANK-LETTERS                PIC Z,ZZZ,ZZ9.
           05  FILLER                          PIC X(03)  VALUE SPACES.
           05  DLP-RANK-SHARE                  PIC ZZ9.99.
           05  FILLER                          PIC X(03)  VALUE SPACES.
           05  DLP-RANK-CUM                    PIC ZZ9.99.
           05  FILLER                          PIC X(03)  VALUE SPACES.
           05  DLP-RANK-PRIOR                  PIC Z,ZZZ,ZZ9.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  DLP-RANK-MOVEMENT               PIC +,+++,++9.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  DLP-RANK-FLAG                   PIC X(20).
           05  FILLER                          PIC X(47)  VALUE SPACES.

       01  DLP-XTAB-LINE.
           05  FILLER                          PIC X(12)  VALUE SPACES.
           05  DLP-XTAB-DIM                    PIC X(16).
           05  DLP-XTAB-KEY                    PIC X(06).
           05  DLP-XTAB-CNT                    PIC Z,ZZZ,ZZ9.
           05  FILLER                          PIC X(89)  VALUE SPACES.

       01  DLP-NEW-LINE.
           05  FILLER                          PIC X(04)  VALUE SPACES.
           05  DLP-NEW-CODE                    PIC X(04).
           05  FILLER                          PIC X(04)  VALUE SPACES.
           05  DLP-NEW-LETTERS                 PIC Z,ZZZ,ZZ9.
           05  FILLER                          PIC X(09)  VALUE
                 ' LETTERS '.
           05  FILLER                          PIC X(102) VALUE SPACES.

       01  DLP-OUTCOME-HEADING.
           05  FILLER                          PIC X(06)  VALUE
                 'CODE  '.
           05  FILLER                          PIC X(11)  VALUE
                 '  LETTERS  '.
           05  FILLER                          PIC X(11)  VALUE
                 '  REPAIRED '.
           05  FILLER                          PIC X(08)  VALUE
                 '     PCT'.
           05  FILLER                          PIC X(12)  VALUE
                 '   ABANDONED'.
           05  FILLER                          PIC X(08)  VALUE
                 '     PCT'.
           05  FILLER                          PIC X(12)  VALUE
                 '  STILL OPEN'.
           05  FILLER                          PIC X(64)  VALUE SPACES.

       01  DLP-OUTCOME-LINE.
           05  DLP-OUT-CODE                    PIC X(04).
           05  FILLER                          PIC X(03)  VALUE SPACES.
           05  DLP-OUT-TRACKED                 PIC Z,ZZZ,ZZ9.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  DLP-OUT-REPAIRED                PIC Z,ZZZ,ZZ9.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  DLP-OUT-REPAIRED-PCT            PIC ZZ9.99.
           05  FILLER                          PIC X(03)  VALUE SPACES.
           05  DLP-OUT-ABANDONED               PIC Z,ZZZ,ZZ9.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  DLP-OUT-ABANDONED-PCT           PIC ZZ9.99.
           05  FILLER                          PIC X(03)  VALUE SPACES.
           05  DLP-OUT-OPEN                    PIC Z,ZZZ,ZZ9.
           05  FILLER                          PIC X(65)  VALUE SPACES.

       01  DLP-NONE-LINE.
           05  FILLER                          PIC X(04)  VALUE SPACES.
           05  DLP-NONE-TEXT                   PIC X(70).
           05  FILLER                          PIC X(58)  VALUE SPACES.

       01  DLP-COUNT-LINE.
           05  DLP-CNT-LABEL                   PIC X(27).
           05  DLP-CNT-VALUE                   PIC Z,ZZZ,ZZ9.
           05  FILLER                          PIC X(96)  VALUE SPACES.

       01  NBCONS-PASSAREA.
           05  NBCONS-MESSAGE                  PIC X(80).
           05  NBCONS-SEVERITY                 PIC X(04) VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================*

      ******************************************************************
      *                                                                *
      *    0000-MAINLINE                                               *
      *                                                                *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-DEAD-LETTER
                   UNTIL DEADLTR-EOF
           PERFORM 3000-LOAD-HISTORY
           PERFORM 3500-TALLY-OUTCOMES
           PERFORM 4000-WRITE-PARETO
           PERFORM 4500-WRITE-NEW-CODES
           PERFORM 4700-WRITE-OUTCOMES
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
           MOVE RUN-DATE-GV         TO WEEK-END-GV
           OPEN INPUT DLPPARM-FILE
           READ DLPPARM-FILE
              AT END SET DLPPARM-EOF TO TRUE
           END-READ
           IF NOT DLPPARM-EOF
              IF PARM-WEEK-END NUMERIC
                 MOVE PARM-WEEK-END-N TO WEEK-END-GV
              ELSE
                 DISPLAY 'AF0467M0 - INVALID WEEK ENDING DATE ON '
                         'DLPPARM, RUN DATE USED'
              END-IF
           END-IF
           CLOSE DLPPARM-FILE
           MOVE DEFAULT-CYCLE-LIMIT TO CYCLE-LIMIT-GV
           OPEN INPUT CYCPARM-FILE
           READ CYCPARM-FILE
              AT END SET CYCPARM-EOF TO TRUE
           END-READ
           IF NOT CYCPARM-EOF
              AND PARM-CYCLE-LIMIT NUMERIC
              AND PARM-CYCLE-LIMIT > ZERO
              MOVE PARM-CYCLE-LIMIT TO CYCLE-LIMIT-GV
           END-IF
           CLOSE CYCPARM-FILE
           MOVE WEEK-END-GV         TO DN-DATE-GV
           PERFORM 8500-DATE-TO-DAY-NUMBER
           MOVE DN-SERIAL-GV        TO WEEK-END-SERIAL-GV
           OPEN INPUT  DEADLTR-FILE
           OPEN OUTPUT DLPRPT-FILE
           PERFORM 8100-READ-DEAD-LETTER
           .

      ******************************************************************
      *                                                                *
      *    2000-PROCESS-DEAD-LETTER                                    *
      *                                                                *
      *    A LETTER IS COUNTED AGAINST ITS CODE THE FIRST TIME IT IS   *
      *    SEEN.  ITS STATE IS TAKEN FROM EVERY APPEARANCE - A REPAIR  *
      *    FLAG ON ANY GENERATION MAKES IT REPAIRED; OTHERWISE A       *
      *    CYCLE COUNT OVER THE ESCALATION LIMIT MAKES IT ABANDONED.   *
      *                                                                *
      ******************************************************************
       2000-PROCESS-DEAD-LETTER.
           MOVE DLQ-ERROR-CODE      TO CODE-WORK-GV
           PERFORM 2300-FIND-OR-ADD-CODE
           PERFORM 2100-FIND-LETTER
           IF NOT LTR-FOUND
              PERFORM 2200-ADD-LETTER
           END-IF
           IF LTR-FOUND
              EVALUATE TRUE
                 WHEN DLQ-REPAIRED
                    SET LTR-REPAIRED(LTR-X) TO TRUE
                 WHEN LTR-REPAIRED(LTR-X)
                    CONTINUE
                 WHEN DLQ-CYCLE-COUNT > CYCLE-LIMIT-GV
                    SET LTR-ABANDONED(LTR-X) TO TRUE
              END-EVALUATE
           END-IF
           PERFORM 8100-READ-DEAD-LETTER
           .

       2100-FIND-LETTER.
           MOVE 'N' TO LTR-FOUND-SW
           MOVE 1   TO LTR-X
           PERFORM 2150-MATCH-LETTER
                   UNTIL LTR-X > LTR-TABLE-COUNT
                   OR LTR-FOUND
           .

       2150-MATCH-LETTER.
           IF LTR-MSG-ID(LTR-X) = EL33167-SE1511P-DL
              AND LTR-LOG-DATE(LTR-X) = DLQ-LOG-DATE
              SET LTR-FOUND TO TRUE
           ELSE
              ADD 1 TO LTR-X
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    2200-ADD-LETTER                                             *
      *                                                                *
      ******************************************************************
       2200-ADD-LETTER.
           IF LTR-TABLE-COUNT NOT < 5000
              ADD 1 TO LETTERS-DROPPED-CNT
           ELSE
              ADD 1 TO LTR-TABLE-COUNT
                       LETTERS-TRACKED-CNT
              MOVE LTR-TABLE-COUNT     TO LTR-X
              MOVE EL33167-SE1511P-DL  TO LTR-MSG-ID(LTR-X)
              MOVE DLQ-LOG-DATE        TO LTR-LOG-DATE(LTR-X)
              MOVE CODE-X              TO LTR-CODE-X(LTR-X)
              SET LTR-OPEN(LTR-X)      TO TRUE
              SET LTR-FOUND            TO TRUE
              PERFORM 2250-CHECK-IN-WEEK
              IF LETTER-IN-WEEK
                 ADD 1 TO LETTERS-IN-WEEK-CNT
                 IF CODE-FOUND
                    ADD 1 TO CODE-WEEK-CNT(CODE-X)
                 END-IF
                 PERFORM 2400-POST-CROSS-TAB
              END-IF
           END-IF
           .

       2250-CHECK-IN-WEEK.
           MOVE 'N' TO IN-WEEK-SW
           IF DLQ-LOG-DATE NUMERIC
              AND DLQ-LOG-DATE NOT > WEEK-END-GV
              MOVE DLQ-LOG-DATE     TO DN-DATE-GV
              PERFORM 8500-DATE-TO-DAY-NUMBER
              IF WEEK-END-SERIAL-GV - DN-SERIAL-GV < 7
                 SET LETTER-IN-WEEK TO TRUE
              END-IF
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    2300-FIND-OR-ADD-CODE                                       *
      *                                                                *
      ******************************************************************
       2300-FIND-OR-ADD-CODE.
           MOVE 'N' TO CODE-FOUND-SW
           MOVE 1   TO CODE-X
           PERFORM 2350-MATCH-CODE
                   UNTIL CODE-X > CODE-TABLE-COUNT
                   OR CODE-FOUND
           IF NOT CODE-FOUND
              IF CODE-TABLE-COUNT < 200
                 ADD 1 TO CODE-TABLE-COUNT
                 MOVE CODE-TABLE-COUNT TO CODE-X
                 MOVE CODE-WORK-GV     TO CODE-ERROR(CODE-X)
                 MOVE ZERO             TO CODE-WEEK-CNT(CODE-X)
                                          CODE-PRIOR-CNT(CODE-X)
                                          CODE-TRACKED-CNT(CODE-X)
                                          CODE-REPAIRED-CNT(CODE-X)
                                          CODE-ABANDONED-CNT(CODE-X)
                 MOVE 'N'              TO CODE-SEEN-BEFORE-SW(CODE-X)
                                          CODE-RANKED-SW(CODE-X)
                 SET CODE-FOUND TO TRUE
              ELSE
                 MOVE ZERO             TO CODE-X
                 DISPLAY 'AF0467M0 - ERROR CODE TABLE FULL, '
                         CODE-WORK-GV ' NOT RANKED'
              END-IF
           END-IF
           .

       2350-MATCH-CODE.
           IF CODE-ERROR(CODE-X) = CODE-WORK-GV
              SET CODE-FOUND TO TRUE
           ELSE
              ADD 1 TO CODE-X
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    2400-POST-CROSS-TAB                                         *
      *                                                                *
      *    THE VERSION IS THE ONE THE MESSAGE ARRIVED IN.  A LETTER    *
      *    WRITTEN BEFORE AF0001M0 RECORDED IT FALLS BACK TO THE ZZ    *
      *    HALFWORD IN THE IMAGE.  A V1 MESSAGE CARRIES NO LANGUAGE.   *
      *                                                                *
      ******************************************************************
       2400-POST-CROSS-TAB.
           IF DLQ-ARRIVED-VERSION NUMERIC
              MOVE DLQ-ARRIVED-VERSION TO VERSION-WORK-GV
           ELSE
              IF ZZ-SE1511P-DL < 0 OR ZZ-SE1511P-DL > 98
                 MOVE 99               TO VERSION-WORK-GV
              ELSE
                 MOVE ZZ-SE1511P-DL    TO VERSION-WORK-GV
              END-IF
           END-IF
           MOVE 'D'                    TO XT-WORK-DIM
           MOVE EL19804-SE1511P-DL     TO XT-WORK-KEY
           PERFORM 2450-ADD-CROSS-TAB
           MOVE 'L'                    TO XT-WORK-DIM
           IF VERSION-WORK-GV < 2
              MOVE '-'                 TO XT-WORK-KEY
           ELSE
              MOVE EL09500-SE1511P-DL  TO XT-WORK-KEY
           END-IF
           PERFORM 2450-ADD-CROSS-TAB
           MOVE 'V'                    TO XT-WORK-DIM
           MOVE VERSION-WORK-GV        TO XT-WORK-KEY
           PERFORM 2450-ADD-CROSS-TAB
           .

       2450-ADD-CROSS-TAB.
           MOVE 'N' TO XT-FOUND-SW
           MOVE 1   TO XT-X
           PERFORM 2475-MATCH-CROSS-TAB
                   UNTIL XT-X > XT-TABLE-COUNT
                   OR XT-FOUND
                   OR XT-CODE(XT-X) > CODE-WORK-GV
                   OR (XT-CODE(XT-X) = CODE-WORK-GV
                       AND XT-DIM(XT-X) > XT-WORK-DIM)
                   OR (XT-CODE(XT-X) = CODE-WORK-GV
                       AND XT-DIM(XT-X) = XT-WORK-DIM
                       AND XT-KEY(XT-X) > XT-WORK-KEY)
           IF NOT XT-FOUND
              IF XT-TABLE-COUNT < 1500
                 MOVE XT-TABLE-COUNT TO XT-SHIFT-X
                 PERFORM 2490-SHIFT-CROSS-TAB
                         UNTIL XT-SHIFT-X < XT-X
                 ADD 1 TO XT-TABLE-COUNT
                 MOVE CODE-WORK-GV   TO XT-CODE(XT-X)
                 MOVE XT-WORK-DIM    TO XT-DIM(XT-X)
                 MOVE XT-WORK-KEY    TO XT-KEY(XT-X)
                 MOVE ZERO           TO XT-CNT(XT-X)
                 SET XT-FOUND TO TRUE
              ELSE
                 DISPLAY 'AF0467M0 - CROSS-TAB TABLE FULL, '
                         CODE-WORK-GV ' ' XT-WORK-DIM ' '
                         XT-WORK-KEY ' NOT COUNTED'
              END-IF
           END-IF
           IF XT-FOUND
              ADD 1 TO XT-CNT(XT-X)
           END-IF
           .

       2475-MATCH-CROSS-TAB.
           IF XT-CODE(XT-X) = CODE-WORK-GV
              AND XT-DIM(XT-X) = XT-WORK-DIM
              AND XT-KEY(XT-X) = XT-WORK-KEY
              SET XT-FOUND TO TRUE
           ELSE
              ADD 1 TO XT-X
           END-IF
           .

       2490-SHIFT-CROSS-TAB.
           MOVE XT-ENTRY(XT-SHIFT-X) TO XT-SAVE-ENTRY
           MOVE XT-SAVE-ENTRY        TO XT-ENTRY(XT-SHIFT-X + 1)
           SUBTRACT 1 FROM XT-SHIFT-X
           .

      ******************************************************************
      *                                                                *
      *    3000-LOAD-HISTORY                                           *
      *                                                                *
      *    FIRST PASS FINDS THE LATEST WEEK BEFORE THIS ONE (THE       *
      *    PRIOR WEEK); THE SECOND TAKES ITS COUNTS AND FLAGS EVERY    *
      *    CODE ALREADY SEEN IN AN EARLIER WEEK.                       *
      *                                                                *
      ******************************************************************
       3000-LOAD-HISTORY.
           OPEN INPUT DLPHIST-FILE
           PERFORM 8300-READ-DLPHIST
           PERFORM 3100-FIND-PRIOR-WEEK
                   UNTIL DLPHIST-EOF
           CLOSE DLPHIST-FILE
           MOVE 'N' TO DLPHIST-EOF-SW
           OPEN INPUT DLPHIST-FILE
           PERFORM 8300-READ-DLPHIST
           PERFORM 3200-APPLY-HISTORY
                   UNTIL DLPHIST-EOF
           CLOSE DLPHIST-FILE
           .

       3100-FIND-PRIOR-WEEK.
           ADD 1 TO HIST-READ-CNT
           IF HIST-WEEK-END-DH = WEEK-END-GV
              SET WEEK-ON-HISTORY TO TRUE
           END-IF
           IF HIST-WEEK-END-DH < WEEK-END-GV
              AND HIST-WEEK-END-DH > PRIOR-WEEK-END-GV
              MOVE HIST-WEEK-END-DH TO PRIOR-WEEK-END-GV
              SET PRIOR-HISTORY-FOUND TO TRUE
           END-IF
           PERFORM 8300-READ-DLPHIST
           .

       3200-APPLY-HISTORY.
           IF HIST-WEEK-END-DH < WEEK-END-GV
              MOVE HIST-ERROR-CODE-DH TO CODE-WORK-GV
              PERFORM 2300-FIND-OR-ADD-CODE
              IF CODE-FOUND
                 MOVE 'Y'              TO CODE-SEEN-BEFORE-SW(CODE-X)
                 IF HIST-WEEK-END-DH = PRIOR-WEEK-END-GV
                    ADD HIST-LETTERS-DH TO CODE-PRIOR-CNT(CODE-X)
                 END-IF
              END-IF
           END-IF
           PERFORM 8300-READ-DLPHIST
           .

      ******************************************************************
      *                                                                *
      *    3500-TALLY-OUTCOMES                                         *
      *                                                                *
      ******************************************************************
       3500-TALLY-OUTCOMES.
           MOVE 1 TO LTR-X
           PERFORM 3550-TALLY-ONE-LETTER
                   UNTIL LTR-X > LTR-TABLE-COUNT
           .

       3550-TALLY-ONE-LETTER.
           MOVE LTR-CODE-X(LTR-X)   TO CODE-X
           IF CODE-X > ZERO
              ADD 1 TO CODE-TRACKED-CNT(CODE-X)
              EVALUATE TRUE
                 WHEN LTR-REPAIRED(LTR-X)
                    ADD 1 TO CODE-REPAIRED-CNT(CODE-X)
                 WHEN LTR-ABANDONED(LTR-X)
                    ADD 1 TO CODE-ABANDONED-CNT(CODE-X)
              END-EVALUATE
           END-IF
           ADD 1 TO LTR-X
           .

      ******************************************************************
      *                                                                *
      *    4000-WRITE-PARETO                                           *
      *                                                                *
      *    EACH PASS PICKS THE UNRANKED CODE WITH THE MOST LETTERS     *
      *    THIS WEEK (A TIE GOES TO THE CODE SEEN FIRST).  CODES       *
      *    SEEN ONLY IN THE PRIOR WEEK RANK LAST WITH NONE, SO THEIR   *
      *    FALL IS SHOWN.                                              *
      *                                                                *
      ******************************************************************
       4000-WRITE-PARETO.
           MOVE WEEK-END-GV         TO DLP-HDG-WEEK-END
           MOVE RUN-DATE-GV         TO DLP-HDG-RUN-DATE
           IF PRIOR-HISTORY-FOUND
              MOVE PRIOR-WEEK-END-GV TO DLP-HDG-PRIOR-WEEK
           ELSE
              MOVE 'NONE'           TO DLP-HDG-PRIOR-WEEK
           END-IF
           WRITE DLPRPT-LINE FROM DLP-HEADING-1
           MOVE SPACES              TO DLPRPT-LINE
           WRITE DLPRPT-LINE
           MOVE 'ERROR CODES RANKED BY LETTERS LOGGED IN THE WEEK'
                                    TO DLP-SECTION-TEXT
           WRITE DLPRPT-LINE FROM DLP-SECTION-LINE
           WRITE DLPRPT-LINE FROM DLP-RANK-HEADING
           MOVE ZERO                TO CUM-LETTERS-GV
           MOVE 1 TO CODE-RANK-X
           PERFORM 4100-RANK-NEXT-CODE
                   UNTIL CODE-RANK-X > CODE-TABLE-COUNT
           IF LETTERS-IN-WEEK-CNT = ZERO
              MOVE 'NO DEAD LETTERS LOGGED IN THE WEEK'
                                    TO DLP-NONE-TEXT
              WRITE DLPRPT-LINE FROM DLP-NONE-LINE
           END-IF
           .

       4100-RANK-NEXT-CODE.
           MOVE ZERO TO CODE-TOP-X
                        CODE-TOP-CNT
           MOVE 1    TO CODE-X
           PERFORM 4150-CHECK-CODE-RANK
                   UNTIL CODE-X > CODE-TABLE-COUNT
           MOVE 'Y'                 TO CODE-RANKED-SW(CODE-TOP-X)
           IF CODE-WEEK-CNT(CODE-TOP-X) > ZERO
              OR CODE-PRIOR-CNT(CODE-TOP-X) > ZERO
              PERFORM 4200-WRITE-RANK-LINE
           END-IF
           ADD 1 TO CODE-RANK-X
           .

       4150-CHECK-CODE-RANK.
           IF CODE-RANKED-SW(CODE-X) = 'N'
              AND (CODE-TOP-X = ZERO
                   OR CODE-WEEK-CNT(CODE-X) > CODE-TOP-CNT)
              MOVE CODE-X                 TO CODE-TOP-X
              MOVE CODE-WEEK-CNT(CODE-X)  TO CODE-TOP-CNT
           END-IF
           ADD 1 TO CODE-X
           .

       4200-WRITE-RANK-LINE.
           MOVE CODE-RANK-X              TO DLP-RANK-NBR
           MOVE CODE-ERROR(CODE-TOP-X)   TO DLP-RANK-CODE
           MOVE CODE-WEEK-CNT(CODE-TOP-X) TO DLP-RANK-LETTERS
           ADD CODE-WEEK-CNT(CODE-TOP-X) TO CUM-LETTERS-GV
           MOVE ZERO                     TO DLP-RANK-SHARE
                                            DLP-RANK-CUM
           IF LETTERS-IN-WEEK-CNT > ZERO
              COMPUTE PCT-GV ROUNDED =
                      CODE-WEEK-CNT(CODE-TOP-X) * 100
                    / LETTERS-IN-WEEK-CNT
              MOVE PCT-GV                TO DLP-RANK-SHARE
              COMPUTE PCT-GV ROUNDED =
                      CUM-LETTERS-GV * 100 / LETTERS-IN-WEEK-CNT
              MOVE PCT-GV                TO DLP-RANK-CUM
           END-IF
           MOVE CODE-PRIOR-CNT(CODE-TOP-X) TO DLP-RANK-PRIOR
           COMPUTE MOVEMENT-GV = CODE-WEEK-CNT(CODE-TOP-X)
                               - CODE-PRIOR-CNT(CODE-TOP-X)
           MOVE MOVEMENT-GV              TO DLP-RANK-MOVEMENT
           MOVE SPACES                   TO DLP-RANK-FLAG
           IF CODE-SEEN-BEFORE-SW(CODE-TOP-X) = 'N'
              AND PRIOR-HISTORY-FOUND
              MOVE '*** NEW CODE'        TO DLP-RANK-FLAG
           END-IF
           WRITE DLPRPT-LINE FROM DLP-RANK-LINE
           MOVE 1 TO XT-X
           PERFORM 4250-WRITE-CROSS-TAB
                   UNTIL XT-X > XT-TABLE-COUNT
           .

       4250-WRITE-CROSS-TAB.
           IF XT-CODE(XT-X) = CODE-ERROR(CODE-TOP-X)
              EVALUATE XT-DIM(XT-X)
                 WHEN 'D'
                    MOVE 'DEVICE TYPE'     TO DLP-XTAB-DIM
                 WHEN 'L'
                    MOVE 'LANGUAGE'        TO DLP-XTAB-DIM
                 WHEN OTHER
                    MOVE 'LAYOUT VERSION'  TO DLP-XTAB-DIM
              END-EVALUATE
              IF XT-KEY(XT-X) = SPACES
                 MOVE '(NONE)'             TO DLP-XTAB-KEY
              ELSE
                 MOVE XT-KEY(XT-X)         TO DLP-XTAB-KEY
              END-IF
              MOVE XT-CNT(XT-X)            TO DLP-XTAB-CNT
              WRITE DLPRPT-LINE FROM DLP-XTAB-LINE
           END-IF
           ADD 1 TO XT-X
           .

      ******************************************************************
      *                                                                *
      *    4500-WRITE-NEW-CODES                                        *
      *                                                                *
      *    CODES WITH LETTERS THIS WEEK THAT NO EARLIER WEEK ON THE    *
      *    HISTORY CARRIES.  WITHOUT AN EARLIER WEEK EVERY CODE        *
      *    WOULD BE NEW, SO NONE ARE LISTED.                           *
      *                                                                *
      ******************************************************************
       4500-WRITE-NEW-CODES.
           MOVE SPACES              TO DLPRPT-LINE
           WRITE DLPRPT-LINE
           MOVE 'ERROR CODES APPEARING FOR THE FIRST TIME'
                                    TO DLP-SECTION-TEXT
           WRITE DLPRPT-LINE FROM DLP-SECTION-LINE
           IF NOT PRIOR-HISTORY-FOUND
              MOVE 'NO EARLIER WEEK ON DLPHIST - NEW CODES NOT FLAGGED'
                                    TO DLP-NONE-TEXT
              WRITE DLPRPT-LINE FROM DLP-NONE-LINE
           ELSE
              MOVE 1 TO CODE-X
              PERFORM 4550-CHECK-NEW-CODE
                      UNTIL CODE-X > CODE-TABLE-COUNT
              IF NOT NEW-CODE-PRINTED
                 MOVE 'NONE'        TO DLP-NONE-TEXT
                 WRITE DLPRPT-LINE FROM DLP-NONE-LINE
              END-IF
           END-IF
           .

       4550-CHECK-NEW-CODE.
           IF CODE-WEEK-CNT(CODE-X) > ZERO
              AND CODE-SEEN-BEFORE-SW(CODE-X) = 'N'
              SET NEW-CODE-PRINTED TO TRUE
              MOVE CODE-ERROR(CODE-X)    TO DLP-NEW-CODE
              MOVE CODE-WEEK-CNT(CODE-X) TO DLP-NEW-LETTERS
              WRITE DLPRPT-LINE FROM DLP-NEW-LINE
              MOVE SPACES           TO NBCONS-MESSAGE
              STRING 'AF0467M0 - NEW DEAD LETTER ERROR CODE '
                     CODE-ERROR(CODE-X)
                     ' IN WEEK ENDING ' WEEK-END-GV
                     DELIMITED BY SIZE
                     INTO NBCONS-MESSAGE
              END-STRING
              MOVE 'WARN'           TO NBCONS-SEVERITY
              CALL 'NBCONS' USING NBCONS-PASSAREA
           END-IF
           ADD 1 TO CODE-X
           .

      ******************************************************************
      *                                                                *
      *    4700-WRITE-OUTCOMES                                         *
      *                                                                *
      *    REPAIRED AGAINST ABANDONED FOR EVERY LETTER ON THE          *
      *    GENERATIONS, WHATEVER WEEK IT WAS LOGGED IN.                *
      *                                                                *
      ******************************************************************
       4700-WRITE-OUTCOMES.
           MOVE SPACES              TO DLPRPT-LINE
           WRITE DLPRPT-LINE
           MOVE 'LETTERS REPAIRED AGAINST ABANDONED BY ERROR CODE'
                                    TO DLP-SECTION-TEXT
           WRITE DLPRPT-LINE FROM DLP-SECTION-LINE
           WRITE DLPRPT-LINE FROM DLP-OUTCOME-HEADING
           MOVE 1 TO CODE-X
           PERFORM 4750-WRITE-OUTCOME-LINE
                   UNTIL CODE-X > CODE-TABLE-COUNT
           MOVE 'ALL '              TO DLP-OUT-CODE
           MOVE ALL-TRACKED-GV      TO DLP-OUT-TRACKED
           MOVE ALL-REPAIRED-GV     TO DLP-OUT-REPAIRED
           MOVE ALL-ABANDONED-GV    TO DLP-OUT-ABANDONED
           COMPUTE MOVEMENT-GV = ALL-TRACKED-GV - ALL-REPAIRED-GV
                               - ALL-ABANDONED-GV
           MOVE MOVEMENT-GV         TO DLP-OUT-OPEN
           MOVE ZERO                TO DLP-OUT-REPAIRED-PCT
                                       DLP-OUT-ABANDONED-PCT
           IF ALL-TRACKED-GV > ZERO
              COMPUTE PCT-GV ROUNDED =
                      ALL-REPAIRED-GV * 100 / ALL-TRACKED-GV
              MOVE PCT-GV           TO DLP-OUT-REPAIRED-PCT
              COMPUTE PCT-GV ROUNDED =
                      ALL-ABANDONED-GV * 100 / ALL-TRACKED-GV
              MOVE PCT-GV           TO DLP-OUT-ABANDONED-PCT
           END-IF
           WRITE DLPRPT-LINE FROM DLP-OUTCOME-LINE
           .

       4750-WRITE-OUTCOME-LINE.
           IF CODE-TRACKED-CNT(CODE-X) > ZERO
              ADD CODE-TRACKED-CNT(CODE-X)   TO ALL-TRACKED-GV
              ADD CODE-REPAIRED-CNT(CODE-X)  TO ALL-REPAIRED-GV
              ADD CODE-ABANDONED-CNT(CODE-X) TO ALL-ABANDONED-GV
              MOVE CODE-ERROR(CODE-X)        TO DLP-OUT-CODE
              MOVE CODE-TRACKED-CNT(CODE-X)  TO DLP-OUT-TRACKED
              MOVE CODE-REPAIRED-CNT(CODE-X) TO DLP-OUT-REPAIRED
              MOVE CODE-ABANDONED-CNT(CODE-X)
                                             TO DLP-OUT-ABANDONED
              COMPUTE MOVEMENT-GV = CODE-TRACKED-CNT(CODE-X)
                                  - CODE-REPAIRED-CNT(CODE-X)
                                  - CODE-ABANDONED-CNT(CODE-X)
              MOVE MOVEMENT-GV               TO DLP-OUT-OPEN
              COMPUTE PCT-GV ROUNDED =
                      CODE-REPAIRED-CNT(CODE-X) * 100
                    / CODE-TRACKED-CNT(CODE-X)
              MOVE PCT-GV                    TO DLP-OUT-REPAIRED-PCT
              COMPUTE PCT-GV ROUNDED =
                      CODE-ABANDONED-CNT(CODE-X) * 100
                    / CODE-TRACKED-CNT(CODE-X)
              MOVE PCT-GV                    TO DLP-OUT-ABANDONED-PCT
              WRITE DLPRPT-LINE FROM DLP-OUTCOME-LINE
           END-IF
           ADD 1 TO CODE-X
           .

      ******************************************************************
      *                                                                *
      *    5000-APPEND-HISTORY                                         *
      *                                                                *
      ******************************************************************
       5000-APPEND-HISTORY.
           IF WEEK-ON-HISTORY
              DISPLAY 'AF0467M0 - WEEK ENDING ' WEEK-END-GV
                      ' ALREADY ON DLPHIST, NOT APPENDED AGAIN'
           ELSE
              OPEN EXTEND DLPHIST-FILE
              MOVE 1 TO CODE-X
              PERFORM 5100-WRITE-HISTORY-RECORD
                      UNTIL CODE-X > CODE-TABLE-COUNT
              CLOSE DLPHIST-FILE
           END-IF
           .

       5100-WRITE-HISTORY-RECORD.
           IF CODE-WEEK-CNT(CODE-X) > ZERO
              MOVE SPACES                TO DLPHIST-RECORD
              MOVE WEEK-END-GV           TO HIST-WEEK-END-DH
              MOVE CODE-ERROR(CODE-X)    TO HIST-ERROR-CODE-DH
              MOVE CODE-WEEK-CNT(CODE-X) TO HIST-LETTERS-DH
              WRITE DLPHIST-RECORD
              ADD 1 TO HIST-WRITTEN-CNT
           END-IF
           ADD 1 TO CODE-X
           .

      ******************************************************************
      *                                                                *
      *    6000-WRITE-COUNTS                                           *
      *                                                                *
      ******************************************************************
       6000-WRITE-COUNTS.
           MOVE SPACES              TO DLPRPT-LINE
           WRITE DLPRPT-LINE
           MOVE 'DEADLTR RECORDS READ    : ' TO DLP-CNT-LABEL
           MOVE DEADLTR-READ-CNT    TO DLP-CNT-VALUE
           WRITE DLPRPT-LINE FROM DLP-COUNT-LINE
           MOVE 'DISTINCT LETTERS        : ' TO DLP-CNT-LABEL
           MOVE LETTERS-TRACKED-CNT TO DLP-CNT-VALUE
           WRITE DLPRPT-LINE FROM DLP-COUNT-LINE
           MOVE 'LETTERS LOGGED IN WEEK  : ' TO DLP-CNT-LABEL
           MOVE LETTERS-IN-WEEK-CNT TO DLP-CNT-VALUE
           WRITE DLPRPT-LINE FROM DLP-COUNT-LINE
           MOVE 'ESCALATION CYCLE LIMIT  : ' TO DLP-CNT-LABEL
           MOVE CYCLE-LIMIT-GV      TO DLP-CNT-VALUE
           WRITE DLPRPT-LINE FROM DLP-COUNT-LINE
           MOVE 'HISTORY RECORDS READ    : ' TO DLP-CNT-LABEL
           MOVE HIST-READ-CNT       TO DLP-CNT-VALUE
           WRITE DLPRPT-LINE FROM DLP-COUNT-LINE
           MOVE 'HISTORY RECORDS WRITTEN : ' TO DLP-CNT-LABEL
           MOVE HIST-WRITTEN-CNT    TO DLP-CNT-VALUE
           WRITE DLPRPT-LINE FROM DLP-COUNT-LINE
           IF LETTERS-DROPPED-CNT > ZERO
              MOVE 'LETTERS NOT TRACKED     : ' TO DLP-CNT-LABEL
              MOVE LETTERS-DROPPED-CNT TO DLP-CNT-VALUE
              WRITE DLPRPT-LINE FROM DLP-COUNT-LINE
              MOVE SPACES           TO NBCONS-MESSAGE
              STRING 'AF0467M0 - LETTER TABLE FULL - PARETO '
                     'INCOMPLETE, RAISE THE TABLE SIZE'
                     DELIMITED BY SIZE
                     INTO NBCONS-MESSAGE
              END-STRING
              MOVE 'WARN'           TO NBCONS-SEVERITY
              CALL 'NBCONS' USING NBCONS-PASSAREA
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    8100-READ-DEAD-LETTER                                       *
      *                                                                *
      ******************************************************************
       8100-READ-DEAD-LETTER.
           READ DEADLTR-FILE
              AT END SET DEADLTR-EOF TO TRUE
           END-READ
           IF NOT DEADLTR-EOF
              ADD 1 TO DEADLTR-READ-CNT
           END-IF
           .

       8300-READ-DLPHIST.
           READ DLPHIST-FILE
              AT END SET DLPHIST-EOF TO TRUE
           END-READ
           .

      ******************************************************************
      *                                                                *
      *    8500-DATE-TO-DAY-NUMBER                                     *
      *                                                                *
      *    DN-DATE-GV (CCYYMMDD) TO DN-SERIAL-GV.  JANUARY AND         *
      *    FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE PRIOR YEAR SO     *
      *    THE LEAP DAY FALLS AT THE END.                              *
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
           .

      ******************************************************************
      *                                                                *
      *    9000-TERMINATE                                              *
      *                                                                *
      ******************************************************************
       9000-TERMINATE.
           CLOSE DEADLTR-FILE
                 DLPRPT-FILE
           .
