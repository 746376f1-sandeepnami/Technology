       IDENTIFICATION DIVISION.
      *================================================================*
       PROGRAM-ID.    CA417M05.
       AUTHOR.        CAMS BATCH TEAM.
       INSTALLATION.  HOST SYSTEMS - ACCOUNT FUNCTIONS.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
      *================================================================*
      *                                                                *
      *    CA417M05 - DELTA CHANGE-VOLUME TOLERANCE GUARD              *
      *                                                                *
      *    RUNS BETWEEN CA417M00 (GENERATION) AND CA417M10 (APPLY).    *
      *    A TRUNCATED FILE001 MAKES CA417M00 GENERATE A DEL FOR       *
      *    EVERY RECORD THAT WENT MISSING, AND CA417M10 WOULD APPLY    *
      *    THEM ALL.  THIS STEP COUNTS THE ADD, CHG AND DEL            *
      *    TRANSACTIONS ON THE DECK AND THE RECORDS ON THE CURRENT     *
      *    MASTER, AND COMPARES EACH TYPE AS A PERCENTAGE OF THE       *
      *    MASTER WITH ITS TOLERANCE.                                  *
      *                                                                *
      *    ANY TYPE OVER TOLERANCE HOLDS THE APPLY - A CRIT GOES TO    *
      *    NBCONS AND THE STEP ENDS WITH RETURN CODE 12, WHICH THE     *
      *    CA417M10 STEP IS CONDITIONED ON.  A GENUINE LARGE CHANGE    *
      *    IS LET THROUGH BY AN OVERRIDE CARD DATED FOR THE RUN; THE   *
      *    STEP THEN ENDS WITH RETURN CODE 4 AND A WARN.               *
      *                                                                *
      *    THE RESULT - COUNTS, PERCENTAGES, TOLERANCES AND ANY        *
      *    OVERRIDE WITH WHO AUTHORISED IT AND WHY - IS ADDED TO THE   *
      *    END OF THE CA417M00 DELTA REPORT (DLTRPT, DISP=MOD).        *
      *                                                                *
      *    AN EMPTY MASTER WITH TRANSACTIONS (AN INITIAL LOAD) IS      *
      *    ALWAYS OVER TOLERANCE AND NEEDS AN OVERRIDE.                *
      *                                                                *
      *    TOLERANCE CARD (TOLPARM):                                   *
      *        COLS  1-5   ADD TOLERANCE PERCENT 9(3)V99 (DEFAULT 10)  *
      *        COLS  6-10  CHG TOLERANCE PERCENT 9(3)V99 (DEFAULT 20)  *
      *        COLS 11-15  DEL TOLERANCE PERCENT 9(3)V99 (DEFAULT 5)   *
      *                                                                *
      *    OVERRIDE CARD (OVRPARM):                                    *
      *        COLS  1-8   'OVERRIDE'                                  *
      *        COLS  9-16  AUTHORISED BY                               *
      *        COLS 17-24  RUN DATE CCYYMMDD THE OVERRIDE IS FOR       *
      *        COLS 25-64  REASON                                      *
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

           SELECT OLDMSTR-FILE    ASSIGN TO OLDMSTR
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DELTAIN-FILE    ASSIGN TO DELTAIN
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL TOLPARM-FILE
                  ASSIGN TO TOLPARM
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL OVRPARM-FILE
                  ASSIGN TO OVRPARM
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DLTRPT-FILE     ASSIGN TO DLTRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
      *================================================================*
       FILE SECTION.

      *    THE MASTER CA417M10 WILL UPDATE - ONLY COUNTED HERE.
       FD  OLDMSTR-FILE
           RECORDING MODE IS F.
       01  OLDMSTR-RECORD.
           05  MSTR-KEY-OM                     PIC X(16).
           05  MSTR-IMAGE-OM                   PIC X(106).

      *    MIRROR OF THE DELTAOUT RECORD WRITTEN BY CA417M00 - THE
      *    TWO LAYOUTS MUST STAY IN STEP.
       FD  DELTAIN-FILE
           RECORDING MODE IS F.
       01  DELTAIN-RECORD.
           05  DELTA-TRANS-TYPE                PIC X(03).
               88  ADD-TRANS-DELTA                 VALUE 'ADD'.
               88  CHG-TRANS-DELTA                 VALUE 'CHG'.
               88  DEL-TRANS-DELTA                 VALUE 'DEL'.
           05  DELTA-KEY                       PIC X(16).
           05  DELTA-RECORD-IMAGE              PIC X(106).

       FD  TOLPARM-FILE
           RECORDING MODE IS F.
       01  TOLPARM-RECORD.
           05  PARM-ADD-TOL-PCT                PIC 9(03)V99.
           05  PARM-CHG-TOL-PCT                PIC 9(03)V99.
           05  PARM-DEL-TOL-PCT                PIC 9(03)V99.
           05  FILLER                          PIC X(65).

       FD  OVRPARM-FILE
           RECORDING MODE IS F.
       01  OVRPARM-RECORD.
           05  OVR-KEYWORD                     PIC X(08).
               88  OVERRIDE-CARD                   VALUE 'OVERRIDE'.
           05  OVR-AUTHORISED-BY               PIC X(08).
           05  OVR-RUN-DATE                    PIC 9(08).
           05  OVR-REASON                      PIC X(40).
           05  FILLER                          PIC X(16).

       FD  DLTRPT-FILE
           RECORDING MODE IS F.
       01  DLTRPT-LINE                         PIC X(132).

       WORKING-STORAGE SECTION.
      *================================================================*

       77  DEFAULT-ADD-TOL-PCT                 PIC 9(03)V99
                                                   VALUE 10.00.
       77  DEFAULT-CHG-TOL-PCT                 PIC 9(03)V99
                                                   VALUE 20.00.
       77  DEFAULT-DEL-TOL-PCT                 PIC 9(03)V99
                                                   VALUE 05.00.

       01  CA417M05-SWITCHES.
           05  OLDMSTR-EOF-SW                  PIC X(01) VALUE 'N'.
               88  OLDMSTR-EOF                     VALUE 'Y'.
           05  DELTAIN-EOF-SW                  PIC X(01) VALUE 'N'.
               88  DELTAIN-EOF                     VALUE 'Y'.
           05  TOLPARM-EOF-SW                  PIC X(01) VALUE 'N'.
               88  TOLPARM-EOF                     VALUE 'Y'.
           05  OVRPARM-EOF-SW                  PIC X(01) VALUE 'N'.
               88  OVRPARM-EOF                     VALUE 'Y'.
           05  OVERRIDE-SW                     PIC X(01) VALUE 'N'.
               88  OVERRIDE-PRESENT                VALUE 'Y'.
           05  OVER-TOLERANCE-SW               PIC X(01) VALUE 'N'.
               88  OVER-TOLERANCE                  VALUE 'Y'.

       01  CA417M05-CONTROL-COUNTS.
           05  MASTER-READ-CNT                 PIC S9(09) COMP-3
                                                   VALUE +0.
           05  DELTA-READ-CNT                  PIC S9(09) COMP-3
                                                   VALUE +0.
           05  ADD-TRANS-CNT                   PIC S9(09) COMP-3
                                                   VALUE +0.
           05  CHG-TRANS-CNT                   PIC S9(09) COMP-3
                                                   VALUE +0.
           05  DEL-TRANS-CNT                   PIC S9(09) COMP-3
                                                   VALUE +0.
           05  OTHER-TRANS-CNT                 PIC S9(09) COMP-3
                                                   VALUE +0.

       01  CA417M05-WORK-FIELDS.
           05  RUN-DATE-GV                     PIC 9(08).
           05  ADD-TOL-PCT-GV                  PIC 9(03)V99.
           05  CHG-TOL-PCT-GV                  PIC 9(03)V99.
           05  DEL-TOL-PCT-GV                  PIC 9(03)V99.
           05  CHECK-TYPE-GV                   PIC X(03).
           05  CHECK-CNT-GV                    PIC S9(09) COMP-3.
           05  CHECK-TOL-PCT-GV                PIC 9(03)V99.
           05  CHECK-PCT-GV                    PIC S9(05)V99 COMP-3.

       01  NBCONS-PASSAREA.
           05  NBCONS-MESSAGE                  PIC X(80).
           05  NBCONS-SEVERITY                 PIC X(04) VALUE SPACES.

      *----------------------------------------------------------------*
      *    GUARD SECTION OF THE DELTA REPORT.                          *
      *----------------------------------------------------------------*
       01  TOL-HEADING-1.
           05  FILLER                          PIC X(48)  VALUE
                 'CA417M05 - DELTA CHANGE-VOLUME TOLERANCE GUARD  '.
           05  TOL-HDG-DATE                    PIC 9(08).
           05  FILLER                          PIC X(76)  VALUE SPACES.

       01  TOL-HEADING-2.
           05  FILLER                          PIC X(07)  VALUE
                 'TYPE   '.
           05  FILLER                          PIC X(15)  VALUE
                 'TRANSACTIONS   '.
           05  FILLER                          PIC X(15)  VALUE
                 'MASTER RECORDS '.
           05  FILLER                          PIC X(12)  VALUE
                 'PCT OF MSTR '.
           05  FILLER                          PIC X(12)  VALUE
                 'TOLERANCE   '.
           05  FILLER                          PIC X(71)  VALUE
                 'RESULT'.

       01  TOL-DETAIL-LINE.
           05  TOL-DET-TYPE                    PIC X(03).
           05  FILLER                          PIC X(04)  VALUE SPACES.
           05  TOL-DET-COUNT                   PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                          PIC X(04)  VALUE SPACES.
           05  TOL-DET-MASTER                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                          PIC X(04)  VALUE SPACES.
           05  TOL-DET-PCT                     PIC ZZ,ZZ9.99.
           05  FILLER                          PIC X(03)  VALUE SPACES.
           05  TOL-DET-TOL                     PIC ZZ9.99.
           05  FILLER                          PIC X(06)  VALUE SPACES.
           05  TOL-DET-RESULT                  PIC X(20).
           05  FILLER                          PIC X(51)  VALUE SPACES.

       01  TOL-RESULT-LINE.
           05  TOL-RES-TEXT                    PIC X(60).
           05  FILLER                          PIC X(72)  VALUE SPACES.

       01  TOL-OVERRIDE-LINE.
           05  FILLER                          PIC X(27)  VALUE
                 'OVERRIDE AUTHORISED BY   : '.
           05  TOL-OVR-BY                      PIC X(08).
           05  FILLER                          PIC X(10)  VALUE
                 '  REASON: '.
           05  TOL-OVR-REASON                  PIC X(40).
           05  FILLER                          PIC X(47)  VALUE SPACES.

       01  TOL-COUNT-LINE.
           05  TOL-COUNT-DESC                  PIC X(27).
           05  TOL-COUNT-VALUE                 PIC ZZZ,ZZZ,ZZ9.
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
           PERFORM 2000-COUNT-MASTER
                   UNTIL OLDMSTR-EOF
           PERFORM 2100-COUNT-DELTA
                   UNTIL DELTAIN-EOF
           PERFORM 3000-CHECK-TOLERANCES
           PERFORM 4000-DECIDE-APPLY
           PERFORM 9000-TERMINATE
           GOBACK
           .

      ******************************************************************
      *                                                                *
      *    1000-INITIALIZE                                             *
      *                                                                *
      *    PICK UP THE TOLERANCES AND ANY OVERRIDE.  AN OVERRIDE       *
      *    CARD DATED FOR ANOTHER RUN IS IGNORED, SO A CARD LEFT IN    *
      *    THE DECK CANNOT WAVE THROUGH TOMORROW'S TRUNCATED FILE.     *
      *                                                                *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  OLDMSTR-FILE
                       DELTAIN-FILE
                       TOLPARM-FILE
                       OVRPARM-FILE
           OPEN EXTEND DLTRPT-FILE
           ACCEPT RUN-DATE-GV FROM DATE YYYYMMDD
           MOVE DEFAULT-ADD-TOL-PCT TO ADD-TOL-PCT-GV
           MOVE DEFAULT-CHG-TOL-PCT TO CHG-TOL-PCT-GV
           MOVE DEFAULT-DEL-TOL-PCT TO DEL-TOL-PCT-GV
           READ TOLPARM-FILE
              AT END SET TOLPARM-EOF TO TRUE
           END-READ
           IF NOT TOLPARM-EOF
              IF PARM-ADD-TOL-PCT NUMERIC
                 MOVE PARM-ADD-TOL-PCT TO ADD-TOL-PCT-GV
              END-IF
              IF PARM-CHG-TOL-PCT NUMERIC
                 MOVE PARM-CHG-TOL-PCT TO CHG-TOL-PCT-GV
              END-IF
              IF PARM-DEL-TOL-PCT NUMERIC
                 MOVE PARM-DEL-TOL-PCT TO DEL-TOL-PCT-GV
              END-IF
           END-IF
           READ OVRPARM-FILE
              AT END SET OVRPARM-EOF TO TRUE
           END-READ
           IF NOT OVRPARM-EOF
              AND OVERRIDE-CARD
              IF OVR-RUN-DATE = RUN-DATE-GV
                 SET OVERRIDE-PRESENT TO TRUE
              ELSE
                 DISPLAY 'CA417M05 - OVERRIDE CARD DATED '
                         OVR-RUN-DATE ' IGNORED FOR RUN OF '
                         RUN-DATE-GV
              END-IF
           END-IF
           MOVE SPACES              TO DLTRPT-LINE
           WRITE DLTRPT-LINE
           MOVE RUN-DATE-GV         TO TOL-HDG-DATE
           WRITE DLTRPT-LINE FROM TOL-HEADING-1
           WRITE DLTRPT-LINE FROM TOL-HEADING-2
           PERFORM 8100-READ-MASTER
           PERFORM 8200-READ-DELTA
           .

      ******************************************************************
      *                                                                *
      *    2000-COUNT-MASTER                                           *
      *                                                                *
      ******************************************************************
       2000-COUNT-MASTER.
           ADD 1 TO MASTER-READ-CNT
           PERFORM 8100-READ-MASTER
           .

      ******************************************************************
      *                                                                *
      *    2100-COUNT-DELTA                                            *
      *                                                                *
      ******************************************************************
       2100-COUNT-DELTA.
           ADD 1 TO DELTA-READ-CNT
           EVALUATE TRUE
              WHEN ADD-TRANS-DELTA
                 ADD 1 TO ADD-TRANS-CNT
              WHEN CHG-TRANS-DELTA
                 ADD 1 TO CHG-TRANS-CNT
              WHEN DEL-TRANS-DELTA
                 ADD 1 TO DEL-TRANS-CNT
              WHEN OTHER
                 ADD 1 TO OTHER-TRANS-CNT
           END-EVALUATE
           PERFORM 8200-READ-DELTA
           .

      ******************************************************************
      *                                                                *
      *    3000-CHECK-TOLERANCES                                       *
      *                                                                *
      ******************************************************************
       3000-CHECK-TOLERANCES.
           MOVE 'ADD'               TO CHECK-TYPE-GV
           MOVE ADD-TRANS-CNT       TO CHECK-CNT-GV
           MOVE ADD-TOL-PCT-GV      TO CHECK-TOL-PCT-GV
           PERFORM 3100-CHECK-ONE-TYPE
           MOVE 'CHG'               TO CHECK-TYPE-GV
           MOVE CHG-TRANS-CNT       TO CHECK-CNT-GV
           MOVE CHG-TOL-PCT-GV      TO CHECK-TOL-PCT-GV
           PERFORM 3100-CHECK-ONE-TYPE
           MOVE 'DEL'               TO CHECK-TYPE-GV
           MOVE DEL-TRANS-CNT       TO CHECK-CNT-GV
           MOVE DEL-TOL-PCT-GV      TO CHECK-TOL-PCT-GV
           PERFORM 3100-CHECK-ONE-TYPE
           .

      ******************************************************************
      *                                                                *
      *    3100-CHECK-ONE-TYPE                                         *
      *                                                                *
      *    TRANSACTIONS AS A PERCENTAGE OF THE CURRENT MASTER.  ANY    *
      *    TRANSACTION AGAINST AN EMPTY MASTER COUNTS AS 99999.99.     *
      *                                                                *
      ******************************************************************
       3100-CHECK-ONE-TYPE.
           IF MASTER-READ-CNT > ZERO
              COMPUTE CHECK-PCT-GV ROUNDED =
                      CHECK-CNT-GV * 100 / MASTER-READ-CNT
                 ON SIZE ERROR
                    MOVE 99999.99   TO CHECK-PCT-GV
              END-COMPUTE
           ELSE
              IF CHECK-CNT-GV > ZERO
                 MOVE 99999.99      TO CHECK-PCT-GV
              ELSE
                 MOVE ZERO          TO CHECK-PCT-GV
              END-IF
           END-IF
           MOVE CHECK-TYPE-GV       TO TOL-DET-TYPE
           MOVE CHECK-CNT-GV        TO TOL-DET-COUNT
           MOVE MASTER-READ-CNT     TO TOL-DET-MASTER
           MOVE CHECK-PCT-GV        TO TOL-DET-PCT
           MOVE CHECK-TOL-PCT-GV    TO TOL-DET-TOL
           IF CHECK-PCT-GV > CHECK-TOL-PCT-GV
              SET OVER-TOLERANCE TO TRUE
              MOVE '*** OVER TOLERANCE' TO TOL-DET-RESULT
           ELSE
              MOVE 'WITHIN TOLERANCE'   TO TOL-DET-RESULT
           END-IF
           WRITE DLTRPT-LINE FROM TOL-DETAIL-LINE
           .

      ******************************************************************
      *                                                                *
      *    4000-DECIDE-APPLY                                           *
      *                                                                *
      *    WITHIN TOLERANCE - RELEASE.  OVER TOLERANCE WITH A VALID    *
      *    OVERRIDE - RELEASE, RC 4, RECORDING WHO AND WHY.  OVER      *
      *    TOLERANCE WITHOUT ONE - HOLD THE APPLY, RC 12.              *
      *                                                                *
      ******************************************************************
       4000-DECIDE-APPLY.
           MOVE SPACES              TO DLTRPT-LINE
           WRITE DLTRPT-LINE
           MOVE 'MASTER RECORDS READ      : '
                                    TO TOL-COUNT-DESC
           MOVE MASTER-READ-CNT     TO TOL-COUNT-VALUE
           WRITE DLTRPT-LINE FROM TOL-COUNT-LINE
           MOVE 'DELTA TRANSACTIONS READ  : '
                                    TO TOL-COUNT-DESC
           MOVE DELTA-READ-CNT      TO TOL-COUNT-VALUE
           WRITE DLTRPT-LINE FROM TOL-COUNT-LINE
           MOVE 'UNKNOWN TRANSACTION TYPE : '
                                    TO TOL-COUNT-DESC
           MOVE OTHER-TRANS-CNT     TO TOL-COUNT-VALUE
           WRITE DLTRPT-LINE FROM TOL-COUNT-LINE
           EVALUATE TRUE
              WHEN NOT OVER-TOLERANCE
                 MOVE 'WITHIN TOLERANCE - APPLY RELEASED'
                                    TO TOL-RES-TEXT
                 WRITE DLTRPT-LINE FROM TOL-RESULT-LINE
              WHEN OVERRIDE-PRESENT
                 MOVE 'OVER TOLERANCE - APPLY RELEASED BY OVERRIDE'
                                    TO TOL-RES-TEXT
                 WRITE DLTRPT-LINE FROM TOL-RESULT-LINE
                 MOVE OVR-AUTHORISED-BY TO TOL-OVR-BY
                 MOVE OVR-REASON        TO TOL-OVR-REASON
                 WRITE DLTRPT-LINE FROM TOL-OVERRIDE-LINE
                 MOVE SPACES        TO NBCONS-MESSAGE
                 STRING 'CA417M05 - DELTA OVER TOLERANCE RELEASED '
                                           DELIMITED BY SIZE
                        'BY OVERRIDE - '   DELIMITED BY SIZE
                        OVR-AUTHORISED-BY  DELIMITED BY SIZE
                        INTO NBCONS-MESSAGE
                 END-STRING
                 MOVE 'WARN'        TO NBCONS-SEVERITY
                 CALL 'NBCONS' USING NBCONS-PASSAREA
                 MOVE 4 TO RETURN-CODE
              WHEN OTHER
                 MOVE 'OVER TOLERANCE - APPLY HELD, RETURN CODE 12'
                                    TO TOL-RES-TEXT
                 WRITE DLTRPT-LINE FROM TOL-RESULT-LINE
                 MOVE 'CA417M05 - DELTA OVER TOLERANCE - CA417M10 '
                                    TO NBCONS-MESSAGE
                 MOVE 'APPLY HELD, CHECK FILE001'
                                    TO NBCONS-MESSAGE(44:)
                 MOVE 'CRIT'        TO NBCONS-SEVERITY
                 CALL 'NBCONS' USING NBCONS-PASSAREA
                 MOVE 12 TO RETURN-CODE
           END-EVALUATE
           .

      ******************************************************************
      *                                                                *
      *    8100-READ-MASTER                                            *
      *                                                                *
      ******************************************************************
       8100-READ-MASTER.
           READ OLDMSTR-FILE
              AT END SET OLDMSTR-EOF TO TRUE
           END-READ
           .

      ******************************************************************
      *                                                                *
      *    8200-READ-DELTA                                             *
      *                                                                *
      ******************************************************************
       8200-READ-DELTA.
           READ DELTAIN-FILE
              AT END SET DELTAIN-EOF TO TRUE
           END-READ
           .

      ******************************************************************
      *                                                                *
      *    9000-TERMINATE                                              *
      *                                                                *
      ******************************************************************
       9000-TERMINATE.
           CLOSE OLDMSTR-FILE
                 DELTAIN-FILE
                 TOLPARM-FILE
                 OVRPARM-FILE
                 DLTRPT-FILE
           .
