      *                                                                *
      *    GENERATES A YEAR'S HOLIDAY ADD CARDS FROM THE HOLRULE       *
      *    RECURRING-RULE FILE, SO NOBODY HAS TO HAND-KEY NEXT         *
      *    YEAR'S HOLIDAYS EVERY DECEMBER.  THREE RULE SHAPES:         *
      *                                                                *
      *        'F' FIXED DATE      - E.G. 25/12 EVERY YEAR             *
      *        'N' NTH WEEKDAY     - E.G. FIRST MONDAY OF JUNE;        *
      *                              NTH 9 MEANS THE LAST ONE          *
      *        'E' EASTER OFFSET   - DAYS FROM EASTER SUNDAY, E.G.     *
      *                              -002 GOOD FRIDAY, +001 EASTER     *
      *                              MONDAY                            *
      *                                                                *
      *    A FIXED DATE THAT FALLS ON A WEEKEND CAN BE SUBSTITUTED     *
      *    ONTO THE NEXT WEEKDAY THAT IS NOT ALREADY A HOLIDAY IN THE  *
      *    SAME REGION - 'M' MOVES THE HOLIDAY THERE, 'A' KEEPS THE    *
      *    WEEKEND DATE AND ADDS THE WEEKDAY AS WELL.  SO CHRISTMAS    *
      *    ON A SATURDAY WITH BOXING DAY ON THE SUNDAY GIVES MONDAY    *
      *    AND TUESDAY, IN WHATEVER ORDER THE RULES ARE HELD.          *
      *                                                                *
      *    THE OUTPUT (GENTRAN) IS IN HOLTRAN CARD LAYOUT AND IS       *
      *    SORTED BY DATE + REGION BY THE FOLLOWING SORT STEP          *
      *        COL   7     NTH 1-5, 9=LAST (TYPE N)                    *
      *        COLS  8-37  DESCRIPTION                                 *
      *        COLS 38-40  REGION ('NAT' = NATIONAL)                   *
      *        COLS 41-44  EASTER OFFSET, SIGN THEN 3 DIGITS (TYPE E)  *
      *        COL  45     WEEKEND SUBSTITUTION 'M' / 'A' (TYPE F)     *
      *                                                                *
      *    PARAMETER CARD (GENPARM):                                   *
      *        COLS  1-4   YEAR CCYY TO GENERATE                       *
      *    MODIFICATION HISTORY                                        *
      *    ----------------------------------------------------------  *
      *    02/09/26 RAM  INITIAL VERSION.                              *
      *    15/10/26 RAM  EASTER-RELATIVE RULE TYPE 'E' AND WEEKEND     *
      *                  SUBSTITUTION ON FIXED-DATE RULES.  EASTER     *
      *                  SUNDAY SHOWN ON THE GENERATION REPORT.        *
      *                  DAY-OF-WEEK QUOTIENTS TRUNCATED ONE AT A TIME.*
      *                                                                *
      *================================================================*
       ENVIRONMENT DIVISION.
           05  RULE-TYPE-HR                    PIC X(01).
               88  FIXED-RULE-HR                   VALUE 'F'.
               88  NTH-RULE-HR                     VALUE 'N'.
               88  EASTER-RULE-HR                  VALUE 'E'.
               88  VALID-RULE-HR                   VALUE 'F' 'N'
                                                         'E'.
           05  RULE-MONTH-HR                   PIC 9(02).
           05  RULE-DAY-HR                     PIC 9(02).
           05  RULE-WEEKDAY-HR                 PIC 9(01).
           05  RULE-NTH-HR                     PIC 9(01).
           05  RULE-DESC-HR                    PIC X(30).
           05  RULE-REGION-HR                  PIC X(03).
           05  RULE-EASTER-OFFSET-HR           PIC S9(03)
                                               SIGN LEADING SEPARATE.
           05  RULE-SUBSTITUTE-HR              PIC X(01).
               88  NO-SUBSTITUTE-HR                VALUE SPACE.
               88  MOVE-SUBSTITUTE-HR              VALUE 'M'.
               88  ADD-SUBSTITUTE-HR               VALUE 'A'.
               88  VALID-SUBSTITUTE-HR             VALUE SPACE 'M'
                                                         'A'.
           05  FILLER                          PIC X(35).

       FD  GENPARM-FILE
           RECORDING MODE IS F.
               88  HOLRULE-EOF                     VALUE 'Y'.
           05  GENPARM-EOF-SW                  PIC X(01) VALUE 'N'.
               88  GENPARM-EOF                     VALUE 'Y'.
           05  FREE-WEEKDAY-SW                 PIC X(01) VALUE 'N'.
               88  FREE-WEEKDAY                    VALUE 'Y'.
           05  DATE-TAKEN-SW                   PIC X(01) VALUE 'N'.
               88  DATE-TAKEN                      VALUE 'Y'.

       01  GU0004M0-CONTROL-COUNTS.
           05  RULES-READ-CNT                  PIC S9(05) COMP-3
                                                   VALUE +0.
           05  RULES-REJECTED-CNT              PIC S9(05) COMP-3
                                                   VALUE +0.
           05  SUBSTITUTED-CNT                 PIC S9(05) COMP-3
                                                   VALUE +0.

       01  GU0004M0-WORK-FIELDS.
           05  GEN-YEAR-GV                     PIC 9(04).
           05  ZELLER-YY                       PIC S9(05) COMP-3.
           05  ZELLER-MM                       PIC S9(03) COMP-3.
           05  ZELLER-WORK                     PIC S9(09) COMP-3.
           05  ZELLER-TERM                     PIC S9(07) COMP-3.
           05  DOW-FIRST-GV                    PIC 9(01).
      *        0 = SATURDAY, 1 = SUNDAY, 2 = MONDAY ... 6 = FRIDAY
           05  DOW-TARGET-GV                   PIC 9(01).
           05  DOW-OFFSET-GV                   PIC S9(03) COMP-3.
           05  ORIG-DATE-GV                    PIC 9(08).
           05  GEN-REGION-GV                   PIC X(03).
           05  EASTER-DATE-GV                  PIC 9(08).
           05  EASTER-DATE-R REDEFINES EASTER-DATE-GV.
               10  EASTER-YY-GV                PIC 9(04).
               10  EASTER-MM-GV                PIC 9(02).
               10  EASTER-DD-GV                PIC 9(02).
           05  EASTER-STEPS-GV                 PIC S9(03) COMP-3.
           05  GEN-X                           PIC S9(04) COMP.

      *----------------------------------------------------------------*
      *    EASTER SUNDAY - ANONYMOUS GREGORIAN ALGORITHM WORK FIELDS.  *
      *----------------------------------------------------------------*
       01  GU0004M0-EASTER-FIELDS.
           05  EAS-A                           PIC S9(05) COMP-3.
           05  EAS-B                           PIC S9(05) COMP-3.
           05  EAS-C                           PIC S9(05) COMP-3.
           05  EAS-D                           PIC S9(05) COMP-3.
           05  EAS-E                           PIC S9(05) COMP-3.
           05  EAS-F                           PIC S9(05) COMP-3.
           05  EAS-G                           PIC S9(05) COMP-3.
           05  EAS-H                           PIC S9(05) COMP-3.
           05  EAS-I                           PIC S9(05) COMP-3.
           05  EAS-K                           PIC S9(05) COMP-3.
           05  EAS-L                           PIC S9(05) COMP-3.
           05  EAS-M                           PIC S9(05) COMP-3.
           05  EAS-Q                           PIC S9(05) COMP-3.
           05  EAS-W                           PIC S9(07) COMP-3.

      *----------------------------------------------------------------*
      *    EVERY RULE'S OWN DATE AND EVERY SUBSTITUTE SO FAR, BY       *
      *    REGION - A SUBSTITUTE DAY MUST NOT LAND ON ONE OF THEM.     *
      *----------------------------------------------------------------*
       01  GENERATED-TABLE-CTRS.
           05  GENERATED-CNT                   PIC S9(04) COMP
                                                   VALUE +0.
       01  GENERATED-TABLE.
           05  GENERATED-ENTRY-GV OCCURS 400 TIMES.
               10  GENERATED-DATE-GV           PIC 9(08).
               10  GENERATED-REGION-GV         PIC X(03).

      *----------------------------------------------------------------*
      *    DAYS PER MONTH - FEBRUARY IS RESOLVED FOR THE GENERATED     *
           05  GEN-HDG-YEAR                    PIC 9(04).
           05  FILLER                          PIC X(82)  VALUE SPACES.

       01  GEN-HEADING-2.
           05  FILLER                          PIC X(16)  VALUE
                 'EASTER SUNDAY   '.
           05  GEN-HDG-EASTER                  PIC 9(08).
           05  FILLER                          PIC X(108) VALUE SPACES.

       01  GEN-DETAIL-LINE.
           05  GEN-DET-TYPE                    PIC X(01).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           MOVE PARM-USER-ID        TO GEN-USER-GV
           WRITE GENRPT-LINE FROM GEN-HEADING-1
           PERFORM 7180-FEBRUARY-DAYS
           PERFORM 1300-COMPUTE-EASTER
           MOVE EASTER-DATE-GV      TO GEN-HDG-EASTER
           WRITE GENRPT-LINE FROM GEN-HEADING-2
           PERFORM 1400-RESERVE-RULE-DATES
           PERFORM 8100-READ-RULE
           .

      ******************************************************************
      *                                                                *
      *    1300-COMPUTE-EASTER                                         *
      *                                                                *
      *    EASTER SUNDAY OF THE GENERATED YEAR (GREGORIAN CALENDAR).   *
      *                                                                *
      ******************************************************************
       1300-COMPUTE-EASTER.
           DIVIDE GEN-YEAR-GV BY 19
                  GIVING EAS-Q
                  REMAINDER EAS-A
           DIVIDE GEN-YEAR-GV BY 100
                  GIVING EAS-B
                  REMAINDER EAS-C
           DIVIDE EAS-B BY 4
                  GIVING EAS-D
                  REMAINDER EAS-E
           COMPUTE EAS-W = EAS-B + 8
           DIVIDE EAS-W BY 25
                  GIVING EAS-F
           COMPUTE EAS-W = EAS-B - EAS-F + 1
           DIVIDE EAS-W BY 3
                  GIVING EAS-G
           COMPUTE EAS-W = (19 * EAS-A) + EAS-B - EAS-D - EAS-G + 15
           DIVIDE EAS-W BY 30
                  GIVING EAS-Q
                  REMAINDER EAS-H
           DIVIDE EAS-C BY 4
                  GIVING EAS-I
                  REMAINDER EAS-K
           COMPUTE EAS-W = 32 + (2 * EAS-E) + (2 * EAS-I)
                         - EAS-H - EAS-K
           DIVIDE EAS-W BY 7
                  GIVING EAS-Q
                  REMAINDER EAS-L
           COMPUTE EAS-W = EAS-A + (11 * EAS-H) + (22 * EAS-L)
           DIVIDE EAS-W BY 451
                  GIVING EAS-M
           COMPUTE EAS-W = EAS-H + EAS-L - (7 * EAS-M) + 114
           MOVE GEN-YEAR-GV         TO EASTER-YY-GV
           DIVIDE EAS-W BY 31
                  GIVING EAS-Q
                  REMAINDER EAS-D
           MOVE EAS-Q               TO EASTER-MM-GV
           COMPUTE EASTER-DD-GV = EAS-D + 1
           .

      ******************************************************************
      *                                                                *
      *    1400-RESERVE-RULE-DATES                                     *
      *                                                                *
      *    A FIRST PASS OF HOLRULE RESOLVES EVERY RULE'S OWN DATE SO   *
      *    A WEEKEND SUBSTITUTE NEVER LANDS ON ANOTHER RULE'S HOLIDAY  *
      *    IN THE SAME REGION, WHATEVER THE RULE ORDER.  THE FILE IS   *
      *    THEN REOPENED FOR THE GENERATING PASS.                      *
      *                                                                *
      ******************************************************************
       1400-RESERVE-RULE-DATES.
           PERFORM 8100-READ-RULE
           PERFORM 1450-RESERVE-ONE-RULE
                   UNTIL HOLRULE-EOF
           CLOSE HOLRULE-FILE
           OPEN INPUT HOLRULE-FILE
           MOVE 'N'                 TO HOLRULE-EOF-SW
           MOVE ZERO                TO RULES-READ-CNT
                                       RULES-REJECTED-CNT
           .

       1450-RESERVE-ONE-RULE.
           MOVE SPACES              TO GEN-DET-RESULT
           PERFORM 2100-RESOLVE-RULE
           IF GEN-DET-RESULT = SPACES
              PERFORM 3550-SET-GEN-REGION
              PERFORM 3560-RECORD-GENERATED
           END-IF
           PERFORM 8100-READ-RULE
           .

      ******************************************************************
       2000-GENERATE-ONE-RULE.
           MOVE SPACES              TO GEN-DET-RESULT
           PERFORM 2100-RESOLVE-RULE
           IF GEN-DET-RESULT = SPACES
              IF FIXED-RULE-HR
                 AND NOT NO-SUBSTITUTE-HR
                 PERFORM 3600-APPLY-SUBSTITUTION
              ELSE
                 PERFORM 3500-WRITE-ADD-CARD
                 MOVE 'GENERATED'   TO GEN-DET-RESULT
              END-IF
           END-IF
           PERFORM 3700-WRITE-REPORT-DETAIL
           PERFORM 8100-READ-RULE
           .

      ******************************************************************
      *                                                                *
      *    2100-RESOLVE-RULE                                           *
      *                                                                *
      *    GEN-DATE-GV FOR THE RULE, OR A REJECTION IN GEN-DET-RESULT. *
      *                                                                *
      ******************************************************************
       2100-RESOLVE-RULE.
           EVALUATE TRUE
              WHEN NOT VALID-RULE-HR
                 ADD 1 TO RULES-REJECTED-CNT
                 MOVE 'INVALID RULE TYPE'
                                    TO GEN-DET-RESULT
                 MOVE ZERO          TO GEN-DATE-GV
              WHEN EASTER-RULE-HR
                 PERFORM 3400-RESOLVE-EASTER-OFFSET
                         THRU 3400-EXIT
              WHEN RULE-MONTH-HR < 1
                   OR RULE-MONTH-HR > 12
                 ADD 1 TO RULES-REJECTED-CNT
                 MOVE 'MONTH NOT 01-12'
                                    TO GEN-DET-RESULT
                 MOVE ZERO          TO GEN-DATE-GV
              WHEN FIXED-RULE-HR
                   AND NOT VALID-SUBSTITUTE-HR
                 ADD 1 TO RULES-REJECTED-CNT
                 MOVE 'SUBSTITUTION NOT M / A'
                                    TO GEN-DET-RESULT
                 MOVE ZERO          TO GEN-DATE-GV
              WHEN FIXED-RULE-HR
                 PERFORM 3100-RESOLVE-FIXED-DATE
              WHEN OTHER
                 PERFORM 3200-RESOLVE-NTH-WEEKDAY
                         THRU 3200-EXIT
           END-EVALUATE
           .

      ******************************************************************
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    3310-SET-GEN-MONTH-LENGTH                                   *
      *                                                                *
      *    LENGTH OF THE MONTH OF GEN-DATE-GV, FOR DAY STEPPING.       *
      *                                                                *
      ******************************************************************
       3310-SET-GEN-MONTH-LENGTH.
           IF GEN-MM-GV = 2
              MOVE FEB-DAYS-GV      TO MONTH-LEN-GV
           ELSE
              MOVE MONTH-DAYS-GV(GEN-MM-GV)
                                    TO MONTH-LEN-GV
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    3400-RESOLVE-EASTER-OFFSET                                  *
      *                                                                *
      *    EASTER SUNDAY STEPPED FORWARD OR BACK BY THE OFFSET.  THE   *
      *    RESULT MUST STAY IN THE GENERATED YEAR.                     *
      *                                                                *
      ******************************************************************
       3400-RESOLVE-EASTER-OFFSET.
           IF RULE-EASTER-OFFSET-HR NOT NUMERIC
              ADD 1 TO RULES-REJECTED-CNT
              MOVE 'EASTER OFFSET NOT NUMERIC'
                                    TO GEN-DET-RESULT
              MOVE ZERO             TO GEN-DATE-GV
              GO TO 3400-EXIT
           END-IF
           MOVE EASTER-DATE-GV      TO GEN-DATE-GV
           IF RULE-EASTER-OFFSET-HR < ZERO
              COMPUTE EASTER-STEPS-GV = ZERO - RULE-EASTER-OFFSET-HR
              PERFORM 3460-STEP-BACK-ONE-DAY
                      EASTER-STEPS-GV TIMES
           ELSE
              MOVE RULE-EASTER-OFFSET-HR TO EASTER-STEPS-GV
              PERFORM 3450-STEP-FORWARD-ONE-DAY
                      EASTER-STEPS-GV TIMES
           END-IF
           IF GEN-YY-GV NOT = GEN-YEAR-GV
              ADD 1 TO RULES-REJECTED-CNT
              MOVE 'OFFSET LEAVES THE YEAR'
                                    TO GEN-DET-RESULT
              MOVE ZERO             TO GEN-DATE-GV
           END-IF
           .
       3400-EXIT.
           EXIT.

       3450-STEP-FORWARD-ONE-DAY.
           PERFORM 3310-SET-GEN-MONTH-LENGTH
           IF GEN-DD-GV < MONTH-LEN-GV
              ADD 1 TO GEN-DD-GV
           ELSE
              MOVE 1 TO GEN-DD-GV
              IF GEN-MM-GV = 12
                 MOVE 1 TO GEN-MM-GV
                 ADD 1 TO GEN-YY-GV
              ELSE
                 ADD 1 TO GEN-MM-GV
              END-IF
           END-IF
           .

       3460-STEP-BACK-ONE-DAY.
           IF GEN-DD-GV > 1
              SUBTRACT 1 FROM GEN-DD-GV
           ELSE
              IF GEN-MM-GV = 1
                 MOVE 12 TO GEN-MM-GV
                 SUBTRACT 1 FROM GEN-YY-GV
              ELSE
                 SUBTRACT 1 FROM GEN-MM-GV
              END-IF
              PERFORM 3310-SET-GEN-MONTH-LENGTH
              MOVE MONTH-LEN-GV     TO GEN-DD-GV
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    3500-WRITE-ADD-CARD                                         *
           MOVE GEN-DATE-GV         TO HOLIDAY-DATE-GT
           MOVE RULE-DESC-HR        TO HOLIDAY-DESC-GT
           MOVE GEN-USER-GV         TO USER-ID-GT
           PERFORM 3550-SET-GEN-REGION
           MOVE GEN-REGION-GV       TO HOLIDAY-REGION-GT
           WRITE GENTRAN-RECORD
           ADD 1 TO CARDS-WRITTEN-CNT
           .

       3550-SET-GEN-REGION.
           IF RULE-REGION-HR = SPACES
              MOVE 'NAT'            TO GEN-REGION-GV
           ELSE
              MOVE RULE-REGION-HR   TO GEN-REGION-GV
           END-IF
           .

       3560-RECORD-GENERATED.
           IF GENERATED-CNT < 400
              ADD 1 TO GENERATED-CNT
              MOVE GEN-DATE-GV
                TO GENERATED-DATE-GV(GENERATED-CNT)
              MOVE GEN-REGION-GV
                TO GENERATED-REGION-GV(GENERATED-CNT)
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    3600-APPLY-SUBSTITUTION                                     *
      *                                                                *
      *    A WEEKDAY DATE IS GENERATED AS IT STANDS.  A WEEKEND DATE   *
      *    IS MOVED ('M') OR ALSO KEPT ('A'), AND THE NEXT FREE        *
      *    WEEKDAY IS GENERATED IN ITS PLACE OR AS WELL.               *
      *                                                                *
      ******************************************************************
       3600-APPLY-SUBSTITUTION.
           PERFORM 7200-DAY-OF-WEEK
           IF ZELLER-WORK > 1
              PERFORM 3500-WRITE-ADD-CARD
              MOVE 'GENERATED'      TO GEN-DET-RESULT
           ELSE
              MOVE GEN-DATE-GV      TO ORIG-DATE-GV
              IF ADD-SUBSTITUTE-HR
                 PERFORM 3500-WRITE-ADD-CARD
                 MOVE 'GENERATED - WEEKEND'
                                    TO GEN-DET-RESULT
                 PERFORM 3700-WRITE-REPORT-DETAIL
              END-IF
              PERFORM 3550-SET-GEN-REGION
              MOVE 'N'              TO FREE-WEEKDAY-SW
              PERFORM 3650-TRY-NEXT-DAY
                      UNTIL FREE-WEEKDAY
              PERFORM 3500-WRITE-ADD-CARD
              PERFORM 3560-RECORD-GENERATED
              ADD 1 TO SUBSTITUTED-CNT
              MOVE SPACES           TO GEN-DET-RESULT
              IF ADD-SUBSTITUTE-HR
                 STRING 'SUBSTITUTE FOR ' DELIMITED BY SIZE
                        ORIG-DATE-GV      DELIMITED BY SIZE
                        INTO GEN-DET-RESULT
                 END-STRING
              ELSE
                 STRING 'MOVED FROM '     DELIMITED BY SIZE
                        ORIG-DATE-GV      DELIMITED BY SIZE
                        INTO GEN-DET-RESULT
                 END-STRING
              END-IF
           END-IF
           .

       3650-TRY-NEXT-DAY.
           PERFORM 3450-STEP-FORWARD-ONE-DAY
           PERFORM 7200-DAY-OF-WEEK
           IF ZELLER-WORK > 1
              MOVE 'N'              TO DATE-TAKEN-SW
              MOVE 1                TO GEN-X
              PERFORM 3670-CHECK-GENERATED
                      UNTIL GEN-X > GENERATED-CNT
                      OR DATE-TAKEN
              IF NOT DATE-TAKEN
                 SET FREE-WEEKDAY   TO TRUE
              END-IF
           END-IF
           .

       3670-CHECK-GENERATED.
           IF GENERATED-DATE-GV(GEN-X)   = GEN-DATE-GV
              AND GENERATED-REGION-GV(GEN-X) = GEN-REGION-GV
              SET DATE-TAKEN        TO TRUE
           ELSE
              ADD 1 TO GEN-X
           END-IF
           .

      ******************************************************************
                                    TO GEN-COUNT-DESC
           MOVE RULES-REJECTED-CNT  TO GEN-COUNT-VALUE
           WRITE GENRPT-LINE FROM GEN-COUNT-LINE
           MOVE 'WEEKEND SUBSTITUTES      : '
                                    TO GEN-COUNT-DESC
           MOVE SUBSTITUTED-CNT     TO GEN-COUNT-VALUE
           WRITE GENRPT-LINE FROM GEN-COUNT-LINE
           .

      ******************************************************************
              ADD 12 TO ZELLER-MM
              SUBTRACT 1 FROM ZELLER-YY
           END-IF
      *    EACH QUOTIENT IS TRUNCATED ON ITS OWN BEFORE IT IS SUMMED.
           COMPUTE ZELLER-TERM = (13 * (ZELLER-MM + 1)) / 5
           COMPUTE ZELLER-WORK = GEN-DD-GV + ZELLER-TERM + ZELLER-YY
           COMPUTE ZELLER-TERM = ZELLER-YY / 4
           ADD ZELLER-TERM          TO ZELLER-WORK
           COMPUTE ZELLER-TERM = ZELLER-YY / 100
           SUBTRACT ZELLER-TERM     FROM ZELLER-WORK
           COMPUTE ZELLER-TERM = ZELLER-YY / 400
           ADD ZELLER-TERM          TO ZELLER-WORK
           DIVIDE ZELLER-WORK BY 7
                  GIVING ZELLER-YY
                  REMAINDER ZELLER-WORK
