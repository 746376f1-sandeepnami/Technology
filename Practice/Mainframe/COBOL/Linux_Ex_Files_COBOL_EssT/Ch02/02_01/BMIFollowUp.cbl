       IDENTIFICATION DIVISION.
       PROGRAM-ID. BMIFOLLOWUP.
       AUTHOR.     PEGGY FISHER.
      ***************************************************************
      *  Lapsed-participant follow-up list for the wellness coaches, *
      *  from the BMI-HISTORY.DAT rows every BMI run appends.        *
      *                                                              *
      *  A participant has lapsed when their latest measurement is   *
      *  more than the BMIPARM.DAT lapse days (default 60) before    *
      *  today.  BMI-FOLLOWUP.DAT carries one page per department    *
      *  for that department's coach: the lapsed participants in     *
      *  contact order - furthest from their BMI-GOALS.DAT target    *
      *  first, then the most recent worsening of BMI category -     *
      *  followed by the lapsed participants already at their goal,  *
      *  listed as maintenance check-ins rather than lapses.         *
      *                                                              *
      *  The lists are health data and need a SUPV or MED role, the  *
      *  same as the BMI detail; a refusal is audited.  Department   *
      *  counts follow the minimum-cohort suppression rule.          *
      *  Anyone BMI-PARTMAST.DAT shows as having left the program or *
      *  withdrawn consent is not chased and not counted.            *
      ***************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL HISTORY-FILE ASSIGN TO "BMI-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
            SELECT OPTIONAL BMI-PARM-FILE ASSIGN TO "BMIPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
            SELECT OPTIONAL GOALS-FILE ASSIGN TO "BMI-GOALS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GOALS-STATUS.
            SELECT OPTIONAL PARTMAST-FILE ASSIGN TO "BMI-PARTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTMAST-STATUS.
            SELECT OPTIONAL RUN-AUDIT-FILE ASSIGN TO "RUNAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT FOLLOWUP-FILE ASSIGN TO "BMI-FOLLOWUP.DAT".

       DATA DIVISION.
       FILE SECTION.
      *  MIRROR OF HISTORY-RECORD IN ENHANCEDBMICALCULATOR.  ROWS
      *  WRITTEN BEFORE THE DEPARTMENT WAS CARRIED HAVE IT BLANK.
       FD HISTORY-FILE
            RECORD CONTAINS 75 CHARACTERS.
       01 HISTORY-RECORD.
            88 ENDOFHISTORY         VALUE HIGH-VALUES.
            05 HIST-NAME            PIC X(40).
            05 HIST-DATE            PIC 9(8).
            05 HIST-BMI             PIC 999V99.
            05 HIST-CATEGORY        PIC X(15).
            05 FILLER               PIC X(3).
            05 HIST-DEPT-CODE       PIC X(4).

       FD BMI-PARM-FILE.
       01 BMI-PARM-RECORD.
            05 PARM-MIN-COHORT      PIC 9(3).
            05 PARM-LAPSE-DAYS      PIC 9(3).
            05 FILLER               PIC X(74).

       FD GOALS-FILE
            RECORD CONTAINS 53 CHARACTERS.
       01 GOALS-RECORD.
            88 ENDOFGOALS           VALUE HIGH-VALUES.
            05 GOAL-NAME            PIC X(40).
            05 GOAL-TARGET-BMI      PIC 999V99.
            05 GOAL-TARGET-DATE     PIC 9(8).

      *  MIRROR OF THE PARTICIPANT MASTER KEPT BY BMIPARTMAINT.
       FD PARTMAST-FILE
            RECORD CONTAINS 80 CHARACTERS.
       01 PARTMAST-RECORD.
            88 ENDOFPARTMAST        VALUE HIGH-VALUES.
            05 PM-NAME              PIC X(40).
            05 PM-PARTICIPANT-ID    PIC 9(6).
            05 PM-ENROLL-DATE       PIC 9(8).
            05 PM-DEPT-CODE         PIC X(4).
            05 PM-CONSENT           PIC X.
            05 PM-STATUS            PIC X.
            05 PM-WITHDRAW-DATE     PIC 9(8).
            05 FILLER               PIC X(12).

       FD RUN-AUDIT-FILE
            RECORD CONTAINS 60 CHARACTERS.
       01 RUN-AUDIT-RECORD          PIC X(60).

       FD FOLLOWUP-FILE.
       01  PRINT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
        01  WS-HISTORY-STATUS       PIC XX.
        01  WS-PARM-STATUS          PIC XX.
        01  WS-GOALS-STATUS         PIC XX.
        01  WS-RUN-DATE             PIC 9(8).
        01  WS-RUN-DAY-NUMBER       PIC S9(7) COMP-3.
        01  WS-MIN-COHORT           PIC 9(3) VALUE 5.
        01  WS-LAPSE-DAYS           PIC 9(3) VALUE 60.
        01  WS-HIST-READ-COUNT      PIC 9(5) VALUE ZERO.
        01  WS-HIST-DROPPED-COUNT   PIC 9(5) VALUE ZERO.

      *  PARTICIPANTS NO LONGER IN THE PROGRAM - LEFT OR CONSENT
      *  WITHDRAWN ON THE MASTER.
        01  WS-PARTMAST-STATUS      PIC XX.
        01  WS-GONE-COUNT           PIC 9(3) VALUE ZERO.
        01  WS-GONE-TABLE.
            05 WS-GONE-NAME OCCURS 500 TIMES PIC X(40).
        01  WS-GONE-SUB             PIC 9(3).
        01  WS-GONE-FOUND-SW        PIC X VALUE 'N'.
            88 PARTICIPANT-GONE     VALUE 'Y'.
        01  WS-GONE-SKIPPED-COUNT   PIC 9(5) VALUE ZERO.

      ***************************************************************
      *  DAY NUMBER WORK AREA.  THE DAY NUMBER COUNTS FROM A FIXED   *
      *  ORIGIN WITH THE GREGORIAN LEAP RULES, SO THE DAYS BETWEEN   *
      *  TWO DATES IS A PLAIN SUBTRACTION.                           *
      ***************************************************************
        01  WS-DAY-NUMBER-AREA.
            05 WS-DN-DATE           PIC 9(8).
            05 WS-DN-DATE-R REDEFINES WS-DN-DATE.
               10 WS-DN-CCYY        PIC 9(4).
               10 WS-DN-MM          PIC 9(2).
               10 WS-DN-DD          PIC 9(2).
            05 WS-DN-YEAR           PIC S9(5) COMP-3.
            05 WS-DN-MONTH          PIC S9(3) COMP-3.
            05 WS-DN-QUOT           PIC S9(7) COMP-3.
            05 WS-DN-SERIAL         PIC S9(7) COMP-3.

      ***************************************************************
      *  ONE ENTRY PER PARTICIPANT ON THE HISTORY: THE LATEST ROW    *
      *  (ROWS ARE IN APPEND ORDER, SO THE LAST ONE SEEN WINS) AND   *
      *  THE DATE THEIR CATEGORY LAST GOT WORSE.  THE CATEGORY RANK  *
      *  IS ITS DISTANCE FROM NORMAL - NORMAL 0, UNDERWEIGHT AND     *
      *  OVERWEIGHT 1, OBESE 2 - SO A RISE IN RANK IS A WORSENING.   *
      ***************************************************************
        01  WS-PER-COUNT            PIC 9(3) VALUE ZERO.
        01  WS-PER-TABLE.
            05 WS-PER-ENTRY OCCURS 500 TIMES.
               10 WS-PER-NAME       PIC X(40).
               10 WS-PER-DEPT       PIC X(4).
               10 WS-PER-LAST-DATE  PIC 9(8).
               10 WS-PER-BMI        PIC 999V99.
               10 WS-PER-CATEGORY   PIC X(15).
               10 WS-PER-CAT-RANK   PIC 9.
               10 WS-PER-WORSE-DATE PIC 9(8).
        01  WS-PER-SUB              PIC 9(3).
        01  WS-PER-FOUND-SW         PIC X VALUE 'N'.
            88 PERSON-FOUND         VALUE 'Y'.
        01  WS-ROW-CAT-RANK         PIC 9.

        01  WS-GOAL-COUNT           PIC 9(3) VALUE ZERO.
        01  WS-GOAL-TABLE.
            05 WS-GOAL-ENTRY OCCURS 500 TIMES.
               10 WS-GOAL-NAME      PIC X(40).
               10 WS-GOAL-TARGET    PIC 999V99.
        01  WS-GOAL-SUB             PIC 9(3).
        01  WS-GOAL-FOUND-SW        PIC X VALUE 'N'.
            88 GOAL-ENTRY-FOUND     VALUE 'Y'.
        01  WS-GOAL-DISTANCE        PIC S999V99.
        01  WS-ABS-DISTANCE         PIC 999V99.
        01  WS-DAYS-SINCE           PIC S9(7) COMP-3.

      ***************************************************************
      *  PER-DEPARTMENT COUNTS.  A DEPARTMENT WITH FEWER PEOPLE ON   *
      *  THE HISTORY THAN THE MINIMUM COHORT HAS ITS COUNTS          *
      *  SUPPRESSED, AS ON THE BMI REPORT.                           *
      ***************************************************************
        01  WS-DEPT-COUNT           PIC 99 VALUE ZERO.
        01  WS-DEPT-TABLE.
            05 WS-DEPT-ENTRY OCCURS 30 TIMES.
               10 WS-DEPT-CODE      PIC X(4).
               10 WS-DEPT-PEOPLE    PIC 9(5).
               10 WS-DEPT-LAPSED    PIC 9(5).
               10 WS-DEPT-MAINT     PIC 9(5).
        01  WS-DEPT-SUB             PIC 99.
        01  WS-DEPT-FOUND-SW        PIC X VALUE 'N'.
            88 DEPT-ENTRY-FOUND     VALUE 'Y'.
        01  WS-TOTAL-LAPSED         PIC 9(5) VALUE ZERO.
        01  WS-TOTAL-MAINT          PIC 9(5) VALUE ZERO.

      ***************************************************************
      *  THE FOLLOW-UP LIST, KEPT IN PRINT ORDER AS IT IS BUILT.     *
      *  THE KEY SORTS ASCENDING: DEPARTMENT, LAPSES (L) BEFORE      *
      *  MAINTENANCE CHECK-INS (M), PARTICIPANTS WITH A GOAL BEFORE  *
      *  THOSE WITHOUT, THEN TWO ORDER FIELDS HELD AS COMPLEMENTS SO *
      *  THE LARGER DISTANCE AND LATER WORSENING COME FIRST - OR,    *
      *  FOR A CHECK-IN, THE LONGER GAP SINCE THE LAST MEASUREMENT.  *
      ***************************************************************
        01  WS-FU-COUNT             PIC 9(3) VALUE ZERO.
        01  WS-FU-TABLE.
            05 WS-FU-ENTRY OCCURS 500 TIMES.
               10 WS-FU-KEY.
                  15 WS-FU-DEPT     PIC X(4).
                  15 WS-FU-TYPE     PIC X.
                  15 WS-FU-NO-GOAL  PIC X.
                  15 WS-FU-ORDER-1  PIC 9(5).
                  15 WS-FU-ORDER-2  PIC 9(8).
               10 WS-FU-PER-SUB     PIC 9(3).
               10 WS-FU-DAYS        PIC 9(5).
               10 WS-FU-TARGET      PIC 999V99.
               10 WS-FU-DISTANCE    PIC S999V99.
        01  WS-FU-SUB               PIC 9(3).
        01  WS-FU-NEW-ENTRY.
            05 WS-NEW-KEY.
               10 WS-NEW-DEPT       PIC X(4).
               10 WS-NEW-TYPE       PIC X.
               10 WS-NEW-NO-GOAL    PIC X.
               10 WS-NEW-ORDER-1    PIC 9(5).
               10 WS-NEW-ORDER-2    PIC 9(8).
            05 WS-NEW-PER-SUB       PIC 9(3).
            05 WS-NEW-DAYS          PIC 9(5).
            05 WS-NEW-TARGET        PIC 999V99.
            05 WS-NEW-DISTANCE      PIC S999V99.
        01  WS-FU-DROPPED-COUNT     PIC 9(3) VALUE ZERO.
        01  WS-PREV-DEPT            PIC X(4).
        01  WS-PREV-TYPE            PIC X.
        01  WS-RANK                 PIC 9(3).
        01  WS-EDIT-TARGET          PIC ZZ9.99.
        01  WS-EDIT-DISTANCE        PIC +ZZ9.99.

        01  SIGNON-AREA.
            05 SIGNON-OPERATOR-NAME PIC X(20).
            05 SIGNON-OPERATOR-ID   PIC X(8).
            05 SIGNON-RUN-TIMESTAMP PIC X(14).
            05 SIGNON-OPERATOR-ROLE PIC X(4).
               88 DETAIL-ENTITLED-ROLE VALUE 'SUPV' 'MED '.
            05 SIGNON-REPORT-ID     PIC X(8) VALUE 'BMIFOLUP'.

        01  WS-REFUSAL-AUDIT-RECORD.
            05 REF-TIMESTAMP        PIC X(14).
            05 FILLER               PIC X(2) VALUE SPACES.
            05 REF-OPERATOR-ID      PIC X(8).
            05 FILLER               PIC X(2) VALUE SPACES.
            05 REF-DETAIL           PIC X(20).
            05 FILLER               PIC X(2) VALUE SPACES.
            05 REF-NOTE             PIC X(12).

        01  RUN-IDENTITY-LINE.
            05 FILLER               PIC X(8)  VALUE 'RUN BY: '.
            05 RUN-ID-NAME          PIC X(20).
            05 FILLER               PIC X(2)  VALUE ' ('.
            05 RUN-ID-OPERATOR      PIC X(8).
            05 FILLER               PIC X(5)  VALUE ') AT '.
            05 RUN-ID-TIMESTAMP     PIC X(14).

        01  TITLE-LINE.
            05 FILLER               PIC X(30) VALUE
                 'BMI FOLLOW-UP CONTACT LIST'.
            05 FILLER               PIC X(10) VALUE 'RUN DATE '.
            05 TTL-RUN-DATE         PIC 9(8).
            05 FILLER               PIC X(20) VALUE
                 '   LAPSED AFTER     '.
            05 TTL-LAPSE-DAYS       PIC ZZ9.
            05 FILLER               PIC X(5)  VALUE ' DAYS'.

        01  DEPT-TITLE-LINE.
            05 FILLER               PIC X(11) VALUE 'DEPARTMENT '.
            05 DTL-DEPT             PIC X(4).
            05 FILLER               PIC X(30) VALUE
                 '  - COACH FOLLOW-UP LIST'.

        01  LAPSE-HEADING           PIC X(50) VALUE
              '----- LAPSED PARTICIPANTS - IN CONTACT ORDER -----'.
        01  MAINT-HEADING           PIC X(50) VALUE
              '----- MAINTENANCE CHECK-INS - AT GOAL -----'.
        01  FOLLOWUP-COL-HEADING.
            05 FILLER               PIC X(5)  VALUE 'RANK '.
            05 FILLER               PIC X(42) VALUE 'NAME'.
            05 FILLER               PIC X(10) VALUE 'LAST SEEN '.
            05 FILLER               PIC X(7)  VALUE '   DAYS'.
            05 FILLER               PIC X(8)  VALUE '     BMI'.
            05 FILLER               PIC X(17) VALUE '  CATEGORY'.
            05 FILLER               PIC X(9)  VALUE '   TARGET'.
            05 FILLER               PIC X(10) VALUE '  DISTANCE'.
            05 FILLER               PIC X(10) VALUE '  WORSENED'.

        01  FOLLOWUP-DETAIL-LINE.
            05 FUD-RANK             PIC ZZ9.
            05 FILLER               PIC XX    VALUE SPACES.
            05 FUD-NAME             PIC X(40).
            05 FILLER               PIC XX    VALUE SPACES.
            05 FUD-LAST-DATE        PIC 9(8).
            05 FILLER               PIC XX    VALUE SPACES.
            05 FUD-DAYS             PIC ZZZZ9.
            05 FILLER               PIC XX    VALUE SPACES.
            05 FUD-BMI              PIC ZZ9.99.
            05 FILLER               PIC XX    VALUE SPACES.
            05 FUD-CATEGORY         PIC X(15).
            05 FILLER               PIC XX    VALUE SPACES.
            05 FUD-TARGET           PIC X(7).
            05 FILLER               PIC XX    VALUE SPACES.
            05 FUD-DISTANCE         PIC X(8).
            05 FILLER               PIC XX    VALUE SPACES.
            05 FUD-WORSENED         PIC X(8).

        01  DEPT-HEADING            PIC X(44) VALUE
              '----- FOLLOW-UP COUNTS BY DEPARTMENT -----'.
        01  DEPT-COUNT-LINE.
            05 DCL-DEPT             PIC X(4).
            05 FILLER               PIC X(16) VALUE
                 '  PARTICIPANTS: '.
            05 DCL-PEOPLE           PIC ZZZZ9.
            05 FILLER               PIC X(10) VALUE '  LAPSED: '.
            05 DCL-LAPSED           PIC ZZZZ9.
            05 FILLER               PIC X(25) VALUE
                 '  MAINTENANCE CHECK-INS: '.
            05 DCL-MAINT            PIC ZZZZ9.
        01  DEPT-SUPPRESS-LINE.
            05 DSL-DEPT             PIC X(4).
            05 FILLER               PIC X(36) VALUE
              '  SUPPRESSED - COHORT UNDER MINIMUM '.
            05 DSL-MIN              PIC ZZ9.
        01  TOTAL-LINE.
            05 FILLER               PIC X(25) VALUE
                 'PARTICIPANTS ON HISTORY: '.
            05 TOT-PEOPLE           PIC ZZZZ9.
            05 FILLER               PIC X(10) VALUE '  LAPSED: '.
            05 TOT-LAPSED           PIC ZZZZ9.
            05 FILLER               PIC X(25) VALUE
                 '  MAINTENANCE CHECK-INS: '.
            05 TOT-MAINT            PIC ZZZZ9.

       PROCEDURE DIVISION.

        0050-OPEN-FILES.
           CALL 'OBTAININPUT' USING SIGNON-AREA.
           MOVE SIGNON-OPERATOR-NAME TO RUN-ID-NAME.
           MOVE SIGNON-OPERATOR-ID TO RUN-ID-OPERATOR.
           MOVE SIGNON-RUN-TIMESTAMP TO RUN-ID-TIMESTAMP.
           IF NOT DETAIL-ENTITLED-ROLE
              PERFORM 0052-AUDIT-DETAIL-REFUSAL
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-DN-DATE.
           PERFORM 8500-DATE-TO-DAY-NUMBER.
           MOVE WS-DN-SERIAL TO WS-RUN-DAY-NUMBER.
           PERFORM 0055-LOAD-PARAMETERS.
           PERFORM 0058-LOAD-GOALS.
           PERFORM 0059-LOAD-PARTICIPANTS.
           PERFORM 0060-LOAD-BMI-HISTORY.
           PERFORM 0100-SELECT-FOLLOW-UP THRU 0100-END
              VARYING WS-PER-SUB FROM 1 BY 1
              UNTIL WS-PER-SUB > WS-PER-COUNT.
           OPEN OUTPUT FOLLOWUP-FILE.
           MOVE WS-RUN-DATE TO TTL-RUN-DATE.
           MOVE WS-LAPSE-DAYS TO TTL-LAPSE-DAYS.
           WRITE PRINT-LINE FROM RUN-IDENTITY-LINE.
           WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.
           IF DETAIL-ENTITLED-ROLE
              PERFORM 0200-WRITE-CONTACT-LISTS
           ELSE
              MOVE 'CONTACT LISTS WITHHELD - OPERATOR NOT ENTITLED'
                 TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 2 LINES
           END-IF.
           PERFORM 0300-WRITE-DEPARTMENT-SUMMARY.
           PERFORM 0400-STOP-RUN.

        0052-AUDIT-DETAIL-REFUSAL.
           OPEN EXTEND RUN-AUDIT-FILE.
           MOVE SPACES TO WS-REFUSAL-AUDIT-RECORD.
           MOVE SIGNON-RUN-TIMESTAMP TO REF-TIMESTAMP.
           MOVE SIGNON-OPERATOR-ID TO REF-OPERATOR-ID.
           MOVE 'BMI FOLLOW-UP' TO REF-DETAIL.
           MOVE 'REFUSED' TO REF-NOTE.
           WRITE RUN-AUDIT-RECORD FROM WS-REFUSAL-AUDIT-RECORD.
           CLOSE RUN-AUDIT-FILE.

        0055-LOAD-PARAMETERS.
           OPEN INPUT BMI-PARM-FILE.
           IF WS-PARM-STATUS = '00'
              READ BMI-PARM-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF PARM-MIN-COHORT NUMERIC
                       AND PARM-MIN-COHORT > ZERO
                       MOVE PARM-MIN-COHORT TO WS-MIN-COHORT
                    END-IF
                    IF PARM-LAPSE-DAYS NUMERIC
                       AND PARM-LAPSE-DAYS > ZERO
                       MOVE PARM-LAPSE-DAYS TO WS-LAPSE-DAYS
                    END-IF
              END-READ
           END-IF.
           CLOSE BMI-PARM-FILE.

        0058-LOAD-GOALS.
           OPEN INPUT GOALS-FILE.
           IF WS-GOALS-STATUS = '00'
              READ GOALS-FILE
                 AT END SET ENDOFGOALS TO TRUE
              END-READ
              PERFORM UNTIL ENDOFGOALS
                 IF WS-GOAL-COUNT < 500
                    ADD 1 TO WS-GOAL-COUNT
                    MOVE GOAL-NAME
                       TO WS-GOAL-NAME(WS-GOAL-COUNT)
                    MOVE GOAL-TARGET-BMI
                       TO WS-GOAL-TARGET(WS-GOAL-COUNT)
                 END-IF
                 READ GOALS-FILE
                    AT END SET ENDOFGOALS TO TRUE
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE GOALS-FILE.

        0059-LOAD-PARTICIPANTS.
           OPEN INPUT PARTMAST-FILE.
           IF WS-PARTMAST-STATUS = '00'
              READ PARTMAST-FILE
                 AT END SET ENDOFPARTMAST TO TRUE
              END-READ
              PERFORM UNTIL ENDOFPARTMAST
                 IF PM-STATUS NOT = 'E'
                    AND WS-GONE-COUNT < 500
                    ADD 1 TO WS-GONE-COUNT
                    MOVE PM-NAME TO WS-GONE-NAME(WS-GONE-COUNT)
                 END-IF
                 READ PARTMAST-FILE
                    AT END SET ENDOFPARTMAST TO TRUE
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE PARTMAST-FILE.

        0060-LOAD-BMI-HISTORY.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS = '00'
              READ HISTORY-FILE
                 AT END SET ENDOFHISTORY TO TRUE
              END-READ
              PERFORM UNTIL ENDOFHISTORY
                 ADD 1 TO WS-HIST-READ-COUNT
                 IF HIST-DATE NUMERIC
                    PERFORM 0065-STORE-HISTORY-ROW THRU 0065-END
                 END-IF
                 READ HISTORY-FILE
                    AT END SET ENDOFHISTORY TO TRUE
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE HISTORY-FILE.

        0065-STORE-HISTORY-ROW.
           EVALUATE HIST-CATEGORY
              WHEN 'NORMAL'
                 MOVE 0 TO WS-ROW-CAT-RANK
              WHEN 'UNDERWEIGHT'
              WHEN 'OVERWEIGHT'
                 MOVE 1 TO WS-ROW-CAT-RANK
              WHEN OTHER
                 MOVE 2 TO WS-ROW-CAT-RANK
           END-EVALUATE.
           MOVE 'N' TO WS-PER-FOUND-SW.
           PERFORM VARYING WS-PER-SUB FROM 1 BY 1
              UNTIL WS-PER-SUB > WS-PER-COUNT
              OR PERSON-FOUND
              IF WS-PER-NAME(WS-PER-SUB) = HIST-NAME
                 MOVE 'Y' TO WS-PER-FOUND-SW
              END-IF
           END-PERFORM.
           IF PERSON-FOUND
              SUBTRACT 1 FROM WS-PER-SUB
              IF WS-ROW-CAT-RANK > WS-PER-CAT-RANK(WS-PER-SUB)
                 MOVE HIST-DATE TO WS-PER-WORSE-DATE(WS-PER-SUB)
              END-IF
           ELSE
              IF WS-PER-COUNT < 500
                 ADD 1 TO WS-PER-COUNT
                 MOVE WS-PER-COUNT TO WS-PER-SUB
                 MOVE HIST-NAME TO WS-PER-NAME(WS-PER-SUB)
                 MOVE ZERO TO WS-PER-WORSE-DATE(WS-PER-SUB)
              ELSE
                 ADD 1 TO WS-HIST-DROPPED-COUNT
                 GO TO 0065-END
              END-IF
           END-IF.
           MOVE HIST-DATE TO WS-PER-LAST-DATE(WS-PER-SUB).
           MOVE HIST-BMI TO WS-PER-BMI(WS-PER-SUB).
           MOVE HIST-CATEGORY TO WS-PER-CATEGORY(WS-PER-SUB).
           MOVE WS-ROW-CAT-RANK TO WS-PER-CAT-RANK(WS-PER-SUB).
           IF HIST-DEPT-CODE = SPACES
              MOVE 'NONE' TO WS-PER-DEPT(WS-PER-SUB)
           ELSE
              MOVE HIST-DEPT-CODE TO WS-PER-DEPT(WS-PER-SUB)
           END-IF.
        0065-END.
           EXIT.

      ***************************************************************
      *  EVERY PARTICIPANT COUNTS TOWARD THEIR DEPARTMENT'S COHORT;  *
      *  ONLY THE LAPSED ONES GO ON THE LIST.  AT GOAL MEANS WITHIN  *
      *  0.5 OF TARGET, THE SAME TEST AS THE BMI GOAL TRACKING.      *
      ***************************************************************
        0100-SELECT-FOLLOW-UP.
           MOVE 'N' TO WS-GONE-FOUND-SW.
           PERFORM VARYING WS-GONE-SUB FROM 1 BY 1
              UNTIL WS-GONE-SUB > WS-GONE-COUNT
              OR PARTICIPANT-GONE
              IF WS-GONE-NAME(WS-GONE-SUB) = WS-PER-NAME(WS-PER-SUB)
                 MOVE 'Y' TO WS-GONE-FOUND-SW
              END-IF
           END-PERFORM.
           IF PARTICIPANT-GONE
              ADD 1 TO WS-GONE-SKIPPED-COUNT
              GO TO 0100-END
           END-IF.
           PERFORM 0105-FIND-DEPARTMENT.
           IF DEPT-ENTRY-FOUND
              ADD 1 TO WS-DEPT-PEOPLE(WS-DEPT-SUB)
           END-IF.
           MOVE WS-PER-LAST-DATE(WS-PER-SUB) TO WS-DN-DATE.
           PERFORM 8500-DATE-TO-DAY-NUMBER.
           COMPUTE WS-DAYS-SINCE = WS-RUN-DAY-NUMBER - WS-DN-SERIAL.
           IF WS-DAYS-SINCE > WS-LAPSE-DAYS
              PERFORM 0110-BUILD-FOLLOW-UP
              PERFORM 0120-INSERT-FOLLOW-UP
           END-IF.
        0100-END.
           EXIT.

        0105-FIND-DEPARTMENT.
           MOVE 'N' TO WS-DEPT-FOUND-SW.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
              UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
              OR DEPT-ENTRY-FOUND
              IF WS-DEPT-CODE(WS-DEPT-SUB) = WS-PER-DEPT(WS-PER-SUB)
                 MOVE 'Y' TO WS-DEPT-FOUND-SW
              END-IF
           END-PERFORM.
           IF DEPT-ENTRY-FOUND
              SUBTRACT 1 FROM WS-DEPT-SUB
           ELSE
              IF WS-DEPT-COUNT < 30
                 ADD 1 TO WS-DEPT-COUNT
                 MOVE WS-DEPT-COUNT TO WS-DEPT-SUB
                 MOVE WS-PER-DEPT(WS-PER-SUB)
                    TO WS-DEPT-CODE(WS-DEPT-SUB)
                 MOVE ZERO TO WS-DEPT-PEOPLE(WS-DEPT-SUB)
                 MOVE ZERO TO WS-DEPT-LAPSED(WS-DEPT-SUB)
                 MOVE ZERO TO WS-DEPT-MAINT(WS-DEPT-SUB)
                 MOVE 'Y' TO WS-DEPT-FOUND-SW
              END-IF
           END-IF.

        0110-BUILD-FOLLOW-UP.
           MOVE SPACES TO WS-FU-NEW-ENTRY.
           MOVE WS-PER-DEPT(WS-PER-SUB) TO WS-NEW-DEPT.
           MOVE WS-PER-SUB TO WS-NEW-PER-SUB.
           MOVE WS-DAYS-SINCE TO WS-NEW-DAYS.
           MOVE ZERO TO WS-NEW-TARGET WS-NEW-DISTANCE.
           MOVE 'N' TO WS-GOAL-FOUND-SW.
           PERFORM VARYING WS-GOAL-SUB FROM 1 BY 1
              UNTIL WS-GOAL-SUB > WS-GOAL-COUNT
              OR GOAL-ENTRY-FOUND
              IF WS-GOAL-NAME(WS-GOAL-SUB) = WS-PER-NAME(WS-PER-SUB)
                 MOVE 'Y' TO WS-GOAL-FOUND-SW
              END-IF
           END-PERFORM.
           IF GOAL-ENTRY-FOUND
              SUBTRACT 1 FROM WS-GOAL-SUB
              MOVE WS-GOAL-TARGET(WS-GOAL-SUB) TO WS-NEW-TARGET
              COMPUTE WS-GOAL-DISTANCE =
                 WS-PER-BMI(WS-PER-SUB) - WS-GOAL-TARGET(WS-GOAL-SUB)
              MOVE WS-GOAL-DISTANCE TO WS-NEW-DISTANCE
              MOVE WS-GOAL-DISTANCE TO WS-ABS-DISTANCE
              MOVE '0' TO WS-NEW-NO-GOAL
           ELSE
              MOVE ZERO TO WS-ABS-DISTANCE
              MOVE '1' TO WS-NEW-NO-GOAL
           END-IF.
           IF GOAL-ENTRY-FOUND
              AND WS-ABS-DISTANCE <= 0.5
              MOVE 'M' TO WS-NEW-TYPE
              COMPUTE WS-NEW-ORDER-1 = 99999 - WS-NEW-DAYS
              MOVE ZERO TO WS-NEW-ORDER-2
              ADD 1 TO WS-TOTAL-MAINT
              IF DEPT-ENTRY-FOUND
                 ADD 1 TO WS-DEPT-MAINT(WS-DEPT-SUB)
              END-IF
           ELSE
              MOVE 'L' TO WS-NEW-TYPE
              COMPUTE WS-NEW-ORDER-1 = 99999 - (WS-ABS-DISTANCE * 100)
              COMPUTE WS-NEW-ORDER-2 =
                 99999999 - WS-PER-WORSE-DATE(WS-PER-SUB)
              ADD 1 TO WS-TOTAL-LAPSED
              IF DEPT-ENTRY-FOUND
                 ADD 1 TO WS-DEPT-LAPSED(WS-DEPT-SUB)
              END-IF
           END-IF.

      *    INSERTED IN KEY ORDER, SHIFTING THE HIGHER KEYS UP ONE.
        0120-INSERT-FOLLOW-UP.
           IF WS-FU-COUNT < 500
              ADD 1 TO WS-FU-COUNT
              MOVE WS-FU-COUNT TO WS-FU-SUB
              PERFORM UNTIL WS-FU-SUB = 1
                 OR WS-FU-KEY(WS-FU-SUB - 1) NOT > WS-NEW-KEY
                 MOVE WS-FU-ENTRY(WS-FU-SUB - 1)
                    TO WS-FU-ENTRY(WS-FU-SUB)
                 SUBTRACT 1 FROM WS-FU-SUB
              END-PERFORM
              MOVE WS-FU-NEW-ENTRY TO WS-FU-ENTRY(WS-FU-SUB)
           ELSE
              ADD 1 TO WS-FU-DROPPED-COUNT
           END-IF.

      ***************************************************************
      *  ONE PAGE PER DEPARTMENT, ITS LAPSES THEN ITS CHECK-INS,     *
      *  EACH RANKED FROM 1.  THE DEPARTMENT'S COUNT LINE CLOSES     *
      *  THE PAGE.                                                   *
      ***************************************************************
        0200-WRITE-CONTACT-LISTS.
           MOVE SPACES TO WS-PREV-DEPT WS-PREV-TYPE.
           PERFORM VARYING WS-FU-SUB FROM 1 BY 1
              UNTIL WS-FU-SUB > WS-FU-COUNT
              IF WS-FU-DEPT(WS-FU-SUB) NOT = WS-PREV-DEPT
                 IF WS-PREV-DEPT NOT = SPACES
                    PERFORM 0230-WRITE-DEPT-COUNT
                 END-IF
                 MOVE WS-FU-DEPT(WS-FU-SUB) TO WS-PREV-DEPT
                 MOVE SPACES TO WS-PREV-TYPE
                 MOVE WS-PREV-DEPT TO DTL-DEPT
                 WRITE PRINT-LINE FROM DEPT-TITLE-LINE
                    AFTER ADVANCING PAGE
              END-IF
              IF WS-FU-TYPE(WS-FU-SUB) NOT = WS-PREV-TYPE
                 MOVE WS-FU-TYPE(WS-FU-SUB) TO WS-PREV-TYPE
                 IF WS-PREV-TYPE = 'L'
                    MOVE LAPSE-HEADING TO PRINT-LINE
                 ELSE
                    MOVE MAINT-HEADING TO PRINT-LINE
                 END-IF
                 WRITE PRINT-LINE AFTER ADVANCING 2 LINES
                 WRITE PRINT-LINE FROM FOLLOWUP-COL-HEADING
                    AFTER ADVANCING 1 LINE
                 MOVE ZERO TO WS-RANK
              END-IF
              PERFORM 0210-WRITE-FOLLOW-UP-LINE
           END-PERFORM.
           IF WS-PREV-DEPT NOT = SPACES
              PERFORM 0230-WRITE-DEPT-COUNT
           END-IF.
           IF WS-FU-DROPPED-COUNT > ZERO
              MOVE 'FOLLOW-UP TABLE FULL - SOME PARTICIPANTS NOT LISTED'
                 TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 2 LINES
           END-IF.

        0210-WRITE-FOLLOW-UP-LINE.
           ADD 1 TO WS-RANK.
           MOVE WS-FU-PER-SUB(WS-FU-SUB) TO WS-PER-SUB.
           MOVE SPACES TO FOLLOWUP-DETAIL-LINE.
           MOVE WS-RANK TO FUD-RANK.
           MOVE WS-PER-NAME(WS-PER-SUB) TO FUD-NAME.
           MOVE WS-PER-LAST-DATE(WS-PER-SUB) TO FUD-LAST-DATE.
           MOVE WS-FU-DAYS(WS-FU-SUB) TO FUD-DAYS.
           MOVE WS-PER-BMI(WS-PER-SUB) TO FUD-BMI.
           MOVE WS-PER-CATEGORY(WS-PER-SUB) TO FUD-CATEGORY.
           IF WS-FU-NO-GOAL(WS-FU-SUB) = '1'
              MOVE 'NO GOAL' TO FUD-TARGET
           ELSE
              MOVE WS-FU-TARGET(WS-FU-SUB) TO WS-EDIT-TARGET
              MOVE WS-EDIT-TARGET TO FUD-TARGET
              MOVE WS-FU-DISTANCE(WS-FU-SUB) TO WS-EDIT-DISTANCE
              MOVE WS-EDIT-DISTANCE TO FUD-DISTANCE
           END-IF.
           IF WS-PER-WORSE-DATE(WS-PER-SUB) = ZERO
              MOVE 'NONE' TO FUD-WORSENED
           ELSE
              MOVE WS-PER-WORSE-DATE(WS-PER-SUB) TO FUD-WORSENED
           END-IF.
           WRITE PRINT-LINE FROM FOLLOWUP-DETAIL-LINE
              AFTER ADVANCING 1 LINE.

        0230-WRITE-DEPT-COUNT.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
              UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
              IF WS-DEPT-CODE(WS-DEPT-SUB) = WS-PREV-DEPT
                 MOVE SPACES TO PRINT-LINE
                 WRITE PRINT-LINE AFTER ADVANCING 1 LINE
                 PERFORM 0310-WRITE-ONE-DEPT-LINE
              END-IF
           END-PERFORM.

        0300-WRITE-DEPARTMENT-SUMMARY.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING PAGE.
           MOVE DEPT-HEADING TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 0310-WRITE-ONE-DEPT-LINE
              VARYING WS-DEPT-SUB FROM 1 BY 1
              UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
           COMPUTE TOT-PEOPLE = WS-PER-COUNT - WS-GONE-SKIPPED-COUNT.
           MOVE WS-TOTAL-LAPSED TO TOT-LAPSED.
           MOVE WS-TOTAL-MAINT TO TOT-MAINT.
           WRITE PRINT-LINE FROM TOTAL-LINE AFTER ADVANCING 2 LINES.
           IF WS-HIST-DROPPED-COUNT > ZERO
              MOVE 'PARTICIPANT TABLE FULL - SOME HISTORY ROWS IGNORED'
                 TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.
           IF WS-GONE-SKIPPED-COUNT > ZERO
              MOVE 'LEFT OR CONSENT WITHDRAWN - NOT CHASED OR COUNTED'
                 TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.
           WRITE PRINT-LINE FROM RUN-IDENTITY-LINE
              AFTER ADVANCING 1 LINE.

        0310-WRITE-ONE-DEPT-LINE.
           IF WS-DEPT-PEOPLE(WS-DEPT-SUB) < WS-MIN-COHORT
              MOVE WS-DEPT-CODE(WS-DEPT-SUB) TO DSL-DEPT
              MOVE WS-MIN-COHORT TO DSL-MIN
              WRITE PRINT-LINE FROM DEPT-SUPPRESS-LINE
                 AFTER ADVANCING 1 LINE
           ELSE
              MOVE WS-DEPT-CODE(WS-DEPT-SUB) TO DCL-DEPT
              MOVE WS-DEPT-PEOPLE(WS-DEPT-SUB) TO DCL-PEOPLE
              MOVE WS-DEPT-LAPSED(WS-DEPT-SUB) TO DCL-LAPSED
              MOVE WS-DEPT-MAINT(WS-DEPT-SUB) TO DCL-MAINT
              WRITE PRINT-LINE FROM DEPT-COUNT-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.

        0400-STOP-RUN.
           CLOSE FOLLOWUP-FILE.
           STOP RUN.

      ***************************************************************
      *  DATE (CCYYMMDD IN WS-DN-DATE) TO A DAY NUMBER IN            *
      *  WS-DN-SERIAL.  MARCH-BASED YEAR SO THE LEAP DAY FALLS AT    *
      *  THE END, THEN THE GREGORIAN CENTURY CORRECTIONS.            *
      ***************************************************************
        8500-DATE-TO-DAY-NUMBER.
           MOVE WS-DN-CCYY TO WS-DN-YEAR.
           MOVE WS-DN-MM TO WS-DN-MONTH.
           IF WS-DN-MONTH < 3
              SUBTRACT 1 FROM WS-DN-YEAR
              ADD 12 TO WS-DN-MONTH
           END-IF.
           COMPUTE WS-DN-SERIAL = (WS-DN-YEAR * 365) + WS-DN-DD.
           DIVIDE WS-DN-YEAR BY 4 GIVING WS-DN-QUOT.
           ADD WS-DN-QUOT TO WS-DN-SERIAL.
           DIVIDE WS-DN-YEAR BY 100 GIVING WS-DN-QUOT.
           SUBTRACT WS-DN-QUOT FROM WS-DN-SERIAL.
           DIVIDE WS-DN-YEAR BY 400 GIVING WS-DN-QUOT.
           ADD WS-DN-QUOT TO WS-DN-SERIAL.
           COMPUTE WS-DN-QUOT = (WS-DN-MONTH + 1) * 153.
           DIVIDE WS-DN-QUOT BY 5 GIVING WS-DN-QUOT.
           ADD WS-DN-QUOT TO WS-DN-SERIAL.

          END PROGRAM BMIFOLLOWUP.
