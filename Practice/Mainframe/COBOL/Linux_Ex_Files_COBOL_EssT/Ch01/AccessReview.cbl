       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESSREVIEW.
       AUTHOR.     PEGGY FISHER.
      ***************************************************************
      *  Monthly access review of RUNAUDIT.DAT for internal audit.   *
      *  Every sales, BMI and weather run signs on through           *
      *  OBTAININPUT, which stamps a SIGNON row (operator, role,     *
      *  report id and whether the operator came from OPERATOR.DAT   *
      *  or was keyed in); a report that refuses an operator adds a  *
      *  REFUSED row with the same timestamp.  For the review month  *
      *  ACCESSREVIEW.DAT carries:                                   *
      *                                                              *
      *    - runs and refusals by operator, report and role          *
      *    - every refused attempt, with operators refused the       *
      *      repeat limit or more times highlighted                  *
      *    - runs outside business hours, at weekends or on a        *
      *      HOLIDAYS.DAT holiday                                    *
      *    - sign-ons with a blank role, and whether the report      *
      *      ran anyway or refused part of it                        *
      *    - operator ids on RUNAUDIT.DAT not on OPERATOR.DAT        *
      *    - a sign-off section for the reviewing manager            *
      *                                                              *
      *  ACCESSPARM.DAT (optional): cols 1-6 review month CCYYMM     *
      *  (default the month before the run), 7-10 business day       *
      *  start HHMM (0700), 11-14 end HHMM (1900), 15-16 repeat      *
      *  refusal limit (2).  Rows written before the role and        *
      *  report were recorded show them as NONE and UNKNOWN.         *
      *  Names come from OPERATOR.DAT where the operator is on it -  *
      *  revoked operators stay there as inactive for this reason.   *
      *                                                              *
      *  The review needs an AUD or SUPV role; a refusal is audited  *
      *  and ends the run with return code 8.  Return code 4 means   *
      *  there are exceptions for the manager to follow up.          *
      ***************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL RUN-AUDIT-FILE ASSIGN TO "RUNAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
            SELECT OPTIONAL OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.
            SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO "HOLIDAYS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.
            SELECT OPTIONAL ACCESS-PARM-FILE ASSIGN TO "ACCESSPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
            SELECT REVIEW-REPORT ASSIGN TO "ACCESSREVIEW.DAT".

       DATA DIVISION.
       FILE SECTION.
      *  MIRROR OF RUN-AUDIT-RECORD IN OBTAININPUT.  REFUSAL ROWS
      *  CARRY THE REFUSED DETAIL IN THE NAME COLUMN AND STOP THERE.
       FD RUN-AUDIT-FILE
            RECORD CONTAINS 80 CHARACTERS.
       01 AUDIT-ROW.
            88 ENDOFAUDIT           VALUE HIGH-VALUES.
            05 ROW-TIMESTAMP.
               10 ROW-DATE.
                  15 ROW-CCYYMM     PIC X(6).
                  15 ROW-DD         PIC X(2).
               10 ROW-DATE-N REDEFINES ROW-DATE PIC 9(8).
               10 ROW-HHMM          PIC 9(4).
               10 ROW-SS            PIC 9(2).
            05 FILLER               PIC X(2).
            05 ROW-OPERATOR-ID      PIC X(8).
            05 FILLER               PIC X(2).
            05 ROW-OPERATOR-NAME    PIC X(20).
            05 FILLER               PIC X(2).
            05 ROW-NOTE             PIC X(12).
               88 ROW-IS-SIGNON     VALUE 'SIGNON'.
               88 ROW-IS-REFUSAL    VALUE 'REFUSED'.
            05 FILLER               PIC X(2).
            05 ROW-ROLE             PIC X(4).
            05 FILLER               PIC X(2).
            05 ROW-REPORT-ID        PIC X(8).
            05 FILLER               PIC X(2).
            05 ROW-SOURCE           PIC X.
               88 ROW-FROM-CARD     VALUE 'C'.
               88 ROW-KEYED-IN      VALUE 'I'.
            05 FILLER               PIC X.

      *  MIRROR OF OPERATOR-RECORD IN OBTAININPUT.
       FD OPERATOR-FILE.
       01 OPERATOR-RECORD.
            88 ENDOFOPERATORS       VALUE HIGH-VALUES.
            05 OPR-NAME             PIC X(20).
            05 OPR-ID               PIC X(8).
            05 OPR-ROLE             PIC X(4).
            05 OPR-STATUS           PIC X.
            05 FILLER               PIC X(7).

       FD HOLIDAY-FILE.
       01 HOLIDAY-RECORD.
            88 ENDOFHOLIDAYS        VALUE HIGH-VALUES.
            05 HOL-DATE             PIC 9(8).
            05 FILLER               PIC X(2).
            05 HOL-NAME             PIC X(30).

       FD ACCESS-PARM-FILE.
       01 ACCESS-PARM-RECORD.
            05 PARM-REVIEW-MONTH    PIC X(6).
            05 PARM-REVIEW-MONTH-N REDEFINES PARM-REVIEW-MONTH
                                    PIC 9(6).
            05 PARM-DAY-START       PIC 9(4).
            05 PARM-DAY-END         PIC 9(4).
            05 PARM-REPEAT-LIMIT    PIC 9(2).
            05 FILLER               PIC X(64).

       FD REVIEW-REPORT.
       01  PRINT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
        01  WS-AUDIT-STATUS         PIC XX.
        01  WS-OPERATOR-STATUS      PIC XX.
        01  WS-HOLIDAY-STATUS       PIC XX.
        01  WS-PARM-STATUS          PIC XX.
        01  WS-RUN-DATE             PIC 9(8).
        01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
            05 WS-RUN-CCYY          PIC 9(4).
            05 WS-RUN-MM            PIC 9(2).
            05 WS-RUN-DD            PIC 9(2).

        01  WS-REVIEW-MONTH         PIC X(6).
        01  WS-REVIEW-MONTH-R REDEFINES WS-REVIEW-MONTH.
            05 WS-REVIEW-CCYY       PIC 9(4).
            05 WS-REVIEW-MM         PIC 9(2).
        01  WS-DAY-START            PIC 9(4) VALUE 0700.
        01  WS-DAY-END              PIC 9(4) VALUE 1900.
        01  WS-REPEAT-LIMIT         PIC 9(2) VALUE 2.

        01  WS-COUNTS.
            05 WS-ROWS-READ         PIC 9(7) VALUE ZERO.
            05 WS-ROWS-IN-MONTH     PIC 9(7) VALUE ZERO.
            05 WS-SIGNON-COUNT      PIC 9(7) VALUE ZERO.
            05 WS-REFUSAL-COUNT     PIC 9(7) VALUE ZERO.
            05 WS-OTHER-ROW-COUNT   PIC 9(7) VALUE ZERO.
            05 WS-OUT-OF-HOURS      PIC 9(7) VALUE ZERO.
            05 WS-BLANK-ROLE-COUNT  PIC 9(7) VALUE ZERO.
            05 WS-UNKNOWN-OPERATORS PIC 9(5) VALUE ZERO.
            05 WS-REPEAT-OPERATORS  PIC 9(5) VALUE ZERO.
            05 WS-TABLE-FULL-COUNT  PIC 9(7) VALUE ZERO.

      ***************************************************************
      *  THE ONE-PASS SUMMARY: RUNS AND REFUSALS PER OPERATOR /      *
      *  REPORT / ROLE, KEPT IN KEY ORDER BY INSERTION, AND PER      *
      *  OPERATOR FOR THE REPEAT AND NOT-ON-OPERATOR.DAT CHECKS.     *
      ***************************************************************
        01  WS-SUM-COUNT            PIC 9(3) VALUE ZERO.
        01  WS-SUM-TABLE.
            05 WS-SUM-ENTRY OCCURS 300 TIMES.
               10 WS-SUM-KEY.
                  15 WS-SUM-OPERATOR PIC X(8).
                  15 WS-SUM-REPORT  PIC X(8).
                  15 WS-SUM-ROLE    PIC X(4).
               10 WS-SUM-RUNS       PIC 9(5).
               10 WS-SUM-REFUSED    PIC 9(5).
        01  WS-SUM-SUB              PIC 9(3).
        01  WS-SUM-NEW-KEY.
            05 WS-NEW-OPERATOR      PIC X(8).
            05 WS-NEW-REPORT        PIC X(8).
            05 WS-NEW-ROLE          PIC X(4).

        01  WS-OPS-COUNT            PIC 9(3) VALUE ZERO.
        01  WS-OPS-TABLE.
            05 WS-OPS-ENTRY OCCURS 200 TIMES.
               10 WS-OPS-ID         PIC X(8).
               10 WS-OPS-NAME       PIC X(20).
               10 WS-OPS-RUNS       PIC 9(5).
               10 WS-OPS-REFUSED    PIC 9(5).
               10 WS-OPS-KNOWN-SW   PIC X.
                  88 OPS-ON-OPERATOR-FILE VALUE 'Y'.
        01  WS-OPS-SUB              PIC 9(3).
        01  WS-OPS-FOUND-SW         PIC X VALUE 'N'.
            88 OPS-ENTRY-FOUND      VALUE 'Y'.

        01  WS-KNOWN-COUNT          PIC 9(3) VALUE ZERO.
        01  WS-KNOWN-TABLE.
            05 WS-KNOWN-ENTRY OCCURS 200 TIMES.
               10 WS-KNOWN-ID       PIC X(8).
               10 WS-KNOWN-NAME     PIC X(20).
        01  WS-KNOWN-SUB            PIC 9(3).

        01  WS-HOL-COUNT            PIC 9(3) VALUE ZERO.
        01  WS-HOL-TABLE.
            05 WS-HOL-ENTRY OCCURS 100 TIMES.
               10 WS-HOL-DATE       PIC 9(8).
               10 WS-HOL-NAME       PIC X(30).
        01  WS-HOL-SUB              PIC 9(3).
        01  WS-HOL-FOUND-SW         PIC X VALUE 'N'.
            88 HOLIDAY-FOUND        VALUE 'Y'.

      *  THE SIGN-ON A REFUSAL BELONGS TO: THE REFUSING REPORT WRITES
      *  ITS ROW STRAIGHT AFTER ITS OWN SIGN-ON, WITH THE SAME
      *  TIMESTAMP AND OPERATOR.
        01  WS-LAST-SIGNON.
            05 WS-LAST-TIMESTAMP    PIC X(14) VALUE SPACES.
            05 WS-LAST-OPERATOR     PIC X(8)  VALUE SPACES.
            05 WS-LAST-REPORT       PIC X(8)  VALUE SPACES.
            05 WS-LAST-ROLE         PIC X(4)  VALUE SPACES.
        01  WS-ROW-REPORT           PIC X(8).
        01  WS-ROW-ROLE             PIC X(4).

      *  A BLANK-ROLE SIGN-ON IS HELD UNTIL THE NEXT ROW SHOWS
      *  WHETHER THE REPORT REFUSED ANY OF IT.
        01  WS-PENDING-SW           PIC X VALUE 'N'.
            88 BLANK-ROLE-PENDING   VALUE 'Y'.
        01  WS-PENDING-TIMESTAMP    PIC X(14).
        01  WS-PENDING-OPERATOR     PIC X(8).

        01  WS-PASS-SW              PIC X VALUE 'S'.
            88 SUMMARY-PASS         VALUE 'S'.
            88 LISTING-PASS         VALUE 'L'.
        01  WS-OUT-OF-HOURS-REASON  PIC X(40).
        01  WS-EXCEPTION-SW         PIC X VALUE 'N'.
            88 EXCEPTIONS-FOUND     VALUE 'Y'.

      ***************************************************************
      *  DAY NUMBER WORK AREA.  THE DAY NUMBER COUNTS FROM A FIXED   *
      *  ORIGIN WITH THE GREGORIAN LEAP RULES; ITS DISTANCE FROM A   *
      *  KNOWN MONDAY, MODULO 7, GIVES THE DAY OF THE WEEK.          *
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
        01  WS-KNOWN-MONDAY         PIC 9(8) VALUE 20240101.
        01  WS-MONDAY-SERIAL        PIC S9(7) COMP-3.
        01  WS-WEEKDAY              PIC 9.
            88 WEEKEND-DAY          VALUE 5 6.
        01  WS-WEEK-QUOT            PIC S9(7) COMP-3.

        01  SIGNON-AREA.
            05 SIGNON-OPERATOR-NAME PIC X(20).
            05 SIGNON-OPERATOR-ID   PIC X(8).
            05 SIGNON-RUN-TIMESTAMP PIC X(14).
            05 SIGNON-OPERATOR-ROLE PIC X(4).
               88 REVIEW-ENTITLED-ROLE VALUE 'AUD ' 'SUPV'.
            05 SIGNON-REPORT-ID     PIC X(8) VALUE 'ACCREVW'.

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
            05 FILLER               PIC X(40) VALUE
                 'RUN AUDIT ACCESS REVIEW'.
            05 FILLER               PIC X(14) VALUE 'REVIEW MONTH '.
            05 TTL-REVIEW-MONTH     PIC X(6).
            05 FILLER               PIC X(19) VALUE
                 '   BUSINESS HOURS '.
            05 TTL-DAY-START        PIC 9(4).
            05 FILLER               PIC X(3)  VALUE ' - '.
            05 TTL-DAY-END          PIC 9(4).

        01  SECTION-HEADING         PIC X(60).

        01  SUMMARY-COL-HEADING.
            05 FILLER               PIC X(10) VALUE 'OPERATOR'.
            05 FILLER               PIC X(22) VALUE 'NAME'.
            05 FILLER               PIC X(10) VALUE 'REPORT'.
            05 FILLER               PIC X(6)  VALUE 'ROLE'.
            05 FILLER               PIC X(8)  VALUE '  RUNS'.
            05 FILLER               PIC X(8)  VALUE ' REFUSED'.
        01  SUMMARY-LINE.
            05 SUM-OPERATOR         PIC X(8).
            05 FILLER               PIC XX VALUE SPACES.
            05 SUM-NAME             PIC X(20).
            05 FILLER               PIC XX VALUE SPACES.
            05 SUM-REPORT           PIC X(8).
            05 FILLER               PIC XX VALUE SPACES.
            05 SUM-ROLE             PIC X(4).
            05 FILLER               PIC XX VALUE SPACES.
            05 SUM-RUNS             PIC ZZ,ZZ9.
            05 FILLER               PIC XX VALUE SPACES.
            05 SUM-REFUSED          PIC ZZ,ZZ9.

        01  EXCEPTION-COL-HEADING.
            05 FILLER               PIC X(16) VALUE 'TIMESTAMP'.
            05 FILLER               PIC X(10) VALUE 'OPERATOR'.
            05 FILLER               PIC X(10) VALUE 'REPORT'.
            05 FILLER               PIC X(6)  VALUE 'ROLE'.
            05 FILLER               PIC X(22) VALUE 'DETAIL'.
            05 FILLER               PIC X(40) VALUE 'REMARK'.
        01  EXCEPTION-LINE.
            05 EXC-TIMESTAMP        PIC X(14).
            05 FILLER               PIC XX VALUE SPACES.
            05 EXC-OPERATOR         PIC X(8).
            05 FILLER               PIC XX VALUE SPACES.
            05 EXC-REPORT           PIC X(8).
            05 FILLER               PIC XX VALUE SPACES.
            05 EXC-ROLE             PIC X(4).
            05 FILLER               PIC XX VALUE SPACES.
            05 EXC-DETAIL           PIC X(20).
            05 FILLER               PIC XX VALUE SPACES.
            05 EXC-REMARK           PIC X(40).

        01  OPERATOR-EXC-LINE.
            05 OXL-OPERATOR         PIC X(8).
            05 FILLER               PIC XX VALUE SPACES.
            05 OXL-NAME             PIC X(20).
            05 FILLER               PIC X(8)  VALUE '  RUNS '.
            05 OXL-RUNS             PIC ZZ,ZZ9.
            05 FILLER               PIC X(11) VALUE '  REFUSED '.
            05 OXL-REFUSED          PIC ZZ,ZZ9.

        01  NONE-LINE               PIC X(20) VALUE '   NONE'.

        01  SIGN-OFF-NAME-LINE.
            05 FILLER               PIC X(20) VALUE
                 'REVIEWED BY (NAME): '.
            05 FILLER               PIC X(30) VALUE ALL '_'.
            05 FILLER               PIC X(9)  VALUE '  TITLE: '.
            05 FILLER               PIC X(20) VALUE ALL '_'.
        01  SIGN-OFF-SIGNATURE-LINE.
            05 FILLER               PIC X(11) VALUE 'SIGNATURE: '.
            05 FILLER               PIC X(30) VALUE ALL '_'.
            05 FILLER               PIC X(17) VALUE
                 '  DATE REVIEWED: '.
            05 FILLER               PIC X(10) VALUE ALL '_'.

        01  COUNT-LINE.
            05 CNT-DESC             PIC X(34).
            05 CNT-VALUE            PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

        0050-OPEN-FILES.
           CALL 'OBTAININPUT' USING SIGNON-AREA.
           MOVE SIGNON-OPERATOR-NAME TO RUN-ID-NAME.
           MOVE SIGNON-OPERATOR-ID TO RUN-ID-OPERATOR.
           MOVE SIGNON-RUN-TIMESTAMP TO RUN-ID-TIMESTAMP.
           IF NOT REVIEW-ENTITLED-ROLE
              PERFORM 0052-AUDIT-REVIEW-REFUSAL
              DISPLAY 'ACCESSREVIEW REFUSED - OPERATOR NOT ENTITLED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-KNOWN-MONDAY TO WS-DN-DATE.
           PERFORM 8500-DATE-TO-DAY-NUMBER.
           MOVE WS-DN-SERIAL TO WS-MONDAY-SERIAL.
           PERFORM 0055-LOAD-PARAMETERS.
           PERFORM 0060-LOAD-OPERATORS.
           PERFORM 0065-LOAD-HOLIDAYS.
           OPEN OUTPUT REVIEW-REPORT.
           MOVE WS-REVIEW-MONTH TO TTL-REVIEW-MONTH.
           MOVE WS-DAY-START TO TTL-DAY-START.
           MOVE WS-DAY-END TO TTL-DAY-END.
           WRITE PRINT-LINE FROM RUN-IDENTITY-LINE.
           WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.
           PERFORM 0100-SUMMARY-PASS.
           PERFORM 0200-WRITE-SUMMARY.
           PERFORM 0300-LIST-REFUSALS.
           PERFORM 0400-LIST-OUT-OF-HOURS.
           PERFORM 0500-LIST-BLANK-ROLES.
           PERFORM 0600-LIST-UNKNOWN-OPERATORS.
           PERFORM 0700-WRITE-CONTROL-COUNTS.
           PERFORM 0800-WRITE-SIGN-OFF.
           IF EXCEPTIONS-FOUND
              MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE REVIEW-REPORT.
           STOP RUN.

        0052-AUDIT-REVIEW-REFUSAL.
           OPEN EXTEND RUN-AUDIT-FILE.
           MOVE SPACES TO WS-REFUSAL-AUDIT-RECORD.
           MOVE SIGNON-RUN-TIMESTAMP TO REF-TIMESTAMP.
           MOVE SIGNON-OPERATOR-ID TO REF-OPERATOR-ID.
           MOVE 'ACCESS REVIEW' TO REF-DETAIL.
           MOVE 'REFUSED' TO REF-NOTE.
           WRITE AUDIT-ROW FROM WS-REFUSAL-AUDIT-RECORD.
           CLOSE RUN-AUDIT-FILE.

      *    THE REVIEW MONTH DEFAULTS TO THE MONTH BEFORE THE RUN, THE
      *    USUAL MONTH-END REVIEW.
        0055-LOAD-PARAMETERS.
           IF WS-RUN-MM = 1
              COMPUTE WS-REVIEW-CCYY = WS-RUN-CCYY - 1
              MOVE 12 TO WS-REVIEW-MM
           ELSE
              MOVE WS-RUN-CCYY TO WS-REVIEW-CCYY
              COMPUTE WS-REVIEW-MM = WS-RUN-MM - 1
           END-IF.
           OPEN INPUT ACCESS-PARM-FILE.
           IF WS-PARM-STATUS = '00'
              READ ACCESS-PARM-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF PARM-REVIEW-MONTH NUMERIC
                       AND PARM-REVIEW-MONTH-N > ZERO
                       MOVE PARM-REVIEW-MONTH TO WS-REVIEW-MONTH
                    END-IF
                    IF PARM-DAY-START NUMERIC
                       AND PARM-DAY-END NUMERIC
                       AND PARM-DAY-START < PARM-DAY-END
                       MOVE PARM-DAY-START TO WS-DAY-START
                       MOVE PARM-DAY-END TO WS-DAY-END
                    END-IF
                    IF PARM-REPEAT-LIMIT NUMERIC
                       AND PARM-REPEAT-LIMIT > ZERO
                       MOVE PARM-REPEAT-LIMIT TO WS-REPEAT-LIMIT
                    END-IF
              END-READ
           END-IF.
           CLOSE ACCESS-PARM-FILE.

        0060-LOAD-OPERATORS.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS = '00'
              READ OPERATOR-FILE
                 AT END SET ENDOFOPERATORS TO TRUE
              END-READ
              PERFORM UNTIL ENDOFOPERATORS
                 IF WS-KNOWN-COUNT < 200
                    ADD 1 TO WS-KNOWN-COUNT
                    MOVE OPR-ID TO WS-KNOWN-ID(WS-KNOWN-COUNT)
                    MOVE OPR-NAME TO WS-KNOWN-NAME(WS-KNOWN-COUNT)
                 END-IF
                 READ OPERATOR-FILE
                    AT END SET ENDOFOPERATORS TO TRUE
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE OPERATOR-FILE.

        0065-LOAD-HOLIDAYS.
           OPEN INPUT HOLIDAY-FILE.
           IF WS-HOLIDAY-STATUS = '00'
              READ HOLIDAY-FILE
                 AT END SET ENDOFHOLIDAYS TO TRUE
              END-READ
              PERFORM UNTIL ENDOFHOLIDAYS
                 IF WS-HOL-COUNT < 100
                    AND HOL-DATE NUMERIC
                    ADD 1 TO WS-HOL-COUNT
                    MOVE HOL-DATE TO WS-HOL-DATE(WS-HOL-COUNT)
                    MOVE HOL-NAME TO WS-HOL-NAME(WS-HOL-COUNT)
                 END-IF
                 READ HOLIDAY-FILE
                    AT END SET ENDOFHOLIDAYS TO TRUE
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE HOLIDAY-FILE.

      ***************************************************************
      *  EACH SECTION IS ANOTHER PASS OF RUNAUDIT.DAT, SO ONLY THE   *
      *  SUMMARY COUNTS HAVE TO BE HELD.  ROWS OUTSIDE THE REVIEW    *
      *  MONTH ARE SKIPPED BY THE READ.                              *
      ***************************************************************
        0100-SUMMARY-PASS.
           OPEN INPUT RUN-AUDIT-FILE.
           PERFORM 0900-READ-AUDIT-ROW.
           PERFORM 0110-SUMMARISE-ROW UNTIL ENDOFAUDIT.
           CLOSE RUN-AUDIT-FILE.
           SET LISTING-PASS TO TRUE.

        0110-SUMMARISE-ROW.
           PERFORM 0920-ROW-REPORT-AND-ROLE.
           EVALUATE TRUE
              WHEN ROW-IS-SIGNON
                 ADD 1 TO WS-SIGNON-COUNT
              WHEN ROW-IS-REFUSAL
                 ADD 1 TO WS-REFUSAL-COUNT
              WHEN OTHER
                 ADD 1 TO WS-OTHER-ROW-COUNT
           END-EVALUATE.
           IF ROW-IS-SIGNON OR ROW-IS-REFUSAL
              PERFORM 0120-ADD-TO-SUMMARY THRU 0120-EXIT
              PERFORM 0130-ADD-TO-OPERATOR THRU 0130-EXIT
           END-IF.
           PERFORM 0900-READ-AUDIT-ROW.

      *    INSERTED IN KEY ORDER, SHIFTING THE HIGHER KEYS UP ONE.
        0120-ADD-TO-SUMMARY.
           MOVE ROW-OPERATOR-ID TO WS-NEW-OPERATOR.
           MOVE WS-ROW-REPORT TO WS-NEW-REPORT.
           MOVE WS-ROW-ROLE TO WS-NEW-ROLE.
           PERFORM VARYING WS-SUM-SUB FROM 1 BY 1
              UNTIL WS-SUM-SUB > WS-SUM-COUNT
              OR WS-SUM-KEY(WS-SUM-SUB) >= WS-SUM-NEW-KEY
              CONTINUE
           END-PERFORM.
           IF WS-SUM-SUB > WS-SUM-COUNT
              OR WS-SUM-KEY(WS-SUM-SUB) NOT = WS-SUM-NEW-KEY
              IF WS-SUM-COUNT = 300
                 ADD 1 TO WS-TABLE-FULL-COUNT
                 GO TO 0120-EXIT
              END-IF
              ADD 1 TO WS-SUM-COUNT
              MOVE WS-SUM-COUNT TO WS-SUM-SUB
              PERFORM UNTIL WS-SUM-SUB = 1
                 OR WS-SUM-KEY(WS-SUM-SUB - 1) < WS-SUM-NEW-KEY
                 MOVE WS-SUM-ENTRY(WS-SUM-SUB - 1)
                    TO WS-SUM-ENTRY(WS-SUM-SUB)
                 SUBTRACT 1 FROM WS-SUM-SUB
              END-PERFORM
              MOVE WS-SUM-NEW-KEY TO WS-SUM-KEY(WS-SUM-SUB)
              MOVE ZERO TO WS-SUM-RUNS(WS-SUM-SUB)
              MOVE ZERO TO WS-SUM-REFUSED(WS-SUM-SUB)
           END-IF.
           IF ROW-IS-SIGNON
              ADD 1 TO WS-SUM-RUNS(WS-SUM-SUB)
           ELSE
              ADD 1 TO WS-SUM-REFUSED(WS-SUM-SUB)
           END-IF.
        0120-EXIT.
           EXIT.

        0130-ADD-TO-OPERATOR.
           PERFORM 0930-FIND-OPERATOR.
           IF NOT OPS-ENTRY-FOUND
              IF WS-OPS-COUNT = 200
                 ADD 1 TO WS-TABLE-FULL-COUNT
                 GO TO 0130-EXIT
              END-IF
              ADD 1 TO WS-OPS-COUNT
              MOVE WS-OPS-COUNT TO WS-OPS-SUB
              MOVE ROW-OPERATOR-ID TO WS-OPS-ID(WS-OPS-SUB)
              MOVE SPACES TO WS-OPS-NAME(WS-OPS-SUB)
              MOVE ZERO TO WS-OPS-RUNS(WS-OPS-SUB)
              MOVE ZERO TO WS-OPS-REFUSED(WS-OPS-SUB)
              MOVE 'N' TO WS-OPS-KNOWN-SW(WS-OPS-SUB)
              PERFORM VARYING WS-KNOWN-SUB FROM 1 BY 1
                 UNTIL WS-KNOWN-SUB > WS-KNOWN-COUNT
                 IF WS-KNOWN-ID(WS-KNOWN-SUB) = ROW-OPERATOR-ID
                    MOVE 'Y' TO WS-OPS-KNOWN-SW(WS-OPS-SUB)
                    MOVE WS-KNOWN-NAME(WS-KNOWN-SUB)
                       TO WS-OPS-NAME(WS-OPS-SUB)
                 END-IF
              END-PERFORM
           END-IF.
           IF ROW-IS-SIGNON
              ADD 1 TO WS-OPS-RUNS(WS-OPS-SUB)
              IF NOT OPS-ON-OPERATOR-FILE(WS-OPS-SUB)
                 MOVE ROW-OPERATOR-NAME TO WS-OPS-NAME(WS-OPS-SUB)
              END-IF
           ELSE
              ADD 1 TO WS-OPS-REFUSED(WS-OPS-SUB)
           END-IF.
        0130-EXIT.
           EXIT.

        0200-WRITE-SUMMARY.
           MOVE '----- RUNS BY OPERATOR, REPORT AND ROLE -----'
              TO SECTION-HEADING.
           WRITE PRINT-LINE FROM SECTION-HEADING
              AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM SUMMARY-COL-HEADING
              AFTER ADVANCING 1 LINE.
           IF WS-SUM-COUNT = ZERO
              WRITE PRINT-LINE FROM NONE-LINE AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 0210-WRITE-SUMMARY-LINE
              VARYING WS-SUM-SUB FROM 1 BY 1
              UNTIL WS-SUM-SUB > WS-SUM-COUNT.

        0210-WRITE-SUMMARY-LINE.
           MOVE WS-SUM-OPERATOR(WS-SUM-SUB) TO SUM-OPERATOR.
           MOVE SPACES TO SUM-NAME.
           PERFORM VARYING WS-OPS-SUB FROM 1 BY 1
              UNTIL WS-OPS-SUB > WS-OPS-COUNT
              IF WS-OPS-ID(WS-OPS-SUB) = WS-SUM-OPERATOR(WS-SUM-SUB)
                 MOVE WS-OPS-NAME(WS-OPS-SUB) TO SUM-NAME
              END-IF
           END-PERFORM.
           MOVE WS-SUM-REPORT(WS-SUM-SUB) TO SUM-REPORT.
           MOVE WS-SUM-ROLE(WS-SUM-SUB) TO SUM-ROLE.
           MOVE WS-SUM-RUNS(WS-SUM-SUB) TO SUM-RUNS.
           MOVE WS-SUM-REFUSED(WS-SUM-SUB) TO SUM-REFUSED.
           WRITE PRINT-LINE FROM SUMMARY-LINE AFTER ADVANCING 1 LINE.

      ***************************************************************
      *  EVERY REFUSED ATTEMPT, THEN THE OPERATORS REFUSED AT LEAST  *
      *  THE REPEAT LIMIT NUMBER OF TIMES IN THE MONTH.              *
      ***************************************************************
        0300-LIST-REFUSALS.
           MOVE '----- REFUSED ATTEMPTS -----' TO SECTION-HEADING.
           WRITE PRINT-LINE FROM SECTION-HEADING
              AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM EXCEPTION-COL-HEADING
              AFTER ADVANCING 1 LINE.
           IF WS-REFUSAL-COUNT = ZERO
              WRITE PRINT-LINE FROM NONE-LINE AFTER ADVANCING 1 LINE
           ELSE
              MOVE 'Y' TO WS-EXCEPTION-SW
           END-IF.
           OPEN INPUT RUN-AUDIT-FILE.
           PERFORM 0900-READ-AUDIT-ROW.
           PERFORM 0310-LIST-ONE-REFUSAL UNTIL ENDOFAUDIT.
           CLOSE RUN-AUDIT-FILE.
           MOVE '----- REPEATED REFUSALS -----' TO SECTION-HEADING.
           WRITE PRINT-LINE FROM SECTION-HEADING
              AFTER ADVANCING 2 LINES.
           PERFORM 0320-CHECK-REPEATS
              VARYING WS-OPS-SUB FROM 1 BY 1
              UNTIL WS-OPS-SUB > WS-OPS-COUNT.
           IF WS-REPEAT-OPERATORS = ZERO
              WRITE PRINT-LINE FROM NONE-LINE AFTER ADVANCING 1 LINE
           END-IF.

        0310-LIST-ONE-REFUSAL.
           PERFORM 0920-ROW-REPORT-AND-ROLE.
           IF ROW-IS-REFUSAL
              MOVE SPACES TO EXCEPTION-LINE
              MOVE ROW-TIMESTAMP TO EXC-TIMESTAMP
              MOVE ROW-OPERATOR-ID TO EXC-OPERATOR
              MOVE WS-ROW-REPORT TO EXC-REPORT
              MOVE WS-ROW-ROLE TO EXC-ROLE
              MOVE ROW-OPERATOR-NAME TO EXC-DETAIL
              PERFORM 0930-FIND-OPERATOR
              IF OPS-ENTRY-FOUND
                 AND WS-OPS-REFUSED(WS-OPS-SUB) >= WS-REPEAT-LIMIT
                 MOVE '*** REPEATED REFUSALS ***' TO EXC-REMARK
              END-IF
              WRITE PRINT-LINE FROM EXCEPTION-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 0900-READ-AUDIT-ROW.

        0320-CHECK-REPEATS.
           IF WS-OPS-REFUSED(WS-OPS-SUB) >= WS-REPEAT-LIMIT
              ADD 1 TO WS-REPEAT-OPERATORS
              PERFORM 0950-WRITE-OPERATOR-LINE
           END-IF.

      ***************************************************************
      *  SIGN-ONS BEFORE OR AFTER THE BUSINESS DAY, AT A WEEKEND OR  *
      *  ON A HOLIDAY.                                               *
      ***************************************************************
        0400-LIST-OUT-OF-HOURS.
           MOVE '----- RUNS OUTSIDE BUSINESS HOURS OR ON HOLIDAYS -----'
              TO SECTION-HEADING.
           WRITE PRINT-LINE FROM SECTION-HEADING
              AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM EXCEPTION-COL-HEADING
              AFTER ADVANCING 1 LINE.
           OPEN INPUT RUN-AUDIT-FILE.
           PERFORM 0900-READ-AUDIT-ROW.
           PERFORM 0410-CHECK-ONE-RUN UNTIL ENDOFAUDIT.
           CLOSE RUN-AUDIT-FILE.
           IF WS-OUT-OF-HOURS = ZERO
              WRITE PRINT-LINE FROM NONE-LINE AFTER ADVANCING 1 LINE
           ELSE
              MOVE 'Y' TO WS-EXCEPTION-SW
           END-IF.

        0410-CHECK-ONE-RUN.
           IF ROW-IS-SIGNON
              MOVE SPACES TO WS-OUT-OF-HOURS-REASON
              MOVE ROW-DATE-N TO WS-DN-DATE
              PERFORM 8500-DATE-TO-DAY-NUMBER
              COMPUTE WS-WEEK-QUOT =
                 WS-DN-SERIAL - WS-MONDAY-SERIAL + 700000
              DIVIDE WS-WEEK-QUOT BY 7 GIVING WS-WEEK-QUOT
                 REMAINDER WS-WEEKDAY
              MOVE 'N' TO WS-HOL-FOUND-SW
              PERFORM VARYING WS-HOL-SUB FROM 1 BY 1
                 UNTIL WS-HOL-SUB > WS-HOL-COUNT
                 OR HOLIDAY-FOUND
                 IF WS-HOL-DATE(WS-HOL-SUB) = ROW-DATE-N
                    MOVE 'Y' TO WS-HOL-FOUND-SW
                    MOVE WS-HOL-NAME(WS-HOL-SUB)
                       TO WS-OUT-OF-HOURS-REASON
                 END-IF
              END-PERFORM
              EVALUATE TRUE
                 WHEN HOLIDAY-FOUND
                    CONTINUE
                 WHEN WEEKEND-DAY
                    MOVE 'WEEKEND' TO WS-OUT-OF-HOURS-REASON
                 WHEN ROW-HHMM < WS-DAY-START
                    MOVE 'BEFORE BUSINESS HOURS'
                       TO WS-OUT-OF-HOURS-REASON
                 WHEN ROW-HHMM NOT < WS-DAY-END
                    MOVE 'AFTER BUSINESS HOURS'
                       TO WS-OUT-OF-HOURS-REASON
              END-EVALUATE
              IF WS-OUT-OF-HOURS-REASON NOT = SPACES
                 ADD 1 TO WS-OUT-OF-HOURS
                 PERFORM 0920-ROW-REPORT-AND-ROLE
                 MOVE SPACES TO EXCEPTION-LINE
                 MOVE ROW-TIMESTAMP TO EXC-TIMESTAMP
                 MOVE ROW-OPERATOR-ID TO EXC-OPERATOR
                 MOVE WS-ROW-REPORT TO EXC-REPORT
                 MOVE WS-ROW-ROLE TO EXC-ROLE
                 MOVE ROW-OPERATOR-NAME TO EXC-DETAIL
                 MOVE WS-OUT-OF-HOURS-REASON TO EXC-REMARK
                 WRITE PRINT-LINE FROM EXCEPTION-LINE
                    AFTER ADVANCING 1 LINE
              END-IF
           END-IF.
           PERFORM 0900-READ-AUDIT-ROW.

      ***************************************************************
      *  A BLANK ROLE IS NORMAL FOR A KEYED-IN SIGN-ON; THE          *
      *  SENSITIVE REPORTS REFUSE IT THEIR DETAIL, EVERYTHING ELSE   *
      *  STILL RUNS.  EACH ONE IS LISTED WITH WHAT HAPPENED NEXT.    *
      ***************************************************************
        0500-LIST-BLANK-ROLES.
           MOVE '----- SIGN-ONS WITH A BLANK ROLE -----'
              TO SECTION-HEADING.
           WRITE PRINT-LINE FROM SECTION-HEADING
              AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM EXCEPTION-COL-HEADING
              AFTER ADVANCING 1 LINE.
           MOVE 'N' TO WS-PENDING-SW.
           OPEN INPUT RUN-AUDIT-FILE.
           PERFORM 0900-READ-AUDIT-ROW.
           PERFORM 0510-CHECK-ONE-SIGNON UNTIL ENDOFAUDIT.
           CLOSE RUN-AUDIT-FILE.
           IF BLANK-ROLE-PENDING
              MOVE 'RAN - NOTHING REFUSED' TO EXC-REMARK
              PERFORM 0520-WRITE-BLANK-ROLE-LINE
           END-IF.
           IF WS-BLANK-ROLE-COUNT = ZERO
              WRITE PRINT-LINE FROM NONE-LINE AFTER ADVANCING 1 LINE
           ELSE
              MOVE 'Y' TO WS-EXCEPTION-SW
           END-IF.

        0510-CHECK-ONE-SIGNON.
           IF BLANK-ROLE-PENDING
              IF ROW-IS-REFUSAL
                 AND ROW-TIMESTAMP = WS-PENDING-TIMESTAMP
                 AND ROW-OPERATOR-ID = WS-PENDING-OPERATOR
                 MOVE 'RAN - DETAIL REFUSED' TO EXC-REMARK
              ELSE
                 MOVE 'RAN - NOTHING REFUSED' TO EXC-REMARK
              END-IF
              PERFORM 0520-WRITE-BLANK-ROLE-LINE
           END-IF.
           IF ROW-IS-SIGNON AND ROW-ROLE = SPACES
              MOVE 'Y' TO WS-PENDING-SW
              MOVE ROW-TIMESTAMP TO WS-PENDING-TIMESTAMP
              MOVE ROW-OPERATOR-ID TO WS-PENDING-OPERATOR
              ADD 1 TO WS-BLANK-ROLE-COUNT
              PERFORM 0920-ROW-REPORT-AND-ROLE
              MOVE SPACES TO EXCEPTION-LINE
              MOVE ROW-TIMESTAMP TO EXC-TIMESTAMP
              MOVE ROW-OPERATOR-ID TO EXC-OPERATOR
              MOVE WS-ROW-REPORT TO EXC-REPORT
              MOVE WS-ROW-ROLE TO EXC-ROLE
              EVALUATE TRUE
                 WHEN ROW-KEYED-IN
                    MOVE 'KEYED IN' TO EXC-DETAIL
                 WHEN ROW-FROM-CARD
                    MOVE 'OPERATOR.DAT' TO EXC-DETAIL
                 WHEN OTHER
                    MOVE 'NOT RECORDED' TO EXC-DETAIL
              END-EVALUATE
           END-IF.
           PERFORM 0900-READ-AUDIT-ROW.

        0520-WRITE-BLANK-ROLE-LINE.
           WRITE PRINT-LINE FROM EXCEPTION-LINE AFTER ADVANCING 1 LINE.
           MOVE 'N' TO WS-PENDING-SW.

        0600-LIST-UNKNOWN-OPERATORS.
           MOVE '----- OPERATORS NOT ON OPERATOR.DAT -----'
              TO SECTION-HEADING.
           WRITE PRINT-LINE FROM SECTION-HEADING
              AFTER ADVANCING 2 LINES.
           PERFORM 0610-CHECK-ONE-OPERATOR
              VARYING WS-OPS-SUB FROM 1 BY 1
              UNTIL WS-OPS-SUB > WS-OPS-COUNT.
           IF WS-UNKNOWN-OPERATORS = ZERO
              WRITE PRINT-LINE FROM NONE-LINE AFTER ADVANCING 1 LINE
           ELSE
              MOVE 'Y' TO WS-EXCEPTION-SW
           END-IF.

        0610-CHECK-ONE-OPERATOR.
           IF NOT OPS-ON-OPERATOR-FILE(WS-OPS-SUB)
              ADD 1 TO WS-UNKNOWN-OPERATORS
              PERFORM 0950-WRITE-OPERATOR-LINE
           END-IF.

        0700-WRITE-CONTROL-COUNTS.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'RUNAUDIT ROWS READ              :' TO CNT-DESC.
           MOVE WS-ROWS-READ TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'ROWS IN REVIEW MONTH            :' TO CNT-DESC.
           MOVE WS-ROWS-IN-MONTH TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'SIGN-ONS                        :' TO CNT-DESC.
           MOVE WS-SIGNON-COUNT TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'REFUSED ATTEMPTS                :' TO CNT-DESC.
           MOVE WS-REFUSAL-COUNT TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'OTHER ROWS                      :' TO CNT-DESC.
           MOVE WS-OTHER-ROW-COUNT TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'OPERATORS REFUSED REPEATEDLY    :' TO CNT-DESC.
           MOVE WS-REPEAT-OPERATORS TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'RUNS OUT OF HOURS / ON HOLIDAYS :' TO CNT-DESC.
           MOVE WS-OUT-OF-HOURS TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'BLANK-ROLE SIGN-ONS             :' TO CNT-DESC.
           MOVE WS-BLANK-ROLE-COUNT TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'OPERATORS NOT ON OPERATOR.DAT   :' TO CNT-DESC.
           MOVE WS-UNKNOWN-OPERATORS TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           IF WS-TABLE-FULL-COUNT > ZERO
              MOVE 'SUMMARY TABLES FULL - SOME ROWS NOT SUMMARISED'
                 TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.

        0800-WRITE-SIGN-OFF.
           MOVE '----- REVIEW SIGN-OFF -----' TO SECTION-HEADING.
           WRITE PRINT-LINE FROM SECTION-HEADING
              AFTER ADVANCING 3 LINES.
           WRITE PRINT-LINE FROM SIGN-OFF-NAME-LINE
              AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM SIGN-OFF-SIGNATURE-LINE
              AFTER ADVANCING 2 LINES.
           MOVE 'EXCEPTIONS EXPLAINED / ACTIONS TAKEN:' TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 2 LINES.
           MOVE ALL '_' TO PRINT-LINE(1:80).
           WRITE PRINT-LINE AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM RUN-IDENTITY-LINE
              AFTER ADVANCING 2 LINES.

      *    NEXT ROW FOR THE REVIEW MONTH; THE ROWS READ COUNT IS
      *    TAKEN ON THE SUMMARY PASS ONLY.
        0900-READ-AUDIT-ROW.
           IF WS-AUDIT-STATUS NOT = '00'
              SET ENDOFAUDIT TO TRUE
           ELSE
              READ RUN-AUDIT-FILE
                 AT END SET ENDOFAUDIT TO TRUE
              END-READ
           END-IF.
           PERFORM UNTIL ENDOFAUDIT
              OR ROW-CCYYMM = WS-REVIEW-MONTH
              PERFORM 0910-COUNT-ROW-READ
              READ RUN-AUDIT-FILE
                 AT END SET ENDOFAUDIT TO TRUE
              END-READ
           END-PERFORM.
           IF NOT ENDOFAUDIT
              PERFORM 0910-COUNT-ROW-READ
              PERFORM 0915-COUNT-ROW-IN-MONTH
           END-IF.

        0910-COUNT-ROW-READ.
           IF SUMMARY-PASS
              ADD 1 TO WS-ROWS-READ
           END-IF.

        0915-COUNT-ROW-IN-MONTH.
           IF SUMMARY-PASS
              ADD 1 TO WS-ROWS-IN-MONTH
           END-IF.

      *    THE REPORT AND ROLE FOR THIS ROW: A SIGN-ON CARRIES ITS
      *    OWN; A REFUSAL TAKES THOSE OF ITS SIGN-ON.
        0920-ROW-REPORT-AND-ROLE.
           IF ROW-IS-SIGNON
              MOVE ROW-TIMESTAMP TO WS-LAST-TIMESTAMP
              MOVE ROW-OPERATOR-ID TO WS-LAST-OPERATOR
              MOVE ROW-REPORT-ID TO WS-LAST-REPORT
              MOVE ROW-ROLE TO WS-LAST-ROLE
              MOVE ROW-REPORT-ID TO WS-ROW-REPORT
              MOVE ROW-ROLE TO WS-ROW-ROLE
           ELSE
              IF ROW-TIMESTAMP = WS-LAST-TIMESTAMP
                 AND ROW-OPERATOR-ID = WS-LAST-OPERATOR
                 MOVE WS-LAST-REPORT TO WS-ROW-REPORT
                 MOVE WS-LAST-ROLE TO WS-ROW-ROLE
              ELSE
                 MOVE SPACES TO WS-ROW-REPORT WS-ROW-ROLE
              END-IF
           END-IF.
           IF WS-ROW-REPORT = SPACES
              MOVE 'UNKNOWN' TO WS-ROW-REPORT
           END-IF.
           IF WS-ROW-ROLE = SPACES
              MOVE 'NONE' TO WS-ROW-ROLE
           END-IF.

        0930-FIND-OPERATOR.
           MOVE 'N' TO WS-OPS-FOUND-SW.
           PERFORM VARYING WS-OPS-SUB FROM 1 BY 1
              UNTIL WS-OPS-SUB > WS-OPS-COUNT
              OR OPS-ENTRY-FOUND
              IF WS-OPS-ID(WS-OPS-SUB) = ROW-OPERATOR-ID
                 MOVE 'Y' TO WS-OPS-FOUND-SW
              END-IF
           END-PERFORM.
           IF OPS-ENTRY-FOUND
              SUBTRACT 1 FROM WS-OPS-SUB
           END-IF.

        0950-WRITE-OPERATOR-LINE.
           MOVE WS-OPS-ID(WS-OPS-SUB) TO OXL-OPERATOR.
           MOVE WS-OPS-NAME(WS-OPS-SUB) TO OXL-NAME.
           MOVE WS-OPS-RUNS(WS-OPS-SUB) TO OXL-RUNS.
           MOVE WS-OPS-REFUSED(WS-OPS-SUB) TO OXL-REFUSED.
           WRITE PRINT-LINE FROM OPERATOR-EXC-LINE
              AFTER ADVANCING 1 LINE.

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

          END PROGRAM ACCESSREVIEW.
