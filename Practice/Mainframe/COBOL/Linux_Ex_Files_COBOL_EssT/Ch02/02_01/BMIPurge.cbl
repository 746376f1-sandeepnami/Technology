       IDENTIFICATION DIVISION.
       PROGRAM-ID. BMIPURGE.
       AUTHOR.     PEGGY FISHER.
      ***************************************************************
      *  Withdrawal purge for the BMI wellness program.  Anyone the  *
      *  BMI-PARTMAST.DAT participant master shows with consent      *
      *  withdrawn (status W) has every row removed from the         *
      *  BMI-HISTORY.DAT measurements and the BMI-GOALS.DAT targets. *
      *                                                              *
      *  The live files are never rewritten in place: the kept rows  *
      *  go to BMI-HISTORY-NEW.DAT and BMI-GOALS-NEW.DAT, which      *
      *  replace the originals once BMI-PURGERPT.DAT has been        *
      *  checked.  The report lists the rows removed per person and  *
      *  proves rows read = rows kept + rows purged for each file;   *
      *  if either fails to balance the run ends with return code 8  *
      *  and the new files must not be used.  Each person purged is  *
      *  logged to BMI-PURGELOG.DAT as the record of the erasure.    *
      *  A withdrawn participant with nothing left is not relisted,  *
      *  so the step may be rerun safely.                            *
      *                                                              *
      *  Removing health data needs the SUPV role; anyone else is    *
      *  refused, audited to RUNAUDIT.DAT, and nothing is written.   *
      *  A missing master stops the run with return code 12; no     *
      *  one withdrawn gives return code 4.                          *
      ***************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL PARTMAST-FILE ASSIGN TO "BMI-PARTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTMAST-STATUS.
            SELECT OPTIONAL HISTORY-FILE ASSIGN TO "BMI-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
            SELECT OPTIONAL GOALS-FILE ASSIGN TO "BMI-GOALS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GOALS-STATUS.
            SELECT NEW-HISTORY-FILE ASSIGN TO "BMI-HISTORY-NEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT NEW-GOALS-FILE ASSIGN TO "BMI-GOALS-NEW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PURGE-LOG-FILE
               ASSIGN TO "BMI-PURGELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL RUN-AUDIT-FILE ASSIGN TO "RUNAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
            SELECT PURGE-REPORT ASSIGN TO "BMI-PURGERPT.DAT".

       DATA DIVISION.
       FILE SECTION.
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
               88 PM-WITHDRAWN      VALUE 'W'.
            05 PM-WITHDRAW-DATE     PIC 9(8).
            05 FILLER               PIC X(12).

      *  MIRROR OF HISTORY-RECORD IN ENHANCEDBMICALCULATOR.
       FD HISTORY-FILE
            RECORD CONTAINS 75 CHARACTERS.
       01 HISTORY-RECORD.
            88 ENDOFHISTORY         VALUE HIGH-VALUES.
            05 HIST-NAME            PIC X(40).
            05 FILLER               PIC X(35).

      *  MIRROR OF GOALS-RECORD IN ENHANCEDBMICALCULATOR.
       FD GOALS-FILE
            RECORD CONTAINS 53 CHARACTERS.
       01 GOALS-RECORD.
            88 ENDOFGOALS           VALUE HIGH-VALUES.
            05 GOAL-NAME            PIC X(40).
            05 FILLER               PIC X(13).

       FD NEW-HISTORY-FILE
            RECORD CONTAINS 75 CHARACTERS.
       01 NEW-HISTORY-RECORD        PIC X(75).

       FD NEW-GOALS-FILE
            RECORD CONTAINS 53 CHARACTERS.
       01 NEW-GOALS-RECORD          PIC X(53).

      *  ONE ROW PER PERSON PURGED, APPENDED ACROSS RUNS - WHO RAN IT,
      *  WHEN, AND HOW MANY ROWS OF EACH FILE WERE REMOVED.
       FD PURGE-LOG-FILE
            RECORD CONTAINS 80 CHARACTERS.
       01 PURGE-LOG-RECORD.
            05 PLG-RUN-DATE         PIC 9(8).
            05 PLG-OPERATOR-ID      PIC X(8).
            05 PLG-NAME             PIC X(40).
            05 PLG-PARTICIPANT-ID   PIC 9(6).
            05 PLG-WITHDRAW-DATE    PIC 9(8).
            05 PLG-HIST-ROWS        PIC 9(5).
            05 PLG-GOAL-ROWS        PIC 9(5).

       FD RUN-AUDIT-FILE
            RECORD CONTAINS 60 CHARACTERS.
       01 RUN-AUDIT-RECORD          PIC X(60).

       FD PURGE-REPORT.
       01  PRINT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
        01  WS-PARTMAST-STATUS      PIC XX.
        01  WS-HISTORY-STATUS       PIC XX.
        01  WS-GOALS-STATUS         PIC XX.
        01  WS-RUN-DATE             PIC 9(8).

      ***************************************************************
      *  THE WITHDRAWN PARTICIPANTS, WITH THE ROWS REMOVED FOR EACH. *
      ***************************************************************
        01  WS-WDR-COUNT            PIC 9(3) VALUE ZERO.
        01  WS-WDR-TABLE.
            05 WS-WDR-ENTRY OCCURS 500 TIMES.
               10 WS-WDR-NAME       PIC X(40).
               10 WS-WDR-ID         PIC 9(6).
               10 WS-WDR-DATE       PIC 9(8).
               10 WS-WDR-HIST-ROWS  PIC 9(5).
               10 WS-WDR-GOAL-ROWS  PIC 9(5).
        01  WS-WDR-SUB              PIC 9(3).
        01  WS-WDR-FOUND-SW         PIC X VALUE 'N'.
            88 WITHDRAWN-FOUND      VALUE 'Y'.
        01  WS-SEARCH-NAME          PIC X(40).

        01  WS-COUNTS.
            05 WS-HIST-READ-COUNT   PIC 9(7) VALUE ZERO.
            05 WS-HIST-KEPT-COUNT   PIC 9(7) VALUE ZERO.
            05 WS-HIST-PURGED-COUNT PIC 9(7) VALUE ZERO.
            05 WS-GOAL-READ-COUNT   PIC 9(7) VALUE ZERO.
            05 WS-GOAL-KEPT-COUNT   PIC 9(7) VALUE ZERO.
            05 WS-GOAL-PURGED-COUNT PIC 9(7) VALUE ZERO.
            05 WS-PEOPLE-PURGED     PIC 9(5) VALUE ZERO.
            05 WS-ALREADY-CLEAN     PIC 9(5) VALUE ZERO.

        01  SIGNON-AREA.
            05 SIGNON-OPERATOR-NAME PIC X(20).
            05 SIGNON-OPERATOR-ID   PIC X(8).
            05 SIGNON-RUN-TIMESTAMP PIC X(14).
            05 SIGNON-OPERATOR-ROLE PIC X(4).
               88 PURGE-ENTITLED-ROLE VALUE 'SUPV'.
            05 SIGNON-REPORT-ID     PIC X(8) VALUE 'BMIPURGE'.

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
                 'BMI WITHDRAWAL PURGE'.
            05 FILLER               PIC X(10) VALUE 'RUN DATE '.
            05 TTL-RUN-DATE         PIC 9(8).

        01  PURGE-COL-HEADING.
            05 FILLER               PIC X(42) VALUE 'NAME'.
            05 FILLER               PIC X(8)  VALUE 'ID'.
            05 FILLER               PIC X(11) VALUE 'WITHDRAWN'.
            05 FILLER               PIC X(14) VALUE 'HISTORY ROWS'.
            05 FILLER               PIC X(10) VALUE 'GOAL ROWS'.

        01  PURGE-DETAIL-LINE.
            05 PDL-NAME             PIC X(40).
            05 FILLER               PIC XX VALUE SPACES.
            05 PDL-ID               PIC 9(6).
            05 FILLER               PIC XX VALUE SPACES.
            05 PDL-WITHDRAW-DATE    PIC 9(8).
            05 FILLER               PIC X(6) VALUE SPACES.
            05 PDL-HIST-ROWS        PIC ZZ,ZZ9.
            05 FILLER               PIC X(6) VALUE SPACES.
            05 PDL-GOAL-ROWS        PIC ZZ,ZZ9.

        01  COUNT-LINE.
            05 CNT-DESC             PIC X(30).
            05 CNT-VALUE            PIC Z,ZZZ,ZZ9.

        01  BALANCE-LINE.
            05 BAL-FILE             PIC X(13).
            05 FILLER               PIC X(6)  VALUE 'READ '.
            05 BAL-READ             PIC Z,ZZZ,ZZ9.
            05 FILLER               PIC X(7)  VALUE '  KEPT '.
            05 BAL-KEPT             PIC Z,ZZZ,ZZ9.
            05 FILLER               PIC X(9)  VALUE '  PURGED '.
            05 BAL-PURGED           PIC Z,ZZZ,ZZ9.
            05 FILLER               PIC XX    VALUE SPACES.
            05 BAL-RESULT           PIC X(16).

       PROCEDURE DIVISION.

        0050-OPEN-FILES.
           CALL 'OBTAININPUT' USING SIGNON-AREA.
           MOVE SIGNON-OPERATOR-NAME TO RUN-ID-NAME.
           MOVE SIGNON-OPERATOR-ID TO RUN-ID-OPERATOR.
           MOVE SIGNON-RUN-TIMESTAMP TO RUN-ID-TIMESTAMP.
           IF NOT PURGE-ENTITLED-ROLE
              PERFORM 0052-AUDIT-PURGE-REFUSAL
              DISPLAY 'BMIPURGE REFUSED - OPERATOR NOT ENTITLED'
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 0060-LOAD-WITHDRAWN.
           OPEN INPUT HISTORY-FILE, GOALS-FILE.
           OPEN OUTPUT NEW-HISTORY-FILE, NEW-GOALS-FILE, PURGE-REPORT.
           OPEN EXTEND PURGE-LOG-FILE.
           PERFORM 0100-COPY-HISTORY.
           PERFORM 0150-COPY-GOALS.
           PERFORM 0200-WRITE-PURGE-REPORT.
           PERFORM 0400-STOP-RUN.

        0052-AUDIT-PURGE-REFUSAL.
           OPEN EXTEND RUN-AUDIT-FILE.
           MOVE SPACES TO WS-REFUSAL-AUDIT-RECORD.
           MOVE SIGNON-RUN-TIMESTAMP TO REF-TIMESTAMP.
           MOVE SIGNON-OPERATOR-ID TO REF-OPERATOR-ID.
           MOVE 'BMI PURGE' TO REF-DETAIL.
           MOVE 'REFUSED' TO REF-NOTE.
           WRITE RUN-AUDIT-RECORD FROM WS-REFUSAL-AUDIT-RECORD.
           CLOSE RUN-AUDIT-FILE.

      ***************************************************************
      *  WITHOUT THE MASTER THERE IS NO SAYING WHO WITHDREW, SO THE  *
      *  RUN STOPS BEFORE ANY FILE IS TOUCHED.                       *
      ***************************************************************
        0060-LOAD-WITHDRAWN.
           OPEN INPUT PARTMAST-FILE.
           IF WS-PARTMAST-STATUS NOT = '00'
              DISPLAY 'BMIPURGE ABORTED: NO PARTICIPANT MASTER'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ PARTMAST-FILE
              AT END SET ENDOFPARTMAST TO TRUE
           END-READ.
           PERFORM UNTIL ENDOFPARTMAST
              IF PM-WITHDRAWN
                 IF WS-WDR-COUNT < 500
                    ADD 1 TO WS-WDR-COUNT
                    MOVE PM-NAME TO WS-WDR-NAME(WS-WDR-COUNT)
                    MOVE PM-PARTICIPANT-ID TO WS-WDR-ID(WS-WDR-COUNT)
                    MOVE PM-WITHDRAW-DATE TO WS-WDR-DATE(WS-WDR-COUNT)
                    MOVE ZERO TO WS-WDR-HIST-ROWS(WS-WDR-COUNT)
                    MOVE ZERO TO WS-WDR-GOAL-ROWS(WS-WDR-COUNT)
                 ELSE
                    DISPLAY 'BMIPURGE ABORTED: OVER 500 WITHDRAWN'
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
              READ PARTMAST-FILE
                 AT END SET ENDOFPARTMAST TO TRUE
              END-READ
           END-PERFORM.
           CLOSE PARTMAST-FILE.

        0100-COPY-HISTORY.
           IF WS-HISTORY-STATUS = '00'
              READ HISTORY-FILE
                 AT END SET ENDOFHISTORY TO TRUE
              END-READ
              PERFORM UNTIL ENDOFHISTORY
                 ADD 1 TO WS-HIST-READ-COUNT
                 MOVE HIST-NAME TO WS-SEARCH-NAME
                 PERFORM 0300-FIND-WITHDRAWN
                 IF WITHDRAWN-FOUND
                    ADD 1 TO WS-WDR-HIST-ROWS(WS-WDR-SUB)
                    ADD 1 TO WS-HIST-PURGED-COUNT
                 ELSE
                    WRITE NEW-HISTORY-RECORD FROM HISTORY-RECORD
                    ADD 1 TO WS-HIST-KEPT-COUNT
                 END-IF
                 READ HISTORY-FILE
                    AT END SET ENDOFHISTORY TO TRUE
                 END-READ
              END-PERFORM
           END-IF.

        0150-COPY-GOALS.
           IF WS-GOALS-STATUS = '00'
              READ GOALS-FILE
                 AT END SET ENDOFGOALS TO TRUE
              END-READ
              PERFORM UNTIL ENDOFGOALS
                 ADD 1 TO WS-GOAL-READ-COUNT
                 MOVE GOAL-NAME TO WS-SEARCH-NAME
                 PERFORM 0300-FIND-WITHDRAWN
                 IF WITHDRAWN-FOUND
                    ADD 1 TO WS-WDR-GOAL-ROWS(WS-WDR-SUB)
                    ADD 1 TO WS-GOAL-PURGED-COUNT
                 ELSE
                    WRITE NEW-GOALS-RECORD FROM GOALS-RECORD
                    ADD 1 TO WS-GOAL-KEPT-COUNT
                 END-IF
                 READ GOALS-FILE
                    AT END SET ENDOFGOALS TO TRUE
                 END-READ
              END-PERFORM
           END-IF.

      ***************************************************************
      *  ONE LINE AND ONE LOG ROW PER PERSON ACTUALLY PURGED, THEN   *
      *  THE BALANCING PROOF FOR EACH FILE.                          *
      ***************************************************************
        0200-WRITE-PURGE-REPORT.
           MOVE WS-RUN-DATE TO TTL-RUN-DATE.
           WRITE PRINT-LINE FROM RUN-IDENTITY-LINE.
           WRITE PRINT-LINE FROM TITLE-LINE AFTER ADVANCING 1 LINE.
           WRITE PRINT-LINE FROM PURGE-COL-HEADING
              AFTER ADVANCING 2 LINES.
           PERFORM 0210-WRITE-ONE-PERSON
              VARYING WS-WDR-SUB FROM 1 BY 1
              UNTIL WS-WDR-SUB > WS-WDR-COUNT.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'PARTICIPANTS WITHDRAWN      :' TO CNT-DESC.
           MOVE WS-WDR-COUNT TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'PARTICIPANTS PURGED         :' TO CNT-DESC.
           MOVE WS-PEOPLE-PURGED TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'ALREADY PURGED EARLIER      :' TO CNT-DESC.
           MOVE WS-ALREADY-CLEAN TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'BMI-HISTORY' TO BAL-FILE.
           MOVE WS-HIST-READ-COUNT TO BAL-READ.
           MOVE WS-HIST-KEPT-COUNT TO BAL-KEPT.
           MOVE WS-HIST-PURGED-COUNT TO BAL-PURGED.
           IF WS-HIST-READ-COUNT =
              WS-HIST-KEPT-COUNT + WS-HIST-PURGED-COUNT
              MOVE 'BALANCED' TO BAL-RESULT
           ELSE
              MOVE 'OUT OF BALANCE' TO BAL-RESULT
              MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE PRINT-LINE FROM BALANCE-LINE AFTER ADVANCING 2 LINES.
           MOVE 'BMI-GOALS' TO BAL-FILE.
           MOVE WS-GOAL-READ-COUNT TO BAL-READ.
           MOVE WS-GOAL-KEPT-COUNT TO BAL-KEPT.
           MOVE WS-GOAL-PURGED-COUNT TO BAL-PURGED.
           IF WS-GOAL-READ-COUNT =
              WS-GOAL-KEPT-COUNT + WS-GOAL-PURGED-COUNT
              MOVE 'BALANCED' TO BAL-RESULT
           ELSE
              MOVE 'OUT OF BALANCE' TO BAL-RESULT
              MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE PRINT-LINE FROM BALANCE-LINE AFTER ADVANCING 1 LINE.
           IF RETURN-CODE = 8
              MOVE 'OUT OF BALANCE - DO NOT REPLACE THE LIVE FILES'
                 TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 2 LINES
           ELSE
              IF WS-WDR-COUNT = ZERO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

        0210-WRITE-ONE-PERSON.
           IF WS-WDR-HIST-ROWS(WS-WDR-SUB) = ZERO
              AND WS-WDR-GOAL-ROWS(WS-WDR-SUB) = ZERO
              ADD 1 TO WS-ALREADY-CLEAN
           ELSE
              ADD 1 TO WS-PEOPLE-PURGED
              MOVE WS-WDR-NAME(WS-WDR-SUB) TO PDL-NAME
              MOVE WS-WDR-ID(WS-WDR-SUB) TO PDL-ID
              MOVE WS-WDR-DATE(WS-WDR-SUB) TO PDL-WITHDRAW-DATE
              MOVE WS-WDR-HIST-ROWS(WS-WDR-SUB) TO PDL-HIST-ROWS
              MOVE WS-WDR-GOAL-ROWS(WS-WDR-SUB) TO PDL-GOAL-ROWS
              WRITE PRINT-LINE FROM PURGE-DETAIL-LINE
                 AFTER ADVANCING 1 LINE
              MOVE WS-RUN-DATE TO PLG-RUN-DATE
              MOVE SIGNON-OPERATOR-ID TO PLG-OPERATOR-ID
              MOVE WS-WDR-NAME(WS-WDR-SUB) TO PLG-NAME
              MOVE WS-WDR-ID(WS-WDR-SUB) TO PLG-PARTICIPANT-ID
              MOVE WS-WDR-DATE(WS-WDR-SUB) TO PLG-WITHDRAW-DATE
              MOVE WS-WDR-HIST-ROWS(WS-WDR-SUB) TO PLG-HIST-ROWS
              MOVE WS-WDR-GOAL-ROWS(WS-WDR-SUB) TO PLG-GOAL-ROWS
              WRITE PURGE-LOG-RECORD
           END-IF.

        0300-FIND-WITHDRAWN.
           MOVE 'N' TO WS-WDR-FOUND-SW.
           PERFORM VARYING WS-WDR-SUB FROM 1 BY 1
              UNTIL WS-WDR-SUB > WS-WDR-COUNT
              OR WITHDRAWN-FOUND
              IF WS-WDR-NAME(WS-WDR-SUB) = WS-SEARCH-NAME
                 MOVE 'Y' TO WS-WDR-FOUND-SW
              END-IF
           END-PERFORM.
           IF WITHDRAWN-FOUND
              SUBTRACT 1 FROM WS-WDR-SUB
           END-IF.

        0400-STOP-RUN.
           CLOSE HISTORY-FILE, GOALS-FILE.
           CLOSE NEW-HISTORY-FILE, NEW-GOALS-FILE, PURGE-REPORT.
           CLOSE PURGE-LOG-FILE.
           STOP RUN.

          END PROGRAM BMIPURGE.
