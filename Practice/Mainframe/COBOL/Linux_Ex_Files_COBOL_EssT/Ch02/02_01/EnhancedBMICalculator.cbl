            SELECT OPTIONAL GOALS-FILE ASSIGN TO "BMI-GOALS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GOALS-STATUS.
            SELECT OPTIONAL PARTMAST-FILE ASSIGN TO "BMI-PARTMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTMAST-STATUS.
            SELECT RUN-AUDIT-FILE ASSIGN TO "RUNAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

        FD BMI-PARM-FILE.
        01 BMI-PARM-RECORD.
            05 PARM-MIN-COHORT   PIC 9(3).
            05 PARM-LAPSE-DAYS   PIC 9(3).
            05 FILLER            PIC X(74).

        FD RUN-AUDIT-FILE
           RECORD CONTAINS 60 CHARACTERS.
            05 GOAL-TARGET-BMI   PIC 999V99.
            05 GOAL-TARGET-DATE  PIC 9(8).

      *    THE PARTICIPANT ENROLLMENT AND CONSENT MASTER, KEPT BY
      *    BMIPARTMAINT.  MIRRORS ITS LAYOUT - KEEP THEM IN STEP.
      *    STATUS E ENROLLED, L LEFT, W CONSENT WITHDRAWN.
        FD PARTMAST-FILE
           RECORD CONTAINS 80 CHARACTERS.
        01 PARTMAST-RECORD.
            88 ENDOFPARTMAST     VALUE HIGH-VALUES.
            05 PM-NAME           PIC X(40).
            05 PM-PARTICIPANT-ID PIC 9(6).
            05 PM-ENROLL-DATE    PIC 9(8).
            05 PM-DEPT-CODE      PIC X(4).
            05 PM-CONSENT        PIC X.
            05 PM-STATUS         PIC X.
            05 PM-WITHDRAW-DATE  PIC 9(8).
            05 FILLER            PIC X(12).

      *    THE DEPARTMENT ON EACH ROW LETS THE FOLLOW-UP RUN
      *    ROUTE A LAPSED PARTICIPANT TO THEIR DEPARTMENT'S COACH.
        FD HISTORY-FILE
           RECORD CONTAINS 75 CHARACTERS.
        01 HISTORY-RECORD.
            88 ENDOFHISTORY      VALUE HIGH-VALUES.
            05 HIST-NAME         PIC X(40).
            05 HIST-BMI          PIC 999V99.
            05 HIST-CATEGORY     PIC X(15).
            05 FILLER            PIC X(3).
            05 HIST-DEPT-CODE    PIC X(4).

        WORKING-STORAGE SECTION.
           01 WS.
              '  SUPPRESSED - COHORT UNDER MINIMUM '.
            05 DEPT-SUP-MIN     PIC ZZ9.

      ***************************************************************
      *    ONLY PARTICIPANTS ENROLLED AND CONSENTING ON THE MASTER   *
      *    ARE PROCESSED; ANYONE ELSE IS REJECTED WITH THE REASON    *
      *    SO THEY NO LONGER REACH THE FIGURES OR THE HISTORY.  THE  *
      *    MASTER'S DEPARTMENT IS THE ONE REPORTED.                  *
      ***************************************************************
        01  WS-PARTMAST-STATUS  PIC XX.
        01  WS-PART-COUNT       PIC 9(3) VALUE ZERO.
        01  WS-PART-TABLE.
            05 WS-PART-ENTRY OCCURS 500 TIMES.
               10 WS-PART-NAME      PIC X(40).
               10 WS-PART-ENROLLED  PIC 9(8).
               10 WS-PART-DEPT      PIC X(4).
               10 WS-PART-CONSENT   PIC X.
               10 WS-PART-STATUS    PIC X.
        01  WS-PART-SUB         PIC 9(3).
        01  WS-PART-FOUND-SW    PIC X VALUE 'N'.
            88 PARTICIPANT-FOUND VALUE 'Y'.

      ***************************************************************
      *    GOAL TRACKING: EACH PARTICIPANT'S DISTANCE TO TARGET,     *
      *    THE TREND SINCE THE LAST MEASUREMENT AND AN ON/OFF        *
            05 SIGNON-RUN-TIMESTAMP PIC X(14).
            05 SIGNON-OPERATOR-ROLE PIC X(4).
               88 DETAIL-ENTITLED-ROLE VALUE 'SUPV' 'MED '.
            05 SIGNON-REPORT-ID     PIC X(8) VALUE 'BMICALC'.

        01  WS-REFUSAL-AUDIT-RECORD.
            05 REF-TIMESTAMP       PIC X(14).
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 0055-LOAD-MIN-COHORT.
           PERFORM 0058-LOAD-GOALS.
           PERFORM 0059-LOAD-PARTICIPANTS.
           PERFORM 0060-LOAD-BMI-HISTORY.
           OPEN INPUT BMI-FILE.
           OPEN OUTPUT PRINT-FILE, REJECT-FILE.
           END-IF.
           CLOSE GOALS-FILE.

        0059-LOAD-PARTICIPANTS.
           OPEN INPUT PARTMAST-FILE.
           IF WS-PARTMAST-STATUS = '00'
              READ PARTMAST-FILE
                 AT END SET ENDOFPARTMAST TO TRUE
              END-READ
              PERFORM UNTIL ENDOFPARTMAST
                 IF WS-PART-COUNT < 500
                    ADD 1 TO WS-PART-COUNT
                    MOVE PM-NAME TO WS-PART-NAME(WS-PART-COUNT)
                    MOVE PM-ENROLL-DATE
                       TO WS-PART-ENROLLED(WS-PART-COUNT)
                    MOVE PM-DEPT-CODE TO WS-PART-DEPT(WS-PART-COUNT)
                    MOVE PM-CONSENT TO WS-PART-CONSENT(WS-PART-COUNT)
                    MOVE PM-STATUS TO WS-PART-STATUS(WS-PART-COUNT)
                 ELSE
                    DISPLAY 'PARTICIPANT TABLE FULL - SKIPPED '
                       PM-NAME
                 END-IF
                 READ PARTMAST-FILE
                    AT END SET ENDOFPARTMAST TO TRUE
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE PARTMAST-FILE.
           IF WS-PART-COUNT = ZERO
              DISPLAY 'NO PARTICIPANT MASTER - EVERY RECORD REJECTED'
           END-IF.

      *    THE LATEST ROW PER PERSON ON THE HISTORY FILE IS THE
      *    PREVIOUS MEASUREMENT; ROWS ARE IN APPEND ORDER SO THE
      *    LAST ONE SEEN WINS.

        0160-VALIDATE-RECORD.
            MOVE SPACES TO REJECT-RECORD.
            PERFORM 0165-FIND-PARTICIPANT.
            EVALUATE TRUE
               WHEN NOT PARTICIPANT-FOUND
                  MOVE 'NOT ON PARTICIPANT MASTER' TO REJ-REASON
                  PERFORM 0170-WRITE-REJECT
               WHEN WS-PART-STATUS(WS-PART-SUB) = 'W'
                    OR WS-PART-CONSENT(WS-PART-SUB) NOT = 'Y'
                  MOVE 'CONSENT WITHDRAWN' TO REJ-REASON
                  PERFORM 0170-WRITE-REJECT
               WHEN WS-PART-STATUS(WS-PART-SUB) = 'L'
                  MOVE 'LEFT THE PROGRAM' TO REJ-REASON
                  PERFORM 0170-WRITE-REJECT
               WHEN WS-PART-STATUS(WS-PART-SUB) NOT = 'E'
                  MOVE 'NOT ENROLLED' TO REJ-REASON
                  PERFORM 0170-WRITE-REJECT
               WHEN WS-PART-ENROLLED(WS-PART-SUB) > WS-RUN-DATE
                  MOVE 'NOT YET ENROLLED' TO REJ-REASON
                  PERFORM 0170-WRITE-REJECT
               WHEN HEIGHT-INCHES NOT NUMERIC
                  MOVE 'HEIGHT NOT NUMERIC' TO REJ-REASON
                  PERFORM 0170-WRITE-REJECT
                  MOVE 'WEIGHT OUTSIDE 50-999 POUNDS' TO REJ-REASON
                  PERFORM 0170-WRITE-REJECT
            END-EVALUATE.
            IF RECORD-IS-VALID
               AND WS-PART-DEPT(WS-PART-SUB) NOT = SPACES
               MOVE WS-PART-DEPT(WS-PART-SUB) TO DEPT-CODE
            END-IF.

        0165-FIND-PARTICIPANT.
            MOVE 'N' TO WS-PART-FOUND-SW.
            PERFORM VARYING WS-PART-SUB FROM 1 BY 1
               UNTIL WS-PART-SUB > WS-PART-COUNT
               OR PARTICIPANT-FOUND
               IF WS-PART-NAME(WS-PART-SUB) = PERSON-NAME
                  MOVE 'Y' TO WS-PART-FOUND-SW
               END-IF
            END-PERFORM.
            IF PARTICIPANT-FOUND
               SUBTRACT 1 FROM WS-PART-SUB
            END-IF.

        0170-WRITE-REJECT.
            MOVE 'N' TO WS-VALID-SWITCH.
            MOVE WS-RUN-DATE TO HIST-DATE.
            MOVE WS-BMI TO HIST-BMI.
            MOVE DET-CATEGORY TO HIST-CATEGORY.
            MOVE DEPT-CODE TO HIST-DEPT-CODE.
            WRITE HISTORY-RECORD.

      *    DISTANCE TO THE COACH'S TARGET, THE TREND ACROSS THE
