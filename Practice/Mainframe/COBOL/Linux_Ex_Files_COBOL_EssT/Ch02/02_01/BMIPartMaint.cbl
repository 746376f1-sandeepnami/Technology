       IDENTIFICATION DIVISION.
       PROGRAM-ID. BMIPARTMAINT.
       AUTHOR.     PEGGY FISHER.
      ***************************************************************
      *  Maintenance batch for BMI-PARTMAST.DAT, the wellness        *
      *  program's participant enrollment and consent master.  The   *
      *  BMI run processes only participants enrolled and consenting *
      *  on this master, so joining, leaving and withdrawing consent *
      *  all go through here and leave an audit trail.               *
      *                                                              *
      *  A classic old-master / transaction / new-master update in   *
      *  participant-name sequence (the name is the identity the BMI *
      *  input, history and goals files all carry), writing          *
      *  BMI-PARTMAST-NEW.DAT:                                       *
      *                                                              *
      *      ENR  - enroll, consent given.  A participant who left   *
      *             or withdrew may be re-enrolled with the same id  *
      *      AMD  - change participant id and/or department - a     *
      *             blank field on the card keeps the master value   *
      *      LVE  - left the program; their data is kept             *
      *      WDR  - consent withdrawn; BMIPURGE then removes their   *
      *             history and goal rows                            *
      *                                                              *
      *  The effective date defaults to the run date.  Cards are     *
      *  format-checked and must be in name sequence; the old master *
      *  must be in strictly ascending name sequence or the run      *
      *  stops with return code 12.  Every applied change goes to    *
      *  the BMI-PARTAUD.DAT audit trail and the maintenance report  *
      *  with its before and after values, user id and reason.       *
      *                                                              *
      *  Transaction card (BMI-PARTTRAN.DAT):                        *
      *      cols  1-3   action (ENR/AMD/LVE/WDR)                    *
      *      cols  4-43  participant name (last 20, first 20)        *
      *      cols 44-49  participant id          (ENR/AMD)           *
      *      cols 50-57  effective date CCYYMMDD (blank = run date)  *
      *      cols 58-61  department              (ENR/AMD)           *
      *      cols 62-69  user id                                     *
      *      cols 70-99  reason                                      *
      ***************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL OLD-MASTER ASSIGN TO "BMI-PARTMAST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OLD-MASTER-STATUS.
            SELECT MAINT-TRANS ASSIGN TO "BMI-PARTTRAN.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT NEW-MASTER ASSIGN TO "BMI-PARTMAST-NEW.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT MAINT-REPORT ASSIGN TO "BMI-PARTRPT.DAT".
            SELECT OPTIONAL MAINT-AUDIT
                ASSIGN TO "BMI-PARTAUD.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      ***************************************************************
      *  THE PARTICIPANT MASTER.  MIRRORED IN ENHANCEDBMICALCULATOR, *
      *  BMIPURGE AND BMIFOLLOWUP - THEY MUST STAY IN STEP.          *
      ***************************************************************
       FD OLD-MASTER
            RECORD CONTAINS 80 CHARACTERS.
       01 OLD-MASTER-RECORD.
            88 ENDOFOLDMASTER       VALUE HIGH-VALUES.
            05 OM-NAME              PIC X(40).
            05 OM-PARTICIPANT-ID    PIC 9(6).
            05 OM-ENROLL-DATE       PIC 9(8).
            05 OM-DEPT-CODE         PIC X(4).
            05 OM-CONSENT           PIC X.
            05 OM-STATUS            PIC X.
            05 OM-WITHDRAW-DATE     PIC 9(8).
            05 FILLER               PIC X(12).

       FD MAINT-TRANS
            RECORD CONTAINS 99 CHARACTERS.
       01 MAINT-TRAN-RECORD.
            88 ENDOFTRANS           VALUE HIGH-VALUES.
            05 TR-ACTION            PIC X(3).
               88 ENR-ACTION        VALUE 'ENR'.
               88 AMD-ACTION        VALUE 'AMD'.
               88 LVE-ACTION        VALUE 'LVE'.
               88 WDR-ACTION        VALUE 'WDR'.
               88 VALID-ACTION      VALUE 'ENR' 'AMD' 'LVE' 'WDR'.
            05 TR-NAME              PIC X(40).
            05 TR-PARTICIPANT-ID    PIC X(6).
            05 TR-PARTICIPANT-ID-N REDEFINES TR-PARTICIPANT-ID
                                    PIC 9(6).
            05 TR-EFFECTIVE-DATE    PIC X(8).
            05 TR-EFFECTIVE-DATE-N REDEFINES TR-EFFECTIVE-DATE
                                    PIC 9(8).
            05 TR-EFFECTIVE-DATE-R REDEFINES TR-EFFECTIVE-DATE.
               10 TR-EFF-CCYY       PIC 9(4).
               10 TR-EFF-MM         PIC 9(2).
               10 TR-EFF-DD         PIC 9(2).
            05 TR-DEPT-CODE         PIC X(4).
            05 TR-USER-ID           PIC X(8).
            05 TR-REASON            PIC X(30).

       FD NEW-MASTER
            RECORD CONTAINS 80 CHARACTERS.
       01 NEW-MASTER-RECORD         PIC X(80).

       FD MAINT-REPORT.
       01  PRINT-LINE               PIC X(132).

      ***************************************************************
      *  ONE AUDIT ROW PER APPLIED CARD, APPENDED ACROSS RUNS: WHO,  *
      *  WHEN, WHY, AND THE MASTER VALUES BEFORE AND AFTER.  A NEW   *
      *  ENROLLMENT HAS A BLANK BEFORE IMAGE.                        *
      ***************************************************************
       FD MAINT-AUDIT
            RECORD CONTAINS 153 CHARACTERS.
       01 MAINT-AUDIT-RECORD.
            05 AUD-RUN-DATE         PIC 9(8).
            05 AUD-RUN-TIME         PIC 9(8).
            05 AUD-ACTION           PIC X(3).
            05 AUD-NAME             PIC X(40).
            05 AUD-USER-ID          PIC X(8).
            05 AUD-REASON           PIC X(30).
            05 AUD-BEFORE           PIC X(28).
            05 AUD-AFTER            PIC X(28).

       WORKING-STORAGE SECTION.
        01  WS-OLD-MASTER-STATUS    PIC XX.
        01  WS-RUN-DATE             PIC 9(8).
        01  WS-RUN-TIME             PIC 9(8).
        01  WS-EFFECTIVE-DATE       PIC 9(8).

        01  WS-SWITCHES.
            05 WS-HOLD-ACTIVE-SW    PIC X VALUE 'N'.
               88 HOLD-ACTIVE       VALUE 'Y'.
            05 WS-CARD-OK-SW        PIC X VALUE 'Y'.
               88 CARD-OK           VALUE 'Y'.

        01  WS-KEYS.
            05 WS-MASTER-KEY        PIC X(40).
            05 WS-PRIOR-MASTER-KEY  PIC X(40) VALUE LOW-VALUES.
            05 WS-TRANS-KEY         PIC X(40).
            05 WS-PRIOR-TRANS-KEY   PIC X(40) VALUE LOW-VALUES.
            05 WS-CURRENT-KEY       PIC X(40).

      ***************************************************************
      *  THE PARTICIPANT BEING MAINTAINED IS HELD HERE WHILE ALL OF  *
      *  THEIR CARDS ARE APPLIED, THEN WRITTEN TO THE NEW MASTER.    *
      *  STATUS E ENROLLED, L LEFT, W CONSENT WITHDRAWN.             *
      ***************************************************************
        01  WS-HOLD-RECORD.
            05 HOLD-NAME            PIC X(40).
            05 HOLD-DETAIL.
               10 HOLD-PARTICIPANT-ID PIC 9(6).
               10 HOLD-ENROLL-DATE  PIC 9(8).
               10 HOLD-DEPT-CODE    PIC X(4).
               10 HOLD-CONSENT      PIC X.
               10 HOLD-STATUS       PIC X.
                  88 HOLD-ENROLLED  VALUE 'E'.
                  88 HOLD-LEFT      VALUE 'L'.
                  88 HOLD-WITHDRAWN VALUE 'W'.
               10 HOLD-WITHDRAW-DATE PIC 9(8).
            05 FILLER               PIC X(12).

        01  WS-BEFORE-VALUES        PIC X(28).
        01  WS-BEFORE-DETAIL REDEFINES WS-BEFORE-VALUES.
            05 WS-BEF-PARTICIPANT-ID PIC X(6).
            05 WS-BEF-ENROLL-DATE   PIC X(8).
            05 WS-BEF-DEPT-CODE     PIC X(4).
            05 WS-BEF-CONSENT       PIC X.
            05 WS-BEF-STATUS        PIC X.
            05 WS-BEF-WITHDRAW-DATE PIC X(8).

        01  WS-COUNTS.
            05 WS-OLD-READ-COUNT    PIC 9(5) VALUE ZEROES.
            05 WS-TRANS-READ-COUNT  PIC 9(5) VALUE ZEROES.
            05 WS-ENROLLED-COUNT    PIC 9(5) VALUE ZEROES.
            05 WS-AMENDED-COUNT     PIC 9(5) VALUE ZEROES.
            05 WS-LEFT-COUNT        PIC 9(5) VALUE ZEROES.
            05 WS-WITHDRAWN-COUNT   PIC 9(5) VALUE ZEROES.
            05 WS-REJECTED-COUNT    PIC 9(5) VALUE ZEROES.
            05 WS-NEW-WRITTEN-COUNT PIC 9(5) VALUE ZEROES.

        01  REPORT-HEADING-LINE     PIC X(44) VALUE
              '----- BMI PARTICIPANT MAINTENANCE -----'.

        01  ACTIVITY-LINE.
            05 ACT-ACTION           PIC X(3).
            05 FILLER               PIC XX VALUE SPACES.
            05 ACT-NAME             PIC X(40).
            05 FILLER               PIC XX VALUE SPACES.
            05 ACT-USER             PIC X(8).
            05 FILLER               PIC XX VALUE SPACES.
            05 ACT-REASON           PIC X(30).
            05 FILLER               PIC XX VALUE SPACES.
            05 ACT-RESULT           PIC X(32).

        01  VALUE-LINE.
            05 FILLER               PIC X(5) VALUE SPACES.
            05 VAL-TAG              PIC X(8).
            05 FILLER               PIC X(4) VALUE 'ID '.
            05 VAL-PARTICIPANT-ID   PIC X(6).
            05 FILLER               PIC X(11) VALUE '  ENROLLED '.
            05 VAL-ENROLL-DATE      PIC X(8).
            05 FILLER               PIC X(7) VALUE '  DEPT '.
            05 VAL-DEPT-CODE        PIC X(4).
            05 FILLER               PIC X(10) VALUE '  CONSENT '.
            05 VAL-CONSENT          PIC X.
            05 FILLER               PIC X(9) VALUE '  STATUS '.
            05 VAL-PART-STATUS      PIC X.
            05 FILLER               PIC X(10) VALUE '  LEFT ON '.
            05 VAL-WITHDRAW-DATE    PIC X(8).

        01  COUNT-LINE.
            05 CNT-DESC             PIC X(30).
            05 CNT-VALUE            PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

      ***************************************************************
      *  CLASSIC UPDATE ON PARTICIPANT NAME: THE LOWER OF THE MASTER *
      *  AND CARD KEYS IS PROCESSED EACH TIME ROUND.                 *
      ***************************************************************
        0050-OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO ACT-RESULT.
           OPEN INPUT OLD-MASTER, MAINT-TRANS.
           OPEN OUTPUT NEW-MASTER, MAINT-REPORT.
           OPEN EXTEND MAINT-AUDIT.
           WRITE PRINT-LINE FROM REPORT-HEADING-LINE.
           PERFORM 0080-READ-OLD-MASTER.
           PERFORM 0090-READ-TRANSACTION.
           PERFORM 0100-PROCESS-ONE-KEY
              UNTIL WS-MASTER-KEY = HIGH-VALUES
              AND WS-TRANS-KEY = HIGH-VALUES.
           PERFORM 0190-WRITE-CONTROL-COUNTS.
           PERFORM 0200-STOP-RUN.

      ***************************************************************
      *  THE OLD MASTER MUST ARRIVE IN STRICTLY ASCENDING NAME       *
      *  SEQUENCE.  A PARTICIPANT CANNOT SIMPLY BE DROPPED - THE     *
      *  RECORD CARRIES THEIR CONSENT - SO A DUPLICATE OR OUT-OF-    *
      *  SEQUENCE MASTER STOPS THE RUN.                              *
      ***************************************************************
        0080-READ-OLD-MASTER.
           READ OLD-MASTER
              AT END SET ENDOFOLDMASTER TO TRUE
           END-READ.
           IF ENDOFOLDMASTER
              OR WS-OLD-MASTER-STATUS NOT = '00'
              MOVE HIGH-VALUES TO WS-MASTER-KEY
           ELSE
              ADD 1 TO WS-OLD-READ-COUNT
              MOVE OM-NAME TO WS-MASTER-KEY
              IF WS-MASTER-KEY <= WS-PRIOR-MASTER-KEY
                 MOVE 'SEQ' TO ACT-ACTION
                 MOVE OM-NAME TO ACT-NAME
                 MOVE SPACES TO ACT-USER ACT-REASON
                 MOVE 'MASTER DUP/OUT OF SEQ - STOPPED'
                    TO ACT-RESULT
                 WRITE PRINT-LINE FROM ACTIVITY-LINE
                    AFTER ADVANCING 1 LINE
                 DISPLAY "BMIPARTMAINT ABORTED: MASTER NAME "
                    OM-NAME " DUPLICATE OR OUT OF SEQUENCE"
                 MOVE 12 TO RETURN-CODE
                 PERFORM 0200-STOP-RUN
              END-IF
              MOVE WS-MASTER-KEY TO WS-PRIOR-MASTER-KEY
           END-IF.

      ***************************************************************
      *  A BADLY FORMED OR OUT-OF-SEQUENCE CARD IS REJECTED STRAIGHT *
      *  FROM THE READ SO THE UPDATE LOGIC ONLY EVER SEES CLEAN      *
      *  CARDS.  SEVERAL CARDS FOR ONE PARTICIPANT ARE ALLOWED.      *
      ***************************************************************
        0090-READ-TRANSACTION.
           READ MAINT-TRANS
              AT END SET ENDOFTRANS TO TRUE
           END-READ.
           IF ENDOFTRANS
              MOVE HIGH-VALUES TO WS-TRANS-KEY
           ELSE
              ADD 1 TO WS-TRANS-READ-COUNT
              PERFORM 0092-CHECK-CARD-FORMAT
              IF CARD-OK
                 MOVE TR-NAME TO WS-TRANS-KEY
                 MOVE WS-TRANS-KEY TO WS-PRIOR-TRANS-KEY
              ELSE
                 PERFORM 0090-READ-TRANSACTION
              END-IF
           END-IF.

        0092-CHECK-CARD-FORMAT.
           MOVE 'Y' TO WS-CARD-OK-SW.
           EVALUATE TRUE
              WHEN NOT VALID-ACTION
                 MOVE 'INVALID ACTION CODE' TO ACT-RESULT
              WHEN TR-NAME = SPACES
                 MOVE 'PARTICIPANT NAME MISSING' TO ACT-RESULT
              WHEN TR-NAME < WS-PRIOR-TRANS-KEY
                 MOVE 'CARD OUT OF SEQUENCE' TO ACT-RESULT
              WHEN TR-USER-ID = SPACES
                 MOVE 'USER ID MISSING' TO ACT-RESULT
              WHEN TR-REASON = SPACES
                 MOVE 'REASON MISSING' TO ACT-RESULT
              WHEN ENR-ACTION
                   AND (TR-PARTICIPANT-ID = SPACES
                        OR TR-DEPT-CODE = SPACES)
                 MOVE 'ENR NEEDS PARTICIPANT ID, DEPT' TO ACT-RESULT
              WHEN AMD-ACTION
                   AND TR-PARTICIPANT-ID = SPACES
                   AND TR-DEPT-CODE = SPACES
                 MOVE 'AMD CHANGES NOTHING' TO ACT-RESULT
              WHEN TR-PARTICIPANT-ID NOT = SPACES
                   AND (TR-PARTICIPANT-ID NOT NUMERIC
                        OR TR-PARTICIPANT-ID-N = ZERO)
                 MOVE 'PARTICIPANT ID NOT NUMERIC' TO ACT-RESULT
              WHEN TR-EFFECTIVE-DATE NOT = SPACES
                   AND (TR-EFFECTIVE-DATE NOT NUMERIC
                        OR TR-EFF-MM < 1 OR TR-EFF-MM > 12
                        OR TR-EFF-DD < 1 OR TR-EFF-DD > 31)
                 MOVE 'EFFECTIVE DATE INVALID' TO ACT-RESULT
              WHEN TR-EFFECTIVE-DATE NOT = SPACES
                   AND TR-EFFECTIVE-DATE-N > WS-RUN-DATE
                 MOVE 'EFFECTIVE DATE IN THE FUTURE' TO ACT-RESULT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF ACT-RESULT NOT = SPACES
              MOVE 'N' TO WS-CARD-OK-SW
              ADD 1 TO WS-REJECTED-COUNT
              PERFORM 0098-WRITE-CARD-LINE
           END-IF.

        0098-WRITE-CARD-LINE.
           MOVE TR-ACTION TO ACT-ACTION.
           MOVE TR-NAME TO ACT-NAME.
           MOVE TR-USER-ID TO ACT-USER.
           MOVE TR-REASON TO ACT-REASON.
           WRITE PRINT-LINE FROM ACTIVITY-LINE
              AFTER ADVANCING 1 LINE.
           MOVE SPACES TO ACT-RESULT.

      ***************************************************************
      *  TAKE THE LOWER KEY; PICK UP THE MASTER IF IT HAS THAT KEY,  *
      *  APPLY EVERY CARD FOR THE KEY, THEN WRITE WHAT IS HELD.      *
      ***************************************************************
        0100-PROCESS-ONE-KEY.
           IF WS-MASTER-KEY < WS-TRANS-KEY
              MOVE WS-MASTER-KEY TO WS-CURRENT-KEY
           ELSE
              MOVE WS-TRANS-KEY TO WS-CURRENT-KEY
           END-IF.
           IF WS-MASTER-KEY = WS-CURRENT-KEY
              MOVE OLD-MASTER-RECORD TO WS-HOLD-RECORD
              MOVE 'Y' TO WS-HOLD-ACTIVE-SW
              PERFORM 0080-READ-OLD-MASTER
           ELSE
              MOVE 'N' TO WS-HOLD-ACTIVE-SW
           END-IF.
           PERFORM 0110-APPLY-ONE-CARD
              UNTIL WS-TRANS-KEY NOT = WS-CURRENT-KEY.
           IF HOLD-ACTIVE
              MOVE WS-HOLD-RECORD TO NEW-MASTER-RECORD
              WRITE NEW-MASTER-RECORD
              ADD 1 TO WS-NEW-WRITTEN-COUNT
           END-IF.

        0110-APPLY-ONE-CARD.
           IF HOLD-ACTIVE
              MOVE HOLD-DETAIL TO WS-BEFORE-VALUES
           ELSE
              MOVE SPACES TO WS-BEFORE-VALUES
           END-IF.
           IF TR-EFFECTIVE-DATE = SPACES
              MOVE WS-RUN-DATE TO WS-EFFECTIVE-DATE
           ELSE
              MOVE TR-EFFECTIVE-DATE-N TO WS-EFFECTIVE-DATE
           END-IF.
           EVALUATE TRUE
              WHEN ENR-ACTION AND HOLD-ACTIVE AND HOLD-ENROLLED
                 MOVE 'PARTICIPANT ALREADY ENROLLED' TO ACT-RESULT
              WHEN ENR-ACTION AND HOLD-ACTIVE
                   AND TR-PARTICIPANT-ID-N NOT = HOLD-PARTICIPANT-ID
                 MOVE 'PARTICIPANT ID DOES NOT MATCH' TO ACT-RESULT
              WHEN ENR-ACTION
                 PERFORM 0120-ENROLL-PARTICIPANT
              WHEN NOT HOLD-ACTIVE
                 MOVE 'PARTICIPANT NOT ON MASTER' TO ACT-RESULT
              WHEN AMD-ACTION
                 PERFORM 0130-AMEND-PARTICIPANT
              WHEN LVE-ACTION AND NOT HOLD-ENROLLED
                 MOVE 'PARTICIPANT NOT ENROLLED' TO ACT-RESULT
              WHEN LVE-ACTION
                 MOVE 'L' TO HOLD-STATUS
                 MOVE WS-EFFECTIVE-DATE TO HOLD-WITHDRAW-DATE
                 ADD 1 TO WS-LEFT-COUNT
                 MOVE 'APPLIED' TO ACT-RESULT
              WHEN HOLD-WITHDRAWN
                 MOVE 'CONSENT ALREADY WITHDRAWN' TO ACT-RESULT
              WHEN OTHER
                 MOVE 'N' TO HOLD-CONSENT
                 MOVE 'W' TO HOLD-STATUS
                 MOVE WS-EFFECTIVE-DATE TO HOLD-WITHDRAW-DATE
                 ADD 1 TO WS-WITHDRAWN-COUNT
                 MOVE 'APPLIED' TO ACT-RESULT
           END-EVALUATE.
           IF ACT-RESULT = 'APPLIED'
              PERFORM 0098-WRITE-CARD-LINE
              PERFORM 0150-WRITE-BEFORE-AFTER
           ELSE
              ADD 1 TO WS-REJECTED-COUNT
              PERFORM 0098-WRITE-CARD-LINE
           END-IF.
           PERFORM 0090-READ-TRANSACTION.

      *    A NEW PARTICIPANT, OR A RE-ENROLLMENT OF ONE WHO LEFT OR
      *    WITHDREW - CONSENT IS GIVEN AFRESH EITHER WAY.
        0120-ENROLL-PARTICIPANT.
           IF NOT HOLD-ACTIVE
              MOVE SPACES TO WS-HOLD-RECORD
              MOVE TR-NAME TO HOLD-NAME
              MOVE TR-PARTICIPANT-ID-N TO HOLD-PARTICIPANT-ID
           END-IF.
           MOVE WS-EFFECTIVE-DATE TO HOLD-ENROLL-DATE.
           MOVE TR-DEPT-CODE TO HOLD-DEPT-CODE.
           MOVE 'Y' TO HOLD-CONSENT.
           MOVE 'E' TO HOLD-STATUS.
           MOVE ZERO TO HOLD-WITHDRAW-DATE.
           MOVE 'Y' TO WS-HOLD-ACTIVE-SW.
           ADD 1 TO WS-ENROLLED-COUNT.
           MOVE 'APPLIED' TO ACT-RESULT.

        0130-AMEND-PARTICIPANT.
           IF TR-PARTICIPANT-ID NOT = SPACES
              MOVE TR-PARTICIPANT-ID-N TO HOLD-PARTICIPANT-ID
           END-IF.
           IF TR-DEPT-CODE NOT = SPACES
              MOVE TR-DEPT-CODE TO HOLD-DEPT-CODE
           END-IF.
           ADD 1 TO WS-AMENDED-COUNT.
           MOVE 'APPLIED' TO ACT-RESULT.

      ***************************************************************
      *  BEFORE AND AFTER VALUES GO TO THE REPORT AND THE AUDIT.     *
      ***************************************************************
        0150-WRITE-BEFORE-AFTER.
           MOVE 'BEFORE' TO VAL-TAG.
           MOVE WS-BEF-PARTICIPANT-ID TO VAL-PARTICIPANT-ID.
           MOVE WS-BEF-ENROLL-DATE TO VAL-ENROLL-DATE.
           MOVE WS-BEF-DEPT-CODE TO VAL-DEPT-CODE.
           MOVE WS-BEF-CONSENT TO VAL-CONSENT.
           MOVE WS-BEF-STATUS TO VAL-PART-STATUS.
           MOVE WS-BEF-WITHDRAW-DATE TO VAL-WITHDRAW-DATE.
           WRITE PRINT-LINE FROM VALUE-LINE AFTER ADVANCING 1 LINE.
           MOVE 'AFTER' TO VAL-TAG.
           MOVE HOLD-PARTICIPANT-ID TO VAL-PARTICIPANT-ID.
           MOVE HOLD-ENROLL-DATE TO VAL-ENROLL-DATE.
           MOVE HOLD-DEPT-CODE TO VAL-DEPT-CODE.
           MOVE HOLD-CONSENT TO VAL-CONSENT.
           MOVE HOLD-STATUS TO VAL-PART-STATUS.
           MOVE HOLD-WITHDRAW-DATE TO VAL-WITHDRAW-DATE.
           WRITE PRINT-LINE FROM VALUE-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-RUN-DATE TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME TO AUD-RUN-TIME.
           MOVE TR-ACTION TO AUD-ACTION.
           MOVE HOLD-NAME TO AUD-NAME.
           MOVE TR-USER-ID TO AUD-USER-ID.
           MOVE TR-REASON TO AUD-REASON.
           MOVE WS-BEFORE-VALUES TO AUD-BEFORE.
           MOVE HOLD-DETAIL TO AUD-AFTER.
           WRITE MAINT-AUDIT-RECORD.

        0190-WRITE-CONTROL-COUNTS.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'MASTER RECORDS READ         :' TO CNT-DESC.
           MOVE WS-OLD-READ-COUNT TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'TRANSACTION CARDS READ      :' TO CNT-DESC.
           MOVE WS-TRANS-READ-COUNT TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'PARTICIPANTS ENROLLED       :' TO CNT-DESC.
           MOVE WS-ENROLLED-COUNT TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'PARTICIPANTS AMENDED        :' TO CNT-DESC.
           MOVE WS-AMENDED-COUNT TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'PARTICIPANTS LEFT           :' TO CNT-DESC.
           MOVE WS-LEFT-COUNT TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'CONSENTS WITHDRAWN          :' TO CNT-DESC.
           MOVE WS-WITHDRAWN-COUNT TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'TRANSACTIONS REJECTED       :' TO CNT-DESC.
           MOVE WS-REJECTED-COUNT TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'MASTER RECORDS WRITTEN      :' TO CNT-DESC.
           MOVE WS-NEW-WRITTEN-COUNT TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           IF WS-WITHDRAWN-COUNT > ZERO
              MOVE 'CONSENT WITHDRAWN - RUN BMIPURGE ON THE NEW MASTER'
                 TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 2 LINES
           END-IF.
           IF WS-REJECTED-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

        0200-STOP-RUN.
           CLOSE OLD-MASTER, MAINT-TRANS.
           CLOSE NEW-MASTER, MAINT-REPORT, MAINT-AUDIT.
           STOP RUN.

          END PROGRAM BMIPARTMAINT.
