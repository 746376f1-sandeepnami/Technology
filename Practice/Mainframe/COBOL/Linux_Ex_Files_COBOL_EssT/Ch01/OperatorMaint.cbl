       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMAINT.
       AUTHOR.     PEGGY FISHER.
      ***************************************************************
      *  Maintenance batch for OPERATOR.DAT, the operator master     *
      *  OBTAININPUT signs operators on from.  The role on this      *
      *  master decides who may run the sensitive sales and BMI      *
      *  reports, so every change is made here by a maker, approved  *
      *  by a second checker, and left on an audit trail.            *
      *                                                              *
      *      ADD  - add an operator with a role (blank or NONE for   *
      *             no role).  A revoked operator may be added back  *
      *      AMD  - change an active operator's role                 *
      *      DEA  - revoke: the operator stays on file as inactive   *
      *             with no role, so past RUNAUDIT.DAT rows still    *
      *             resolve to a name                                *
      *                                                              *
      *  The checker must be an active SUPV operator on the master,  *
      *  and may be neither the maker nor the operator changed.      *
      *  Roles must be on the valid-role list below.  The master is  *
      *  held in a table in operator-id sequence and written to      *
      *  OPERATOR-NEW.DAT; a duplicate id on the old master stops    *
      *  the run with return code 12.  Every applied change goes to  *
      *  OPERAUD.DAT and the OPERRPT.DAT report with its before and  *
      *  after values; rejected cards give return code 4.            *
      *                                                              *
      *  Transaction card (OPERTRAN.DAT):                            *
      *      cols  1-3   action (ADD/AMD/DEA)                        *
      *      cols  4-11  operator id                                 *
      *      cols 12-31  operator name            (ADD)              *
      *      cols 32-35  role                     (ADD/AMD)          *
      *      cols 36-43  requested by (maker) user id                *
      *      cols 44-51  approved by (checker) user id               *
      *      cols 52-81  reason                                      *
      ***************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL OLD-MASTER ASSIGN TO "OPERATOR.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OLD-MASTER-STATUS.
            SELECT MAINT-TRANS ASSIGN TO "OPERTRAN.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT NEW-MASTER ASSIGN TO "OPERATOR-NEW.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT MAINT-REPORT ASSIGN TO "OPERRPT.DAT".
            SELECT OPTIONAL MAINT-AUDIT
                ASSIGN TO "OPERAUD.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      ***************************************************************
      *  THE OPERATOR MASTER.  MIRRORED IN OBTAININPUT AND           *
      *  ACCESSREVIEW - THEY MUST STAY IN STEP.  A BLANK STATUS IS   *
      *  AN OPERATOR LOADED BEFORE THIS PROGRAM, READ AS ACTIVE.     *
      ***************************************************************
       FD OLD-MASTER
            RECORD CONTAINS 40 CHARACTERS.
       01 OLD-MASTER-RECORD.
            88 ENDOFOLDMASTER       VALUE HIGH-VALUES.
            05 OM-NAME              PIC X(20).
            05 OM-ID                PIC X(8).
            05 OM-ROLE              PIC X(4).
            05 OM-STATUS            PIC X.
            05 FILLER               PIC X(7).

       FD MAINT-TRANS
            RECORD CONTAINS 81 CHARACTERS.
       01 MAINT-TRAN-RECORD.
            88 ENDOFTRANS           VALUE HIGH-VALUES.
            05 TR-ACTION            PIC X(3).
               88 ADD-ACTION        VALUE 'ADD'.
               88 AMD-ACTION        VALUE 'AMD'.
               88 DEA-ACTION        VALUE 'DEA'.
               88 VALID-ACTION      VALUE 'ADD' 'AMD' 'DEA'.
            05 TR-OPERATOR-ID       PIC X(8).
            05 TR-NAME              PIC X(20).
            05 TR-ROLE              PIC X(4).
               88 TR-NO-ROLE        VALUE SPACES 'NONE'.
               88 TR-VALID-ROLE     VALUE SPACES 'NONE'
                                          'SUPV' 'PAY ' 'MED ' 'AUD '.
            05 TR-MAKER-ID          PIC X(8).
            05 TR-CHECKER-ID        PIC X(8).
            05 TR-REASON            PIC X(30).

       FD NEW-MASTER
            RECORD CONTAINS 40 CHARACTERS.
       01 NEW-MASTER-RECORD         PIC X(40).

       FD MAINT-REPORT.
       01  PRINT-LINE               PIC X(132).

      ***************************************************************
      *  ONE AUDIT ROW PER APPLIED CARD, APPENDED ACROSS RUNS: WHO   *
      *  ASKED, WHO APPROVED, WHEN, WHY, AND THE NAME, ROLE AND      *
      *  STATUS BEFORE AND AFTER.  A NEW OPERATOR HAS A BLANK        *
      *  BEFORE IMAGE.                                               *
      ***************************************************************
       FD MAINT-AUDIT
            RECORD CONTAINS 123 CHARACTERS.
       01 MAINT-AUDIT-RECORD.
            05 AUD-RUN-DATE         PIC 9(8).
            05 AUD-RUN-TIME         PIC 9(8).
            05 AUD-ACTION           PIC X(3).
            05 AUD-OPERATOR-ID      PIC X(8).
            05 AUD-MAKER-ID         PIC X(8).
            05 AUD-CHECKER-ID       PIC X(8).
            05 AUD-REASON           PIC X(30).
            05 AUD-BEFORE           PIC X(25).
            05 AUD-AFTER            PIC X(25).

       WORKING-STORAGE SECTION.
        01  WS-OLD-MASTER-STATUS    PIC XX.
        01  WS-RUN-DATE             PIC 9(8).
        01  WS-RUN-TIME             PIC 9(8).

        01  WS-SWITCHES.
            05 WS-CARD-OK-SW        PIC X VALUE 'Y'.
               88 CARD-OK           VALUE 'Y'.
            05 WS-OPR-FOUND-SW      PIC X VALUE 'N'.
               88 OPR-FOUND         VALUE 'Y'.

      ***************************************************************
      *  THE MASTER, KEPT IN OPERATOR-ID SEQUENCE BY INSERTION AS IT *
      *  IS LOADED AND AS OPERATORS ARE ADDED.  STATUS A ACTIVE,     *
      *  I INACTIVE (REVOKED).                                       *
      ***************************************************************
        01  WS-OPR-COUNT            PIC 9(3) VALUE ZERO.
        01  WS-OPR-TABLE.
            05 WS-OPR-ENTRY OCCURS 200 TIMES.
               10 WS-OPR-NAME       PIC X(20).
               10 WS-OPR-ID         PIC X(8).
               10 WS-OPR-ROLE       PIC X(4).
               10 WS-OPR-STATUS     PIC X.
                  88 OPR-ACTIVE     VALUE 'A'.
                  88 OPR-INACTIVE   VALUE 'I'.
               10 FILLER            PIC X(7).
        01  WS-OPR-SUB              PIC 9(3).
        01  WS-FIND-ID              PIC X(8).

        01  WS-TARGET-SUB           PIC 9(3).
        01  WS-TARGET-DETAIL.
            05 WS-TGT-NAME          PIC X(20).
            05 WS-TGT-ROLE          PIC X(4).
            05 WS-TGT-STATUS        PIC X.
        01  WS-BEFORE-VALUES        PIC X(25).
        01  WS-BEFORE-DETAIL REDEFINES WS-BEFORE-VALUES.
            05 WS-BEF-NAME          PIC X(20).
            05 WS-BEF-ROLE          PIC X(4).
            05 WS-BEF-STATUS        PIC X.

        01  WS-COUNTS.
            05 WS-OLD-READ-COUNT    PIC 9(5) VALUE ZEROES.
            05 WS-TRANS-READ-COUNT  PIC 9(5) VALUE ZEROES.
            05 WS-ADDED-COUNT       PIC 9(5) VALUE ZEROES.
            05 WS-AMENDED-COUNT     PIC 9(5) VALUE ZEROES.
            05 WS-REVOKED-COUNT     PIC 9(5) VALUE ZEROES.
            05 WS-REJECTED-COUNT    PIC 9(5) VALUE ZEROES.
            05 WS-NEW-WRITTEN-COUNT PIC 9(5) VALUE ZEROES.

        01  REPORT-HEADING-LINE     PIC X(44) VALUE
              '----- OPERATOR MASTER MAINTENANCE -----'.

        01  ACTIVITY-LINE.
            05 ACT-ACTION           PIC X(3).
            05 FILLER               PIC XX VALUE SPACES.
            05 ACT-OPERATOR-ID      PIC X(8).
            05 FILLER               PIC XX VALUE SPACES.
            05 ACT-MAKER            PIC X(8).
            05 FILLER               PIC X VALUE '/'.
            05 ACT-CHECKER          PIC X(8).
            05 FILLER               PIC XX VALUE SPACES.
            05 ACT-REASON           PIC X(30).
            05 FILLER               PIC XX VALUE SPACES.
            05 ACT-RESULT           PIC X(34).

        01  VALUE-LINE.
            05 FILLER               PIC X(5) VALUE SPACES.
            05 VAL-TAG              PIC X(8).
            05 FILLER               PIC X(6) VALUE 'NAME '.
            05 VAL-NAME             PIC X(20).
            05 FILLER               PIC X(7) VALUE '  ROLE '.
            05 VAL-ROLE             PIC X(4).
            05 FILLER               PIC X(9) VALUE '  STATUS '.
            05 VAL-OPR-STATUS       PIC X.

        01  COUNT-LINE.
            05 CNT-DESC             PIC X(30).
            05 CNT-VALUE            PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

        0050-OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO ACT-RESULT.
           OPEN INPUT OLD-MASTER, MAINT-TRANS.
           OPEN OUTPUT NEW-MASTER, MAINT-REPORT.
           OPEN EXTEND MAINT-AUDIT.
           WRITE PRINT-LINE FROM REPORT-HEADING-LINE.
           PERFORM 0080-READ-OLD-MASTER.
           PERFORM 0070-LOAD-ONE-OPERATOR UNTIL ENDOFOLDMASTER.
           PERFORM 0090-READ-TRANSACTION.
           PERFORM 0110-APPLY-ONE-CARD UNTIL ENDOFTRANS.
           PERFORM 0180-WRITE-NEW-MASTER
              VARYING WS-OPR-SUB FROM 1 BY 1
              UNTIL WS-OPR-SUB > WS-OPR-COUNT.
           PERFORM 0190-WRITE-CONTROL-COUNTS.
           PERFORM 0200-STOP-RUN.

      ***************************************************************
      *  AN OPERATOR CANNOT SIMPLY BE DROPPED - THE RECORD IS WHAT   *
      *  RESOLVES THEIR RUNAUDIT.DAT ROWS - SO A DUPLICATE ID, OR A  *
      *  MASTER TOO BIG FOR THE TABLE, STOPS THE RUN.                *
      ***************************************************************
        0070-LOAD-ONE-OPERATOR.
           MOVE OM-ID TO WS-FIND-ID.
           PERFORM 0170-FIND-OPERATOR.
           IF OPR-FOUND OR WS-OPR-COUNT = 200
              MOVE 'MST' TO ACT-ACTION
              MOVE OM-ID TO ACT-OPERATOR-ID
              MOVE SPACES TO ACT-MAKER ACT-CHECKER ACT-REASON
              IF OPR-FOUND
                 MOVE 'MASTER DUPLICATE ID - STOPPED' TO ACT-RESULT
              ELSE
                 MOVE 'MASTER OVER 200 OPERATORS - STOPPED'
                    TO ACT-RESULT
              END-IF
              WRITE PRINT-LINE FROM ACTIVITY-LINE
                 AFTER ADVANCING 1 LINE
              DISPLAY "OPERMAINT ABORTED: MASTER OPERATOR " OM-ID
                 " " ACT-RESULT
              MOVE 12 TO RETURN-CODE
              PERFORM 0200-STOP-RUN
           END-IF.
           PERFORM 0175-INSERT-OPERATOR.
           MOVE OM-NAME TO WS-OPR-NAME(WS-OPR-SUB).
           MOVE OM-ROLE TO WS-OPR-ROLE(WS-OPR-SUB).
           IF OM-STATUS = 'I'
              MOVE 'I' TO WS-OPR-STATUS(WS-OPR-SUB)
           ELSE
              MOVE 'A' TO WS-OPR-STATUS(WS-OPR-SUB)
           END-IF.
           PERFORM 0080-READ-OLD-MASTER.

        0080-READ-OLD-MASTER.
           IF WS-OLD-MASTER-STATUS NOT = '00'
              SET ENDOFOLDMASTER TO TRUE
           ELSE
              READ OLD-MASTER
                 AT END SET ENDOFOLDMASTER TO TRUE
              END-READ
           END-IF.
           IF NOT ENDOFOLDMASTER
              ADD 1 TO WS-OLD-READ-COUNT
           END-IF.

      ***************************************************************
      *  A BADLY FORMED CARD, OR ONE WITHOUT AN INDEPENDENT CHECKER, *
      *  IS REJECTED STRAIGHT FROM THE READ SO THE UPDATE LOGIC ONLY *
      *  EVER SEES CLEAN CARDS.                                      *
      ***************************************************************
        0090-READ-TRANSACTION.
           READ MAINT-TRANS
              AT END SET ENDOFTRANS TO TRUE
           END-READ.
           IF NOT ENDOFTRANS
              ADD 1 TO WS-TRANS-READ-COUNT
              PERFORM 0092-CHECK-CARD-FORMAT
              IF NOT CARD-OK
                 PERFORM 0090-READ-TRANSACTION
              END-IF
           END-IF.

        0092-CHECK-CARD-FORMAT.
           MOVE 'Y' TO WS-CARD-OK-SW.
           EVALUATE TRUE
              WHEN NOT VALID-ACTION
                 MOVE 'INVALID ACTION CODE' TO ACT-RESULT
              WHEN TR-OPERATOR-ID = SPACES
                 MOVE 'OPERATOR ID MISSING' TO ACT-RESULT
              WHEN TR-MAKER-ID = SPACES
                 MOVE 'REQUESTING USER MISSING' TO ACT-RESULT
              WHEN TR-CHECKER-ID = SPACES
                 MOVE 'APPROVING USER MISSING' TO ACT-RESULT
              WHEN TR-CHECKER-ID = TR-MAKER-ID
                 MOVE 'APPROVED BY ITS OWN REQUESTER' TO ACT-RESULT
              WHEN TR-CHECKER-ID = TR-OPERATOR-ID
                 MOVE 'APPROVED BY THE OPERATOR CHANGED'
                    TO ACT-RESULT
              WHEN TR-REASON = SPACES
                 MOVE 'REASON MISSING' TO ACT-RESULT
              WHEN NOT TR-VALID-ROLE
                 MOVE 'ROLE NOT ON VALID-ROLE LIST' TO ACT-RESULT
              WHEN DEA-ACTION AND NOT TR-NO-ROLE
                 MOVE 'DEA TAKES NO ROLE' TO ACT-RESULT
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
           MOVE TR-OPERATOR-ID TO ACT-OPERATOR-ID.
           MOVE TR-MAKER-ID TO ACT-MAKER.
           MOVE TR-CHECKER-ID TO ACT-CHECKER.
           MOVE TR-REASON TO ACT-REASON.
           WRITE PRINT-LINE FROM ACTIVITY-LINE
              AFTER ADVANCING 1 LINE.
           MOVE SPACES TO ACT-RESULT.

      ***************************************************************
      *  THE CHECKER MUST HOLD SUPV ON THE MASTER AS IT STANDS WHEN  *
      *  THE CARD IS REACHED, SO A SUPERVISOR REVOKED EARLIER IN THE *
      *  RUN CANNOT APPROVE LATER CARDS.                             *
      ***************************************************************
        0110-APPLY-ONE-CARD.
           MOVE TR-CHECKER-ID TO WS-FIND-ID.
           PERFORM 0170-FIND-OPERATOR.
           IF NOT OPR-FOUND
              MOVE 'APPROVER NOT ON OPERATOR MASTER' TO ACT-RESULT
           ELSE
              IF NOT OPR-ACTIVE(WS-OPR-SUB)
                 OR WS-OPR-ROLE(WS-OPR-SUB) NOT = 'SUPV'
                 MOVE 'APPROVER NOT AN ACTIVE SUPV' TO ACT-RESULT
              END-IF
           END-IF.
           MOVE TR-OPERATOR-ID TO WS-FIND-ID.
           PERFORM 0170-FIND-OPERATOR.
           MOVE WS-OPR-SUB TO WS-TARGET-SUB.
           IF OPR-FOUND
              MOVE WS-OPR-NAME(WS-TARGET-SUB) TO WS-BEF-NAME
              MOVE WS-OPR-ROLE(WS-TARGET-SUB) TO WS-BEF-ROLE
              MOVE WS-OPR-STATUS(WS-TARGET-SUB) TO WS-BEF-STATUS
           ELSE
              MOVE SPACES TO WS-BEFORE-VALUES
           END-IF.
           EVALUATE TRUE
              WHEN ACT-RESULT NOT = SPACES
                 CONTINUE
              WHEN ADD-ACTION AND OPR-FOUND
                   AND OPR-ACTIVE(WS-TARGET-SUB)
                 MOVE 'OPERATOR ALREADY ACTIVE' TO ACT-RESULT
              WHEN ADD-ACTION AND NOT OPR-FOUND
                   AND TR-NAME = SPACES
                 MOVE 'ADD NEEDS OPERATOR NAME' TO ACT-RESULT
              WHEN ADD-ACTION AND NOT OPR-FOUND
                   AND WS-OPR-COUNT = 200
                 MOVE 'OPERATOR TABLE FULL' TO ACT-RESULT
              WHEN ADD-ACTION
                 PERFORM 0120-ADD-OPERATOR
              WHEN NOT OPR-FOUND
                 MOVE 'OPERATOR NOT ON MASTER' TO ACT-RESULT
              WHEN NOT OPR-ACTIVE(WS-TARGET-SUB)
                 MOVE 'OPERATOR ALREADY INACTIVE' TO ACT-RESULT
              WHEN AMD-ACTION
                 PERFORM 0130-AMEND-ROLE
              WHEN OTHER
                 MOVE SPACES TO WS-OPR-ROLE(WS-TARGET-SUB)
                 MOVE 'I' TO WS-OPR-STATUS(WS-TARGET-SUB)
                 ADD 1 TO WS-REVOKED-COUNT
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

      *    A NEW OPERATOR, OR ONE REVOKED EARLIER AND NOW ADDED BACK -
      *    A BLANK NAME ON THE CARD KEEPS THE NAME ON FILE.
        0120-ADD-OPERATOR.
           IF NOT OPR-FOUND
              PERFORM 0175-INSERT-OPERATOR
              MOVE WS-OPR-SUB TO WS-TARGET-SUB
           END-IF.
           IF TR-NAME NOT = SPACES
              MOVE TR-NAME TO WS-OPR-NAME(WS-TARGET-SUB)
           END-IF.
           IF TR-NO-ROLE
              MOVE SPACES TO WS-OPR-ROLE(WS-TARGET-SUB)
           ELSE
              MOVE TR-ROLE TO WS-OPR-ROLE(WS-TARGET-SUB)
           END-IF.
           MOVE 'A' TO WS-OPR-STATUS(WS-TARGET-SUB).
           ADD 1 TO WS-ADDED-COUNT.
           MOVE 'APPLIED' TO ACT-RESULT.

        0130-AMEND-ROLE.
           IF TR-NO-ROLE
              MOVE SPACES TO WS-TGT-ROLE
           ELSE
              MOVE TR-ROLE TO WS-TGT-ROLE
           END-IF.
           IF WS-TGT-ROLE = WS-OPR-ROLE(WS-TARGET-SUB)
              MOVE 'ROLE UNCHANGED' TO ACT-RESULT
           ELSE
              MOVE WS-TGT-ROLE TO WS-OPR-ROLE(WS-TARGET-SUB)
              ADD 1 TO WS-AMENDED-COUNT
              MOVE 'APPLIED' TO ACT-RESULT
           END-IF.

      ***************************************************************
      *  BEFORE AND AFTER VALUES GO TO THE REPORT AND THE AUDIT.     *
      ***************************************************************
        0150-WRITE-BEFORE-AFTER.
           MOVE WS-OPR-NAME(WS-TARGET-SUB) TO WS-TGT-NAME.
           MOVE WS-OPR-ROLE(WS-TARGET-SUB) TO WS-TGT-ROLE.
           MOVE WS-OPR-STATUS(WS-TARGET-SUB) TO WS-TGT-STATUS.
           MOVE 'BEFORE' TO VAL-TAG.
           MOVE WS-BEF-NAME TO VAL-NAME.
           MOVE WS-BEF-ROLE TO VAL-ROLE.
           MOVE WS-BEF-STATUS TO VAL-OPR-STATUS.
           WRITE PRINT-LINE FROM VALUE-LINE AFTER ADVANCING 1 LINE.
           MOVE 'AFTER' TO VAL-TAG.
           MOVE WS-TGT-NAME TO VAL-NAME.
           MOVE WS-TGT-ROLE TO VAL-ROLE.
           MOVE WS-TGT-STATUS TO VAL-OPR-STATUS.
           WRITE PRINT-LINE FROM VALUE-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-RUN-DATE TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME TO AUD-RUN-TIME.
           MOVE TR-ACTION TO AUD-ACTION.
           MOVE TR-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE TR-MAKER-ID TO AUD-MAKER-ID.
           MOVE TR-CHECKER-ID TO AUD-CHECKER-ID.
           MOVE TR-REASON TO AUD-REASON.
           MOVE WS-BEFORE-VALUES TO AUD-BEFORE.
           MOVE WS-TARGET-DETAIL TO AUD-AFTER.
           WRITE MAINT-AUDIT-RECORD.

      *    LOOK UP WS-FIND-ID.  NOT FOUND LEAVES WS-OPR-SUB AT THE
      *    ENTRY IT WOULD BE INSERTED BEFORE.
        0170-FIND-OPERATOR.
           MOVE 'N' TO WS-OPR-FOUND-SW.
           PERFORM VARYING WS-OPR-SUB FROM 1 BY 1
              UNTIL WS-OPR-SUB > WS-OPR-COUNT
              OR WS-OPR-ID(WS-OPR-SUB) >= WS-FIND-ID
              CONTINUE
           END-PERFORM.
           IF WS-OPR-SUB NOT > WS-OPR-COUNT
              IF WS-OPR-ID(WS-OPR-SUB) = WS-FIND-ID
                 MOVE 'Y' TO WS-OPR-FOUND-SW
              END-IF
           END-IF.

      *    OPEN A SLOT FOR WS-FIND-ID AT WS-OPR-SUB, SHIFTING THE
      *    HIGHER IDS UP ONE.
        0175-INSERT-OPERATOR.
           ADD 1 TO WS-OPR-COUNT.
           MOVE WS-OPR-COUNT TO WS-OPR-SUB.
           PERFORM UNTIL WS-OPR-SUB = 1
              OR WS-OPR-ID(WS-OPR-SUB - 1) < WS-FIND-ID
              MOVE WS-OPR-ENTRY(WS-OPR-SUB - 1)
                 TO WS-OPR-ENTRY(WS-OPR-SUB)
              SUBTRACT 1 FROM WS-OPR-SUB
           END-PERFORM.
           MOVE SPACES TO WS-OPR-ENTRY(WS-OPR-SUB).
           MOVE WS-FIND-ID TO WS-OPR-ID(WS-OPR-SUB).

        0180-WRITE-NEW-MASTER.
           MOVE WS-OPR-ENTRY(WS-OPR-SUB) TO NEW-MASTER-RECORD.
           WRITE NEW-MASTER-RECORD.
           ADD 1 TO WS-NEW-WRITTEN-COUNT.

        0190-WRITE-CONTROL-COUNTS.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'MASTER RECORDS READ         :' TO CNT-DESC.
           MOVE WS-OLD-READ-COUNT TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'TRANSACTION CARDS READ      :' TO CNT-DESC.
           MOVE WS-TRANS-READ-COUNT TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'OPERATORS ADDED             :' TO CNT-DESC.
           MOVE WS-ADDED-COUNT TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'ROLES CHANGED               :' TO CNT-DESC.
           MOVE WS-AMENDED-COUNT TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'OPERATORS REVOKED           :' TO CNT-DESC.
           MOVE WS-REVOKED-COUNT TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'TRANSACTIONS REJECTED       :' TO CNT-DESC.
           MOVE WS-REJECTED-COUNT TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'MASTER RECORDS WRITTEN      :' TO CNT-DESC.
           MOVE WS-NEW-WRITTEN-COUNT TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           IF WS-REJECTED-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

        0200-STOP-RUN.
           CLOSE OLD-MASTER, MAINT-TRANS.
           CLOSE NEW-MASTER, MAINT-REPORT, MAINT-AUDIT.
           STOP RUN.

          END PROGRAM OPERMAINT.
