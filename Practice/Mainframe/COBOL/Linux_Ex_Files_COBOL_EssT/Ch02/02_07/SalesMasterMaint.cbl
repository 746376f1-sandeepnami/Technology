       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESMASTERMAINT.
       AUTHOR.     PEGGY FISHER.
      ***************************************************************
      *  Maintenance batch for SALESMASTER.DAT.  Until now a wrong   *
      *  name, gender or region either waited for the next extract   *
      *  to carry it forward through SALESMASTERUPDATE or was fixed  *
      *  by editing the dataset by hand - neither left a trace.      *
      *  A classic old-master / transaction / new-master update in   *
      *  salesperson-id sequence, writing NEWSALESMASTER.DAT the     *
      *  same as the update run:                                     *
      *                                                              *
      *      ADD  - new salesperson, cumulative sales zero           *
      *             (rejected if the id exists)                      *
      *      AMD  - replace name/region/gender - a blank field on    *
      *             the card keeps the master value                  *
      *      COR  - correct the cumulative sales by a signed amount  *
      *                                                              *
      *  Several cards may be given for one salesperson; they are    *
      *  applied in card order.  Cards are format-checked (valid     *
      *  action, numeric id, user id and reason present, region on   *
      *  VALIDREGN.DAT, gender M/F/U, numeric non-zero correction)   *
      *  and must be in id sequence.  The old master must be in      *
      *  strictly ascending id sequence - a duplicate or             *
      *  out-of-sequence master stops the run with return code 12    *
      *  (dropping the record would lose its sales).                 *
      *                                                              *
      *  Every applied change goes to the SALESMAINTAUD.DAT audit    *
      *  trail and the maintenance report with its before and after  *
      *  values, user id and reason.  A sales correction also posts  *
      *  a row to the SALESCORR.DAT correction ledger, which         *
      *  SALESRECON adds to the applied-run side of its crossfoot.   *
      *                                                              *
      *  Transaction card (SALESMTRAN.DAT):                          *
      *      cols  1-3   action (ADD/AMD/COR)                        *
      *      cols  4-8   salesperson id                              *
      *      cols  9-48  salesperson name        (ADD/AMD)           *
      *      cols 49-53  region                  (ADD/AMD)           *
      *      col  54     gender M/F/U            (ADD/AMD)           *
      *      col  55     correction sign '+'/'-' (COR, blank = +)    *
      *      cols 56-63  correction amount       (COR)               *
      *      cols 64-71  user id                                     *
      *      cols 72-101 reason                                      *
      ***************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL OLD-MASTER ASSIGN TO "SALESMASTER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-OLD-MASTER-STATUS.
            SELECT MAINT-TRANS ASSIGN TO "SALESMTRAN.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT NEW-MASTER ASSIGN TO "NEWSALESMASTER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT MAINT-REPORT ASSIGN TO "SALESMAINTRPT.DAT".
            SELECT OPTIONAL MAINT-AUDIT
                ASSIGN TO "SALESMAINTAUD.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL SALES-CORR-LEDGER
                ASSIGN TO "SALESCORR.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL REGION-FILE ASSIGN TO "VALIDREGN.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REGION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *  MIRROR OF THE MASTER RECORD IN SALESMASTERUPDATE.
       FD OLD-MASTER
            RECORD CONTAINS 104 CHARACTERS.
       01 OLD-MASTER-RECORD.
            88 ENDOFOLDMASTER       VALUE HIGH-VALUES.
            05 OM-SALESPERSON-ID    PIC 9(5).
            05 OM-SALESPERSON-NAME  PIC X(40).
            05 OM-REGION            PIC X(5).
            05 OM-CUM-SALES         PIC 9(8).
            05 OM-GENDER            PIC X.
            05 OM-QTR-SALES OCCURS 4 TIMES
                                    PIC 9(6).
            05 FILLER               PIC X(21).

       FD MAINT-TRANS
            RECORD CONTAINS 101 CHARACTERS.
       01 MAINT-TRAN-RECORD.
            88 ENDOFTRANS           VALUE HIGH-VALUES.
            05 TR-ACTION            PIC X(3).
               88 ADD-ACTION        VALUE 'ADD'.
               88 AMD-ACTION        VALUE 'AMD'.
               88 COR-ACTION        VALUE 'COR'.
               88 VALID-ACTION      VALUE 'ADD' 'AMD' 'COR'.
            05 TR-SALES-ID          PIC X(5).
            05 TR-NAME              PIC X(40).
            05 TR-REGION            PIC X(5).
            05 TR-GENDER            PIC X.
               88 TR-VALID-GENDER   VALUES 'M' 'F' 'U'.
            05 TR-COR-SIGN          PIC X.
               88 TR-VALID-SIGN     VALUES '+' '-' ' '.
               88 TR-NEGATIVE       VALUE '-'.
            05 TR-COR-AMOUNT        PIC X(8).
            05 TR-COR-AMOUNT-N REDEFINES TR-COR-AMOUNT
                                    PIC 9(8).
            05 TR-USER-ID           PIC X(8).
            05 TR-REASON            PIC X(30).

       FD NEW-MASTER
            RECORD CONTAINS 104 CHARACTERS.
       01 NEW-MASTER-RECORD         PIC X(104).

       FD MAINT-REPORT.
       01  PRINT-LINE               PIC X(132).

      ***************************************************************
      *  ONE AUDIT ROW PER APPLIED CARD, APPENDED ACROSS RUNS: WHO,  *
      *  WHEN, WHY, AND THE MASTER VALUES BEFORE AND AFTER.  AN ADD  *
      *  HAS A BLANK BEFORE IMAGE.                                   *
      ***************************************************************
       FD MAINT-AUDIT
            RECORD CONTAINS 170 CHARACTERS.
       01 MAINT-AUDIT-RECORD.
            05 AUD-RUN-DATE         PIC 9(8).
            05 AUD-RUN-TIME         PIC 9(8).
            05 AUD-ACTION           PIC X(3).
            05 AUD-SALES-ID         PIC 9(5).
            05 AUD-USER-ID          PIC X(8).
            05 AUD-REASON           PIC X(30).
            05 AUD-BEFORE.
               10 AUD-BEF-NAME      PIC X(40).
               10 AUD-BEF-REGION    PIC X(5).
               10 AUD-BEF-GENDER    PIC X.
               10 AUD-BEF-CUM-SALES PIC X(8).
            05 AUD-AFTER.
               10 AUD-AFT-NAME      PIC X(40).
               10 AUD-AFT-REGION    PIC X(5).
               10 AUD-AFT-GENDER    PIC X.
               10 AUD-AFT-CUM-SALES PIC 9(8).

      ***************************************************************
      *  SALES CORRECTION LEDGER - ONE SIGNED ROW PER APPLIED        *
      *  CORRECTION, APPENDED ACROSS RUNS.  SALESRECON TOTALS IT     *
      *  WITH APPLIEDRUNS.DAT SO A CORRECTION DOES NOT SHOW AS       *
      *  DRIFT.  MIRRORED IN SALESRECON - THE TWO MUST STAY IN STEP. *
      ***************************************************************
       FD SALES-CORR-LEDGER
            RECORD CONTAINS 60 CHARACTERS.
       01 SALES-CORR-RECORD.
            05 CORR-SALES-ID        PIC 9(5).
            05 CORR-RUN-DATE        PIC 9(8).
            05 CORR-AMOUNT          PIC S9(8)
                                    SIGN LEADING SEPARATE.
            05 CORR-USER-ID         PIC X(8).
            05 CORR-REASON          PIC X(30).

       FD REGION-FILE.
       01  REGION-RECORD.
            05 REGION-RECORD-CODE   PIC X(5).

       WORKING-STORAGE SECTION.
        01  WS-OLD-MASTER-STATUS    PIC XX.
        01  WS-REGION-FILE-STATUS   PIC XX.
        01  WS-RUN-DATE             PIC 9(8).
        01  WS-RUN-TIME             PIC 9(8).

        01  WS-SWITCHES.
            05 WS-HOLD-ACTIVE-SW    PIC X VALUE 'N'.
               88 HOLD-ACTIVE       VALUE 'Y'.
            05 WS-CARD-OK-SW        PIC X VALUE 'Y'.
               88 CARD-OK           VALUE 'Y'.
            05 WS-REGION-FILE-EOF-SW PIC X VALUE 'N'.
               88 REGION-FILE-EOF   VALUE 'Y'.
            05 WS-REGION-FOUND-SW   PIC X VALUE 'N'.
               88 REGION-FOUND      VALUE 'Y'.

        01  WS-KEYS.
            05 WS-MASTER-KEY        PIC X(5).
            05 WS-PRIOR-MASTER-KEY  PIC X(5) VALUE LOW-VALUES.
            05 WS-TRANS-KEY         PIC X(5).
            05 WS-PRIOR-TRANS-KEY   PIC X(5) VALUE LOW-VALUES.
            05 WS-CURRENT-KEY       PIC X(5).

      ***************************************************************
      *  THE SALESPERSON BEING MAINTAINED IS HELD HERE WHILE ALL OF  *
      *  ITS CARDS ARE APPLIED, THEN WRITTEN TO THE NEW MASTER.      *
      ***************************************************************
        01  WS-HOLD-RECORD.
            05 HOLD-SALESPERSON-ID  PIC 9(5).
            05 HOLD-SALESPERSON-NAME PIC X(40).
            05 HOLD-REGION          PIC X(5).
            05 HOLD-CUM-SALES       PIC 9(8).
            05 HOLD-GENDER          PIC X.
            05 HOLD-QTR-SALES OCCURS 4 TIMES
                                    PIC 9(6).
            05 FILLER               PIC X(21).

        01  WS-BEFORE-VALUES.
            05 WS-BEF-NAME          PIC X(40).
            05 WS-BEF-REGION        PIC X(5).
            05 WS-BEF-GENDER        PIC X.
            05 WS-BEF-CUM-SALES     PIC 9(8).

        01  WS-CORRECTION           PIC S9(8).
        01  WS-NEW-CUM-SALES        PIC S9(9).
        01  WS-QTR-SUB              PIC 9.

      ***************************************************************
      *  VALID REGIONS COME FROM VALIDREGN.DAT, THE SAME REFERENCE   *
      *  FILE SALESDATAVALIDATION USES; THE FOUR DEFAULT REGIONS     *
      *  STAND IN IF IT IS MISSING OR EMPTY.                         *
      ***************************************************************
        01  DEFAULT-REGION-TABLE.
            05 FILLER               PIC X(5) VALUE 'EAST '.
            05 FILLER               PIC X(5) VALUE 'WEST '.
            05 FILLER               PIC X(5) VALUE 'NORTH'.
            05 FILLER               PIC X(5) VALUE 'SOUTH'.
        01  DEFAULT-REGION-ENTRIES REDEFINES DEFAULT-REGION-TABLE.
            05 DEFAULT-REGION-CODE  PIC X(5) OCCURS 4 TIMES.

        01  WS-REGION-COUNT         PIC 99 VALUE ZERO.
        01  WS-REGION-SUB           PIC 99.
        01  VALID-REGION-TABLE.
            05 VALID-REGION-CODE OCCURS 20 TIMES PIC X(5).

        01  WS-COUNTS.
            05 WS-OLD-READ-COUNT    PIC 9(5) VALUE ZEROES.
            05 WS-TRANS-READ-COUNT  PIC 9(5) VALUE ZEROES.
            05 WS-ADDED-COUNT       PIC 9(5) VALUE ZEROES.
            05 WS-AMENDED-COUNT     PIC 9(5) VALUE ZEROES.
            05 WS-CORRECTED-COUNT   PIC 9(5) VALUE ZEROES.
            05 WS-REJECTED-COUNT    PIC 9(5) VALUE ZEROES.
            05 WS-NEW-WRITTEN-COUNT PIC 9(5) VALUE ZEROES.
            05 WS-NET-CORRECTION    PIC S9(10) VALUE ZEROES.

        01  REPORT-HEADING-LINE     PIC X(44) VALUE
              '----- SALES MASTER MAINTENANCE -----'.

        01  ACTIVITY-LINE.
            05 ACT-ACTION           PIC X(3).
            05 FILLER               PIC XX VALUE SPACES.
            05 ACT-SALES-ID         PIC X(5).
            05 FILLER               PIC XX VALUE SPACES.
            05 ACT-USER             PIC X(8).
            05 FILLER               PIC XX VALUE SPACES.
            05 ACT-REASON           PIC X(30).
            05 FILLER               PIC XX VALUE SPACES.
            05 ACT-RESULT           PIC X(32).

        01  VALUE-LINE.
            05 FILLER               PIC X(5) VALUE SPACES.
            05 VAL-TAG              PIC X(8).
            05 VAL-NAME             PIC X(40).
            05 FILLER               PIC XX VALUE SPACES.
            05 VAL-REGION           PIC X(5).
            05 FILLER               PIC XX VALUE SPACES.
            05 VAL-GENDER           PIC X.
            05 FILLER               PIC XX VALUE SPACES.
            05 VAL-CUM-SALES        PIC ZZ,ZZZ,ZZ9.

        01  COUNT-LINE.
            05 CNT-DESC             PIC X(30).
            05 CNT-VALUE            PIC ZZ,ZZ9.

        01  NET-CORRECTION-LINE.
            05 FILLER               PIC X(30) VALUE
              'NET SALES CORRECTION        :'.
            05 NET-VALUE            PIC +ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

      ***************************************************************
      *  CLASSIC UPDATE ON SALESPERSON-ID: THE LOWER OF THE MASTER   *
      *  AND CARD KEYS IS PROCESSED EACH TIME ROUND.                 *
      ***************************************************************
        0050-OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE SPACES TO ACT-RESULT.
           PERFORM 0062-LOAD-VALID-REGIONS.
           OPEN INPUT OLD-MASTER, MAINT-TRANS.
           OPEN OUTPUT NEW-MASTER, MAINT-REPORT.
           OPEN EXTEND MAINT-AUDIT, SALES-CORR-LEDGER.
           WRITE PRINT-LINE FROM REPORT-HEADING-LINE.
           PERFORM 0080-READ-OLD-MASTER.
           PERFORM 0090-READ-TRANSACTION.
           PERFORM 0100-PROCESS-ONE-KEY
              UNTIL WS-MASTER-KEY = HIGH-VALUES
              AND WS-TRANS-KEY = HIGH-VALUES.
           PERFORM 0190-WRITE-CONTROL-COUNTS.
           PERFORM 0200-STOP-RUN.

        0062-LOAD-VALID-REGIONS.
           MOVE ZERO TO WS-REGION-COUNT.
           MOVE 'N' TO WS-REGION-FILE-EOF-SW.
           OPEN INPUT REGION-FILE.
           IF WS-REGION-FILE-STATUS = '00'
              PERFORM 0063-READ-REGION-RECORD
              PERFORM 0064-STORE-REGION-RECORD
                 UNTIL REGION-FILE-EOF OR WS-REGION-COUNT = 20
              CLOSE REGION-FILE
           END-IF.
           IF WS-REGION-COUNT = ZERO
              MOVE 4 TO WS-REGION-COUNT
              MOVE DEFAULT-REGION-TABLE TO VALID-REGION-TABLE
           END-IF.

        0063-READ-REGION-RECORD.
           READ REGION-FILE
              AT END SET REGION-FILE-EOF TO TRUE
           END-READ.

        0064-STORE-REGION-RECORD.
           ADD 1 TO WS-REGION-COUNT.
           MOVE REGION-RECORD-CODE TO
                VALID-REGION-CODE(WS-REGION-COUNT).
           PERFORM 0063-READ-REGION-RECORD.

      ***************************************************************
      *  THE OLD MASTER MUST ARRIVE IN STRICTLY ASCENDING ID         *
      *  SEQUENCE.  UNLIKE A STATION, A SALESPERSON CANNOT SIMPLY    *
      *  BE DROPPED - THE RECORD CARRIES SALES - SO A DUPLICATE OR   *
      *  OUT-OF-SEQUENCE MASTER STOPS THE RUN BEFORE THE NEW MASTER  *
      *  CAN REPLACE THE OLD ONE.                                    *
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
              MOVE OM-SALESPERSON-ID TO WS-MASTER-KEY
              IF WS-MASTER-KEY <= WS-PRIOR-MASTER-KEY
                 MOVE 'SEQ' TO ACT-ACTION
                 MOVE OM-SALESPERSON-ID TO ACT-SALES-ID
                 MOVE SPACES TO ACT-USER
                 MOVE OM-SALESPERSON-NAME TO ACT-REASON
                 MOVE 'MASTER DUP/OUT OF SEQ - STOPPED'
                    TO ACT-RESULT
                 WRITE PRINT-LINE FROM ACTIVITY-LINE
                    AFTER ADVANCING 1 LINE
                 DISPLAY "SALESMASTERMAINT ABORTED: MASTER ID "
                    OM-SALESPERSON-ID " DUPLICATE OR OUT OF SEQUENCE"
                 MOVE 12 TO RETURN-CODE
                 PERFORM 0200-STOP-RUN
              END-IF
              MOVE WS-MASTER-KEY TO WS-PRIOR-MASTER-KEY
           END-IF.

      ***************************************************************
      *  A BADLY FORMED OR OUT-OF-SEQUENCE CARD IS REJECTED STRAIGHT *
      *  FROM THE READ SO THE UPDATE LOGIC ONLY EVER SEES CLEAN      *
      *  CARDS.  SEVERAL CARDS FOR ONE ID ARE ALLOWED.               *
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
                 MOVE TR-SALES-ID TO WS-TRANS-KEY
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
              WHEN TR-SALES-ID NOT NUMERIC
                 MOVE 'SALESPERSON ID NOT NUMERIC' TO ACT-RESULT
              WHEN TR-SALES-ID < WS-PRIOR-TRANS-KEY
                 MOVE 'CARD OUT OF SEQUENCE' TO ACT-RESULT
              WHEN TR-USER-ID = SPACES
                 MOVE 'USER ID MISSING' TO ACT-RESULT
              WHEN TR-REASON = SPACES
                 MOVE 'REASON MISSING' TO ACT-RESULT
              WHEN ADD-ACTION
                   AND (TR-NAME = SPACES OR TR-REGION = SPACES
                        OR TR-GENDER = SPACE)
                 MOVE 'ADD NEEDS NAME, REGION, GENDER' TO ACT-RESULT
              WHEN AMD-ACTION
                   AND TR-NAME = SPACES AND TR-REGION = SPACES
                   AND TR-GENDER = SPACE
                 MOVE 'AMD CHANGES NOTHING' TO ACT-RESULT
              WHEN (ADD-ACTION OR AMD-ACTION)
                   AND TR-GENDER NOT = SPACE
                   AND NOT TR-VALID-GENDER
                 MOVE 'INVALID GENDER - NOT M, F OR U' TO ACT-RESULT
              WHEN COR-ACTION
                   AND (NOT TR-VALID-SIGN
                        OR TR-COR-AMOUNT NOT NUMERIC)
                 MOVE 'CORRECTION AMOUNT NOT NUMERIC' TO ACT-RESULT
              WHEN COR-ACTION
                   AND TR-COR-AMOUNT-N = ZERO
                 MOVE 'CORRECTION AMOUNT ZERO' TO ACT-RESULT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
           IF ACT-RESULT = SPACES
              AND (ADD-ACTION OR AMD-ACTION)
              AND TR-REGION NOT = SPACES
              PERFORM 0094-CHECK-REGION
              IF NOT REGION-FOUND
                 MOVE 'INVALID REGION' TO ACT-RESULT
              END-IF
           END-IF.
           IF ACT-RESULT NOT = SPACES
              MOVE 'N' TO WS-CARD-OK-SW
              ADD 1 TO WS-REJECTED-COUNT
              PERFORM 0098-WRITE-CARD-LINE
           END-IF.

        0094-CHECK-REGION.
           MOVE 'N' TO WS-REGION-FOUND-SW.
           PERFORM 0095-TEST-ONE-REGION
              VARYING WS-REGION-SUB FROM 1 BY 1
              UNTIL WS-REGION-SUB > WS-REGION-COUNT
              OR REGION-FOUND.

        0095-TEST-ONE-REGION.
           IF VALID-REGION-CODE(WS-REGION-SUB) = TR-REGION
              MOVE 'Y' TO WS-REGION-FOUND-SW
           END-IF.

        0098-WRITE-CARD-LINE.
           MOVE TR-ACTION TO ACT-ACTION.
           MOVE TR-SALES-ID TO ACT-SALES-ID.
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
           MOVE HOLD-SALESPERSON-NAME TO WS-BEF-NAME.
           MOVE HOLD-REGION TO WS-BEF-REGION.
           MOVE HOLD-GENDER TO WS-BEF-GENDER.
           MOVE HOLD-CUM-SALES TO WS-BEF-CUM-SALES.
           EVALUATE TRUE
              WHEN ADD-ACTION AND HOLD-ACTIVE
                 MOVE 'SALESPERSON ALREADY ON MASTER' TO ACT-RESULT
              WHEN ADD-ACTION
                 PERFORM 0120-ADD-SALESPERSON
              WHEN NOT HOLD-ACTIVE
                 MOVE 'SALESPERSON NOT ON MASTER' TO ACT-RESULT
              WHEN AMD-ACTION
                 PERFORM 0130-AMEND-SALESPERSON
              WHEN OTHER
                 PERFORM 0140-CORRECT-CUM-SALES
           END-EVALUATE.
           IF ACT-RESULT = 'APPLIED'
              PERFORM 0098-WRITE-CARD-LINE
              PERFORM 0150-WRITE-BEFORE-AFTER
           ELSE
              ADD 1 TO WS-REJECTED-COUNT
              PERFORM 0098-WRITE-CARD-LINE
           END-IF.
           PERFORM 0090-READ-TRANSACTION.

        0120-ADD-SALESPERSON.
           MOVE SPACES TO WS-HOLD-RECORD.
           MOVE SPACES TO WS-BEFORE-VALUES.
           MOVE TR-SALES-ID TO HOLD-SALESPERSON-ID.
           MOVE TR-NAME TO HOLD-SALESPERSON-NAME.
           MOVE TR-REGION TO HOLD-REGION.
           MOVE TR-GENDER TO HOLD-GENDER.
           MOVE ZERO TO HOLD-CUM-SALES.
           PERFORM 0125-ZERO-QUARTER-BUCKET
              VARYING WS-QTR-SUB FROM 1 BY 1
              UNTIL WS-QTR-SUB > 4.
           MOVE 'Y' TO WS-HOLD-ACTIVE-SW.
           ADD 1 TO WS-ADDED-COUNT.
           MOVE 'APPLIED' TO ACT-RESULT.

        0125-ZERO-QUARTER-BUCKET.
           MOVE ZERO TO HOLD-QTR-SALES(WS-QTR-SUB).

        0130-AMEND-SALESPERSON.
           IF TR-NAME NOT = SPACES
              MOVE TR-NAME TO HOLD-SALESPERSON-NAME
           END-IF.
           IF TR-REGION NOT = SPACES
              MOVE TR-REGION TO HOLD-REGION
           END-IF.
           IF TR-GENDER NOT = SPACE
              MOVE TR-GENDER TO HOLD-GENDER
           END-IF.
           ADD 1 TO WS-AMENDED-COUNT.
           MOVE 'APPLIED' TO ACT-RESULT.

      ***************************************************************
      *  A CORRECTION THAT WOULD TAKE CUMULATIVE SALES BELOW ZERO OR *
      *  PAST THE FIELD IS REJECTED.  AN APPLIED ONE POSTS A SIGNED  *
      *  ROW TO THE CORRECTION LEDGER SO SALESRECON STILL BALANCES.  *
      ***************************************************************
        0140-CORRECT-CUM-SALES.
           IF HOLD-CUM-SALES NOT NUMERIC
              MOVE 'MASTER CUM SALES NOT NUMERIC' TO ACT-RESULT
           ELSE
              MOVE TR-COR-AMOUNT-N TO WS-CORRECTION
              IF TR-NEGATIVE
                 MULTIPLY -1 BY WS-CORRECTION
              END-IF
              COMPUTE WS-NEW-CUM-SALES =
                 HOLD-CUM-SALES + WS-CORRECTION
              IF WS-NEW-CUM-SALES < ZERO
                 OR WS-NEW-CUM-SALES > 99999999
                 MOVE 'CORRECTION OUT OF RANGE' TO ACT-RESULT
              ELSE
                 MOVE WS-NEW-CUM-SALES TO HOLD-CUM-SALES
                 MOVE HOLD-SALESPERSON-ID TO CORR-SALES-ID
                 MOVE WS-RUN-DATE TO CORR-RUN-DATE
                 MOVE WS-CORRECTION TO CORR-AMOUNT
                 MOVE TR-USER-ID TO CORR-USER-ID
                 MOVE TR-REASON TO CORR-REASON
                 WRITE SALES-CORR-RECORD
                 ADD WS-CORRECTION TO WS-NET-CORRECTION
                 ADD 1 TO WS-CORRECTED-COUNT
                 MOVE 'APPLIED' TO ACT-RESULT
              END-IF
           END-IF.

      ***************************************************************
      *  BEFORE AND AFTER VALUES GO TO THE REPORT AND THE AUDIT.     *
      ***************************************************************
        0150-WRITE-BEFORE-AFTER.
           MOVE 'BEFORE' TO VAL-TAG.
           MOVE WS-BEF-NAME TO VAL-NAME.
           MOVE WS-BEF-REGION TO VAL-REGION.
           MOVE WS-BEF-GENDER TO VAL-GENDER.
           IF WS-BEF-CUM-SALES NUMERIC
              MOVE WS-BEF-CUM-SALES TO VAL-CUM-SALES
           ELSE
              MOVE ZERO TO VAL-CUM-SALES
           END-IF.
           WRITE PRINT-LINE FROM VALUE-LINE AFTER ADVANCING 1 LINE.
           MOVE 'AFTER' TO VAL-TAG.
           MOVE HOLD-SALESPERSON-NAME TO VAL-NAME.
           MOVE HOLD-REGION TO VAL-REGION.
           MOVE HOLD-GENDER TO VAL-GENDER.
           MOVE HOLD-CUM-SALES TO VAL-CUM-SALES.
           WRITE PRINT-LINE FROM VALUE-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-RUN-DATE TO AUD-RUN-DATE.
           MOVE WS-RUN-TIME TO AUD-RUN-TIME.
           MOVE TR-ACTION TO AUD-ACTION.
           MOVE HOLD-SALESPERSON-ID TO AUD-SALES-ID.
           MOVE TR-USER-ID TO AUD-USER-ID.
           MOVE TR-REASON TO AUD-REASON.
           MOVE WS-BEFORE-VALUES TO AUD-BEFORE.
           MOVE HOLD-SALESPERSON-NAME TO AUD-AFT-NAME.
           MOVE HOLD-REGION TO AUD-AFT-REGION.
           MOVE HOLD-GENDER TO AUD-AFT-GENDER.
           MOVE HOLD-CUM-SALES TO AUD-AFT-CUM-SALES.
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
           MOVE 'SALESPEOPLE ADDED           :' TO CNT-DESC.
           MOVE WS-ADDED-COUNT TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'SALESPEOPLE AMENDED         :' TO CNT-DESC.
           MOVE WS-AMENDED-COUNT TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'SALES CORRECTIONS POSTED    :' TO CNT-DESC.
           MOVE WS-CORRECTED-COUNT TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'TRANSACTIONS REJECTED       :' TO CNT-DESC.
           MOVE WS-REJECTED-COUNT TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'MASTER RECORDS WRITTEN      :' TO CNT-DESC.
           MOVE WS-NEW-WRITTEN-COUNT TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE WS-NET-CORRECTION TO NET-VALUE.
           WRITE PRINT-LINE FROM NET-CORRECTION-LINE
              AFTER ADVANCING 1 LINE.
           IF WS-REJECTED-COUNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.

        0200-STOP-RUN.
           CLOSE OLD-MASTER, MAINT-TRANS.
           CLOSE NEW-MASTER, MAINT-REPORT, MAINT-AUDIT,
              SALES-CORR-LEDGER.
           STOP RUN.

          END PROGRAM SALESMASTERMAINT.
