       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESYEAREND.
       AUTHOR.     PEGGY FISHER.
      ***************************************************************
      *  Year-end close of the sales master.  Replaces the manual    *
      *  copy / zero / rebuild steps:                                *
      *                                                              *
      *    - the closing SALESMASTER.DAT is frozen to the            *
      *      SALESYEARARCH.DAT year-end archive, every row stamped   *
      *      with the year closed and the close date;                *
      *    - PRIORSALES.DAT is written in the 57-character PY        *
      *      layout SALESCOMMISSIONSOLUTION reads for its prior-     *
      *      year comparison, from the closing cumulative sales      *
      *      (a figure too big for the 6-digit PY field is capped    *
      *      and counted on the report);                             *
      *    - the opening master goes to NEWSALESMASTER.DAT, the      *
      *      same as an update run, with NM-CUM-SALES and the        *
      *      NM-QTR-SALES buckets zeroed;                            *
      *    - a fresh ledger period is started: APPLIEDRUNS.DAT and   *
      *      the ledgers SALESRECON crossfoots with it (SALESCORR,   *
      *      LEAVERARCH, RUNLEDGER) are copied to the archive under  *
      *      the year and emptied, so the new year balances from     *
      *      zero.                                                   *
      *                                                              *
      *  The year closed is the year of the PERIODPARM.DAT           *
      *  reporting period (default today).  A year already on the    *
      *  archive is refused with return code 12 before anything is   *
      *  written.  After the close the archive and PRIORSALES.DAT    *
      *  are read back and the report (YEARENDRPT.DAT) proves their  *
      *  totals equal the closing master total - return code 8 if    *
      *  they do not, 4 if any prior-year figure had to be capped.   *
      *                                                              *
      *  Archive row types: M master, R applied run, C sales         *
      *  correction, L leaver, V validation run.                     *
      ***************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL CLOSING-MASTER
                ASSIGN TO "SALESMASTER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MASTER-STATUS.
            SELECT OPENING-MASTER ASSIGN TO "NEWSALESMASTER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT PRIOR-FILE ASSIGN TO "PRIORSALES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PRIOR-STATUS.
            SELECT OPTIONAL YEAR-ARCHIVE
                ASSIGN TO "SALESYEARARCH.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ARCHIVE-STATUS.
            SELECT OPTIONAL APPLIED-RUNS-IN
                ASSIGN TO "APPLIEDRUNS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-APPLIED-STATUS.
            SELECT APPLIED-RUNS-OUT
                ASSIGN TO "APPLIEDRUNS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL CORR-LEDGER-IN
                ASSIGN TO "SALESCORR.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CORR-STATUS.
            SELECT CORR-LEDGER-OUT
                ASSIGN TO "SALESCORR.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL LEAVER-ARCHIVE-IN
                ASSIGN TO "LEAVERARCH.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LEAVER-STATUS.
            SELECT LEAVER-ARCHIVE-OUT
                ASSIGN TO "LEAVERARCH.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL RUN-LEDGER-IN
                ASSIGN TO "RUNLEDGER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LEDGER-STATUS.
            SELECT RUN-LEDGER-OUT
                ASSIGN TO "RUNLEDGER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PERIOD-PARM-FILE
                ASSIGN TO "PERIODPARM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PERIOD-FILE-STATUS.
            SELECT YEAREND-REPORT ASSIGN TO "YEARENDRPT.DAT".

       DATA DIVISION.
       FILE SECTION.
      *  MIRROR OF THE MASTER RECORD IN SALESMASTERUPDATE.
       FD CLOSING-MASTER
            RECORD CONTAINS 104 CHARACTERS.
       01 CLOSING-MASTER-RECORD.
            88 ENDOFMASTER          VALUE HIGH-VALUES.
            05 OM-SALESPERSON-ID    PIC 9(5).
            05 OM-SALESPERSON-NAME  PIC X(40).
            05 OM-REGION            PIC X(5).
            05 OM-CUM-SALES         PIC 9(8).
            05 OM-GENDER            PIC X.
            05 OM-QTR-SALES OCCURS 4 TIMES
                                    PIC 9(6).
            05 FILLER               PIC X(21).

       FD OPENING-MASTER
            RECORD CONTAINS 104 CHARACTERS.
       01 OPENING-MASTER-RECORD.
            05 NM-SALESPERSON-ID    PIC 9(5).
            05 NM-SALESPERSON-NAME  PIC X(40).
            05 NM-REGION            PIC X(5).
            05 NM-CUM-SALES         PIC 9(8).
            05 NM-GENDER            PIC X.
            05 NM-QTR-SALES OCCURS 4 TIMES
                                    PIC 9(6).
            05 FILLER               PIC X(21).

      *  MIRROR OF PRIORDETAILS IN SALESCOMMISSIONSOLUTION.
       FD PRIOR-FILE
            RECORD CONTAINS 57 CHARACTERS.
       01 PRIORDETAILS.
            88 ENDOFPRIOR           VALUE HIGH-VALUES.
            05 PY-SALES-ID          PIC 9(5).
            05 PY-NAME              PIC X(40).
            05 PY-REGION            PIC X(5).
            05 PY-SALES             PIC 9(6).
            05 PY-GENDER            PIC X.

      ***************************************************************
      *  YEAR-END ARCHIVE - APPENDED EACH CLOSE.  THE IMAGE IS THE   *
      *  RECORD AS IT STOOD ON ITS OWN FILE AT THE CLOSE.            *
      ***************************************************************
       FD YEAR-ARCHIVE
            RECORD CONTAINS 126 CHARACTERS.
       01 YEAR-ARCHIVE-RECORD.
            88 ENDOFARCHIVE         VALUE HIGH-VALUES.
            05 YA-YEAR              PIC 9(4).
            05 YA-CLOSE-DATE        PIC 9(8).
            05 YA-ROW-TYPE          PIC X.
               88 YA-MASTER-ROW     VALUE 'M'.
            05 YA-IMAGE             PIC X(113).
            05 YA-MASTER-IMAGE REDEFINES YA-IMAGE.
               10 FILLER            PIC X(50).
               10 YA-CUM-SALES      PIC 9(8).
               10 FILLER            PIC X(55).

      ***************************************************************
      *  THE LEDGERS ROLLED AT THE CLOSE ARE ONLY COPIED, SO THEY    *
      *  ARE READ AS IMAGES.  LAYOUTS: APPLIEDRUNS AND LEAVERARCH -  *
      *  SALESMASTERUPDATE, SALESCORR - SALESMASTERMAINT,            *
      *  RUNLEDGER - SALESDATAVALIDATION.                            *
      ***************************************************************
       FD APPLIED-RUNS-IN
            RECORD CONTAINS 24 CHARACTERS.
       01 APPLIED-RUN-IN-RECORD     PIC X(24).

       FD APPLIED-RUNS-OUT
            RECORD CONTAINS 24 CHARACTERS.
       01 APPLIED-RUN-OUT-RECORD    PIC X(24).

       FD CORR-LEDGER-IN
            RECORD CONTAINS 60 CHARACTERS.
       01 CORR-LEDGER-IN-RECORD     PIC X(60).

       FD CORR-LEDGER-OUT
            RECORD CONTAINS 60 CHARACTERS.
       01 CORR-LEDGER-OUT-RECORD    PIC X(60).

       FD LEAVER-ARCHIVE-IN
            RECORD CONTAINS 113 CHARACTERS.
       01 LEAVER-IN-RECORD          PIC X(113).

       FD LEAVER-ARCHIVE-OUT
            RECORD CONTAINS 113 CHARACTERS.
       01 LEAVER-OUT-RECORD         PIC X(113).

       FD RUN-LEDGER-IN
            RECORD CONTAINS 45 CHARACTERS.
       01 RUN-LEDGER-IN-RECORD      PIC X(45).

       FD RUN-LEDGER-OUT
            RECORD CONTAINS 45 CHARACTERS.
       01 RUN-LEDGER-OUT-RECORD     PIC X(45).

       FD PERIOD-PARM-FILE.
       01 PERIOD-PARM-RECORD.
            05 PERIOD-PARM-DATE     PIC 9(8).
            05 FILLER               PIC X(72).

       FD YEAREND-REPORT.
       01  PRINT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
        01  WS-MASTER-STATUS        PIC XX.
        01  WS-PRIOR-STATUS         PIC XX.
        01  WS-ARCHIVE-STATUS       PIC XX.
        01  WS-APPLIED-STATUS       PIC XX.
        01  WS-CORR-STATUS          PIC XX.
        01  WS-LEAVER-STATUS        PIC XX.
        01  WS-LEDGER-STATUS        PIC XX.
        01  WS-PERIOD-FILE-STATUS   PIC XX.
        01  WS-LEDGER-TYPE          PIC X.
        01  WS-LEDGER-SUB           PIC 9.
        01  WS-LEDGER-IMAGE         PIC X(113).
        01  WS-RUN-DATE             PIC 9(8).
        01  WS-REPORT-PERIOD        PIC 9(8).
        01  WS-REPORT-PERIOD-R REDEFINES WS-REPORT-PERIOD.
            05 WS-RP-YEAR           PIC 9(4).
            05 FILLER               PIC 9(4).
        01  WS-CLOSE-YEAR           PIC 9(4).
        01  WS-QTR-SUB              PIC 9.

        01  WS-COUNTS.
            05 WS-MASTER-COUNT      PIC 9(7) VALUE ZEROES.
            05 WS-OPENING-COUNT     PIC 9(7) VALUE ZEROES.
            05 WS-PRIOR-COUNT       PIC 9(7) VALUE ZEROES.
            05 WS-CAPPED-COUNT      PIC 9(7) VALUE ZEROES.
            05 WS-ARCH-MASTER-COUNT PIC 9(7) VALUE ZEROES.
            05 WS-ROLLED-COUNT OCCURS 4 TIMES
                                    PIC 9(7) VALUE ZEROES.

        01  WS-TOTALS.
            05 WS-CLOSING-TOTAL     PIC 9(12) VALUE ZEROES.
            05 WS-ARCHIVE-TOTAL     PIC 9(12) VALUE ZEROES.
            05 WS-PRIOR-TOTAL       PIC 9(12) VALUE ZEROES.
            05 WS-CAPPED-TOTAL      PIC 9(12) VALUE ZEROES.
            05 WS-PRIOR-PROOF       PIC 9(12) VALUE ZEROES.

        01  WS-SWITCHES.
            05 WS-YEAR-CLOSED-SW    PIC X VALUE 'N'.
               88 YEAR-ALREADY-CLOSED VALUE 'Y'.
            05 WS-PROOF-SW          PIC X VALUE 'Y'.
               88 PROOF-OK          VALUE 'Y'.
            05 WS-LEDGER-EOF-SW     PIC X VALUE 'N'.
               88 LEDGER-EOF        VALUE 'Y'.

        01  REPORT-HEADING-LINE.
            05 FILLER               PIC X(31) VALUE
              '----- SALES YEAR-END CLOSE FOR '.
            05 HDG-YEAR             PIC 9(4).
            05 FILLER               PIC X(6) VALUE ' -----'.

        01  COUNT-LINE.
            05 CNT-DESC             PIC X(32).
            05 CNT-VALUE            PIC ZZZ,ZZZ,ZZZ,ZZ9.
            05 FILLER               PIC XX VALUE SPACES.
            05 CNT-TAG              PIC X(20).

       PROCEDURE DIVISION.

        0050-OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 0058-RESOLVE-CLOSE-YEAR.
           PERFORM 0060-CHECK-YEAR-NOT-CLOSED.
           OPEN INPUT CLOSING-MASTER.
           OPEN OUTPUT OPENING-MASTER, PRIOR-FILE, YEAREND-REPORT.
           OPEN EXTEND YEAR-ARCHIVE.
           MOVE WS-CLOSE-YEAR TO HDG-YEAR.
           WRITE PRINT-LINE FROM REPORT-HEADING-LINE.
           PERFORM 0080-READ-CLOSING-MASTER.
           PERFORM 0100-CLOSE-ONE-SALESPERSON
              UNTIL ENDOFMASTER.
           CLOSE CLOSING-MASTER, OPENING-MASTER.
           PERFORM 0200-ROLL-APPLIED-RUNS.
           PERFORM 0220-ROLL-CORRECTIONS.
           PERFORM 0240-ROLL-LEAVERS.
           PERFORM 0260-ROLL-VALIDATION-RUNS.
           CLOSE YEAR-ARCHIVE, PRIOR-FILE.
           PERFORM 0300-READ-BACK-ARCHIVE.
           PERFORM 0350-READ-BACK-PRIOR-FILE.
           PERFORM 0400-WRITE-PROOF.
           PERFORM 0500-STOP-RUN.

      ***************************************************************
      *  THE YEAR CLOSED COMES FROM THE PERIODPARM.DAT REPORTING     *
      *  PERIOD (DEFAULT TODAY) - RUN IN JANUARY, THE PARM HOLDS A   *
      *  DATE IN THE YEAR JUST ENDED.                                *
      ***************************************************************
        0058-RESOLVE-CLOSE-YEAR.
           MOVE WS-RUN-DATE TO WS-REPORT-PERIOD.
           OPEN INPUT PERIOD-PARM-FILE.
           IF WS-PERIOD-FILE-STATUS = '00'
              READ PERIOD-PARM-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF PERIOD-PARM-DATE NUMERIC
                       AND PERIOD-PARM-DATE > ZERO
                       MOVE PERIOD-PARM-DATE TO WS-REPORT-PERIOD
                    END-IF
              END-READ
           END-IF.
           CLOSE PERIOD-PARM-FILE.
           MOVE WS-RP-YEAR TO WS-CLOSE-YEAR.

      ***************************************************************
      *  A YEAR ALREADY ON THE ARCHIVE HAS BEEN CLOSED - CLOSING IT  *
      *  AGAIN WOULD ZERO A MASTER THAT ALREADY HOLDS NEW-YEAR       *
      *  SALES, SO THE RUN STOPS BEFORE ANY FILE IS OPENED FOR       *
      *  OUTPUT.                                                     *
      ***************************************************************
        0060-CHECK-YEAR-NOT-CLOSED.
           OPEN INPUT YEAR-ARCHIVE.
           IF WS-ARCHIVE-STATUS = '00'
              PERFORM 0065-READ-ARCHIVE
              PERFORM 0062-TEST-ARCHIVE-YEAR
                 UNTIL ENDOFARCHIVE OR YEAR-ALREADY-CLOSED
           END-IF.
           CLOSE YEAR-ARCHIVE.
           IF YEAR-ALREADY-CLOSED
              DISPLAY "SALESYEAREND ABORTED: YEAR " WS-CLOSE-YEAR
                 " ALREADY CLOSED ON SALESYEARARCH.DAT"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.

        0062-TEST-ARCHIVE-YEAR.
           IF YA-YEAR = WS-CLOSE-YEAR
              MOVE 'Y' TO WS-YEAR-CLOSED-SW
           ELSE
              PERFORM 0065-READ-ARCHIVE
           END-IF.

        0065-READ-ARCHIVE.
           READ YEAR-ARCHIVE
              AT END SET ENDOFARCHIVE TO TRUE
           END-READ.

        0080-READ-CLOSING-MASTER.
           READ CLOSING-MASTER
              AT END SET ENDOFMASTER TO TRUE
           END-READ.
           IF NOT ENDOFMASTER
              AND WS-MASTER-STATUS NOT = '00'
              SET ENDOFMASTER TO TRUE
           END-IF.

      ***************************************************************
      *  EACH CLOSING RECORD: FREEZE IT, WRITE ITS PRIOR-YEAR ROW,   *
      *  AND CARRY IT INTO THE OPENING MASTER WITH SALES ZEROED.     *
      ***************************************************************
        0100-CLOSE-ONE-SALESPERSON.
           ADD 1 TO WS-MASTER-COUNT.
           IF OM-CUM-SALES NOT NUMERIC
              MOVE ZERO TO OM-CUM-SALES
           END-IF.
           ADD OM-CUM-SALES TO WS-CLOSING-TOTAL.
           MOVE WS-CLOSE-YEAR TO YA-YEAR.
           MOVE WS-RUN-DATE TO YA-CLOSE-DATE.
           MOVE 'M' TO YA-ROW-TYPE.
           MOVE CLOSING-MASTER-RECORD TO YA-IMAGE.
           WRITE YEAR-ARCHIVE-RECORD.
           MOVE OM-SALESPERSON-ID TO PY-SALES-ID.
           MOVE OM-SALESPERSON-NAME TO PY-NAME.
           MOVE OM-REGION TO PY-REGION.
           MOVE OM-GENDER TO PY-GENDER.
           IF OM-CUM-SALES > 999999
              MOVE 999999 TO PY-SALES
              ADD 1 TO WS-CAPPED-COUNT
              COMPUTE WS-CAPPED-TOTAL =
                 WS-CAPPED-TOTAL + OM-CUM-SALES - 999999
           ELSE
              MOVE OM-CUM-SALES TO PY-SALES
           END-IF.
           WRITE PRIORDETAILS.
           MOVE CLOSING-MASTER-RECORD TO OPENING-MASTER-RECORD.
           MOVE ZERO TO NM-CUM-SALES.
           PERFORM 0110-ZERO-QUARTER-BUCKET
              VARYING WS-QTR-SUB FROM 1 BY 1
              UNTIL WS-QTR-SUB > 4.
           WRITE OPENING-MASTER-RECORD.
           ADD 1 TO WS-OPENING-COUNT.
           PERFORM 0080-READ-CLOSING-MASTER.

        0110-ZERO-QUARTER-BUCKET.
           MOVE ZERO TO NM-QTR-SALES(WS-QTR-SUB).

      ***************************************************************
      *  EACH LEDGER IS COPIED TO THE ARCHIVE UNDER ITS ROW TYPE,    *
      *  THEN OPENED FOR OUTPUT AND CLOSED AGAIN - THE NEW PERIOD    *
      *  STARTS EMPTY.                                               *
      ***************************************************************
        0200-ROLL-APPLIED-RUNS.
           MOVE 'R' TO WS-LEDGER-TYPE.
           MOVE 1 TO WS-LEDGER-SUB.
           MOVE 'N' TO WS-LEDGER-EOF-SW.
           OPEN INPUT APPLIED-RUNS-IN.
           IF WS-APPLIED-STATUS = '00'
              PERFORM 0205-READ-APPLIED-RUN
              PERFORM 0210-ARCHIVE-APPLIED-RUN
                 UNTIL LEDGER-EOF
           END-IF.
           CLOSE APPLIED-RUNS-IN.
           OPEN OUTPUT APPLIED-RUNS-OUT.
           CLOSE APPLIED-RUNS-OUT.

        0205-READ-APPLIED-RUN.
           READ APPLIED-RUNS-IN
              AT END SET LEDGER-EOF TO TRUE
              NOT AT END
                 MOVE APPLIED-RUN-IN-RECORD TO WS-LEDGER-IMAGE
           END-READ.

        0210-ARCHIVE-APPLIED-RUN.
           PERFORM 0290-WRITE-LEDGER-ROW.
           PERFORM 0205-READ-APPLIED-RUN.

        0220-ROLL-CORRECTIONS.
           MOVE 'C' TO WS-LEDGER-TYPE.
           MOVE 2 TO WS-LEDGER-SUB.
           MOVE 'N' TO WS-LEDGER-EOF-SW.
           OPEN INPUT CORR-LEDGER-IN.
           IF WS-CORR-STATUS = '00'
              PERFORM 0225-READ-CORRECTION
              PERFORM 0230-ARCHIVE-CORRECTION
                 UNTIL LEDGER-EOF
           END-IF.
           CLOSE CORR-LEDGER-IN.
           OPEN OUTPUT CORR-LEDGER-OUT.
           CLOSE CORR-LEDGER-OUT.

        0225-READ-CORRECTION.
           READ CORR-LEDGER-IN
              AT END SET LEDGER-EOF TO TRUE
              NOT AT END
                 MOVE CORR-LEDGER-IN-RECORD TO WS-LEDGER-IMAGE
           END-READ.

        0230-ARCHIVE-CORRECTION.
           PERFORM 0290-WRITE-LEDGER-ROW.
           PERFORM 0225-READ-CORRECTION.

      ***************************************************************
      *  A ROLLED LEAVER IS STILL FOUND ON THE ARCHIVE - THE         *
      *  COMMISSION RUN READS THE 'L' ROWS THERE TO WRITE OFF ANY    *
      *  DRAW LEFT OPEN AT THE CLOSE.                                *
      ***************************************************************
        0240-ROLL-LEAVERS.
           MOVE 'L' TO WS-LEDGER-TYPE.
           MOVE 3 TO WS-LEDGER-SUB.
           MOVE 'N' TO WS-LEDGER-EOF-SW.
           OPEN INPUT LEAVER-ARCHIVE-IN.
           IF WS-LEAVER-STATUS = '00'
              PERFORM 0245-READ-LEAVER
              PERFORM 0250-ARCHIVE-LEAVER
                 UNTIL LEDGER-EOF
           END-IF.
           CLOSE LEAVER-ARCHIVE-IN.
           OPEN OUTPUT LEAVER-ARCHIVE-OUT.
           CLOSE LEAVER-ARCHIVE-OUT.

        0245-READ-LEAVER.
           READ LEAVER-ARCHIVE-IN
              AT END SET LEDGER-EOF TO TRUE
              NOT AT END
                 MOVE LEAVER-IN-RECORD TO WS-LEDGER-IMAGE
           END-READ.

        0250-ARCHIVE-LEAVER.
           PERFORM 0290-WRITE-LEDGER-ROW.
           PERFORM 0245-READ-LEAVER.

        0260-ROLL-VALIDATION-RUNS.
           MOVE 'V' TO WS-LEDGER-TYPE.
           MOVE 4 TO WS-LEDGER-SUB.
           MOVE 'N' TO WS-LEDGER-EOF-SW.
           OPEN INPUT RUN-LEDGER-IN.
           IF WS-LEDGER-STATUS = '00'
              PERFORM 0265-READ-VALIDATION-RUN
              PERFORM 0270-ARCHIVE-VALIDATION-RUN
                 UNTIL LEDGER-EOF
           END-IF.
           CLOSE RUN-LEDGER-IN.
           OPEN OUTPUT RUN-LEDGER-OUT.
           CLOSE RUN-LEDGER-OUT.

        0265-READ-VALIDATION-RUN.
           READ RUN-LEDGER-IN
              AT END SET LEDGER-EOF TO TRUE
              NOT AT END
                 MOVE RUN-LEDGER-IN-RECORD TO WS-LEDGER-IMAGE
           END-READ.

        0270-ARCHIVE-VALIDATION-RUN.
           PERFORM 0290-WRITE-LEDGER-ROW.
           PERFORM 0265-READ-VALIDATION-RUN.

        0290-WRITE-LEDGER-ROW.
           MOVE WS-CLOSE-YEAR TO YA-YEAR.
           MOVE WS-RUN-DATE TO YA-CLOSE-DATE.
           MOVE WS-LEDGER-TYPE TO YA-ROW-TYPE.
           MOVE WS-LEDGER-IMAGE TO YA-IMAGE.
           WRITE YEAR-ARCHIVE-RECORD.
           ADD 1 TO WS-ROLLED-COUNT(WS-LEDGER-SUB).

      ***************************************************************
      *  THE PROOF IS TAKEN FROM THE FILES AS WRITTEN, NOT FROM THE  *
      *  RUNNING TOTALS: ONLY THIS YEAR'S MASTER ROWS COUNT.         *
      ***************************************************************
        0300-READ-BACK-ARCHIVE.
           OPEN INPUT YEAR-ARCHIVE.
           IF WS-ARCHIVE-STATUS = '00'
              PERFORM 0065-READ-ARCHIVE
              PERFORM 0310-TOTAL-ARCHIVE-ROW
                 UNTIL ENDOFARCHIVE
           END-IF.
           CLOSE YEAR-ARCHIVE.

        0310-TOTAL-ARCHIVE-ROW.
           IF YA-YEAR = WS-CLOSE-YEAR
              AND YA-MASTER-ROW
              ADD 1 TO WS-ARCH-MASTER-COUNT
              ADD YA-CUM-SALES TO WS-ARCHIVE-TOTAL
           END-IF.
           PERFORM 0065-READ-ARCHIVE.

        0350-READ-BACK-PRIOR-FILE.
           OPEN INPUT PRIOR-FILE.
           IF WS-PRIOR-STATUS = '00'
              PERFORM 0360-READ-PRIOR
              PERFORM 0370-TOTAL-PRIOR-ROW
                 UNTIL ENDOFPRIOR
           END-IF.
           CLOSE PRIOR-FILE.

        0360-READ-PRIOR.
           READ PRIOR-FILE
              AT END SET ENDOFPRIOR TO TRUE
           END-READ.

        0370-TOTAL-PRIOR-ROW.
           ADD 1 TO WS-PRIOR-COUNT.
           ADD PY-SALES TO WS-PRIOR-TOTAL.
           PERFORM 0360-READ-PRIOR.

        0400-WRITE-PROOF.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CNT-TAG.
           MOVE 'CLOSING MASTER RECORDS        : ' TO CNT-DESC.
           MOVE WS-MASTER-COUNT TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'ARCHIVED MASTER RECORDS       : ' TO CNT-DESC.
           MOVE WS-ARCH-MASTER-COUNT TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'PRIOR-YEAR RECORDS WRITTEN    : ' TO CNT-DESC.
           MOVE WS-PRIOR-COUNT TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'OPENING MASTER RECORDS        : ' TO CNT-DESC.
           MOVE WS-OPENING-COUNT TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'APPLIED RUNS ARCHIVED         : ' TO CNT-DESC.
           MOVE WS-ROLLED-COUNT(1) TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'SALES CORRECTIONS ARCHIVED    : ' TO CNT-DESC.
           MOVE WS-ROLLED-COUNT(2) TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'LEAVER RECORDS ARCHIVED       : ' TO CNT-DESC.
           MOVE WS-ROLLED-COUNT(3) TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'VALIDATION RUNS ARCHIVED      : ' TO CNT-DESC.
           MOVE WS-ROLLED-COUNT(4) TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'CLOSING MASTER CUM SALES      : ' TO CNT-DESC.
           MOVE WS-CLOSING-TOTAL TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'ARCHIVE MASTER CUM SALES      : ' TO CNT-DESC.
           MOVE WS-ARCHIVE-TOTAL TO CNT-VALUE.
           IF WS-ARCHIVE-TOTAL = WS-CLOSING-TOTAL
              AND WS-ARCH-MASTER-COUNT = WS-MASTER-COUNT
              MOVE 'AGREES' TO CNT-TAG
           ELSE
              MOVE 'DOES NOT AGREE' TO CNT-TAG
              MOVE 'N' TO WS-PROOF-SW
           END-IF.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'PRIOR-YEAR FILE SALES         : ' TO CNT-DESC.
           MOVE WS-PRIOR-TOTAL TO CNT-VALUE.
           COMPUTE WS-PRIOR-PROOF = WS-PRIOR-TOTAL + WS-CAPPED-TOTAL.
           IF WS-PRIOR-PROOF = WS-CLOSING-TOTAL
              AND WS-PRIOR-COUNT = WS-MASTER-COUNT
              IF WS-CAPPED-COUNT = ZERO
                 MOVE 'AGREES' TO CNT-TAG
              ELSE
                 MOVE 'AGREES AFTER CAPPING' TO CNT-TAG
              END-IF
           ELSE
              MOVE 'DOES NOT AGREE' TO CNT-TAG
              MOVE 'N' TO WS-PROOF-SW
           END-IF.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CNT-TAG.
           MOVE 'PRIOR-YEAR FIGURES CAPPED     : ' TO CNT-DESC.
           MOVE WS-CAPPED-COUNT TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'SALES ABOVE THE PY CAP        : ' TO CNT-DESC.
           MOVE WS-CAPPED-TOTAL TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           IF NOT PROOF-OK
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-CAPPED-COUNT > ZERO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

        0500-STOP-RUN.
           CLOSE YEAREND-REPORT.
           STOP RUN.

          END PROGRAM SALESYEAREND.
