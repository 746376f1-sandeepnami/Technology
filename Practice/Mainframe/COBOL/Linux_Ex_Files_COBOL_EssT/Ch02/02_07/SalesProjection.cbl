       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESPROJECTION.
       AUTHOR.     PEGGY FISHER.
      ***************************************************************
      *  Mid-year run-rate projection from the quarter buckets on    *
      *  SALESMASTER.DAT, so a salesperson or region heading for a   *
      *  quota miss shows up while there is still time to act.       *
      *                                                              *
      *  Each salesperson's year-to-date sales (the closed quarters) *
      *  are projected to year end two ways:                         *
      *                                                              *
      *    - straight line: year-to-date / quarters closed * 4;      *
      *    - prior-year seasonal: year-to-date grossed up by the     *
      *      share of last year's sales that fell in the same        *
      *      quarters, taken from the salesperson's own master row   *
      *      on the SALESYEARARCH.DAT year-end archive, or from the  *
      *      whole sales force's mix when they have no usable row    *
      *      (a joiner), or straight line when there is no archive   *
      *      for last year at all.                                   *
      *                                                              *
      *  PROJPARM.DAT picks the method that is compared with the     *
      *  SALESQUOTA.DAT quota and the commission tier (S or P,       *
      *  default S), the quarters closed (default from the           *
      *  PERIODPARM.DAT reporting period) and the miss threshold -   *
      *  a salesperson or region projected short of quota by more    *
      *  than that percentage (default 10) is listed in the          *
      *  exceptions.  Report: PROJRPT.DAT.  Return code 4 when no    *
      *  quarter has closed yet and there is nothing to project.     *
      ***************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL SALES-MASTER
                ASSIGN TO "SALESMASTER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MASTER-STATUS.
            SELECT OPTIONAL YEAR-ARCHIVE
                ASSIGN TO "SALESYEARARCH.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ARCHIVE-STATUS.
            SELECT OPTIONAL QUOTA-FILE ASSIGN TO "SALESQUOTA.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-QUOTA-STATUS.
            SELECT OPTIONAL TIER-FILE ASSIGN TO "COMMTIERS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TIER-STATUS.
            SELECT OPTIONAL PERIOD-PARM-FILE
                ASSIGN TO "PERIODPARM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PERIOD-FILE-STATUS.
            SELECT OPTIONAL PROJ-PARM-FILE ASSIGN TO "PROJPARM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PROJ-PARM-STATUS.
            SELECT PROJECTION-REPORT ASSIGN TO "PROJRPT.DAT".

       DATA DIVISION.
       FILE SECTION.
      *  MIRROR OF THE MASTER RECORD IN SALESMASTERUPDATE.
       FD SALES-MASTER
            RECORD CONTAINS 104 CHARACTERS.
       01 SALES-MASTER-RECORD.
            88 ENDOFMASTER          VALUE HIGH-VALUES.
            05 SM-SALESPERSON-ID    PIC 9(5).
            05 SM-SALESPERSON-NAME  PIC X(40).
            05 SM-REGION            PIC X(5).
            05 SM-CUM-SALES         PIC 9(8).
            05 SM-GENDER            PIC X.
            05 SM-QTR-SALES OCCURS 4 TIMES
                                    PIC 9(6).
            05 FILLER               PIC X(21).

      *  MIRROR OF THE ARCHIVE ROW IN SALESYEAREND.  ONLY 'M' ROWS
      *  (THE CLOSING MASTER IMAGE) ARE USED HERE.
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
               10 YA-SALESPERSON-ID PIC 9(5).
               10 FILLER            PIC X(54).
               10 YA-QTR-SALES OCCURS 4 TIMES
                                    PIC 9(6).
               10 FILLER            PIC X(30).

      *  MIRROR OF QUOTA-RECORD IN SALESCOMMISSIONSOLUTION.
       FD QUOTA-FILE
            RECORD CONTAINS 14 CHARACTERS.
       01 QUOTA-RECORD.
            88 ENDOFQUOTAS          VALUE HIGH-VALUES.
            05 QUOTA-IN-TYPE        PIC X.
            05 QUOTA-IN-KEY         PIC X(5).
            05 QUOTA-IN-AMOUNT      PIC 9(8).

      *  MIRROR OF TIER-FILE-RECORD IN SALESCOMMISSIONSOLUTION.
       FD TIER-FILE
            RECORD CONTAINS 25 CHARACTERS.
       01 TIER-FILE-RECORD.
            88 ENDOFTIERS           VALUE HIGH-VALUES.
            05 TIER-IN-EFF-DATE     PIC 9(8).
            05 TIER-IN-EXP-DATE     PIC 9(8).
            05 TIER-IN-MIN-SALES    PIC 9(7).
            05 TIER-IN-RATE         PIC V99.

       FD PERIOD-PARM-FILE.
       01 PERIOD-PARM-RECORD.
            05 PERIOD-PARM-DATE     PIC 9(8).
            05 FILLER               PIC X(72).

      ***************************************************************
      *  PROJECTION PARAMETERS - COLUMN 1 METHOD (S STRAIGHT LINE,   *
      *  P PRIOR-YEAR SEASONAL), COLUMN 2 QUARTERS CLOSED (BLANK OR  *
      *  ZERO TO TAKE IT FROM THE REPORTING PERIOD), COLUMNS 3-5     *
      *  THE MISS THRESHOLD PERCENTAGE.                              *
      ***************************************************************
       FD PROJ-PARM-FILE.
       01 PROJ-PARM-RECORD.
            05 PP-METHOD            PIC X.
            05 PP-QTRS-CLOSED       PIC X.
            05 PP-QTRS-CLOSED-N REDEFINES PP-QTRS-CLOSED
                                    PIC 9.
            05 PP-MISS-PCT          PIC X(3).
            05 PP-MISS-PCT-N REDEFINES PP-MISS-PCT
                                    PIC 9(3).
            05 FILLER               PIC X(75).

       FD PROJECTION-REPORT.
       01  PRINT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.
        01  WS-MASTER-STATUS        PIC XX.
        01  WS-ARCHIVE-STATUS       PIC XX.
        01  WS-QUOTA-STATUS         PIC XX.
        01  WS-TIER-STATUS          PIC XX.
        01  WS-PERIOD-FILE-STATUS   PIC XX.
        01  WS-PROJ-PARM-STATUS     PIC XX.
        01  WS-REPORT-PERIOD        PIC 9(8).
        01  WS-REPORT-PERIOD-R REDEFINES WS-REPORT-PERIOD.
            05 WS-RP-YEAR           PIC 9(4).
            05 WS-RP-MONTH          PIC 9(2).
            05 FILLER               PIC 9(2).
        01  WS-PRIOR-YEAR           PIC 9(4).
        01  WS-QTR-SUB              PIC 9.

        01  WS-PARMS.
            05 WS-METHOD            PIC X VALUE 'S'.
               88 METHOD-STRAIGHT   VALUE 'S'.
               88 METHOD-SEASONAL   VALUE 'P'.
            05 WS-QTRS-CLOSED       PIC 9 VALUE ZERO.
            05 WS-MISS-PCT          PIC 9(3) VALUE 10.

      ***************************************************************
      *  COMMISSION TIERS IN FORCE FOR THE REPORTING PERIOD - THE    *
      *  SAME SELECTION SALESCOMMISSIONSOLUTION MAKES, WITH THE SAME *
      *  COMPILED FALLBACK WHEN COMMTIERS.DAT IS NOT SUPPLIED.       *
      ***************************************************************
        01  COMMISSION-TIER-DATA.
            05 FILLER.
               10 FILLER            PIC 9(7) VALUE 0000000.
               10 FILLER            PIC V99  VALUE .03.
            05 FILLER.
               10 FILLER            PIC 9(7) VALUE 0050000.
               10 FILLER            PIC V99  VALUE .05.
            05 FILLER.
               10 FILLER            PIC 9(7) VALUE 0100000.
               10 FILLER            PIC V99  VALUE .07.
        01  COMMISSION-TIER-TABLE REDEFINES COMMISSION-TIER-DATA.
            05 COMMISSION-TIER OCCURS 3 TIMES.
               10 TIER-MIN-SALES    PIC 9(7).
               10 TIER-RATE         PIC V99.
        01  WS-LOADED-TIER-COUNT    PIC 9(2) VALUE ZERO.
        01  WS-LOADED-TIER-SUB      PIC 9(2).
        01  WS-LOADED-TIER-TABLE.
            05 WS-LOADED-TIER OCCURS 10 TIMES.
               10 WS-LT-MIN-SALES   PIC 9(7).
               10 WS-LT-RATE        PIC V99.
        01  WS-TIER-SUB             PIC 9(2).
        01  WS-PROJ-RATE            PIC V99.

        01  WS-QUOTA-COUNT          PIC 9(3) VALUE ZERO.
        01  WS-QUOTA-SUB            PIC 9(3).
        01  WS-QUOTA-TABLE.
            05 WS-QUOTA-ENTRY OCCURS 100 TIMES.
               10 WS-QUOTA-TYPE     PIC X.
               10 WS-QUOTA-KEY      PIC X(5).
               10 WS-QUOTA-AMOUNT   PIC 9(8).
        01  WS-QUOTA-SEARCH-TYPE    PIC X.
        01  WS-QUOTA-SEARCH-KEY     PIC X(5).
        01  WS-QUOTA-FOUND-SW       PIC X VALUE 'N'.
            88 QUOTA-FOUND          VALUE 'Y'.
        01  WS-QUOTA-AMT            PIC 9(8).

      ***************************************************************
      *  LAST YEAR'S QUARTER BUCKETS BY SALESPERSON, AND SUMMED FOR  *
      *  THE WHOLE SALES FORCE AS THE FALLBACK MIX.                  *
      ***************************************************************
        01  WS-PM-COUNT             PIC 9(4) VALUE ZERO.
        01  WS-PM-SUB               PIC 9(4).
        01  WS-PM-TABLE.
            05 WS-PM-ENTRY OCCURS 1000 TIMES.
               10 WS-PM-ID          PIC 9(5).
               10 WS-PM-QTR OCCURS 4 TIMES
                                    PIC 9(6).
        01  WS-PM-COMPANY.
            05 WS-PM-CO-QTR OCCURS 4 TIMES
                                    PIC 9(10) VALUE ZEROES.
        01  WS-PM-FOUND-SW          PIC X VALUE 'N'.
            88 PRIOR-MIX-FOUND      VALUE 'Y'.

        01  WS-REGION-COUNT         PIC 9(2) VALUE ZERO.
        01  WS-REGION-SUB           PIC 9(2).
        01  WS-REGION-TABLE.
            05 WS-REGION-ENTRY OCCURS 20 TIMES.
               10 WS-RG-REGION      PIC X(5).
               10 WS-RG-YTD         PIC 9(10).
               10 WS-RG-STRAIGHT    PIC 9(10).
               10 WS-RG-SEASONAL    PIC 9(10).
               10 WS-RG-PROJECTED   PIC 9(10).
        01  WS-REGION-FOUND-SW      PIC X VALUE 'N'.
            88 REGION-FOUND         VALUE 'Y'.

        01  WS-MISS-COUNT           PIC 9(4) VALUE ZERO.
        01  WS-MISS-SUB             PIC 9(4).
        01  WS-MISS-TABLE.
            05 WS-MISS-ENTRY OCCURS 1000 TIMES.
               10 WS-MS-ID          PIC 9(5).
               10 WS-MS-NAME        PIC X(40).
               10 WS-MS-REGION      PIC X(5).
               10 WS-MS-PROJECTED   PIC 9(9).
               10 WS-MS-QUOTA       PIC 9(8).
               10 WS-MS-SHORT-PCT   PIC 9(3)V9.
        01  WS-REGION-MISS-COUNT    PIC 9(2) VALUE ZERO.

        01  WS-CALC-FIELDS.
            05 WS-YTD               PIC 9(8).
            05 WS-STRAIGHT          PIC 9(9).
            05 WS-SEASONAL          PIC 9(9).
            05 WS-PROJECTED         PIC 9(9).
            05 WS-PRIOR-CLOSED      PIC 9(10).
            05 WS-PRIOR-YEAR-TOTAL  PIC 9(10).
            05 WS-ATTAIN-PCT        PIC 9(5)V9.
            05 WS-SHORT-PCT         PIC S9(5)V9.
            05 WS-SEASON-BASIS      PIC X(3).

        01  WS-COUNTS.
            05 WS-MASTER-COUNT      PIC 9(7) VALUE ZEROES.
            05 WS-OWN-MIX-COUNT     PIC 9(7) VALUE ZEROES.
            05 WS-CO-MIX-COUNT      PIC 9(7) VALUE ZEROES.
            05 WS-NO-QUOTA-COUNT    PIC 9(7) VALUE ZEROES.

        01  WS-TOTALS.
            05 WS-TOTAL-YTD         PIC 9(12) VALUE ZEROES.
            05 WS-TOTAL-STRAIGHT    PIC 9(12) VALUE ZEROES.
            05 WS-TOTAL-SEASONAL    PIC 9(12) VALUE ZEROES.

        01  REPORT-HEADING-LINE.
            05 FILLER               PIC X(34) VALUE
              '----- YEAR-END SALES PROJECTION - '.
            05 HDG-YEAR             PIC 9(4).
            05 FILLER               PIC X(6) VALUE ' -----'.

        01  PARM-LINE.
            05 FILLER               PIC X(16) VALUE
              'PERIOD ENDING:  '.
            05 PARM-PERIOD          PIC 9(8).
            05 FILLER               PIC X(20) VALUE
              '   QUARTERS CLOSED: '.
            05 PARM-QTRS            PIC 9.
            05 FILLER               PIC X(11) VALUE
              '   METHOD: '.
            05 PARM-METHOD          PIC X(19).
            05 FILLER               PIC X(21) VALUE
              '   MISS THRESHOLD:  '.
            05 PARM-MISS-PCT        PIC ZZ9.
            05 FILLER               PIC X     VALUE '%'.

        01  COL-HEADING-1.
            05 FILLER               PIC X(43) VALUE
              'ID     SALESPERSON NAME'.
            05 FILLER               PIC X(7)  VALUE 'REGION '.
            05 FILLER               PIC X(11) VALUE '    YTD    '.
            05 FILLER               PIC X(13) VALUE '   STRAIGHT  '.
            05 FILLER               PIC X(17) VALUE
              '   SEASONAL BASIS'.
            05 FILLER               PIC X(12) VALUE '      QUOTA '.
            05 FILLER               PIC X(10) VALUE '  ATTAIN  '.
            05 FILLER               PIC X(9)  VALUE 'PROJ TIER'.

        01  DETAIL-LINE.
            05 DET-ID               PIC 9(5).
            05 FILLER               PIC XX    VALUE SPACES.
            05 DET-NAME             PIC X(36).
            05 DET-REGION           PIC X(5).
            05 FILLER               PIC XX    VALUE SPACES.
            05 DET-YTD              PIC ZZ,ZZZ,ZZ9.
            05 FILLER               PIC XX    VALUE SPACES.
            05 DET-STRAIGHT         PIC ZZZ,ZZZ,ZZ9.
            05 FILLER               PIC XX    VALUE SPACES.
            05 DET-SEASONAL         PIC ZZZ,ZZZ,ZZ9.
            05 FILLER               PIC X     VALUE SPACE.
            05 DET-BASIS            PIC X(3).
            05 FILLER               PIC XX    VALUE SPACES.
            05 DET-QUOTA            PIC ZZ,ZZZ,ZZ9.
            05 FILLER               PIC XX    VALUE SPACES.
            05 DET-ATTAIN           PIC ZZZZ9.9.
            05 DET-ATTAIN-SIGN      PIC X.
            05 FILLER               PIC X(4)  VALUE SPACES.
            05 DET-RATE             PIC .99.

        01  SECTION-HEADING-LINE    PIC X(70).

        01  MISS-COL-HEADING.
            05 FILLER               PIC X(43) VALUE
              'ID     SALESPERSON / REGION'.
            05 FILLER               PIC X(7)  VALUE 'REGION '.
            05 FILLER               PIC X(13) VALUE '   PROJECTED '.
            05 FILLER               PIC X(12) VALUE '      QUOTA '.
            05 FILLER               PIC X(12) VALUE '  SHORT BY  '.

        01  MISS-DETAIL-LINE.
            05 MISS-ID              PIC X(5).
            05 FILLER               PIC XX    VALUE SPACES.
            05 MISS-NAME            PIC X(36).
            05 MISS-REGION          PIC X(5).
            05 FILLER               PIC XX    VALUE SPACES.
            05 MISS-PROJECTED       PIC ZZZ,ZZZ,ZZ9.
            05 FILLER               PIC XX    VALUE SPACES.
            05 MISS-QUOTA           PIC ZZ,ZZZ,ZZ9.
            05 FILLER               PIC X(4)  VALUE SPACES.
            05 MISS-SHORT-PCT       PIC ZZ9.9.
            05 FILLER               PIC X     VALUE '%'.

        01  REGION-COL-HEADING.
            05 FILLER               PIC X(8)  VALUE 'REGION  '.
            05 FILLER               PIC X(15) VALUE '            YTD'.
            05 FILLER               PIC X(15) VALUE '       STRAIGHT'.
            05 FILLER               PIC X(15) VALUE '       SEASONAL'.
            05 FILLER               PIC X(14) VALUE '         QUOTA'.
            05 FILLER               PIC X(10) VALUE '    ATTAIN'.

        01  REGION-DETAIL-LINE.
            05 RGN-REGION           PIC X(5).
            05 FILLER               PIC X(3)  VALUE SPACES.
            05 RGN-YTD              PIC ZZZ,ZZZ,ZZ9.
            05 FILLER               PIC X(4)  VALUE SPACES.
            05 RGN-STRAIGHT         PIC ZZZ,ZZZ,ZZ9.
            05 FILLER               PIC X(4)  VALUE SPACES.
            05 RGN-SEASONAL         PIC ZZZ,ZZZ,ZZ9.
            05 FILLER               PIC X(4)  VALUE SPACES.
            05 RGN-QUOTA            PIC ZZ,ZZZ,ZZ9.
            05 FILLER               PIC XX    VALUE SPACES.
            05 RGN-ATTAIN           PIC ZZZZ9.9.
            05 RGN-ATTAIN-SIGN      PIC X.

        01  COUNT-LINE.
            05 CNT-DESC             PIC X(36).
            05 CNT-VALUE            PIC ZZZ,ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

        0050-OPEN-FILES.
           PERFORM 0055-READ-PARAMETERS.
           OPEN OUTPUT PROJECTION-REPORT.
           MOVE WS-RP-YEAR TO HDG-YEAR.
           WRITE PRINT-LINE FROM REPORT-HEADING-LINE.
           MOVE WS-REPORT-PERIOD TO PARM-PERIOD.
           MOVE WS-QTRS-CLOSED TO PARM-QTRS.
           IF METHOD-SEASONAL
              MOVE 'PRIOR-YEAR SEASONAL' TO PARM-METHOD
           ELSE
              MOVE 'STRAIGHT LINE' TO PARM-METHOD
           END-IF.
           MOVE WS-MISS-PCT TO PARM-MISS-PCT.
           WRITE PRINT-LINE FROM PARM-LINE
              AFTER ADVANCING 1 LINE.
           IF WS-QTRS-CLOSED = ZERO
              MOVE 'NO QUARTER HAS CLOSED YET - NOTHING TO PROJECT'
                 TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 2 LINES
              CLOSE PROJECTION-REPORT
              MOVE 4 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM 0060-LOAD-TIERS.
           PERFORM 0070-LOAD-QUOTAS.
           PERFORM 0080-LOAD-PRIOR-MIX.
           WRITE PRINT-LINE FROM COL-HEADING-1
              AFTER ADVANCING 2 LINES.
           OPEN INPUT SALES-MASTER.
           PERFORM 0090-READ-MASTER.
           PERFORM 0100-PROJECT-ONE-SALESPERSON
              UNTIL ENDOFMASTER.
           CLOSE SALES-MASTER.
           PERFORM 0300-WRITE-REGION-SECTION.
           PERFORM 0350-WRITE-MISS-SECTION.
           PERFORM 0400-WRITE-COUNTS.
           PERFORM 0500-STOP-RUN.

      ***************************************************************
      *  REPORTING PERIOD FROM PERIODPARM.DAT (DEFAULT TODAY), THEN  *
      *  THE PROJECTION PARAMETERS.  QUARTERS CLOSED DEFAULTS TO THE *
      *  QUARTERS WHOLLY BEFORE THE PERIOD MONTH - IN MAY, ONE.      *
      ***************************************************************
        0055-READ-PARAMETERS.
           ACCEPT WS-REPORT-PERIOD FROM DATE YYYYMMDD.
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
           COMPUTE WS-PRIOR-YEAR = WS-RP-YEAR - 1.
           OPEN INPUT PROJ-PARM-FILE.
           IF WS-PROJ-PARM-STATUS = '00'
              READ PROJ-PARM-FILE
                 AT END CONTINUE
                 NOT AT END
                    PERFORM 0057-APPLY-PROJ-PARM
              END-READ
           END-IF.
           CLOSE PROJ-PARM-FILE.
           IF WS-QTRS-CLOSED = ZERO
              COMPUTE WS-QTRS-CLOSED = (WS-RP-MONTH - 1) / 3
           END-IF.

        0057-APPLY-PROJ-PARM.
           IF PP-METHOD = 'S' OR PP-METHOD = 'P'
              MOVE PP-METHOD TO WS-METHOD
           END-IF.
           IF PP-QTRS-CLOSED-N NUMERIC
              AND PP-QTRS-CLOSED-N <= 4
              MOVE PP-QTRS-CLOSED-N TO WS-QTRS-CLOSED
           END-IF.
           IF PP-MISS-PCT-N NUMERIC
              MOVE PP-MISS-PCT-N TO WS-MISS-PCT
           END-IF.

        0060-LOAD-TIERS.
           OPEN INPUT TIER-FILE.
           IF WS-TIER-STATUS = '00'
              PERFORM 0062-READ-TIER
              PERFORM 0064-STORE-TIER-ROW
                 UNTIL ENDOFTIERS
           END-IF.
           CLOSE TIER-FILE.

        0062-READ-TIER.
           READ TIER-FILE
              AT END SET ENDOFTIERS TO TRUE
           END-READ.

      *    ROWS ARE KEPT IN ASCENDING MINIMUM-SALES ORDER.
        0064-STORE-TIER-ROW.
           IF TIER-IN-EFF-DATE <= WS-REPORT-PERIOD
              AND (TIER-IN-EXP-DATE = ZERO
                   OR TIER-IN-EXP-DATE >= WS-REPORT-PERIOD)
              AND WS-LOADED-TIER-COUNT < 10
              ADD 1 TO WS-LOADED-TIER-COUNT
              MOVE WS-LOADED-TIER-COUNT TO WS-LOADED-TIER-SUB
              PERFORM 0066-SHIFT-TIER-UP
                 UNTIL WS-LOADED-TIER-SUB = 1
                 OR WS-LT-MIN-SALES(WS-LOADED-TIER-SUB - 1)
                    <= TIER-IN-MIN-SALES
              MOVE TIER-IN-MIN-SALES
                 TO WS-LT-MIN-SALES(WS-LOADED-TIER-SUB)
              MOVE TIER-IN-RATE
                 TO WS-LT-RATE(WS-LOADED-TIER-SUB)
           END-IF.
           PERFORM 0062-READ-TIER.

        0066-SHIFT-TIER-UP.
           MOVE WS-LOADED-TIER(WS-LOADED-TIER-SUB - 1)
              TO WS-LOADED-TIER(WS-LOADED-TIER-SUB).
           SUBTRACT 1 FROM WS-LOADED-TIER-SUB.

        0070-LOAD-QUOTAS.
           OPEN INPUT QUOTA-FILE.
           IF WS-QUOTA-STATUS = '00'
              PERFORM 0072-READ-QUOTA
              PERFORM 0074-STORE-QUOTA
                 UNTIL ENDOFQUOTAS
           END-IF.
           CLOSE QUOTA-FILE.

        0072-READ-QUOTA.
           READ QUOTA-FILE
              AT END SET ENDOFQUOTAS TO TRUE
           END-READ.

        0074-STORE-QUOTA.
           IF WS-QUOTA-COUNT < 100
              ADD 1 TO WS-QUOTA-COUNT
              MOVE QUOTA-IN-TYPE TO WS-QUOTA-TYPE(WS-QUOTA-COUNT)
              MOVE QUOTA-IN-KEY TO WS-QUOTA-KEY(WS-QUOTA-COUNT)
              MOVE QUOTA-IN-AMOUNT TO WS-QUOTA-AMOUNT(WS-QUOTA-COUNT)
           END-IF.
           PERFORM 0072-READ-QUOTA.

      ***************************************************************
      *  LAST YEAR'S CLOSING MASTER ROWS FROM THE YEAR-END ARCHIVE.  *
      *  NO ARCHIVE, OR NO ROWS FOR LAST YEAR, LEAVES THE SEASONAL   *
      *  PROJECTION FALLING BACK TO STRAIGHT LINE.                   *
      ***************************************************************
        0080-LOAD-PRIOR-MIX.
           OPEN INPUT YEAR-ARCHIVE.
           IF WS-ARCHIVE-STATUS = '00'
              PERFORM 0082-READ-ARCHIVE
              PERFORM 0084-STORE-PRIOR-MIX
                 UNTIL ENDOFARCHIVE
           END-IF.
           CLOSE YEAR-ARCHIVE.

        0082-READ-ARCHIVE.
           READ YEAR-ARCHIVE
              AT END SET ENDOFARCHIVE TO TRUE
           END-READ.

        0084-STORE-PRIOR-MIX.
           IF YA-YEAR = WS-PRIOR-YEAR
              AND YA-MASTER-ROW
              AND WS-PM-COUNT < 1000
              ADD 1 TO WS-PM-COUNT
              MOVE YA-SALESPERSON-ID TO WS-PM-ID(WS-PM-COUNT)
              PERFORM 0086-STORE-PRIOR-QUARTER
                 VARYING WS-QTR-SUB FROM 1 BY 1
                 UNTIL WS-QTR-SUB > 4
           END-IF.
           PERFORM 0082-READ-ARCHIVE.

        0086-STORE-PRIOR-QUARTER.
           IF YA-QTR-SALES(WS-QTR-SUB) NOT NUMERIC
              MOVE ZERO TO YA-QTR-SALES(WS-QTR-SUB)
           END-IF.
           MOVE YA-QTR-SALES(WS-QTR-SUB)
              TO WS-PM-QTR(WS-PM-COUNT, WS-QTR-SUB).
           ADD YA-QTR-SALES(WS-QTR-SUB) TO WS-PM-CO-QTR(WS-QTR-SUB).

        0090-READ-MASTER.
           READ SALES-MASTER
              AT END SET ENDOFMASTER TO TRUE
           END-READ.
           IF NOT ENDOFMASTER
              AND WS-MASTER-STATUS NOT = '00'
              SET ENDOFMASTER TO TRUE
           END-IF.

      ***************************************************************
      *  ONE SALESPERSON: YEAR-TO-DATE, BOTH PROJECTIONS, THE QUOTA  *
      *  COMPARISON ON THE CHOSEN METHOD AND THE TIER IT WOULD PAY.  *
      ***************************************************************
        0100-PROJECT-ONE-SALESPERSON.
           ADD 1 TO WS-MASTER-COUNT.
           MOVE ZERO TO WS-YTD.
           PERFORM 0105-ADD-CLOSED-QUARTER
              VARYING WS-QTR-SUB FROM 1 BY 1
              UNTIL WS-QTR-SUB > WS-QTRS-CLOSED.
           COMPUTE WS-STRAIGHT = WS-YTD * 4 / WS-QTRS-CLOSED.
           PERFORM 0110-SEASONAL-PROJECTION.
           IF METHOD-SEASONAL
              MOVE WS-SEASONAL TO WS-PROJECTED
           ELSE
              MOVE WS-STRAIGHT TO WS-PROJECTED
           END-IF.
           ADD WS-YTD TO WS-TOTAL-YTD.
           ADD WS-STRAIGHT TO WS-TOTAL-STRAIGHT.
           ADD WS-SEASONAL TO WS-TOTAL-SEASONAL.
           PERFORM 0130-PROJECTED-TIER.
           PERFORM 0150-ACCUMULATE-REGION.
           MOVE SM-SALESPERSON-ID TO DET-ID.
           MOVE SM-SALESPERSON-NAME TO DET-NAME.
           MOVE SM-REGION TO DET-REGION.
           MOVE WS-YTD TO DET-YTD.
           MOVE WS-STRAIGHT TO DET-STRAIGHT.
           MOVE WS-SEASONAL TO DET-SEASONAL.
           MOVE WS-SEASON-BASIS TO DET-BASIS.
           MOVE WS-PROJ-RATE TO DET-RATE.
           MOVE 'S' TO WS-QUOTA-SEARCH-TYPE.
           MOVE SM-SALESPERSON-ID TO WS-QUOTA-SEARCH-KEY.
           PERFORM 0140-FIND-QUOTA.
           IF QUOTA-FOUND
              MOVE WS-QUOTA-AMT TO DET-QUOTA
              PERFORM 0145-COMPARE-TO-QUOTA
              MOVE WS-ATTAIN-PCT TO DET-ATTAIN
              MOVE '%' TO DET-ATTAIN-SIGN
              IF WS-SHORT-PCT > WS-MISS-PCT
                 PERFORM 0160-STORE-SALES-MISS
              END-IF
           ELSE
              MOVE ZERO TO DET-QUOTA
              MOVE ZERO TO DET-ATTAIN
              MOVE SPACE TO DET-ATTAIN-SIGN
              ADD 1 TO WS-NO-QUOTA-COUNT
           END-IF.
           WRITE PRINT-LINE FROM DETAIL-LINE
              AFTER ADVANCING 1 LINE.
           PERFORM 0090-READ-MASTER.

        0105-ADD-CLOSED-QUARTER.
           IF SM-QTR-SALES(WS-QTR-SUB) NOT NUMERIC
              MOVE ZERO TO SM-QTR-SALES(WS-QTR-SUB)
           END-IF.
           ADD SM-QTR-SALES(WS-QTR-SUB) TO WS-YTD.

      ***************************************************************
      *  SEASONAL: YTD * LAST YEAR'S TOTAL / LAST YEAR'S SALES IN    *
      *  THE SAME CLOSED QUARTERS.  BASIS OWN = THE SALESPERSON'S    *
      *  OWN MIX, CO = THE SALES FORCE MIX, SL = STRAIGHT LINE.      *
      ***************************************************************
        0110-SEASONAL-PROJECTION.
           MOVE 'N' TO WS-PM-FOUND-SW.
           PERFORM 0112-MATCH-PRIOR-MIX
              VARYING WS-PM-SUB FROM 1 BY 1
              UNTIL WS-PM-SUB > WS-PM-COUNT
              OR PRIOR-MIX-FOUND.
           MOVE ZERO TO WS-PRIOR-CLOSED, WS-PRIOR-YEAR-TOTAL.
           IF PRIOR-MIX-FOUND
              SUBTRACT 1 FROM WS-PM-SUB
              PERFORM 0114-SUM-OWN-MIX
                 VARYING WS-QTR-SUB FROM 1 BY 1
                 UNTIL WS-QTR-SUB > 4
           END-IF.
           IF WS-PRIOR-CLOSED > ZERO
              MOVE 'OWN' TO WS-SEASON-BASIS
              ADD 1 TO WS-OWN-MIX-COUNT
           ELSE
              MOVE ZERO TO WS-PRIOR-CLOSED, WS-PRIOR-YEAR-TOTAL
              PERFORM 0116-SUM-COMPANY-MIX
                 VARYING WS-QTR-SUB FROM 1 BY 1
                 UNTIL WS-QTR-SUB > 4
              IF WS-PRIOR-CLOSED > ZERO
                 MOVE 'CO ' TO WS-SEASON-BASIS
                 ADD 1 TO WS-CO-MIX-COUNT
              ELSE
                 MOVE 'SL ' TO WS-SEASON-BASIS
              END-IF
           END-IF.
           IF WS-PRIOR-CLOSED > ZERO
              COMPUTE WS-SEASONAL ROUNDED =
                 WS-YTD * WS-PRIOR-YEAR-TOTAL / WS-PRIOR-CLOSED
                 ON SIZE ERROR
                    MOVE 999999999 TO WS-SEASONAL
              END-COMPUTE
           ELSE
              MOVE WS-STRAIGHT TO WS-SEASONAL
           END-IF.

        0112-MATCH-PRIOR-MIX.
           IF WS-PM-ID(WS-PM-SUB) = SM-SALESPERSON-ID
              MOVE 'Y' TO WS-PM-FOUND-SW
           END-IF.

        0114-SUM-OWN-MIX.
           ADD WS-PM-QTR(WS-PM-SUB, WS-QTR-SUB) TO WS-PRIOR-YEAR-TOTAL.
           IF WS-QTR-SUB <= WS-QTRS-CLOSED
              ADD WS-PM-QTR(WS-PM-SUB, WS-QTR-SUB) TO WS-PRIOR-CLOSED
           END-IF.

        0116-SUM-COMPANY-MIX.
           ADD WS-PM-CO-QTR(WS-QTR-SUB) TO WS-PRIOR-YEAR-TOTAL.
           IF WS-QTR-SUB <= WS-QTRS-CLOSED
              ADD WS-PM-CO-QTR(WS-QTR-SUB) TO WS-PRIOR-CLOSED
           END-IF.

      *    HIGHEST TIER THE PROJECTION REACHES, AS 0140 IN
      *    SALESCOMMISSIONSOLUTION PICKS IT.
        0130-PROJECTED-TIER.
           MOVE ZERO TO WS-PROJ-RATE.
           IF WS-LOADED-TIER-COUNT > ZERO
              PERFORM 0132-TEST-LOADED-TIER
                 VARYING WS-TIER-SUB FROM 1 BY 1
                 UNTIL WS-TIER-SUB > WS-LOADED-TIER-COUNT
           ELSE
              PERFORM 0134-TEST-COMPILED-TIER
                 VARYING WS-TIER-SUB FROM 1 BY 1
                 UNTIL WS-TIER-SUB > 3
           END-IF.

        0132-TEST-LOADED-TIER.
           IF WS-PROJECTED >= WS-LT-MIN-SALES(WS-TIER-SUB)
              MOVE WS-LT-RATE(WS-TIER-SUB) TO WS-PROJ-RATE
           END-IF.

        0134-TEST-COMPILED-TIER.
           IF WS-PROJECTED >= TIER-MIN-SALES(WS-TIER-SUB)
              MOVE TIER-RATE(WS-TIER-SUB) TO WS-PROJ-RATE
           END-IF.

        0140-FIND-QUOTA.
           MOVE 'N' TO WS-QUOTA-FOUND-SW.
           PERFORM 0142-MATCH-QUOTA
              VARYING WS-QUOTA-SUB FROM 1 BY 1
              UNTIL WS-QUOTA-SUB > WS-QUOTA-COUNT
              OR QUOTA-FOUND.

        0142-MATCH-QUOTA.
           IF WS-QUOTA-TYPE(WS-QUOTA-SUB) = WS-QUOTA-SEARCH-TYPE
              AND WS-QUOTA-KEY(WS-QUOTA-SUB) = WS-QUOTA-SEARCH-KEY
              MOVE 'Y' TO WS-QUOTA-FOUND-SW
              MOVE WS-QUOTA-AMOUNT(WS-QUOTA-SUB) TO WS-QUOTA-AMT
           END-IF.

      *    A ZERO QUOTA IS ALWAYS MET.
        0145-COMPARE-TO-QUOTA.
           IF WS-QUOTA-AMT = ZERO
              MOVE 100 TO WS-ATTAIN-PCT
           ELSE
              COMPUTE WS-ATTAIN-PCT ROUNDED =
                 WS-PROJECTED * 100 / WS-QUOTA-AMT
                 ON SIZE ERROR
                    MOVE 99999.9 TO WS-ATTAIN-PCT
              END-COMPUTE
           END-IF.
           COMPUTE WS-SHORT-PCT = 100 - WS-ATTAIN-PCT.

        0150-ACCUMULATE-REGION.
           MOVE 'N' TO WS-REGION-FOUND-SW.
           PERFORM 0152-MATCH-REGION
              VARYING WS-REGION-SUB FROM 1 BY 1
              UNTIL WS-REGION-SUB > WS-REGION-COUNT
              OR REGION-FOUND.
           IF REGION-FOUND
              SUBTRACT 1 FROM WS-REGION-SUB
           ELSE
              IF WS-REGION-COUNT < 20
                 ADD 1 TO WS-REGION-COUNT
                 MOVE WS-REGION-COUNT TO WS-REGION-SUB
                 MOVE SM-REGION TO WS-RG-REGION(WS-REGION-SUB)
                 MOVE ZERO TO WS-RG-YTD(WS-REGION-SUB)
                              WS-RG-STRAIGHT(WS-REGION-SUB)
                              WS-RG-SEASONAL(WS-REGION-SUB)
                              WS-RG-PROJECTED(WS-REGION-SUB)
                 MOVE 'Y' TO WS-REGION-FOUND-SW
              END-IF
           END-IF.
           IF REGION-FOUND
              ADD WS-YTD TO WS-RG-YTD(WS-REGION-SUB)
              ADD WS-STRAIGHT TO WS-RG-STRAIGHT(WS-REGION-SUB)
              ADD WS-SEASONAL TO WS-RG-SEASONAL(WS-REGION-SUB)
              ADD WS-PROJECTED TO WS-RG-PROJECTED(WS-REGION-SUB)
           END-IF.

        0152-MATCH-REGION.
           IF WS-RG-REGION(WS-REGION-SUB) = SM-REGION
              MOVE 'Y' TO WS-REGION-FOUND-SW
           END-IF.

        0160-STORE-SALES-MISS.
           IF WS-MISS-COUNT < 1000
              ADD 1 TO WS-MISS-COUNT
              MOVE SM-SALESPERSON-ID TO WS-MS-ID(WS-MISS-COUNT)
              MOVE SM-SALESPERSON-NAME TO WS-MS-NAME(WS-MISS-COUNT)
              MOVE SM-REGION TO WS-MS-REGION(WS-MISS-COUNT)
              MOVE WS-PROJECTED TO WS-MS-PROJECTED(WS-MISS-COUNT)
              MOVE WS-QUOTA-AMT TO WS-MS-QUOTA(WS-MISS-COUNT)
              MOVE WS-SHORT-PCT TO WS-MS-SHORT-PCT(WS-MISS-COUNT)
           END-IF.

      ***************************************************************
      *  REGION TOTALS WITH THE REGION QUOTA ('R' ROWS).             *
      ***************************************************************
        0300-WRITE-REGION-SECTION.
           MOVE '----- PROJECTION BY REGION -----'
              TO SECTION-HEADING-LINE.
           WRITE PRINT-LINE FROM SECTION-HEADING-LINE
              AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM REGION-COL-HEADING
              AFTER ADVANCING 1 LINE.
           PERFORM 0310-WRITE-ONE-REGION
              VARYING WS-REGION-SUB FROM 1 BY 1
              UNTIL WS-REGION-SUB > WS-REGION-COUNT.

        0310-WRITE-ONE-REGION.
           MOVE WS-RG-REGION(WS-REGION-SUB) TO RGN-REGION.
           MOVE WS-RG-YTD(WS-REGION-SUB) TO RGN-YTD.
           MOVE WS-RG-STRAIGHT(WS-REGION-SUB) TO RGN-STRAIGHT.
           MOVE WS-RG-SEASONAL(WS-REGION-SUB) TO RGN-SEASONAL.
           MOVE 'R' TO WS-QUOTA-SEARCH-TYPE.
           MOVE WS-RG-REGION(WS-REGION-SUB) TO WS-QUOTA-SEARCH-KEY.
           PERFORM 0140-FIND-QUOTA.
           IF QUOTA-FOUND
              MOVE WS-RG-PROJECTED(WS-REGION-SUB) TO WS-PROJECTED
              PERFORM 0145-COMPARE-TO-QUOTA
              MOVE WS-QUOTA-AMT TO RGN-QUOTA
              MOVE WS-ATTAIN-PCT TO RGN-ATTAIN
              MOVE '%' TO RGN-ATTAIN-SIGN
           ELSE
              MOVE ZERO TO RGN-QUOTA
              MOVE ZERO TO RGN-ATTAIN
              MOVE SPACE TO RGN-ATTAIN-SIGN
           END-IF.
           WRITE PRINT-LINE FROM REGION-DETAIL-LINE
              AFTER ADVANCING 1 LINE.

      ***************************************************************
      *  THE EXCEPTIONS MANAGERS ACT ON: SALESPEOPLE, THEN REGIONS,  *
      *  PROJECTED SHORT OF QUOTA BY MORE THAN THE THRESHOLD ON THE  *
      *  CHOSEN METHOD.                                              *
      ***************************************************************
        0350-WRITE-MISS-SECTION.
           MOVE SPACES TO SECTION-HEADING-LINE.
           STRING '----- PROJECTED TO MISS QUOTA BY MORE THAN '
              DELIMITED BY SIZE
              PARM-MISS-PCT DELIMITED BY SIZE
              '% -----' DELIMITED BY SIZE
              INTO SECTION-HEADING-LINE
           END-STRING.
           WRITE PRINT-LINE FROM SECTION-HEADING-LINE
              AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM MISS-COL-HEADING
              AFTER ADVANCING 1 LINE.
           PERFORM 0360-WRITE-SALES-MISS
              VARYING WS-MISS-SUB FROM 1 BY 1
              UNTIL WS-MISS-SUB > WS-MISS-COUNT.
           PERFORM 0370-CHECK-REGION-MISS
              VARYING WS-REGION-SUB FROM 1 BY 1
              UNTIL WS-REGION-SUB > WS-REGION-COUNT.
           IF WS-MISS-COUNT = ZERO
              AND WS-REGION-MISS-COUNT = ZERO
              MOVE '  NONE' TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.

        0360-WRITE-SALES-MISS.
           MOVE WS-MS-ID(WS-MISS-SUB) TO MISS-ID.
           MOVE WS-MS-NAME(WS-MISS-SUB) TO MISS-NAME.
           MOVE WS-MS-REGION(WS-MISS-SUB) TO MISS-REGION.
           MOVE WS-MS-PROJECTED(WS-MISS-SUB) TO MISS-PROJECTED.
           MOVE WS-MS-QUOTA(WS-MISS-SUB) TO MISS-QUOTA.
           MOVE WS-MS-SHORT-PCT(WS-MISS-SUB) TO MISS-SHORT-PCT.
           WRITE PRINT-LINE FROM MISS-DETAIL-LINE
              AFTER ADVANCING 1 LINE.

        0370-CHECK-REGION-MISS.
           MOVE 'R' TO WS-QUOTA-SEARCH-TYPE.
           MOVE WS-RG-REGION(WS-REGION-SUB) TO WS-QUOTA-SEARCH-KEY.
           PERFORM 0140-FIND-QUOTA.
           IF QUOTA-FOUND
              MOVE WS-RG-PROJECTED(WS-REGION-SUB) TO WS-PROJECTED
              PERFORM 0145-COMPARE-TO-QUOTA
              IF WS-SHORT-PCT > WS-MISS-PCT
                 ADD 1 TO WS-REGION-MISS-COUNT
                 MOVE 'REGN ' TO MISS-ID
                 MOVE SPACES TO MISS-NAME
                 STRING 'REGION ' WS-RG-REGION(WS-REGION-SUB)
                    DELIMITED BY SIZE INTO MISS-NAME
                 END-STRING
                 MOVE WS-RG-REGION(WS-REGION-SUB) TO MISS-REGION
                 MOVE WS-PROJECTED TO MISS-PROJECTED
                 MOVE WS-QUOTA-AMT TO MISS-QUOTA
                 MOVE WS-SHORT-PCT TO MISS-SHORT-PCT
                 WRITE PRINT-LINE FROM MISS-DETAIL-LINE
                    AFTER ADVANCING 1 LINE
              END-IF
           END-IF.

        0400-WRITE-COUNTS.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'SALESPEOPLE PROJECTED' TO CNT-DESC.
           MOVE WS-MASTER-COUNT TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'YEAR-TO-DATE SALES' TO CNT-DESC.
           MOVE WS-TOTAL-YTD TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'PROJECTED - STRAIGHT LINE' TO CNT-DESC.
           MOVE WS-TOTAL-STRAIGHT TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'PROJECTED - PRIOR-YEAR SEASONAL' TO CNT-DESC.
           MOVE WS-TOTAL-SEASONAL TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'SEASONAL ON OWN PRIOR-YEAR MIX' TO CNT-DESC.
           MOVE WS-OWN-MIX-COUNT TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'SEASONAL ON SALES FORCE MIX' TO CNT-DESC.
           MOVE WS-CO-MIX-COUNT TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'SALESPEOPLE WITH NO QUOTA' TO CNT-DESC.
           MOVE WS-NO-QUOTA-COUNT TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'SALESPEOPLE PROJECTED TO MISS' TO CNT-DESC.
           MOVE WS-MISS-COUNT TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'REGIONS PROJECTED TO MISS' TO CNT-DESC.
           MOVE WS-REGION-MISS-COUNT TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.

        0500-STOP-RUN.
           CLOSE PROJECTION-REPORT.
           STOP RUN.

          END PROGRAM SALESPROJECTION.
