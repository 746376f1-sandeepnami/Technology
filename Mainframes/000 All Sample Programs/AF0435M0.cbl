       IDENTIFICATION DIVISION.
      *================================================================*
       PROGRAM-ID.    AF0435M0.
       AUTHOR.        CAMS ACCOUNT OPENING TEAM.
       INSTALLATION.  HOST SYSTEMS - ACCOUNT FUNCTIONS.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
      *================================================================*
      *                                                                *
      *    AF0435M0 - UPFRONT FEE GENERAL LEDGER POSTING               *
      *                                                                *
      *    READS THE DAY'S FEEPOST EXTRACT WRITTEN BY AF0001M0 (ONE    *
      *    RECORD PER UPFRONT FEE CHARGED AT OPEN OR DRAWDOWN, ONE     *
      *    CONTRA PER CHARGE BACKED OUT, AND A TRAILER PER RUN) AND    *
      *    SUMMARISES THE POSTINGS INTO GL JOURNAL LINES, ONE PER      *
      *    FEE CODE AND BSB AGAINST THE FEE INCOME ACCOUNT, WITH A     *
      *    SINGLE OFFSETTING LINE TO THE FEE CLEARING ACCOUNT.         *
      *                                                                *
      *    THE NET OF CHARGES AND CONTRAS MUST EQUAL THE UPFRONT FEE   *
      *    TOTAL SHOWN ON SUMMRPT, CARRIED ON THE LAST TRAILER, AND    *
      *    THE DETAIL RECORDS MUST AGREE WITH THE TRAILER COUNTS.      *
      *    ANY DIFFERENCE (OR NO TRAILER AT ALL) IS REPORTED AND THE   *
      *    STEP ENDS WITH RETURN CODE 8 SO THE JOURNAL IS NOT FED TO   *
      *    THE LEDGER UNTIL IT HAS BEEN INVESTIGATED.                  *
      *                                                                *
      *    MODIFICATION HISTORY                                        *
      *    ----------------------------------------------------------  *
      *    15/10/26 RAM  INITIAL VERSION.                              *
      *                                                                *
      *================================================================*
       ENVIRONMENT DIVISION.
      *================================================================*
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-3090.
       OBJECT-COMPUTER.   IBM-3090.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FEEPOST-FILE    ASSIGN TO FEEPOST
                  ORGANIZATION IS SEQUENTIAL.

           SELECT GLJRNL-FILE     ASSIGN TO GLJRNL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT GLPSTRPT-FILE   ASSIGN TO GLPSTRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
      *================================================================*
       FILE SECTION.

      *----------------------------------------------------------------*
      *    FEEPOST - THIS RECORD LAYOUT IS MIRRORED IN AF0001M0 -      *
      *    THE TWO MUST STAY IN STEP.                                  *
      *----------------------------------------------------------------*
       FD  FEEPOST-FILE
           RECORDING MODE IS F.
       01  FEEPOST-RECORD.
           05  POST-REC-TYPE-FP                PIC X(01).
               88  POST-DETAIL-FP                  VALUE 'D'.
               88  POST-TRAILER-FP                 VALUE 'T'.
           05  POST-DETAIL-DATA-FP.
               10  POST-MSG-ID-FP              PIC X(16).
               10  POST-IND-FP                 PIC X(01).
                   88  POST-CHARGE-FP              VALUE 'C'.
                   88  POST-CONTRA-FP              VALUE 'R'.
               10  POST-FEE-CODE-FP            PIC X(03).
               10  POST-BSB-NBR-FP             PIC X(06).
               10  POST-GL-ACCOUNT-FP          PIC X(10).
               10  POST-ACCOUNT-NBR-FP         PIC X(09).
               10  POST-AMOUNT-FP              PIC S9(07)V99.
               10  POST-VALUE-DATE-FP          PIC 9(08).
               10  POST-PROC-DATE-FP           PIC 9(08).
               10  FILLER                      PIC X(29).
           05  POST-TRAILER-DATA-FP REDEFINES POST-DETAIL-DATA-FP.
               10  TRL-RUN-DATE-FP             PIC 9(08).
               10  TRL-RUN-TIME-FP             PIC 9(06).
               10  TRL-CHARGE-CNT-FP           PIC 9(07).
               10  TRL-CHARGE-AMT-FP           PIC S9(09)V99.
               10  TRL-CONTRA-CNT-FP           PIC 9(07).
               10  TRL-CONTRA-AMT-FP           PIC S9(09)V99.
               10  TRL-SUMM-FEE-TOTAL-FP       PIC S9(09)V99.
               10  FILLER                      PIC X(38).

      *----------------------------------------------------------------*
      *    GLJRNL - GL JOURNAL LINES FOR THE LEDGER FEED.  THE         *
      *    AMOUNT IS UNSIGNED; THE SIDE IS CARRIED AS 'DR' / 'CR'.     *
      *----------------------------------------------------------------*
       FD  GLJRNL-FILE
           RECORDING MODE IS F.
       01  GLJRNL-RECORD.
           05  JRNL-POST-DATE-GJ               PIC 9(08).
           05  JRNL-SOURCE-GJ                  PIC X(08).
           05  JRNL-GL-ACCOUNT-GJ              PIC X(10).
           05  JRNL-BSB-NBR-GJ                 PIC X(06).
           05  JRNL-FEE-CODE-GJ                PIC X(03).
           05  JRNL-DR-CR-GJ                   PIC X(02).
           05  JRNL-AMOUNT-GJ                  PIC 9(09)V99.
           05  JRNL-ITEM-CNT-GJ                PIC 9(07).
           05  JRNL-NARRATIVE-GJ               PIC X(20).
           05  FILLER                          PIC X(05).

       FD  GLPSTRPT-FILE
           RECORDING MODE IS F.
       01  GLPSTRPT-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *================================================================*

       77  FEEPOST-READ-CNT                    PIC S9(07) COMP-3
                                                   VALUE +0.
       77  TRAILER-READ-CNT                    PIC S9(07) COMP-3
                                                   VALUE +0.
       77  JOURNAL-LINE-CNT                    PIC S9(07) COMP-3
                                                   VALUE +0.
       77  FEE-CLEARING-GL-CONST               PIC X(10)
                                                   VALUE '1990500000'.

       01  AF0435M0-SWITCHES.
           05  FEEPOST-EOF-SW                  PIC X(01) VALUE 'N'.
               88  FEEPOST-EOF                     VALUE 'Y'.
           05  GLP-ROW-FOUND-SW                PIC X(01) VALUE 'N'.
               88  GLP-ROW-FOUND                   VALUE 'Y'.
           05  GLP-BALANCED-SW                 PIC X(01) VALUE 'Y'.
               88  GLP-BALANCED                    VALUE 'Y'.

       01  AF0435M0-WORK-FIELDS.
           05  RUN-DATE-GV                     PIC 9(08).
           05  GLP-ROW-X                       PIC S9(04) COMP.
           05  GLP-NET-WORK                    PIC S9(09)V99 COMP-3.

      *----------------------------------------------------------------*
      *    RUN TOTALS.  DETAIL TOTALS ARE TAKEN FROM THE POSTINGS;     *
      *    TRAILER TOTALS ARE ADDED UP OVER EVERY AF0001M0 RUN ON      *
      *    THE EXTRACT.  THE SUMMRPT TOTAL IS THE LAST TRAILER'S -     *
      *    A RECYCLED RUN CARRIES ON THE DAY'S SUMMRPT TOTALS.         *
      *----------------------------------------------------------------*
       01  AF0435M0-TOTALS.
           05  DET-CHARGE-CNT                  PIC S9(07) COMP-3
                                                   VALUE +0.
           05  DET-CHARGE-AMT                  PIC S9(11)V99 COMP-3
                                                   VALUE +0.
           05  DET-CONTRA-CNT                  PIC S9(07) COMP-3
                                                   VALUE +0.
           05  DET-CONTRA-AMT                  PIC S9(11)V99 COMP-3
                                                   VALUE +0.
           05  DET-NET-AMT                     PIC S9(11)V99 COMP-3
                                                   VALUE +0.
           05  TRL-CHARGE-CNT                  PIC S9(07) COMP-3
                                                   VALUE +0.
           05  TRL-CHARGE-AMT                  PIC S9(11)V99 COMP-3
                                                   VALUE +0.
           05  TRL-CONTRA-CNT                  PIC S9(07) COMP-3
                                                   VALUE +0.
           05  TRL-CONTRA-AMT                  PIC S9(11)V99 COMP-3
                                                   VALUE +0.
           05  TRL-SUMM-FEE-TOTAL              PIC S9(11)V99 COMP-3
                                                   VALUE +0.
           05  UNKNOWN-REC-CNT                 PIC S9(07) COMP-3
                                                   VALUE +0.

      *----------------------------------------------------------------*
      *                                                                *
      *    ONE ROW PER FEE CODE / BSB / GL ACCOUNT SEEN ON FEEPOST.    *
      *                                                                *
      *----------------------------------------------------------------*
       01  GLP-ROW-COUNT                       PIC S9(04) COMP
                                                   VALUE +0.
       01  GLP-ROW-TABLE.
           05  GLP-ROW-ENTRY OCCURS 200 TIMES.
               10  GLP-FEE-CODE                PIC X(03).
               10  GLP-BSB-NBR                 PIC X(06).
               10  GLP-GL-ACCOUNT              PIC X(10).
               10  GLP-CHARGE-CNT              PIC S9(07) COMP-3.
               10  GLP-CHARGE-AMT              PIC S9(09)V99 COMP-3.
               10  GLP-CONTRA-CNT              PIC S9(07) COMP-3.
               10  GLP-CONTRA-AMT              PIC S9(09)V99 COMP-3.

       01  NBCONS-PASSAREA.
           05  NBCONS-MESSAGE                  PIC X(80).
           05  NBCONS-SEVERITY                 PIC X(04) VALUE SPACES.

      *----------------------------------------------------------------*
      *    REPORT LAYOUTS.                                             *
      *----------------------------------------------------------------*
       01  GLP-HEADING-1.
           05  FILLER                          PIC X(44)  VALUE
                 'AF0435M0 - UPFRONT FEE GL POSTING JOURNAL   '.
           05  FILLER                          PIC X(10)  VALUE
                 'RUN DATE: '.
           05  GLP-HDG-DATE                    PIC 9(08).
           05  FILLER                          PIC X(70)  VALUE SPACES.

       01  GLP-HEADING-2.
           05  FILLER                          PIC X(06)  VALUE
                 'FEE   '.
           05  FILLER                          PIC X(08)  VALUE
                 'BSB     '.
           05  FILLER                          PIC X(12)  VALUE
                 'GL ACCOUNT  '.
           05  FILLER                          PIC X(09)  VALUE
                 'CHARGES  '.
           05  FILLER                          PIC X(16)  VALUE
                 '  CHARGE AMOUNT '.
           05  FILLER                          PIC X(09)  VALUE
                 'CONTRAS  '.
           05  FILLER                          PIC X(16)  VALUE
                 '  CONTRA AMOUNT '.
           05  FILLER                          PIC X(16)  VALUE
                 '    NET AMOUNT  '.
           05  FILLER                          PIC X(05)  VALUE
                 'SIDE '.
           05  FILLER                          PIC X(35)  VALUE SPACES.

       01  GLP-DETAIL-LINE.
           05  GLP-DET-FEE-CODE                PIC X(03).
           05  FILLER                          PIC X(03)  VALUE SPACES.
           05  GLP-DET-BSB                     PIC X(06).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  GLP-DET-GL-ACCOUNT              PIC X(10).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  GLP-DET-CHARGE-CNT              PIC ZZZZZZ9.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  GLP-DET-CHARGE-AMT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(04)  VALUE SPACES.
           05  GLP-DET-CONTRA-CNT              PIC ZZZZZZ9.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  GLP-DET-CONTRA-AMT              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  GLP-DET-NET-AMT                 PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  GLP-DET-SIDE                    PIC X(02).
           05  FILLER                          PIC X(35)  VALUE SPACES.

       01  GLP-COUNT-LINE.
           05  GLP-CNT-LABEL                   PIC X(27).
           05  GLP-CNT-VALUE                   PIC ZZZ,ZZ9.
           05  FILLER                          PIC X(98)  VALUE SPACES.

       01  GLP-AMOUNT-LINE.
           05  GLP-AMT-LABEL                   PIC X(27).
           05  GLP-AMT-VALUE                   PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                          PIC X(88)  VALUE SPACES.

       01  GLP-MESSAGE-LINE.
           05  GLP-MSG-TEXT                    PIC X(60).
           05  FILLER                          PIC X(72)  VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================*

      ******************************************************************
      *                                                                *
      *    0000-MAINLINE                                               *
      *                                                                *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-FEEPOST THRU 2000-EXIT
                   UNTIL FEEPOST-EOF
           PERFORM 3000-WRITE-JOURNAL
           PERFORM 4000-BALANCE-TO-SUMMRPT
           PERFORM 9000-TERMINATE
           GOBACK
           .

      ******************************************************************
      *                                                                *
      *    1000-INITIALIZE                                             *
      *                                                                *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  FEEPOST-FILE
           OPEN OUTPUT GLJRNL-FILE
                       GLPSTRPT-FILE
           ACCEPT RUN-DATE-GV FROM DATE YYYYMMDD
           MOVE RUN-DATE-GV         TO GLP-HDG-DATE
           WRITE GLPSTRPT-LINE FROM GLP-HEADING-1
           WRITE GLPSTRPT-LINE FROM GLP-HEADING-2
           PERFORM 8000-READ-FEEPOST
           .

      ******************************************************************
      *                                                                *
      *    2000-PROCESS-FEEPOST                                        *
      *                                                                *
      *    ADD A POSTING TO ITS FEE CODE / BSB ROW, OR A TRAILER TO    *
      *    THE RUN CONTROL TOTALS.                                     *
      *                                                                *
      ******************************************************************
       2000-PROCESS-FEEPOST.
           IF POST-TRAILER-FP
              PERFORM 2200-ACCUM-TRAILER
              GO TO 2000-NEXT
           END-IF
           IF NOT POST-DETAIL-FP
              OR (NOT POST-CHARGE-FP AND NOT POST-CONTRA-FP)
              OR POST-AMOUNT-FP NOT NUMERIC
              ADD 1 TO UNKNOWN-REC-CNT
              DISPLAY 'AF0435M0 - FEEPOST RECORD IGNORED: '
                      FEEPOST-RECORD(1:27)
              GO TO 2000-NEXT
           END-IF
           PERFORM 2100-FIND-OR-ADD-GLP-ROW
           IF NOT GLP-ROW-FOUND
              GO TO 2000-NEXT
           END-IF
           IF POST-CHARGE-FP
              ADD 1              TO GLP-CHARGE-CNT(GLP-ROW-X)
                                    DET-CHARGE-CNT
              ADD POST-AMOUNT-FP TO GLP-CHARGE-AMT(GLP-ROW-X)
                                    DET-CHARGE-AMT
           ELSE
              ADD 1              TO GLP-CONTRA-CNT(GLP-ROW-X)
                                    DET-CONTRA-CNT
              ADD POST-AMOUNT-FP TO GLP-CONTRA-AMT(GLP-ROW-X)
                                    DET-CONTRA-AMT
           END-IF
           .
       2000-NEXT.
           PERFORM 8000-READ-FEEPOST
           .
       2000-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *    2100-FIND-OR-ADD-GLP-ROW                                    *
      *                                                                *
      *    LOOK THE FEE CODE / BSB / GL ACCOUNT UP IN THE ROW TABLE,   *
      *    ADDING IT ON FIRST SIGHT.  A FULL TABLE CANNOT BE POSTED    *
      *    SAFELY - THE RECORD IS LEFT OUT AND THE BALANCE CHECK       *
      *    WILL FAIL THE STEP.                                         *
      *                                                                *
      ******************************************************************
       2100-FIND-OR-ADD-GLP-ROW.
           MOVE 'N' TO GLP-ROW-FOUND-SW
           MOVE 1   TO GLP-ROW-X
           PERFORM 2150-MATCH-GLP-ROW
                   UNTIL GLP-ROW-X > GLP-ROW-COUNT
                   OR GLP-ROW-FOUND
           IF NOT GLP-ROW-FOUND
              IF GLP-ROW-COUNT < 200
                 ADD 1 TO GLP-ROW-COUNT
                 MOVE GLP-ROW-COUNT TO GLP-ROW-X
                 INITIALIZE GLP-ROW-ENTRY(GLP-ROW-X)
                 MOVE POST-FEE-CODE-FP
                                    TO GLP-FEE-CODE(GLP-ROW-X)
                 MOVE POST-BSB-NBR-FP
                                    TO GLP-BSB-NBR(GLP-ROW-X)
                 MOVE POST-GL-ACCOUNT-FP
                                    TO GLP-GL-ACCOUNT(GLP-ROW-X)
                 SET GLP-ROW-FOUND TO TRUE
              ELSE
                 DISPLAY 'AF0435M0 - GL POSTING TABLE FULL, RECORD '
                         'LEFT OUT FOR ' POST-MSG-ID-FP
              END-IF
           END-IF
           .

       2150-MATCH-GLP-ROW.
           IF GLP-FEE-CODE(GLP-ROW-X) = POST-FEE-CODE-FP
              AND GLP-BSB-NBR(GLP-ROW-X) = POST-BSB-NBR-FP
              AND GLP-GL-ACCOUNT(GLP-ROW-X) = POST-GL-ACCOUNT-FP
              SET GLP-ROW-FOUND TO TRUE
           ELSE
              ADD 1 TO GLP-ROW-X
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    2200-ACCUM-TRAILER                                          *
      *                                                                *
      ******************************************************************
       2200-ACCUM-TRAILER.
           ADD 1                     TO TRAILER-READ-CNT
           ADD TRL-CHARGE-CNT-FP     TO TRL-CHARGE-CNT
           ADD TRL-CHARGE-AMT-FP     TO TRL-CHARGE-AMT
           ADD TRL-CONTRA-CNT-FP     TO TRL-CONTRA-CNT
           ADD TRL-CONTRA-AMT-FP     TO TRL-CONTRA-AMT
           MOVE TRL-SUMM-FEE-TOTAL-FP
                                     TO TRL-SUMM-FEE-TOTAL
           .

      ******************************************************************
      *                                                                *
      *    3000-WRITE-JOURNAL                                          *
      *                                                                *
      *    ONE JOURNAL LINE PER ROW WITH A NET AMOUNT - A NET CHARGE   *
      *    CREDITS FEE INCOME, A NET CONTRA DEBITS IT - THEN THE       *
      *    OFFSETTING LINE TO FEE CLEARING FOR THE DAY'S NET.          *
      *                                                                *
      ******************************************************************
       3000-WRITE-JOURNAL.
           MOVE 1 TO GLP-ROW-X
           PERFORM 3100-WRITE-GLP-ROW
                   UNTIL GLP-ROW-X > GLP-ROW-COUNT
           COMPUTE DET-NET-AMT = DET-CHARGE-AMT - DET-CONTRA-AMT
           IF DET-NET-AMT NOT = ZERO
              MOVE SPACES                TO GLJRNL-RECORD
              MOVE RUN-DATE-GV           TO JRNL-POST-DATE-GJ
              MOVE 'AF0435M0'            TO JRNL-SOURCE-GJ
              MOVE FEE-CLEARING-GL-CONST TO JRNL-GL-ACCOUNT-GJ
              IF DET-NET-AMT > ZERO
                 MOVE 'DR'               TO JRNL-DR-CR-GJ
                 MOVE DET-NET-AMT        TO JRNL-AMOUNT-GJ
              ELSE
                 MOVE 'CR'               TO JRNL-DR-CR-GJ
                 COMPUTE JRNL-AMOUNT-GJ = ZERO - DET-NET-AMT
              END-IF
              COMPUTE JRNL-ITEM-CNT-GJ =
                      DET-CHARGE-CNT + DET-CONTRA-CNT
              MOVE 'UPFRONT FEE CLEARING' TO JRNL-NARRATIVE-GJ
              WRITE GLJRNL-RECORD
              ADD 1 TO JOURNAL-LINE-CNT
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    3100-WRITE-GLP-ROW                                          *
      *                                                                *
      ******************************************************************
       3100-WRITE-GLP-ROW.
           COMPUTE GLP-NET-WORK = GLP-CHARGE-AMT(GLP-ROW-X)
                                - GLP-CONTRA-AMT(GLP-ROW-X)
           MOVE GLP-FEE-CODE(GLP-ROW-X)   TO GLP-DET-FEE-CODE
           MOVE GLP-BSB-NBR(GLP-ROW-X)    TO GLP-DET-BSB
           MOVE GLP-GL-ACCOUNT(GLP-ROW-X) TO GLP-DET-GL-ACCOUNT
           MOVE GLP-CHARGE-CNT(GLP-ROW-X) TO GLP-DET-CHARGE-CNT
           MOVE GLP-CHARGE-AMT(GLP-ROW-X) TO GLP-DET-CHARGE-AMT
           MOVE GLP-CONTRA-CNT(GLP-ROW-X) TO GLP-DET-CONTRA-CNT
           MOVE GLP-CONTRA-AMT(GLP-ROW-X) TO GLP-DET-CONTRA-AMT
           MOVE GLP-NET-WORK              TO GLP-DET-NET-AMT
           EVALUATE TRUE
              WHEN GLP-NET-WORK > ZERO
                 MOVE 'CR'                TO GLP-DET-SIDE
              WHEN GLP-NET-WORK < ZERO
                 MOVE 'DR'                TO GLP-DET-SIDE
              WHEN OTHER
                 MOVE '--'                TO GLP-DET-SIDE
           END-EVALUATE
           WRITE GLPSTRPT-LINE FROM GLP-DETAIL-LINE
           IF GLP-NET-WORK NOT = ZERO
              MOVE SPACES                 TO GLJRNL-RECORD
              MOVE RUN-DATE-GV            TO JRNL-POST-DATE-GJ
              MOVE 'AF0435M0'             TO JRNL-SOURCE-GJ
              MOVE GLP-GL-ACCOUNT(GLP-ROW-X)
                                          TO JRNL-GL-ACCOUNT-GJ
              MOVE GLP-BSB-NBR(GLP-ROW-X) TO JRNL-BSB-NBR-GJ
              MOVE GLP-FEE-CODE(GLP-ROW-X)
                                          TO JRNL-FEE-CODE-GJ
              MOVE GLP-DET-SIDE           TO JRNL-DR-CR-GJ
              IF GLP-NET-WORK > ZERO
                 MOVE GLP-NET-WORK        TO JRNL-AMOUNT-GJ
              ELSE
                 COMPUTE JRNL-AMOUNT-GJ = ZERO - GLP-NET-WORK
              END-IF
              COMPUTE JRNL-ITEM-CNT-GJ = GLP-CHARGE-CNT(GLP-ROW-X)
                                       + GLP-CONTRA-CNT(GLP-ROW-X)
              MOVE 'UPFRONT FEES AT OPEN' TO JRNL-NARRATIVE-GJ
              WRITE GLJRNL-RECORD
              ADD 1 TO JOURNAL-LINE-CNT
           END-IF
           ADD 1 TO GLP-ROW-X
           .

      ******************************************************************
      *                                                                *
      *    4000-BALANCE-TO-SUMMRPT                                     *
      *                                                                *
      *    WRITE THE CONTROL TOTALS AND PROVE THE JOURNAL: THE NET     *
      *    POSTED MUST EQUAL THE SUMMRPT UPFRONT FEE TOTAL, AND THE    *
      *    POSTINGS READ MUST AGREE WITH WHAT THE TRAILERS SAY WAS     *
      *    WRITTEN.  ANY FAILURE ENDS THE STEP WITH RETURN CODE 8.     *
      *                                                                *
      ******************************************************************
       4000-BALANCE-TO-SUMMRPT.
           MOVE 'FEEPOST RECORDS READ     : ' TO GLP-CNT-LABEL
           MOVE FEEPOST-READ-CNT              TO GLP-CNT-VALUE
           WRITE GLPSTRPT-LINE FROM GLP-COUNT-LINE
           MOVE 'RUN TRAILERS READ        : ' TO GLP-CNT-LABEL
           MOVE TRAILER-READ-CNT              TO GLP-CNT-VALUE
           WRITE GLPSTRPT-LINE FROM GLP-COUNT-LINE
           MOVE 'RECORDS IGNORED          : ' TO GLP-CNT-LABEL
           MOVE UNKNOWN-REC-CNT               TO GLP-CNT-VALUE
           WRITE GLPSTRPT-LINE FROM GLP-COUNT-LINE
           MOVE 'JOURNAL LINES WRITTEN    : ' TO GLP-CNT-LABEL
           MOVE JOURNAL-LINE-CNT              TO GLP-CNT-VALUE
           WRITE GLPSTRPT-LINE FROM GLP-COUNT-LINE
           MOVE 'FEES CHARGED             : ' TO GLP-AMT-LABEL
           MOVE DET-CHARGE-AMT                TO GLP-AMT-VALUE
           WRITE GLPSTRPT-LINE FROM GLP-AMOUNT-LINE
           MOVE 'CONTRA ENTRIES           : ' TO GLP-AMT-LABEL
           MOVE DET-CONTRA-AMT                TO GLP-AMT-VALUE
           WRITE GLPSTRPT-LINE FROM GLP-AMOUNT-LINE
           MOVE 'NET FEES POSTED          : ' TO GLP-AMT-LABEL
           MOVE DET-NET-AMT                   TO GLP-AMT-VALUE
           WRITE GLPSTRPT-LINE FROM GLP-AMOUNT-LINE
           MOVE 'SUMMRPT UPFRONT FEE TOTAL: ' TO GLP-AMT-LABEL
           MOVE TRL-SUMM-FEE-TOTAL            TO GLP-AMT-VALUE
           WRITE GLPSTRPT-LINE FROM GLP-AMOUNT-LINE
           IF TRAILER-READ-CNT = ZERO
              MOVE '*** NO RUN TRAILER - FEEPOST EXTRACT INCOMPLETE'
                                    TO GLP-MSG-TEXT
              PERFORM 4100-REPORT-OUT-OF-BALANCE
           END-IF
           IF DET-NET-AMT NOT = TRL-SUMM-FEE-TOTAL
              MOVE '*** NET FEES POSTED DO NOT AGREE TO SUMMRPT'
                                    TO GLP-MSG-TEXT
              PERFORM 4100-REPORT-OUT-OF-BALANCE
           END-IF
           IF DET-CHARGE-CNT NOT = TRL-CHARGE-CNT
              OR DET-CHARGE-AMT NOT = TRL-CHARGE-AMT
              OR DET-CONTRA-CNT NOT = TRL-CONTRA-CNT
              OR DET-CONTRA-AMT NOT = TRL-CONTRA-AMT
              MOVE '*** POSTINGS READ DO NOT AGREE TO RUN TRAILERS'
                                    TO GLP-MSG-TEXT
              PERFORM 4100-REPORT-OUT-OF-BALANCE
           END-IF
           IF GLP-BALANCED
              MOVE 'JOURNAL BALANCES TO SUMMRPT UPFRONT FEE TOTAL'
                                    TO GLP-MSG-TEXT
              WRITE GLPSTRPT-LINE FROM GLP-MESSAGE-LINE
           ELSE
              MOVE 'AF0435M0 - UPFRONT FEE GL JOURNAL OUT OF BALANCE'
                                    TO NBCONS-MESSAGE
              MOVE 'CRIT'           TO NBCONS-SEVERITY
              CALL 'NBCONS' USING NBCONS-PASSAREA
              MOVE 8 TO RETURN-CODE
           END-IF
           .

       4100-REPORT-OUT-OF-BALANCE.
           WRITE GLPSTRPT-LINE FROM GLP-MESSAGE-LINE
           DISPLAY 'AF0435M0 - ' GLP-MSG-TEXT
           MOVE 'N' TO GLP-BALANCED-SW
           .

      ******************************************************************
      *                                                                *
      *    8000-READ-FEEPOST                                           *
      *                                                                *
      ******************************************************************
       8000-READ-FEEPOST.
           READ FEEPOST-FILE
              AT END SET FEEPOST-EOF TO TRUE
           END-READ
           IF NOT FEEPOST-EOF
              ADD 1 TO FEEPOST-READ-CNT
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    9000-TERMINATE                                              *
      *                                                                *
      ******************************************************************
       9000-TERMINATE.
           CLOSE FEEPOST-FILE
                 GLJRNL-FILE
                 GLPSTRPT-FILE
           .
