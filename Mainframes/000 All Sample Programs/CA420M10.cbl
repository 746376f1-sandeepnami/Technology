       IDENTIFICATION DIVISION.
      *================================================================*
       PROGRAM-ID.    CA420M10.
       AUTHOR.        CAMS BATCH TEAM.
       INSTALLATION.  HOST SYSTEMS - ACCOUNT FUNCTIONS.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
      *================================================================*
      *                                                                *
      *    CA420M10 - FL REPAYMENT DISHONOUR RETURNS                   *
      *                                                                *
      *    RUNS THE DAY AFTER CA420M00 AGAINST THE RETURNS FILE FROM   *
      *    THE CLEARING BANK.  EACH RETURNED DEBIT IS A MISSED         *
      *    REPAYMENT: THE FACILITY'S ARREARS RECORD IS RAISED BY THE   *
      *    RETURNED AMOUNT AND ITS MISSED COUNT, AND THE RETURN IS     *
      *    LISTED ON THE MISSED REPAYMENT REPORT WITH ITS REASON.      *
      *                                                                *
      *    THE RETURNS FILE (DDRETURN) IS IN THE DIRECT ENTRY DETAIL   *
      *    FORMAT WRITTEN BY CA420M00, WITH THE RETURN REASON CODE IN  *
      *    THE INDICATOR (COLUMN 18).  THE LODGEMENT REFERENCE CARRIES *
      *    THE FACILITY AND THE COLLECTION DATE.  IT IS SORTED ON THE  *
      *    LODGEMENT REFERENCE BY THE PRECEDING SORT STEP.  HEADER,    *
      *    TOTAL AND CREDIT RECORDS ARE COUNTED AND PASSED BY.         *
      *                                                                *
      *    THE ARREARS FILE IS PASSED OLD (ARRSIN) TO NEW (ARRSOUT),   *
      *    IN FACILITY KEY ORDER.  ARREARS ARE ONLY EVER RAISED HERE;  *
      *    CLEARING THEM IS FOR THE FL ARREARS MAINTENANCE.            *
      *                                                                *
      *    PARAMETER CARD (PARMCARD) - OPTIONAL:                       *
      *        COLS  1-2   MISSED COUNT AT WHICH A FACILITY IS FLAGGED *
      *                    FOR FOLLOW-UP (DEFAULT 03)                  *
      *                                                                *
      *    RETURN CODES                                                *
      *        0  - NO RETURNS                                         *
      *        4  - RETURNS PROCESSED                                  *
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

           SELECT OPTIONAL PARMCARD-FILE
                  ASSIGN TO PARMCARD
                  ORGANIZATION IS SEQUENTIAL.

           SELECT DDRETURN-FILE   ASSIGN TO DDRETURN
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL ARRSIN-FILE
                  ASSIGN TO ARRSIN
                  ORGANIZATION IS SEQUENTIAL.

           SELECT ARRSOUT-FILE    ASSIGN TO ARRSOUT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT MISSRPT-FILE    ASSIGN TO MISSRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
      *================================================================*
       FILE SECTION.

       FD  PARMCARD-FILE
           RECORDING MODE IS F.
       01  PARMCARD-RECORD.
           05  PARM-FOLLOW-UP-CNT              PIC 9(02).
           05  FILLER                          PIC X(78).

      *----------------------------------------------------------------*
      *    DDRETURN - MIRROR OF THE DIRECT ENTRY DETAIL RECORD BUILT   *
      *    BY CA420M00.  THE LAYOUTS MUST STAY IN STEP.                *
      *----------------------------------------------------------------*
       FD  DDRETURN-FILE
           RECORDING MODE IS F.
       01  DDRETURN-RECORD.
           05  DDR-RECORD-TYPE                 PIC X(01).
               88  DETAIL-RECORD-DDR               VALUE '1'.
           05  DDR-BSB                         PIC X(07).
           05  DDR-ACCOUNT                     PIC X(09).
           05  DDR-RETURN-REASON               PIC X(01).
           05  DDR-TRAN-CODE                   PIC 9(02).
               88  DEBIT-TRAN-DDR                  VALUE 13.
           05  DDR-AMOUNT                      PIC 9(08)V99.
           05  DDR-ACCOUNT-TITLE               PIC X(32).
           05  DDR-LODGEMENT-REF.
               10  DDR-REF-FACILITY            PIC X(09).
               10  DDR-REF-DATE                PIC 9(08).
               10  FILLER                      PIC X(01).
           05  DDR-TRACE-BSB                   PIC X(07).
           05  DDR-TRACE-ACCOUNT               PIC X(09).
           05  DDR-REMITTER                    PIC X(16).
           05  DDR-WITHHOLDING                 PIC 9(08).

      *----------------------------------------------------------------*
      *    ARRSIN / ARRSOUT - FL REPAYMENT ARREARS, ONE RECORD PER     *
      *    FACILITY.  THE TWO LAYOUTS MUST STAY IN STEP.               *
      *----------------------------------------------------------------*
       FD  ARRSIN-FILE
           RECORDING MODE IS F.
       01  ARRSIN-RECORD.
           05  ARR-FACILITY-KEY-AI             PIC X(09).
           05  ARR-MISSED-CNT-AI               PIC 9(03).
           05  ARR-ARREARS-AMT-AI              PIC S9(09)V99 COMP-3.
           05  ARR-FIRST-MISSED-AI             PIC 9(08).
           05  ARR-LAST-MISSED-AI              PIC 9(08).
           05  ARR-LAST-REASON-AI              PIC X(01).
           05  ARR-DEBIT-BSB-AI                PIC X(07).
           05  ARR-DEBIT-ACCT-AI               PIC X(09).
           05  FILLER                          PIC X(29).

       FD  ARRSOUT-FILE
           RECORDING MODE IS F.
       01  ARRSOUT-RECORD.
           05  ARR-FACILITY-KEY-AO             PIC X(09).
           05  ARR-MISSED-CNT-AO               PIC 9(03).
           05  ARR-ARREARS-AMT-AO              PIC S9(09)V99 COMP-3.
           05  ARR-FIRST-MISSED-AO             PIC 9(08).
           05  ARR-LAST-MISSED-AO              PIC 9(08).
           05  ARR-LAST-REASON-AO              PIC X(01).
           05  ARR-DEBIT-BSB-AO                PIC X(07).
           05  ARR-DEBIT-ACCT-AO               PIC X(09).
           05  FILLER                          PIC X(29).

       FD  MISSRPT-FILE
           RECORDING MODE IS F.
       01  MISSRPT-LINE                        PIC X(132).

       WORKING-STORAGE SECTION.
      *================================================================*

       77  HIGH-KEY-CONST                      PIC X(09)
                                                   VALUE HIGH-VALUES.
       77  DEFAULT-FOLLOW-UP-CNT               PIC 9(02) VALUE 03.

       01  CA420-SWITCHES.
           05  PARM-EOF-SW                     PIC X(01) VALUE 'N'.
               88  PARM-EOF                        VALUE 'Y'.
           05  DDRETURN-EOF-SW                 PIC X(01) VALUE 'N'.
               88  DDRETURN-EOF                    VALUE 'Y'.
           05  ARRSIN-EOF-SW                   PIC X(01) VALUE 'N'.
               88  ARRSIN-EOF                      VALUE 'Y'.

       01  CA420-CONTROL-COUNTS.
           05  RETURN-READ-CNT                 PIC S9(07) COMP-3
                                                   VALUE +0.
           05  RETURN-PASSED-CNT               PIC S9(07) COMP-3
                                                   VALUE +0.
           05  DISHONOUR-CNT                   PIC S9(07) COMP-3
                                                   VALUE +0.
           05  NEW-ARREARS-CNT                 PIC S9(07) COMP-3
                                                   VALUE +0.
           05  FOLLOW-UP-CNT                   PIC S9(07) COMP-3
                                                   VALUE +0.
           05  ARREARS-READ-CNT                PIC S9(07) COMP-3
                                                   VALUE +0.
           05  ARREARS-WRITTEN-CNT             PIC S9(07) COMP-3
                                                   VALUE +0.
           05  TOTAL-RETURNED-AMT              PIC S9(09)V99 COMP-3
                                                   VALUE +0.
           05  TOTAL-ARREARS-AMT               PIC S9(11)V99 COMP-3
                                                   VALUE +0.

       01  CA420-WORK-FIELDS.
           05  RUN-DATE-GV                     PIC 9(08).
           05  FOLLOW-UP-LEVEL-GV              PIC 9(02).
           05  RETURN-KEY-GV                   PIC X(09).
           05  ARREARS-KEY-GV                  PIC X(09).
           05  REASON-X                        PIC S9(04) COMP.

      *----------------------------------------------------------------*
      *    RETURN REASON CODES AS ADVISED BY THE CLEARING BANK.        *
      *----------------------------------------------------------------*
       01  REASON-TEXT-DATA.
           05  FILLER                          PIC X(30) VALUE
                 'INVALID BSB NUMBER'.
           05  FILLER                          PIC X(30) VALUE
                 'PAYMENT STOPPED'.
           05  FILLER                          PIC X(30) VALUE
                 'ACCOUNT CLOSED'.
           05  FILLER                          PIC X(30) VALUE
                 'CUSTOMER DECEASED'.
           05  FILLER                          PIC X(30) VALUE
                 'NO ACCOUNT/INCORRECT ACCT NO'.
           05  FILLER                          PIC X(30) VALUE
                 'REFER TO CUSTOMER'.
           05  FILLER                          PIC X(30) VALUE
                 'DELETED'.
           05  FILLER                          PIC X(30) VALUE
                 'INVALID USER ID NUMBER'.
           05  FILLER                          PIC X(30) VALUE
                 'TECHNICALLY INVALID'.
       01  REASON-TEXT-TABLE REDEFINES REASON-TEXT-DATA.
           05  REASON-TEXT-GV OCCURS 9 TIMES   PIC X(30).

      *----------------------------------------------------------------*
      *    MISSED REPAYMENT REPORT LAYOUTS.                            *
      *----------------------------------------------------------------*
       01  MIS-HEADING-1.
           05  FILLER                          PIC X(44)  VALUE
                 'CA420M10 - FL MISSED REPAYMENT REPORT       '.
           05  MIS-HDG-DATE                    PIC 9(08).
           05  FILLER                          PIC X(80)  VALUE SPACES.

       01  MIS-HEADING-2.
           05  FILLER                          PIC X(11)  VALUE
                 'FACILITY   '.
           05  FILLER                          PIC X(10)  VALUE
                 'COLLECTED '.
           05  FILLER                          PIC X(09)  VALUE
                 'BSB      '.
           05  FILLER                          PIC X(11)  VALUE
                 'ACCOUNT    '.
           05  FILLER                          PIC X(15)  VALUE
                 '     RETURNED  '.
           05  FILLER                          PIC X(35)  VALUE
                 'REASON'.
           05  FILLER                          PIC X(05)  VALUE
                 'NO.  '.
           05  FILLER                          PIC X(17)  VALUE
                 '  TOTAL ARREARS  '.
           05  FILLER                          PIC X(19)  VALUE
                 'NOTE'.

       01  MIS-DETAIL-LINE.
           05  MIS-DET-FACILITY                PIC X(09).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  MIS-DET-DATE                    PIC 9(08).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  MIS-DET-BSB                     PIC X(07).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  MIS-DET-ACCOUNT                 PIC X(09).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  MIS-DET-AMOUNT                  PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  MIS-DET-REASON-CODE             PIC X(01).
           05  FILLER                          PIC X(01)  VALUE SPACE.
           05  MIS-DET-REASON                  PIC X(30).
           05  FILLER                          PIC X(03)  VALUE SPACES.
           05  MIS-DET-MISSED                  PIC ZZ9.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  MIS-DET-ARREARS                 PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(03)  VALUE SPACES.
           05  MIS-DET-NOTE                    PIC X(18).
           05  FILLER                          PIC X(01)  VALUE SPACE.

       01  MIS-TOTAL-LINE.
           05  MIS-TOT-DESC                    PIC X(27).
           05  MIS-TOT-AMOUNT                  PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(88)  VALUE SPACES.

       01  MIS-COUNT-LINE.
           05  MIS-COUNT-DESC                  PIC X(27).
           05  MIS-COUNT-VALUE                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                          PIC X(94)  VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================*

      ******************************************************************
      *                                                                *
      *    0000-MAINLINE                                               *
      *                                                                *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MATCH-ARREARS
                   UNTIL RETURN-KEY-GV  = HIGH-KEY-CONST
                   AND   ARREARS-KEY-GV = HIGH-KEY-CONST
           PERFORM 5000-WRITE-CONTROL-TOTALS
           PERFORM 9000-TERMINATE
           IF DISHONOUR-CNT > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK
           .

      ******************************************************************
      *                                                                *
      *    1000-INITIALIZE                                             *
      *                                                                *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  PARMCARD-FILE
                       DDRETURN-FILE
                       ARRSIN-FILE
           OPEN OUTPUT ARRSOUT-FILE
                       MISSRPT-FILE
           ACCEPT RUN-DATE-GV FROM DATE YYYYMMDD
           MOVE DEFAULT-FOLLOW-UP-CNT TO FOLLOW-UP-LEVEL-GV
           READ PARMCARD-FILE
              AT END SET PARM-EOF TO TRUE
           END-READ
           IF NOT PARM-EOF
              AND PARM-FOLLOW-UP-CNT NUMERIC
              AND PARM-FOLLOW-UP-CNT > ZERO
              MOVE PARM-FOLLOW-UP-CNT TO FOLLOW-UP-LEVEL-GV
           END-IF
           MOVE RUN-DATE-GV         TO MIS-HDG-DATE
           WRITE MISSRPT-LINE FROM MIS-HEADING-1
           WRITE MISSRPT-LINE FROM MIS-HEADING-2
           PERFORM 8100-READ-RETURN
           PERFORM 8200-READ-ARREARS
           .

      ******************************************************************
      *                                                                *
      *    2000-MATCH-ARREARS                                          *
      *                                                                *
      *    RETURN BEFORE ARREARS - FIRST MISS ON THE FACILITY, A NEW   *
      *    ARREARS RECORD IS STARTED.  ARREARS BEFORE RETURN - NO      *
      *    MISS TODAY, THE RECORD IS CARRIED.  ON A MATCH EVERY        *
      *    RETURN FOR THE FACILITY IS ADDED IN.                        *
      *                                                                *
      ******************************************************************
       2000-MATCH-ARREARS.
           EVALUATE TRUE
              WHEN RETURN-KEY-GV < ARREARS-KEY-GV
                 MOVE SPACES        TO ARRSOUT-RECORD
                 MOVE RETURN-KEY-GV TO ARR-FACILITY-KEY-AO
                 MOVE ZERO          TO ARR-MISSED-CNT-AO
                                       ARR-ARREARS-AMT-AO
                                       ARR-FIRST-MISSED-AO
                 ADD 1 TO NEW-ARREARS-CNT
                 PERFORM 2100-APPLY-RETURN
                         UNTIL RETURN-KEY-GV NOT = ARR-FACILITY-KEY-AO
                 PERFORM 3000-WRITE-ARREARS
              WHEN RETURN-KEY-GV > ARREARS-KEY-GV
                 MOVE ARRSIN-RECORD TO ARRSOUT-RECORD
                 PERFORM 3000-WRITE-ARREARS
                 PERFORM 8200-READ-ARREARS
              WHEN OTHER
                 MOVE ARRSIN-RECORD TO ARRSOUT-RECORD
                 PERFORM 2100-APPLY-RETURN
                         UNTIL RETURN-KEY-GV NOT = ARR-FACILITY-KEY-AO
                 PERFORM 3000-WRITE-ARREARS
                 PERFORM 8200-READ-ARREARS
           END-EVALUATE
           .

      ******************************************************************
      *                                                                *
      *    2100-APPLY-RETURN                                           *
      *                                                                *
      ******************************************************************
       2100-APPLY-RETURN.
           ADD 1                    TO ARR-MISSED-CNT-AO
                                       DISHONOUR-CNT
           ADD DDR-AMOUNT           TO ARR-ARREARS-AMT-AO
                                       TOTAL-RETURNED-AMT
           IF ARR-FIRST-MISSED-AO = ZERO
              MOVE DDR-REF-DATE     TO ARR-FIRST-MISSED-AO
           END-IF
           MOVE DDR-REF-DATE        TO ARR-LAST-MISSED-AO
           MOVE DDR-RETURN-REASON   TO ARR-LAST-REASON-AO
           MOVE DDR-BSB             TO ARR-DEBIT-BSB-AO
           MOVE DDR-ACCOUNT         TO ARR-DEBIT-ACCT-AO
           PERFORM 2200-WRITE-MISSED-LINE
           PERFORM 8100-READ-RETURN
           .

      ******************************************************************
      *                                                                *
      *    2200-WRITE-MISSED-LINE                                      *
      *                                                                *
      ******************************************************************
       2200-WRITE-MISSED-LINE.
           MOVE DDR-REF-FACILITY    TO MIS-DET-FACILITY
           MOVE DDR-REF-DATE        TO MIS-DET-DATE
           MOVE DDR-BSB             TO MIS-DET-BSB
           MOVE DDR-ACCOUNT         TO MIS-DET-ACCOUNT
           MOVE DDR-AMOUNT          TO MIS-DET-AMOUNT
           MOVE DDR-RETURN-REASON   TO MIS-DET-REASON-CODE
           IF DDR-RETURN-REASON NUMERIC
              AND DDR-RETURN-REASON > '0'
              MOVE DDR-RETURN-REASON TO REASON-X
              MOVE REASON-TEXT-GV(REASON-X)
                                    TO MIS-DET-REASON
           ELSE
              MOVE 'UNKNOWN REASON CODE'
                                    TO MIS-DET-REASON
           END-IF
           MOVE ARR-MISSED-CNT-AO   TO MIS-DET-MISSED
           MOVE ARR-ARREARS-AMT-AO  TO MIS-DET-ARREARS
           IF ARR-MISSED-CNT-AO = FOLLOW-UP-LEVEL-GV
              MOVE '*** FOLLOW UP ***' TO MIS-DET-NOTE
              ADD 1 TO FOLLOW-UP-CNT
           ELSE
              IF ARR-MISSED-CNT-AO > FOLLOW-UP-LEVEL-GV
                 MOVE 'IN FOLLOW-UP'   TO MIS-DET-NOTE
              ELSE
                 MOVE SPACES           TO MIS-DET-NOTE
              END-IF
           END-IF
           WRITE MISSRPT-LINE FROM MIS-DETAIL-LINE
           .

      ******************************************************************
      *                                                                *
      *    3000-WRITE-ARREARS                                          *
      *                                                                *
      ******************************************************************
       3000-WRITE-ARREARS.
           WRITE ARRSOUT-RECORD
           ADD 1 TO ARREARS-WRITTEN-CNT
           ADD ARR-ARREARS-AMT-AO   TO TOTAL-ARREARS-AMT
           .

      ******************************************************************
      *                                                                *
      *    5000-WRITE-CONTROL-TOTALS                                   *
      *                                                                *
      ******************************************************************
       5000-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO MISSRPT-LINE
           WRITE MISSRPT-LINE
           MOVE 'RETURN RECORDS READ      : '
                                    TO MIS-COUNT-DESC
           MOVE RETURN-READ-CNT     TO MIS-COUNT-VALUE
           WRITE MISSRPT-LINE FROM MIS-COUNT-LINE
           MOVE 'NON-DEBIT RECORDS PASSED : '
                                    TO MIS-COUNT-DESC
           MOVE RETURN-PASSED-CNT   TO MIS-COUNT-VALUE
           WRITE MISSRPT-LINE FROM MIS-COUNT-LINE
           MOVE 'DISHONOURED DEBITS       : '
                                    TO MIS-COUNT-DESC
           MOVE DISHONOUR-CNT       TO MIS-COUNT-VALUE
           WRITE MISSRPT-LINE FROM MIS-COUNT-LINE
           MOVE 'FACILITIES NEW TO ARREARS: '
                                    TO MIS-COUNT-DESC
           MOVE NEW-ARREARS-CNT     TO MIS-COUNT-VALUE
           WRITE MISSRPT-LINE FROM MIS-COUNT-LINE
           MOVE 'REACHED FOLLOW-UP LEVEL  : '
                                    TO MIS-COUNT-DESC
           MOVE FOLLOW-UP-CNT       TO MIS-COUNT-VALUE
           WRITE MISSRPT-LINE FROM MIS-COUNT-LINE
           MOVE 'ARREARS RECORDS READ     : '
                                    TO MIS-COUNT-DESC
           MOVE ARREARS-READ-CNT    TO MIS-COUNT-VALUE
           WRITE MISSRPT-LINE FROM MIS-COUNT-LINE
           MOVE 'ARREARS RECORDS WRITTEN  : '
                                    TO MIS-COUNT-DESC
           MOVE ARREARS-WRITTEN-CNT TO MIS-COUNT-VALUE
           WRITE MISSRPT-LINE FROM MIS-COUNT-LINE
           MOVE 'TOTAL RETURNED           : '
                                    TO MIS-TOT-DESC
           MOVE TOTAL-RETURNED-AMT  TO MIS-TOT-AMOUNT
           WRITE MISSRPT-LINE FROM MIS-TOTAL-LINE
           MOVE 'TOTAL ARREARS            : '
                                    TO MIS-TOT-DESC
           MOVE TOTAL-ARREARS-AMT   TO MIS-TOT-AMOUNT
           WRITE MISSRPT-LINE FROM MIS-TOTAL-LINE
           .

      ******************************************************************
      *                                                                *
      *    8100-READ-RETURN                                            *
      *                                                                *
      *    ONLY RETURNED DEBITS (DETAIL, CODE 13) ARE PRESENTED.       *
      *                                                                *
      ******************************************************************
       8100-READ-RETURN.
           PERFORM 8150-READ-DDRETURN
           PERFORM 8160-PASS-NON-DEBIT
                   UNTIL DDRETURN-EOF
                   OR (DETAIL-RECORD-DDR AND DEBIT-TRAN-DDR)
           IF DDRETURN-EOF
              MOVE HIGH-VALUES      TO RETURN-KEY-GV
           ELSE
              MOVE DDR-REF-FACILITY TO RETURN-KEY-GV
           END-IF
           .

       8150-READ-DDRETURN.
           READ DDRETURN-FILE
              AT END SET DDRETURN-EOF TO TRUE
           END-READ
           IF NOT DDRETURN-EOF
              ADD 1 TO RETURN-READ-CNT
           END-IF
           .

       8160-PASS-NON-DEBIT.
           ADD 1 TO RETURN-PASSED-CNT
           PERFORM 8150-READ-DDRETURN
           .

      ******************************************************************
      *                                                                *
      *    8200-READ-ARREARS                                           *
      *                                                                *
      ******************************************************************
       8200-READ-ARREARS.
           READ ARRSIN-FILE
              AT END SET ARRSIN-EOF TO TRUE
           END-READ
           IF ARRSIN-EOF
              MOVE HIGH-VALUES      TO ARREARS-KEY-GV
           ELSE
              ADD 1 TO ARREARS-READ-CNT
              MOVE ARR-FACILITY-KEY-AI TO ARREARS-KEY-GV
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    9000-TERMINATE                                              *
      *                                                                *
      ******************************************************************
       9000-TERMINATE.
           CLOSE PARMCARD-FILE
                 DDRETURN-FILE
                 ARRSIN-FILE
                 ARRSOUT-FILE
                 MISSRPT-FILE
           .
