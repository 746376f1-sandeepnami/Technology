       IDENTIFICATION DIVISION.
      *================================================================*
       PROGRAM-ID.    AF0433M0.
       AUTHOR.        CAMS ACCOUNT OPENING TEAM.
       INSTALLATION.  HOST SYSTEMS - ACCOUNT FUNCTIONS.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
      *================================================================*
      *                                                                *
      *    AF0433M0 - UPFRONT FEE CHANGE IMPACT SIMULATION             *
      *                                                                *
      *    RUNS BETWEEN AF0430M0 CYCLES AGAINST THE PENDING-CHANGES    *
      *    FILE SO THE CHECKER CAN SEE WHAT A CHANGE DOES TO REVENUE   *
      *    BEFORE APPROVING IT.  THE REAL OPENS OF A CHOSEN WINDOW     *
      *    ARE RE-PRICED TWICE WITH THE AF0001M0 3800/3850 FEE         *
      *    LOGIC - ONCE UNDER THE CURRENT FEEMSTR AND ONCE WITH        *
      *    EVERY PENDING CHANGE APPLIED TO A COPY OF IT.               *
      *                                                                *
      *    THE OPENS ARE THE MESSAGES THAT LOGGED THE 3800 FEE STEP    *
      *    ON THE TRACELOG WITHIN THE WINDOW; THEIR IMAGES COME FROM   *
      *    MSGCAP (EITHER LAYOUT VERSION - THE FEE FIELDS ARE NOT      *
      *    MASKED, SO NO UNMASK IS NEEDED).  THE BSB IS TAKEN FROM     *
      *    THE FEEPOST CHARGE FOR THE MESSAGE AND FEE CODE; AN OPEN    *
      *    THAT POSTED NO FEE IS SHOWN UNDER BSB 000000.               *
      *                                                                *
      *    THE FEE IS PRICED GROSS - BEFORE ANY PARTIAL-DRAWDOWN       *
      *    PRORATE (WHICH NEEDS THE LIVE UNDRAWN LIMIT) AND BEFORE     *
      *    ANY WAIVER - SO BOTH SIDES ARE ON THE SAME FOOTING.  AN     *
      *    OPEN WHOSE FEE CODE HAS NO LIVE ENTRY PRICES AT ZERO.       *
      *                                                                *
      *    OUTPUTS:                                                    *
      *        FEESIMRP  IMPACT REPORT BY FEE CODE AND BSB - OPENS     *
      *                  PRICED, OPENS AFFECTED, OLD AND NEW FEE       *
      *                  TOTALS AND THE LARGEST INDIVIDUAL CHANGE,     *
      *                  WITH A SUBTOTAL PER FEE CODE                  *
      *        FEEIMPCT  THE SAME FIGURES AS A FILE, READ BY THE NEXT  *
      *                  AF0430M0 RUN AND PRINTED AGAINST EACH         *
      *                  CHANGE AWAITING APPROVAL                      *
      *                                                                *
      *    PARAMETER CARD (PARMCARD, OPTIONAL):                        *
      *        COLS  1-8   WINDOW FROM DATE CCYYMMDD                   *
      *        COLS  9-16  WINDOW TO DATE CCYYMMDD                     *
      *                    DEFAULT - THE PREVIOUS CALENDAR MONTH.      *
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

           SELECT FEEMSTR-FILE    ASSIGN TO FEEMSTR
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL PENDIN-FILE
                  ASSIGN TO PENDIN
                  ORGANIZATION IS SEQUENTIAL.

           SELECT TRACELOG-FILE   ASSIGN TO TRACELOG
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL FEEPOST-FILE
                  ASSIGN TO FEEPOST
                  ORGANIZATION IS SEQUENTIAL.

           SELECT MSGCAP-FILE     ASSIGN TO MSGCAP
                  ORGANIZATION IS SEQUENTIAL.

           SELECT FEEIMPCT-FILE   ASSIGN TO FEEIMPCT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT FEESIMRP-FILE   ASSIGN TO FEESIMRP
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
      *================================================================*
       FILE SECTION.

       FD  PARMCARD-FILE
           RECORDING MODE IS F.
       01  PARMCARD-RECORD.
           05  PARM-FROM-DATE                  PIC X(08).
           05  PARM-FROM-DATE-N REDEFINES PARM-FROM-DATE
                                               PIC 9(08).
           05  PARM-TO-DATE                    PIC X(08).
           05  PARM-TO-DATE-N REDEFINES PARM-TO-DATE
                                               PIC 9(08).
           05  FILLER                          PIC X(64).

      *    MIRROR OF THE FEEMSTR RECORD IN AF0001M0 AND AF0430M0 -
      *    THE LAYOUTS MUST STAY IN STEP.
       FD  FEEMSTR-FILE
           RECORDING MODE IS F.
       01  FEEMSTR-RECORD.
           05  FEE-CODE-FM                     PIC X(03).
           05  BSB-NBR-FM                      PIC 9(06).
           05  FEE-AMOUNT-FM                   PIC S9(07)V99.
           05  EFF-DATE-FM                     PIC 9(08).
           05  EXP-DATE-FM                     PIC 9(08).
           05  FEE-TYPE-FM                     PIC X(01).
           05  FEE-RATE-FM                     PIC 9(03)V9(04).
           05  FEE-MIN-FM                      PIC 9(07)V99.
           05  FEE-MAX-FM                      PIC 9(07)V99.
           05  FILLER                          PIC X(20).

      *    MIRROR OF THE AF0430M0 PENDING-CHANGES RECORD - THE TWO
      *    LAYOUTS MUST STAY IN STEP.
       FD  PENDIN-FILE
           RECORDING MODE IS F.
       01  PENDIN-RECORD.
           05  PND-CHANGE-ID-PI.
               10  PND-DATE-PI                 PIC 9(08).
               10  PND-SEQ-PI                  PIC 9(04).
           05  PND-MAKER-PI                    PIC X(08).
           05  PND-ACTION-PI                   PIC X(03).
               88  PND-ADD-PI                      VALUE 'ADD'.
               88  PND-AMD-PI                      VALUE 'AMD'.
               88  PND-EXP-PI                      VALUE 'EXP'.
           05  PND-FEE-CODE-PI                 PIC X(03).
           05  PND-BSB-NBR-PI                  PIC 9(06).
           05  PND-FEE-AMOUNT-PI               PIC 9(07)V99.
           05  PND-EFF-DATE-PI                 PIC 9(08).
           05  PND-EXP-DATE-PI                 PIC 9(08).
           05  PND-FEE-TYPE-PI                 PIC X(01).
               88  PND-RATE-TYPE-PI                VALUE 'R'.
           05  PND-FEE-RATE-PI                 PIC 9(03)V9(04).
           05  PND-FEE-MIN-PI                  PIC 9(07)V99.
           05  PND-FEE-MAX-PI                  PIC 9(07)V99.
           05  FILLER                          PIC X(17).

      *    MIRROR OF THE TRACELOG RECORD WRITTEN BY AF0001M0.
       FD  TRACELOG-FILE
           RECORDING MODE IS F.
       01  TRACELOG-RECORD.
           05  TRACE-MSG-ID-TL                 PIC X(16).
           05  TRACE-STEP-ID-TL                PIC X(04).
           05  TRACE-PKG-TYPE-TL               PIC X(03).
           05  TRACE-TIMESTAMP-TL.
               10  TRACE-DATE-TL               PIC 9(08).
               10  TRACE-TIME-TL               PIC 9(06).
           05  FILLER                          PIC X(43).

      *    MIRROR OF THE FEEPOST RECORD WRITTEN BY AF0001M0 (AS FAR
      *    AS THE FIELDS USED HERE) - THE LAYOUTS MUST STAY IN STEP.
       FD  FEEPOST-FILE
           RECORDING MODE IS F.
       01  FEEPOST-RECORD.
           05  POST-REC-TYPE-FP                PIC X(01).
               88  POST-DETAIL-FP                  VALUE 'D'.
           05  POST-MSG-ID-FP                  PIC X(16).
           05  POST-IND-FP                     PIC X(01).
               88  POST-CHARGE-FP                  VALUE 'C'.
           05  POST-FEE-CODE-FP                PIC X(03).
           05  POST-BSB-NBR-FP                 PIC X(06).
           05  FILLER                          PIC X(73).

      *    MIRROR OF THE MSGCAP RECORD WRITTEN BY AF0001M0.
       FD  MSGCAP-FILE
           RECORDING MODE IS F.
       01  MSGCAP-RECORD.
           05  CAP-MSG-ID                      PIC X(16).
           05  CAP-MESSAGE-IMAGE               PIC X(600).

      *----------------------------------------------------------------*
      *    FEEIMPCT - SIMULATED IMPACT, READ BY AF0430M0.  THIS        *
      *    RECORD LAYOUT IS MIRRORED IN AF0430M0 - THE TWO MUST STAY   *
      *    IN STEP.                                                    *
      *        'H' THE SIMULATION RUN - DATE, WINDOW, CHANGES TAKEN    *
      *        'D' ONE PER FEE CODE AND BSB                            *
      *----------------------------------------------------------------*
       FD  FEEIMPCT-FILE
           RECORDING MODE IS F.
       01  FEEIMPCT-RECORD.
           05  IMP-REC-TYPE-FI                 PIC X(01).
               88  IMP-HEADER-FI                   VALUE 'H'.
               88  IMP-DETAIL-FI                   VALUE 'D'.
           05  IMP-DETAIL-DATA-FI.
               10  IMP-FEE-CODE-FI             PIC X(03).
               10  IMP-BSB-NBR-FI              PIC X(06).
               10  IMP-PRICED-CNT-FI           PIC 9(07).
               10  IMP-AFFECTED-CNT-FI         PIC 9(07).
               10  IMP-OLD-TOTAL-FI            PIC S9(11)V99.
               10  IMP-NEW-TOTAL-FI            PIC S9(11)V99.
               10  IMP-LARGEST-CHG-FI          PIC S9(07)V99.
               10  FILLER                      PIC X(21).
           05  IMP-HEADER-DATA-FI REDEFINES IMP-DETAIL-DATA-FI.
               10  IMP-RUN-DATE-FI             PIC 9(08).
               10  IMP-FROM-DATE-FI            PIC 9(08).
               10  IMP-TO-DATE-FI              PIC 9(08).
               10  IMP-PENDING-CNT-FI          PIC 9(05).
               10  FILLER                      PIC X(50).

       FD  FEESIMRP-FILE
           RECORDING MODE IS F.
       01  FEESIMRP-LINE                       PIC X(132).

       WORKING-STORAGE SECTION.
      *================================================================*

       01  AF0433M0-SWITCHES.
           05  PARM-EOF-SW                     PIC X(01) VALUE 'N'.
               88  PARM-EOF                        VALUE 'Y'.
           05  FEEMSTR-EOF-SW                  PIC X(01) VALUE 'N'.
               88  FEEMSTR-EOF                     VALUE 'Y'.
           05  PENDIN-EOF-SW                   PIC X(01) VALUE 'N'.
               88  PENDIN-EOF                      VALUE 'Y'.
           05  TRACELOG-EOF-SW                 PIC X(01) VALUE 'N'.
               88  TRACELOG-EOF                    VALUE 'Y'.
           05  FEEPOST-EOF-SW                  PIC X(01) VALUE 'N'.
               88  FEEPOST-EOF                     VALUE 'Y'.
           05  MSGCAP-EOF-SW                   PIC X(01) VALUE 'N'.
               88  MSGCAP-EOF                      VALUE 'Y'.
           05  FEE-FOUND-SW                    PIC X(01) VALUE 'N'.
               88  FEE-ENTRY-FOUND                 VALUE 'Y'.
           05  OPEN-FOUND-SW                   PIC X(01) VALUE 'N'.
               88  OPEN-ENTRY-FOUND                VALUE 'Y'.
           05  POST-FOUND-SW                   PIC X(01) VALUE 'N'.
               88  POST-ENTRY-FOUND                VALUE 'Y'.
           05  IMP-FOUND-SW                    PIC X(01) VALUE 'N'.
               88  IMP-ENTRY-FOUND                 VALUE 'Y'.
           05  OPEN-FULL-SW                    PIC X(01) VALUE 'N'.
               88  OPEN-FULL-REPORTED              VALUE 'Y'.

       01  AF0433M0-CONTROL-COUNTS.
           05  FEEMSTR-READ-CNT                PIC S9(07) COMP-3
                                                   VALUE +0.
           05  PENDING-READ-CNT                PIC S9(07) COMP-3
                                                   VALUE +0.
           05  PENDING-APPLIED-CNT             PIC S9(07) COMP-3
                                                   VALUE +0.
           05  PENDING-NOT-APPLIED-CNT         PIC S9(07) COMP-3
                                                   VALUE +0.
           05  TRACE-READ-CNT                  PIC S9(07) COMP-3
                                                   VALUE +0.
           05  WINDOW-OPENS-CNT                PIC S9(07) COMP-3
                                                   VALUE +0.
           05  CAP-READ-CNT                    PIC S9(07) COMP-3
                                                   VALUE +0.
           05  CAP-REPRICED-CNT                PIC S9(07) COMP-3
                                                   VALUE +0.
           05  OCC-PRICED-CNT                  PIC S9(07) COMP-3
                                                   VALUE +0.
           05  OCC-AFFECTED-CNT                PIC S9(07) COMP-3
                                                   VALUE +0.
           05  NO-BSB-CNT                      PIC S9(07) COMP-3
                                                   VALUE +0.
           05  BAD-VERSION-CNT                 PIC S9(07) COMP-3
                                                   VALUE +0.
           05  OLD-GRAND-TOTAL                 PIC S9(11)V99 COMP-3
                                                   VALUE +0.
           05  NEW-GRAND-TOTAL                 PIC S9(11)V99 COMP-3
                                                   VALUE +0.

       01  AF0433M0-WORK-FIELDS.
           05  RUN-DATE-GV                     PIC 9(08).
           05  RUN-DATE-R REDEFINES RUN-DATE-GV.
               10  RUN-YY-GV                   PIC 9(04).
               10  RUN-MM-GV                   PIC 9(02).
               10  RUN-DD-GV                   PIC 9(02).
           05  FROM-DATE-GV                    PIC 9(08).
           05  FROM-DATE-R REDEFINES FROM-DATE-GV.
               10  FROM-YY-GV                  PIC 9(04).
               10  FROM-MM-GV                  PIC 9(02).
               10  FROM-DD-GV                  PIC 9(02).
           05  TO-DATE-GV                      PIC 9(08).
           05  TO-DATE-R REDEFINES TO-DATE-GV.
               10  TO-YY-GV                    PIC 9(04).
               10  TO-MM-GV                    PIC 9(02).
               10  TO-DD-GV                    PIC 9(02).
           05  SIM-X                           PIC S9(04) COMP.
           05  FEE-X                           PIC S9(04) COMP.
           05  FEE-Y                           PIC S9(04) COMP.
           05  OPEN-X                          PIC S9(04) COMP.
           05  POST-X                          PIC S9(04) COMP.
           05  IMP-X                           PIC S9(04) COMP.
           05  IMP-Y                           PIC S9(04) COMP.
           05  OCC-X                           PIC S9(04) COMP.
           05  MSG-VERSION-GV                  PIC 9(01).
           05  OCC-FEE-CODE-GV                 PIC X(03).
           05  OCC-AMOUNT-GV                   PIC S9(09)V99 COMP-3.
           05  OCC-BSB-GV                      PIC X(06).
           05  PRICE-FEE-GV                    PIC S9(07)V99 COMP-3.
           05  OLD-FEE-GV                      PIC S9(07)V99 COMP-3.
           05  NEW-FEE-GV                      PIC S9(07)V99 COMP-3.
           05  FEE-CHANGE-GV                   PIC S9(07)V99 COMP-3.
           05  ABS-CHANGE-GV                   PIC S9(07)V99 COMP-3.
           05  ABS-LARGEST-GV                  PIC S9(07)V99 COMP-3.
           05  NEW-FEE-KEY                     PIC X(09).
           05  NEW-IMP-KEY                     PIC X(09).
           05  PREV-FEE-CODE-GV                PIC X(03).
           05  PEND-RESULT-GV                  PIC X(30).

      *----------------------------------------------------------------*
      *    THE TWO FEE TABLES - (1) THE CURRENT FEEMSTR AS LOADED,     *
      *    (2) A COPY WITH THE PENDING CHANGES APPLIED.  BOTH ARE      *
      *    KEPT IN FEE CODE + BSB SEQUENCE AND EXPIRED ENTRIES STAY    *
      *    IN THE TABLE; THE PRICING SEARCH SKIPS THEM AS THE          *
      *    AF0001M0 LOAD DOES.                                         *
      *----------------------------------------------------------------*
       01  FEE-TABLE-AREA.
           05  FEE-TABLE-COUNT OCCURS 2 TIMES  PIC S9(04) COMP.
           05  FEE-TABLE OCCURS 2 TIMES.
               10  FEE-ENTRY OCCURS 100 TIMES.
                   15  FEE-KEY.
                       20  FEE-CODE            PIC X(03).
                       20  FEE-BSB-NBR         PIC 9(06).
                   15  FEE-AMOUNT              PIC S9(07)V99.
                   15  FEE-EXP-DATE            PIC 9(08).
                   15  FEE-TYPE                PIC X(01).
                       88  RATE-FEE-ENTRY          VALUE 'R'.
                   15  FEE-RATE                PIC 9(03)V9(04).
                   15  FEE-MIN                 PIC 9(07)V99.
                   15  FEE-MAX                 PIC 9(07)V99.
       01  FEE-SAVE-ENTRY                      PIC X(52).

      *----------------------------------------------------------------*
      *    MESSAGE IDS THAT LOGGED THE 3800 FEE STEP IN THE WINDOW.    *
      *----------------------------------------------------------------*
       01  OPEN-TABLE-COUNT                    PIC S9(04) COMP
                                                   VALUE +0.
       01  OPEN-TABLE.
           05  OPEN-MSG-ID OCCURS 3000 TIMES   PIC X(16).
       01  OPEN-WORK-ID                        PIC X(16).

      *----------------------------------------------------------------*
      *    FEEPOST CHARGES FOR THOSE MESSAGES - THE BSB PER MESSAGE    *
      *    AND FEE CODE.                                               *
      *----------------------------------------------------------------*
       01  POST-TABLE-COUNT                    PIC S9(04) COMP
                                                   VALUE +0.
       01  POST-TABLE.
           05  POST-ENTRY OCCURS 3000 TIMES.
               10  POST-MSG-ID                 PIC X(16).
               10  POST-FEE-CODE               PIC X(03).
               10  POST-BSB-NBR                PIC X(06).

      *----------------------------------------------------------------*
      *    IMPACT ACCUMULATORS IN FEE CODE + BSB SEQUENCE.  THE        *
      *    LARGEST CHANGE KEEPS ITS SIGN - A CUT SHOWS NEGATIVE.       *
      *----------------------------------------------------------------*
       01  IMP-TABLE-COUNT                     PIC S9(04) COMP
                                                   VALUE +0.
       01  IMP-TABLE.
           05  IMP-ENTRY OCCURS 500 TIMES.
               10  IMP-KEY.
                   15  IMP-FEE-CODE            PIC X(03).
                   15  IMP-BSB-NBR             PIC X(06).
               10  IMP-PRICED-CNT              PIC S9(07) COMP-3.
               10  IMP-AFFECTED-CNT            PIC S9(07) COMP-3.
               10  IMP-OLD-TOTAL               PIC S9(11)V99 COMP-3.
               10  IMP-NEW-TOTAL               PIC S9(11)V99 COMP-3.
               10  IMP-LARGEST-CHG             PIC S9(07)V99 COMP-3.
       01  IMP-SAVE-ENTRY                      PIC X(36).

       01  CODE-SUBTOTALS.
           05  SUB-PRICED-CNT                  PIC S9(07) COMP-3.
           05  SUB-AFFECTED-CNT                PIC S9(07) COMP-3.
           05  SUB-OLD-TOTAL                   PIC S9(11)V99 COMP-3.
           05  SUB-NEW-TOTAL                   PIC S9(11)V99 COMP-3.
           05  SUB-LARGEST-CHG                 PIC S9(07)V99 COMP-3.

      *----------------------------------------------------------------*
      *    SE1511P IMAGE VIEWS, AS FAR AS THE FEE FIELDS.  MIRRORS     *
      *    OF THE V2 AND V1 LAYOUTS IN AF0001M0 - THEY MUST STAY IN    *
      *    STEP.  ZZ 0 OR 1 IS V1 (NO EL09500 / EL09020 BYTES), ZZ 2   *
      *    IS V2.                                                      *
      *----------------------------------------------------------------*
       01  SE1511P-FEE-VIEW-V2.
           05  LL-SE1511P-V2                   PIC S9(04) COMP.
           05  ZZ-SE1511P-V2                   PIC S9(04) COMP.
           05  TRANCODE-SE1511P-V2             PIC X(08).
           05  EL33167-SE1511P-V2              PIC X(16).
           05  EL19804-SE1511P-V2              PIC X(02).
           05  EL08667-SE1511P-V2              PIC X(06).
           05  EL09500-SE1511P-V2              PIC X(01).
           05  SE1511P-ACCOUNT-GROUP-V2 OCCURS 3 TIMES.
               10  EL04398-SE1511P-V2          PIC X(09).
               10  EL33168-SE1511P-V2          PIC X(06).
               10  EL28910-SE1511P-V2          PIC X(06).
               10  EL06834-SE1511P-V2          PIC S9(09)V99 COMP-3.
               10  EL33189-SE1511P-V2          PIC S9(03) COMP-3.
               10  EL33193-SE1511P-V2          PIC X(01).
               10  EL33192-SE1511P-V2          PIC X(01).
               10  EL14444-SE1511P-V2          PIC X(09).
               10  EL33198-SE1511P-V2          PIC X(03).
               10  FILLER                      PIC X(94).
           05  FILLER                          PIC X(152).

       01  SE1511P-FEE-VIEW-V1.
           05  LL-SE1511P-V1                   PIC S9(04) COMP.
           05  ZZ-SE1511P-V1                   PIC S9(04) COMP.
           05  TRANCODE-SE1511P-V1             PIC X(08).
           05  EL33167-SE1511P-V1              PIC X(16).
           05  EL19804-SE1511P-V1              PIC X(02).
           05  EL08667-SE1511P-V1              PIC X(06).
           05  SE1511P-ACCOUNT-GROUP-V1 OCCURS 3 TIMES.
               10  EL04398-SE1511P-V1          PIC X(09).
               10  EL33168-SE1511P-V1          PIC X(06).
               10  EL28910-SE1511P-V1          PIC X(06).
               10  EL06834-SE1511P-V1          PIC S9(09)V99 COMP-3.
               10  EL33189-SE1511P-V1          PIC S9(03) COMP-3.
               10  EL33193-SE1511P-V1          PIC X(01).
               10  EL33192-SE1511P-V1          PIC X(01).
               10  EL14444-SE1511P-V1          PIC X(09).
               10  EL33198-SE1511P-V1          PIC X(03).
               10  FILLER                      PIC X(91).
           05  FILLER                          PIC X(162).

      *----------------------------------------------------------------*
      *    IMPACT REPORT LAYOUTS.                                      *
      *----------------------------------------------------------------*
       01  SIM-HEADING-1.
           05  FILLER                          PIC X(48)  VALUE
                 'AF0433M0 - UPFRONT FEE CHANGE IMPACT SIMULATION '.
           05  SIM-HDG-DATE                    PIC 9(08).
           05  FILLER                          PIC X(76)  VALUE SPACES.

       01  SIM-WINDOW-LINE.
           05  FILLER                          PIC X(27)  VALUE
                 'OPENS RE-PRICED FROM     : '.
           05  SIM-WINDOW-FROM                 PIC 9(08).
           05  FILLER                          PIC X(04)  VALUE
                 ' TO '.
           05  SIM-WINDOW-TO                   PIC 9(08).
           05  FILLER                          PIC X(85)  VALUE SPACES.

       01  PEND-HEADING.
           05  FILLER                          PIC X(50)  VALUE
                 'PENDING CHANGES SIMULATED                         '.
           05  FILLER                          PIC X(82)  VALUE SPACES.

       01  PEND-DETAIL-LINE.
           05  PEND-DET-CHANGE-ID              PIC X(12).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  PEND-DET-ACTION                 PIC X(03).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  PEND-DET-CODE                   PIC X(03).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  PEND-DET-BSB                    PIC 9(06).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  PEND-DET-MAKER                  PIC X(08).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  PEND-DET-RESULT                 PIC X(30).
           05  FILLER                          PIC X(60)  VALUE SPACES.

       01  IMP-HEADING-1.
           05  FILLER                          PIC X(50)  VALUE
                 'CODE  BSB       OPENS  AFFECTED      OLD FEES TOTA'.
           05  FILLER                          PIC X(50)  VALUE
                 'L      NEW FEES TOTAL        DIFFERENCE    LARGEST'.
           05  FILLER                          PIC X(32)  VALUE
                 ' CHANGE                         '.

       01  IMP-DETAIL-LINE.
           05  IMP-DET-CODE                    PIC X(03).
           05  FILLER                          PIC X(03)  VALUE SPACES.
           05  IMP-DET-BSB                     PIC X(06).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  IMP-DET-PRICED                  PIC ZZZ,ZZ9.
           05  FILLER                          PIC X(03)  VALUE SPACES.
           05  IMP-DET-AFFECTED                PIC ZZZ,ZZ9.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  IMP-DET-OLD-TOTAL               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                          PIC X(04)  VALUE SPACES.
           05  IMP-DET-NEW-TOTAL               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                          PIC X(03)  VALUE SPACES.
           05  IMP-DET-DIFFERENCE              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                          PIC X(03)  VALUE SPACES.
           05  IMP-DET-LARGEST                 PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                          PIC X(31)  VALUE SPACES.

       01  SIM-COUNT-LINE.
           05  SIM-COUNT-DESC                  PIC X(27).
           05  SIM-COUNT-VALUE                 PIC ZZZ,ZZ9.
           05  FILLER                          PIC X(98)  VALUE SPACES.

       01  SIM-AMOUNT-LINE.
           05  SIM-AMOUNT-DESC                 PIC X(27).
           05  SIM-AMOUNT-VALUE                PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                          PIC X(90)  VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================*

      ******************************************************************
      *                                                                *
      *    0000-MAINLINE                                               *
      *                                                                *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-LOAD-FEE-MASTER
           PERFORM 1400-APPLY-PENDING-CHANGES
           PERFORM 1600-LOAD-WINDOW-OPENS
           PERFORM 1800-LOAD-FEE-POSTINGS
           PERFORM 8500-READ-MSGCAP
           PERFORM 2000-REPRICE-ONE-MESSAGE
                   UNTIL MSGCAP-EOF
           PERFORM 3000-WRITE-IMPACT
           PERFORM 4000-WRITE-CONTROL-COUNTS
           PERFORM 9000-TERMINATE
           GOBACK
           .

      ******************************************************************
      *                                                                *
      *    1000-INITIALIZE                                             *
      *                                                                *
      *    THE WINDOW DEFAULTS TO THE PREVIOUS CALENDAR MONTH.  A      *
      *    TO DATE OF DAY 31 IS ONLY EVER USED AS A HIGH BOUND.        *
      *                                                                *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  PARMCARD-FILE
                       FEEMSTR-FILE
                       PENDIN-FILE
                       TRACELOG-FILE
                       FEEPOST-FILE
                       MSGCAP-FILE
           OPEN OUTPUT FEEIMPCT-FILE
                       FEESIMRP-FILE
           ACCEPT RUN-DATE-GV FROM DATE YYYYMMDD
           MOVE RUN-DATE-GV         TO FROM-DATE-GV
           IF FROM-MM-GV = 1
              MOVE 12               TO FROM-MM-GV
              SUBTRACT 1 FROM FROM-YY-GV
           ELSE
              SUBTRACT 1 FROM FROM-MM-GV
           END-IF
           MOVE 1                   TO FROM-DD-GV
           MOVE FROM-DATE-GV        TO TO-DATE-GV
           MOVE 31                  TO TO-DD-GV
           READ PARMCARD-FILE
              AT END SET PARM-EOF TO TRUE
           END-READ
           IF NOT PARM-EOF
              IF PARM-FROM-DATE NUMERIC
                 AND PARM-TO-DATE NUMERIC
                 AND PARM-FROM-DATE-N NOT > PARM-TO-DATE-N
                 MOVE PARM-FROM-DATE-N TO FROM-DATE-GV
                 MOVE PARM-TO-DATE-N   TO TO-DATE-GV
              ELSE
                 DISPLAY 'AF0433M0 - INVALID WINDOW ON PARMCARD, '
                         'PREVIOUS MONTH USED'
              END-IF
           END-IF
           MOVE ZERO                TO FEE-TABLE-COUNT(1)
                                       FEE-TABLE-COUNT(2)
           MOVE RUN-DATE-GV         TO SIM-HDG-DATE
           WRITE FEESIMRP-LINE FROM SIM-HEADING-1
           MOVE FROM-DATE-GV        TO SIM-WINDOW-FROM
           MOVE TO-DATE-GV          TO SIM-WINDOW-TO
           WRITE FEESIMRP-LINE FROM SIM-WINDOW-LINE
           .

      ******************************************************************
      *                                                                *
      *    1200-LOAD-FEE-MASTER                                        *
      *                                                                *
      *    THE CURRENT MASTER GOES TO TABLE 1 AS IT STANDS (IT IS      *
      *    ALREADY IN FEE CODE + BSB SEQUENCE) AND IS COPIED TO        *
      *    TABLE 2 FOR THE PENDING CHANGES.                            *
      *                                                                *
      ******************************************************************
       1200-LOAD-FEE-MASTER.
           PERFORM 8100-READ-FEE-MASTER
           PERFORM 1250-STORE-FEE-ENTRY
                   UNTIL FEEMSTR-EOF
                   OR FEE-TABLE-COUNT(1) = 100
           IF NOT FEEMSTR-EOF
              DISPLAY 'AF0433M0 - FEE MASTER EXCEEDS TABLE CAPACITY'
           END-IF
           MOVE FEE-TABLE(1)        TO FEE-TABLE(2)
           MOVE FEE-TABLE-COUNT(1)  TO FEE-TABLE-COUNT(2)
           .

       1250-STORE-FEE-ENTRY.
           ADD 1 TO FEE-TABLE-COUNT(1)
           MOVE FEE-TABLE-COUNT(1)  TO FEE-X
           MOVE FEE-CODE-FM         TO FEE-CODE(1, FEE-X)
           MOVE BSB-NBR-FM          TO FEE-BSB-NBR(1, FEE-X)
           MOVE FEE-AMOUNT-FM       TO FEE-AMOUNT(1, FEE-X)
           MOVE EXP-DATE-FM         TO FEE-EXP-DATE(1, FEE-X)
           IF FEE-TYPE-FM = 'R'
              MOVE FEE-TYPE-FM      TO FEE-TYPE(1, FEE-X)
              MOVE FEE-RATE-FM      TO FEE-RATE(1, FEE-X)
              MOVE FEE-MIN-FM       TO FEE-MIN(1, FEE-X)
              MOVE FEE-MAX-FM       TO FEE-MAX(1, FEE-X)
           ELSE
              MOVE 'F'              TO FEE-TYPE(1, FEE-X)
              MOVE ZERO             TO FEE-RATE(1, FEE-X)
                                       FEE-MIN(1, FEE-X)
                                       FEE-MAX(1, FEE-X)
           END-IF
           PERFORM 8100-READ-FEE-MASTER
           .

      ******************************************************************
      *                                                                *
      *    1400-APPLY-PENDING-CHANGES                                  *
      *                                                                *
      *    EVERY CHANGE ON THE PENDING FILE IS APPLIED TO TABLE 2 AS   *
      *    THE AF0430M0 MASTER UPDATE WOULD APPLY IT: AN ADD ONLY      *
      *    FOR A KEY NOT ON THE MASTER, AN AMEND OR EXPIRE ONLY FOR    *
      *    ONE THAT IS.                                                *
      *                                                                *
      ******************************************************************
       1400-APPLY-PENDING-CHANGES.
           WRITE FEESIMRP-LINE FROM PEND-HEADING
           PERFORM 8200-READ-PENDING
           PERFORM 1450-APPLY-ONE-CHANGE
                   UNTIL PENDIN-EOF
           .

       1450-APPLY-ONE-CHANGE.
           ADD 1 TO PENDING-READ-CNT
           MOVE PND-FEE-CODE-PI     TO NEW-FEE-KEY(1:3)
           MOVE PND-BSB-NBR-PI      TO NEW-FEE-KEY(4:6)
           MOVE 2                   TO SIM-X
           PERFORM 1500-FIND-FEE-KEY
           EVALUATE TRUE
              WHEN PND-ADD-PI
                   AND NOT FEE-ENTRY-FOUND
                   AND FEE-TABLE-COUNT(2) < 100
                 PERFORM 1550-INSERT-FEE-ENTRY
                 PERFORM 1575-CARRY-PENDING-PRICE
                 MOVE ZERO          TO FEE-EXP-DATE(2, FEE-X)
                 MOVE 'ADDED'       TO PEND-RESULT-GV
              WHEN PND-AMD-PI
                   AND FEE-ENTRY-FOUND
                 PERFORM 1575-CARRY-PENDING-PRICE
                 MOVE 'AMENDED'     TO PEND-RESULT-GV
              WHEN PND-EXP-PI
                   AND FEE-ENTRY-FOUND
                 MOVE PND-EXP-DATE-PI
                                    TO FEE-EXP-DATE(2, FEE-X)
                 MOVE 'EXPIRED'     TO PEND-RESULT-GV
              WHEN PND-ADD-PI
                   AND NOT FEE-ENTRY-FOUND
                 MOVE 'NOT SIMULATED - TABLE FULL'
                                    TO PEND-RESULT-GV
              WHEN PND-ADD-PI
                 MOVE 'NOT SIMULATED - KEY ON MASTER'
                                    TO PEND-RESULT-GV
              WHEN OTHER
                 MOVE 'NOT SIMULATED - NO MASTER KEY'
                                    TO PEND-RESULT-GV
           END-EVALUATE
           IF PEND-RESULT-GV(1:3) = 'NOT'
              ADD 1 TO PENDING-NOT-APPLIED-CNT
           ELSE
              ADD 1 TO PENDING-APPLIED-CNT
           END-IF
           MOVE PND-CHANGE-ID-PI    TO PEND-DET-CHANGE-ID
           MOVE PND-ACTION-PI       TO PEND-DET-ACTION
           MOVE PND-FEE-CODE-PI     TO PEND-DET-CODE
           MOVE PND-BSB-NBR-PI      TO PEND-DET-BSB
           MOVE PND-MAKER-PI        TO PEND-DET-MAKER
           MOVE PEND-RESULT-GV      TO PEND-DET-RESULT
           WRITE FEESIMRP-LINE FROM PEND-DETAIL-LINE
           PERFORM 8200-READ-PENDING
           .

      *    FIND NEW-FEE-KEY IN TABLE SIM-X.  LEFT AT THE ENTRY WHEN
      *    FOUND.
       1500-FIND-FEE-KEY.
           MOVE 'N' TO FEE-FOUND-SW
           MOVE 1   TO FEE-X
           PERFORM 1525-MATCH-FEE-KEY
                   UNTIL FEE-X > FEE-TABLE-COUNT(SIM-X)
                   OR FEE-ENTRY-FOUND
           .

       1525-MATCH-FEE-KEY.
           IF FEE-KEY(SIM-X, FEE-X) = NEW-FEE-KEY
              SET FEE-ENTRY-FOUND TO TRUE
           ELSE
              ADD 1 TO FEE-X
           END-IF
           .

      *    OPEN A SLOT FOR NEW-FEE-KEY IN TABLE 2 IN KEY SEQUENCE AND
      *    LEAVE FEE-X ON IT.
       1550-INSERT-FEE-ENTRY.
           ADD 1 TO FEE-TABLE-COUNT(2)
           MOVE FEE-TABLE-COUNT(2)  TO FEE-X
           PERFORM 1560-SHIFT-FEE-ENTRY
                   UNTIL FEE-X = 1
                   OR FEE-KEY(2, FEE-X - 1) < NEW-FEE-KEY
           MOVE SPACES              TO FEE-ENTRY(2, FEE-X)
           MOVE NEW-FEE-KEY         TO FEE-KEY(2, FEE-X)
           .

       1560-SHIFT-FEE-ENTRY.
           MOVE FEE-ENTRY(2, FEE-X - 1) TO FEE-SAVE-ENTRY
           MOVE FEE-SAVE-ENTRY          TO FEE-ENTRY(2, FEE-X)
           SUBTRACT 1 FROM FEE-X
           .

      *    THE AF0430M0 3400 RULE - ANYTHING BUT 'R' IS A FLAT ENTRY.
       1575-CARRY-PENDING-PRICE.
           MOVE PND-FEE-AMOUNT-PI   TO FEE-AMOUNT(2, FEE-X)
           IF PND-RATE-TYPE-PI
              MOVE 'R'              TO FEE-TYPE(2, FEE-X)
              MOVE PND-FEE-RATE-PI  TO FEE-RATE(2, FEE-X)
              MOVE PND-FEE-MIN-PI   TO FEE-MIN(2, FEE-X)
              MOVE PND-FEE-MAX-PI   TO FEE-MAX(2, FEE-X)
           ELSE
              MOVE 'F'              TO FEE-TYPE(2, FEE-X)
              MOVE ZERO             TO FEE-RATE(2, FEE-X)
                                       FEE-MIN(2, FEE-X)
                                       FEE-MAX(2, FEE-X)
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    1600-LOAD-WINDOW-OPENS                                      *
      *                                                                *
      *    EVERY MESSAGE THAT LOGGED THE 3800 FEE STEP WITHIN THE      *
      *    WINDOW, ONCE EACH.                                          *
      *                                                                *
      ******************************************************************
       1600-LOAD-WINDOW-OPENS.
           PERFORM 8300-READ-TRACE-LOG
           PERFORM 1650-NOTE-WINDOW-OPEN
                   UNTIL TRACELOG-EOF
           .

       1650-NOTE-WINDOW-OPEN.
           IF TRACE-STEP-ID-TL = '3800'
              AND TRACE-DATE-TL NOT < FROM-DATE-GV
              AND TRACE-DATE-TL NOT > TO-DATE-GV
              MOVE TRACE-MSG-ID-TL  TO OPEN-WORK-ID
              PERFORM 1700-FIND-OPEN
              IF NOT OPEN-ENTRY-FOUND
                 IF OPEN-TABLE-COUNT < 3000
                    ADD 1 TO OPEN-TABLE-COUNT
                    MOVE TRACE-MSG-ID-TL
                      TO OPEN-MSG-ID(OPEN-TABLE-COUNT)
                    ADD 1 TO WINDOW-OPENS-CNT
                 ELSE
                    IF NOT OPEN-FULL-REPORTED
                       DISPLAY 'AF0433M0 - WINDOW HOLDS MORE THAN '
                               '3000 OPENS, THE REST NOT SIMULATED'
                       SET OPEN-FULL-REPORTED TO TRUE
                    END-IF
                 END-IF
              END-IF
           END-IF
           PERFORM 8300-READ-TRACE-LOG
           .

       1700-FIND-OPEN.
           MOVE 'N' TO OPEN-FOUND-SW
           MOVE 1   TO OPEN-X
           PERFORM 1725-MATCH-OPEN
                   UNTIL OPEN-X > OPEN-TABLE-COUNT
                   OR OPEN-ENTRY-FOUND
           .

       1725-MATCH-OPEN.
           IF OPEN-MSG-ID(OPEN-X) = OPEN-WORK-ID
              SET OPEN-ENTRY-FOUND TO TRUE
           ELSE
              ADD 1 TO OPEN-X
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    1800-LOAD-FEE-POSTINGS                                      *
      *                                                                *
      *    THE BSB EACH WINDOW OPEN WAS CHARGED UNDER, FROM ITS        *
      *    FEEPOST CHARGE RECORD.                                      *
      *                                                                *
      ******************************************************************
       1800-LOAD-FEE-POSTINGS.
           PERFORM 8400-READ-FEE-POSTING
           PERFORM 1850-STORE-FEE-POSTING
                   UNTIL FEEPOST-EOF
                   OR POST-TABLE-COUNT = 3000
           .

       1850-STORE-FEE-POSTING.
           IF POST-DETAIL-FP
              AND POST-CHARGE-FP
              MOVE POST-MSG-ID-FP   TO OPEN-WORK-ID
              PERFORM 1700-FIND-OPEN
              IF OPEN-ENTRY-FOUND
                 ADD 1 TO POST-TABLE-COUNT
                 MOVE POST-MSG-ID-FP
                   TO POST-MSG-ID(POST-TABLE-COUNT)
                 MOVE POST-FEE-CODE-FP
                   TO POST-FEE-CODE(POST-TABLE-COUNT)
                 MOVE POST-BSB-NBR-FP
                   TO POST-BSB-NBR(POST-TABLE-COUNT)
              END-IF
           END-IF
           PERFORM 8400-READ-FEE-POSTING
           .

      ******************************************************************
      *                                                                *
      *    2000-REPRICE-ONE-MESSAGE                                    *
      *                                                                *
      *    A CAPTURED MESSAGE IN THE WINDOW HAS EACH ACCOUNT           *
      *    OCCURRENCE CARRYING A FEE CODE PRICED UNDER BOTH TABLES.    *
      *                                                                *
      ******************************************************************
       2000-REPRICE-ONE-MESSAGE.
           ADD 1 TO CAP-READ-CNT
           MOVE CAP-MSG-ID          TO OPEN-WORK-ID
           PERFORM 1700-FIND-OPEN
           IF OPEN-ENTRY-FOUND
              MOVE CAP-MESSAGE-IMAGE TO SE1511P-FEE-VIEW-V2
              EVALUATE ZZ-SE1511P-V2
                 WHEN 0
                 WHEN 1
                    MOVE 1          TO MSG-VERSION-GV
                    MOVE CAP-MESSAGE-IMAGE
                                    TO SE1511P-FEE-VIEW-V1
                 WHEN 2
                    MOVE 2          TO MSG-VERSION-GV
                 WHEN OTHER
                    MOVE ZERO       TO MSG-VERSION-GV
                    ADD 1 TO BAD-VERSION-CNT
              END-EVALUATE
              IF MSG-VERSION-GV > ZERO
                 ADD 1 TO CAP-REPRICED-CNT
                 MOVE 1 TO OCC-X
                 PERFORM 2100-REPRICE-OCCURRENCE
                         UNTIL OCC-X > 3
              END-IF
           END-IF
           PERFORM 8500-READ-MSGCAP
           .

       2100-REPRICE-OCCURRENCE.
           IF MSG-VERSION-GV = 1
              MOVE EL33198-SE1511P-V1(OCC-X) TO OCC-FEE-CODE-GV
              MOVE EL06834-SE1511P-V1(OCC-X) TO OCC-AMOUNT-GV
           ELSE
              MOVE EL33198-SE1511P-V2(OCC-X) TO OCC-FEE-CODE-GV
              MOVE EL06834-SE1511P-V2(OCC-X) TO OCC-AMOUNT-GV
           END-IF
           IF OCC-FEE-CODE-GV NOT = SPACES
              AND OCC-FEE-CODE-GV NOT = LOW-VALUES
              AND OCC-AMOUNT-GV NUMERIC
              ADD 1 TO OCC-PRICED-CNT
              MOVE 1 TO SIM-X
              PERFORM 2200-PRICE-FEE
              MOVE PRICE-FEE-GV     TO OLD-FEE-GV
              MOVE 2 TO SIM-X
              PERFORM 2200-PRICE-FEE
              MOVE PRICE-FEE-GV     TO NEW-FEE-GV
              PERFORM 2300-FIND-POSTED-BSB
              PERFORM 2400-ACCUMULATE-IMPACT THRU 2400-EXIT
           END-IF
           ADD 1 TO OCC-X
           .

      ******************************************************************
      *                                                                *
      *    2200-PRICE-FEE                                              *
      *                                                                *
      *    THE AF0001M0 3800/3850 PRICING AGAINST TABLE SIM-X: THE     *
      *    FIRST LIVE ENTRY FOR THE FEE CODE, A RATE ENTRY PRICED      *
      *    FROM THE DEPOSIT AMOUNT, FLOORED AND CAPPED, A FLAT ENTRY   *
      *    AT ITS AMOUNT.  NO LIVE ENTRY, OR A ZERO RATE OR AMOUNT     *
      *    (WHICH AF0001M0 REJECTS), PRICES AT ZERO.                   *
      *                                                                *
      ******************************************************************
       2200-PRICE-FEE.
           MOVE ZERO TO PRICE-FEE-GV
           MOVE 'N'  TO FEE-FOUND-SW
           MOVE 1    TO FEE-X
           PERFORM 2250-MATCH-LIVE-FEE
                   UNTIL FEE-X > FEE-TABLE-COUNT(SIM-X)
                   OR FEE-ENTRY-FOUND
           IF FEE-ENTRY-FOUND
              IF RATE-FEE-ENTRY(SIM-X, FEE-X)
                 IF FEE-RATE(SIM-X, FEE-X) > ZERO
                    COMPUTE PRICE-FEE-GV ROUNDED =
                            OCC-AMOUNT-GV
                          * FEE-RATE(SIM-X, FEE-X) / 100
                    IF PRICE-FEE-GV < FEE-MIN(SIM-X, FEE-X)
                       MOVE FEE-MIN(SIM-X, FEE-X)
                                    TO PRICE-FEE-GV
                    END-IF
                    IF FEE-MAX(SIM-X, FEE-X) > ZERO
                       AND PRICE-FEE-GV > FEE-MAX(SIM-X, FEE-X)
                       MOVE FEE-MAX(SIM-X, FEE-X)
                                    TO PRICE-FEE-GV
                    END-IF
                 END-IF
              ELSE
                 MOVE FEE-AMOUNT(SIM-X, FEE-X)
                                    TO PRICE-FEE-GV
              END-IF
           END-IF
           .

       2250-MATCH-LIVE-FEE.
           IF FEE-CODE(SIM-X, FEE-X) = OCC-FEE-CODE-GV
              AND (FEE-EXP-DATE(SIM-X, FEE-X) = ZERO
               OR FEE-EXP-DATE(SIM-X, FEE-X) NOT < RUN-DATE-GV)
              SET FEE-ENTRY-FOUND TO TRUE
           ELSE
              ADD 1 TO FEE-X
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    2300-FIND-POSTED-BSB                                        *
      *                                                                *
      ******************************************************************
       2300-FIND-POSTED-BSB.
           MOVE 'N' TO POST-FOUND-SW
           MOVE 1   TO POST-X
           PERFORM 2350-MATCH-POSTING
                   UNTIL POST-X > POST-TABLE-COUNT
                   OR POST-ENTRY-FOUND
           IF POST-ENTRY-FOUND
              MOVE POST-BSB-NBR(POST-X) TO OCC-BSB-GV
           ELSE
              MOVE '000000'         TO OCC-BSB-GV
              ADD 1 TO NO-BSB-CNT
           END-IF
           .

       2350-MATCH-POSTING.
           IF POST-MSG-ID(POST-X) = CAP-MSG-ID
              AND POST-FEE-CODE(POST-X) = OCC-FEE-CODE-GV
              SET POST-ENTRY-FOUND TO TRUE
           ELSE
              ADD 1 TO POST-X
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    2400-ACCUMULATE-IMPACT                                      *
      *                                                                *
      *    ADD THE OCCURRENCE TO ITS FEE CODE + BSB ACCUMULATOR,       *
      *    OPENING ONE IN KEY SEQUENCE IF THIS IS THE FIRST.           *
      *                                                                *
      ******************************************************************
       2400-ACCUMULATE-IMPACT.
           MOVE OCC-FEE-CODE-GV     TO NEW-IMP-KEY(1:3)
           MOVE OCC-BSB-GV          TO NEW-IMP-KEY(4:6)
           MOVE 'N' TO IMP-FOUND-SW
           MOVE 1   TO IMP-X
           PERFORM 2425-MATCH-IMPACT
                   UNTIL IMP-X > IMP-TABLE-COUNT
                   OR IMP-ENTRY-FOUND
           IF NOT IMP-ENTRY-FOUND
              IF IMP-TABLE-COUNT = 500
                 DISPLAY 'AF0433M0 - IMPACT TABLE FULL, '
                         NEW-IMP-KEY ' NOT REPORTED'
                 GO TO 2400-EXIT
              END-IF
              ADD 1 TO IMP-TABLE-COUNT
              MOVE IMP-TABLE-COUNT  TO IMP-X
              PERFORM 2450-SHIFT-IMPACT
                      UNTIL IMP-X = 1
                      OR IMP-KEY(IMP-X - 1) < NEW-IMP-KEY
              MOVE NEW-IMP-KEY      TO IMP-KEY(IMP-X)
              MOVE ZERO             TO IMP-PRICED-CNT(IMP-X)
                                       IMP-AFFECTED-CNT(IMP-X)
                                       IMP-OLD-TOTAL(IMP-X)
                                       IMP-NEW-TOTAL(IMP-X)
                                       IMP-LARGEST-CHG(IMP-X)
           END-IF
           ADD 1                    TO IMP-PRICED-CNT(IMP-X)
           ADD OLD-FEE-GV           TO IMP-OLD-TOTAL(IMP-X)
                                       OLD-GRAND-TOTAL
           ADD NEW-FEE-GV           TO IMP-NEW-TOTAL(IMP-X)
                                       NEW-GRAND-TOTAL
           COMPUTE FEE-CHANGE-GV = NEW-FEE-GV - OLD-FEE-GV
           IF FEE-CHANGE-GV NOT = ZERO
              ADD 1 TO IMP-AFFECTED-CNT(IMP-X)
              ADD 1 TO OCC-AFFECTED-CNT
              MOVE FEE-CHANGE-GV    TO ABS-CHANGE-GV
              IF ABS-CHANGE-GV < ZERO
                 MULTIPLY -1 BY ABS-CHANGE-GV
              END-IF
              MOVE IMP-LARGEST-CHG(IMP-X) TO ABS-LARGEST-GV
              IF ABS-LARGEST-GV < ZERO
                 MULTIPLY -1 BY ABS-LARGEST-GV
              END-IF
              IF ABS-CHANGE-GV > ABS-LARGEST-GV
                 MOVE FEE-CHANGE-GV TO IMP-LARGEST-CHG(IMP-X)
              END-IF
           END-IF
           .
       2400-EXIT.
           EXIT.

       2425-MATCH-IMPACT.
           IF IMP-KEY(IMP-X) = NEW-IMP-KEY
              SET IMP-ENTRY-FOUND TO TRUE
           ELSE
              ADD 1 TO IMP-X
           END-IF
           .

       2450-SHIFT-IMPACT.
           MOVE IMP-ENTRY(IMP-X - 1) TO IMP-SAVE-ENTRY
           MOVE IMP-SAVE-ENTRY       TO IMP-ENTRY(IMP-X)
           SUBTRACT 1 FROM IMP-X
           .

      ******************************************************************
      *                                                                *
      *    3000-WRITE-IMPACT                                           *
      *                                                                *
      *    ONE LINE PER FEE CODE AND BSB, A SUBTOTAL ON EACH CHANGE    *
      *    OF FEE CODE, AND THE SAME DETAIL TO FEEIMPCT BEHIND A       *
      *    HEADER NAMING THE RUN.                                      *
      *                                                                *
      ******************************************************************
       3000-WRITE-IMPACT.
           MOVE SPACES              TO FEEIMPCT-RECORD
           SET IMP-HEADER-FI        TO TRUE
           MOVE RUN-DATE-GV         TO IMP-RUN-DATE-FI
           MOVE FROM-DATE-GV        TO IMP-FROM-DATE-FI
           MOVE TO-DATE-GV          TO IMP-TO-DATE-FI
           MOVE PENDING-APPLIED-CNT TO IMP-PENDING-CNT-FI
           WRITE FEEIMPCT-RECORD
           MOVE SPACES              TO FEESIMRP-LINE
           WRITE FEESIMRP-LINE
           WRITE FEESIMRP-LINE FROM IMP-HEADING-1
           MOVE SPACES              TO PREV-FEE-CODE-GV
           MOVE 1 TO IMP-X
           PERFORM 3100-WRITE-ONE-IMPACT
                   UNTIL IMP-X > IMP-TABLE-COUNT
           IF IMP-TABLE-COUNT > ZERO
              PERFORM 3200-WRITE-CODE-SUBTOTAL
           END-IF
           .

       3100-WRITE-ONE-IMPACT.
           IF IMP-FEE-CODE(IMP-X) NOT = PREV-FEE-CODE-GV
              IF PREV-FEE-CODE-GV NOT = SPACES
                 PERFORM 3200-WRITE-CODE-SUBTOTAL
              END-IF
              MOVE IMP-FEE-CODE(IMP-X) TO PREV-FEE-CODE-GV
              MOVE ZERO             TO SUB-PRICED-CNT
                                       SUB-AFFECTED-CNT
                                       SUB-OLD-TOTAL
                                       SUB-NEW-TOTAL
                                       SUB-LARGEST-CHG
           END-IF
           ADD IMP-PRICED-CNT(IMP-X)   TO SUB-PRICED-CNT
           ADD IMP-AFFECTED-CNT(IMP-X) TO SUB-AFFECTED-CNT
           ADD IMP-OLD-TOTAL(IMP-X)    TO SUB-OLD-TOTAL
           ADD IMP-NEW-TOTAL(IMP-X)    TO SUB-NEW-TOTAL
           MOVE IMP-LARGEST-CHG(IMP-X) TO ABS-CHANGE-GV
           IF ABS-CHANGE-GV < ZERO
              MULTIPLY -1 BY ABS-CHANGE-GV
           END-IF
           MOVE SUB-LARGEST-CHG        TO ABS-LARGEST-GV
           IF ABS-LARGEST-GV < ZERO
              MULTIPLY -1 BY ABS-LARGEST-GV
           END-IF
           IF ABS-CHANGE-GV > ABS-LARGEST-GV
              MOVE IMP-LARGEST-CHG(IMP-X) TO SUB-LARGEST-CHG
           END-IF
           MOVE SPACES              TO IMP-DETAIL-LINE
           MOVE IMP-FEE-CODE(IMP-X) TO IMP-DET-CODE
           MOVE IMP-BSB-NBR(IMP-X)  TO IMP-DET-BSB
           MOVE IMP-PRICED-CNT(IMP-X)
                                    TO IMP-DET-PRICED
           MOVE IMP-AFFECTED-CNT(IMP-X)
                                    TO IMP-DET-AFFECTED
           MOVE IMP-OLD-TOTAL(IMP-X)
                                    TO IMP-DET-OLD-TOTAL
           MOVE IMP-NEW-TOTAL(IMP-X)
                                    TO IMP-DET-NEW-TOTAL
           COMPUTE IMP-DET-DIFFERENCE =
                   IMP-NEW-TOTAL(IMP-X) - IMP-OLD-TOTAL(IMP-X)
           MOVE IMP-LARGEST-CHG(IMP-X)
                                    TO IMP-DET-LARGEST
           WRITE FEESIMRP-LINE FROM IMP-DETAIL-LINE
           MOVE SPACES              TO FEEIMPCT-RECORD
           SET IMP-DETAIL-FI        TO TRUE
           MOVE IMP-FEE-CODE(IMP-X) TO IMP-FEE-CODE-FI
           MOVE IMP-BSB-NBR(IMP-X)  TO IMP-BSB-NBR-FI
           MOVE IMP-PRICED-CNT(IMP-X)
                                    TO IMP-PRICED-CNT-FI
           MOVE IMP-AFFECTED-CNT(IMP-X)
                                    TO IMP-AFFECTED-CNT-FI
           MOVE IMP-OLD-TOTAL(IMP-X)
                                    TO IMP-OLD-TOTAL-FI
           MOVE IMP-NEW-TOTAL(IMP-X)
                                    TO IMP-NEW-TOTAL-FI
           MOVE IMP-LARGEST-CHG(IMP-X)
                                    TO IMP-LARGEST-CHG-FI
           WRITE FEEIMPCT-RECORD
           ADD 1 TO IMP-X
           .

       3200-WRITE-CODE-SUBTOTAL.
           MOVE SPACES              TO IMP-DETAIL-LINE
           MOVE PREV-FEE-CODE-GV    TO IMP-DET-CODE
           MOVE 'TOTAL '            TO IMP-DET-BSB
           MOVE SUB-PRICED-CNT      TO IMP-DET-PRICED
           MOVE SUB-AFFECTED-CNT    TO IMP-DET-AFFECTED
           MOVE SUB-OLD-TOTAL       TO IMP-DET-OLD-TOTAL
           MOVE SUB-NEW-TOTAL       TO IMP-DET-NEW-TOTAL
           COMPUTE IMP-DET-DIFFERENCE =
                   SUB-NEW-TOTAL - SUB-OLD-TOTAL
           MOVE SUB-LARGEST-CHG     TO IMP-DET-LARGEST
           WRITE FEESIMRP-LINE FROM IMP-DETAIL-LINE
           MOVE SPACES              TO FEESIMRP-LINE
           WRITE FEESIMRP-LINE
           .

      ******************************************************************
      *                                                                *
      *    4000-WRITE-CONTROL-COUNTS                                   *
      *                                                                *
      ******************************************************************
       4000-WRITE-CONTROL-COUNTS.
           MOVE SPACES TO FEESIMRP-LINE
           WRITE FEESIMRP-LINE
           MOVE 'FEE MASTER ENTRIES READ  : '
                                    TO SIM-COUNT-DESC
           MOVE FEEMSTR-READ-CNT    TO SIM-COUNT-VALUE
           WRITE FEESIMRP-LINE FROM SIM-COUNT-LINE
           MOVE 'PENDING CHANGES READ     : '
                                    TO SIM-COUNT-DESC
           MOVE PENDING-READ-CNT    TO SIM-COUNT-VALUE
           WRITE FEESIMRP-LINE FROM SIM-COUNT-LINE
           MOVE 'PENDING CHANGES SIMULATED: '
                                    TO SIM-COUNT-DESC
           MOVE PENDING-APPLIED-CNT TO SIM-COUNT-VALUE
           WRITE FEESIMRP-LINE FROM SIM-COUNT-LINE
           MOVE 'PENDING NOT SIMULATED    : '
                                    TO SIM-COUNT-DESC
           MOVE PENDING-NOT-APPLIED-CNT
                                    TO SIM-COUNT-VALUE
           WRITE FEESIMRP-LINE FROM SIM-COUNT-LINE
           MOVE 'TRACE RECORDS READ       : '
                                    TO SIM-COUNT-DESC
           MOVE TRACE-READ-CNT      TO SIM-COUNT-VALUE
           WRITE FEESIMRP-LINE FROM SIM-COUNT-LINE
           MOVE 'OPENS IN WINDOW          : '
                                    TO SIM-COUNT-DESC
           MOVE WINDOW-OPENS-CNT    TO SIM-COUNT-VALUE
           WRITE FEESIMRP-LINE FROM SIM-COUNT-LINE
           MOVE 'MSGCAP IMAGES READ       : '
                                    TO SIM-COUNT-DESC
           MOVE CAP-READ-CNT        TO SIM-COUNT-VALUE
           WRITE FEESIMRP-LINE FROM SIM-COUNT-LINE
           MOVE 'MESSAGES RE-PRICED       : '
                                    TO SIM-COUNT-DESC
           MOVE CAP-REPRICED-CNT    TO SIM-COUNT-VALUE
           WRITE FEESIMRP-LINE FROM SIM-COUNT-LINE
           MOVE 'UNKNOWN LAYOUT VERSION   : '
                                    TO SIM-COUNT-DESC
           MOVE BAD-VERSION-CNT     TO SIM-COUNT-VALUE
           WRITE FEESIMRP-LINE FROM SIM-COUNT-LINE
           MOVE 'ACCOUNTS PRICED          : '
                                    TO SIM-COUNT-DESC
           MOVE OCC-PRICED-CNT      TO SIM-COUNT-VALUE
           WRITE FEESIMRP-LINE FROM SIM-COUNT-LINE
           MOVE 'ACCOUNTS AFFECTED        : '
                                    TO SIM-COUNT-DESC
           MOVE OCC-AFFECTED-CNT    TO SIM-COUNT-VALUE
           WRITE FEESIMRP-LINE FROM SIM-COUNT-LINE
           MOVE 'ACCOUNTS WITH NO BSB     : '
                                    TO SIM-COUNT-DESC
           MOVE NO-BSB-CNT          TO SIM-COUNT-VALUE
           WRITE FEESIMRP-LINE FROM SIM-COUNT-LINE
           MOVE 'OLD FEES TOTAL           : '
                                    TO SIM-AMOUNT-DESC
           MOVE OLD-GRAND-TOTAL     TO SIM-AMOUNT-VALUE
           WRITE FEESIMRP-LINE FROM SIM-AMOUNT-LINE
           MOVE 'NEW FEES TOTAL           : '
                                    TO SIM-AMOUNT-DESC
           MOVE NEW-GRAND-TOTAL     TO SIM-AMOUNT-VALUE
           WRITE FEESIMRP-LINE FROM SIM-AMOUNT-LINE
           .

      ******************************************************************
      *                                                                *
      *    8100-READ-FEE-MASTER                                        *
      *                                                                *
      ******************************************************************
       8100-READ-FEE-MASTER.
           READ FEEMSTR-FILE
              AT END SET FEEMSTR-EOF TO TRUE
           END-READ
           IF NOT FEEMSTR-EOF
              ADD 1 TO FEEMSTR-READ-CNT
           END-IF
           .

       8200-READ-PENDING.
           READ PENDIN-FILE
              AT END SET PENDIN-EOF TO TRUE
           END-READ
           .

       8300-READ-TRACE-LOG.
           READ TRACELOG-FILE
              AT END SET TRACELOG-EOF TO TRUE
           END-READ
           IF NOT TRACELOG-EOF
              ADD 1 TO TRACE-READ-CNT
           END-IF
           .

       8400-READ-FEE-POSTING.
           READ FEEPOST-FILE
              AT END SET FEEPOST-EOF TO TRUE
           END-READ
           .

       8500-READ-MSGCAP.
           READ MSGCAP-FILE
              AT END SET MSGCAP-EOF TO TRUE
           END-READ
           .

      ******************************************************************
      *                                                                *
      *    9000-TERMINATE                                              *
      *                                                                *
      ******************************************************************
       9000-TERMINATE.
           CLOSE PARMCARD-FILE
                 FEEMSTR-FILE
                 PENDIN-FILE
                 TRACELOG-FILE
                 FEEPOST-FILE
                 MSGCAP-FILE
                 FEEIMPCT-FILE
                 FEESIMRP-FILE
           .
