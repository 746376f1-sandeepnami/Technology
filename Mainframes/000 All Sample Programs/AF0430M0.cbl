      *        COLS  1-12  CHANGE ID (FROM THE PENDING REPORT)         *
      *        COLS 13-20  USER ID (CHECKER)                           *
      *                                                                *
      *    FEEIMPCT (OPTIONAL) IS THE LATEST AF0433M0 SIMULATION OF    *
      *    THE PENDING FILE AGAINST REAL OPENS.  EVERY CHANGE STILL    *
      *    AWAITING APPROVAL HAS THE SIMULATED IMPACT ON ITS FEE       *
      *    CODE (ALL BSBS - THE FEE LOOKUP IS BY CODE) PRINTED UNDER   *
      *    IT; A CARD TAKEN IN THIS RUN IS NOT YET SIMULATED.          *
      *                                                                *
      *    MODIFICATION HISTORY                                        *
      *    ----------------------------------------------------------  *
      *    21/08/26 RAM  INITIAL VERSION.                              *
      *                  FEEAUDIT NOW CARRIES MAKER AND CHECKER AND    *
      *                  UNAPPROVED CHANGES AGE ONTO THE               *
      *                  OUTSTANDING-APPROVALS REPORT SECTION.         *
      *    15/10/26 RAM  THE AF0433M0 IMPACT SIMULATION (FEEIMPCT) IS  *
      *                  PRINTED AGAINST EACH CHANGE AWAITING          *
      *                  APPROVAL SO THE CHECKER SEES WHAT IT DOES     *
      *                  TO REVENUE BEFORE RELEASING IT.               *
      *                                                                *
      *================================================================*
       ENVIRONMENT DIVISION.
                  ASSIGN TO ENTITLE
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL FEEIMPCT-FILE
                  ASSIGN TO FEEIMPCT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT NEWMSTR-FILE    ASSIGN TO NEWMSTR
                  ORGANIZATION IS SEQUENTIAL.

           05  ENT-ACTION-EN OCCURS 4 TIMES    PIC X(03).
           05  FILLER                          PIC X(52).

      *----------------------------------------------------------------*
      *    FEEIMPCT - FEE CHANGE IMPACT SIMULATION WRITTEN BY          *
      *    AF0433M0.  THIS RECORD LAYOUT IS MIRRORED IN AF0433M0 -     *
      *    THE TWO MUST STAY IN STEP.                                  *
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

       FD  NEWMSTR-FILE
           RECORDING MODE IS F.
       01  NEWMSTR-RECORD.
               88  ENTITLE-EOF                     VALUE 'Y'.
           05  USER-ENTITLED-SW                PIC X(01) VALUE 'N'.
               88  USER-ENTITLED                   VALUE 'Y'.
           05  FEEIMPCT-EOF-SW                 PIC X(01) VALUE 'N'.
               88  FEEIMPCT-EOF                    VALUE 'Y'.
           05  IMPACT-FOUND-SW                 PIC X(01) VALUE 'N'.
               88  IMPACT-ENTRY-FOUND              VALUE 'Y'.
           05  NEW-CARD-SW                     PIC X(01) VALUE 'N'.
               88  NEW-CARD-REPORTING              VALUE 'Y'.

       01  AF0430M0-CONTROL-COUNTS.
           05  OLDMSTR-READ-CNT                PIC S9(07) COMP-3
           05  CHECK-ACTION-GV                 PIC X(03).
           05  APPTR-NEXT                      PIC S9(04) COMP
                                                   VALUE +1.
           05  IMPACT-X                        PIC S9(04) COMP.
           05  ABS-CHANGE-GV                   PIC S9(07)V99 COMP-3.
           05  ABS-LARGEST-GV                  PIC S9(07)V99 COMP-3.

      *----------------------------------------------------------------*
      *    CUMULATIVE DAYS TO THE START OF EACH MONTH - APPROXIMATE    *
               10  APPTR-FEE-MAX               PIC 9(07)V99.
       01  APPTR-SAVE-ENTRY                    PIC X(70).

      *----------------------------------------------------------------*
      *    SIMULATED IMPACT PER FEE CODE, SUMMED OVER THE BSBS ON      *
      *    FEEIMPCT.  THE LARGEST CHANGE KEEPS ITS SIGN.               *
      *----------------------------------------------------------------*
       01  IMPACT-TABLE-COUNT                  PIC S9(04) COMP
                                                   VALUE +0.
       01  IMPACT-TABLE.
           05  IMPACT-ENTRY OCCURS 100 TIMES.
               10  IMPACT-FEE-CODE             PIC X(03).
               10  IMPACT-PRICED-CNT           PIC S9(07) COMP-3.
               10  IMPACT-AFFECTED-CNT         PIC S9(07) COMP-3.
               10  IMPACT-OLD-TOTAL            PIC S9(11)V99 COMP-3.
               10  IMPACT-NEW-TOTAL            PIC S9(11)V99 COMP-3.
               10  IMPACT-LARGEST-CHG          PIC S9(07)V99 COMP-3.
       01  IMPACT-RUN-DATE-GV                  PIC 9(08) VALUE ZERO.

      *----------------------------------------------------------------*
      *    THE TRANSACTION CURRENTLY BEING APPLIED TO THE MASTER.      *
      *----------------------------------------------------------------*
           05  PEND-DET-NOTE                   PIC X(24).
           05  FILLER                          PIC X(51)  VALUE SPACES.

       01  IMPACT-RUN-LINE.
           05  FILLER                          PIC X(33)  VALUE
                 'FEE CHANGE IMPACT SIMULATED ON : '.
           05  IMPACT-RUN-DATE                 PIC 9(08).
           05  FILLER                          PIC X(18)  VALUE
                 '  OPENS FROM    : '.
           05  IMPACT-RUN-FROM                 PIC 9(08).
           05  FILLER                          PIC X(04)  VALUE
                 ' TO '.
           05  IMPACT-RUN-TO                   PIC 9(08).
           05  FILLER                          PIC X(53)  VALUE SPACES.

       01  IMPACT-NONE-LINE.
           05  FILLER                          PIC X(50)  VALUE
                 'NO FEE CHANGE IMPACT SIMULATION SUPPLIED          '.
           05  FILLER                          PIC X(82)  VALUE SPACES.

       01  IMPACT-DETAIL-LINE.
           05  FILLER                          PIC X(14)  VALUE SPACES.
           05  FILLER                          PIC X(09)  VALUE
                 'IMPACT - '.
           05  IMPACT-DET-CODE                 PIC X(03).
           05  FILLER                          PIC X(08)  VALUE
                 ' OPENS: '.
           05  IMPACT-DET-PRICED               PIC ZZZ,ZZ9.
           05  FILLER                          PIC X(11)  VALUE
                 ' AFFECTED: '.
           05  IMPACT-DET-AFFECTED             PIC ZZZ,ZZ9.
           05  FILLER                          PIC X(06)  VALUE
                 ' OLD: '.
           05  IMPACT-DET-OLD-TOTAL            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                          PIC X(06)  VALUE
                 ' NEW: '.
           05  IMPACT-DET-NEW-TOTAL            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                          PIC X(10)  VALUE
                 ' LARGEST: '.
           05  IMPACT-DET-LARGEST              PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                          PIC X(08)  VALUE SPACES.

       01  IMPACT-NOTE-LINE.
           05  FILLER                          PIC X(14)  VALUE SPACES.
           05  FILLER                          PIC X(09)  VALUE
                 'IMPACT - '.
           05  IMPACT-NOTE-TEXT                PIC X(40).
           05  FILLER                          PIC X(69)  VALUE SPACES.

       01  FEE-COUNT-LINE.
           05  FEE-COUNT-DESC                  PIC X(27).
           05  FEE-COUNT-VALUE                 PIC ZZZ,ZZ9.
           PERFORM 1000-INITIALIZE
           PERFORM 1050-LOAD-ENTITLEMENTS
           PERFORM 1100-LOAD-APPROVALS
           PERFORM 1200-LOAD-FEE-IMPACT
           PERFORM 1300-WORK-PENDING-CHANGE
                   UNTIL PENDIN-EOF
           PERFORM 1500-INTAKE-NEW-CARDS THRU 1500-EXIT
           PERFORM 8500-READ-APPROVAL
           .

      ******************************************************************
      *                                                                *
      *    1200-LOAD-FEE-IMPACT                                        *
      *                                                                *
      *    SUM THE AF0433M0 SIMULATION BY FEE CODE.  THE FILE IS IN    *
      *    FEE CODE + BSB SEQUENCE, SO A CODE'S ROWS ARE TOGETHER.     *
      *                                                                *
      ******************************************************************
       1200-LOAD-FEE-IMPACT.
           OPEN INPUT FEEIMPCT-FILE
           PERFORM 8700-READ-FEE-IMPACT
           PERFORM 1250-STORE-FEE-IMPACT
                   UNTIL FEEIMPCT-EOF
           CLOSE FEEIMPCT-FILE
           IF IMPACT-RUN-DATE-GV = ZERO
              WRITE FEERPT-LINE FROM IMPACT-NONE-LINE
           ELSE
              MOVE IMPACT-RUN-DATE-GV TO IMPACT-RUN-DATE
              WRITE FEERPT-LINE FROM IMPACT-RUN-LINE
           END-IF
           .

       1250-STORE-FEE-IMPACT.
           IF IMP-HEADER-FI
              MOVE IMP-RUN-DATE-FI  TO IMPACT-RUN-DATE-GV
              MOVE IMP-FROM-DATE-FI TO IMPACT-RUN-FROM
              MOVE IMP-TO-DATE-FI   TO IMPACT-RUN-TO
           END-IF
           IF IMP-DETAIL-FI
              PERFORM 1275-FIND-IMPACT-CODE
              IF NOT IMPACT-ENTRY-FOUND
                 AND IMPACT-TABLE-COUNT < 100
                 ADD 1 TO IMPACT-TABLE-COUNT
                 MOVE IMPACT-TABLE-COUNT TO IMPACT-X
                 MOVE IMP-FEE-CODE-FI
                                    TO IMPACT-FEE-CODE(IMPACT-X)
                 MOVE ZERO          TO IMPACT-PRICED-CNT(IMPACT-X)
                                       IMPACT-AFFECTED-CNT(IMPACT-X)
                                       IMPACT-OLD-TOTAL(IMPACT-X)
                                       IMPACT-NEW-TOTAL(IMPACT-X)
                                       IMPACT-LARGEST-CHG(IMPACT-X)
                 SET IMPACT-ENTRY-FOUND TO TRUE
              END-IF
              IF IMPACT-ENTRY-FOUND
                 PERFORM 1290-ADD-IMPACT-ROW
              END-IF
           END-IF
           PERFORM 8700-READ-FEE-IMPACT
           .

       1275-FIND-IMPACT-CODE.
           MOVE 'N' TO IMPACT-FOUND-SW
           MOVE 1   TO IMPACT-X
           PERFORM 1285-MATCH-IMPACT-CODE
                   UNTIL IMPACT-X > IMPACT-TABLE-COUNT
                   OR IMPACT-ENTRY-FOUND
           .

       1285-MATCH-IMPACT-CODE.
           IF IMPACT-FEE-CODE(IMPACT-X) = IMP-FEE-CODE-FI
              SET IMPACT-ENTRY-FOUND TO TRUE
           ELSE
              ADD 1 TO IMPACT-X
           END-IF
           .

       1290-ADD-IMPACT-ROW.
           ADD IMP-PRICED-CNT-FI    TO IMPACT-PRICED-CNT(IMPACT-X)
           ADD IMP-AFFECTED-CNT-FI  TO IMPACT-AFFECTED-CNT(IMPACT-X)
           ADD IMP-OLD-TOTAL-FI     TO IMPACT-OLD-TOTAL(IMPACT-X)
           ADD IMP-NEW-TOTAL-FI     TO IMPACT-NEW-TOTAL(IMPACT-X)
           MOVE IMP-LARGEST-CHG-FI  TO ABS-CHANGE-GV
           IF ABS-CHANGE-GV < ZERO
              MULTIPLY -1 BY ABS-CHANGE-GV
           END-IF
           MOVE IMPACT-LARGEST-CHG(IMPACT-X) TO ABS-LARGEST-GV
           IF ABS-LARGEST-GV < ZERO
              MULTIPLY -1 BY ABS-LARGEST-GV
           END-IF
           IF ABS-CHANGE-GV > ABS-LARGEST-GV
              MOVE IMP-LARGEST-CHG-FI
                                    TO IMPACT-LARGEST-CHG(IMPACT-X)
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    1300-WORK-PENDING-CHANGE                                    *
           COMPUTE AGE-DAYS-GV = RUN-SERIAL-GV - PND-SERIAL-GV
           MOVE AGE-DAYS-GV         TO PEND-DET-AGE
           WRITE FEERPT-LINE FROM PEND-DETAIL-LINE
           PERFORM 1460-REPORT-CHANGE-IMPACT THRU 1460-EXIT
           .

      ******************************************************************
      *                                                                *
      *    1460-REPORT-CHANGE-IMPACT                                   *
      *                                                                *
      *    THE SIMULATED IMPACT ON THE CHANGE'S FEE CODE, UNDER THE    *
      *    PENDING LINE.                                               *
      *                                                                *
      ******************************************************************
       1460-REPORT-CHANGE-IMPACT.
           IF IMPACT-RUN-DATE-GV = ZERO
              GO TO 1460-EXIT
           END-IF
           IF NEW-CARD-REPORTING
              MOVE 'NOT YET SIMULATED'
                                    TO IMPACT-NOTE-TEXT
              WRITE FEERPT-LINE FROM IMPACT-NOTE-LINE
              GO TO 1460-EXIT
           END-IF
           MOVE 'N' TO IMPACT-FOUND-SW
           MOVE 1   TO IMPACT-X
           PERFORM 1465-MATCH-CHANGE-CODE
                   UNTIL IMPACT-X > IMPACT-TABLE-COUNT
                   OR IMPACT-ENTRY-FOUND
           IF NOT IMPACT-ENTRY-FOUND
              MOVE 'NO OPENS FOR THIS FEE CODE IN THE WINDOW'
                                    TO IMPACT-NOTE-TEXT
              WRITE FEERPT-LINE FROM IMPACT-NOTE-LINE
              GO TO 1460-EXIT
           END-IF
           MOVE PND-FEE-CODE-PI     TO IMPACT-DET-CODE
           MOVE IMPACT-PRICED-CNT(IMPACT-X)
                                    TO IMPACT-DET-PRICED
           MOVE IMPACT-AFFECTED-CNT(IMPACT-X)
                                    TO IMPACT-DET-AFFECTED
           MOVE IMPACT-OLD-TOTAL(IMPACT-X)
                                    TO IMPACT-DET-OLD-TOTAL
           MOVE IMPACT-NEW-TOTAL(IMPACT-X)
                                    TO IMPACT-DET-NEW-TOTAL
           MOVE IMPACT-LARGEST-CHG(IMPACT-X)
                                    TO IMPACT-DET-LARGEST
           WRITE FEERPT-LINE FROM IMPACT-DETAIL-LINE
           .
       1460-EXIT.
           EXIT.

       1465-MATCH-CHANGE-CODE.
           IF IMPACT-FEE-CODE(IMPACT-X) = PND-FEE-CODE-PI
              SET IMPACT-ENTRY-FOUND TO TRUE
           ELSE
              ADD 1 TO IMPACT-X
           END-IF
           .

      ******************************************************************
              WRITE PENDOUT-RECORD FROM PENDIN-RECORD
              MOVE 'AWAITING APPROVAL - NEW'
                                    TO PEND-DET-NOTE
              SET NEW-CARD-REPORTING TO TRUE
              PERFORM 1450-REPORT-PENDING-CHANGE
              MOVE 'N'              TO NEW-CARD-SW
              PERFORM 1550-AUDIT-PENDING-CARD
           ELSE
              PERFORM 1560-REJECT-INVALID-CARD
           END-READ
           .

      ******************************************************************
      *                                                                *
      *    8700-READ-FEE-IMPACT                                        *
      *                                                                *
      ******************************************************************
       8700-READ-FEE-IMPACT.
           READ FEEIMPCT-FILE
              AT END SET FEEIMPCT-EOF TO TRUE
           END-READ
           .

      ******************************************************************
      *                                                                *
      *    9000-TERMINATE                                              *
