      *    THE CHECKPOINT GAP; THE CA416M10 BALANCE CHECK WORKS ON     *
      *    THE WRITTEN COUNT, WHICH IS EXACT.                          *
      *                                                                *
      *    EVERY FACILITY IN THE PARTITION, EXTRACTED OR NOT, IS ALSO  *
      *    APPENDED TO THE FACILITY SNAPSHOT HISTORY (FLSNAP, DISP=MOD,*
      *    ONE HISTORY DATASET PER PARTITION) - KEY, CUSTOMER, LIMIT,  *
      *    DRAWN, STATUS AND RUN DATE - FOR THE CA421M00 MONTHLY       *
      *    UNUSED FACILITY REVIEW.  A RESTART CAN APPEND A FACILITY    *
      *    IN THE CHECKPOINT GAP TWICE; THE TWO SNAPSHOTS ARE          *
      *    IDENTICAL AND CA421M00 TAKES NO HARM FROM IT.               *
      *                                                                *
      *    MODIFICATION HISTORY                                        *
      *    ----------------------------------------------------------  *
      *    21/08/26 RAM  INITIAL VERSION - SINGLE-THREAD LOOP,         *
      *                  CHECKPOINT/RESTART, AND KEY-RANGE             *
      *                  PARTITIONING WITH THE CA416M10                *
      *                  CONSOLIDATION STEP.                           *
      *    15/10/26 RAM  FACILITY SNAPSHOT APPENDED TO FLSNAP EACH RUN *
      *                  FOR THE CA421M00 UNUSED FACILITY REVIEW.      *
      *                                                                *
      *================================================================*
       ENVIRONMENT DIVISION.
           SELECT PARTOUT-FILE    ASSIGN TO PARTOUT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL FLSNAP-FILE
                  ASSIGN TO FLSNAP
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
      *================================================================*
       FILE SECTION.
           05  CTL-RECORDS-WRITTEN             PIC 9(09).
           05  FILLER                          PIC X(57).

      *----------------------------------------------------------------*
      *    FLSNAP - FACILITY SNAPSHOT HISTORY, ONE RECORD PER          *
      *    FACILITY PER RUN, APPENDED.  THE LAYOUT IS MIRRORED IN      *
      *    CA421M00 - THE TWO MUST STAY IN STEP.                       *
      *----------------------------------------------------------------*
       FD  FLSNAP-FILE
           RECORDING MODE IS F.
       01  FLSNAP-RECORD.
           05  FSN-FACILITY-KEY                PIC X(09).
           05  FSN-CUSTOMER-NBR                PIC X(09).
           05  FSN-LIMIT-AMT                   PIC S9(09)V99 COMP-3.
           05  FSN-DRAWN-AMT                   PIC S9(09)V99 COMP-3.
           05  FSN-STATUS                      PIC X(01).
           05  FSN-RUN-DATE                    PIC 9(08).
           05  FSN-PARTITION-ID                PIC 9(02).
           05  FILLER                          PIC X(39).

       WORKING-STORAGE SECTION.
      *================================================================*

           05  RECORDS-READ-CNT                PIC 9(09) VALUE ZERO.
           05  RECORDS-WRITTEN-CNT             PIC 9(09) VALUE ZERO.
           05  RECORDS-SKIPPED-CNT             PIC 9(09) VALUE ZERO.
           05  SNAPSHOT-WRITTEN-CNT            PIC 9(09) VALUE ZERO.
           05  SINCE-CHKPT-CNT                 PIC 9(05) VALUE ZERO.

       01  CA416-WORK-FIELDS.
           05  RESTART-KEY-GV                  PIC X(09)
                                                   VALUE LOW-VALUES.
           05  PARTOUT-DTL-CNT                 PIC 9(09) VALUE ZERO.
           05  RUN-DATE-GV                     PIC 9(08).

       PROCEDURE DIVISION.
      *================================================================*
                       CHKPTIN-FILE
           OPEN OUTPUT CHKPTOUT-FILE
                       PARTOUT-FILE
           OPEN EXTEND FLSNAP-FILE
           ACCEPT RUN-DATE-GV FROM DATE YYYYMMDD
           READ PARTPARM-FILE
              AT END SET PARTPARM-EOF TO TRUE
           END-READ
              GO TO 2000-NEXT
           END-IF
           ADD 1 TO RECORDS-READ-CNT
           PERFORM 2200-WRITE-SNAPSHOT
           IF ACTIVE-FACILITY-FL
              AND FACILITY-LIMIT-FL > DRAWN-AMT-FL
              SET DETAIL-RECORD-OUT TO TRUE
       2000-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *    2200-WRITE-SNAPSHOT                                         *
      *                                                                *
      *    THE FACILITY AS IT STANDS THIS RUN, WHATEVER ITS STATUS.    *
      *                                                                *
      ******************************************************************
       2200-WRITE-SNAPSHOT.
           MOVE SPACES              TO FLSNAP-RECORD
           MOVE FACILITY-KEY-FL     TO FSN-FACILITY-KEY
           MOVE CUSTOMER-NBR-FL     TO FSN-CUSTOMER-NBR
           MOVE FACILITY-LIMIT-FL   TO FSN-LIMIT-AMT
           MOVE DRAWN-AMT-FL        TO FSN-DRAWN-AMT
           MOVE FACILITY-STATUS-FL  TO FSN-STATUS
           MOVE RUN-DATE-GV         TO FSN-RUN-DATE
           MOVE PARTITION-ID-GV     TO FSN-PARTITION-ID
           WRITE FLSNAP-RECORD
           ADD 1 TO SNAPSHOT-WRITTEN-CNT
           .

      ******************************************************************
      *                                                                *
      *    2500-TAKE-CHECKPOINT                                        *
                   ' READ ' RECORDS-READ-CNT
                   ' WRITTEN ' RECORDS-WRITTEN-CNT
                   ' SKIPPED ' RECORDS-SKIPPED-CNT
                   ' SNAPSHOTS ' SNAPSHOT-WRITTEN-CNT
           .

      ******************************************************************
                 CHKPTIN-FILE
                 CHKPTOUT-FILE
                 PARTOUT-FILE
                 FLSNAP-FILE
           .
