       IDENTIFICATION DIVISION.
      *================================================================*
       PROGRAM-ID.    CA418M10.
       AUTHOR.        CAMS BATCH TEAM.
       INSTALLATION.  HOST SYSTEMS - ACCOUNT FUNCTIONS.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
      *================================================================*
      *                                                                *
      *    CA418M10 - COMMITMENT FEE POSTING RECONCILIATION            *
      *                                                                *
      *    PROVES THAT EVERY FEE TRANSACTION BILLED BY CA418M00 WAS    *
      *    POSTED.  THE CYCLE'S FEETRNS, TOGETHER WITH THE ITEMS       *
      *    STILL UNPOSTED FROM EARLIER CYCLES (PENDIN), ARE MATCHED    *
      *    BY ACCOUNT AND FEE CODE AGAINST THE POSTING SYSTEM'S        *
      *    CONFIRMATION FILE (POSTCONF).  EACH ITEM IS REPORTED AS     *
      *        POSTED             - CONFIRMED FOR THE BILLED AMOUNT    *
      *        AMOUNT DIFFERS     - CONFIRMED FOR ANOTHER AMOUNT       *
      *        NOT POSTED         - NO CONFIRMATION, OR REJECTED       *
      *        POSTED NOT BILLED  - A CONFIRMATION WITH NO ITEM        *
      *                                                                *
      *    A NOT-POSTED ITEM IS CARRIED FORWARD ON PENDOUT WITH ITS    *
      *    CYCLE COUNT RAISED, AND WRITTEN AGAIN IN THE FEETRNS        *
      *    LAYOUT TO REPRESNT, WHICH THE NEXT POSTING RUN TAKES WITH   *
      *    THAT CYCLE'S FEETRNS.  AN ITEM STILL UNPOSTED AFTER THE     *
      *    AGING LIMIT IS LISTED ON THE AGING SECTION OF THE REPORT    *
      *    AND RAISED TO NBCONS.                                       *
      *                                                                *
      *    ALL INPUTS ARE IN ACCOUNT / FEE CODE ORDER - FEETRNS AND    *
      *    PENDIN AS WRITTEN, POSTCONF BY THE PRECEDING SORT STEP.     *
      *                                                                *
      *    PARAMETER CARD (PARMCARD) - OPTIONAL:                       *
      *        COLS  1-3   AGING LIMIT IN CYCLES (DEFAULT 003)         *
      *                                                                *
      *    RETURN CODES                                                *
      *        0  - EVERY ITEM POSTED AS BILLED                        *
      *        4  - EXCEPTIONS REPORTED                                *
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

           SELECT FEETRNS-FILE    ASSIGN TO FEETRNS
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL PENDIN-FILE
                  ASSIGN TO PENDIN
                  ORGANIZATION IS SEQUENTIAL.

           SELECT POSTCONF-FILE   ASSIGN TO POSTCONF
                  ORGANIZATION IS SEQUENTIAL.

           SELECT PENDOUT-FILE    ASSIGN TO PENDOUT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT REPRESNT-FILE   ASSIGN TO REPRESNT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT PSTRPT-FILE     ASSIGN TO PSTRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
      *================================================================*
       FILE SECTION.

       FD  PARMCARD-FILE
           RECORDING MODE IS F.
       01  PARMCARD-RECORD.
           05  PARM-AGING-CYCLES               PIC 9(03).
           05  FILLER                          PIC X(77).

      *----------------------------------------------------------------*
      *    FEETRNS / REPRESNT - MIRROR OF THE FEE TRANSACTION WRITTEN  *
      *    BY CA418M00.  THE LAYOUTS MUST STAY IN STEP.                *
      *----------------------------------------------------------------*
       FD  FEETRNS-FILE
           RECORDING MODE IS F.
       01  FEETRNS-RECORD.
           05  TRN-ACCOUNT-FT                  PIC X(09).
           05  TRN-CUSTOMER-FT                 PIC X(09).
           05  TRN-FEE-CODE-FT                 PIC X(03).
           05  TRN-AMOUNT-FT                   PIC 9(07)V99.
           05  TRN-BILL-DATE-FT                PIC 9(08).
           05  FILLER                          PIC X(42).

       FD  REPRESNT-FILE
           RECORDING MODE IS F.
       01  REPRESNT-RECORD.
           05  TRN-ACCOUNT-RP                  PIC X(09).
           05  TRN-CUSTOMER-RP                 PIC X(09).
           05  TRN-FEE-CODE-RP                 PIC X(03).
           05  TRN-AMOUNT-RP                   PIC 9(07)V99.
           05  TRN-BILL-DATE-RP                PIC 9(08).
           05  FILLER                          PIC X(42).

      *----------------------------------------------------------------*
      *    PENDIN / PENDOUT - FEE ITEMS BILLED BUT NOT YET POSTED.     *
      *    THE TWO LAYOUTS MUST STAY IN STEP.                          *
      *----------------------------------------------------------------*
       FD  PENDIN-FILE
           RECORDING MODE IS F.
       01  PENDIN-RECORD.
           05  PND-ACCOUNT-PI                  PIC X(09).
           05  PND-CUSTOMER-PI                 PIC X(09).
           05  PND-FEE-CODE-PI                 PIC X(03).
           05  PND-AMOUNT-PI                   PIC 9(07)V99.
           05  PND-BILL-DATE-PI                PIC 9(08).
           05  PND-CYCLES-PI                   PIC 9(03).
           05  PND-LAST-PRESENTED-PI           PIC 9(08).
           05  FILLER                          PIC X(31).

       FD  PENDOUT-FILE
           RECORDING MODE IS F.
       01  PENDOUT-RECORD.
           05  PND-ACCOUNT-PO                  PIC X(09).
           05  PND-CUSTOMER-PO                 PIC X(09).
           05  PND-FEE-CODE-PO                 PIC X(03).
           05  PND-AMOUNT-PO                   PIC 9(07)V99.
           05  PND-BILL-DATE-PO                PIC 9(08).
           05  PND-CYCLES-PO                   PIC 9(03).
           05  PND-LAST-PRESENTED-PO           PIC 9(08).
           05  FILLER                          PIC X(31).

      *----------------------------------------------------------------*
      *    POSTCONF - POSTING SYSTEM CONFIRMATION, ONE RECORD PER      *
      *    FEE TRANSACTION TAKEN BY THE POSTING RUN.                   *
      *----------------------------------------------------------------*
       FD  POSTCONF-FILE
           RECORDING MODE IS F.
       01  POSTCONF-RECORD.
           05  CNF-ACCOUNT-PC                  PIC X(09).
           05  CNF-FEE-CODE-PC                 PIC X(03).
           05  CNF-AMOUNT-PC                   PIC 9(07)V99.
           05  CNF-POST-DATE-PC                PIC 9(08).
           05  CNF-STATUS-PC                   PIC X(01).
               88  CNF-POSTED-PC                   VALUE 'P'.
               88  CNF-REJECTED-PC                 VALUE 'R'.
           05  CNF-REJECT-REASON-PC            PIC X(04).
           05  FILLER                          PIC X(46).

       FD  PSTRPT-FILE
           RECORDING MODE IS F.
       01  PSTRPT-LINE                         PIC X(132).

       WORKING-STORAGE SECTION.
      *================================================================*

       77  HIGH-KEY-CONST                      PIC X(12)
                                                   VALUE HIGH-VALUES.
       77  DEFAULT-AGING-CYCLES                PIC 9(03) VALUE 003.
       77  MAX-AGED-ENTRIES                    PIC S9(04) COMP
                                                   VALUE +500.

       01  CA418-SWITCHES.
           05  PARM-EOF-SW                     PIC X(01) VALUE 'N'.
               88  PARM-EOF                        VALUE 'Y'.
           05  FEETRNS-EOF-SW                  PIC X(01) VALUE 'N'.
               88  FEETRNS-EOF                     VALUE 'Y'.
           05  PENDIN-EOF-SW                   PIC X(01) VALUE 'N'.
               88  PENDIN-EOF                      VALUE 'Y'.
           05  POSTCONF-EOF-SW                 PIC X(01) VALUE 'N'.
               88  POSTCONF-EOF                    VALUE 'Y'.

       01  CA418-CONTROL-COUNTS.
           05  FEETRNS-READ-CNT                PIC S9(07) COMP-3
                                                   VALUE +0.
           05  PENDIN-READ-CNT                 PIC S9(07) COMP-3
                                                   VALUE +0.
           05  POSTCONF-READ-CNT               PIC S9(07) COMP-3
                                                   VALUE +0.
           05  POSTED-CNT                      PIC S9(07) COMP-3
                                                   VALUE +0.
           05  DIFFERS-CNT                     PIC S9(07) COMP-3
                                                   VALUE +0.
           05  NOT-POSTED-CNT                  PIC S9(07) COMP-3
                                                   VALUE +0.
           05  REJECTED-CNT                    PIC S9(07) COMP-3
                                                   VALUE +0.
           05  UNBILLED-CNT                    PIC S9(07) COMP-3
                                                   VALUE +0.
           05  AGED-CNT                        PIC S9(07) COMP-3
                                                   VALUE +0.
           05  PENDOUT-WRITTEN-CNT             PIC S9(07) COMP-3
                                                   VALUE +0.
           05  TOTAL-PRESENTED-AMT             PIC S9(09)V99 COMP-3
                                                   VALUE +0.
           05  TOTAL-POSTED-AMT                PIC S9(09)V99 COMP-3
                                                   VALUE +0.
           05  TOTAL-DIFFERS-BILLED-AMT        PIC S9(09)V99 COMP-3
                                                   VALUE +0.
           05  TOTAL-DIFFERS-POSTED-AMT        PIC S9(09)V99 COMP-3
                                                   VALUE +0.
           05  TOTAL-NOT-POSTED-AMT            PIC S9(09)V99 COMP-3
                                                   VALUE +0.
           05  TOTAL-UNBILLED-AMT              PIC S9(09)V99 COMP-3
                                                   VALUE +0.
           05  PROOF-CHECK-AMT                 PIC S9(09)V99 COMP-3
                                                   VALUE +0.

       01  CA418-WORK-FIELDS.
           05  RUN-DATE-GV                     PIC 9(08).
           05  AGING-CYCLES-GV                 PIC 9(03).
           05  FEETRNS-KEY-GV                  PIC X(12).
           05  PENDIN-KEY-GV                   PIC X(12).
           05  CONFIRM-KEY-GV.
               10  CNF-ACCOUNT-GV              PIC X(09).
               10  CNF-FEE-CODE-GV             PIC X(03).
           05  AGE-X                           PIC S9(04) COMP.
           05  AGED-STORED-CNT                 PIC S9(04) COMP
                                                   VALUE +0.

      *----------------------------------------------------------------*
      *    THE ITEM EXPECTED TO BE POSTED - THE LOWER OF THE CURRENT   *
      *    FEETRNS AND PENDIN RECORDS.  A CARRIED ITEM GOES FIRST ON   *
      *    AN EQUAL KEY, BEING THE OLDER.                              *
      *----------------------------------------------------------------*
       01  EXPECTED-ITEM-GV.
           05  EXP-KEY-GV.
               10  EXP-ACCOUNT-GV              PIC X(09).
               10  EXP-FEE-CODE-GV             PIC X(03).
           05  EXP-CUSTOMER-GV                 PIC X(09).
           05  EXP-AMOUNT-GV                   PIC 9(07)V99.
           05  EXP-BILL-DATE-GV                PIC 9(08).
           05  EXP-CYCLES-GV                   PIC 9(03).

       01  AGED-ITEM-TABLE.
           05  AGED-ENTRY-GV OCCURS 500 TIMES.
               10  AGED-ACCOUNT-GV             PIC X(09).
               10  AGED-CUSTOMER-GV            PIC X(09).
               10  AGED-FEE-CODE-GV            PIC X(03).
               10  AGED-AMOUNT-GV              PIC 9(07)V99.
               10  AGED-BILL-DATE-GV           PIC 9(08).
               10  AGED-CYCLES-GV              PIC 9(03).

       01  NBCONS-PASSAREA.
           05  NBCONS-MESSAGE                  PIC X(80).
           05  NBCONS-SEVERITY                 PIC X(04) VALUE SPACES.

      *----------------------------------------------------------------*
      *    RECONCILIATION REPORT LAYOUTS.                              *
      *----------------------------------------------------------------*
       01  PST-HEADING-1.
           05  FILLER                          PIC X(44)  VALUE
                 'CA418M10 - FEE POSTING RECONCILIATION       '.
           05  PST-HDG-DATE                    PIC 9(08).
           05  FILLER                          PIC X(80)  VALUE SPACES.

       01  PST-HEADING-2.
           05  FILLER                          PIC X(11)  VALUE
                 'ACCOUNT    '.
           05  FILLER                          PIC X(11)  VALUE
                 'CUSTOMER   '.
           05  FILLER                          PIC X(05)  VALUE
                 'FEE  '.
           05  FILLER                          PIC X(10)  VALUE
                 'BILLED    '.
           05  FILLER                          PIC X(15)  VALUE
                 '       BILLED  '.
           05  FILLER                          PIC X(15)  VALUE
                 '       POSTED  '.
           05  FILLER                          PIC X(16)  VALUE
                 '    DIFFERENCE  '.
           05  FILLER                          PIC X(05)  VALUE
                 'CYC  '.
           05  FILLER                          PIC X(44)  VALUE
                 'STATUS'.

       01  PST-DETAIL-LINE.
           05  PST-DET-ACCOUNT                 PIC X(09).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  PST-DET-CUSTOMER                PIC X(09).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  PST-DET-FEE-CODE                PIC X(03).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  PST-DET-BILL-DATE               PIC 9(08).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  PST-DET-BILLED                  PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  PST-DET-POSTED                  PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  PST-DET-DIFFERENCE              PIC --,---,--9.99.
           05  FILLER                          PIC X(03)  VALUE SPACES.
           05  PST-DET-CYCLES                  PIC ZZ9.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  PST-DET-STATUS                  PIC X(30).
           05  FILLER                          PIC X(14)  VALUE SPACES.

       01  AGE-HEADING-1.
           05  FILLER                          PIC X(33)  VALUE
                 'FEE ITEMS STILL NOT POSTED AFTER '.
           05  AGE-HDG-CYCLES                  PIC ZZ9.
           05  FILLER                          PIC X(96)  VALUE
                 ' CYCLES OR MORE'.

       01  AGE-DETAIL-LINE.
           05  AGE-DET-ACCOUNT                 PIC X(09).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  AGE-DET-CUSTOMER                PIC X(09).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  AGE-DET-FEE-CODE                PIC X(03).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  AGE-DET-BILL-DATE               PIC 9(08).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  AGE-DET-AMOUNT                  PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(33)  VALUE SPACES.
           05  AGE-DET-CYCLES                  PIC ZZ9.
           05  FILLER                          PIC X(46)  VALUE SPACES.

       01  PST-TOTAL-LINE.
           05  PST-TOT-DESC                    PIC X(27).
           05  PST-TOT-AMOUNT                  PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(90)  VALUE SPACES.

       01  PST-COUNT-LINE.
           05  PST-COUNT-DESC                  PIC X(27).
           05  PST-COUNT-VALUE                 PIC ZZZ,ZZZ,ZZ9.
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
           PERFORM 2000-MATCH-CONFIRMATION
                   UNTIL EXP-KEY-GV     = HIGH-KEY-CONST
                   AND   CONFIRM-KEY-GV = HIGH-KEY-CONST
           PERFORM 4000-WRITE-AGING-SECTION
           PERFORM 5000-WRITE-CONTROL-TOTALS
           PERFORM 9000-TERMINATE
           IF DIFFERS-CNT    > ZERO
              OR NOT-POSTED-CNT > ZERO
              OR UNBILLED-CNT   > ZERO
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
                       FEETRNS-FILE
                       PENDIN-FILE
                       POSTCONF-FILE
           OPEN OUTPUT PENDOUT-FILE
                       REPRESNT-FILE
                       PSTRPT-FILE
           ACCEPT RUN-DATE-GV FROM DATE YYYYMMDD
           MOVE DEFAULT-AGING-CYCLES TO AGING-CYCLES-GV
           READ PARMCARD-FILE
              AT END SET PARM-EOF TO TRUE
           END-READ
           IF NOT PARM-EOF
              AND PARM-AGING-CYCLES NUMERIC
              AND PARM-AGING-CYCLES > ZERO
              MOVE PARM-AGING-CYCLES TO AGING-CYCLES-GV
           END-IF
           MOVE RUN-DATE-GV         TO PST-HDG-DATE
           WRITE PSTRPT-LINE FROM PST-HEADING-1
           WRITE PSTRPT-LINE FROM PST-HEADING-2
           PERFORM 8110-READ-FEETRNS
           PERFORM 8120-READ-PENDIN
           PERFORM 8100-NEXT-EXPECTED
           PERFORM 8200-READ-POSTCONF
           .

      ******************************************************************
      *                                                                *
      *    2000-MATCH-CONFIRMATION                                     *
      *                                                                *
      ******************************************************************
       2000-MATCH-CONFIRMATION.
           EVALUATE TRUE
              WHEN EXP-KEY-GV < CONFIRM-KEY-GV
                 MOVE 'NOT POSTED - NO CONFIRM'
                                    TO PST-DET-STATUS
                 PERFORM 2200-NOT-POSTED
                 PERFORM 8100-NEXT-EXPECTED
              WHEN EXP-KEY-GV > CONFIRM-KEY-GV
                 PERFORM 2300-POSTED-NOT-BILLED
                 PERFORM 8200-READ-POSTCONF
              WHEN OTHER
                 IF CNF-REJECTED-PC
                    MOVE SPACES     TO PST-DET-STATUS
                    STRING 'NOT POSTED - REJECTED '
                                       DELIMITED BY SIZE
                           CNF-REJECT-REASON-PC
                                       DELIMITED BY SIZE
                           INTO PST-DET-STATUS
                    END-STRING
                    ADD 1 TO REJECTED-CNT
                    PERFORM 2200-NOT-POSTED
                 ELSE
                    PERFORM 2100-POSTED
                 END-IF
                 PERFORM 8100-NEXT-EXPECTED
                 PERFORM 8200-READ-POSTCONF
           END-EVALUATE
           .

      ******************************************************************
      *                                                                *
      *    2100-POSTED                                                 *
      *                                                                *
      *    A CONFIRMATION FOR ANOTHER AMOUNT IS STILL POSTED - IT IS   *
      *    REPORTED FOR CORRECTION, NOT PRESENTED AGAIN.               *
      *                                                                *
      ******************************************************************
       2100-POSTED.
           PERFORM 3000-SET-DETAIL-FROM-ITEM
           MOVE CNF-AMOUNT-PC       TO PST-DET-POSTED
           COMPUTE PST-DET-DIFFERENCE =
                   CNF-AMOUNT-PC - EXP-AMOUNT-GV
           IF CNF-AMOUNT-PC = EXP-AMOUNT-GV
              ADD 1 TO POSTED-CNT
              ADD EXP-AMOUNT-GV     TO TOTAL-POSTED-AMT
              MOVE 'POSTED'         TO PST-DET-STATUS
           ELSE
              ADD 1 TO DIFFERS-CNT
              ADD EXP-AMOUNT-GV     TO TOTAL-DIFFERS-BILLED-AMT
              ADD CNF-AMOUNT-PC     TO TOTAL-DIFFERS-POSTED-AMT
              MOVE 'POSTED - AMOUNT DIFFERS'
                                    TO PST-DET-STATUS
           END-IF
           WRITE PSTRPT-LINE FROM PST-DETAIL-LINE
           .

      ******************************************************************
      *                                                                *
      *    2200-NOT-POSTED                                             *
      *                                                                *
      *    CARRY THE ITEM FORWARD ONE MORE CYCLE AND PRESENT IT AGAIN. *
      *                                                                *
      ******************************************************************
       2200-NOT-POSTED.
           ADD 1                    TO EXP-CYCLES-GV
           ADD 1                    TO NOT-POSTED-CNT
           ADD EXP-AMOUNT-GV        TO TOTAL-NOT-POSTED-AMT
           PERFORM 3000-SET-DETAIL-FROM-ITEM
           MOVE ZERO                TO PST-DET-POSTED
           COMPUTE PST-DET-DIFFERENCE = ZERO - EXP-AMOUNT-GV
           WRITE PSTRPT-LINE FROM PST-DETAIL-LINE
           MOVE SPACES              TO PENDOUT-RECORD
           MOVE EXP-ACCOUNT-GV      TO PND-ACCOUNT-PO
           MOVE EXP-CUSTOMER-GV     TO PND-CUSTOMER-PO
           MOVE EXP-FEE-CODE-GV     TO PND-FEE-CODE-PO
           MOVE EXP-AMOUNT-GV       TO PND-AMOUNT-PO
           MOVE EXP-BILL-DATE-GV    TO PND-BILL-DATE-PO
           MOVE EXP-CYCLES-GV       TO PND-CYCLES-PO
           MOVE RUN-DATE-GV         TO PND-LAST-PRESENTED-PO
           WRITE PENDOUT-RECORD
           ADD 1 TO PENDOUT-WRITTEN-CNT
           MOVE SPACES              TO REPRESNT-RECORD
           MOVE EXP-ACCOUNT-GV      TO TRN-ACCOUNT-RP
           MOVE EXP-CUSTOMER-GV     TO TRN-CUSTOMER-RP
           MOVE EXP-FEE-CODE-GV     TO TRN-FEE-CODE-RP
           MOVE EXP-AMOUNT-GV       TO TRN-AMOUNT-RP
           MOVE EXP-BILL-DATE-GV    TO TRN-BILL-DATE-RP
           WRITE REPRESNT-RECORD
           IF EXP-CYCLES-GV NOT < AGING-CYCLES-GV
              PERFORM 2250-STORE-AGED-ITEM
           END-IF
           .

       2250-STORE-AGED-ITEM.
           ADD 1 TO AGED-CNT
           IF AGED-STORED-CNT < MAX-AGED-ENTRIES
              ADD 1 TO AGED-STORED-CNT
              MOVE EXP-ACCOUNT-GV   TO AGED-ACCOUNT-GV(AGED-STORED-CNT)
              MOVE EXP-CUSTOMER-GV  TO AGED-CUSTOMER-GV(AGED-STORED-CNT)
              MOVE EXP-FEE-CODE-GV  TO AGED-FEE-CODE-GV(AGED-STORED-CNT)
              MOVE EXP-AMOUNT-GV    TO AGED-AMOUNT-GV(AGED-STORED-CNT)
              MOVE EXP-BILL-DATE-GV
                                TO AGED-BILL-DATE-GV(AGED-STORED-CNT)
              MOVE EXP-CYCLES-GV    TO AGED-CYCLES-GV(AGED-STORED-CNT)
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    2300-POSTED-NOT-BILLED                                      *
      *                                                                *
      ******************************************************************
       2300-POSTED-NOT-BILLED.
           ADD 1 TO UNBILLED-CNT
           ADD CNF-AMOUNT-PC        TO TOTAL-UNBILLED-AMT
           MOVE CNF-ACCOUNT-PC      TO PST-DET-ACCOUNT
           MOVE SPACES              TO PST-DET-CUSTOMER
           MOVE CNF-FEE-CODE-PC     TO PST-DET-FEE-CODE
           MOVE CNF-POST-DATE-PC    TO PST-DET-BILL-DATE
           MOVE ZERO                TO PST-DET-BILLED
                                       PST-DET-CYCLES
           MOVE CNF-AMOUNT-PC       TO PST-DET-POSTED
                                       PST-DET-DIFFERENCE
           IF CNF-REJECTED-PC
              MOVE 'REJECTED - NOT BILLED'
                                    TO PST-DET-STATUS
           ELSE
              MOVE 'POSTED - NOT BILLED'
                                    TO PST-DET-STATUS
           END-IF
           WRITE PSTRPT-LINE FROM PST-DETAIL-LINE
           .

      ******************************************************************
      *                                                                *
      *    3000-SET-DETAIL-FROM-ITEM                                   *
      *                                                                *
      ******************************************************************
       3000-SET-DETAIL-FROM-ITEM.
           MOVE EXP-ACCOUNT-GV      TO PST-DET-ACCOUNT
           MOVE EXP-CUSTOMER-GV     TO PST-DET-CUSTOMER
           MOVE EXP-FEE-CODE-GV     TO PST-DET-FEE-CODE
           MOVE EXP-BILL-DATE-GV    TO PST-DET-BILL-DATE
           MOVE EXP-AMOUNT-GV       TO PST-DET-BILLED
           MOVE EXP-CYCLES-GV       TO PST-DET-CYCLES
           .

      ******************************************************************
      *                                                                *
      *    4000-WRITE-AGING-SECTION                                    *
      *                                                                *
      ******************************************************************
       4000-WRITE-AGING-SECTION.
           MOVE SPACES TO PSTRPT-LINE
           WRITE PSTRPT-LINE
           MOVE AGING-CYCLES-GV     TO AGE-HDG-CYCLES
           WRITE PSTRPT-LINE FROM AGE-HEADING-1
           MOVE 1 TO AGE-X
           PERFORM 4100-WRITE-AGED-ITEM
                   UNTIL AGE-X > AGED-STORED-CNT
           IF AGED-CNT > ZERO
              MOVE SPACES           TO NBCONS-MESSAGE
              STRING 'CA418M10 - COMMITMENT FEES UNPOSTED PAST THE '
                                       DELIMITED BY SIZE
                     'AGING LIMIT - SEE PSTRPT'
                                       DELIMITED BY SIZE
                     INTO NBCONS-MESSAGE
              END-STRING
              MOVE 'WARN'           TO NBCONS-SEVERITY
              CALL 'NBCONS' USING NBCONS-PASSAREA
           END-IF
           .

       4100-WRITE-AGED-ITEM.
           MOVE AGED-ACCOUNT-GV(AGE-X)   TO AGE-DET-ACCOUNT
           MOVE AGED-CUSTOMER-GV(AGE-X)  TO AGE-DET-CUSTOMER
           MOVE AGED-FEE-CODE-GV(AGE-X)  TO AGE-DET-FEE-CODE
           MOVE AGED-BILL-DATE-GV(AGE-X) TO AGE-DET-BILL-DATE
           MOVE AGED-AMOUNT-GV(AGE-X)    TO AGE-DET-AMOUNT
           MOVE AGED-CYCLES-GV(AGE-X)    TO AGE-DET-CYCLES
           WRITE PSTRPT-LINE FROM AGE-DETAIL-LINE
           ADD 1 TO AGE-X
           .

      ******************************************************************
      *                                                                *
      *    5000-WRITE-CONTROL-TOTALS                                   *
      *                                                                *
      *    PRESENTED = POSTED + DIFFERS (AS BILLED) + NOT POSTED.      *
      *                                                                *
      ******************************************************************
       5000-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO PSTRPT-LINE
           WRITE PSTRPT-LINE
           MOVE 'FEETRNS ITEMS READ       : '
                                    TO PST-COUNT-DESC
           MOVE FEETRNS-READ-CNT    TO PST-COUNT-VALUE
           WRITE PSTRPT-LINE FROM PST-COUNT-LINE
           MOVE 'CARRIED ITEMS READ       : '
                                    TO PST-COUNT-DESC
           MOVE PENDIN-READ-CNT     TO PST-COUNT-VALUE
           WRITE PSTRPT-LINE FROM PST-COUNT-LINE
           MOVE 'CONFIRMATIONS READ       : '
                                    TO PST-COUNT-DESC
           MOVE POSTCONF-READ-CNT   TO PST-COUNT-VALUE
           WRITE PSTRPT-LINE FROM PST-COUNT-LINE
           MOVE 'POSTED AS BILLED         : '
                                    TO PST-COUNT-DESC
           MOVE POSTED-CNT          TO PST-COUNT-VALUE
           WRITE PSTRPT-LINE FROM PST-COUNT-LINE
           MOVE 'POSTED - AMOUNT DIFFERS  : '
                                    TO PST-COUNT-DESC
           MOVE DIFFERS-CNT         TO PST-COUNT-VALUE
           WRITE PSTRPT-LINE FROM PST-COUNT-LINE
           MOVE 'NOT POSTED               : '
                                    TO PST-COUNT-DESC
           MOVE NOT-POSTED-CNT      TO PST-COUNT-VALUE
           WRITE PSTRPT-LINE FROM PST-COUNT-LINE
           MOVE '  OF WHICH REJECTED      : '
                                    TO PST-COUNT-DESC
           MOVE REJECTED-CNT        TO PST-COUNT-VALUE
           WRITE PSTRPT-LINE FROM PST-COUNT-LINE
           MOVE 'POSTED - NOT BILLED      : '
                                    TO PST-COUNT-DESC
           MOVE UNBILLED-CNT        TO PST-COUNT-VALUE
           WRITE PSTRPT-LINE FROM PST-COUNT-LINE
           MOVE 'CARRIED FORWARD          : '
                                    TO PST-COUNT-DESC
           MOVE PENDOUT-WRITTEN-CNT TO PST-COUNT-VALUE
           WRITE PSTRPT-LINE FROM PST-COUNT-LINE
           MOVE 'PAST AGING LIMIT         : '
                                    TO PST-COUNT-DESC
           MOVE AGED-CNT            TO PST-COUNT-VALUE
           WRITE PSTRPT-LINE FROM PST-COUNT-LINE
           IF AGED-CNT > AGED-STORED-CNT
              MOVE '  NOT LISTED (TABLE FULL): '
                                    TO PST-COUNT-DESC
              COMPUTE PST-COUNT-VALUE = AGED-CNT - AGED-STORED-CNT
              WRITE PSTRPT-LINE FROM PST-COUNT-LINE
           END-IF
           MOVE 'TOTAL PRESENTED          : '
                                    TO PST-TOT-DESC
           MOVE TOTAL-PRESENTED-AMT TO PST-TOT-AMOUNT
           WRITE PSTRPT-LINE FROM PST-TOTAL-LINE
           MOVE 'POSTED AS BILLED         : '
                                    TO PST-TOT-DESC
           MOVE TOTAL-POSTED-AMT    TO PST-TOT-AMOUNT
           WRITE PSTRPT-LINE FROM PST-TOTAL-LINE
           MOVE 'DIFFERS - BILLED         : '
                                    TO PST-TOT-DESC
           MOVE TOTAL-DIFFERS-BILLED-AMT
                                    TO PST-TOT-AMOUNT
           WRITE PSTRPT-LINE FROM PST-TOTAL-LINE
           MOVE 'DIFFERS - POSTED         : '
                                    TO PST-TOT-DESC
           MOVE TOTAL-DIFFERS-POSTED-AMT
                                    TO PST-TOT-AMOUNT
           WRITE PSTRPT-LINE FROM PST-TOTAL-LINE
           MOVE 'NOT POSTED - CARRIED     : '
                                    TO PST-TOT-DESC
           MOVE TOTAL-NOT-POSTED-AMT
                                    TO PST-TOT-AMOUNT
           WRITE PSTRPT-LINE FROM PST-TOTAL-LINE
           MOVE 'POSTED - NOT BILLED      : '
                                    TO PST-TOT-DESC
           MOVE TOTAL-UNBILLED-AMT  TO PST-TOT-AMOUNT
           WRITE PSTRPT-LINE FROM PST-TOTAL-LINE
           COMPUTE PROOF-CHECK-AMT =
                   TOTAL-PRESENTED-AMT
                 - TOTAL-POSTED-AMT
                 - TOTAL-DIFFERS-BILLED-AMT
                 - TOTAL-NOT-POSTED-AMT
           MOVE 'PROOF DIFFERENCE         : '
                                    TO PST-TOT-DESC
           MOVE PROOF-CHECK-AMT     TO PST-TOT-AMOUNT
           WRITE PSTRPT-LINE FROM PST-TOTAL-LINE
           .

      ******************************************************************
      *                                                                *
      *    8100-NEXT-EXPECTED                                          *
      *                                                                *
      ******************************************************************
       8100-NEXT-EXPECTED.
           EVALUATE TRUE
              WHEN PENDIN-KEY-GV  = HIGH-KEY-CONST
               AND FEETRNS-KEY-GV = HIGH-KEY-CONST
                 MOVE HIGH-VALUES   TO EXP-KEY-GV
              WHEN PENDIN-KEY-GV NOT > FEETRNS-KEY-GV
                 MOVE PND-ACCOUNT-PI
                                    TO EXP-ACCOUNT-GV
                 MOVE PND-FEE-CODE-PI
                                    TO EXP-FEE-CODE-GV
                 MOVE PND-CUSTOMER-PI
                                    TO EXP-CUSTOMER-GV
                 MOVE PND-AMOUNT-PI TO EXP-AMOUNT-GV
                 MOVE PND-BILL-DATE-PI
                                    TO EXP-BILL-DATE-GV
                 MOVE PND-CYCLES-PI TO EXP-CYCLES-GV
                 ADD PND-AMOUNT-PI  TO TOTAL-PRESENTED-AMT
                 PERFORM 8120-READ-PENDIN
              WHEN OTHER
                 MOVE TRN-ACCOUNT-FT
                                    TO EXP-ACCOUNT-GV
                 MOVE TRN-FEE-CODE-FT
                                    TO EXP-FEE-CODE-GV
                 MOVE TRN-CUSTOMER-FT
                                    TO EXP-CUSTOMER-GV
                 MOVE TRN-AMOUNT-FT TO EXP-AMOUNT-GV
                 MOVE TRN-BILL-DATE-FT
                                    TO EXP-BILL-DATE-GV
                 MOVE ZERO          TO EXP-CYCLES-GV
                 ADD TRN-AMOUNT-FT  TO TOTAL-PRESENTED-AMT
                 PERFORM 8110-READ-FEETRNS
           END-EVALUATE
           .

       8110-READ-FEETRNS.
           READ FEETRNS-FILE
              AT END SET FEETRNS-EOF TO TRUE
           END-READ
           IF FEETRNS-EOF
              MOVE HIGH-VALUES      TO FEETRNS-KEY-GV
           ELSE
              ADD 1 TO FEETRNS-READ-CNT
              MOVE TRN-ACCOUNT-FT TO FEETRNS-KEY-GV(1:9)
              MOVE TRN-FEE-CODE-FT  TO FEETRNS-KEY-GV(10:3)
           END-IF
           .

       8120-READ-PENDIN.
           READ PENDIN-FILE
              AT END SET PENDIN-EOF TO TRUE
           END-READ
           IF PENDIN-EOF
              MOVE HIGH-VALUES      TO PENDIN-KEY-GV
           ELSE
              ADD 1 TO PENDIN-READ-CNT
              MOVE PND-ACCOUNT-PI   TO PENDIN-KEY-GV(1:9)
              MOVE PND-FEE-CODE-PI  TO PENDIN-KEY-GV(10:3)
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    8200-READ-POSTCONF                                          *
      *                                                                *
      ******************************************************************
       8200-READ-POSTCONF.
           READ POSTCONF-FILE
              AT END SET POSTCONF-EOF TO TRUE
           END-READ
           IF POSTCONF-EOF
              MOVE HIGH-VALUES      TO CONFIRM-KEY-GV
           ELSE
              ADD 1 TO POSTCONF-READ-CNT
              MOVE CNF-ACCOUNT-PC   TO CNF-ACCOUNT-GV
              MOVE CNF-FEE-CODE-PC  TO CNF-FEE-CODE-GV
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    9000-TERMINATE                                              *
      *                                                                *
      ******************************************************************
       9000-TERMINATE.
           CLOSE PARMCARD-FILE
                 FEETRNS-FILE
                 PENDIN-FILE
                 POSTCONF-FILE
                 PENDOUT-FILE
                 REPRESNT-FILE
                 PSTRPT-FILE
           .
