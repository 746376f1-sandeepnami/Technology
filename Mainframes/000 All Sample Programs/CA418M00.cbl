      *    CYCLE.  THE REPORT SHOWS ACCRUED VERSUS BILLED PER          *
      *    FACILITY WITH CONTROL TOTALS.                               *
      *                                                                *
      *    AN ACCRUAL THAT IS NOT BILLED IS KEPT ON THE ACCRUAL        *
      *    LEDGER, ONE RECORD PER FACILITY, PASSED FROM CYCLE TO       *
      *    CYCLE AS OLD LEDGER (ACCRIN) TO NEW LEDGER (ACCROUT) IN     *
      *    FACILITY KEY ORDER.  EACH CYCLE'S ACCRUAL IS ADDED TO THE   *
      *    CARRIED BALANCE AND THE BALANCE IS BILLED ONCE IT REACHES   *
      *    THE MINIMUM.  A LEDGER FACILITY NO LONGER ON THE EXTRACT    *
      *    (CLOSED, SUSPENDED OR FULLY DRAWN) BILLS ITS RESIDUAL       *
      *    BALANCE WHATEVER THE MINIMUM.  CARRIED IN PLUS ACCRUED      *
      *    MUST EQUAL BILLED PLUS CARRIED OUT - THE LEDGER TOTALS      *
      *    PROVE IT EVERY CYCLE.                                       *
      *                                                                *
      *    PARAMETER CARD (PARMCARD):                                  *
      *        COLS  1-3   BILLING PERIOD DAYS (NUMERIC)               *
      *        COLS  4-12  MINIMUM BILLING AMOUNT 9(7)V99              *
      *    MODIFICATION HISTORY                                        *
      *    ----------------------------------------------------------  *
      *    02/09/26 RAM  INITIAL VERSION.                              *
      *    15/10/26 RAM  SUB-MINIMUM ACCRUALS CARRIED ON THE ACCRIN /  *
      *                  ACCROUT LEDGER AND BILLED WHEN THE BALANCE    *
      *                  REACHES THE MINIMUM OR THE FACILITY LEAVES    *
      *                  THE EXTRACT.  CARRIED-IN / CARRIED-OUT        *
      *                  COLUMNS AND LEDGER TOTALS ON CMTRPT.          *
      *                                                                *
      *================================================================*
       ENVIRONMENT DIVISION.
           SELECT FEEMSTR-FILE    ASSIGN TO FEEMSTR
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL ACCRIN-FILE
                  ASSIGN TO ACCRIN
                  ORGANIZATION IS SEQUENTIAL.

           SELECT ACCROUT-FILE    ASSIGN TO ACCROUT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT FEETRNS-FILE    ASSIGN TO FEETRNS
                  ORGANIZATION IS SEQUENTIAL.

           05  FEE-MAX-FM                      PIC 9(07)V99.
           05  FILLER                          PIC X(20).

      *----------------------------------------------------------------*
      *    ACCRIN / ACCROUT - THE ACCRUAL LEDGER, ONE RECORD PER       *
      *    FACILITY WITH A BALANCE ACCRUED BUT NOT YET BILLED, IN      *
      *    FACILITY KEY ORDER.  THE TWO LAYOUTS MUST STAY IN STEP.     *
      *----------------------------------------------------------------*
       FD  ACCRIN-FILE
           RECORDING MODE IS F.
       01  ACCRIN-RECORD.
           05  LDG-FACILITY-KEY-AI             PIC X(09).
           05  LDG-CUSTOMER-NBR-AI             PIC X(09).
           05  LDG-BALANCE-AI                  PIC S9(09)V99 COMP-3.
           05  LDG-FIRST-DATE-AI               PIC 9(08).
           05  LDG-LAST-DATE-AI                PIC 9(08).
           05  LDG-CYCLES-AI                   PIC 9(03).
           05  FILLER                          PIC X(37).

       FD  ACCROUT-FILE
           RECORDING MODE IS F.
       01  ACCROUT-RECORD.
           05  LDG-FACILITY-KEY-AO             PIC X(09).
           05  LDG-CUSTOMER-NBR-AO             PIC X(09).
           05  LDG-BALANCE-AO                  PIC S9(09)V99 COMP-3.
           05  LDG-FIRST-DATE-AO               PIC 9(08).
           05  LDG-LAST-DATE-AO                PIC 9(08).
           05  LDG-CYCLES-AO                   PIC 9(03).
           05  FILLER                          PIC X(37).

      *----------------------------------------------------------------*
      *    FEETRNS - ONE FEE TRANSACTION PER BILLED FACILITY FOR       *
      *    THE DOWNSTREAM POSTING RUN.                                 *
      *================================================================*

       77  DEFAULT-PERIOD-DAYS                 PIC 9(03) VALUE 030.
       77  HIGH-KEY-CONST                      PIC X(09)
                                                   VALUE HIGH-VALUES.

       01  CA418-SWITCHES.
           05  PARM-EOF-SW                     PIC X(01) VALUE 'N'.
               88  FEEMSTR-EOF                     VALUE 'Y'.
           05  CMT-RATE-FOUND-SW               PIC X(01) VALUE 'N'.
               88  CMT-RATE-FOUND                  VALUE 'Y'.
           05  ACCRIN-EOF-SW                   PIC X(01) VALUE 'N'.
               88  ACCRIN-EOF                      VALUE 'Y'.

       01  CA418-CONTROL-COUNTS.
           05  EXTRACT-READ-CNT                PIC S9(09) COMP-3
                                                   VALUE +0.
           05  TOTAL-BILLED-AMT                PIC S9(11)V99 COMP-3
                                                   VALUE +0.
           05  LEDGER-READ-CNT                 PIC S9(09) COMP-3
                                                   VALUE +0.
           05  LEDGER-WRITTEN-CNT              PIC S9(09) COMP-3
                                                   VALUE +0.
           05  RESIDUAL-BILLED-CNT             PIC S9(09) COMP-3
                                                   VALUE +0.
           05  TOTAL-CARRIED-IN-AMT            PIC S9(11)V99 COMP-3
                                                   VALUE +0.
           05  TOTAL-CARRIED-OUT-AMT           PIC S9(11)V99 COMP-3
                                                   VALUE +0.
           05  LEDGER-CHECK-AMT                PIC S9(11)V99 COMP-3
                                                   VALUE +0.

       01  CA418-WORK-FIELDS.
           05  PERIOD-DAYS-GV                  PIC 9(03).
                                                   VALUE ZERO.
           05  ACCRUED-AMT-GV                  PIC S9(09)V99 COMP-3.
           05  RUN-DATE-GV                     PIC 9(08).
           05  CARRIED-IN-GV                   PIC S9(09)V99 COMP-3.
           05  BALANCE-GV                      PIC S9(09)V99 COMP-3.
           05  BILLED-AMT-GV                   PIC S9(09)V99 COMP-3.
           05  FACILITY-GV                     PIC X(09).
           05  CUSTOMER-GV                     PIC X(09).
           05  EXTRACT-KEY-GV                  PIC X(09).
           05  LEDGER-KEY-GV                   PIC X(09).

      *----------------------------------------------------------------*
      *    BILLING REPORT LAYOUTS.                                     *
                 'CUSTOMER   '.
           05  FILLER                          PIC X(18)  VALUE
                 'UNDRAWN BALANCE   '.
           05  FILLER                          PIC X(12)  VALUE
                 'CARRIED IN  '.
           05  FILLER                          PIC X(12)  VALUE
                 'ACCRUED     '.
           05  FILLER                          PIC X(12)  VALUE
                 'BILLED      '.
           05  FILLER                          PIC X(12)  VALUE
                 'CARRIED OUT '.
           05  FILLER                          PIC X(44)  VALUE SPACES.

       01  CMT-DETAIL-LINE.
           05  CMT-DET-FACILITY                PIC X(09).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  CMT-DET-UNDRAWN                 PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  CMT-DET-CARRIED-IN              PIC ZZZ,ZZ9.99.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  CMT-DET-ACCRUED                 PIC ZZZ,ZZ9.99.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  CMT-DET-BILLED                  PIC ZZZ,ZZ9.99.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  CMT-DET-CARRIED-OUT             PIC ZZZ,ZZ9.99.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  CMT-DET-NOTE                    PIC X(24).
           05  FILLER                          PIC X(20)  VALUE SPACES.

       01  CMT-TOTAL-LINE.
           05  CMT-TOT-DESC                    PIC X(27).
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-BILL-ONE-FACILITY
                   UNTIL EXTRACT-KEY-GV = HIGH-KEY-CONST
                   AND LEDGER-KEY-GV = HIGH-KEY-CONST
           PERFORM 4000-WRITE-CONTROL-TOTALS
           PERFORM 9000-TERMINATE
           GOBACK
           OPEN INPUT  PARMCARD-FILE
                       CONSIN-FILE
                       FEEMSTR-FILE
                       ACCRIN-FILE
           OPEN OUTPUT FEETRNS-FILE
                       CMTRPT-FILE
                       ACCROUT-FILE
           ACCEPT RUN-DATE-GV FROM DATE YYYYMMDD
           MOVE DEFAULT-PERIOD-DAYS TO PERIOD-DAYS-GV
           READ PARMCARD-FILE
           WRITE CMTRPT-LINE FROM CMT-HEADING-1
           WRITE CMTRPT-LINE FROM CMT-HEADING-2
           PERFORM 8100-READ-EXTRACT
           PERFORM 8200-READ-LEDGER
           .

      ******************************************************************
      *                                                                *
      *    2000-BILL-ONE-FACILITY                                      *
      *                                                                *
      *    BALANCED LINE OF THE EXTRACT AGAINST THE OLD LEDGER.  A     *
      *    FACILITY ON THE EXTRACT ACCRUES THE PERIOD'S COMMITMENT     *
      *    FEE ON ITS UNDRAWN BALANCE ON TOP OF ANYTHING CARRIED ON    *
      *    THE LEDGER.  A LEDGER FACILITY NOT ON THE EXTRACT BILLS     *
      *    WHAT IT CARRIES.                                            *
      *                                                                *
      ******************************************************************
       2000-BILL-ONE-FACILITY.
           EVALUATE TRUE
              WHEN EXTRACT-KEY-GV < LEDGER-KEY-GV
      *          NOTHING CARRIED - THIS CYCLE'S ACCRUAL ONLY.
                 MOVE ZERO             TO CARRIED-IN-GV
                 PERFORM 2100-ACCRUE-AND-SETTLE
                 PERFORM 8100-READ-EXTRACT
              WHEN EXTRACT-KEY-GV > LEDGER-KEY-GV
      *          OFF THE EXTRACT - BILL THE RESIDUAL.
                 PERFORM 2200-BILL-RESIDUAL
                 PERFORM 8200-READ-LEDGER
              WHEN OTHER
                 MOVE LDG-BALANCE-AI   TO CARRIED-IN-GV
                 PERFORM 2100-ACCRUE-AND-SETTLE
                 PERFORM 8100-READ-EXTRACT
                 PERFORM 8200-READ-LEDGER
           END-EVALUATE
           .

      ******************************************************************
      *                                                                *
      *    2100-ACCRUE-AND-SETTLE                                      *
      *                                                                *
      *    ADD THE PERIOD'S ACCRUAL TO THE CARRIED BALANCE AND BILL    *
      *    THE LOT ONCE IT CLEARS THE MINIMUM; OTHERWISE CARRY IT.     *
      *                                                                *
      ******************************************************************
       2100-ACCRUE-AND-SETTLE.
           MOVE IN-FACILITY-KEY     TO FACILITY-GV
           MOVE IN-CUSTOMER-NBR     TO CUSTOMER-GV
           COMPUTE ACCRUED-AMT-GV ROUNDED =
                   IN-UNDRAWN-AMT * CMT-RATE-GV / 100
                 * PERIOD-DAYS-GV / 365
           ADD ACCRUED-AMT-GV TO TOTAL-ACCRUED-AMT
           COMPUTE BALANCE-GV = CARRIED-IN-GV + ACCRUED-AMT-GV
           MOVE IN-UNDRAWN-AMT      TO CMT-DET-UNDRAWN
           IF BALANCE-GV >= MIN-BILLING-GV
              AND BALANCE-GV > ZERO
              MOVE BALANCE-GV       TO BILLED-AMT-GV
              PERFORM 3100-WRITE-FEE-TRANSACTION
              ADD 1 TO BILLED-CNT
              MOVE ZERO             TO BALANCE-GV
              IF CARRIED-IN-GV > ZERO
                 MOVE 'BILLED WITH CARRIED'
                                    TO CMT-DET-NOTE
              ELSE
                 MOVE 'BILLED'      TO CMT-DET-NOTE
              END-IF
           ELSE
              ADD 1 TO ACCRUED-ONLY-CNT
              MOVE ZERO             TO BILLED-AMT-GV
              MOVE 'BELOW MINIMUM - CARRIED'
                                    TO CMT-DET-NOTE
              PERFORM 3200-WRITE-LEDGER THRU 3200-EXIT
           END-IF
           PERFORM 3300-WRITE-REPORT-DETAIL
           .

      ******************************************************************
      *                                                                *
      *    2200-BILL-RESIDUAL                                          *
      *                                                                *
      *    THE FACILITY HAS LEFT THE EXTRACT - CLOSED, SUSPENDED OR    *
      *    FULLY DRAWN - SO NOTHING MORE WILL ACCRUE.  WHATEVER IT     *
      *    CARRIES IS BILLED NOW, BELOW THE MINIMUM OR NOT.            *
      *                                                                *
      ******************************************************************
       2200-BILL-RESIDUAL.
           MOVE LDG-FACILITY-KEY-AI TO FACILITY-GV
           MOVE LDG-CUSTOMER-NBR-AI TO CUSTOMER-GV
           MOVE LDG-BALANCE-AI      TO CARRIED-IN-GV
           MOVE ZERO                TO ACCRUED-AMT-GV
                                       BALANCE-GV
                                       CMT-DET-UNDRAWN
           IF CARRIED-IN-GV > ZERO
              MOVE CARRIED-IN-GV    TO BILLED-AMT-GV
              PERFORM 3100-WRITE-FEE-TRANSACTION
              ADD 1 TO RESIDUAL-BILLED-CNT
           ELSE
              MOVE ZERO             TO BILLED-AMT-GV
           END-IF
           MOVE 'RESIDUAL - OFF EXTRACT'
                                    TO CMT-DET-NOTE
           PERFORM 3300-WRITE-REPORT-DETAIL
           .

      ******************************************************************
      *                                                                *
      ******************************************************************
       3100-WRITE-FEE-TRANSACTION.
           MOVE SPACES              TO FEETRNS-RECORD
           MOVE FACILITY-GV         TO TRN-ACCOUNT-FT
           MOVE CUSTOMER-GV         TO TRN-CUSTOMER-FT
           MOVE 'CMT'               TO TRN-FEE-CODE-FT
           MOVE BILLED-AMT-GV       TO TRN-AMOUNT-FT
           MOVE RUN-DATE-GV         TO TRN-BILL-DATE-FT
           WRITE FEETRNS-RECORD
           ADD BILLED-AMT-GV TO TOTAL-BILLED-AMT
           .

      ******************************************************************
      *                                                                *
      *    3200-WRITE-LEDGER                                           *
      *                                                                *
      *    CARRY THE UNBILLED BALANCE TO THE NEW LEDGER, KEEPING THE   *
      *    DATE IT STARTED TO BUILD AND THE CYCLES IT HAS WAITED.      *
      *                                                                *
      ******************************************************************
       3200-WRITE-LEDGER.
           IF BALANCE-GV NOT > ZERO
              GO TO 3200-EXIT
           END-IF
           MOVE SPACES              TO ACCROUT-RECORD
           MOVE FACILITY-GV         TO LDG-FACILITY-KEY-AO
           MOVE CUSTOMER-GV         TO LDG-CUSTOMER-NBR-AO
           MOVE BALANCE-GV          TO LDG-BALANCE-AO
           MOVE RUN-DATE-GV         TO LDG-LAST-DATE-AO
           IF CARRIED-IN-GV > ZERO
              MOVE LDG-FIRST-DATE-AI TO LDG-FIRST-DATE-AO
              IF LDG-CYCLES-AI < 999
                 COMPUTE LDG-CYCLES-AO = LDG-CYCLES-AI + 1
              ELSE
                 MOVE 999           TO LDG-CYCLES-AO
              END-IF
           ELSE
              MOVE RUN-DATE-GV      TO LDG-FIRST-DATE-AO
              MOVE 1                TO LDG-CYCLES-AO
           END-IF
           WRITE ACCROUT-RECORD
           ADD 1 TO LEDGER-WRITTEN-CNT
           .
       3200-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *    3300-WRITE-REPORT-DETAIL                                    *
      *                                                                *
      ******************************************************************
       3300-WRITE-REPORT-DETAIL.
           ADD CARRIED-IN-GV        TO TOTAL-CARRIED-IN-AMT
           ADD BALANCE-GV           TO TOTAL-CARRIED-OUT-AMT
           MOVE FACILITY-GV         TO CMT-DET-FACILITY
           MOVE CUSTOMER-GV         TO CMT-DET-CUSTOMER
           MOVE CARRIED-IN-GV       TO CMT-DET-CARRIED-IN
           MOVE ACCRUED-AMT-GV      TO CMT-DET-ACCRUED
           MOVE BILLED-AMT-GV       TO CMT-DET-BILLED
           MOVE BALANCE-GV          TO CMT-DET-CARRIED-OUT
           WRITE CMTRPT-LINE FROM CMT-DETAIL-LINE
           .

      ******************************************************************
                                    TO CMT-COUNT-DESC
           MOVE ACCRUED-ONLY-CNT    TO CMT-COUNT-VALUE
           WRITE CMTRPT-LINE FROM CMT-COUNT-LINE
           MOVE 'RESIDUALS BILLED         : '
                                    TO CMT-COUNT-DESC
           MOVE RESIDUAL-BILLED-CNT TO CMT-COUNT-VALUE
           WRITE CMTRPT-LINE FROM CMT-COUNT-LINE
           MOVE 'LEDGER RECORDS READ      : '
                                    TO CMT-COUNT-DESC
           MOVE LEDGER-READ-CNT     TO CMT-COUNT-VALUE
           WRITE CMTRPT-LINE FROM CMT-COUNT-LINE
           MOVE 'LEDGER RECORDS WRITTEN   : '
                                    TO CMT-COUNT-DESC
           MOVE LEDGER-WRITTEN-CNT  TO CMT-COUNT-VALUE
           WRITE CMTRPT-LINE FROM CMT-COUNT-LINE
           MOVE 'LEDGER CARRIED IN        : '
                                    TO CMT-TOT-DESC
           MOVE TOTAL-CARRIED-IN-AMT
                                    TO CMT-TOT-AMOUNT
           WRITE CMTRPT-LINE FROM CMT-TOTAL-LINE
           MOVE 'TOTAL ACCRUED            : '
                                    TO CMT-TOT-DESC
           MOVE TOTAL-ACCRUED-AMT   TO CMT-TOT-AMOUNT
                                    TO CMT-TOT-DESC
           MOVE TOTAL-BILLED-AMT    TO CMT-TOT-AMOUNT
           WRITE CMTRPT-LINE FROM CMT-TOTAL-LINE
           MOVE 'LEDGER CARRIED OUT       : '
                                    TO CMT-TOT-DESC
           MOVE TOTAL-CARRIED-OUT-AMT
                                    TO CMT-TOT-AMOUNT
           WRITE CMTRPT-LINE FROM CMT-TOTAL-LINE
           PERFORM 4100-PROVE-LEDGER
           .

      ******************************************************************
      *                                                                *
      *    4100-PROVE-LEDGER                                           *
      *                                                                *
      *    CARRIED IN PLUS ACCRUED LESS BILLED MUST LEAVE EXACTLY      *
      *    WHAT IS CARRIED OUT.  ANY DIFFERENCE MEANS THE LEDGER       *
      *    CANNOT BE TRUSTED FOR THE NEXT CYCLE - RC 8 HOLDS IT.       *
      *                                                                *
      ******************************************************************
       4100-PROVE-LEDGER.
           COMPUTE LEDGER-CHECK-AMT =
                   TOTAL-CARRIED-IN-AMT + TOTAL-ACCRUED-AMT
                 - TOTAL-BILLED-AMT - TOTAL-CARRIED-OUT-AMT
           MOVE 'LEDGER DIFFERENCE        : '
                                    TO CMT-TOT-DESC
           MOVE LEDGER-CHECK-AMT    TO CMT-TOT-AMOUNT
           WRITE CMTRPT-LINE FROM CMT-TOTAL-LINE
           IF LEDGER-CHECK-AMT NOT = ZERO
              DISPLAY 'CA418M00 - ACCRUAL LEDGER OUT OF BALANCE - '
                      'ACCROUT NOT TO BE USED NEXT CYCLE'
              MOVE 8 TO RETURN-CODE
           END-IF
           .

      ******************************************************************
      *                                                                *
      ******************************************************************
       8100-READ-EXTRACT.
           PERFORM 8150-READ-CONSIN
           PERFORM 8150-READ-CONSIN
                   UNTIL CONSIN-EOF
                   OR DETAIL-RECORD-IN
           IF CONSIN-EOF
              MOVE HIGH-VALUES      TO EXTRACT-KEY-GV
           ELSE
              ADD 1 TO EXTRACT-READ-CNT
              MOVE IN-FACILITY-KEY  TO EXTRACT-KEY-GV
           END-IF
           .

       8150-READ-CONSIN.
           READ CONSIN-FILE
              AT END SET CONSIN-EOF TO TRUE
           END-READ
           .

      ******************************************************************
      *                                                                *
      *    8200-READ-LEDGER                                            *
      *                                                                *
      ******************************************************************
       8200-READ-LEDGER.
           READ ACCRIN-FILE
              AT END SET ACCRIN-EOF TO TRUE
           END-READ
           IF ACCRIN-EOF
              MOVE HIGH-VALUES      TO LEDGER-KEY-GV
           ELSE
              ADD 1 TO LEDGER-READ-CNT
              MOVE LDG-FACILITY-KEY-AI
                                    TO LEDGER-KEY-GV
           END-IF
           .

                 FEEMSTR-FILE
                 FEETRNS-FILE
                 CMTRPT-FILE
                 ACCRIN-FILE
                 ACCROUT-FILE
           .
