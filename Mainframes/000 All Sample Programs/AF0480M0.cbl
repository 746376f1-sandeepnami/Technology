      *    MATURING AFTER THE RUN DATE FEED THE FORWARD MATURITY       *
      *    FORECAST SO THE DESK CAN SEE THE COMING VOLUMES.            *
      *                                                                *
      *    A DEPOSIT MATURING WITHIN THE NOTICE PERIOD (BUSINESS DAYS  *
      *    AHEAD, SKIPPING WEEKENDS AND HOLMSTR HOLIDAYS) GETS A       *
      *    PRE-MATURITY NOTICE ON CUSTNOTE - ONCE ONLY, POLICED BY     *
      *    THE NOTICE HISTORY (NOTEHIN IN, NOTEHOUT OUT).  A ROLLOVER  *
      *    OR PAY-OUT ACTIONED WITH NO NOTICE ON THE HISTORY IS        *
      *    LISTED ON THE REPORT.                                       *
      *                                                                *
      *    EVERY HOST UPDATE, WORK LIST CASE AND NOTICE IS WRITTEN TO  *
      *    THE APPLIED-ACTIONS LEDGER (MATLEDGR) WITH ITS HOST RESULT, *
      *    AND THE RUN IS CHECKPOINTED (MTCKPTIN / MTCKPTOT) EVERY N   *
      *    DEPOSITS.  A RERUN AFTER AN ABEND REPOSITIONS THE EXTRACT   *
      *    PAST THE LAST CHECKPOINT, RUNS AS OF THE ORIGINAL RUN DATE, *
      *    AND REPORTS ANY DEPOSIT ALREADY ON THE LEDGER AS PREVIOUSLY *
      *    ACTIONED INSTEAD OF SENDING IT TO THE HOST AGAIN.  A CLEAN  *
      *    END OF RUN WRITES AN END MARKER TO THE LEDGER; ONLY ENTRIES *
      *    AFTER THE LAST MARKER ARE CONSULTED.                        *
      *                                                                *
      *    PARAMETER CARD (PARMCARD, OPTIONAL):                        *
      *        COLS 1-3   NOTICE PERIOD IN BUSINESS DAYS (DEFAULT 005) *
      *        COLS 4-8   CHECKPOINT INTERVAL IN DEPOSITS              *
      *                   (DEFAULT 00100)                              *
      *                                                                *
      *    MODIFICATION HISTORY                                        *
      *    ----------------------------------------------------------  *
      *    02/09/26 RAM  INITIAL VERSION.                              *
      *    15/10/26 RAM  PRE-MATURITY NOTICE EXTRACT (CUSTNOTE) FOR    *
      *                  DEPOSITS MATURING WITHIN THE PARMCARD NOTICE  *
      *                  PERIOD, WITH A NOTICE HISTORY SO EACH IS      *
      *                  NOTIFIED ONCE.  MATURITIES ACTIONED WITHOUT   *
      *                  A PRIOR NOTICE ARE LISTED.                    *
      *    15/10/26 RAM  CHECKPOINT / RESTART (MTCKPTIN, MTCKPTOT)    *
      *                  AND APPLIED-ACTIONS LEDGER (MATLEDGR) SO A    *
      *                  RERUN NEVER RESENDS A HOST UPDATE.  AF0000M0  *
      *                  PASSAREA BROUGHT IN STEP WITH AF0001M0.       *
      *    15/10/26 RAM  EVERY ROLLOVER AND PAY-OUT WRITES A TDTAXEV   *
      *                  TAX EVENT WITH THE INTEREST AND WITHHOLDING   *
      *                  TAX AF0000M0 RETURNS, FOR THE AF0485M0        *
      *                  YEAR-END TAX STATEMENT.                       *
      *    15/10/26 RAM  DAY-OF-WEEK QUOTIENTS TRUNCATED ONE AT A      *
      *                  TIME - A SUMMED FRACTION COULD MISREAD THE    *
      *                  WEEKDAY.                                      *
      *    15/10/26 RAM  CUSTNOTE LAYOUT IN STEP WITH AF0490M0 -       *
      *                  OUTCOME AND PRODUCT CODE ADDED.               *
      *                                                                *
      *================================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL PARMCARD-FILE
                  ASSIGN TO PARMCARD
                  ORGANIZATION IS SEQUENTIAL.

           SELECT MATEXTR-FILE    ASSIGN TO MATEXTR
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL HOLMSTR-FILE
                  ASSIGN TO HOLMSTR
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL NOTEHIN-FILE
                  ASSIGN TO NOTEHIN
                  ORGANIZATION IS SEQUENTIAL.

           SELECT NOTEHOUT-FILE   ASSIGN TO NOTEHOUT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT CUSTNOTE-FILE   ASSIGN TO CUSTNOTE
                  ORGANIZATION IS SEQUENTIAL.

           SELECT WORKLIST-FILE   ASSIGN TO WORKLIST
                  ORGANIZATION IS SEQUENTIAL.

           SELECT MATRPT-FILE     ASSIGN TO MATRPT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL MTCKPTIN-FILE
                  ASSIGN TO MTCKPTIN
                  ORGANIZATION IS SEQUENTIAL.

           SELECT MTCKPTOT-FILE   ASSIGN TO MTCKPTOT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL MATLEDGR-FILE
                  ASSIGN TO MATLEDGR
                  ORGANIZATION IS SEQUENTIAL.

           SELECT TDTAXEV-FILE    ASSIGN TO TDTAXEV
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
      *================================================================*
       FILE SECTION.

       FD  PARMCARD-FILE
           RECORDING MODE IS F.
       01  PARMCARD-RECORD.
           05  PARM-NOTICE-DAYS                PIC 9(03).
           05  PARM-CKPT-INTERVAL              PIC 9(05).
           05  FILLER                          PIC X(72).

      *----------------------------------------------------------------*
      *    MATEXTR - ONE RECORD PER TERM DEPOSIT WITH A MATURITY       *
      *    DATE IN THE EXTRACT WINDOW, CARRYING THE INSTRUCTION AND    *
           05  WRK-MATURITY-DATE-WL            PIC 9(08).
           05  FILLER                          PIC X(43).

       FD  HOLMSTR-FILE
           RECORDING MODE IS F.
       01  HOLMSTR-RECORD.
           05  HOLIDAY-DATE-HM                 PIC 9(08).
           05  HOLIDAY-DESC-HM                 PIC X(30).
           05  FILLER                          PIC X(42).

      *----------------------------------------------------------------*
      *    NOTEHIN / NOTEHOUT - ONE RECORD PER DEPOSIT AND MATURITY    *
      *    DATE NOTIFIED.  A RECORD IS DROPPED ONCE THE MATURITY IS    *
      *    ROLLED OR PAID, OR WHEN THE MATURITY HAS PASSED AND THE     *
      *    DEPOSIT IS NO LONGER ON THE EXTRACT.                        *
      *----------------------------------------------------------------*
       FD  NOTEHIN-FILE
           RECORDING MODE IS F.
       01  NOTEHIN-RECORD.
           05  NHIST-ACCOUNT-NI                PIC X(09).
           05  NHIST-MAT-DATE-NI               PIC 9(08).
           05  NHIST-NOTICE-DATE-NI            PIC 9(08).
           05  NHIST-INSTRUCTION-NI            PIC X(01).
           05  FILLER                          PIC X(54).

       FD  NOTEHOUT-FILE
           RECORDING MODE IS F.
       01  NOTEHOUT-RECORD.
           05  NHIST-ACCOUNT-NO                PIC X(09).
           05  NHIST-MAT-DATE-NO               PIC 9(08).
           05  NHIST-NOTICE-DATE-NO            PIC 9(08).
           05  NHIST-INSTRUCTION-NO            PIC X(01).
           05  FILLER                          PIC X(54).

      *----------------------------------------------------------------*
      *    CUSTNOTE - CUSTOMER NOTIFICATION RECORD FOR THE LETTER /    *
      *    SMS SERVICE.  THIS RECORD LAYOUT IS MIRRORED IN AF0470M0    *
      *    AND AF0490M0 - THEY MUST ALL STAY IN STEP.                  *
      *----------------------------------------------------------------*
       FD  CUSTNOTE-FILE
           RECORDING MODE IS F.
       01  CUSTNOTE-RECORD.
           05  NOTE-TEMPLATE-NT                PIC X(06).
           05  NOTE-SOURCE-NT                  PIC X(08).
           05  NOTE-CUSTOMER-NT                PIC X(09).
           05  NOTE-ACCOUNT-NT                 PIC X(09).
           05  NOTE-CHANNEL-NT                 PIC X(02).
           05  NOTE-LANGUAGE-NT                PIC X(01).
           05  NOTE-NOTICE-DATE-NT             PIC 9(08).
           05  NOTE-EVENT-DATE-NT              PIC 9(08).
           05  NOTE-AMOUNT-NT                  PIC 9(09)V99.
           05  NOTE-INSTRUCTION-NT             PIC X(01).
           05  NOTE-NOM-ACCT-NT                PIC X(09).
           05  NOTE-OUTCOME-NT                 PIC X(01).
           05  NOTE-PRODUCT-NT                 PIC X(06).
           05  FILLER                          PIC X(21).

       FD  MATRPT-FILE
           RECORDING MODE IS F.
       01  MATRPT-LINE                         PIC X(132).

      *----------------------------------------------------------------*
      *    MTCKPTIN / MTCKPTOT - MATURITY RUN CHECKPOINT.  REWRITTEN   *
      *    EVERY CHECKPOINT INTERVAL, SO IT ONLY EVER HOLDS THE LATEST *
      *    POSITION.  A CLEAN END OF RUN LEAVES RECORDS-DONE AT ZERO.  *
      *----------------------------------------------------------------*
       FD  MTCKPTIN-FILE
           RECORDING MODE IS F.
       01  MTCKPTIN-RECORD.
           05  CKPT-RECORDS-DONE-CI            PIC 9(07).
           05  CKPT-FIRST-ACCOUNT-CI           PIC X(09).
           05  CKPT-FIRST-MAT-DATE-CI          PIC 9(08).
           05  CKPT-RUN-DATE-CI                PIC 9(08).
           05  CKPT-ROLLED-CI                  PIC 9(07).
           05  CKPT-PAID-OUT-CI                PIC 9(07).
           05  CKPT-WORKLIST-CI                PIC 9(07).
           05  CKPT-FAILED-CI                  PIC 9(07).
           05  CKPT-OVERDUE-CI                 PIC 9(07).
           05  CKPT-NOTICE-ISSUED-CI           PIC 9(07).
           05  CKPT-ALREADY-NOTIFIED-CI        PIC 9(07).
           05  CKPT-PREV-ACTIONED-CI           PIC 9(07).
           05  CKPT-DATE-CI                    PIC 9(08).
           05  CKPT-TIME-CI                    PIC 9(06).
           05  FILLER                          PIC X(18).

       FD  MTCKPTOT-FILE
           RECORDING MODE IS F.
       01  MTCKPTOT-RECORD.
           05  CKPT-RECORDS-DONE-CO            PIC 9(07).
           05  CKPT-FIRST-ACCOUNT-CO           PIC X(09).
           05  CKPT-FIRST-MAT-DATE-CO          PIC 9(08).
           05  CKPT-RUN-DATE-CO                PIC 9(08).
           05  CKPT-ROLLED-CO                  PIC 9(07).
           05  CKPT-PAID-OUT-CO                PIC 9(07).
           05  CKPT-WORKLIST-CO                PIC 9(07).
           05  CKPT-FAILED-CO                  PIC 9(07).
           05  CKPT-OVERDUE-CO                 PIC 9(07).
           05  CKPT-NOTICE-ISSUED-CO           PIC 9(07).
           05  CKPT-ALREADY-NOTIFIED-CO        PIC 9(07).
           05  CKPT-PREV-ACTIONED-CO           PIC 9(07).
           05  CKPT-DATE-CO                    PIC 9(08).
           05  CKPT-TIME-CO                    PIC 9(06).
           05  FILLER                          PIC X(18).

      *----------------------------------------------------------------*
      *    MATLEDGR - APPLIED-ACTIONS LEDGER.  ONE RECORD PER HOST     *
      *    UPDATE, WORK LIST CASE OR NOTICE, APPENDED AS IT HAPPENS.   *
      *    A CLEAN END OF RUN APPENDS AN END MARKER (ACTION 'E').      *
      *----------------------------------------------------------------*
       FD  MATLEDGR-FILE
           RECORDING MODE IS F.
       01  MATLEDGR-RECORD.
           05  LDGR-RUN-DATE-ML                PIC 9(08).
           05  LDGR-ACCOUNT-ML                 PIC X(09).
           05  LDGR-MAT-DATE-ML                PIC 9(08).
           05  LDGR-ACTION-ML                  PIC X(01).
               88  LDGR-ROLLOVER-ML                VALUE 'R'.
               88  LDGR-PAYOUT-ML                  VALUE 'P'.
               88  LDGR-WORKLIST-ML                VALUE 'C'.
               88  LDGR-NOTICE-ML                  VALUE 'N'.
               88  LDGR-END-OF-RUN-ML              VALUE 'E'.
           05  LDGR-RESULT-ML                  PIC X(01).
               88  LDGR-SUCCEEDED-ML               VALUE 'S'.
               88  LDGR-FAILED-ML                  VALUE 'F'.
           05  LDGR-RETCODE-ML                 PIC S9(05)
                                               SIGN LEADING SEPARATE.
           05  LDGR-TIME-ML                    PIC 9(06).
           05  FILLER                          PIC X(41).

      *----------------------------------------------------------------*
      *    TDTAXEV - TERM DEPOSIT TAX EVENT, ONE PER ROLLOVER OR       *
      *    PAY-OUT.  THIS RECORD LAYOUT IS MIRRORED IN AF0001M0 AND    *
      *    AF0485M0 - THEY MUST STAY IN STEP.                          *
      *----------------------------------------------------------------*
       FD  TDTAXEV-FILE
           RECORDING MODE IS F.
       01  TDTAXEV-RECORD.
           05  TEV-EVENT-TYPE-TE               PIC X(01).
               88  TEV-ROLLOVER-TE                 VALUE 'R'.
               88  TEV-PAYOUT-TE                   VALUE 'P'.
               88  TEV-EARLY-REDEMPTION-TE         VALUE 'E'.
           05  TEV-SOURCE-TE                   PIC X(08).
           05  TEV-EVENT-DATE-TE               PIC 9(08).
           05  TEV-CUSTOMER-TE                 PIC X(09).
           05  TEV-ACCOUNT-TE                  PIC X(09).
           05  TEV-MAT-DATE-TE                 PIC 9(08).
           05  TEV-INTEREST-TE                 PIC 9(09)V99.
           05  TEV-WHT-TE                      PIC 9(09)V99.
           05  TEV-RESIDENCY-TE                PIC X(01).
           05  TEV-TAX-CODE-TE                 PIC X(02).
           05  FILLER                          PIC X(32).

       WORKING-STORAGE SECTION.
      *================================================================*

       77  DEFAULT-NOTICE-DAYS                 PIC 9(03) VALUE 005.
       77  PRE-MATURITY-TEMPLATE               PIC X(06) VALUE 'TDPREM'.
       77  DEFAULT-CKPT-INTERVAL               PIC 9(05) VALUE 00100.

       01  AF0480M0-SWITCHES.
           05  MATEXTR-EOF-SW                  PIC X(01) VALUE 'N'.
               88  MATEXTR-EOF                     VALUE 'Y'.
           05  FCST-FOUND-SW                   PIC X(01) VALUE 'N'.
               88  FCST-ENTRY-FOUND                VALUE 'Y'.
           05  HOLMSTR-EOF-SW                  PIC X(01) VALUE 'N'.
               88  HOLMSTR-EOF                     VALUE 'Y'.
           05  NOTEHIN-EOF-SW                  PIC X(01) VALUE 'N'.
               88  NOTEHIN-EOF                     VALUE 'Y'.
           05  BUSINESS-DAY-SW                 PIC X(01) VALUE 'N'.
               88  IS-BUSINESS-DAY                 VALUE 'Y'.
           05  HOLIDAY-FOUND-SW                PIC X(01) VALUE 'N'.
               88  HOLIDAY-FOUND                   VALUE 'Y'.
           05  NOTICE-FOUND-SW                 PIC X(01) VALUE 'N'.
               88  NOTICE-ENTRY-FOUND              VALUE 'Y'.
           05  MATURITY-ACTIONED-SW            PIC X(01) VALUE 'N'.
               88  MATURITY-ACTIONED               VALUE 'Y'.
           05  MTCKPT-EOF-SW                   PIC X(01) VALUE 'N'.
               88  MTCKPT-EOF                      VALUE 'Y'.
           05  MATLEDGR-EOF-SW                 PIC X(01) VALUE 'N'.
               88  MATLEDGR-EOF                    VALUE 'Y'.
           05  RESTART-SW                      PIC X(01) VALUE 'N'.
               88  RESTART-RUN                     VALUE 'Y'.
           05  CKPT-REJECTED-SW                PIC X(01) VALUE 'N'.
               88  CKPT-REJECTED                   VALUE 'Y'.
           05  LEDGER-FOUND-SW                 PIC X(01) VALUE 'N'.
               88  LEDGER-ENTRY-FOUND              VALUE 'Y'.

       01  AF0480M0-CONTROL-COUNTS.
           05  EXTRACT-READ-CNT                PIC S9(07) COMP-3
                                                   VALUE +0.
           05  OVERDUE-CNT                     PIC S9(07) COMP-3
                                                   VALUE +0.
           05  NOTICE-ISSUED-CNT               PIC S9(07) COMP-3
                                                   VALUE +0.
           05  ALREADY-NOTIFIED-CNT            PIC S9(07) COMP-3
                                                   VALUE +0.
           05  NO-NOTICE-CNT                   PIC S9(07) COMP-3
                                                   VALUE +0.
           05  NOTE-HIST-READ-CNT              PIC S9(07) COMP-3
                                                   VALUE +0.
           05  NOTE-HIST-WRITTEN-CNT           PIC S9(07) COMP-3
                                                   VALUE +0.
           05  PREV-ACTIONED-CNT               PIC S9(07) COMP-3
                                                   VALUE +0.
           05  LEDGER-WRITTEN-CNT              PIC S9(07) COMP-3
                                                   VALUE +0.
           05  CKPT-TAKEN-CNT                  PIC S9(07) COMP-3
                                                   VALUE +0.
           05  SKIPPED-CNT                     PIC S9(07) COMP-3
                                                   VALUE +0.

       01  AF0480M0-WORK-FIELDS.
           05  RUN-DATE-GV                     PIC 9(08).
           05  FCST-X                          PIC S9(04) COMP.
           05  FCST-Y                          PIC S9(04) COMP.
           05  NOTICE-DAYS-GV                  PIC 9(03).
           05  HORIZON-DATE-GV                 PIC 9(08).
           05  HORIZON-DATE-R REDEFINES HORIZON-DATE-GV.
               10  HOR-YY-GV                   PIC 9(04).
               10  HOR-MM-GV                   PIC 9(02).
               10  HOR-DD-GV                   PIC 9(02).
           05  STEP-REMAINING-GV               PIC 9(03).
           05  HOL-X                           PIC S9(04) COMP.
           05  NOTE-X                          PIC S9(04) COMP.
           05  ZELLER-YY                       PIC S9(05) COMP-3.
           05  ZELLER-MM                       PIC S9(03) COMP-3.
           05  ZELLER-WORK                     PIC S9(09) COMP-3.
           05  ZELLER-TERM                     PIC S9(07) COMP-3.
           05  DAY-OF-WEEK-GV                  PIC 9(01).
      *        0 = SATURDAY, 1 = SUNDAY, 2 = MONDAY ... 6 = FRIDAY
           05  FEB-DAYS-GV                     PIC 9(02).
           05  CKPT-INTERVAL-GV                PIC 9(05).
           05  SKIP-TARGET-GV                  PIC S9(07) COMP-3
                                                   VALUE +0.
           05  CKPT-QUOTIENT-GV                PIC S9(07) COMP-3.
           05  CKPT-REMAINDER-GV               PIC S9(07) COMP-3.
           05  FIRST-ACCOUNT-GV                PIC X(09) VALUE SPACES.
           05  FIRST-MAT-DATE-GV               PIC 9(08) VALUE ZERO.
           05  TAX-EVENT-TYPE-GV               PIC X(01).
           05  LDGR-ACTION-GV                  PIC X(01).
           05  LDGR-RESULT-GV                  PIC X(01).
           05  LDGR-RETCODE-GV                 PIC S9(05) COMP-3.
           05  LDGR-X                          PIC S9(04) COMP.
           05  TIME-NOW-GV                     PIC 9(08).
           05  TIME-NOW-R REDEFINES TIME-NOW-GV.
               10  TIME-HHMMSS-GV              PIC 9(06).
               10  FILLER                      PIC 9(02).

      *----------------------------------------------------------------*
      *    DAYS PER MONTH - FEBRUARY IS RESOLVED AT RUN TIME.          *
      *----------------------------------------------------------------*
       01  MONTH-DAYS-DATA                     PIC X(24) VALUE
             '312831303130313130313031'.
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-DATA.
           05  MONTH-DAYS-GV OCCURS 12 TIMES   PIC 9(02).

      *----------------------------------------------------------------*
      *    HOLIDAY DATE TABLE LOADED FROM THE HOLIDAY MASTER.          *
      *----------------------------------------------------------------*
       01  HOLIDAY-LOADED-CNT                  PIC S9(04) COMP
                                                   VALUE +0.
       01  HOLIDAY-DATE-TABLE.
           05  HOLIDAY-DATE-GV OCCURS 200 TIMES
                                               PIC 9(08).

      *----------------------------------------------------------------*
      *    NOTICE HISTORY - LOADED FROM NOTEHIN, ADDED TO AS NOTICES   *
      *    GO OUT, AND WRITTEN TO NOTEHOUT AT THE END OF THE RUN.      *
      *----------------------------------------------------------------*
       01  NOTE-TABLE-COUNT                    PIC S9(04) COMP
                                                   VALUE +0.
       01  NOTE-TABLE.
           05  NOTE-ENTRY OCCURS 5000 TIMES.
               10  NOTE-ACCOUNT                PIC X(09).
               10  NOTE-MAT-DATE               PIC 9(08).
               10  NOTE-NOTICE-DATE            PIC 9(08).
               10  NOTE-INSTRUCTION            PIC X(01).
               10  NOTE-SEEN-SW                PIC X(01).
                   88  NOTE-SEEN                   VALUE 'Y'.
               10  NOTE-DONE-SW                PIC X(01).
                   88  NOTE-DONE                   VALUE 'Y'.

      *----------------------------------------------------------------*
      *    APPLIED-ACTIONS LEDGER ENTRIES SINCE THE LAST CLEAN END OF  *
      *    RUN - WHAT AN ABENDED RUN ALREADY DID.                      *
      *----------------------------------------------------------------*
       01  LDGR-TABLE-COUNT                    PIC S9(04) COMP
                                                   VALUE +0.
       01  LDGR-TABLE.
           05  LDGR-ENTRY OCCURS 5000 TIMES.
               10  LDGR-ACCOUNT                PIC X(09).
               10  LDGR-MAT-DATE               PIC 9(08).
               10  LDGR-ACTION                 PIC X(01).
               10  LDGR-RESULT                 PIC X(01).

      *----------------------------------------------------------------*
      *    MATURITIES ACTIONED WITH NO NOTICE ON THE HISTORY.          *
      *----------------------------------------------------------------*
       01  NONOTE-TABLE-COUNT                  PIC S9(04) COMP
                                                   VALUE +0.
       01  NONOTE-TABLE.
           05  NONOTE-ENTRY OCCURS 200 TIMES.
               10  NONOTE-ACCOUNT              PIC X(09).
               10  NONOTE-CUSTOMER             PIC X(09).
               10  NONOTE-AMOUNT               PIC S9(09)V99 COMP-3.
               10  NONOTE-MAT-DATE             PIC 9(08).
               10  NONOTE-INSTRUCTION          PIC X(01).

      *----------------------------------------------------------------*
      *    FORWARD MATURITY FORECAST - ONE ROW PER FUTURE MATURITY     *
           05  FEE-AMOUNT-AF0000B04C           PIC S9(07)V99 COMP-3.
           05  REASON-CODE-AF0000B04C          PIC X(03).
           05  RETCODE-AF0000B04C              PIC S9(05)   COMP-3.
               88  ACCT-NOT-FOUND-AF0000B04C       VALUE +100.
           05  ACCOUNT-NBR-RTND-AF0000B04C     PIC X(09).
           05  UNDRAWN-AMT-AF0000B04C          PIC S9(09)V99 COMP-3.
           05  ACCT-STATUS-AF0000B04C          PIC X(01).
               88  ACCT-ACTIVE-AF0000B04C          VALUE 'A'.
               88  ACCT-CLOSED-AF0000B04C          VALUE 'C'.
               88  ACCT-DORMANT-AF0000B04C         VALUE 'D'.
           05  CURRENCY-CDE-AF0000B04C         PIC X(03).
           05  VALUE-DATE-AF0000B04C           PIC 9(08).
           05  BONUS-RATE-AF0000B04C           PIC 9(02)V9(04).
           05  CAMPAIGN-CDE-AF0000B04C         PIC X(06).
      *    RETURNED ON AN INQUIRY - THE ACCOUNT'S PRIMARY CUSTOMER.
           05  OWNER-CUST-AF0000B04C           PIC X(09).
      *    RETURNED ON A TD ROLLOVER OR CLOSE - INTEREST CREDITED OR
      *    PAID FOR THE TERM AND THE WITHHOLDING TAX DEDUCTED FROM IT.
           05  INTEREST-PAID-AF0000B04C        PIC S9(09)V99 COMP-3.
           05  WHT-AMOUNT-AF0000B04C           PIC S9(09)V99 COMP-3.

       01  STATEMENT-AREA.
           05  STMT-DELIVERY-GR01518           PIC X(01).
           05  FCST-DET-AMOUNT                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(92)  VALUE SPACES.

       01  NONOTE-HEADING-1.
           05  FILLER                          PIC X(50)  VALUE
              '----- MATURITIES ACTIONED WITHOUT A NOTICE -----  '.
           05  FILLER                          PIC X(82)  VALUE SPACES.

       01  MAT-COUNT-LINE.
           05  MAT-COUNT-DESC                  PIC X(27).
           05  MAT-COUNT-VALUE                 PIC ZZZ,ZZ9.
      *                                                                *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF CKPT-REJECTED
              PERFORM 9900-CANCEL-RUN
              GOBACK
           END-IF
           PERFORM 2000-PROCESS-ONE-MATURITY
                   UNTIL MATEXTR-EOF
           PERFORM 4000-WRITE-FORECAST
           PERFORM 4500-WRITE-NO-NOTICE-LIST
           PERFORM 6000-WRITE-NOTICE-HISTORY
           PERFORM 5000-WRITE-CONTROL-COUNTS
           PERFORM 9000-TERMINATE
           GOBACK
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  MATEXTR-FILE
                       PARMCARD-FILE
           MOVE DEFAULT-NOTICE-DAYS   TO NOTICE-DAYS-GV
           MOVE DEFAULT-CKPT-INTERVAL TO CKPT-INTERVAL-GV
           READ PARMCARD-FILE
              AT END CONTINUE
              NOT AT END
                 IF PARM-NOTICE-DAYS NUMERIC
                    AND PARM-NOTICE-DAYS > ZERO
                    MOVE PARM-NOTICE-DAYS TO NOTICE-DAYS-GV
                 ELSE
                    DISPLAY 'AF0480M0 - INVALID NOTICE PARM, '
                            'DEFAULT OF ' DEFAULT-NOTICE-DAYS
                            ' BUSINESS DAYS USED'
                 END-IF
                 IF PARM-CKPT-INTERVAL NUMERIC
                    AND PARM-CKPT-INTERVAL > ZERO
                    MOVE PARM-CKPT-INTERVAL TO CKPT-INTERVAL-GV
                 ELSE
                    IF PARM-CKPT-INTERVAL NOT = SPACES
                       DISPLAY 'AF0480M0 - INVALID CHECKPOINT PARM, '
                               'DEFAULT OF ' DEFAULT-CKPT-INTERVAL
                               ' DEPOSITS USED'
                    END-IF
                 END-IF
           END-READ
           CLOSE PARMCARD-FILE
           ACCEPT RUN-DATE-GV FROM DATE YYYYMMDD
           PERFORM 8100-READ-EXTRACT
           IF NOT MATEXTR-EOF
              MOVE MAT-ACCOUNT-MX      TO FIRST-ACCOUNT-GV
              MOVE MAT-DATE-MX         TO FIRST-MAT-DATE-GV
           END-IF
           PERFORM 1400-READ-CHECKPOINT
           IF CKPT-REJECTED
              GO TO 1000-EXIT
           END-IF
           MOVE RUN-DATE-GV TO SYS-DATE-CCYYMMDD-AF0000B03C
                               PROC-DATE-CCYYMMDD-AF0000B03C
                               MAT-HDG-DATE
           IF RESTART-RUN
              OPEN EXTEND WORKLIST-FILE
                          CUSTNOTE-FILE
                          TDTAXEV-FILE
           ELSE
              OPEN OUTPUT WORKLIST-FILE
                          CUSTNOTE-FILE
                          TDTAXEV-FILE
           END-IF
           OPEN OUTPUT MATRPT-FILE
           PERFORM 1200-LOAD-HOLIDAY-TABLE
           PERFORM 7100-DERIVE-NOTICE-HORIZON
           PERFORM 1300-LOAD-NOTICE-HISTORY
           PERFORM 1600-LOAD-LEDGER
           OPEN EXTEND MATLEDGR-FILE
           WRITE MATRPT-LINE FROM MAT-HEADING-1
           WRITE MATRPT-LINE FROM MAT-HEADING-2
           IF RESTART-RUN
              PERFORM 1500-REPOSITION-EXTRACT
           END-IF
           .
       1000-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *    1200-LOAD-HOLIDAY-TABLE                                     *
      *                                                                *
      *    A MISSING HOLIDAY MASTER ONLY COSTS HOLIDAY AWARENESS -     *
      *    WEEKENDS ARE STILL SKIPPED IN THE NOTICE HORIZON.           *
      *                                                                *
      ******************************************************************
       1200-LOAD-HOLIDAY-TABLE.
           OPEN INPUT HOLMSTR-FILE
           PERFORM 1250-READ-HOLIDAY
           PERFORM 1275-STORE-HOLIDAY
                   UNTIL HOLMSTR-EOF
                   OR HOLIDAY-LOADED-CNT = 200
           CLOSE HOLMSTR-FILE
           .

       1250-READ-HOLIDAY.
           READ HOLMSTR-FILE
              AT END SET HOLMSTR-EOF TO TRUE
           END-READ
           .

       1275-STORE-HOLIDAY.
           ADD 1 TO HOLIDAY-LOADED-CNT
           MOVE HOLIDAY-DATE-HM
             TO HOLIDAY-DATE-GV(HOLIDAY-LOADED-CNT)
           PERFORM 1250-READ-HOLIDAY
           .

      ******************************************************************
      *                                                                *
      *    1300-LOAD-NOTICE-HISTORY                                    *
      *                                                                *
      ******************************************************************
       1300-LOAD-NOTICE-HISTORY.
           OPEN INPUT NOTEHIN-FILE
           PERFORM 1350-READ-NOTICE-HISTORY
           PERFORM 1375-STORE-NOTICE-HISTORY
                   UNTIL NOTEHIN-EOF
           CLOSE NOTEHIN-FILE
           .

       1350-READ-NOTICE-HISTORY.
           READ NOTEHIN-FILE
              AT END SET NOTEHIN-EOF TO TRUE
           END-READ
           IF NOT NOTEHIN-EOF
              ADD 1 TO NOTE-HIST-READ-CNT
           END-IF
           .

       1375-STORE-NOTICE-HISTORY.
           IF NOTE-TABLE-COUNT = 5000
              DISPLAY 'AF0480M0 - NOTICE HISTORY TABLE FULL, ACCOUNT '
                      NHIST-ACCOUNT-NI ' DROPPED'
              MOVE 4 TO RETURN-CODE
           ELSE
              ADD 1 TO NOTE-TABLE-COUNT
              MOVE NOTE-TABLE-COUNT TO NOTE-X
              MOVE NHIST-ACCOUNT-NI TO NOTE-ACCOUNT(NOTE-X)
              MOVE NHIST-MAT-DATE-NI
                                    TO NOTE-MAT-DATE(NOTE-X)
              MOVE NHIST-NOTICE-DATE-NI
                                    TO NOTE-NOTICE-DATE(NOTE-X)
              MOVE NHIST-INSTRUCTION-NI
                                    TO NOTE-INSTRUCTION(NOTE-X)
              MOVE 'N'              TO NOTE-SEEN-SW(NOTE-X)
                                       NOTE-DONE-SW(NOTE-X)
           END-IF
           PERFORM 1350-READ-NOTICE-HISTORY
           .

      ******************************************************************
      *                                                                *
      *    1400-READ-CHECKPOINT                                        *
      *                                                                *
      *    A CHECKPOINT WITH RECORDS DONE MEANS THE LAST RUN DID NOT   *
      *    FINISH.  IT MUST BELONG TO THIS EXTRACT (SAME FIRST         *
      *    DEPOSIT) - OTHERWISE THE RUN IS CANCELLED RATHER THAN SKIP  *
      *    THE WRONG DEPOSITS.  A RESTART RUNS AS OF THE ORIGINAL RUN  *
      *    DATE AND PICKS UP THE COUNTS AT THE CHECKPOINT.             *
      *                                                                *
      ******************************************************************
       1400-READ-CHECKPOINT.
           OPEN INPUT MTCKPTIN-FILE
           READ MTCKPTIN-FILE
              AT END SET MTCKPT-EOF TO TRUE
           END-READ
           IF NOT MTCKPT-EOF
              AND CKPT-RECORDS-DONE-CI NUMERIC
              AND CKPT-RECORDS-DONE-CI > ZERO
              IF CKPT-FIRST-ACCOUNT-CI NOT = FIRST-ACCOUNT-GV
                 OR CKPT-FIRST-MAT-DATE-CI NOT = FIRST-MAT-DATE-GV
                 DISPLAY 'AF0480M0 - CHECKPOINT FIRST DEPOSIT '
                         CKPT-FIRST-ACCOUNT-CI ' DOES NOT MATCH '
                         'MATEXTR FIRST DEPOSIT ' FIRST-ACCOUNT-GV
                 SET CKPT-REJECTED TO TRUE
              ELSE
                 SET RESTART-RUN TO TRUE
                 MOVE CKPT-RECORDS-DONE-CI  TO SKIP-TARGET-GV
                 MOVE CKPT-RUN-DATE-CI      TO RUN-DATE-GV
                 MOVE CKPT-ROLLED-CI        TO ROLLED-CNT
                 MOVE CKPT-PAID-OUT-CI      TO PAID-OUT-CNT
                 MOVE CKPT-WORKLIST-CI      TO WORKLIST-CNT
                 MOVE CKPT-FAILED-CI        TO FAILED-CNT
                 MOVE CKPT-OVERDUE-CI       TO OVERDUE-CNT
                 MOVE CKPT-NOTICE-ISSUED-CI TO NOTICE-ISSUED-CNT
                 MOVE CKPT-ALREADY-NOTIFIED-CI
                                            TO ALREADY-NOTIFIED-CNT
                 MOVE CKPT-PREV-ACTIONED-CI TO PREV-ACTIONED-CNT
                 DISPLAY 'AF0480M0 - RESTART AFTER '
                         CKPT-RECORDS-DONE-CI ' DEPOSITS, RUN DATE '
                         CKPT-RUN-DATE-CI
              END-IF
           END-IF
           CLOSE MTCKPTIN-FILE
           .

      ******************************************************************
      *                                                                *
      *    1500-REPOSITION-EXTRACT                                     *
      *                                                                *
      *    READ PAST THE DEPOSITS DONE BEFORE THE CHECKPOINT.  NOTHING *
      *    IS SENT TO THE HOST OR REPORTED - ONLY THE FORECAST, THE    *
      *    NOTICE HISTORY AND THE NO-NOTICE LIST ARE REBUILT, USING    *
      *    THE LEDGER FOR WHAT THE EARLIER RUN DID.                    *
      *                                                                *
      ******************************************************************
       1500-REPOSITION-EXTRACT.
           PERFORM 1550-REPLAY-ONE-MATURITY
                   UNTIL MATEXTR-EOF
                   OR EXTRACT-READ-CNT > SKIP-TARGET-GV
           IF MATEXTR-EOF
              AND SKIPPED-CNT < SKIP-TARGET-GV
              DISPLAY 'AF0480M0 - MATEXTR ENDED AFTER ' SKIPPED-CNT
                      ' OF THE CHECKPOINTED DEPOSITS'
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       1550-REPLAY-ONE-MATURITY.
           ADD 1 TO SKIPPED-CNT
           PERFORM 2800-FIND-NOTICE
           IF MAT-DATE-MX > RUN-DATE-GV
              PERFORM 2500-ACCUM-FORECAST
              IF MAT-DATE-MX NOT > HORIZON-DATE-GV
                 AND NOT NOTICE-ENTRY-FOUND
                 MOVE 'N' TO LDGR-ACTION-GV
                 PERFORM 2900-FIND-LEDGER
                 IF LEDGER-ENTRY-FOUND
                    PERFORM 2650-ADD-NOTICE-HISTORY
                 END-IF
              END-IF
           ELSE
              PERFORM 2750-SET-LEDGER-ACTION
              IF LDGR-ACTION-GV NOT = 'C'
                 PERFORM 2900-FIND-LEDGER
                 IF LEDGER-ENTRY-FOUND
                    PERFORM 2700-CHECK-PRIOR-NOTICE
                 END-IF
              END-IF
           END-IF
           PERFORM 8100-READ-EXTRACT
           .

      ******************************************************************
      *                                                                *
      *    1600-LOAD-LEDGER                                            *
      *                                                                *
      *    ONLY LEDGER ENTRIES AFTER THE LAST END-OF-RUN MARKER ARE    *
      *    KEPT - EVERYTHING BEFORE IT BELONGS TO A RUN THAT FINISHED. *
      *                                                                *
      ******************************************************************
       1600-LOAD-LEDGER.
           OPEN INPUT MATLEDGR-FILE
           PERFORM 1650-READ-LEDGER
           PERFORM 1675-STORE-LEDGER
                   UNTIL MATLEDGR-EOF
           CLOSE MATLEDGR-FILE
           IF LDGR-TABLE-COUNT > ZERO
              DISPLAY 'AF0480M0 - ' LDGR-TABLE-COUNT
                      ' LEDGER ENTRIES FROM AN UNFINISHED RUN'
           END-IF
           .

       1650-READ-LEDGER.
           READ MATLEDGR-FILE
              AT END SET MATLEDGR-EOF TO TRUE
           END-READ
           .

       1675-STORE-LEDGER.
           IF LDGR-END-OF-RUN-ML
              MOVE ZERO TO LDGR-TABLE-COUNT
           ELSE
              IF LDGR-TABLE-COUNT = 5000
                 DISPLAY 'AF0480M0 - LEDGER TABLE FULL, ACCOUNT '
                         LDGR-ACCOUNT-ML ' NOT LOADED'
                 MOVE 4 TO RETURN-CODE
              ELSE
                 ADD 1 TO LDGR-TABLE-COUNT
                 MOVE LDGR-TABLE-COUNT TO LDGR-X
                 MOVE LDGR-ACCOUNT-ML  TO LDGR-ACCOUNT(LDGR-X)
                 MOVE LDGR-MAT-DATE-ML TO LDGR-MAT-DATE(LDGR-X)
                 MOVE LDGR-ACTION-ML   TO LDGR-ACTION(LDGR-X)
                 MOVE LDGR-RESULT-ML   TO LDGR-RESULT(LDGR-X)
              END-IF
           END-IF
           PERFORM 1650-READ-LEDGER
           .

      ******************************************************************
      *                                                                *
      *    2000-PROCESS-ONE-MATURITY                                   *
      *                                                                *
      ******************************************************************
       2000-PROCESS-ONE-MATURITY.
           PERFORM 2800-FIND-NOTICE
           IF MAT-DATE-MX > RUN-DATE-GV
              PERFORM 2500-ACCUM-FORECAST
              IF MAT-DATE-MX NOT > HORIZON-DATE-GV
                 PERFORM 2600-ISSUE-PRE-MATURITY-NOTICE
                    THRU 2600-EXIT
              END-IF
           ELSE
              IF MAT-DATE-MX < RUN-DATE-GV
                 ADD 1 TO OVERDUE-CNT
              END-IF
              MOVE 'N' TO MATURITY-ACTIONED-SW
              PERFORM 2750-SET-LEDGER-ACTION
              PERFORM 2900-FIND-LEDGER
              IF LEDGER-ENTRY-FOUND
                 PERFORM 2950-REPORT-PREV-ACTIONED
              ELSE
                 EVALUATE TRUE
                    WHEN CONTACT-MAT-MX
                       PERFORM 3300-WRITE-WORKLIST-CASE
                    WHEN PAYOUT-MAT-MX
                       PERFORM 3200-PAY-OUT-DEPOSIT
                    WHEN OTHER
                       PERFORM 3100-ROLL-OVER-DEPOSIT
                 END-EVALUATE
              END-IF
              IF MATURITY-ACTIONED
                 PERFORM 2700-CHECK-PRIOR-NOTICE
              END-IF
           END-IF
           DIVIDE EXTRACT-READ-CNT BY CKPT-INTERVAL-GV
                  GIVING CKPT-QUOTIENT-GV
                  REMAINDER CKPT-REMAINDER-GV
           IF CKPT-REMAINDER-GV = ZERO
              PERFORM 7500-WRITE-CHECKPOINT
           END-IF
           PERFORM 8100-READ-EXTRACT
           .

      ******************************************************************
      *                                                                *
      *    2600-ISSUE-PRE-MATURITY-NOTICE                              *
      *                                                                *
      *    A DEPOSIT INSIDE THE NOTICE PERIOD IS NOTIFIED ONCE.  ONE   *
      *    ALREADY ON THE HISTORY FOR THIS MATURITY DATE IS LEFT.      *
      *                                                                *
      ******************************************************************
       2600-ISSUE-PRE-MATURITY-NOTICE.
           IF NOTICE-ENTRY-FOUND
              ADD 1 TO ALREADY-NOTIFIED-CNT
              GO TO 2600-EXIT
           END-IF
           MOVE 'N' TO LDGR-ACTION-GV
           PERFORM 2900-FIND-LEDGER
           IF LEDGER-ENTRY-FOUND
              ADD 1 TO PREV-ACTIONED-CNT
              PERFORM 2650-ADD-NOTICE-HISTORY
           ELSE
              MOVE SPACES           TO CUSTNOTE-RECORD
              MOVE PRE-MATURITY-TEMPLATE
                                    TO NOTE-TEMPLATE-NT
              MOVE 'AF0480M0'       TO NOTE-SOURCE-NT
              MOVE MAT-CUSTOMER-MX  TO NOTE-CUSTOMER-NT
              MOVE MAT-ACCOUNT-MX   TO NOTE-ACCOUNT-NT
              MOVE RUN-DATE-GV      TO NOTE-NOTICE-DATE-NT
              MOVE MAT-DATE-MX      TO NOTE-EVENT-DATE-NT
              MOVE MAT-AMOUNT-MX    TO NOTE-AMOUNT-NT
              MOVE MAT-INSTRUCTION-MX
                                    TO NOTE-INSTRUCTION-NT
              IF MAT-INSTRUCTION-MX = SPACE
                 MOVE 'R'           TO NOTE-INSTRUCTION-NT
              END-IF
              MOVE MAT-NOM-ACCT-MX  TO NOTE-NOM-ACCT-NT
              WRITE CUSTNOTE-RECORD
              ADD 1 TO NOTICE-ISSUED-CNT
              MOVE 'S'              TO LDGR-RESULT-GV
              MOVE ZERO             TO LDGR-RETCODE-GV
              PERFORM 7400-WRITE-LEDGER
              PERFORM 2650-ADD-NOTICE-HISTORY
           END-IF
           .
       2600-EXIT.
           EXIT.

       2650-ADD-NOTICE-HISTORY.
           IF NOTE-TABLE-COUNT = 5000
              DISPLAY 'AF0480M0 - NOTICE HISTORY TABLE FULL, ACCOUNT '
                      MAT-ACCOUNT-MX ' NOT RECORDED'
              MOVE 4 TO RETURN-CODE
           ELSE
              ADD 1 TO NOTE-TABLE-COUNT
              MOVE NOTE-TABLE-COUNT TO NOTE-X
              MOVE MAT-ACCOUNT-MX   TO NOTE-ACCOUNT(NOTE-X)
              MOVE MAT-DATE-MX      TO NOTE-MAT-DATE(NOTE-X)
              MOVE RUN-DATE-GV      TO NOTE-NOTICE-DATE(NOTE-X)
              MOVE MAT-INSTRUCTION-MX
                                    TO NOTE-INSTRUCTION(NOTE-X)
              IF MAT-INSTRUCTION-MX = SPACE
                 MOVE 'R'           TO NOTE-INSTRUCTION(NOTE-X)
              END-IF
              MOVE 'Y'              TO NOTE-SEEN-SW(NOTE-X)
              MOVE 'N'              TO NOTE-DONE-SW(NOTE-X)
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    2700-CHECK-PRIOR-NOTICE                                     *
      *                                                                *
      *    A ROLLOVER OR PAY-OUT JUST ACTIONED CLOSES OFF ITS NOTICE;  *
      *    ONE WITH NO NOTICE ON THE HISTORY IS HELD FOR THE REPORT.   *
      *                                                                *
      ******************************************************************
       2700-CHECK-PRIOR-NOTICE.
           IF NOTICE-ENTRY-FOUND
              SET NOTE-DONE(NOTE-X) TO TRUE
           ELSE
              ADD 1 TO NO-NOTICE-CNT
              IF NONOTE-TABLE-COUNT < 200
                 ADD 1 TO NONOTE-TABLE-COUNT
                 MOVE MAT-ACCOUNT-MX
                   TO NONOTE-ACCOUNT(NONOTE-TABLE-COUNT)
                 MOVE MAT-CUSTOMER-MX
                   TO NONOTE-CUSTOMER(NONOTE-TABLE-COUNT)
                 MOVE MAT-AMOUNT-MX
                   TO NONOTE-AMOUNT(NONOTE-TABLE-COUNT)
                 MOVE MAT-DATE-MX
                   TO NONOTE-MAT-DATE(NONOTE-TABLE-COUNT)
                 MOVE MAT-INSTRUCTION-MX
                   TO NONOTE-INSTRUCTION(NONOTE-TABLE-COUNT)
              ELSE
                 DISPLAY 'AF0480M0 - NO-NOTICE TABLE FULL, ACCOUNT '
                         MAT-ACCOUNT-MX ' NOT LISTED'
              END-IF
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    2750-SET-LEDGER-ACTION                                      *
      *                                                                *
      ******************************************************************
       2750-SET-LEDGER-ACTION.
           EVALUATE TRUE
              WHEN CONTACT-MAT-MX
                 MOVE 'C' TO LDGR-ACTION-GV
              WHEN PAYOUT-MAT-MX
                 MOVE 'P' TO LDGR-ACTION-GV
              WHEN OTHER
                 MOVE 'R' TO LDGR-ACTION-GV
           END-EVALUATE
           .

      ******************************************************************
      *                                                                *
      *    2800-FIND-NOTICE                                            *
      *                                                                *
      *    LOOK UP THE DEPOSIT AND MATURITY DATE ON THE HISTORY AND    *
      *    MARK IT SEEN ON TODAY'S EXTRACT.                            *
      *                                                                *
      ******************************************************************
       2800-FIND-NOTICE.
           MOVE 'N' TO NOTICE-FOUND-SW
           MOVE 1   TO NOTE-X
           PERFORM 2850-MATCH-NOTICE
                   UNTIL NOTE-X > NOTE-TABLE-COUNT
                   OR NOTICE-ENTRY-FOUND
           IF NOTICE-ENTRY-FOUND
              SET NOTE-SEEN(NOTE-X) TO TRUE
           END-IF
           .

       2850-MATCH-NOTICE.
           IF NOTE-ACCOUNT(NOTE-X) = MAT-ACCOUNT-MX
              AND NOTE-MAT-DATE(NOTE-X) = MAT-DATE-MX
              SET NOTICE-ENTRY-FOUND TO TRUE
           ELSE
              ADD 1 TO NOTE-X
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    2900-FIND-LEDGER                                            *
      *                                                                *
      *    LOOK FOR A SUCCESSFUL LEDGER ENTRY FOR THIS DEPOSIT,        *
      *    MATURITY DATE AND ACTION.  A FAILED ONE DOES NOT COUNT -    *
      *    THE ACTION IS TRIED AGAIN.                                  *
      *                                                                *
      ******************************************************************
       2900-FIND-LEDGER.
           MOVE 'N' TO LEDGER-FOUND-SW
           MOVE 1   TO LDGR-X
           PERFORM 2925-MATCH-LEDGER
                   UNTIL LDGR-X > LDGR-TABLE-COUNT
                   OR LEDGER-ENTRY-FOUND
           .

       2925-MATCH-LEDGER.
           IF LDGR-ACCOUNT(LDGR-X) = MAT-ACCOUNT-MX
              AND LDGR-MAT-DATE(LDGR-X) = MAT-DATE-MX
              AND LDGR-ACTION(LDGR-X) = LDGR-ACTION-GV
              AND LDGR-RESULT(LDGR-X) = 'S'
              SET LEDGER-ENTRY-FOUND TO TRUE
           ELSE
              ADD 1 TO LDGR-X
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    2950-REPORT-PREV-ACTIONED                                   *
      *                                                                *
      *    ALREADY DONE BY AN EARLIER, UNFINISHED RUN - REPORTED, NOT  *
      *    SENT AGAIN.  A ROLLOVER OR PAY-OUT STILL CLOSES ITS NOTICE. *
      *                                                                *
      ******************************************************************
       2950-REPORT-PREV-ACTIONED.
           ADD 1 TO PREV-ACTIONED-CNT
           MOVE 'PREVIOUSLY ACTIONED - NOT RESENT'
                                    TO MAT-DET-ACTION
           PERFORM 3700-WRITE-REPORT-DETAIL
           IF LDGR-ACTION-GV NOT = 'C'
              SET MATURITY-ACTIONED TO TRUE
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    3100-ROLL-OVER-DEPOSIT                                      *
           MOVE MAT-ACCOUNT-MX      TO ACCOUNT-NBR-AF0000B04C
           MOVE MAT-TERM-MONTHS-MX  TO TERM-MONTHS-AF0000B04C
           SET ROLLOVER-MAT-S106910 TO TRUE
           MOVE 'R'                 TO LDGR-ACTION-GV
           PERFORM 7300-CALL-AF0000M0
           IF RETCODE-AF0000B04C = ZERO
              SET MATURITY-ACTIONED TO TRUE
              ADD 1 TO ROLLED-CNT
              MOVE 'R'              TO TAX-EVENT-TYPE-GV
              PERFORM 3400-WRITE-TAX-EVENT
              MOVE 'ROLLED OVER'    TO MAT-DET-ACTION
           ELSE
              ADD 1 TO FAILED-CNT
           MOVE 'MAT'               TO REASON-CODE-AF0000B04C
           SET PAYOUT-MAT-S106910   TO TRUE
           MOVE MAT-NOM-ACCT-MX     TO MAT-NOM-ACCT-S106910
           MOVE 'P'                 TO LDGR-ACTION-GV
           PERFORM 7300-CALL-AF0000M0
           IF RETCODE-AF0000B04C = ZERO
              SET MATURITY-ACTIONED TO TRUE
              ADD 1 TO PAID-OUT-CNT
              MOVE 'P'              TO TAX-EVENT-TYPE-GV
              PERFORM 3400-WRITE-TAX-EVENT
              MOVE 'PAID OUT TO NOMINATED ACCOUNT'
                                    TO MAT-DET-ACTION
           ELSE
           MOVE MAT-DATE-MX         TO WRK-MATURITY-DATE-WL
           WRITE WORKLIST-RECORD
           ADD 1 TO WORKLIST-CNT
           MOVE 'C'                 TO LDGR-ACTION-GV
           MOVE 'S'                 TO LDGR-RESULT-GV
           MOVE ZERO                TO LDGR-RETCODE-GV
           PERFORM 7400-WRITE-LEDGER
           MOVE 'ON CONTACT-CUSTOMER WORK LIST'
                                    TO MAT-DET-ACTION
           PERFORM 3700-WRITE-REPORT-DETAIL
           .

      ******************************************************************
      *                                                                *
      *    3400-WRITE-TAX-EVENT                                        *
      *                                                                *
      *    THE INTEREST, WITHHOLDING TAX AND TAX TREATMENT COME BACK   *
      *    FROM AF0000M0 ON THE ROLLOVER OR CLOSE.                     *
      *                                                                *
      ******************************************************************
       3400-WRITE-TAX-EVENT.
           MOVE SPACES              TO TDTAXEV-RECORD
           MOVE TAX-EVENT-TYPE-GV   TO TEV-EVENT-TYPE-TE
           MOVE 'AF0480M0'          TO TEV-SOURCE-TE
           MOVE RUN-DATE-GV         TO TEV-EVENT-DATE-TE
           MOVE MAT-CUSTOMER-MX     TO TEV-CUSTOMER-TE
           MOVE MAT-ACCOUNT-MX      TO TEV-ACCOUNT-TE
           MOVE MAT-DATE-MX         TO TEV-MAT-DATE-TE
           MOVE INTEREST-PAID-AF0000B04C
                                    TO TEV-INTEREST-TE
           MOVE WHT-AMOUNT-AF0000B04C
                                    TO TEV-WHT-TE
           MOVE RESIDENCY-GR01523   TO TEV-RESIDENCY-TE
           MOVE TAX-CODE-GR01523    TO TEV-TAX-CODE-TE
           WRITE TDTAXEV-RECORD
           .

      ******************************************************************
      *                                                                *
      *    3050-CLEAR-SERVICE-AREAS                                    *
           ADD 1 TO FCST-X
           .

      ******************************************************************
      *                                                                *
      *    4500-WRITE-NO-NOTICE-LIST                                   *
      *                                                                *
      ******************************************************************
       4500-WRITE-NO-NOTICE-LIST.
           MOVE SPACES TO MATRPT-LINE
           WRITE MATRPT-LINE
           WRITE MATRPT-LINE FROM NONOTE-HEADING-1
           WRITE MATRPT-LINE FROM MAT-HEADING-2
           MOVE 1 TO NOTE-X
           PERFORM 4550-WRITE-NO-NOTICE-ROW
                   UNTIL NOTE-X > NONOTE-TABLE-COUNT
           .

       4550-WRITE-NO-NOTICE-ROW.
           MOVE NONOTE-ACCOUNT(NOTE-X)  TO MAT-DET-ACCOUNT
           MOVE NONOTE-CUSTOMER(NOTE-X) TO MAT-DET-CUSTOMER
           MOVE NONOTE-AMOUNT(NOTE-X)   TO MAT-DET-AMOUNT
           MOVE NONOTE-MAT-DATE(NOTE-X) TO MAT-DET-DATE
           MOVE NONOTE-INSTRUCTION(NOTE-X)
                                        TO MAT-DET-INSTR
           MOVE 'NO PRE-MATURITY NOTICE ON HISTORY'
                                        TO MAT-DET-ACTION
           WRITE MATRPT-LINE FROM MAT-DETAIL-LINE
           ADD 1 TO NOTE-X
           .

      ******************************************************************
      *                                                                *
      *    6000-WRITE-NOTICE-HISTORY                                   *
      *                                                                *
      *    CARRY FORWARD EVERY NOTICE STILL TO MATURE OR STILL ON THE  *
      *    EXTRACT UNACTIONED.  ONE ACTIONED TODAY, OR PAST MATURITY   *
      *    AND GONE FROM THE EXTRACT, IS DROPPED.                      *
      *                                                                *
      ******************************************************************
       6000-WRITE-NOTICE-HISTORY.
           OPEN OUTPUT NOTEHOUT-FILE
           MOVE 1 TO NOTE-X
           PERFORM 6100-WRITE-NOTICE-ROW
                   UNTIL NOTE-X > NOTE-TABLE-COUNT
           CLOSE NOTEHOUT-FILE
           .

       6100-WRITE-NOTICE-ROW.
           IF NOT NOTE-DONE(NOTE-X)
              AND (NOTE-MAT-DATE(NOTE-X) > RUN-DATE-GV
                   OR NOTE-SEEN(NOTE-X))
              MOVE SPACES              TO NOTEHOUT-RECORD
              MOVE NOTE-ACCOUNT(NOTE-X)
                                       TO NHIST-ACCOUNT-NO
              MOVE NOTE-MAT-DATE(NOTE-X)
                                       TO NHIST-MAT-DATE-NO
              MOVE NOTE-NOTICE-DATE(NOTE-X)
                                       TO NHIST-NOTICE-DATE-NO
              MOVE NOTE-INSTRUCTION(NOTE-X)
                                       TO NHIST-INSTRUCTION-NO
              WRITE NOTEHOUT-RECORD
              ADD 1 TO NOTE-HIST-WRITTEN-CNT
           END-IF
           ADD 1 TO NOTE-X
           .

      ******************************************************************
      *                                                                *
      *    5000-WRITE-CONTROL-COUNTS                                   *
                                    TO MAT-COUNT-DESC
           MOVE OVERDUE-CNT         TO MAT-COUNT-VALUE
           WRITE MATRPT-LINE FROM MAT-COUNT-LINE
           MOVE 'PRE-MATURITY NOTICES SENT: '
                                    TO MAT-COUNT-DESC
           MOVE NOTICE-ISSUED-CNT   TO MAT-COUNT-VALUE
           WRITE MATRPT-LINE FROM MAT-COUNT-LINE
           MOVE 'ALREADY NOTIFIED         : '
                                    TO MAT-COUNT-DESC
           MOVE ALREADY-NOTIFIED-CNT
                                    TO MAT-COUNT-VALUE
           WRITE MATRPT-LINE FROM MAT-COUNT-LINE
           MOVE 'ACTIONED WITHOUT NOTICE  : '
                                    TO MAT-COUNT-DESC
           MOVE NO-NOTICE-CNT       TO MAT-COUNT-VALUE
           WRITE MATRPT-LINE FROM MAT-COUNT-LINE
           MOVE 'NOTICE HISTORY READ      : '
                                    TO MAT-COUNT-DESC
           MOVE NOTE-HIST-READ-CNT  TO MAT-COUNT-VALUE
           WRITE MATRPT-LINE FROM MAT-COUNT-LINE
           MOVE 'NOTICE HISTORY WRITTEN   : '
                                    TO MAT-COUNT-DESC
           MOVE NOTE-HIST-WRITTEN-CNT
                                    TO MAT-COUNT-VALUE
           WRITE MATRPT-LINE FROM MAT-COUNT-LINE
           MOVE 'PREVIOUSLY ACTIONED      : '
                                    TO MAT-COUNT-DESC
           MOVE PREV-ACTIONED-CNT   TO MAT-COUNT-VALUE
           WRITE MATRPT-LINE FROM MAT-COUNT-LINE
           MOVE 'LEDGER RECORDS WRITTEN   : '
                                    TO MAT-COUNT-DESC
           MOVE LEDGER-WRITTEN-CNT  TO MAT-COUNT-VALUE
           WRITE MATRPT-LINE FROM MAT-COUNT-LINE
           MOVE 'CHECKPOINTS TAKEN        : '
                                    TO MAT-COUNT-DESC
           MOVE CKPT-TAKEN-CNT      TO MAT-COUNT-VALUE
           WRITE MATRPT-LINE FROM MAT-COUNT-LINE
           IF RESTART-RUN
              MOVE 'SKIPPED ON RESTART       : '
                                    TO MAT-COUNT-DESC
              MOVE SKIPPED-CNT      TO MAT-COUNT-VALUE
              WRITE MATRPT-LINE FROM MAT-COUNT-LINE
           END-IF
           IF FAILED-CNT > ZERO
              MOVE 'AF0480M0 - MATURITY HOST UPDATE FAILURES, SEE RPT'
                                    TO NBCONS-MESSAGE
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    7100-DERIVE-NOTICE-HORIZON                                  *
      *                                                                *
      *    STEP FORWARD FROM THE RUN DATE ONE BUSINESS DAY AT A TIME   *
      *    - SATURDAYS, SUNDAYS AND DATES ON THE HOLIDAY MASTER DO     *
      *    NOT COUNT.  A DEPOSIT MATURING ON OR BEFORE THE RESULTING   *
      *    HORIZON DATE IS INSIDE THE NOTICE PERIOD.                   *
      *                                                                *
      ******************************************************************
       7100-DERIVE-NOTICE-HORIZON.
           MOVE RUN-DATE-GV         TO HORIZON-DATE-GV
           MOVE NOTICE-DAYS-GV      TO STEP-REMAINING-GV
           PERFORM 7120-STEP-ON-ONE-BUS-DAY
                   UNTIL STEP-REMAINING-GV = ZERO
           DISPLAY 'AF0480M0 - NOTICE PERIOD ' NOTICE-DAYS-GV
                   ' BUSINESS DAYS, HORIZON DATE ' HORIZON-DATE-GV
           .

       7120-STEP-ON-ONE-BUS-DAY.
           PERFORM 7150-NEXT-CALENDAR-DAY
           PERFORM 7200-CHECK-BUSINESS-DAY
           IF IS-BUSINESS-DAY
              SUBTRACT 1 FROM STEP-REMAINING-GV
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    7150-NEXT-CALENDAR-DAY                                      *
      *                                                                *
      ******************************************************************
       7150-NEXT-CALENDAR-DAY.
           IF HOR-MM-GV = 2
              PERFORM 7180-FEBRUARY-DAYS
              MOVE FEB-DAYS-GV      TO MONTH-DAYS-GV(2)
           END-IF
           IF HOR-DD-GV < MONTH-DAYS-GV(HOR-MM-GV)
              ADD 1 TO HOR-DD-GV
           ELSE
              MOVE 1                TO HOR-DD-GV
              IF HOR-MM-GV = 12
                 MOVE 1             TO HOR-MM-GV
                 ADD 1 TO HOR-YY-GV
              ELSE
                 ADD 1 TO HOR-MM-GV
              END-IF
           END-IF
           .

       7180-FEBRUARY-DAYS.
           MOVE 28 TO FEB-DAYS-GV
           DIVIDE HOR-YY-GV BY 4
                  GIVING ZELLER-WORK
                  REMAINDER ZELLER-MM
           IF ZELLER-MM = ZERO
              MOVE 29 TO FEB-DAYS-GV
              DIVIDE HOR-YY-GV BY 100
                     GIVING ZELLER-WORK
                     REMAINDER ZELLER-MM
              IF ZELLER-MM = ZERO
                 MOVE 28 TO FEB-DAYS-GV
                 DIVIDE HOR-YY-GV BY 400
                        GIVING ZELLER-WORK
                        REMAINDER ZELLER-MM
                 IF ZELLER-MM = ZERO
                    MOVE 29 TO FEB-DAYS-GV
                 END-IF
              END-IF
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    7200-CHECK-BUSINESS-DAY                                     *
      *                                                                *
      *    ZELLER DAY-OF-WEEK: 0 = SATURDAY, 1 = SUNDAY.  A WEEKDAY    *
      *    NOT ON THE HOLIDAY TABLE IS A BUSINESS DAY.                 *
      *                                                                *
      ******************************************************************
       7200-CHECK-BUSINESS-DAY.
           MOVE 'N' TO BUSINESS-DAY-SW
           MOVE HOR-YY-GV TO ZELLER-YY
           MOVE HOR-MM-GV TO ZELLER-MM
           IF ZELLER-MM < 3
              ADD 12 TO ZELLER-MM
              SUBTRACT 1 FROM ZELLER-YY
           END-IF
      *    EACH QUOTIENT IS TRUNCATED ON ITS OWN BEFORE IT IS SUMMED.
           COMPUTE ZELLER-TERM = (13 * (ZELLER-MM + 1)) / 5
           COMPUTE ZELLER-WORK = HOR-DD-GV + ZELLER-TERM + ZELLER-YY
           COMPUTE ZELLER-TERM = ZELLER-YY / 4
           ADD ZELLER-TERM          TO ZELLER-WORK
           COMPUTE ZELLER-TERM = ZELLER-YY / 100
           SUBTRACT ZELLER-TERM     FROM ZELLER-WORK
           COMPUTE ZELLER-TERM = ZELLER-YY / 400
           ADD ZELLER-TERM          TO ZELLER-WORK
           DIVIDE ZELLER-WORK BY 7
                  GIVING ZELLER-YY
                  REMAINDER ZELLER-WORK
           MOVE ZELLER-WORK TO DAY-OF-WEEK-GV
           IF DAY-OF-WEEK-GV > 1
              PERFORM 7250-CHECK-HOLIDAY-TABLE
              IF NOT HOLIDAY-FOUND
                 SET IS-BUSINESS-DAY TO TRUE
              END-IF
           END-IF
           .

       7250-CHECK-HOLIDAY-TABLE.
           MOVE 'N' TO HOLIDAY-FOUND-SW
           MOVE 1   TO HOL-X
           PERFORM 7275-MATCH-HOLIDAY
                   UNTIL HOL-X > HOLIDAY-LOADED-CNT
                   OR HOLIDAY-FOUND
           .

       7275-MATCH-HOLIDAY.
           IF HOLIDAY-DATE-GV(HOL-X) = HORIZON-DATE-GV
              SET HOLIDAY-FOUND TO TRUE
           ELSE
              ADD 1 TO HOL-X
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    7300-CALL-AF0000M0                                          *
                                 COMMITMENT-FEE-AREA
                                 REPAYMENT-SRVC-AREA
                                 MULTI-INSUR-SRVC-AREA
           MOVE RETCODE-AF0000B04C  TO LDGR-RETCODE-GV
           IF RETCODE-AF0000B04C NOT = ZERO
              DISPLAY 'AF0480M0 - AF0000M0 RC=' RETCODE-AF0000B04C
                      ' ACCOUNT ' MAT-ACCOUNT-MX
              MOVE 'F'              TO LDGR-RESULT-GV
           ELSE
              MOVE 'S'              TO LDGR-RESULT-GV
           END-IF
           PERFORM 7400-WRITE-LEDGER
           .

      ******************************************************************
      *                                                                *
      *    7400-WRITE-LEDGER                                           *
      *                                                                *
      ******************************************************************
       7400-WRITE-LEDGER.
           ACCEPT TIME-NOW-GV FROM TIME
           MOVE SPACES              TO MATLEDGR-RECORD
           MOVE RUN-DATE-GV         TO LDGR-RUN-DATE-ML
           MOVE MAT-ACCOUNT-MX      TO LDGR-ACCOUNT-ML
           MOVE MAT-DATE-MX         TO LDGR-MAT-DATE-ML
           MOVE LDGR-ACTION-GV      TO LDGR-ACTION-ML
           MOVE LDGR-RESULT-GV      TO LDGR-RESULT-ML
           MOVE LDGR-RETCODE-GV     TO LDGR-RETCODE-ML
           MOVE TIME-HHMMSS-GV      TO LDGR-TIME-ML
           WRITE MATLEDGR-RECORD
           ADD 1 TO LEDGER-WRITTEN-CNT
           .

      ******************************************************************
      *                                                                *
      *    7500-WRITE-CHECKPOINT                                       *
      *                                                                *
      *    REWRITE THE CHECKPOINT AT THE CURRENT POSITION, THEN CLOSE  *
      *    AND REOPEN THE LEDGER AND THE EXTRACTS SO EVERYTHING UP TO  *
      *    THE CHECKPOINT IS ON DISK.                                  *
      *                                                                *
      ******************************************************************
       7500-WRITE-CHECKPOINT.
           ACCEPT TIME-NOW-GV FROM TIME
           OPEN OUTPUT MTCKPTOT-FILE
           MOVE SPACES              TO MTCKPTOT-RECORD
           MOVE EXTRACT-READ-CNT    TO CKPT-RECORDS-DONE-CO
           MOVE FIRST-ACCOUNT-GV    TO CKPT-FIRST-ACCOUNT-CO
           MOVE FIRST-MAT-DATE-GV   TO CKPT-FIRST-MAT-DATE-CO
           MOVE RUN-DATE-GV         TO CKPT-RUN-DATE-CO
           MOVE ROLLED-CNT          TO CKPT-ROLLED-CO
           MOVE PAID-OUT-CNT        TO CKPT-PAID-OUT-CO
           MOVE WORKLIST-CNT        TO CKPT-WORKLIST-CO
           MOVE FAILED-CNT          TO CKPT-FAILED-CO
           MOVE OVERDUE-CNT         TO CKPT-OVERDUE-CO
           MOVE NOTICE-ISSUED-CNT   TO CKPT-NOTICE-ISSUED-CO
           MOVE ALREADY-NOTIFIED-CNT
                                    TO CKPT-ALREADY-NOTIFIED-CO
           MOVE PREV-ACTIONED-CNT   TO CKPT-PREV-ACTIONED-CO
           ACCEPT CKPT-DATE-CO      FROM DATE YYYYMMDD
           MOVE TIME-HHMMSS-GV      TO CKPT-TIME-CO
           WRITE MTCKPTOT-RECORD
           CLOSE MTCKPTOT-FILE
           CLOSE MATLEDGR-FILE
                 CUSTNOTE-FILE
                 WORKLIST-FILE
                 TDTAXEV-FILE
           OPEN EXTEND MATLEDGR-FILE
                       CUSTNOTE-FILE
                       WORKLIST-FILE
                       TDTAXEV-FILE
           ADD 1 TO CKPT-TAKEN-CNT
           .

      ******************************************************************
      *                                                                *
      ******************************************************************
       9000-TERMINATE.
           ACCEPT TIME-NOW-GV FROM TIME
           MOVE SPACES              TO MATLEDGR-RECORD
           MOVE RUN-DATE-GV         TO LDGR-RUN-DATE-ML
           MOVE ZERO                TO LDGR-MAT-DATE-ML
                                       LDGR-RETCODE-ML
           SET LDGR-END-OF-RUN-ML   TO TRUE
           SET LDGR-SUCCEEDED-ML    TO TRUE
           MOVE TIME-HHMMSS-GV      TO LDGR-TIME-ML
           WRITE MATLEDGR-RECORD
           OPEN OUTPUT MTCKPTOT-FILE
           MOVE SPACES              TO MTCKPTOT-RECORD
           MOVE ZERO                TO CKPT-RECORDS-DONE-CO
           WRITE MTCKPTOT-RECORD
           CLOSE MTCKPTOT-FILE
           CLOSE MATEXTR-FILE
                 WORKLIST-FILE
                 CUSTNOTE-FILE
                 MATLEDGR-FILE
                 TDTAXEV-FILE
                 MATRPT-FILE
           .

      ******************************************************************
      *                                                                *
      *    9900-CANCEL-RUN                                             *
      *                                                                *
      *    THE CHECKPOINT IS LEFT AS IT IS FOR OPERATIONS TO RESOLVE - *
      *    NOTHING HAS BEEN SENT TO THE HOST.                          *
      *                                                                *
      ******************************************************************
       9900-CANCEL-RUN.
           CLOSE MATEXTR-FILE
           MOVE 'AF0480M0 - CHECKPOINT NOT FOR THIS MATEXTR, CANCELLED'
                                    TO NBCONS-MESSAGE
           MOVE 'CRIT'              TO NBCONS-SEVERITY
           CALL 'NBCONS' USING NBCONS-PASSAREA
           MOVE 16 TO RETURN-CODE
           .
