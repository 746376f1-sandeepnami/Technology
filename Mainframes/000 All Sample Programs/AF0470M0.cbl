      *                                   THE AGING EXCEPTION REPORT   *
      *                                   ONCE OLDER THAN THE AGING    *
      *                                   LIMIT IN BUSINESS DAYS       *
      *        PENDING ONLY, OLDER THAN -> CLOSED THROUGH AF0000M0,    *
      *        THE AUTO-CLOSE LIMIT        REASON 'UNF', WITH A        *
      *                                   CUSTOMER NOTICE ON CUSTNOTE  *
      *                                   AND DROPPED FROM PENDOUT.    *
      *                                   A FAILED CLOSE IS CARRIED    *
      *                                   AND LISTED FOR THE DESK      *
      *        CONFIRMATION ONLY       -> REPORTED - FUNDS ARRIVED     *
      *                                   FOR NO PENDING OPEN          *
      *                                                                *
      *    THE AGING AND AUTO-CLOSE CUTOFFS ARE DERIVED BY STEPPING    *
      *    BACK FROM THE RUN DATE OVER WEEKENDS AND THE DATES ON THE   *
      *    HOLIDAY MASTER MAINTAINED BY GU0003M0.                      *
      *                                                                *
      *    A CONFIRMATION MARKED IN TRANSIT DOES NOT CLEAR THE ENTRY   *
      *    - IT IS CARRIED FORWARD FLAGGED AND NEVER AUTO-CLOSED.  A   *
      *    PART-FUNDED ACCOUNT (SETTLED FOR LESS THAN EXPECTED) IS     *
      *    CLEARED ON ITS CONFIRMATION, SO NEVER REACHES THE CLOSE.    *
      *                                                                *
      *    EACH CONFIRMATION CARRIES ITS FUNDING METHOD AND THE        *
      *    DEPOSITING BRANCH.  A SETTLED CASH FUNDING AT OR OVER THE   *
      *    REPORTING THRESHOLD IS WRITTEN TO THE CTREXT THRESHOLD      *
      *    TRANSACTION EXTRACT FOR COMPLIANCE.  CASH FUNDINGS UNDER IT *
      *    ARE KEPT ON THE CASH HISTORY (CASHHIN IN, CASHHOUT OUT) FOR *
      *    THE ROLLING WINDOW; A CUSTOMER WITH SEVERAL IN THE WINDOW   *
      *    THAT TOGETHER REACH THE THRESHOLD, ONE OF THEM NEW TODAY, IS*
      *    LISTED FOR REVIEW ON CASHRPT.                               *
      *                                                                *
      *    PARAMETER CARD (PARMCARD):                                  *
      *        COLS 1-3   AGING LIMIT IN BUSINESS DAYS (NUMERIC)       *
      *        COLS 4-6   AUTO-CLOSE LIMIT IN BUSINESS DAYS (DEFAULT   *
      *                   010) - MUST BE LONGER THAN THE AGING LIMIT,  *
      *                   OR NOTHING IS CLOSED THAT RUN                *
      *        COLS 7-17  CASH REPORTING THRESHOLD, 9(09)V99 (DEFAULT  *
      *                   10,000.00)                                   *
      *        COLS 18-20 CASH ROLLING WINDOW IN CALENDAR DAYS, RUN    *
      *                   DATE INCLUDED (DEFAULT 005)                  *
      *                                                                *
      *    MODIFICATION HISTORY                                        *
      *    ----------------------------------------------------------  *
      *    02/09/26 RAM  INITIAL VERSION.                              *
      *    15/10/26 RAM  PENDFUND CARRIES THE OPEN VALUE DATE - AN     *
      *                  OPEN VALUE-DATED FORWARD PAST CUTOFF OR A     *
      *                  HOLIDAY AGES FROM ITS VALUE DATE.             *
      *    15/10/26 RAM  UNFUNDED OPENS PAST A SECOND, LONGER LIMIT    *
      *                  ARE CLOSED THROUGH AF0000M0 (REASON UNF)      *
      *                  WITH A CUSTNOTE CUSTOMER NOTICE.  IN-TRANSIT  *
      *                  CONFIRMATIONS ARE CARRIED, NOT CLEARED.       *
      *                  FAILED CLOSES ARE LISTED FOR THE DESK.        *
      *    15/10/26 RAM  AF0000M0 PASSAREA IN STEP WITH AF0001M0 -     *
      *                  INTEREST PAID AND WITHHOLDING TAX RETURNED.   *
      *    15/10/26 RAM  DAY-OF-WEEK QUOTIENTS TRUNCATED ONE AT A      *
      *                  TIME - A SUMMED FRACTION COULD MISREAD THE    *
      *                  WEEKDAY.                                      *
      *    15/10/26 RAM  CUSTNOTE LAYOUT IN STEP WITH AF0490M0 -       *
      *                  OUTCOME AND PRODUCT CODE ADDED.               *
      *    15/10/26 RAM  FUNDCONF CARRIES FUNDING METHOD AND BRANCH.   *
      *                  CASH AT OR OVER THE PARM THRESHOLD GOES TO THE*
      *                  CTREXT EXTRACT; SMALLER CASH FUNDINGS ARE HELD*
      *                  ON CASHHIN/CASHHOUT AND A CUSTOMER WHOSE CASH *
      *                  IN THE ROLLING WINDOW REACHES THE THRESHOLD IS*
      *                  LISTED ON CASHRPT FOR COMPLIANCE REVIEW.      *
      *                                                                *
      *================================================================*
       ENVIRONMENT DIVISION.
           SELECT PENDOUT-FILE    ASSIGN TO PENDOUT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT CUSTNOTE-FILE   ASSIGN TO CUSTNOTE
                  ORGANIZATION IS SEQUENTIAL.

           SELECT FUNDRPT-FILE    ASSIGN TO FUNDRPT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CASHHIN-FILE
                  ASSIGN TO CASHHIN
                  ORGANIZATION IS SEQUENTIAL.

           SELECT CASHHOUT-FILE   ASSIGN TO CASHHOUT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT CTREXT-FILE     ASSIGN TO CTREXT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT CASHRPT-FILE    ASSIGN TO CASHRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
      *================================================================*
       FILE SECTION.
           RECORDING MODE IS F.
       01  PARMCARD-RECORD.
           05  PARM-AGING-DAYS                 PIC 9(03).
           05  PARM-CLOSE-DAYS                 PIC 9(03).
           05  PARM-CASH-THRESHOLD             PIC 9(09)V99.
           05  PARM-CASH-WINDOW-DAYS           PIC 9(03).
           05  FILLER                          PIC X(60).

      *----------------------------------------------------------------*
      *    PENDIN - MIRROR OF THE PENDFUND RECORD WRITTEN BY           *
           05  PEND-PKG-TYPE-PI                PIC X(03).
           05  PEND-AMOUNT-PI                  PIC S9(09)V99 COMP-3.
           05  PEND-OPEN-DATE-PI               PIC 9(08).
           05  PEND-VALUE-DATE-PI              PIC 9(08).
      *    SET HERE WHEN A CONFIRMATION IS IN TRANSIT - BLANK FROM
      *    AF0001M0.
           05  PEND-FUND-STATUS-PI             PIC X(01).
               88  PEND-IN-TRANSIT-PI              VALUE 'T'.
           05  FILLER                          PIC X(36).

       FD  FUNDCONF-FILE
           RECORDING MODE IS F.
           05  CONF-ACCOUNT-FC                 PIC X(09).
           05  CONF-AMOUNT-FC                  PIC 9(09)V99.
           05  CONF-SETTLE-DATE-FC             PIC 9(08).
           05  CONF-STATUS-FC                  PIC X(01).
               88  CONF-IN-TRANSIT-FC              VALUE 'T'.
           05  CONF-FUND-METHOD-FC             PIC X(01).
               88  CONF-CASH-FC                    VALUE 'C'.
               88  CONF-TRANSFER-FC                VALUE 'T'.
               88  CONF-CHEQUE-FC                  VALUE 'Q'.
           05  CONF-BRANCH-FC                  PIC X(05).
           05  FILLER                          PIC X(45).

       FD  HOLMSTR-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  PENDOUT-RECORD                      PIC X(80).

      *----------------------------------------------------------------*
      *    CUSTNOTE - CUSTOMER NOTIFICATION RECORD FOR THE LETTER /    *
      *    SMS SERVICE.  THE TEMPLATE CODE PICKS THE WORDING; THE      *
      *    EVENT DATE AND AMOUNT ARE QUOTED IN IT.  THIS RECORD        *
      *    LAYOUT IS MIRRORED IN AF0480M0 AND AF0490M0 - THEY MUST     *
      *    ALL STAY IN STEP.                                           *
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

       FD  FUNDRPT-FILE
           RECORDING MODE IS F.
       01  FUNDRPT-LINE                        PIC X(132).

      *----------------------------------------------------------------*
      *    CASHHIN / CASHHOUT - CASH FUNDINGS UNDER THE THRESHOLD,     *
      *    KEPT WHILE THEY ARE INSIDE THE ROLLING WINDOW.              *
      *----------------------------------------------------------------*
       FD  CASHHIN-FILE
           RECORDING MODE IS F.
       01  CASHHIN-RECORD.
           05  CASH-ACCOUNT-CI                 PIC X(09).
           05  CASH-CUSTOMER-CI                PIC X(09).
           05  CASH-BRANCH-CI                  PIC X(05).
           05  CASH-AMOUNT-CI                  PIC 9(09)V99.
           05  CASH-SETTLE-DATE-CI             PIC 9(08).
           05  FILLER                          PIC X(38).

       FD  CASHHOUT-FILE
           RECORDING MODE IS F.
       01  CASHHOUT-RECORD.
           05  CASH-ACCOUNT-CO                 PIC X(09).
           05  CASH-CUSTOMER-CO                PIC X(09).
           05  CASH-BRANCH-CO                  PIC X(05).
           05  CASH-AMOUNT-CO                  PIC 9(09)V99.
           05  CASH-SETTLE-DATE-CO             PIC 9(08).
           05  FILLER                          PIC X(38).

      *----------------------------------------------------------------*
      *    CTREXT - THRESHOLD TRANSACTION EXTRACT, ONE RECORD PER      *
      *    SETTLED CASH FUNDING AT OR OVER THE REPORTING THRESHOLD.    *
      *    THE CUSTOMER AND PACKAGE ARE BLANK WHEN THE FUNDS ARRIVED   *
      *    FOR NO PENDING OPEN.                                        *
      *----------------------------------------------------------------*
       FD  CTREXT-FILE
           RECORDING MODE IS F.
       01  CTREXT-RECORD.
           05  CTR-ACCOUNT-CX                  PIC X(09).
           05  CTR-CUSTOMER-CX                 PIC X(09).
           05  CTR-PKG-TYPE-CX                 PIC X(03).
           05  CTR-BRANCH-CX                   PIC X(05).
           05  CTR-FUND-METHOD-CX              PIC X(01).
           05  CTR-AMOUNT-CX                   PIC 9(09)V99.
           05  CTR-SETTLE-DATE-CX              PIC 9(08).
           05  CTR-RUN-DATE-CX                 PIC 9(08).
           05  CTR-SOURCE-CX                   PIC X(08).
           05  FILLER                          PIC X(18).

       FD  CASHRPT-FILE
           RECORDING MODE IS F.
       01  CASHRPT-LINE                        PIC X(132).

       WORKING-STORAGE SECTION.
      *================================================================*

       77  DEFAULT-AGING-DAYS                  PIC 9(03) VALUE 002.
       77  DEFAULT-CLOSE-DAYS                  PIC 9(03) VALUE 010.
       77  UNFUNDED-CLOSE-REASON               PIC X(03) VALUE 'UNF'.
       77  UNFUNDED-CLOSE-TEMPLATE             PIC X(06) VALUE 'UNFCLS'.
       77  DEFAULT-CASH-THRESHOLD              PIC 9(09)V99
                                                   VALUE 10000.00.
       77  DEFAULT-CASH-WINDOW-DAYS            PIC 9(03) VALUE 005.
       77  HIGH-ACCT-CONST                     PIC X(09)
                                                   VALUE HIGH-VALUES.

               88  IS-BUSINESS-DAY                 VALUE 'Y'.
           05  HOLIDAY-FOUND-SW                PIC X(01) VALUE 'N'.
               88  HOLIDAY-FOUND                   VALUE 'Y'.
           05  AUTO-CLOSE-SW                   PIC X(01) VALUE 'N'.
               88  AUTO-CLOSE-ACTIVE               VALUE 'Y'.
           05  CLOSE-ATTEMPTED-SW              PIC X(01) VALUE 'N'.
               88  CLOSE-ATTEMPTED                 VALUE 'Y'.
           05  ACCOUNT-CLOSED-SW               PIC X(01) VALUE 'N'.
               88  ACCOUNT-AUTO-CLOSED             VALUE 'Y'.
           05  CASHHIN-EOF-SW                  PIC X(01) VALUE 'N'.
               88  CASHHIN-EOF                     VALUE 'Y'.

       01  AF0470M0-CONTROL-COUNTS.
           05  PENDING-READ-CNT                PIC S9(07) COMP-3
                                                   VALUE +0.
           05  UNMATCHED-CONF-CNT              PIC S9(07) COMP-3
                                                   VALUE +0.
           05  IN-TRANSIT-CNT                  PIC S9(07) COMP-3
                                                   VALUE +0.
           05  AUTO-CLOSED-CNT                 PIC S9(07) COMP-3
                                                   VALUE +0.
           05  CLOSE-FAILED-CNT                PIC S9(07) COMP-3
                                                   VALUE +0.
           05  NOTICE-WRITTEN-CNT              PIC S9(07) COMP-3
                                                   VALUE +0.
           05  CASH-FUNDING-CNT                PIC S9(07) COMP-3
                                                   VALUE +0.
           05  CTR-WRITTEN-CNT                 PIC S9(07) COMP-3
                                                   VALUE +0.
           05  CASH-REVIEW-CUST-CNT            PIC S9(07) COMP-3
                                                   VALUE +0.
           05  CASH-HIST-READ-CNT              PIC S9(07) COMP-3
                                                   VALUE +0.
           05  CASH-HIST-WRITTEN-CNT           PIC S9(07) COMP-3
                                                   VALUE +0.

       01  AF0470M0-WORK-FIELDS.
           05  AGING-DAYS-GV                   PIC 9(03).
           05  CLOSE-DAYS-GV                   PIC 9(03).
           05  AGING-CUTOFF-SAVE-GV            PIC 9(08).
           05  CLOSE-CUTOFF-DATE-GV            PIC 9(08).
           05  EXCP-X                          PIC S9(04) COMP.
           05  PENDIN-KEY                      PIC X(09).
           05  FUNDCONF-KEY                    PIC X(09).
           05  RUN-DATE-GV                     PIC 9(08).
           05  ZELLER-YY                       PIC S9(05) COMP-3.
           05  ZELLER-MM                       PIC S9(03) COMP-3.
           05  ZELLER-WORK                     PIC S9(09) COMP-3.
           05  ZELLER-TERM                     PIC S9(07) COMP-3.
           05  DAY-OF-WEEK-GV                  PIC 9(01).
      *        0 = SATURDAY, 1 = SUNDAY, 2 = MONDAY ... 6 = FRIDAY
           05  FEB-DAYS-GV                     PIC 9(02).
           05  CASH-THRESHOLD-GV               PIC 9(09)V99.
           05  CASH-WINDOW-DAYS-GV             PIC 9(03).
           05  CASH-WINDOW-START-GV            PIC 9(08).
           05  CASH-CUSTOMER-GV                PIC X(09).
           05  CASH-PKG-TYPE-GV                PIC X(03).
           05  CASH-X                          PIC S9(04) COMP.
           05  CASH-Y                          PIC S9(04) COMP.
           05  CASH-GROUP-CNT                  PIC S9(04) COMP.
           05  CASH-GROUP-NEW-CNT              PIC S9(04) COMP.
           05  CASH-GROUP-AMT                  PIC S9(11)V99 COMP-3.

      *----------------------------------------------------------------*
      *    DAYS PER MONTH - FEBRUARY IS RESOLVED AT RUN TIME.          *
           05  HOLIDAY-DATE-GV OCCURS 200 TIMES
                                               PIC 9(08).

      *----------------------------------------------------------------*
      *    AUTO-CLOSE FAILURES HELD FOR THE DESK EXCEPTIONS SECTION.   *
      *----------------------------------------------------------------*
       01  EXCP-TABLE-COUNT                    PIC S9(04) COMP
                                                   VALUE +0.
       01  EXCP-TABLE.
           05  EXCP-ENTRY OCCURS 200 TIMES.
               10  EXCP-ACCOUNT                PIC X(09).
               10  EXCP-CUSTOMER               PIC X(09).
               10  EXCP-PKG                    PIC X(03).
               10  EXCP-AMOUNT                 PIC S9(09)V99 COMP-3.
               10  EXCP-OPEN-DATE              PIC 9(08).
               10  EXCP-RETCODE                PIC S9(05) COMP-3.
               10  EXCP-ERROR-TEXT             PIC X(60).

      *----------------------------------------------------------------*
      *    CASH FUNDINGS UNDER THE THRESHOLD - THE WINDOW'S HISTORY    *
      *    FROM CASHHIN PLUS TODAY'S, WRITTEN TO CASHHOUT AT THE END   *
      *    OF THE RUN.                                                 *
      *----------------------------------------------------------------*
       01  CASH-TABLE-COUNT                    PIC S9(04) COMP
                                                   VALUE +0.
       01  CASH-TABLE.
           05  CASH-ENTRY OCCURS 5000 TIMES.
               10  CASH-ACCOUNT                PIC X(09).
               10  CASH-CUSTOMER               PIC X(09).
               10  CASH-BRANCH                 PIC X(05).
               10  CASH-AMOUNT                 PIC S9(09)V99 COMP-3.
               10  CASH-SETTLE-DATE            PIC 9(08).
               10  CASH-NEW-SW                 PIC X(01).
                   88  CASH-NEW-TODAY              VALUE 'Y'.
               10  CASH-CHECKED-SW             PIC X(01).
                   88  CASH-CHECKED                VALUE 'Y'.

      *----------------------------------------------------------------*
      *    TCM DAILY CONTROL AREA (AF0000B03C) - SYSTEM/PROC DATES.    *
      *----------------------------------------------------------------*
       01  TCM-DAILY-CONTROL-AREA.
           05  SYS-DATE-DDMMCCYY-AF0000B03C    PIC 9(08).
           05  SYS-DATE-CCYYMMDD-AF0000B03C    PIC 9(08).
           05  SYS-DATE-YYMMDD-AF0000B03C      PIC 9(06).
           05  SYS-DATE-DDMMYY-AF0000B03C      PIC 9(06).
           05  SYS-DATE-YYDDD-AF0000B03C       PIC 9(05).
           05  SYS-DATE-CCYYDDD-AF0000B03C     PIC 9(07).
           05  PROC-DATE-CCYYMMDD-AF0000B03C   PIC 9(08).

      *----------------------------------------------------------------*
      *    ERROR PASSAREA (AF0000B02C).                                *
      *----------------------------------------------------------------*
       01  ERROR-PASSAREA.
           05  ERROR-STATUS-AF0000B02C         PIC X(01).
               88  NO-ERRORS-AF0000B02C            VALUE ' '.
               88  ERRORS-FOUND-AF0000B02C         VALUE 'E'.
           05  ERROR-NBR-AF0000B02C            PIC 9(05).
           05  ERROR-TEXT-AF0000B02C           PIC X(112).

      *----------------------------------------------------------------*
      *    AF0000M0 PASSAREA AND SERVICE AREAS - MIRRORS OF THE        *
      *    AREAS AF0001M0 PASSES ON THE SAME CALL.  THE LAYOUTS        *
      *    MUST STAY IN STEP WITH AF0001M0.                            *
      *----------------------------------------------------------------*
       01  AF0000M0-PASSAREA.
           05  FUNCTION-CODE-AF0000B04C        PIC X(04).
               88  ACC-OPEN-AF0000B04C             VALUE 'OPEN'.
               88  ACC-AMND-AF0000B04C             VALUE 'AMND'.
               88  ACC-DRAW-AF0000B04C             VALUE 'DRAW'.
               88  ACC-CLSE-AF0000B04C             VALUE 'CLSE'.
               88  ACC-INQ-AF0000B04C              VALUE 'INQ '.
           05  EL08035-AF0000B04C              PIC X(03).
           05  CUSTOMER-NBR-AF0000B04C         PIC X(09).
           05  MARKET-PKG-AF0000B04C           PIC X(06).
           05  ACCOUNT-NBR-AF0000B04C          PIC X(09).
           05  AMOUNT-AF0000B04C               PIC S9(09)V99 COMP-3.
           05  TERM-MONTHS-AF0000B04C          PIC S9(03)   COMP-3.
           05  STMT-CYCLE-AF0000B04C           PIC 9(05).
           05  LIMEXP-DTE-AF0000B04C           PIC 9(08).
           05  FEE-CODE-AF0000B04C             PIC X(03).
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
           05  OWNER-CUST-AF0000B04C           PIC X(09).
           05  INTEREST-PAID-AF0000B04C        PIC S9(09)V99 COMP-3.
           05  WHT-AMOUNT-AF0000B04C           PIC S9(09)V99 COMP-3.

       01  STATEMENT-AREA.
           05  STMT-DELIVERY-GR01518           PIC X(01).
           05  EL06798-GR01518                 PIC X(40).

       01  DRIS-ROLE-TABLE.
           05  DRIS-ROLE-COUNT                 PIC S9(04) COMP.
           05  DRIS-ROLE-ENTRY OCCURS 5 TIMES.
               10  DRIS-ROLE-CDE               PIC X(03).
               10  DRIS-ROLE-CUST-NBR          PIC X(09).

       01  CRIS-ROLE-TABLE.
           05  CRIS-ROLE-COUNT                 PIC S9(04) COMP.
           05  CRIS-ROLE-ENTRY OCCURS 5 TIMES.
               10  CRIS-ROLE-CDE               PIC X(03).
               10  CRIS-ROLE-CUST-NBR          PIC X(09).

       01  FID-CR-TAX-AREA.
           05  RESIDENCY-GR01523               PIC X(01).
           05  TAX-CODE-GR01523                PIC X(02).

       01  FID-DR-TAX-AREA.
           05  RESIDENCY-GR01524               PIC X(01).
           05  TAX-CODE-GR01524                PIC X(02).

       01  MATURITY-SRVC-AREA.
           05  MAT-INSTRUCTION-S106910         PIC X(01).
           05  MAT-NOM-ACCT-S106910            PIC X(09).

       01  COMMITMENT-FEE-AREA.
           05  FEE-CODE-GR01521                PIC X(03).
           05  FEE-RATE-GR01521                PIC S9(03)V9(04)
                                                            COMP-3.
           05  FEE-BASE-AMT-GR01521            PIC S9(09)V99 COMP-3.

       01  REPAYMENT-SRVC-AREA.
           05  REPAY-FREQUENCY-S106920         PIC X(01).
           05  REPAY-DEBIT-ACCT-S106920        PIC X(09).

       01  MULTI-INSUR-SRVC-AREA.
           05  INSUR-ACCEPTED-S106918          PIC X(01).
           05  INSUR-PLAN-CODE-S106918         PIC X(03).

      *----------------------------------------------------------------*
      *    NBCONS CONSOLE MESSAGE PASSAREA.                            *
      *----------------------------------------------------------------*
       01  NBCONS-PASSAREA.
           05  NBCONS-MESSAGE                  PIC X(80).
           05  NBCONS-SEVERITY                 PIC X(04) VALUE SPACES.

      *----------------------------------------------------------------*
      *    AGING EXCEPTION REPORT LAYOUTS.                              *
      *----------------------------------------------------------------*
           05  FUND-DET-STATUS                 PIC X(34).
           05  FILLER                          PIC X(43)  VALUE SPACES.

       01  EXCP-HEADING-1.
           05  FILLER                          PIC X(46)  VALUE
                 '----- AUTO-CLOSE FAILURES FOR THE DESK -----  '.
           05  FILLER                          PIC X(86)  VALUE SPACES.

       01  EXCP-HEADING-2.
           05  FILLER                          PIC X(11)  VALUE
                 'ACCOUNT    '.
           05  FILLER                          PIC X(11)  VALUE
                 'CUSTOMER   '.
           05  FILLER                          PIC X(05)  VALUE
                 'PKG  '.
           05  FILLER                          PIC X(18)  VALUE
                 'EXPECTED DEPOSIT  '.
           05  FILLER                          PIC X(10)  VALUE
                 'OPEN DATE '.
           05  FILLER                          PIC X(11)  VALUE
                 '    RC'.
           05  FILLER                          PIC X(66)  VALUE
                 'ERROR'.

       01  EXCP-DETAIL-LINE.
           05  EXCP-DET-ACCOUNT                PIC X(09).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  EXCP-DET-CUSTOMER               PIC X(09).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  EXCP-DET-PKG                    PIC X(03).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  EXCP-DET-AMOUNT                 PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  EXCP-DET-OPEN-DATE              PIC 9(08).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  EXCP-DET-RETCODE                PIC -----9.
           05  FILLER                          PIC X(05)  VALUE SPACES.
           05  EXCP-DET-ERROR-TEXT             PIC X(60).
           05  FILLER                          PIC X(06)  VALUE SPACES.

      *----------------------------------------------------------------*
      *    CASH STRUCTURING REVIEW REPORT LAYOUTS.                     *
      *----------------------------------------------------------------*
       01  CASH-HEADING-1.
           05  FILLER                          PIC X(46)  VALUE
                 'AF0470M0 - CASH FUNDINGS FOR COMPLIANCE REVIEW'.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  CASH-HDG-DATE                   PIC 9(08).
           05  FILLER                          PIC X(76)  VALUE SPACES.

       01  CASH-HEADING-2.
           05  FILLER                          PIC X(12)  VALUE
                 'THRESHOLD : '.
           05  CASH-HDG-THRESHOLD              PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(19)  VALUE
                 '   ROLLING WINDOW: '.
           05  CASH-HDG-WINDOW                 PIC ZZ9.
           05  FILLER                          PIC X(12)  VALUE
                 ' DAYS FROM  '.
           05  CASH-HDG-WINDOW-START           PIC 9(08).
           05  FILLER                          PIC X(64)  VALUE SPACES.

       01  CASH-HEADING-3.
           05  FILLER                          PIC X(11)  VALUE
                 'CUSTOMER   '.
           05  FILLER                          PIC X(11)  VALUE
                 'ACCOUNT    '.
           05  FILLER                          PIC X(07)  VALUE
                 'BRANCH '.
           05  FILLER                          PIC X(13)  VALUE
                 'SETTLED      '.
           05  FILLER                          PIC X(16)  VALUE
                 '  CASH AMOUNT   '.
           05  FILLER                          PIC X(74)  VALUE
                 'NEW'.

       01  CASH-DETAIL-LINE.
           05  CASH-DET-CUSTOMER               PIC X(09).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  CASH-DET-ACCOUNT                PIC X(09).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  CASH-DET-BRANCH                 PIC X(05).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  CASH-DET-SETTLE-DATE            PIC 9(08).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  CASH-DET-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(05)  VALUE SPACES.
           05  CASH-DET-NEW                    PIC X(01).
           05  FILLER                          PIC X(73)  VALUE SPACES.

       01  CASH-TOTAL-LINE.
           05  FILLER                          PIC X(11)  VALUE SPACES.
           05  FILLER                          PIC X(17)  VALUE
                 'CUSTOMER TOTAL - '.
           05  CASH-TOT-CNT                    PIC ZZZ9.
           05  FILLER                          PIC X(12)  VALUE
                 ' FUNDINGS   '.
           05  CASH-TOT-AMOUNT                 PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(68)  VALUE SPACES.

       01  FUND-COUNT-LINE.
           05  FUND-COUNT-DESC                 PIC X(27).
           05  FUND-COUNT-VALUE                PIC ZZZ,ZZ9.
           PERFORM 2000-MATCH-ONE-ACCOUNT
                   UNTIL PENDIN-KEY = HIGH-ACCT-CONST
                   AND FUNDCONF-KEY = HIGH-ACCT-CONST
           PERFORM 3800-WRITE-CLOSE-EXCEPTIONS
           PERFORM 5000-CHECK-CASH-STRUCTURING
           PERFORM 6000-WRITE-CASH-HISTORY
           PERFORM 4000-WRITE-CONTROL-COUNTS
           PERFORM 9000-TERMINATE
           GOBACK
                       PENDIN-FILE
                       FUNDCONF-FILE
           OPEN OUTPUT PENDOUT-FILE
                       CUSTNOTE-FILE
                       FUNDRPT-FILE
                       CTREXT-FILE
                       CASHRPT-FILE
           MOVE DEFAULT-AGING-DAYS  TO AGING-DAYS-GV
           MOVE DEFAULT-CLOSE-DAYS  TO CLOSE-DAYS-GV
           MOVE DEFAULT-CASH-THRESHOLD
                                    TO CASH-THRESHOLD-GV
           MOVE DEFAULT-CASH-WINDOW-DAYS
                                    TO CASH-WINDOW-DAYS-GV
           READ PARMCARD-FILE
              AT END SET PARM-EOF TO TRUE
           END-READ
                 DISPLAY 'AF0470M0 - INVALID AGING PARM, DEFAULT OF '
                         DEFAULT-AGING-DAYS ' BUSINESS DAYS USED'
              END-IF
      *       A CARD WITHOUT AN AUTO-CLOSE LIMIT TAKES THE DEFAULT.
              IF PARM-CLOSE-DAYS NUMERIC
                 AND PARM-CLOSE-DAYS > ZERO
                 MOVE PARM-CLOSE-DAYS TO CLOSE-DAYS-GV
              END-IF
      *       LIKEWISE THE CASH THRESHOLD AND ROLLING WINDOW.
              IF PARM-CASH-THRESHOLD NUMERIC
                 AND PARM-CASH-THRESHOLD > ZERO
                 MOVE PARM-CASH-THRESHOLD
                                    TO CASH-THRESHOLD-GV
              END-IF
              IF PARM-CASH-WINDOW-DAYS NUMERIC
                 AND PARM-CASH-WINDOW-DAYS > ZERO
                 MOVE PARM-CASH-WINDOW-DAYS
                                    TO CASH-WINDOW-DAYS-GV
              END-IF
           END-IF
           IF CLOSE-DAYS-GV > AGING-DAYS-GV
              SET AUTO-CLOSE-ACTIVE TO TRUE
           ELSE
              DISPLAY 'AF0470M0 - AUTO-CLOSE LIMIT ' CLOSE-DAYS-GV
                      ' NOT LONGER THAN AGING LIMIT ' AGING-DAYS-GV
                      ' - NO ACCOUNTS CLOSED'
              MOVE 4 TO RETURN-CODE
           END-IF
           ACCEPT RUN-DATE-GV FROM DATE YYYYMMDD
           MOVE RUN-DATE-GV TO SYS-DATE-CCYYMMDD-AF0000B03C
                               PROC-DATE-CCYYMMDD-AF0000B03C
           PERFORM 1200-LOAD-HOLIDAY-TABLE
           PERFORM 7100-DERIVE-AGING-CUTOFF
           IF AUTO-CLOSE-ACTIVE
              PERFORM 7110-DERIVE-CLOSE-CUTOFF
           END-IF
           PERFORM 7130-DERIVE-CASH-WINDOW
           PERFORM 1300-LOAD-CASH-HISTORY
           MOVE RUN-DATE-GV         TO FUND-HDG-DATE
                                       CASH-HDG-DATE
           WRITE FUNDRPT-LINE FROM FUND-HEADING-1
           WRITE FUNDRPT-LINE FROM FUND-HEADING-2
           MOVE CASH-THRESHOLD-GV   TO CASH-HDG-THRESHOLD
           MOVE CASH-WINDOW-DAYS-GV TO CASH-HDG-WINDOW
           MOVE CASH-WINDOW-START-GV
                                    TO CASH-HDG-WINDOW-START
           WRITE CASHRPT-LINE FROM CASH-HEADING-1
           WRITE CASHRPT-LINE FROM CASH-HEADING-2
           WRITE CASHRPT-LINE FROM CASH-HEADING-3
           PERFORM 8100-READ-PENDING
           PERFORM 8200-READ-CONFIRMATION
           .
           PERFORM 1250-READ-HOLIDAY
           .

      ******************************************************************
      *                                                                *
      *    1300-LOAD-CASH-HISTORY                                      *
      *                                                                *
      *    CASH FUNDINGS THAT HAVE FALLEN OUT OF THE ROLLING WINDOW    *
      *    ARE DROPPED AS THEY ARE READ.  NO CASHHIN (FIRST RUN)       *
      *    MEANS AN EMPTY HISTORY.                                     *
      *                                                                *
      ******************************************************************
       1300-LOAD-CASH-HISTORY.
           OPEN INPUT CASHHIN-FILE
           PERFORM 1350-READ-CASH-HISTORY
           PERFORM 1375-STORE-CASH-HISTORY
                   UNTIL CASHHIN-EOF
           CLOSE CASHHIN-FILE
           .

       1350-READ-CASH-HISTORY.
           READ CASHHIN-FILE
              AT END SET CASHHIN-EOF TO TRUE
           END-READ
           IF NOT CASHHIN-EOF
              ADD 1 TO CASH-HIST-READ-CNT
           END-IF
           .

       1375-STORE-CASH-HISTORY.
           IF CASH-SETTLE-DATE-CI < CASH-WINDOW-START-GV
              CONTINUE
           ELSE
              IF CASH-TABLE-COUNT = 5000
                 DISPLAY 'AF0470M0 - CASH HISTORY TABLE FULL, ACCOUNT '
                         CASH-ACCOUNT-CI ' DROPPED'
                 MOVE 4 TO RETURN-CODE
              ELSE
                 ADD 1 TO CASH-TABLE-COUNT
                 MOVE CASH-TABLE-COUNT TO CASH-X
                 MOVE CASH-ACCOUNT-CI  TO CASH-ACCOUNT(CASH-X)
                 MOVE CASH-CUSTOMER-CI TO CASH-CUSTOMER(CASH-X)
                 MOVE CASH-BRANCH-CI   TO CASH-BRANCH(CASH-X)
                 MOVE CASH-AMOUNT-CI   TO CASH-AMOUNT(CASH-X)
                 MOVE CASH-SETTLE-DATE-CI
                                       TO CASH-SETTLE-DATE(CASH-X)
                 MOVE 'N'              TO CASH-NEW-SW(CASH-X)
                                          CASH-CHECKED-SW(CASH-X)
              END-IF
           END-IF
           PERFORM 1350-READ-CASH-HISTORY
           .

      ******************************************************************
      *                                                                *
      *    2000-MATCH-ONE-ACCOUNT                                      *
           EVALUATE TRUE
              WHEN PENDIN-KEY < FUNDCONF-KEY
      *          STILL UNFUNDED - CARRY FORWARD AND AGE.
                 PERFORM 3100-CARRY-PENDING-FORWARD THRU 3100-EXIT
                 PERFORM 8100-READ-PENDING
              WHEN PENDIN-KEY > FUNDCONF-KEY
      *          FUNDS ARRIVED FOR NO PENDING OPEN.
                 PERFORM 3200-REPORT-UNMATCHED-CONF
                 PERFORM 8200-READ-CONFIRMATION
              WHEN OTHER
                 PERFORM 3300-CLEAR-FUNDED-ENTRY THRU 3300-EXIT
                 PERFORM 8100-READ-PENDING
                 PERFORM 8200-READ-CONFIRMATION
           END-EVALUATE
           .

      ******************************************************************
      *                                                                *
      *    3050-CLEAR-SERVICE-AREAS                                    *
      *                                                                *
      *    EVERY SERVICE AREA ON THE AF0000M0 CALL STARTS CLEAN.       *
      *                                                                *
      ******************************************************************
       3050-CLEAR-SERVICE-AREAS.
           INITIALIZE AF0000M0-PASSAREA
                      STATEMENT-AREA
                      DRIS-ROLE-TABLE
                      CRIS-ROLE-TABLE
                      FID-CR-TAX-AREA
                      FID-DR-TAX-AREA
                      MATURITY-SRVC-AREA
                      COMMITMENT-FEE-AREA
                      REPAYMENT-SRVC-AREA
                      MULTI-INSUR-SRVC-AREA
                      ERROR-PASSAREA
           SET NO-ERRORS-AF0000B02C TO TRUE
           .

      ******************************************************************
      *                                                                *
      *    3100-CARRY-PENDING-FORWARD                                  *
      *                                                                *
      ******************************************************************
       3100-CARRY-PENDING-FORWARD.
      *    A FORWARD-VALUED OPEN IS NOT EXPECTED TO FUND BEFORE ITS
      *    VALUE DATE.  ENTRIES WRITTEN BEFORE VALUE DATING CARRY
      *    NO VALUE DATE AND AGE FROM THE OPEN DATE.
           IF PEND-VALUE-DATE-PI NOT NUMERIC
              OR PEND-VALUE-DATE-PI = ZERO
              MOVE PEND-OPEN-DATE-PI
                                    TO PEND-VALUE-DATE-PI
           END-IF
           MOVE 'N' TO CLOSE-ATTEMPTED-SW
                       ACCOUNT-CLOSED-SW
      *    AN ENTRY WITH ITS FUNDS IN TRANSIT IS NEVER CLOSED.
           IF AUTO-CLOSE-ACTIVE
              AND NOT PEND-IN-TRANSIT-PI
              AND PEND-VALUE-DATE-PI < CLOSE-CUTOFF-DATE-GV
              PERFORM 3500-AUTO-CLOSE-UNFUNDED
              IF ACCOUNT-AUTO-CLOSED
                 GO TO 3100-EXIT
              END-IF
           END-IF
           WRITE PENDOUT-RECORD FROM PENDIN-RECORD
           ADD 1 TO CARRIED-CNT
           IF PEND-VALUE-DATE-PI < CUTOFF-DATE-GV
              ADD 1 TO AGED-CNT
              IF NOT CLOSE-ATTEMPTED
                 IF PEND-IN-TRANSIT-PI
                    MOVE 'UNFUNDED - CONFIRMATION IN TRANSIT'
                                    TO FUND-DET-STATUS
                 ELSE
                    MOVE 'UNFUNDED PAST AGING LIMIT'
                                    TO FUND-DET-STATUS
                 END-IF
                 PERFORM 3700-WRITE-REPORT-DETAIL
              END-IF
           END-IF
           .
       3100-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
           MOVE 'CONFIRMATION WITHOUT PENDING OPEN'
                                    TO FUND-DET-STATUS
           WRITE FUNDRPT-LINE FROM FUND-DETAIL-LINE
      *    THE CASH STILL COUNTS FOR THE THRESHOLD EXTRACT - WITH NO
      *    OPEN THERE IS NO CUSTOMER TO HOLD IT AGAINST.
           MOVE SPACES              TO CASH-CUSTOMER-GV
                                       CASH-PKG-TYPE-GV
           PERFORM 3400-CHECK-CASH-FUNDING THRU 3400-EXIT
           .

      ******************************************************************
      *                                                                *
      ******************************************************************
       3300-CLEAR-FUNDED-ENTRY.
      *    FUNDS STILL IN TRANSIT - CARRY THE ENTRY, FLAGGED SO THE
      *    AUTO-CLOSE LEAVES IT ALONE, UNTIL THE SETTLED
      *    CONFIRMATION ARRIVES.
           IF CONF-IN-TRANSIT-FC
              ADD 1 TO IN-TRANSIT-CNT
              MOVE 'T'              TO PEND-FUND-STATUS-PI
              PERFORM 3100-CARRY-PENDING-FORWARD THRU 3100-EXIT
              GO TO 3300-EXIT
           END-IF
           ADD 1 TO CLEARED-CNT
           IF CONF-AMOUNT-FC NOT = PEND-AMOUNT-PI
              ADD 1 TO AMT-DIFFER-CNT
                                    TO FUND-DET-STATUS
              PERFORM 3700-WRITE-REPORT-DETAIL
           END-IF
           MOVE PEND-CUSTOMER-PI    TO CASH-CUSTOMER-GV
           MOVE PEND-PKG-TYPE-PI    TO CASH-PKG-TYPE-GV
           PERFORM 3400-CHECK-CASH-FUNDING THRU 3400-EXIT
           .
       3300-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *    3400-CHECK-CASH-FUNDING                                     *
      *                                                                *
      *    A SETTLED CASH FUNDING AT OR OVER THE THRESHOLD GOES TO     *
      *    THE CTREXT EXTRACT.  ONE UNDER IT IS HELD AGAINST THE       *
      *    CUSTOMER FOR THE ROLLING-WINDOW CHECK IN 5000.  A CASH      *
      *    CONFIRMATION IN TRANSIT WAITS FOR ITS SETTLED ONE.          *
      *                                                                *
      ******************************************************************
       3400-CHECK-CASH-FUNDING.
           IF NOT CONF-CASH-FC
              OR CONF-IN-TRANSIT-FC
              GO TO 3400-EXIT
           END-IF
           ADD 1 TO CASH-FUNDING-CNT
           IF CONF-AMOUNT-FC NOT < CASH-THRESHOLD-GV
              MOVE SPACES           TO CTREXT-RECORD
              MOVE CONF-ACCOUNT-FC  TO CTR-ACCOUNT-CX
              MOVE CASH-CUSTOMER-GV TO CTR-CUSTOMER-CX
              MOVE CASH-PKG-TYPE-GV TO CTR-PKG-TYPE-CX
              MOVE CONF-BRANCH-FC   TO CTR-BRANCH-CX
              MOVE CONF-FUND-METHOD-FC
                                    TO CTR-FUND-METHOD-CX
              MOVE CONF-AMOUNT-FC   TO CTR-AMOUNT-CX
              MOVE CONF-SETTLE-DATE-FC
                                    TO CTR-SETTLE-DATE-CX
              MOVE RUN-DATE-GV      TO CTR-RUN-DATE-CX
              MOVE 'AF0470M0'       TO CTR-SOURCE-CX
              WRITE CTREXT-RECORD
              ADD 1 TO CTR-WRITTEN-CNT
              GO TO 3400-EXIT
           END-IF
           IF CASH-CUSTOMER-GV NOT = SPACES
              PERFORM 3450-HOLD-CASH-FUNDING
           END-IF
           .
       3400-EXIT.
           EXIT.

       3450-HOLD-CASH-FUNDING.
           IF CASH-TABLE-COUNT = 5000
              DISPLAY 'AF0470M0 - CASH HISTORY TABLE FULL, ACCOUNT '
                      CONF-ACCOUNT-FC ' DROPPED'
              MOVE 4 TO RETURN-CODE
           ELSE
              ADD 1 TO CASH-TABLE-COUNT
              MOVE CASH-TABLE-COUNT TO CASH-X
              MOVE CONF-ACCOUNT-FC  TO CASH-ACCOUNT(CASH-X)
              MOVE CASH-CUSTOMER-GV TO CASH-CUSTOMER(CASH-X)
              MOVE CONF-BRANCH-FC   TO CASH-BRANCH(CASH-X)
              MOVE CONF-AMOUNT-FC   TO CASH-AMOUNT(CASH-X)
              MOVE CONF-SETTLE-DATE-FC
                                    TO CASH-SETTLE-DATE(CASH-X)
              MOVE 'Y'              TO CASH-NEW-SW(CASH-X)
              MOVE 'N'              TO CASH-CHECKED-SW(CASH-X)
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    3500-AUTO-CLOSE-UNFUNDED                                    *
      *                                                                *
      *    CLOSE AN OPEN THAT NEVER FUNDED THROUGH THE AF0000M0        *
      *    CLOSE, AS AF0480M0 DOES FOR A MATURITY PAY-OUT.  A CLOSED   *
      *    ACCOUNT GETS A CUSTOMER NOTICE AND COMES OFF PENDOUT; A     *
      *    FAILED CLOSE STAYS ON PENDOUT, IS TRIED AGAIN NEXT RUN      *
      *    AND IS HELD FOR THE DESK EXCEPTIONS SECTION.                *
      *                                                                *
      ******************************************************************
       3500-AUTO-CLOSE-UNFUNDED.
           SET CLOSE-ATTEMPTED      TO TRUE
           PERFORM 3050-CLEAR-SERVICE-AREAS
           SET ACC-CLSE-AF0000B04C  TO TRUE
           MOVE PEND-ACCOUNT-PI     TO ACCOUNT-NBR-AF0000B04C
           MOVE PEND-CUSTOMER-PI    TO CUSTOMER-NBR-AF0000B04C
           MOVE PEND-PKG-TYPE-PI    TO EL08035-AF0000B04C
           MOVE ZERO                TO AMOUNT-AF0000B04C
           MOVE UNFUNDED-CLOSE-REASON
                                    TO REASON-CODE-AF0000B04C
           PERFORM 7400-CALL-AF0000M0
           IF RETCODE-AF0000B04C = ZERO
              SET ACCOUNT-AUTO-CLOSED TO TRUE
              ADD 1 TO AUTO-CLOSED-CNT
              PERFORM 3600-WRITE-CLOSE-NOTICE
              MOVE 'AUTO-CLOSED - CUSTOMER NOTIFIED'
                                    TO FUND-DET-STATUS
           ELSE
              ADD 1 TO CLOSE-FAILED-CNT
              PERFORM 3550-HOLD-CLOSE-EXCEPTION
              MOVE 'AUTO-CLOSE FAILED - SEE EXCEPTIONS'
                                    TO FUND-DET-STATUS
           END-IF
           PERFORM 3700-WRITE-REPORT-DETAIL
           .

       3550-HOLD-CLOSE-EXCEPTION.
           IF EXCP-TABLE-COUNT = 200
              DISPLAY 'AF0470M0 - EXCEPTION TABLE FULL, ACCOUNT '
                      PEND-ACCOUNT-PI ' NOT LISTED'
           ELSE
              ADD 1 TO EXCP-TABLE-COUNT
              MOVE EXCP-TABLE-COUNT TO EXCP-X
              MOVE PEND-ACCOUNT-PI  TO EXCP-ACCOUNT(EXCP-X)
              MOVE PEND-CUSTOMER-PI TO EXCP-CUSTOMER(EXCP-X)
              MOVE PEND-PKG-TYPE-PI TO EXCP-PKG(EXCP-X)
              MOVE PEND-AMOUNT-PI   TO EXCP-AMOUNT(EXCP-X)
              MOVE PEND-OPEN-DATE-PI
                                    TO EXCP-OPEN-DATE(EXCP-X)
              MOVE RETCODE-AF0000B04C
                                    TO EXCP-RETCODE(EXCP-X)
              MOVE ERROR-TEXT-AF0000B02C
                                    TO EXCP-ERROR-TEXT(EXCP-X)
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    3600-WRITE-CLOSE-NOTICE                                     *
      *                                                                *
      *    TELL THE CUSTOMER THE UNFUNDED ACCOUNT HAS BEEN CLOSED.     *
      *    THE LETTER / SMS SERVICE TAKES ITS CHANNEL AND LANGUAGE     *
      *    FROM THE CUSTOMER RECORD WHEN THEY ARE NOT SUPPLIED.        *
      *                                                                *
      ******************************************************************
       3600-WRITE-CLOSE-NOTICE.
           MOVE SPACES              TO CUSTNOTE-RECORD
           MOVE UNFUNDED-CLOSE-TEMPLATE
                                    TO NOTE-TEMPLATE-NT
           MOVE 'AF0470M0'          TO NOTE-SOURCE-NT
           MOVE PEND-CUSTOMER-PI    TO NOTE-CUSTOMER-NT
           MOVE PEND-ACCOUNT-PI     TO NOTE-ACCOUNT-NT
           MOVE RUN-DATE-GV         TO NOTE-NOTICE-DATE-NT
           MOVE PEND-OPEN-DATE-PI   TO NOTE-EVENT-DATE-NT
           MOVE PEND-AMOUNT-PI      TO NOTE-AMOUNT-NT
           WRITE CUSTNOTE-RECORD
           ADD 1 TO NOTICE-WRITTEN-CNT
           .

      ******************************************************************
           WRITE FUNDRPT-LINE FROM FUND-DETAIL-LINE
           .

      ******************************************************************
      *                                                                *
      *    3800-WRITE-CLOSE-EXCEPTIONS                                 *
      *                                                                *
      ******************************************************************
       3800-WRITE-CLOSE-EXCEPTIONS.
           MOVE SPACES TO FUNDRPT-LINE
           WRITE FUNDRPT-LINE
           WRITE FUNDRPT-LINE FROM EXCP-HEADING-1
           WRITE FUNDRPT-LINE FROM EXCP-HEADING-2
           MOVE 1 TO EXCP-X
           PERFORM 3850-WRITE-EXCEPTION-ROW
                   UNTIL EXCP-X > EXCP-TABLE-COUNT
           .

       3850-WRITE-EXCEPTION-ROW.
           MOVE EXCP-ACCOUNT(EXCP-X)    TO EXCP-DET-ACCOUNT
           MOVE EXCP-CUSTOMER(EXCP-X)   TO EXCP-DET-CUSTOMER
           MOVE EXCP-PKG(EXCP-X)        TO EXCP-DET-PKG
           MOVE EXCP-AMOUNT(EXCP-X)     TO EXCP-DET-AMOUNT
           MOVE EXCP-OPEN-DATE(EXCP-X)  TO EXCP-DET-OPEN-DATE
           MOVE EXCP-RETCODE(EXCP-X)    TO EXCP-DET-RETCODE
           MOVE EXCP-ERROR-TEXT(EXCP-X) TO EXCP-DET-ERROR-TEXT
           WRITE FUNDRPT-LINE FROM EXCP-DETAIL-LINE
           ADD 1 TO EXCP-X
           .

      ******************************************************************
      *                                                                *
      *    4000-WRITE-CONTROL-COUNTS                                   *
                                    TO FUND-COUNT-DESC
           MOVE UNMATCHED-CONF-CNT  TO FUND-COUNT-VALUE
           WRITE FUNDRPT-LINE FROM FUND-COUNT-LINE
           MOVE 'CONFIRMATIONS IN TRANSIT : '
                                    TO FUND-COUNT-DESC
           MOVE IN-TRANSIT-CNT      TO FUND-COUNT-VALUE
           WRITE FUNDRPT-LINE FROM FUND-COUNT-LINE
           MOVE 'UNFUNDED ACCOUNTS CLOSED : '
                                    TO FUND-COUNT-DESC
           MOVE AUTO-CLOSED-CNT     TO FUND-COUNT-VALUE
           WRITE FUNDRPT-LINE FROM FUND-COUNT-LINE
           MOVE 'AUTO-CLOSE FAILURES      : '
                                    TO FUND-COUNT-DESC
           MOVE CLOSE-FAILED-CNT    TO FUND-COUNT-VALUE
           WRITE FUNDRPT-LINE FROM FUND-COUNT-LINE
           MOVE 'CUSTOMER NOTICES WRITTEN : '
                                    TO FUND-COUNT-DESC
           MOVE NOTICE-WRITTEN-CNT  TO FUND-COUNT-VALUE
           WRITE FUNDRPT-LINE FROM FUND-COUNT-LINE
           MOVE 'SETTLED CASH FUNDINGS    : '
                                    TO FUND-COUNT-DESC
           MOVE CASH-FUNDING-CNT    TO FUND-COUNT-VALUE
           WRITE FUNDRPT-LINE FROM FUND-COUNT-LINE
           MOVE 'CASH OVER THRESHOLD (CTR): '
                                    TO FUND-COUNT-DESC
           MOVE CTR-WRITTEN-CNT     TO FUND-COUNT-VALUE
           WRITE FUNDRPT-LINE FROM FUND-COUNT-LINE
           MOVE 'CUSTOMERS FOR CASH REVIEW: '
                                    TO FUND-COUNT-DESC
           MOVE CASH-REVIEW-CUST-CNT
                                    TO FUND-COUNT-VALUE
           WRITE FUNDRPT-LINE FROM FUND-COUNT-LINE
           MOVE 'CASH HISTORY READ        : '
                                    TO FUND-COUNT-DESC
           MOVE CASH-HIST-READ-CNT  TO FUND-COUNT-VALUE
           WRITE FUNDRPT-LINE FROM FUND-COUNT-LINE
           MOVE 'CASH HISTORY WRITTEN     : '
                                    TO FUND-COUNT-DESC
           MOVE CASH-HIST-WRITTEN-CNT
                                    TO FUND-COUNT-VALUE
           WRITE FUNDRPT-LINE FROM FUND-COUNT-LINE
           IF CLOSE-FAILED-CNT > ZERO
              MOVE 'AF0470M0 - UNFUNDED AUTO-CLOSE FAILURES, SEE RPT'
                                    TO NBCONS-MESSAGE
              MOVE 'WARN'           TO NBCONS-SEVERITY
              CALL 'NBCONS' USING NBCONS-PASSAREA
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    5000-CHECK-CASH-STRUCTURING                                 *
      *                                                                *
      *    FOR EACH CUSTOMER WITH A NEW CASH FUNDING TODAY, ADD UP     *
      *    THEIR CASH FUNDINGS IN THE ROLLING WINDOW.  SEVERAL THAT    *
      *    TOGETHER REACH THE THRESHOLD ARE LISTED ON CASHRPT FOR      *
      *    COMPLIANCE REVIEW.  A CUSTOMER WITH NOTHING NEW TODAY WAS   *
      *    ALREADY CONSIDERED ON AN EARLIER RUN.                       *
      *                                                                *
      ******************************************************************
       5000-CHECK-CASH-STRUCTURING.
           MOVE 1 TO CASH-X
           PERFORM 5100-CHECK-ONE-CUSTOMER
                   UNTIL CASH-X > CASH-TABLE-COUNT
           IF CASH-REVIEW-CUST-CNT > ZERO
              MOVE 'AF0470M0 - CASH FOR COMPLIANCE REVIEW, SEE CASHRPT'
                                    TO NBCONS-MESSAGE
              MOVE 'INFO'           TO NBCONS-SEVERITY
              CALL 'NBCONS' USING NBCONS-PASSAREA
           END-IF
           .

       5100-CHECK-ONE-CUSTOMER.
           IF CASH-NEW-TODAY(CASH-X)
              AND NOT CASH-CHECKED(CASH-X)
              MOVE CASH-CUSTOMER(CASH-X)
                                    TO CASH-CUSTOMER-GV
              MOVE ZERO             TO CASH-GROUP-CNT
                                       CASH-GROUP-AMT
              MOVE 1 TO CASH-Y
              PERFORM 5200-ADD-CUSTOMER-CASH
                      UNTIL CASH-Y > CASH-TABLE-COUNT
              IF CASH-GROUP-CNT > 1
                 AND CASH-GROUP-AMT NOT < CASH-THRESHOLD-GV
                 ADD 1 TO CASH-REVIEW-CUST-CNT
                 MOVE 1 TO CASH-Y
                 PERFORM 5300-LIST-CUSTOMER-CASH
                         UNTIL CASH-Y > CASH-TABLE-COUNT
                 MOVE CASH-GROUP-CNT
                                    TO CASH-TOT-CNT
                 MOVE CASH-GROUP-AMT
                                    TO CASH-TOT-AMOUNT
                 WRITE CASHRPT-LINE FROM CASH-TOTAL-LINE
                 MOVE SPACES        TO CASHRPT-LINE
                 WRITE CASHRPT-LINE
              END-IF
           END-IF
           ADD 1 TO CASH-X
           .

      *    EVERY ENTRY FOR THE CUSTOMER IS MARKED SO THE CUSTOMER IS
      *    ONLY CONSIDERED ONCE.
       5200-ADD-CUSTOMER-CASH.
           IF CASH-CUSTOMER(CASH-Y) = CASH-CUSTOMER-GV
              ADD 1                 TO CASH-GROUP-CNT
              ADD CASH-AMOUNT(CASH-Y)
                                    TO CASH-GROUP-AMT
              MOVE 'Y'              TO CASH-CHECKED-SW(CASH-Y)
           END-IF
           ADD 1 TO CASH-Y
           .

       5300-LIST-CUSTOMER-CASH.
           IF CASH-CUSTOMER(CASH-Y) = CASH-CUSTOMER-GV
              MOVE CASH-CUSTOMER(CASH-Y)
                                    TO CASH-DET-CUSTOMER
              MOVE CASH-ACCOUNT(CASH-Y)
                                    TO CASH-DET-ACCOUNT
              MOVE CASH-BRANCH(CASH-Y)
                                    TO CASH-DET-BRANCH
              MOVE CASH-SETTLE-DATE(CASH-Y)
                                    TO CASH-DET-SETTLE-DATE
              MOVE CASH-AMOUNT(CASH-Y)
                                    TO CASH-DET-AMOUNT
              IF CASH-NEW-TODAY(CASH-Y)
                 MOVE '*'           TO CASH-DET-NEW
              ELSE
                 MOVE SPACE         TO CASH-DET-NEW
              END-IF
              WRITE CASHRPT-LINE FROM CASH-DETAIL-LINE
           END-IF
           ADD 1 TO CASH-Y
           .

      ******************************************************************
      *                                                                *
      *    6000-WRITE-CASH-HISTORY                                     *
      *                                                                *
      *    THE WHOLE TABLE IS INSIDE THE WINDOW - OLDER ENTRIES WERE   *
      *    DROPPED ON THE WAY IN - AND GOES FORWARD TO THE NEXT RUN.   *
      *                                                                *
      ******************************************************************
       6000-WRITE-CASH-HISTORY.
           OPEN OUTPUT CASHHOUT-FILE
           MOVE 1 TO CASH-X
           PERFORM 6100-WRITE-CASH-ROW
                   UNTIL CASH-X > CASH-TABLE-COUNT
           CLOSE CASHHOUT-FILE
           .

       6100-WRITE-CASH-ROW.
           MOVE SPACES                 TO CASHHOUT-RECORD
           MOVE CASH-ACCOUNT(CASH-X)   TO CASH-ACCOUNT-CO
           MOVE CASH-CUSTOMER(CASH-X)  TO CASH-CUSTOMER-CO
           MOVE CASH-BRANCH(CASH-X)    TO CASH-BRANCH-CO
           MOVE CASH-AMOUNT(CASH-X)    TO CASH-AMOUNT-CO
           MOVE CASH-SETTLE-DATE(CASH-X)
                                       TO CASH-SETTLE-DATE-CO
           WRITE CASHHOUT-RECORD
           ADD 1 TO CASH-HIST-WRITTEN-CNT
           ADD 1 TO CASH-X
           .

      ******************************************************************
                   ' BUSINESS DAYS, CUTOFF DATE ' CUTOFF-DATE-GV
           .

      ******************************************************************
      *                                                                *
      *    7110-DERIVE-CLOSE-CUTOFF                                    *
      *                                                                *
      *    THE SAME STEP-BACK FOR THE LONGER AUTO-CLOSE LIMIT.  THE    *
      *    AGING CUTOFF IS PUT BACK AFTERWARDS.                        *
      *                                                                *
      ******************************************************************
       7110-DERIVE-CLOSE-CUTOFF.
           MOVE CUTOFF-DATE-GV      TO AGING-CUTOFF-SAVE-GV
           MOVE RUN-DATE-GV         TO CUTOFF-DATE-GV
           MOVE CLOSE-DAYS-GV       TO STEP-REMAINING-GV
           PERFORM 7120-STEP-BACK-ONE-BUS-DAY
                   UNTIL STEP-REMAINING-GV = ZERO
           MOVE CUTOFF-DATE-GV      TO CLOSE-CUTOFF-DATE-GV
           MOVE AGING-CUTOFF-SAVE-GV
                                    TO CUTOFF-DATE-GV
           DISPLAY 'AF0470M0 - AUTO-CLOSE LIMIT ' CLOSE-DAYS-GV
                   ' BUSINESS DAYS, CUTOFF DATE ' CLOSE-CUTOFF-DATE-GV
           .

       7120-STEP-BACK-ONE-BUS-DAY.
           PERFORM 7150-PREVIOUS-CALENDAR-DAY
           PERFORM 7200-CHECK-BUSINESS-DAY
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    7130-DERIVE-CASH-WINDOW                                     *
      *                                                                *
      *    THE CASH WINDOW COUNTS CALENDAR DAYS, THE RUN DATE BEING    *
      *    THE LAST - A 5 DAY WINDOW ON THE 10TH STARTS ON THE 6TH.    *
      *    THE AGING CUTOFF IS PUT BACK AFTERWARDS.                    *
      *                                                                *
      ******************************************************************
       7130-DERIVE-CASH-WINDOW.
           MOVE CUTOFF-DATE-GV      TO AGING-CUTOFF-SAVE-GV
           MOVE RUN-DATE-GV         TO CUTOFF-DATE-GV
           SUBTRACT 1 FROM CASH-WINDOW-DAYS-GV
                    GIVING STEP-REMAINING-GV
           PERFORM 7150-PREVIOUS-CALENDAR-DAY
                   STEP-REMAINING-GV TIMES
           MOVE CUTOFF-DATE-GV      TO CASH-WINDOW-START-GV
           MOVE AGING-CUTOFF-SAVE-GV
                                    TO CUTOFF-DATE-GV
           DISPLAY 'AF0470M0 - CASH THRESHOLD ' CASH-THRESHOLD-GV
                   ' WINDOW ' CASH-WINDOW-DAYS-GV
                   ' DAYS, FROM ' CASH-WINDOW-START-GV
           .

      ******************************************************************
      *                                                                *
      *    7150-PREVIOUS-CALENDAR-DAY                                  *
              ADD 12 TO ZELLER-MM
              SUBTRACT 1 FROM ZELLER-YY
           END-IF
      *    EACH QUOTIENT IS TRUNCATED ON ITS OWN BEFORE IT IS SUMMED.
           COMPUTE ZELLER-TERM = (13 * (ZELLER-MM + 1)) / 5
           COMPUTE ZELLER-WORK = CUT-DD-GV + ZELLER-TERM + ZELLER-YY
           COMPUTE ZELLER-TERM = ZELLER-YY / 4
           ADD ZELLER-TERM          TO ZELLER-WORK
           COMPUTE ZELLER-TERM = ZELLER-YY / 100
           SUBTRACT ZELLER-TERM     FROM ZELLER-WORK
           COMPUTE ZELLER-TERM = ZELLER-YY / 400
           ADD ZELLER-TERM          TO ZELLER-WORK
           DIVIDE ZELLER-WORK BY 7
                  GIVING ZELLER-YY
                  REMAINDER ZELLER-WORK
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    7400-CALL-AF0000M0                                          *
      *                                                                *
      *    SAME CALL SHAPE AS AF0001M0 - THE AREA LIST MUST STAY IN    *
      *    STEP.  A NON ZERO RETURN CODE IS REPORTED AND THE RUN       *
      *    MOVES ON TO THE NEXT ENTRY.                                 *
      *                                                                *
      ******************************************************************
       7400-CALL-AF0000M0.
           CALL 'AF0000M0' USING AF0000M0-PASSAREA
                                 ERROR-PASSAREA
                                 TCM-DAILY-CONTROL-AREA
                                 STATEMENT-AREA
                                 DRIS-ROLE-TABLE
                                 CRIS-ROLE-TABLE
                                 FID-CR-TAX-AREA
                                 FID-DR-TAX-AREA
                                 MATURITY-SRVC-AREA
                                 COMMITMENT-FEE-AREA
                                 REPAYMENT-SRVC-AREA
                                 MULTI-INSUR-SRVC-AREA
           IF RETCODE-AF0000B04C NOT = ZERO
              DISPLAY 'AF0470M0 - AF0000M0 RC=' RETCODE-AF0000B04C
                      ' ACCOUNT ' PEND-ACCOUNT-PI
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    8100-READ-PENDING                                           *
                 PENDIN-FILE
                 FUNDCONF-FILE
                 PENDOUT-FILE
                 CUSTNOTE-FILE
                 FUNDRPT-FILE
                 CTREXT-FILE
                 CASHRPT-FILE
           .
