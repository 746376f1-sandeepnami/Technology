      *                  CATALOG TEXT COLUMN FEEDS THE SE1600P         *
      *                  RESPONSE.  RESPONSES ARE COUNTED PER          *
      *                  LANGUAGE ON SUMMRPT FOR THE REGULATOR.        *
      *    15/10/26 RAM  OPERATOR QUIESCE CONTROL - THE OPSCTL CARD    *
      *                  IS RE-READ ON A TIMER AND CAN QUIESCE OPENS,  *
      *                  AMENDS, DRAWDOWNS OR CLOSES BY MESSAGE TYPE,  *
      *                  OR OPENS BY PACKAGE (OTH/TD/FL).  A QUIESCED  *
      *                  MESSAGE IS ANSWERED 'SERVICE TEMPORARILY      *
      *                  UNAVAILABLE' (ERR-34A) AND PARKED ON THE      *
      *                  RETRYQ FILE, NOT DEADLTR.  INQUIRIES ALWAYS   *
      *                  FLOW.  EVERY SWITCH CHANGE IS LOGGED TO THE   *
      *                  CONSOLE WITH THE OPERATOR ID.                 *
      *    15/10/26 RAM  BUSINESS-DAY CUTOFF PER PACKAGE (CUTPARM).    *
      *                  AN OPEN RECEIVED AFTER ITS PACKAGE CUTOFF,    *
      *                  OR ON A WEEKEND OR HOLIDAY IN THE GU0003M0    *
      *                  CALENDAR, IS VALUE-DATED TO THE NEXT          *
      *                  BUSINESS DAY THROUGH GU0002M0.  THE VALUE     *
      *                  DATE GOES TO AF0000M0 ON THE OPEN AND IS      *
      *                  CARRIED ON PENDFUND AND TIMELOG; SUMMRPT      *
      *                  SHOWS OPENS BY VALUE DATE AGAINST THE         *
      *                  RECEIVED DATE.                                *
      *    15/10/26 RAM  UPFRONT FEE WAIVERS - THE V2 LAYOUT CARRIES   *
      *                  A MESSAGE-LEVEL OFFER EXTENSION WITH A        *
      *                  WAIVER REASON AND A WAIVED AMOUNT OR          *
      *                  PERCENTAGE, CHECKED IN 3800 AGAINST THE       *
      *                  WAIVAUTH AUTHORITY FILE BY REASON AND         *
      *                  CHANNEL.  OVER THE LIMIT IS REJECTED WITH     *
      *                  ERR-35A.  EVERY WAIVED FEE IS LISTED ON THE   *
      *                  WAIVRPT REGISTER, TOTALLED BY REASON.         *
      *    15/10/26 RAM  TD PROMOTIONAL CAMPAIGNS - THE OFFER          *
      *                  EXTENSION CARRIES A CAMPAIGN CODE, CHECKED    *
      *                  IN 2500 AGAINST THE CAMPMSTR MASTER (KEPT BY  *
      *                  AF0432M0) FOR DATES, CHANNEL, TERM AND        *
      *                  MINIMUM DEPOSIT (ERR-36A).  THE QUOTED RATE   *
      *                  IS VERIFIED AGAINST HOST RATE PLUS BONUS AND  *
      *                  THE BONUS GOES TO AF0000M0.  CAMPRPT SHOWS    *
      *                  OPENS, DEPOSIT VOLUME AND BONUS COST BY       *
      *                  CAMPAIGN.                                     *
      *    15/10/26 RAM  CREDIT APPROVAL CHECK - AN FL OPEN OR AN      *
      *                  OBPDRAW1 DRAWDOWN MUST BE COVERED BY A LIVE   *
      *                  APPROVAL FOR THE CUSTOMER AND PRODUCT ON      *
      *                  THE CRAPPR FILE FROM CREDIT DECISIONING,      *
      *                  LOADED AT START-UP AND REFRESHED ON A         *
      *                  TIMER.  MISSING, EXPIRED OR EXCEEDED IS       *
      *                  REJECTED WITH ERR-37A.  AN APPROVAL OPENS     *
      *                  ONE FACILITY ONLY - ITS TAKE-UP IS LOGGED     *
      *                  TO APPRUSED AND HELD ACROSS A RESTART.        *
      *    15/10/26 RAM  A TD PAY-OUT NOMINATED ACCOUNT OR AN FL       *
      *                  REPAYMENT DEBIT ACCOUNT IS CONFIRMED BY AN    *
      *                  AF0000M0 STATUS INQUIRY BEFORE THE OPEN OR    *
      *                  DRAWDOWN - NOT FOUND (ERR-38A), NOT OPEN      *
      *                  (ERR-39A) OR ANOTHER CUSTOMER'S (ERR-40A).    *
      *    15/10/26 RAM  BULK OPEN MODE - WHEN RUN WITH A BULKIN       *
      *                  FILE OF SE1511P IMAGES THE MESSAGES COME      *
      *                  FROM THE FILE INSTEAD OF AF0341M0 AND EACH    *
      *                  RESPONSE GOES TO THE BULKRES RESULTS FILE,    *
      *                  THROUGH THE SAME VALIDATION, SCREENING,       *
      *                  DUPLICATE, FEE AND AF0000M0 LOGIC.  EVERY     *
      *                  RECORD IS CHECKPOINTED (BKCKPT) FOR RESTART.  *
      *                  BULK OPENS CARRY CHANNEL 'BK' ON CHANRPT AND  *
      *                  THEIR OWN SUMMRPT LINE; BULKRPT IS THE        *
      *                  CONTROL REPORT.                               *
      *    15/10/26 RAM  CUSTOMER PERSONAL DATA MASKED ON THE MSGCAP,  *
      *                  DEADLTR AND HELDCASE IMAGES - AF0400M0        *
      *                  LODGES THE CLEAR VALUES WITH THE NBTOKEN      *
      *                  VAULT AND MASKS THE IMAGE BEFORE THE WRITE.   *
      *    15/10/26 RAM  EVERY UPFRONT FEE CHARGED (PRORATED AND NET   *
      *                  OF WAIVER) IS WRITTEN TO FEEPOST WITH ITS GL  *
      *                  ACCOUNT FROM THE GLMAP CARDS, FOR THE         *
      *                  AF0435M0 GL POSTING BATCH.  AN FL REVERSAL    *
      *                  IN 4100 (OR ANY LATER FAILURE) WRITES THE     *
      *                  CONTRA ENTRY; THE RUN TRAILER CARRIES THE     *
      *                  SUMMRPT UPFRONT FEE TOTAL TO BALANCE TO.      *
      *    15/10/26 RAM  FACTOUT DATA WAREHOUSE EXTRACT - ONE FIXED    *
      *                  RECORD PER OCCURRENCE PROCESSED (OPEN,        *
      *                  AMEND, DRAWDOWN, CLOSE, INQUIRY), WRITTEN     *
      *                  WITH THE RESPONSE TIME, AND A RUN TRAILER     *
      *                  CARRYING THE SUMMRPT COUNTS AND TOTALS.       *
      *                  EXTENDED ACROSS A SNAPSHOT RESTART.           *
      *    15/10/26 RAM  PENDFUND CARRIES THE FUNDING STATUS BYTE      *
      *                  AF0470M0 SETS FOR A CONFIRMATION IN TRANSIT.  *
      *    15/10/26 RAM  A TD EARLY REDEMPTION (OBPCLSE1) WRITES A     *
      *                  TDTAXEV TAX EVENT WITH THE INTEREST AND       *
      *                  WITHHOLDING TAX AF0000M0 RETURNS, FOR THE     *
      *                  AF0485M0 YEAR-END TAX STATEMENT.              *
      *    15/10/26 RAM  A SCREENING HIT ON A CUSTOMER AND LIST CODE   *
      *                  ALREADY RELEASED BY COMPLIANCE (CLRMATCH      *
      *                  REGISTER KEPT BY AF0490M0) IS AUTO-CLEARED    *
      *                  WHILE THE CLEARANCE IS UNEXPIRED AND THE      *
      *                  OPEN PROCEEDS.  HELDCASE NOW CARRIES THE      *
      *                  CUSTOMER NUMBER.                              *
      *    15/10/26 RAM  HELDCASE CARRIES THE ACCOUNT OCCURRENCE       *
      *                  SCREENED, FOR THE AF0490M0 SUSPICIOUS         *
      *                  MATTER REPORT EXTRACT.                        *
      *    15/10/26 RAM  TIMELOG CARRIES THE RECEIVED DATE AND THE     *
      *                  ORIGINATING CHANNEL FOR THE AF0465M0 HOURLY   *
      *                  ARRIVAL PROFILE.                              *
      *    15/10/26 RAM  DEADLTR CARRIES THE SE1511P LAYOUT VERSION    *
      *                  THE MESSAGE ARRIVED IN, FOR THE AF0467M0      *
      *                  DEAD LETTER PARETO.                           *
      *    15/10/26 RAM  HELDCASE CARRIES THE DELAY-NOTICE SWITCH SET  *
      *                  BY AF0490M0 ONCE THE CUSTOMER HAS BEEN TOLD   *
      *                  THE CASE IS STILL UNDER REVIEW.               *
      *    15/10/26 RAM  CHANNEL VALUE LIMITS - THE CHANLIM REFERENCE  *
      *                  GIVES, PER DEVICE TYPE (EL19804) AND PACKAGE, *
      *                  A MAXIMUM PER OPEN AND A MAXIMUM PER CUSTOMER *
      *                  PER DAY, CHECKED AGAINST THE MULTI-OPEN       *
      *                  CUSTOMER ACCUMULATORS.  AN OPEN OVER EITHER   *
      *                  IS REFERRED TO A BRANCH (ERR-41A), NOT        *
      *                  REJECTED, AND LISTED ON THE LIMITRPT DAILY    *
      *                  OVER-LIMIT REPORT.                            *
      *    15/10/26 RAM  THE WAIVER REASON TOTALS AND WAIVED FEE       *
      *                  COUNT AND AMOUNT ARE CARRIED IN THE SNAPSHOT, *
      *                  AND WAIVRPT IS EXTENDED ON A RESTORED START,  *
      *                  SO THE REGISTER COVERS THE WHOLE DAY.         *
      *    15/10/26 RAM  HELDCASE NO LONGER CARRIES THE CUSTOMER       *
      *                  NUMBER IN CLEAR - AF0490M0 TAKES IT FROM THE  *
      *                  IMAGE UNMASKED THROUGH AF0400M0.              *
      *    15/10/26 RAM  APPRUSED AND RETRYQ ARE EXTENDED ON A         *
      *                  RESTORED START, SO A RESTART KEEPS THE DAY'S  *
      *                  EARLIER TAKE-UPS AND QUIESCED MESSAGES.  THE  *
      *                  TAKEN-UP LIST HOLDS 500, AS THE APPROVAL      *
      *                  TABLE, AND AN FL OPEN WITH THE LIST FULL IS   *
      *                  REJECTED WITH ERR-37A.                        *
      *                                                                *
      *================================================================*
       ENVIRONMENT DIVISION.
           SELECT MULTIRPT-FILE   ASSIGN TO MULTIRPT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL OPSCTL-FILE
                  ASSIGN TO OPSCTL
                  ORGANIZATION IS SEQUENTIAL.

           SELECT RETRYQ-FILE     ASSIGN TO RETRYQ
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CUTPARM-FILE
                  ASSIGN TO CUTPARM
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL WAIVAUTH-FILE
                  ASSIGN TO WAIVAUTH
                  ORGANIZATION IS SEQUENTIAL.

           SELECT WAIVRPT-FILE    ASSIGN TO WAIVRPT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CAMPMSTR-FILE
                  ASSIGN TO CAMPMSTR
                  ORGANIZATION IS SEQUENTIAL.

           SELECT CAMPRPT-FILE    ASSIGN TO CAMPRPT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CRAPPR-FILE
                  ASSIGN TO CRAPPR
                  ORGANIZATION IS SEQUENTIAL.

           SELECT APPRUSED-FILE   ASSIGN TO APPRUSED
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL BULKIN-FILE
                  ASSIGN TO BULKIN
                  ORGANIZATION IS SEQUENTIAL.

           SELECT BULKRES-FILE    ASSIGN TO BULKRES
                  ORGANIZATION IS SEQUENTIAL.

           SELECT BULKRPT-FILE    ASSIGN TO BULKRPT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL BKCKPTIN-FILE
                  ASSIGN TO BKCKPTIN
                  ORGANIZATION IS SEQUENTIAL.

           SELECT BKCKPTOT-FILE   ASSIGN TO BKCKPTOT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL GLMAP-FILE
                  ASSIGN TO GLMAP
                  ORGANIZATION IS SEQUENTIAL.

           SELECT FEEPOST-FILE    ASSIGN TO FEEPOST
                  ORGANIZATION IS SEQUENTIAL.

           SELECT FACTOUT-FILE    ASSIGN TO FACTOUT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT TDTAXEV-FILE    ASSIGN TO TDTAXEV
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CLRMATCH-FILE
                  ASSIGN TO CLRMATCH
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CHANLIM-FILE
                  ASSIGN TO CHANLIM
                  ORGANIZATION IS SEQUENTIAL.

           SELECT LIMITRPT-FILE   ASSIGN TO LIMITRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
      *================================================================*
       FILE SECTION.
           05  TIME-START-TM                   PIC 9(06).
           05  TIME-END-TM                     PIC 9(06).
           05  TIME-ELAPSED-SECS-TM            PIC S9(05).
      *    VALUE DATE OF THE OPEN - THE RECEIVED DATE UNLESS THE OPEN
      *    ARRIVED AFTER CUTOFF OR ON A NON-BUSINESS DAY.  THIS
      *    RECORD LAYOUT IS MIRRORED IN AF0460M0 AND AF0465M0.
           05  TIME-VALUE-DATE-TM              PIC 9(08).
      *    SYSTEM DATE THE MESSAGE WAS RECEIVED AND THE CHANNEL IT
      *    CAME IN ON - WITH TIME-START-TM THEY GIVE THE ARRIVAL.
           05  TIME-RECEIVED-DATE-TM           PIC 9(08).
           05  TIME-CHANNEL-TM                 PIC X(02).
           05  FILLER                          PIC X(22).

      *----------------------------------------------------------------*
      *    DEADLTR - MASKED IMAGE OF EVERY SE1511P MESSAGE REJECTED    *
      *    BY INPUT VALIDATION, WITH ITS ERROR CODE.  THE REPAIR       *
      *    FLAG IS SET TO 'R' BY THE REPAIR PROCESS AND READ BY THE    *
      *    AF0420M0 RESUBMIT BATCH.                                    *
           05  DLQ-LOG-DATE                    PIC 9(08).
      *    IMAGE SIZED AHEAD OF THE SE1511P MESSAGE (CURRENTLY 558
      *    BYTES) SO LAYOUT GROWTH DOES NOT FORCE A DEAD LETTER
      *    REFORMAT.  THIS RECORD LAYOUT IS MIRRORED IN AF0420M0
      *    AND AF0467M0 - THEY MUST STAY IN STEP.
           05  DLQ-MESSAGE-IMAGE               PIC X(600).
           05  DLQ-CYCLE-COUNT                 PIC 9(03).
      *    SE1511P LAYOUT VERSION THE MESSAGE ARRIVED IN (THE ZZ
      *    HALFWORD BEFORE ANY V1 REMAP FLIPPED THE IMAGE TO V2,
      *    99 WHEN OUT OF RANGE) - FOR THE AF0467M0 ANALYSIS.
           05  DLQ-ARRIVED-VERSION             PIC 9(02).
           05  FILLER                          PIC X(22).

      *----------------------------------------------------------------*
      *    FEEMSTR - UPFRONT FEE MASTER MAINTAINED BY AF0430M0.        *
       01  RECOVRPT-LINE                       PIC X(132).

      *----------------------------------------------------------------*
      *    MSGCAP - MASKED IMAGE OF EVERY INPUT MESSAGE, KEYED BY      *
      *    MESSAGE ID.  SOURCE FOR THE AF0450M0 REPLAY DRIVER.         *
      *----------------------------------------------------------------*
       FD  MSGCAP-FILE
           05  PEND-PKG-TYPE-PF                PIC X(03).
           05  PEND-AMOUNT-PF                  PIC S9(09)V99 COMP-3.
           05  PEND-OPEN-DATE-PF               PIC 9(08).
      *    OPEN DATE IS THE RECEIVED (PROCESSING) DATE; THE VALUE
      *    DATE IS THE BUSINESS DAY THE DEPOSIT IS EXPECTED FOR.
           05  PEND-VALUE-DATE-PF              PIC 9(08).
      *    FUNDING STATUS IS SET BY AF0470M0 ONLY - BLANK HERE.
           05  PEND-FUND-STATUS-PF             PIC X(01).
           05  FILLER                          PIC X(36).

      *----------------------------------------------------------------*
      *    HELDCASE - MASKED IMAGE OF EVERY OPEN MESSAGE PARKED BY A   *
      *    SCREENING HIT, WITH THE LIST CODE RETURNED BY SC0100M0.     *
      *    DISPOSITIONED BY THE AF0490M0 COMPLIANCE BATCH.  THIS       *
      *    RECORD LAYOUT IS MIRRORED IN AF0490M0 - THE TWO MUST        *
      *    STAY IN STEP (IMAGE SIZED AHEAD OF THE SE1511P MESSAGE,     *
      *    AS ON DEADLTR).  NO PERSONAL DATA IS HELD IN CLEAR - THE    *
      *    CUSTOMER IS FOUND THROUGH THE ACCOUNT OCCURRENCE OF THE     *
      *    IMAGE ONCE AF0400M0 HAS UNMASKED IT.                        *
      *----------------------------------------------------------------*
       FD  HELDCASE-FILE
           RECORDING MODE IS F.
           05  HLD-HELD-DATE                   PIC 9(08).
           05  HLD-LIST-CODE                   PIC X(04).
           05  HLD-MESSAGE-IMAGE               PIC X(600).
           05  FILLER                          PIC X(09).
           05  HLD-ACCT-OCC-NBR                PIC 9(01).
      *    SET BY AF0490M0 WHEN THE DELAY NOTICE HAS GONE - 'N' HERE.
           05  HLD-DELAY-NOTICE-SW             PIC X(01).
           05  FILLER                          PIC X(01).

      *----------------------------------------------------------------*
      *    CLRMATCH - CLEARED-MATCH REGISTER KEPT BY AF0490M0, ONE     *
      *    RECORD PER CUSTOMER AND LIST CODE RELEASED BY COMPLIANCE,   *
      *    WITH THE RELEASING USER AND THE REVIEW EXPIRY.  THIS        *
      *    RECORD LAYOUT IS MIRRORED IN AF0490M0 - THE TWO MUST STAY   *
      *    IN STEP.                                                    *
      *----------------------------------------------------------------*
       FD  CLRMATCH-FILE
           RECORDING MODE IS F.
       01  CLRMATCH-RECORD.
           05  CLR-CUSTOMER-NBR-CM             PIC X(09).
           05  CLR-LIST-CODE-CM                PIC X(04).
           05  CLR-RELEASED-BY-CM              PIC X(08).
           05  CLR-RELEASE-DATE-CM             PIC 9(08).
           05  CLR-EXPIRY-DATE-CM              PIC 9(08).
           05  CLR-MSG-ID-CM                   PIC X(16).
           05  FILLER                          PIC X(27).

      *----------------------------------------------------------------*
      *    SNAPIN / SNAPOUT - PERIODIC SNAPSHOT OF THE END-OF-DAY      *
      *    ACCUMULATORS, ONE RECORD PER TABLE ROW, RELOADED AT         *
      *    REGION START SO SUMMRPT, CHANRPT AND MULTIRPT COVER THE     *
      *    WHOLE PROCESSING DAY ACROSS A RECYCLE.  COVERS THE          *
      *    SUMMARY, CHANNEL, CURRENCY, CUSTOMER-OPEN AND WAIVER        *
      *    REASON TABLES,                                              *
      *    THE RECENT CACHE AND THE SINGLE-FIELD COUNTERS (VERSION,    *
      *    LANGUAGE, INQUIRY).  THE ROW IMAGE IS THE RAW TABLE         *
      *    ENTRY.                                                      *
               10  SNAP-LANG-EN-SI             PIC 9(07).
               10  SNAP-LANG-L2-SI             PIC 9(07).
               10  SNAP-INQ-CNT-SI             PIC 9(07).
               10  SNAP-QSC-CNT-SI             PIC 9(07).
               10  SNAP-ACL-CNT-SI             PIC 9(07).
               10  SNAP-LMT-CNT-SI             PIC 9(07).
               10  SNAP-LMT-AMT-SI             PIC 9(11)V99.
               10  SNAP-WVD-CNT-SI             PIC 9(07).
               10  SNAP-WVD-AMT-SI             PIC 9(11)V99.
               10  FILLER                      PIC X(104).

       FD  SNAPOUT-FILE
           RECORDING MODE IS F.
               10  SNAP-LANG-EN-SO             PIC 9(07).
               10  SNAP-LANG-L2-SO             PIC 9(07).
               10  SNAP-INQ-CNT-SO             PIC 9(07).
               10  SNAP-QSC-CNT-SO             PIC 9(07).
               10  SNAP-ACL-CNT-SO             PIC 9(07).
               10  SNAP-LMT-CNT-SO             PIC 9(07).
               10  SNAP-LMT-AMT-SO             PIC 9(11)V99.
               10  SNAP-WVD-CNT-SO             PIC 9(07).
               10  SNAP-WVD-AMT-SO             PIC 9(11)V99.
               10  FILLER                      PIC X(104).

      *----------------------------------------------------------------*
      *    CYCLOAD / CYCLOUT - STATEMENT CYCLE LOAD REFERENCE: ONE     *
           RECORDING MODE IS F.
       01  MULTIRPT-LINE                       PIC X(132).

      *----------------------------------------------------------------*
      *    OPSCTL - OPERATOR QUIESCE CONTROL CARD, RE-READ EVERY       *
      *    OPSCTL-INTERVAL-SECS WHILE THE REGION IS UP.  A 'Q' IN A    *
      *    SWITCH BYTE QUIESCES THAT MESSAGE TYPE OR PACKAGE; ANY      *
      *    OTHER VALUE (OR NO CARD AT ALL) LEAVES IT ACTIVE.  THE      *
      *    SWITCH ORDER MATCHES OPSCTL-SWITCH-NAMES.                   *
      *----------------------------------------------------------------*
       FD  OPSCTL-FILE
           RECORDING MODE IS F.
       01  OPSCTL-RECORD.
           05  OPS-OPERATOR-ID-OC              PIC X(08).
           05  OPS-SWITCH-OC OCCURS 7 TIMES    PIC X(01).
           05  FILLER                          PIC X(65).

      *----------------------------------------------------------------*
      *    RETRYQ - FULL IMAGE OF EVERY MESSAGE TURNED AWAY WHILE ITS  *
      *    MESSAGE TYPE OR PACKAGE WAS QUIESCED.  NOTHING IS WRONG     *
      *    WITH THE MESSAGE, SO IT IS KEPT OFF DEADLTR AND IS NOT      *
      *    LOGGED AS COMPLETED - IT IS RE-DRIVEN AS IT STANDS ONCE     *
      *    THE SWITCH IS LIFTED, FROM THE OCCURRENCE NAMED.  EXTENDED  *
      *    ON A RESTORED START SO NO QUIESCED MESSAGE IS LOST.         *
      *----------------------------------------------------------------*
       FD  RETRYQ-FILE
           RECORDING MODE IS F.
       01  RETRYQ-RECORD.
           05  RTQ-MSG-ID                      PIC X(16).
           05  RTQ-QUIESCE-DATE                PIC 9(08).
           05  RTQ-QUIESCE-TIME                PIC 9(06).
           05  RTQ-QUIESCED-BY                 PIC X(08).
           05  RTQ-FROM-OCC                    PIC 9(01).
           05  RTQ-MESSAGE-IMAGE               PIC X(600).
           05  FILLER                          PIC X(11).

      *----------------------------------------------------------------*
      *    CUTPARM - ONE CARD PER PACKAGE TYPE WITH ITS DAILY CUTOFF   *
      *    TIME.  A PACKAGE WITHOUT A CARD HAS NO CUTOFF (ONLY THE     *
      *    WEEKEND AND HOLIDAY ROLL APPLIES).                          *
      *        COLS  1-3   PACKAGE TYPE (OTH/TD/FL)                    *
      *        COLS  4-9   CUTOFF TIME HHMMSS                          *
      *----------------------------------------------------------------*
       FD  CUTPARM-FILE
           RECORDING MODE IS F.
       01  CUTPARM-RECORD.
           05  CUT-PKG-TYPE-CP                 PIC X(03).
           05  CUT-TIME-CP                     PIC 9(06).
           05  FILLER                          PIC X(71).

      *----------------------------------------------------------------*
      *    WAIVAUTH - FEE WAIVER AUTHORITY, ONE RECORD PER WAIVER      *
      *    REASON AND CHANNEL (EL19804) WITH THE MOST THAT MAY BE      *
      *    CONCEDED.  A ZERO LIMIT IS NOT CHECKED; A REASON AND        *
      *    CHANNEL WITH NO RECORD HAS NO AUTHORITY AT ALL.             *
      *----------------------------------------------------------------*
       FD  WAIVAUTH-FILE
           RECORDING MODE IS F.
       01  WAIVAUTH-RECORD.
           05  WAIV-REASON-WA                  PIC X(02).
           05  WAIV-CHANNEL-WA                 PIC X(02).
           05  WAIV-MAX-AMOUNT-WA              PIC 9(07)V99.
           05  WAIV-MAX-PERCENT-WA             PIC 9(03)V99.
           05  WAIV-DESC-WA                    PIC X(30).
           05  FILLER                          PIC X(32).

      *----------------------------------------------------------------*
      *    WAIVRPT - DAILY FEE WAIVER REGISTER FOR FINANCE.            *
      *----------------------------------------------------------------*
       FD  WAIVRPT-FILE
           RECORDING MODE IS F.
       01  WAIVRPT-LINE                        PIC X(132).

      *----------------------------------------------------------------*
      *    CHANLIM - CHANNEL VALUE LIMITS SET BY FRAUD, ONE RECORD     *
      *    PER DEVICE TYPE (EL19804) AND PACKAGE TYPE.  A BLANK        *
      *    PACKAGE IS THE DEVICE'S LIMIT FOR ANY PACKAGE WITHOUT A     *
      *    RECORD OF ITS OWN.  A ZERO LIMIT IS NOT CHECKED; A DEVICE   *
      *    WITH NO RECORD HAS NO CEILING.                              *
      *----------------------------------------------------------------*
       FD  CHANLIM-FILE
           RECORDING MODE IS F.
       01  CHANLIM-RECORD.
           05  LIM-CHANNEL-CL                  PIC X(02).
           05  LIM-PKG-TYPE-CL                 PIC X(03).
           05  LIM-MAX-PER-OPEN-CL             PIC 9(09)V99.
           05  LIM-MAX-PER-DAY-CL              PIC 9(11)V99.
           05  LIM-DESC-CL                     PIC X(30).
           05  FILLER                          PIC X(21).

      *----------------------------------------------------------------*
      *    LIMITRPT - DAILY CHANNEL OVER-LIMIT REFERRALS FOR FRAUD     *
      *    AND THE BRANCHES.  EXTENDED ACROSS A SNAPSHOT RESTART.      *
      *----------------------------------------------------------------*
       FD  LIMITRPT-FILE
           RECORDING MODE IS F.
       01  LIMITRPT-LINE                       PIC X(132).

      *----------------------------------------------------------------*
      *    CAMPMSTR - TD PROMOTIONAL CAMPAIGN MASTER, MAINTAINED BY    *
      *    AF0432M0 UNDER DUAL CONTROL.  MIRRORED IN AF0432M0 - THE    *
      *    TWO MUST STAY IN STEP.  BLANK CHANNELS = ANY CHANNEL,       *
      *    ZERO TERMS = ANY TERM.                                      *
      *----------------------------------------------------------------*
       FD  CAMPMSTR-FILE
           RECORDING MODE IS F.
       01  CAMPMSTR-RECORD.
           05  CMP-CODE-CM                     PIC X(06).
           05  CMP-START-DATE-CM               PIC 9(08).
           05  CMP-END-DATE-CM                 PIC 9(08).
           05  CMP-CHANNELS-CM.
               10  CMP-CHANNEL-CM OCCURS 5 TIMES
                                               PIC X(02).
           05  CMP-TERMS-CM.
               10  CMP-TERM-CM OCCURS 6 TIMES  PIC 9(03).
           05  CMP-MIN-DEPOSIT-CM              PIC 9(09)V99.
           05  CMP-BONUS-RATE-CM               PIC 9(02)V9(04).
           05  FILLER                          PIC X(33).

      *----------------------------------------------------------------*
      *    CAMPRPT - DAILY TD CAMPAIGN PERFORMANCE REPORT.             *
      *----------------------------------------------------------------*
       FD  CAMPRPT-FILE
           RECORDING MODE IS F.
       01  CAMPRPT-LINE                        PIC X(132).

      *----------------------------------------------------------------*
      *    CRAPPR - CREDIT APPROVALS FED FROM THE CREDIT DECISIONING   *
      *    SYSTEM, ONE RECORD PER APPROVAL.  A BLANK PRODUCT COVERS    *
      *    ANY FL PRODUCT.  STATUS 'U' MARKS AN APPROVAL ALREADY       *
      *    TAKEN UP BY THE FACILITY ACCOUNT SHOWN (FED BACK FROM       *
      *    APPRUSED), WHICH ITS LATER DRAWDOWNS ARE CHECKED AGAINST.   *
      *----------------------------------------------------------------*
       FD  CRAPPR-FILE
           RECORDING MODE IS F.
       01  CRAPPR-RECORD.
           05  APPR-ID-CA                      PIC X(12).
           05  APPR-CUSTOMER-CA                PIC X(09).
           05  APPR-LIMIT-CA                   PIC 9(09)V99.
           05  APPR-PRODUCT-CA                 PIC X(06).
           05  APPR-EXPIRY-DATE-CA             PIC 9(08).
           05  APPR-STATUS-CA                  PIC X(01).
               88  APPR-TAKEN-UP-CA                VALUE 'U'.
           05  APPR-ACCOUNT-CA                 PIC X(09).
           05  FILLER                          PIC X(24).

      *----------------------------------------------------------------*
      *    APPRUSED - ONE RECORD PER APPROVAL TAKEN UP BY A NEW FL     *
      *    FACILITY, RETURNED TO CREDIT DECISIONING.  EXTENDED ON A    *
      *    RESTORED START SO THE DAY'S EARLIER TAKE-UPS ARE KEPT.      *
      *----------------------------------------------------------------*
       FD  APPRUSED-FILE
           RECORDING MODE IS F.
       01  APPRUSED-RECORD.
           05  APU-APPROVAL-ID                 PIC X(12).
           05  APU-CUSTOMER                    PIC X(09).
           05  APU-ACCOUNT                     PIC X(09).
           05  APU-PRODUCT                     PIC X(06).
           05  APU-LIMIT-USED                  PIC 9(09)V99.
           05  APU-DATE                        PIC 9(08).
           05  APU-TIME                        PIC 9(06).
           05  APU-MSG-ID                      PIC X(16).
           05  FILLER                          PIC X(03).

      *----------------------------------------------------------------*
      *    BULKIN - BULK OPEN FILE, ONE SE1511P IMAGE PER RECORD IN    *
      *    THE SAME 600-BYTE FORM AS MSGCAP (ZZ = 2 FOR THE V2         *
      *    LAYOUT).  A BLANK MESSAGE ID IS GENERATED FROM THE          *
      *    PROCESSING DATE AND RECORD NUMBER.  NO FILE (THE ONLINE     *
      *    REGION) MEANS MESSAGES COME FROM AF0341M0 AS USUAL.         *
      *----------------------------------------------------------------*
       FD  BULKIN-FILE
           RECORDING MODE IS F.
       01  BULKIN-RECORD.
           05  BLK-MESSAGE-IMAGE               PIC X(600).

      *----------------------------------------------------------------*
      *    BULKRES - ONE RESULT PER BULKIN RECORD: THE SE1600P         *
      *    OUTCOME, ACCOUNT NUMBER AND PER-OCCURRENCE STATUS LINES.    *
      *----------------------------------------------------------------*
       FD  BULKRES-FILE
           RECORDING MODE IS F.
       01  BULKRES-RECORD.
           05  BRS-RECORD-NBR                  PIC 9(07).
           05  BRS-MSG-ID                      PIC X(16).
           05  BRS-OUTCOME                     PIC X(04).
           05  BRS-ACCOUNT                     PIC X(09).
           05  BRS-TEXT                        PIC X(60).
           05  BRS-OCC-STATUS OCCURS 3 TIMES   PIC X(40).
           05  FILLER                          PIC X(24).

      *----------------------------------------------------------------*
      *    BULKRPT - BULK OPEN RUN CONTROL REPORT.                     *
      *----------------------------------------------------------------*
       FD  BULKRPT-FILE
           RECORDING MODE IS F.
       01  BULKRPT-LINE                        PIC X(132).

      *----------------------------------------------------------------*
      *    BKCKPTIN / BKCKPTOT - BULK OPEN CHECKPOINT.  REWRITTEN      *
      *    AFTER EVERY RECORD (SAME PATTERN AS SNAPIN/SNAPOUT) AND     *
      *    CLEARED AT END OF FILE.  A RESTART SKIPS THE RECORDS        *
      *    ALREADY DONE AND CARRIES ON THE RUN TOTALS.                 *
      *----------------------------------------------------------------*
       FD  BKCKPTIN-FILE
           RECORDING MODE IS F.
       01  BKCKPTIN-RECORD.
           05  CKPT-RECORDS-DONE-CI            PIC 9(07).
           05  CKPT-FIRST-MSG-ID-CI            PIC X(16).
           05  CKPT-COMPLETED-CI               PIC 9(07).
           05  CKPT-FAILED-CI                  PIC 9(07).
           05  CKPT-DUPLICATE-CI               PIC 9(07).
           05  CKPT-ACCTS-OPENED-CI            PIC 9(07).
           05  CKPT-DATE-CI                    PIC 9(08).
           05  CKPT-TIME-CI                    PIC 9(06).
           05  FILLER                          PIC X(15).

       FD  BKCKPTOT-FILE
           RECORDING MODE IS F.
       01  BKCKPTOT-RECORD.
           05  CKPT-RECORDS-DONE-CO            PIC 9(07).
           05  CKPT-FIRST-MSG-ID-CO            PIC X(16).
           05  CKPT-COMPLETED-CO               PIC 9(07).
           05  CKPT-FAILED-CO                  PIC 9(07).
           05  CKPT-DUPLICATE-CO               PIC 9(07).
           05  CKPT-ACCTS-OPENED-CO            PIC 9(07).
           05  CKPT-DATE-CO                    PIC 9(08).
           05  CKPT-TIME-CO                    PIC 9(06).
           05  FILLER                          PIC X(15).

      *----------------------------------------------------------------*
      *    GLMAP - UPFRONT FEE INCOME GL ACCOUNT BY FEE CODE.  A       *
      *    CARD WITH A BSB APPLIES TO THAT BRANCH ONLY; A ZERO BSB     *
      *    IS THE DEFAULT FOR THE FEE CODE.  A FEE WITH NO CARD        *
      *    POSTS TO THE FEE SUSPENSE ACCOUNT.                          *
      *----------------------------------------------------------------*
       FD  GLMAP-FILE
           RECORDING MODE IS F.
       01  GLMAP-RECORD.
           05  GL-FEE-CODE-GM                  PIC X(03).
           05  GL-BSB-NBR-GM                   PIC 9(06).
           05  GL-ACCOUNT-GM                   PIC X(10).
           05  FILLER                          PIC X(61).

      *----------------------------------------------------------------*
      *    FEEPOST - ONE DETAIL RECORD PER UPFRONT FEE CHARGED ('C')   *
      *    AND ONE PER CHARGE BACKED OUT ('R' CONTRA), CLOSED BY A     *
      *    TRAILER CARRYING THE SUMMRPT UPFRONT FEE TOTAL.  A          *
      *    RECYCLE THAT RESTORES THE DAY'S SNAPSHOT EXTENDS THE FILE,  *
      *    SO THE LAST TRAILER ALWAYS HOLDS THE DAY'S TOTAL.  THIS     *
      *    RECORD LAYOUT IS MIRRORED IN AF0435M0 - THE TWO MUST STAY   *
      *    IN STEP.                                                    *
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
      *    FACTOUT - DATA WAREHOUSE TRANSACTION FACT EXTRACT.          *
      *                                                                *
      *    'D' DETAIL - ONE PER ACCOUNT OCCURRENCE PROCESSED, THE      *
      *    SAME UNIT SUMMRPT COUNTS (INQUIRIES INCLUDED, WHICH         *
      *    SUMMRPT COUNTS APART).  A MESSAGE ANSWERED FROM THE         *
      *    DUPLICATE CHECK OR TURNED AWAY BEFORE ITS OCCURRENCES       *
      *    HAS NO DETAIL.  DEPOSIT AND FEE ARE THE AMOUNTS SUMMRPT     *
      *    TOTALS - ZERO ON A FAILURE, CLOSE OR INQUIRY.  OUTCOME      *
      *    'S' SUCCESS / 'F' FAILED WITH THE ERR CODE.  ELAPSED        *
      *    SECONDS ARE THE WHOLE MESSAGE'S, AS ON TIMELOG.             *
      *                                                                *
      *    'T' TRAILER - ONE PER RUN, WITH THE DAY'S SUMMRPT COUNTS    *
      *    AND TOTALS.  A RECYCLE THAT RESTORED THE SNAPSHOT EXTENDS   *
      *    THE FILE AND CARRIES THE TOTALS ON, SO THE LAST TRAILER     *
      *    PROVES THE WHOLE DAY: DETAILS = RECEIVED + INQUIRIES.       *
      *    THIS RECORD LAYOUT IS MIRRORED IN AF0464M0, AF0466M0 AND    *
      *    (TRAILER ONLY) AF0495M0 - THEY MUST STAY IN STEP.           *
      *----------------------------------------------------------------*
       FD  FACTOUT-FILE
           RECORDING MODE IS F.
       01  FACTOUT-RECORD.
           05  FACT-REC-TYPE-FX                PIC X(01).
               88  FACT-DETAIL-FX                  VALUE 'D'.
               88  FACT-TRAILER-FX                 VALUE 'T'.
           05  FACT-DETAIL-DATA-FX.
               10  FACT-PROC-DATE-FX           PIC 9(08).
               10  FACT-MSG-ID-FX              PIC X(16).
               10  FACT-OCC-NBR-FX             PIC 9(01).
               10  FACT-MSG-TYPE-FX            PIC X(08).
               10  FACT-VERSION-FX             PIC 9(01).
               10  FACT-CHANNEL-FX             PIC X(02).
               10  FACT-LANGUAGE-FX            PIC X(01).
               10  FACT-PKG-TYPE-FX            PIC X(03).
               10  FACT-CURRENCY-FX            PIC X(03).
               10  FACT-BSB-NBR-FX             PIC X(06).
               10  FACT-REGION-FX              PIC X(03).
               10  FACT-DEPOSIT-AMT-FX         PIC S9(09)V99.
               10  FACT-FEE-AMT-FX             PIC S9(07)V99.
               10  FACT-OUTCOME-FX             PIC X(01).
                   88  FACT-SUCCESS-FX             VALUE 'S'.
                   88  FACT-FAILED-FX              VALUE 'F'.
               10  FACT-ERROR-CODE-FX          PIC X(04).
               10  FACT-VALUE-DATE-FX          PIC 9(08).
               10  FACT-START-TIME-FX          PIC 9(06).
               10  FACT-ELAPSED-SECS-FX        PIC 9(05).
               10  FILLER                      PIC X(53).
           05  FACT-TRAILER-DATA-FX REDEFINES FACT-DETAIL-DATA-FX.
               10  FTRL-PROC-DATE-FX           PIC 9(08).
               10  FTRL-RUN-DATE-FX            PIC 9(08).
               10  FTRL-RUN-TIME-FX            PIC 9(06).
               10  FTRL-DETAIL-CNT-FX          PIC 9(09).
               10  FTRL-RECEIVED-CNT-FX        PIC 9(07).
               10  FTRL-OPENED-CNT-FX          PIC 9(07).
               10  FTRL-CLOSED-CNT-FX          PIC 9(07).
               10  FTRL-FAILED-CNT-FX          PIC 9(07).
               10  FTRL-INQUIRY-CNT-FX         PIC 9(07).
               10  FTRL-DEPOSIT-TOTAL-FX       PIC S9(11)V99.
               10  FTRL-FEE-TOTAL-FX           PIC S9(09)V99.
               10  FILLER                      PIC X(59).

      *----------------------------------------------------------------*
      *    TDTAXEV - TERM DEPOSIT TAX EVENT.  ONE RECORD PER TD        *
      *    ROLLOVER, PAY-OUT OR EARLY REDEMPTION, WITH THE INTEREST    *
      *    AND WITHHOLDING TAX THE HOST APPLIED.  THIS RECORD LAYOUT   *
      *    IS MIRRORED IN AF0480M0 AND AF0485M0 - THEY MUST STAY IN    *
      *    STEP.                                                       *
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

                                                   VALUE +0.
       77  SNAPSHOT-FREQUENCY                  PIC 9(04) VALUE 0025.
       77  SINCE-SNAPSHOT-CNT                  PIC 9(04) VALUE ZERO.
       77  OPSCTL-INTERVAL-SECS                PIC 9(05) VALUE 00060.
       77  CRAPPR-INTERVAL-SECS                PIC 9(05) VALUE 00300.
       77  QUIESCED-MSG-CNT                    PIC S9(07) COMP-3
                                                   VALUE +0.
       77  AUTO-CLEARED-CNT                    PIC S9(07) COMP-3
                                                   VALUE +0.

       01  AF0001M0-SWITCHES.
           05  AF0001M0-PROCESSING-FLAG        PIC X(01) VALUE 'Y'.
           05  AF0001M0-MSG-VERSION            PIC 9(01) VALUE 1.
               88  AF0001M0-V1-LAYOUT              VALUE 1.
               88  AF0001M0-V2-LAYOUT              VALUE 2.
           05  AF0001M0-QUIESCED-SW            PIC X(01) VALUE 'N'.
               88  AF0001M0-MSG-QUIESCED           VALUE 'Y'.
           05  AF0001M0-OCC-DONE-SW            PIC X(01) VALUE 'N'.
               88  AF0001M0-OCC-COMPLETED          VALUE 'Y'.

       01  AF0001M0-TRACE-STEP-ID              PIC X(04) VALUE SPACES.

      *----------------------------------------------------------------*
      *    OPERATOR QUIESCE SWITCHES - LOADED FROM OPSCTL AT START-UP  *
      *    AND REFRESHED ON THE OPSCTL-INTERVAL-SECS TIMER.  ROWS 1-4  *
      *    ARE THE MESSAGE TYPES, ROWS 5-7 THE OPEN PACKAGES.          *
      *----------------------------------------------------------------*
       01  OPSCTL-CTRS.
           05  OPSCTL-X                        PIC S9(04) COMP.
           05  OPSCTL-EOF-SW                   PIC X(01) VALUE 'N'.
               88  OPSCTL-EOF                      VALUE 'Y'.
           05  OPSCTL-OPERATOR-GV              PIC X(08) VALUE SPACES.
           05  OPSCTL-LAST-READ-SECS           PIC S9(07) COMP-3
                                                   VALUE +0.
           05  OPSCTL-NOW-SECS                 PIC S9(07) COMP-3
                                                   VALUE +0.
           05  OPSCTL-NEW-SETTING              PIC X(01).
           05  OPSCTL-HIT-NAME                 PIC X(08).
       01  OPSCTL-SWITCH-NAMES.
           05  FILLER                          PIC X(08) VALUE
                 'OBPTRAN1'.
           05  FILLER                          PIC X(08) VALUE
                 'OBPAMND1'.
           05  FILLER                          PIC X(08) VALUE
                 'OBPDRAW1'.
           05  FILLER                          PIC X(08) VALUE
                 'OBPCLSE1'.
           05  FILLER                          PIC X(08) VALUE
                 'PKG OTH '.
           05  FILLER                          PIC X(08) VALUE
                 'PKG TD  '.
           05  FILLER                          PIC X(08) VALUE
                 'PKG FL  '.
       01  OPSCTL-SWITCH-TABLE REDEFINES OPSCTL-SWITCH-NAMES.
           05  OPSCTL-SWITCH-NAME OCCURS 7 TIMES
                                               PIC X(08).
       01  OPSCTL-SETTINGS.
           05  OPSCTL-SETTING OCCURS 7 TIMES   PIC X(01) VALUE 'A'.
               88  OPSCTL-QUIESCED                 VALUE 'Q'.

      *----------------------------------------------------------------*
      *    STATEMENT CYCLE LOAD TABLE - ELIGIBLE CYCLES AND THEIR      *
      *    CURRENT LOADS, PLUS THE OPENS ADDED THIS RUN.               *
       01  SNAP-EOF-SW                         PIC X(01) VALUE 'N'.
           88  SNAP-EOF                            VALUE 'Y'.
       01  SNAP-X                              PIC S9(04) COMP.
       01  SNAP-RESTORED-SW                    PIC X(01) VALUE 'N'.
           88  SNAP-RESTORED                       VALUE 'Y'.

       01  AF0001M0-WORK-FIELDS.
           05  AF0001M0-MSG-ID                 PIC X(16).
           05  AF0001M0-OCC-STATUS             PIC X(04) VALUE SPACES.
           05  AF0001M0-FIRST-ERROR            PIC X(04) VALUE SPACES.
           05  AF0001M0-SAVED-ERR-CODE         PIC X(04) VALUE SPACES.
           05  AF0001M0-ARRIVED-ZZ             PIC S9(04) COMP
                                                   VALUE ZERO.
           05  AF0001M0-CURRENCY-CDE           PIC X(03) VALUE SPACES.
           05  AF0001M0-REGION-CDE             PIC X(03) VALUE 'NAT'.
           05  AF0001M0-BSB-WORK               PIC X(06).
           05  AF0001M0-VALUE-DATE             PIC 9(08) VALUE ZERO.
           05  AF0001M0-FEE-BEFORE-WAIVER      PIC S9(07)V99 COMP-3
                                                   VALUE +0.
           05  AF0001M0-WAIVED-AMT             PIC S9(07)V99 COMP-3
                                                   VALUE +0.
           05  AF0001M0-WAIVED-PCT             PIC S9(05)V99 COMP-3
                                                   VALUE +0.
           05  AF0001M0-BONUS-RATE             PIC 9(02)V9(04)
                                                   VALUE ZERO.
           05  AF0001M0-BONUS-COST             PIC S9(09)V99 COMP-3
                                                   VALUE +0.
           05  AF0001M0-CAMPAIGN-X             PIC S9(04) COMP
                                                   VALUE +0.
           05  AF0001M0-APPROVAL-X             PIC S9(04) COMP
                                                   VALUE +0.
           05  AF0001M0-APPROVAL-AMT           PIC S9(09)V99 COMP-3
                                                   VALUE +0.
           05  AF0001M0-LINKED-ACCT            PIC X(09) VALUE SPACES.
           05  AF0001M0-LINKED-ROLE            PIC X(09) VALUE SPACES.

      *----------------------------------------------------------------*
      *    PER-ACCOUNT STATUS LINE BUILT INTO EL09743.                 *
                   15  EL04399-SE1511P-REDEF-V77
                                               PIC X(09).
           05  SE1511P-REDEF-V59               PIC X(120).
      *    V2 LAYOUT EXTENSION - MESSAGE-LEVEL OFFER FIELDS, TAKEN
      *    FROM THE IMAGE HEADROOM BEHIND V59.  ABSENT FROM A V1
      *    MESSAGE AND FROM A V2 MESSAGE BUILT BEFORE THE EXTENSION
      *    (LL SHORT OF THE FULL LAYOUT) - DEFAULTED IN 2040.
           05  SE1511P-OFFER-EXT.
               10  WAIVER-REASON-SE1511P       PIC X(02).
               10  WAIVER-TYPE-SE1511P         PIC X(01).
                   88  WAIVER-AMOUNT-SE1511P       VALUE 'A'.
                   88  WAIVER-PERCENT-SE1511P      VALUE 'P'.
               10  WAIVER-VALUE-SE1511P        PIC S9(07)V99 COMP-3.
               10  CAMPAIGN-CODE-SE1511P       PIC X(06).
               10  FILLER                      PIC X(18).

      *----------------------------------------------------------------*
      *                                                                *
               10  FEE-MIN-GV                  PIC 9(07)V99.
               10  FEE-MAX-GV                  PIC 9(07)V99.

      *----------------------------------------------------------------*
      *                                                                *
      *    UPFRONT FEE GL MAPPING TABLE (FROM GLMAP) AND THE FEEPOST   *
      *    POSTING CONTROLS.  THE CHARGE RAISED FOR THE CURRENT        *
      *    OCCURRENCE IS HELD SO A LATER FAILURE CAN POST ITS          *
      *    CONTRA WITH THE SAME DETAILS.                               *
      *                                                                *
      *----------------------------------------------------------------*
       01  GL-MAP-CTRS.
           05  GL-MAP-COUNT                    PIC S9(04) COMP
                                                   VALUE +0.
           05  GL-MAP-X                        PIC S9(04) COMP.
           05  GLMAP-EOF-SW                    PIC X(01) VALUE 'N'.
               88  GLMAP-EOF                       VALUE 'Y'.
           05  GL-MAP-FOUND-SW                 PIC X(01) VALUE 'N'.
               88  GL-MAP-ENTRY-FOUND              VALUE 'Y'.
           05  GL-MAP-BSB-KEY                  PIC 9(06).
           05  GL-SUSPENSE-ACCOUNT-CONST       PIC X(10)
                                                   VALUE '2990100000'.
       01  GL-MAP-TABLE.
           05  GL-MAP-ENTRY OCCURS 50 TIMES.
               10  GL-FEE-CODE-GV              PIC X(03).
               10  GL-BSB-NBR-GV               PIC 9(06).
               10  GL-ACCOUNT-GV               PIC X(10).
       01  FEE-POST-CTRS.
           05  FEE-POST-RAISED-SW              PIC X(01) VALUE 'N'.
               88  FEE-POST-RAISED                 VALUE 'Y'.
           05  FEE-POST-CHARGE-CNT             PIC S9(07) COMP-3
                                                   VALUE +0.
           05  FEE-POST-CHARGE-AMT             PIC S9(09)V99 COMP-3
                                                   VALUE +0.
           05  FEE-POST-CONTRA-CNT             PIC S9(07) COMP-3
                                                   VALUE +0.
           05  FEE-POST-CONTRA-AMT             PIC S9(09)V99 COMP-3
                                                   VALUE +0.
           05  FEE-POST-SUMM-TOTAL             PIC S9(09)V99 COMP-3
                                                   VALUE +0.
           05  FEE-POST-RAISED-DATA            PIC X(99).

      *----------------------------------------------------------------*
      *    FACTOUT DETAILS HELD FOR THE MESSAGE IN PROGRESS - THEY     *
      *    ARE WRITTEN ONCE THE RESPONSE TIME IS KNOWN.                *
      *----------------------------------------------------------------*
       01  FACT-CTRS.
           05  FACT-HOLD-COUNT                 PIC S9(04) COMP
                                                   VALUE +0.
           05  FACT-HOLD-X                     PIC S9(04) COMP.
           05  FACT-TRL-RECEIVED               PIC S9(09) COMP-3.
           05  FACT-TRL-OPENED                 PIC S9(09) COMP-3.
           05  FACT-TRL-CLOSED                 PIC S9(09) COMP-3.
           05  FACT-TRL-FAILED                 PIC S9(09) COMP-3.
           05  FACT-TRL-DEPOSIT                PIC S9(11)V99 COMP-3.
           05  FACT-TRL-FEE                    PIC S9(09)V99 COMP-3.
       01  FACT-HOLD-TABLE.
           05  FACT-HOLD-IMAGE OCCURS 3 TIMES  PIC X(150).

      *----------------------------------------------------------------*
      *                                                                *
      *    END-OF-DAY SUMMARY ACCUMULATORS, ONE ROW PER MARKET         *
               10  CCY-OPENED-CNT              PIC S9(07) COMP-3.
               10  CCY-DEPOSIT-AMT             PIC S9(11)V99 COMP-3.

      *----------------------------------------------------------------*
      *                                                                *
      *    BUSINESS-DAY CUTOFF TABLE - ONE ROW PER PACKAGE TYPE,       *
      *    LOADED FROM CUTPARM.  999999 MEANS NO CUTOFF.  THE VALUE    *
      *    DATE TABLE COUNTS SUCCESSFUL OPENS BY THE DATE THEY WERE    *
      *    VALUE-DATED TO, FOR THE END-OF-DAY SUMMARY.                 *
      *                                                                *
      *----------------------------------------------------------------*
       01  CUTOFF-CTRS.
           05  CUTOFF-X                        PIC S9(04) COMP.
           05  CUTPARM-EOF-SW                  PIC X(01) VALUE 'N'.
               88  CUTPARM-EOF                     VALUE 'Y'.
           05  CUTOFF-TIME-WORK                PIC 9(06).
       01  CUTOFF-TABLE.
           05  CUTOFF-ENTRY OCCURS 3 TIMES.
               10  CUTOFF-PKG-TYPE             PIC X(03).
               10  CUTOFF-TIME-GV              PIC 9(06).
      *----------------------------------------------------------------*
      *                                                                *
      *    FEE WAIVER AUTHORITY TABLE (FROM WAIVAUTH) AND THE DAILY    *
      *    WAIVER TOTALS BY REASON FOR THE WAIVRPT REGISTER.           *
      *                                                                *
      *----------------------------------------------------------------*
       01  WAIVER-CTRS.
           05  WAIV-TABLE-COUNT                PIC S9(04) COMP
                                                   VALUE +0.
           05  WAIV-X                          PIC S9(04) COMP.
           05  WAIV-FOUND-SW                   PIC X(01) VALUE 'N'.
               88  WAIV-ENTRY-FOUND                VALUE 'Y'.
           05  WAIVAUTH-EOF-SW                 PIC X(01) VALUE 'N'.
               88  WAIVAUTH-EOF                    VALUE 'Y'.
           05  WVTOT-COUNT                     PIC S9(04) COMP
                                                   VALUE +0.
           05  WVTOT-X                         PIC S9(04) COMP.
           05  WVTOT-FOUND-SW                  PIC X(01) VALUE 'N'.
               88  WVTOT-ENTRY-FOUND               VALUE 'Y'.
           05  WAIVED-FEE-CNT                  PIC S9(07) COMP-3
                                                   VALUE +0.
           05  WAIVED-FEE-TOTAL                PIC S9(11)V99 COMP-3
                                                   VALUE +0.
       01  WAIVER-AUTHORITY-TABLE.
           05  WAIV-ENTRY OCCURS 50 TIMES.
               10  WAIV-REASON-GV              PIC X(02).
               10  WAIV-CHANNEL-GV             PIC X(02).
               10  WAIV-MAX-AMOUNT-GV          PIC 9(07)V99.
               10  WAIV-MAX-PERCENT-GV         PIC 9(03)V99.
       01  WAIVER-REASON-TOTALS.
           05  WVTOT-ENTRY OCCURS 20 TIMES.
               10  WVTOT-REASON                PIC X(02).
               10  WVTOT-CNT                   PIC S9(07) COMP-3.
               10  WVTOT-AMOUNT                PIC S9(11)V99 COMP-3.
      *----------------------------------------------------------------*
      *                                                                *
      *    CHANNEL VALUE LIMIT TABLE (FROM CHANLIM) AND THE DAY'S      *
      *    OVER-LIMIT REFERRAL TOTALS FOR LIMITRPT.  THE TOTALS ARE    *
      *    SNAPSHOTTED IN THE MISC ROW.                                *
      *                                                                *
      *----------------------------------------------------------------*
       01  CHANNEL-LIMIT-CTRS.
           05  LIM-TABLE-COUNT                 PIC S9(04) COMP
                                                   VALUE +0.
           05  LIM-X                           PIC S9(04) COMP.
           05  LIM-FOUND-SW                    PIC X(01) VALUE 'N'.
               88  LIM-ENTRY-FOUND                 VALUE 'Y'.
           05  CHANLIM-EOF-SW                  PIC X(01) VALUE 'N'.
               88  CHANLIM-EOF                     VALUE 'Y'.
           05  LIM-BREACH-SW                   PIC X(08) VALUE SPACES.
               88  LIM-PER-OPEN-BREACH             VALUE 'PER OPEN'.
               88  LIM-PER-DAY-BREACH              VALUE 'PER DAY '.
           05  LIM-DAY-WITH-OPEN               PIC S9(11)V99 COMP-3
                                                   VALUE +0.
           05  LIM-REFERRED-CNT                PIC S9(07) COMP-3
                                                   VALUE +0.
           05  LIM-REFERRED-AMT                PIC S9(11)V99 COMP-3
                                                   VALUE +0.
       01  CHANNEL-LIMIT-TABLE.
           05  LIM-ENTRY OCCURS 50 TIMES.
               10  LIM-CHANNEL-GV              PIC X(02).
               10  LIM-PKG-TYPE-GV             PIC X(03).
               10  LIM-MAX-PER-OPEN-GV         PIC 9(09)V99.
               10  LIM-MAX-PER-DAY-GV          PIC 9(11)V99.
      *----------------------------------------------------------------*
      *                                                                *
      *    CLEARED-MATCH REGISTER (FROM CLRMATCH) - SCREENING HITS     *
      *    COMPLIANCE HAS ALREADY RELEASED, BY CUSTOMER AND LIST       *
      *    CODE.                                                       *
      *                                                                *
      *----------------------------------------------------------------*
       01  CLEARED-MATCH-CTRS.
           05  CLR-TABLE-COUNT                 PIC S9(04) COMP
                                                   VALUE +0.
           05  CLR-X                           PIC S9(04) COMP.
           05  CLR-FOUND-SW                    PIC X(01) VALUE 'N'.
               88  CLR-ENTRY-FOUND                 VALUE 'Y'.
           05  CLRMATCH-EOF-SW                 PIC X(01) VALUE 'N'.
               88  CLRMATCH-EOF                    VALUE 'Y'.
       01  CLEARED-MATCH-TABLE.
           05  CLR-ENTRY OCCURS 2000 TIMES.
               10  CLR-CUSTOMER-NBR-GV         PIC X(09).
               10  CLR-LIST-CODE-GV            PIC X(04).
               10  CLR-RELEASED-BY-GV          PIC X(08).
               10  CLR-EXPIRY-DATE-GV          PIC 9(08).

       01  VDATE-CTRS.
           05  VDATE-TABLE-COUNT               PIC S9(04) COMP
                                                   VALUE +0.
           05  VDATE-X                         PIC S9(04) COMP.
           05  VDATE-FOUND-SW                  PIC X(01) VALUE 'N'.
               88  VDATE-ENTRY-FOUND               VALUE 'Y'.
       01  VDATE-TOTALS-TABLE.
           05  VDATE-ENTRY OCCURS 10 TIMES.
               10  VDATE-VALUE-DATE            PIC 9(08).
               10  VDATE-OPENED-CNT            PIC S9(07) COMP-3.
               10  VDATE-DEPOSIT-AMT           PIC S9(11)V99 COMP-3.

      *----------------------------------------------------------------*
      *                                                                *
      *    TD CAMPAIGN TABLE (FROM CAMPMSTR - CAMPAIGNS NOT YET        *
      *    ENDED) CARRYING THE DAY'S OPENS, DEPOSIT VOLUME AND BONUS   *
      *    COST FOR CAMPRPT.  SNAPSHOTTED WITH THE OTHER DAILY         *
      *    ACCUMULATORS.                                               *
      *                                                                *
      *----------------------------------------------------------------*
       01  CAMPAIGN-CTRS.
           05  CAMP-TABLE-COUNT                PIC S9(04) COMP
                                                   VALUE +0.
           05  CAMP-X                          PIC S9(04) COMP.
           05  CAMP-Y                          PIC S9(04) COMP.
           05  CAMP-FOUND-SW                   PIC X(01) VALUE 'N'.
               88  CAMP-ENTRY-FOUND                VALUE 'Y'.
           05  CAMP-MATCH-SW                   PIC X(01) VALUE 'N'.
               88  CAMP-VALUE-MATCHED              VALUE 'Y'.
           05  CAMPMSTR-EOF-SW                 PIC X(01) VALUE 'N'.
               88  CAMPMSTR-EOF                    VALUE 'Y'.
           05  CAMP-REJECT-REASON              PIC X(22) VALUE SPACES.
           05  CAMP-TOTAL-OPENED-CNT           PIC S9(07) COMP-3
                                                   VALUE +0.
           05  CAMP-TOTAL-DEPOSIT-AMT          PIC S9(13)V99 COMP-3
                                                   VALUE +0.
           05  CAMP-TOTAL-BONUS-COST           PIC S9(11)V99 COMP-3
                                                   VALUE +0.
       01  CAMPAIGN-TABLE.
           05  CAMP-ENTRY OCCURS 50 TIMES.
               10  CAMP-CODE-GV                PIC X(06).
               10  CAMP-START-DATE-GV          PIC 9(08).
               10  CAMP-END-DATE-GV            PIC 9(08).
               10  CAMP-CHANNELS-GV.
                   15  CAMP-CHANNEL-GV OCCURS 5 TIMES
                                               PIC X(02).
               10  CAMP-TERMS-GV.
                   15  CAMP-TERM-GV OCCURS 6 TIMES
                                               PIC 9(03).
               10  CAMP-MIN-DEPOSIT-GV         PIC 9(09)V99.
               10  CAMP-BONUS-RATE-GV          PIC 9(02)V9(04).
               10  CAMP-OPENED-CNT             PIC S9(07) COMP-3.
               10  CAMP-DEPOSIT-AMT            PIC S9(13)V99 COMP-3.
               10  CAMP-BONUS-COST             PIC S9(11)V99 COMP-3.

      *----------------------------------------------------------------*
      *                                                                *
      *    CREDIT APPROVAL TABLE (FROM CRAPPR, RELOADED ON THE         *
      *    CRAPPR-INTERVAL-SECS TIMER) AND THE APPROVALS TAKEN UP      *
      *    TODAY.  THE TAKEN-UP LIST IS SNAPSHOTTED AND REAPPLIED ON   *
      *    EVERY RELOAD, SO AN APPROVAL CANNOT OPEN A SECOND           *
      *    FACILITY BEFORE CREDIT DECISIONING FEEDS BACK ITS STATUS.   *
      *                                                                *
      *----------------------------------------------------------------*
       01  CREDIT-APPROVAL-CTRS.
           05  APPR-TABLE-COUNT                PIC S9(04) COMP
                                                   VALUE +0.
           05  APPR-X                          PIC S9(04) COMP.
           05  APPR-USED-COUNT                 PIC S9(04) COMP
                                                   VALUE +0.
           05  APPR-USED-X                     PIC S9(04) COMP.
           05  APPR-FOUND-SW                   PIC X(01) VALUE 'N'.
               88  APPR-ENTRY-FOUND                VALUE 'Y'.
           05  APPR-USED-FOUND-SW              PIC X(01) VALUE 'N'.
               88  APPR-USED-ENTRY-FOUND           VALUE 'Y'.
           05  APPR-CANDIDATE-SW               PIC X(01) VALUE 'N'.
               88  APPR-CANDIDATE-SEEN             VALUE 'Y'.
           05  CRAPPR-EOF-SW                   PIC X(01) VALUE 'N'.
               88  CRAPPR-EOF                      VALUE 'Y'.
           05  APPR-REJECT-REASON              PIC X(22) VALUE SPACES.
           05  CRAPPR-LAST-READ-SECS           PIC S9(07) COMP-3
                                                   VALUE +0.
           05  CRAPPR-NOW-SECS                 PIC S9(07) COMP-3
                                                   VALUE +0.
       01  CREDIT-APPROVAL-TABLE.
           05  APPR-ENTRY OCCURS 500 TIMES.
               10  APPR-ID-GV                  PIC X(12).
               10  APPR-CUSTOMER-GV            PIC X(09).
               10  APPR-LIMIT-GV               PIC 9(09)V99.
               10  APPR-PRODUCT-GV             PIC X(06).
               10  APPR-EXPIRY-DATE-GV         PIC 9(08).
               10  APPR-USED-SW-GV             PIC X(01).
                   88  APPR-USED-GV                VALUE 'U'.
               10  APPR-ACCOUNT-GV             PIC X(09).
       01  APPR-USED-TABLE.
           05  APPR-USED-ENTRY OCCURS 500 TIMES.
               10  APPR-USED-ID-GV             PIC X(12).
               10  APPR-USED-ACCOUNT-GV        PIC X(09).

      *----------------------------------------------------------------*
      *                                                                *
      *    BULK OPEN MODE CONTROLS AND RUN TOTALS.  THE TOTALS ARE     *
      *    CARRIED ON THE BKCKPT CHECKPOINT, NOT THE SNAPSHOT.         *
      *                                                                *
      *----------------------------------------------------------------*
       01  BULK-CTRS.
           05  BULK-MODE-SW                    PIC X(01) VALUE 'N'.
               88  AF0001M0-BULK-MODE              VALUE 'Y'.
           05  BULKIN-EOF-SW                   PIC X(01) VALUE 'N'.
               88  BULKIN-EOF                      VALUE 'Y'.
           05  BKCKPT-EOF-SW                   PIC X(01) VALUE 'N'.
               88  BKCKPT-EOF                      VALUE 'Y'.
           05  BULK-RESTART-SW                 PIC X(01) VALUE 'N'.
               88  BULK-RESTARTED                  VALUE 'Y'.
           05  BULK-FIRST-MSG-ID               PIC X(16) VALUE SPACES.
           05  BULK-RECORD-NBR                 PIC S9(07) COMP-3
                                                   VALUE +0.
           05  BULK-SKIP-TARGET                PIC S9(07) COMP-3
                                                   VALUE +0.
           05  BULK-SKIPPED-CNT                PIC S9(07) COMP-3
                                                   VALUE +0.
           05  BULK-COMPLETED-CNT              PIC S9(07) COMP-3
                                                   VALUE +0.
           05  BULK-FAILED-CNT                 PIC S9(07) COMP-3
                                                   VALUE +0.
           05  BULK-DUPLICATE-CNT              PIC S9(07) COMP-3
                                                   VALUE +0.
           05  BULK-ACCTS-OPENED-CNT           PIC S9(07) COMP-3
                                                   VALUE +0.
           05  BULK-OCC-X                      PIC S9(04) COMP.
           05  BULK-GEN-MSG-ID.
               10  FILLER                      PIC X(02) VALUE 'BK'.
               10  BULK-GEN-DATE               PIC 9(08).
               10  BULK-GEN-SEQ                PIC 9(06).

      *----------------------------------------------------------------*
      *                                                                *
      *    MPID CACHE TABLE - OBP PRODUCT CODE TO CAMS MPID MAPPING    *
      *----------------------------------------------------------------*
      *                                                                *
      *    CHANNEL MIX ACCUMULATORS, ONE ROW PER DEVICE TYPE.  'UK'    *
      *    CATCHES DEVICE TYPES NOT ON THE AF0341M0 GATE LIST; 'BK'    *
      *    IS THE BULK OPEN FILE.                                      *
      *                                                                *
      *----------------------------------------------------------------*
       01  CHAN-CTRS.
               88  CHAN-ERR-ENTRY-FOUND            VALUE 'Y'.
           05  CHAN-SUCCESS-PCT                PIC S9(03)V99 COMP-3.
       01  CHAN-DEVICE-TABLE.
           05  CHAN-ENTRY OCCURS 6 TIMES.
               10  CHAN-DEVICE-TYPE            PIC X(02).
               10  CHAN-RECEIVED-CNT           PIC S9(07) COMP-3.
               10  CHAN-SUCCESS-CNT            PIC S9(07) COMP-3.
           05  FEE-AMOUNT-AF0000B04C           PIC S9(07)V99 COMP-3.
           05  REASON-CODE-AF0000B04C          PIC X(03).
           05  RETCODE-AF0000B04C              PIC S9(05)   COMP-3.
               88  ACCT-NOT-FOUND-AF0000B04C       VALUE +100.
           05  ACCOUNT-NBR-RTND-AF0000B04C     PIC X(09).
           05  UNDRAWN-AMT-AF0000B04C          PIC S9(09)V99 COMP-3.
           05  ACCT-STATUS-AF0000B04C          PIC X(01).
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

      *----------------------------------------------------------------*
      *    STATEMENT AREA (GR01518C) - PASSED TO AF0000M0 SO THE       *
                                                            COMP-3.
           05  FEE-BASE-AMT-GR01521            PIC S9(09)V99 COMP-3.

      *----------------------------------------------------------------*
      *    AF0400M0 PERSONAL DATA MASK PASSAREA - EVERY IMAGE WRITTEN  *
      *    TO MSGCAP, DEADLTR OR HELDCASE IS MASKED THROUGH IT.  THE   *
      *    LAYOUT IS MIRRORED FROM AF0400M0 - THE TWO MUST STAY IN     *
      *    STEP.                                                       *
      *----------------------------------------------------------------*
       01  AF0400M0-PASSAREA.
           05  MASK-FUNCTION-AF0400            PIC X(04).
               88  MASK-IMAGE-AF0400               VALUE 'MASK'.
               88  UNMASK-IMAGE-AF0400             VALUE 'UNMK'.
           05  MASK-MSG-ID-AF0400              PIC X(16).
           05  MASK-RETCODE-AF0400             PIC S9(04) COMP.
               88  MASK-VAULT-FAILED-AF0400        VALUE +8.
           05  MASK-IMAGE-DATA-AF0400          PIC X(600).
           05  MASK-CLEAR-BLOCK-AF0400         PIC X(240).

      *----------------------------------------------------------------*
      *    SC0100M0 SCREENING PASSAREA - THE CUSTOMER IS SCREENED      *
      *    BEFORE THE ACCOUNT EXISTS.  A HIT CARRIES THE LIST CODE     *
                       ',REVERSAL ='.
                   07  REVERSAL-LINE-2-ERR-19  PIC X(08).

           03  ERR-41A.
               05  LINE-1-ERR-41.
                   07  FILLER                  PIC X(13)  VALUE
                       'AF0001-41A - '.
                   07  FILLER                  PIC X(40)  VALUE
                       'OVER CHANNEL LIMIT - REFER TO BRANCH'.
               05  LINE-2-ERR-41.
                   07  FILLER                  PIC X(10)  VALUE
                       'CHANNEL = '.
                   07  CHANNEL-LINE-2-ERR-41   PIC X(02).
                   07  FILLER                  PIC X(07)  VALUE
                       ',PKG = '.
                   07  PKG-LINE-2-ERR-41       PIC X(03).
                   07  FILLER                  PIC X(10)  VALUE
                       ',AMOUNT = '.
                   07  AMOUNT-LINE-2-ERR-41    PIC ZZZ,ZZZ,ZZ9.99.
                   07  FILLER                  PIC X(09)  VALUE
                       ',LIMIT = '.
                   07  LIMIT-LINE-2-ERR-41     PIC X(08).

           03  ERR-40A.
               05  LINE-1-ERR-40.
                   07  FILLER                  PIC X(13)  VALUE
                       'AF0001-40A - '.
                   07  FILLER                  PIC X(40)  VALUE
                       'LINKED ACCOUNT BELONGS TO ANOTHER CUST'.
               05  LINE-2-ERR-40.
                   07  FILLER                  PIC X(10)  VALUE
                       'ACCOUNT = '.
                   07  ACCOUNT-LINE-2-ERR-40   PIC X(09).
                   07  FILLER                  PIC X(09)  VALUE
                       ',OWNER = '.
                   07  OWNER-LINE-2-ERR-40     PIC X(09).
                   07  FILLER                  PIC X(12)  VALUE
                       ',CUSTOMER = '.
                   07  CUSTOMER-LINE-2-ERR-40  PIC X(09).

           03  ERR-39A.
               05  LINE-1-ERR-39.
                   07  FILLER                  PIC X(13)  VALUE
                       'AF0001-39A - '.
                   07  FILLER                  PIC X(40)  VALUE
                       'LINKED ACCOUNT IS NOT OPEN'.
               05  LINE-2-ERR-39.
                   07  FILLER                  PIC X(10)  VALUE
                       'ACCOUNT = '.
                   07  ACCOUNT-LINE-2-ERR-39   PIC X(09).
                   07  FILLER                  PIC X(08)  VALUE
                       ',ROLE = '.
                   07  ROLE-LINE-2-ERR-39      PIC X(09).
                   07  FILLER                  PIC X(10)  VALUE
                       ',STATUS = '.
                   07  STATUS-LINE-2-ERR-39    PIC X(01).

           03  ERR-38A.
               05  LINE-1-ERR-38.
                   07  FILLER                  PIC X(13)  VALUE
                       'AF0001-38A - '.
                   07  FILLER                  PIC X(40)  VALUE
                       'LINKED ACCOUNT NOT FOUND'.
               05  LINE-2-ERR-38.
                   07  FILLER                  PIC X(10)  VALUE
                       'ACCOUNT = '.
                   07  ACCOUNT-LINE-2-ERR-38   PIC X(09).
                   07  FILLER                  PIC X(08)  VALUE
                       ',ROLE = '.
                   07  ROLE-LINE-2-ERR-38      PIC X(09).

           03  ERR-37A.
               05  LINE-1-ERR-37.
                   07  FILLER                  PIC X(13)  VALUE
                       'AF0001-37A - '.
                   07  FILLER                  PIC X(40)  VALUE
                       'NO VALID CREDIT APPROVAL FOR THIS LIMIT'.
               05  LINE-2-ERR-37.
                   07  FILLER                  PIC X(11)  VALUE
                       'CUSTOMER = '.
                   07  CUSTOMER-LINE-2-ERR-37  PIC X(09).
                   07  FILLER                  PIC X(10)  VALUE
                       ',AMOUNT = '.
                   07  AMOUNT-LINE-2-ERR-37    PIC ZZZ,ZZZ,ZZ9.99.
                   07  FILLER                  PIC X(10)  VALUE
                       ',REASON = '.
                   07  REASON-LINE-2-ERR-37    PIC X(22).

           03  ERR-36A.
               05  LINE-1-ERR-36.
                   07  FILLER                  PIC X(13)  VALUE
                       'AF0001-36A - '.
                   07  FILLER                  PIC X(40)  VALUE
                       'CAMPAIGN NOT AVAILABLE FOR THIS OPEN'.
               05  LINE-2-ERR-36.
                   07  FILLER                  PIC X(11)  VALUE
                       'CAMPAIGN = '.
                   07  CAMPAIGN-LINE-2-ERR-36  PIC X(06).
                   07  FILLER                  PIC X(10)  VALUE
                       ',REASON = '.
                   07  REASON-LINE-2-ERR-36    PIC X(22).

           03  ERR-35A.
               05  LINE-1-ERR-35.
                   07  FILLER                  PIC X(13)  VALUE
                       'AF0001-35A - '.
                   07  FILLER                  PIC X(40)  VALUE
                       'FEE WAIVER EXCEEDS AUTHORITY LIMIT'.
               05  LINE-2-ERR-35.
                   07  FILLER                  PIC X(09)  VALUE
                       'REASON = '.
                   07  REASON-LINE-2-ERR-35    PIC X(02).
                   07  FILLER                  PIC X(11)  VALUE
                       ',CHANNEL = '.
                   07  CHANNEL-LINE-2-ERR-35   PIC X(02).
                   07  FILLER                  PIC X(10)  VALUE
                       ',WAIVED = '.
                   07  WAIVED-LINE-2-ERR-35    PIC Z,ZZZ,ZZ9.99.

           03  ERR-34A.
               05  LINE-1-ERR-34.
                   07  FILLER                  PIC X(13)  VALUE
                       'AF0001-34A - '.
                   07  FILLER                  PIC X(40)  VALUE
                       'SERVICE TEMPORARILY UNAVAILABLE'.
               05  LINE-2-ERR-34.
                   07  FILLER                  PIC X(09)  VALUE
                       'QUIESCE ='.
                   07  SWITCH-LINE-2-ERR-34    PIC X(08).
                   07  FILLER                  PIC X(10)  VALUE
                       ',MSG ID = '.
                   07  MSG-ID-LINE-2-ERR-34    PIC X(16).

      *----------------------------------------------------------------*
      *    FEE WAIVER REGISTER LAYOUTS.                                *
      *----------------------------------------------------------------*
       01  WAIV-HEADING-1.
           05  FILLER                          PIC X(42)  VALUE
                 'AF0001M0 - UPFRONT FEE WAIVER REGISTER    '.
           05  WAIV-HDG-DATE                   PIC 9(08).
           05  FILLER                          PIC X(82)  VALUE SPACES.

       01  WAIV-HEADING-2.
           05  FILLER                          PIC X(29)  VALUE
                 'MESSAGE ID        ACCOUNT    '.
           05  FILLER                          PIC X(19)  VALUE
                 'RS  CH BSB    FEE  '.
           05  FILLER                          PIC X(26)  VALUE
                 '  FEE BEFORE        WAIVED'.
           05  FILLER                          PIC X(58)  VALUE SPACES.

       01  WAIV-DETAIL-LINE.
           05  WAIV-DET-MSG-ID                 PIC X(16).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  WAIV-DET-ACCOUNT                PIC X(09).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  WAIV-DET-REASON                 PIC X(02).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  WAIV-DET-CHANNEL                PIC X(02).
           05  FILLER                          PIC X(01)  VALUE SPACES.
           05  WAIV-DET-BSB                    PIC X(06).
           05  FILLER                          PIC X(01)  VALUE SPACES.
           05  WAIV-DET-FEE-CODE               PIC X(03).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  WAIV-DET-FEE-BEFORE             PIC Z,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  WAIV-DET-FORGONE                PIC Z,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(58)  VALUE SPACES.

       01  WAIV-REASON-LINE.
           05  FILLER                          PIC X(16)  VALUE
                 'TOTAL FOR REASON'.
           05  FILLER                          PIC X(01)  VALUE SPACES.
           05  WAIV-TOT-REASON                 PIC X(02).
           05  FILLER                          PIC X(04)  VALUE
                 ' :  '.
           05  WAIV-TOT-CNT                    PIC ZZZZZZ9.
           05  FILLER                          PIC X(09)  VALUE
                 ' WAIVED  '.
           05  WAIV-TOT-AMOUNT                 PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(77)  VALUE SPACES.

       01  WAIV-GRAND-LINE.
           05  FILLER                          PIC X(23)  VALUE
                 'TOTAL REVENUE FORGONE :'.
           05  WAIV-GRAND-CNT                  PIC ZZZZZZ9.
           05  FILLER                          PIC X(09)  VALUE
                 ' WAIVED  '.
           05  WAIV-GRAND-AMOUNT               PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(77)  VALUE SPACES.

      *----------------------------------------------------------------*
      *    CHANNEL OVER-LIMIT REFERRAL REPORT LAYOUTS.                 *
      *----------------------------------------------------------------*
       01  LIM-HEADING-1.
           05  FILLER                          PIC X(44)  VALUE
                 'AF0001M0 - CHANNEL OVER-LIMIT REFERRALS     '.
           05  LIM-HDG-DATE                    PIC 9(08).
           05  FILLER                          PIC X(80)  VALUE SPACES.

       01  LIM-HEADING-2.
           05  FILLER                          PIC X(37)  VALUE
                 'MESSAGE ID        CUSTOMER   CH PKG  '.
           05  FILLER                          PIC X(37)  VALUE
                 'TIME            AMOUNT    DAY INCL TH'.
           05  FILLER                          PIC X(39)  VALUE
                 'IS OPEN                 LIMIT  BREACH  '.
           05  FILLER                          PIC X(19)  VALUE SPACES.

       01  LIM-DETAIL-LINE.
           05  LIM-DET-MSG-ID                  PIC X(16).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  LIM-DET-CUSTOMER                PIC X(09).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  LIM-DET-CHANNEL                 PIC X(02).
           05  FILLER                          PIC X(01)  VALUE SPACES.
           05  LIM-DET-PKG                     PIC X(03).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  LIM-DET-TIME                    PIC 9(06).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  LIM-DET-AMOUNT                  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  LIM-DET-DAY-TOTAL               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  LIM-DET-LIMIT                   PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  LIM-DET-BREACH                  PIC X(08).
           05  FILLER                          PIC X(19)  VALUE SPACES.

       01  LIM-TOTAL-LINE.
           05  FILLER                          PIC X(29)  VALUE
                 'TOTAL REFERRED TO BRANCH    :'.
           05  LIM-TOT-CNT                     PIC ZZZZZZ9.
           05  FILLER                          PIC X(11)  VALUE
                 ' ATTEMPTS  '.
           05  LIM-TOT-AMOUNT                  PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(65)  VALUE SPACES.

      *----------------------------------------------------------------*
      *    TD CAMPAIGN PERFORMANCE REPORT LAYOUTS.                     *
      *----------------------------------------------------------------*
       01  CAMP-HEADING-1.
           05  FILLER                          PIC X(44)  VALUE
                 'AF0001M0 - TD CAMPAIGN PERFORMANCE REPORT   '.
           05  CAMP-HDG-DATE                   PIC 9(08).
           05  FILLER                          PIC X(80)  VALUE SPACES.

       01  CAMP-HEADING-2.
           05  FILLER                          PIC X(38)  VALUE
                 'CAMPGN  BONUS %   START     END       '.
           05  FILLER                          PIC X(47)  VALUE
                 '  OPENS        DEPOSIT VOLUME        BONUS COST'.
           05  FILLER                          PIC X(47)  VALUE SPACES.

       01  CAMP-DETAIL-LINE.
           05  CAMP-DET-CODE                   PIC X(06).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  CAMP-DET-BONUS                  PIC Z9.9999.
           05  FILLER                          PIC X(03)  VALUE SPACES.
           05  CAMP-DET-START                  PIC 9(08).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  CAMP-DET-END                    PIC 9(08).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  CAMP-DET-OPENED                 PIC ZZZ,ZZ9.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  CAMP-DET-DEPOSIT                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  CAMP-DET-BONUS-COST             PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(47)  VALUE SPACES.

       01  CAMP-TOTAL-LINE.
           05  FILLER                          PIC X(38)  VALUE
                 'TOTAL ALL CAMPAIGNS'.
           05  CAMP-TOT-OPENED                 PIC ZZZ,ZZ9.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  CAMP-TOT-DEPOSIT                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  CAMP-TOT-BONUS-COST             PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(47)  VALUE SPACES.

      *----------------------------------------------------------------*
      *    BULK OPEN CONTROL REPORT LAYOUTS.                           *
      *----------------------------------------------------------------*
       01  BULK-HEADING-1.
           05  FILLER                          PIC X(44)  VALUE
                 'AF0001M0 - BULK OPEN RUN CONTROL REPORT     '.
           05  BULK-HDG-DATE                   PIC 9(08).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  BULK-HDG-RESTART                PIC X(20)  VALUE SPACES.
           05  FILLER                          PIC X(58)  VALUE SPACES.

       01  BULK-COUNT-LINE.
           05  BULK-DET-LABEL                  PIC X(40).
           05  BULK-DET-COUNT                  PIC ZZZ,ZZ9.
           05  FILLER                          PIC X(85)  VALUE SPACES.

      *----------------------------------------------------------------*
      *    ORPHANED ACCOUNTS EXCEPTION REPORT LAYOUTS.                 *
      *----------------------------------------------------------------*
       01  ORPHAN-HEADING-1.
           05  FILLER                          PIC X(30)  VALUE
                 'AF0001M0 - ORPHANED ACCOUNTS '.
           05  FILLER                          PIC X(18)  VALUE
                 'EXCEPTION REPORT  '.
           05  ORPHAN-HDG-DATE                 PIC 9(08).
           05  FILLER                          PIC X(76)  VALUE SPACES.

       01  ORPHAN-HEADING-2.
           05  FILLER                          PIC X(17)  VALUE
                 'MESSAGE ID       '.
           05  FILLER                          PIC X(11)  VALUE
                 'ACCOUNT    '.
           05  FILLER                          PIC X(10)  VALUE
                 'CUSTOMER  '.
           05  FILLER                          PIC X(16)  VALUE
                 'DRAWDOWN AMOUNT '.
           05  FILLER                          PIC X(09)  VALUE
                 'DRAW RC  '.
           05  FILLER                          PIC X(09)  VALUE
                 'REVERSAL '.
           05  FILLER                          PIC X(60)  VALUE SPACES.

       01  ORPHAN-DETAIL-LINE.
           05  ORPHAN-DET-MSG-ID               PIC X(16).
           05  FILLER                          PIC X(01)  VALUE SPACES.
           05  ORPHAN-DET-ACCOUNT              PIC X(09).
           05  SUMM-DET-INQUIRIES              PIC ZZZZZZ9.
           05  FILLER                          PIC X(89)  VALUE SPACES.

       01  SUMM-QUIESCE-LINE.
           05  FILLER                          PIC X(36)  VALUE
                 'MESSAGES QUIESCED TO RETRYQ      :  '.
           05  SUMM-DET-QUIESCED               PIC ZZZZZZ9.
           05  FILLER                          PIC X(89)  VALUE SPACES.

       01  SUMM-AUTOCLR-LINE.
           05  FILLER                          PIC X(36)  VALUE
                 'SCREENING HITS AUTO-CLEARED      :  '.
           05  SUMM-DET-AUTOCLR                PIC ZZZZZZ9.
           05  FILLER                          PIC X(89)  VALUE SPACES.

       01  SUMM-LIMIT-LINE.
           05  FILLER                          PIC X(36)  VALUE
                 'OPENS REFERRED - CHANNEL LIMIT   :  '.
           05  SUMM-DET-LIMIT                  PIC ZZZZZZ9.
           05  FILLER                          PIC X(89)  VALUE SPACES.

       01  SUMM-BULK-LINE.
           05  FILLER                          PIC X(36)  VALUE
                 'BULK FILE RECORDS (CHANNEL BK)   :  '.
           05  SUMM-DET-BULK-RCVD              PIC ZZZZZZ9.
           05  FILLER                          PIC X(11)  VALUE
                 '  COMPLETED'.
           05  SUMM-DET-BULK-DONE              PIC ZZZZZZ9.
           05  FILLER                          PIC X(08)  VALUE
                 '  FAILED'.
           05  SUMM-DET-BULK-FAIL              PIC ZZZZZZ9.
           05  FILLER                          PIC X(56)  VALUE SPACES.

       01  SUMM-CCY-HEADING.
           05  FILLER                          PIC X(40)  VALUE
                 '----- DEPOSIT TOTALS BY CURRENCY -----  '.
           05  FILLER                          PIC X(92)  VALUE SPACES.

       01  SUMM-VDATE-HEADING.
           05  FILLER                          PIC X(40)  VALUE
                 '----- OPENS BY VALUE DATE -----         '.
           05  FILLER                          PIC X(15)  VALUE
                 'RECEIVED DATE: '.
           05  SUMM-VDATE-RCVD-DATE            PIC 9(08).
           05  FILLER                          PIC X(69)  VALUE SPACES.

       01  SUMM-VDATE-LINE.
           05  SUMM-DET-VALUE-DATE             PIC 9(08).
           05  FILLER                          PIC X(01)  VALUE SPACES.
           05  SUMM-DET-VDATE-OPENED           PIC ZZZZZZ9.
           05  FILLER                          PIC X(03)  VALUE SPACES.
           05  SUMM-DET-VDATE-DEPOSIT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  SUMM-DET-VDATE-NOTE             PIC X(16).
           05  FILLER                          PIC X(75)  VALUE SPACES.

       01  SUMM-CCY-LINE.
           05  SUMM-DET-CCY-CODE               PIC X(03).
           05  FILLER                          PIC X(06)  VALUE SPACES.
                       INCIDENT-FILE
                       PENDFUND-FILE
                       HELDCASE-FILE
                       CAMPRPT-FILE
           PERFORM 1100-INIT-SUMMARY-TABLE
           PERFORM 7000-GU0002M0-SYSTEM-DATE
           PERFORM 1200-LOAD-FEE-TABLE
           PERFORM 1300-STARTUP-CONSISTENCY-CHK
           PERFORM 1400-INFLIGHT-RECOVERY
           PERFORM 1500-LOAD-MESSAGE-CATALOG
           PERFORM 1580-LOAD-CAMPAIGN-TABLE
           PERFORM 1600-RELOAD-ACCUMULATORS
           PERFORM 1700-LOAD-CYCLE-TABLE
           PERFORM 1800-LOAD-MULTI-OPEN-HISTORY
           PERFORM 1880-LOAD-CLEARED-MATCHES
           PERFORM 7050-GU0002M0-OBTAIN-TIME
           MOVE GU0002M0-TIME-HHMMSS
                                    TO AF0001M0-START-TIME
           PERFORM 1900-READ-OPERATOR-CONTROL
           PERFORM 1960-LOAD-CUTOFF-TABLE
           PERFORM 1975-LOAD-CHANNEL-LIMITS
           PERFORM 1980-LOAD-WAIVER-AUTHORITY
           PERFORM 1995-LOAD-GL-MAP
           IF SNAP-RESTORED
              OPEN EXTEND FACTOUT-FILE
                          TDTAXEV-FILE
                          LIMITRPT-FILE
                          WAIVRPT-FILE
                          APPRUSED-FILE
                          RETRYQ-FILE
           ELSE
              OPEN OUTPUT FACTOUT-FILE
                          TDTAXEV-FILE
                          LIMITRPT-FILE
                          WAIVRPT-FILE
                          APPRUSED-FILE
                          RETRYQ-FILE
           END-IF
           PERFORM 1930-LOAD-CREDIT-APPROVALS
           PERFORM 1040-CHK-BULK-MODE
           MOVE SYS-DATE-CCYYMMDD-AF0000B03C TO ORPHAN-HDG-DATE
                                                RATE-HDG-DATE
                                                WAIV-HDG-DATE
                                                LIM-HDG-DATE
           IF NOT SNAP-RESTORED
              WRITE WAIVRPT-LINE FROM WAIV-HEADING-1
              WRITE WAIVRPT-LINE FROM WAIV-HEADING-2
              WRITE LIMITRPT-LINE FROM LIM-HEADING-1
              WRITE LIMITRPT-LINE FROM LIM-HEADING-2
           END-IF
           WRITE ORPHANRPT-LINE FROM ORPHAN-HEADING-1
           WRITE ORPHANRPT-LINE FROM ORPHAN-HEADING-2
           WRITE RATERPT-LINE FROM RATE-HEADING-1
           .

      ******************************************************************
      *                                                                *
      *    1040-CHK-BULK-MODE                                          *
      *                                                                *
      *    A BULKIN FILE WITH RECORDS ON IT PUTS THE RUN IN BULK       *
      *    MODE.  THE FIRST RECORD IS READ AHEAD.  A CHECKPOINT        *
      *    LEFT BY AN INTERRUPTED RUN IS A RESTART - THE RECORDS IT    *
      *    COVERS ARE SKIPPED, ITS TOTALS CARRIED ON AND BULKRES       *
      *    EXTENDED.  A CHECKPOINT WHOSE FIRST MESSAGE ID DOES NOT     *
      *    MATCH THE FILE BELONGS TO ANOTHER FILE - THE RUN IS         *
      *    CANCELLED RATHER THAN SKIP RECORDS NEVER PROCESSED.         *
      *                                                                *
      ******************************************************************
       1040-CHK-BULK-MODE.
           DISPLAY 'RAMTRACE 1040-CHK-BULK-MODE'
           OPEN INPUT BULKIN-FILE
           PERFORM 1042-READ-BULK-RECORD
           IF BULKIN-EOF
              CLOSE BULKIN-FILE
           ELSE
              SET AF0001M0-BULK-MODE TO TRUE
              MOVE BLK-MESSAGE-IMAGE(21:16)
                                    TO BULK-FIRST-MSG-ID
              IF BULK-FIRST-MSG-ID = SPACES
                 OR BULK-FIRST-MSG-ID = LOW-VALUES
                 MOVE PROC-DATE-CCYYMMDD-AF0000B03C
                                    TO BULK-GEN-DATE
                 MOVE 1             TO BULK-GEN-SEQ
                 MOVE BULK-GEN-MSG-ID TO BULK-FIRST-MSG-ID
              END-IF
              PERFORM 1044-READ-BULK-CHECKPOINT
              IF BULK-RESTARTED
                 OPEN EXTEND BULKRES-FILE
                 MOVE 'RESTARTED' TO BULK-HDG-RESTART
                 PERFORM 1046-SKIP-BULK-RECORD
                         UNTIL BULK-RECORD-NBR >= BULK-SKIP-TARGET
                         OR BULKIN-EOF
              ELSE
                 OPEN OUTPUT BULKRES-FILE
              END-IF
              OPEN OUTPUT BULKRPT-FILE
              DISPLAY 'AF0001M0 - BULK OPEN MODE, RESTART AFTER '
                      BULK-SKIPPED-CNT ' RECORDS'
           END-IF
           .

       1042-READ-BULK-RECORD.
           READ BULKIN-FILE
              AT END SET BULKIN-EOF TO TRUE
           END-READ
           .

       1044-READ-BULK-CHECKPOINT.
           OPEN INPUT BKCKPTIN-FILE
           READ BKCKPTIN-FILE
              AT END SET BKCKPT-EOF TO TRUE
           END-READ
           IF NOT BKCKPT-EOF
              AND CKPT-RECORDS-DONE-CI NUMERIC
              AND CKPT-RECORDS-DONE-CI > ZERO
              IF CKPT-FIRST-MSG-ID-CI NOT = BULK-FIRST-MSG-ID
                 CLOSE BKCKPTIN-FILE
                 MOVE 'BULK CHECKPOINT IS FOR ANOTHER BULKIN'
                                    TO 9900-CANCEL-REASON
                 PERFORM 9900-NBCANCEL-TASK
              END-IF
              SET BULK-RESTARTED TO TRUE
              MOVE CKPT-RECORDS-DONE-CI TO BULK-SKIP-TARGET
              MOVE CKPT-COMPLETED-CI    TO BULK-COMPLETED-CNT
              MOVE CKPT-FAILED-CI       TO BULK-FAILED-CNT
              MOVE CKPT-DUPLICATE-CI    TO BULK-DUPLICATE-CNT
              MOVE CKPT-ACCTS-OPENED-CI TO BULK-ACCTS-OPENED-CNT
           END-IF
           CLOSE BKCKPTIN-FILE
           .

       1046-SKIP-BULK-RECORD.
           ADD 1 TO BULK-RECORD-NBR
                    BULK-SKIPPED-CNT
           PERFORM 1042-READ-BULK-RECORD
           .

      ******************************************************************
      *                                                                *
      *    1100-INIT-SUMMARY-TABLE                                     *
           MOVE 'UNK' TO SUMM-PKG-TYPE(4)
           MOVE 1 TO CHAN-X
           PERFORM 1175-INIT-CHANNEL-ROW
                   UNTIL CHAN-X > 6
           MOVE 'A ' TO CHAN-DEVICE-TYPE(1)
           MOVE 'OB' TO CHAN-DEVICE-TYPE(2)
           MOVE 'MB' TO CHAN-DEVICE-TYPE(3)
           MOVE 'BR' TO CHAN-DEVICE-TYPE(4)
           MOVE 'UK' TO CHAN-DEVICE-TYPE(5)
           MOVE 'BK' TO CHAN-DEVICE-TYPE(6)
           .

       1175-INIT-CHANNEL-ROW.
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    1580-LOAD-CAMPAIGN-TABLE                                    *
      *                                                                *
      *    LOAD THE TD CAMPAIGNS FROM CAMPMSTR.  A CAMPAIGN ALREADY    *
      *    ENDED BEFORE THE PROCESSING DATE IS SKIPPED; ONE NOT YET    *
      *    STARTED IS LOADED BUT FAILS THE DATE CHECK IN 2520.  NO     *
      *    FILE MEANS NO CAMPAIGN CODE CAN BE HONOURED.                *
      *                                                                *
      ******************************************************************
       1580-LOAD-CAMPAIGN-TABLE.
           DISPLAY 'RAMTRACE 1580-LOAD-CAMPAIGN-TABLE'
           OPEN INPUT CAMPMSTR-FILE
           PERFORM 1585-READ-CAMPAIGN-MASTER
           PERFORM 1590-STORE-CAMPAIGN-ENTRY
                   UNTIL CAMPMSTR-EOF
                   OR CAMP-TABLE-COUNT = 50
           IF NOT CAMPMSTR-EOF
              MOVE 'AF0001M0 - CAMPMSTR EXCEEDS TABLE CAPACITY'
                                    TO NBCONS-MESSAGE
              MOVE 'WARN'           TO NBCONS-SEVERITY
              CALL 'NBCONS' USING NBCONS-PASSAREA
           END-IF
           CLOSE CAMPMSTR-FILE
           .

       1585-READ-CAMPAIGN-MASTER.
           READ CAMPMSTR-FILE
              AT END SET CAMPMSTR-EOF TO TRUE
           END-READ
           .

       1590-STORE-CAMPAIGN-ENTRY.
           IF CMP-END-DATE-CM NOT NUMERIC
              OR CMP-BONUS-RATE-CM NOT NUMERIC
              OR CMP-MIN-DEPOSIT-CM NOT NUMERIC
              OR CMP-TERMS-CM NOT NUMERIC
              DISPLAY 'AF0001M0 - CAMPMSTR RECORD IGNORED: '
                      CMP-CODE-CM
           ELSE
              IF CMP-END-DATE-CM NOT <
                    PROC-DATE-CCYYMMDD-AF0000B03C
                 ADD 1 TO CAMP-TABLE-COUNT
                 MOVE CAMP-TABLE-COUNT TO CAMP-X
                 MOVE CMP-CODE-CM   TO CAMP-CODE-GV(CAMP-X)
                 MOVE CMP-START-DATE-CM
                                    TO CAMP-START-DATE-GV(CAMP-X)
                 MOVE CMP-END-DATE-CM
                                    TO CAMP-END-DATE-GV(CAMP-X)
                 MOVE CMP-CHANNELS-CM
                                    TO CAMP-CHANNELS-GV(CAMP-X)
                 MOVE CMP-TERMS-CM  TO CAMP-TERMS-GV(CAMP-X)
                 MOVE CMP-MIN-DEPOSIT-CM
                                    TO CAMP-MIN-DEPOSIT-GV(CAMP-X)
                 MOVE CMP-BONUS-RATE-CM
                                    TO CAMP-BONUS-RATE-GV(CAMP-X)
                 MOVE ZERO          TO CAMP-OPENED-CNT(CAMP-X)
                                       CAMP-DEPOSIT-AMT(CAMP-X)
                                       CAMP-BONUS-COST(CAMP-X)
              END-IF
           END-IF
           PERFORM 1585-READ-CAMPAIGN-MASTER
           .

      ******************************************************************
      *                                                                *
      *    1600-RELOAD-ACCUMULATORS                                    *
           DISPLAY 'RAMTRACE 1600-RELOAD-ACCUMULATORS'
           OPEN INPUT SNAPIN-FILE
           PERFORM 1620-READ-SNAPSHOT
           IF NOT SNAP-EOF
              SET SNAP-RESTORED TO TRUE
           END-IF
           PERFORM 1650-RESTORE-SNAPSHOT-ROW
                   UNTIL SNAP-EOF
           CLOSE SNAPIN-FILE
                      TO SUMM-PKG-ENTRY(SNAP-INDEX-SI)
                 END-IF
              WHEN 'CHAN'
                 IF SNAP-INDEX-SI >= 1 AND SNAP-INDEX-SI <= 6
                    MOVE SNAP-DATA-SI
                      TO CHAN-ENTRY(SNAP-INDEX-SI)
                 END-IF
                 END-IF
              WHEN 'CCTL'
                 MOVE SNAP-CTL-COUNT-SI TO CCY-TABLE-COUNT
              WHEN 'VDAT'
                 IF SNAP-INDEX-SI >= 1 AND SNAP-INDEX-SI <= 10
                    MOVE SNAP-DATA-SI
                      TO VDATE-ENTRY(SNAP-INDEX-SI)
                 END-IF
              WHEN 'VCTL'
                 MOVE SNAP-CTL-COUNT-SI TO VDATE-TABLE-COUNT
      *          THE CAMPAIGN TABLE IS RELOADED FROM CAMPMSTR - ONLY
      *          A ROW STILL HOLDING THE SAME CAMPAIGN TAKES BACK ITS
      *          TOTALS.
              WHEN 'CAMP'
                 IF SNAP-INDEX-SI >= 1
                    AND SNAP-INDEX-SI <= CAMP-TABLE-COUNT
                    AND SNAP-DATA-SI(1:6) =
                        CAMP-CODE-GV(SNAP-INDEX-SI)
                    MOVE SNAP-DATA-SI
                      TO CAMP-ENTRY(SNAP-INDEX-SI)
                 END-IF
      *          CREDIT APPROVALS TAKEN UP BEFORE THE RESTART - CRAPPR
      *          IS LOADED AFTERWARDS AND MARKS THEM AGAIN.
              WHEN 'APUS'
                 IF SNAP-INDEX-SI >= 1 AND SNAP-INDEX-SI <= 500
                    MOVE SNAP-DATA-SI
                      TO APPR-USED-ENTRY(SNAP-INDEX-SI)
                 END-IF
              WHEN 'AUTL'
                 MOVE SNAP-CTL-COUNT-SI TO APPR-USED-COUNT
              WHEN 'CUST'
                 IF SNAP-INDEX-SI >= 1 AND SNAP-INDEX-SI <= 200
                    MOVE SNAP-DATA-SI
                 END-IF
              WHEN 'CUTL'
                 MOVE SNAP-CTL-COUNT-SI TO CUST-TABLE-COUNT
              WHEN 'WVTO'
                 IF SNAP-INDEX-SI >= 1 AND SNAP-INDEX-SI <= 20
                    MOVE SNAP-DATA-SI
                      TO WVTOT-ENTRY(SNAP-INDEX-SI)
                 END-IF
              WHEN 'WVTL'
                 MOVE SNAP-CTL-COUNT-SI TO WVTOT-COUNT
              WHEN 'MISC'
                 MOVE SNAP-V1-CNT-SI    TO V1-RECEIVED-CNT
                 MOVE SNAP-V2-CNT-SI    TO V2-RECEIVED-CNT
                 MOVE SNAP-LANG-EN-SI   TO LANG-EN-RESP-CNT
                 MOVE SNAP-LANG-L2-SI   TO LANG-L2-RESP-CNT
                 MOVE SNAP-INQ-CNT-SI   TO INQUIRY-RCVD-CNT
                 MOVE SNAP-QSC-CNT-SI   TO QUIESCED-MSG-CNT
                 MOVE SNAP-ACL-CNT-SI   TO AUTO-CLEARED-CNT
                 MOVE SNAP-LMT-CNT-SI   TO LIM-REFERRED-CNT
                 MOVE SNAP-LMT-AMT-SI   TO LIM-REFERRED-AMT
                 MOVE SNAP-WVD-CNT-SI   TO WAIVED-FEE-CNT
                 MOVE SNAP-WVD-AMT-SI   TO WAIVED-FEE-TOTAL
              WHEN OTHER
                 DISPLAY 'AF0001M0 - UNKNOWN SNAPSHOT ROW TYPE '
                         SNAP-TYPE-SI ' IGNORED'

      ******************************************************************
      *                                                                *
      *    1880-LOAD-CLEARED-MATCHES                                   *
      *                                                                *
      *    LOAD THE CLEARED-MATCH REGISTER FROM CLRMATCH.  AF0490M0    *
      *    REWRITES IT EACH NIGHT WITH EXPIRED CLEARANCES DROPPED,     *
      *    BUT THE EXPIRY IS CHECKED AGAIN AT THE HIT.  NO FILE MEANS  *
      *    EVERY HIT IS HELD.                                          *
      *                                                                *
      ******************************************************************
       1880-LOAD-CLEARED-MATCHES.
           DISPLAY 'RAMTRACE 1880-LOAD-CLEARED-MATCHES'
           OPEN INPUT CLRMATCH-FILE
           PERFORM 1885-READ-CLEARED-MATCH
           PERFORM 1890-STORE-CLEARED-MATCH
                   UNTIL CLRMATCH-EOF
                   OR CLR-TABLE-COUNT = 2000
           IF NOT CLRMATCH-EOF
              MOVE 'AF0001M0 - CLRMATCH EXCEEDS TABLE CAPACITY'
                                    TO NBCONS-MESSAGE
              MOVE 'WARN'           TO NBCONS-SEVERITY
              CALL 'NBCONS' USING NBCONS-PASSAREA
           END-IF
           CLOSE CLRMATCH-FILE
           .

       1885-READ-CLEARED-MATCH.
           READ CLRMATCH-FILE
              AT END SET CLRMATCH-EOF TO TRUE
           END-READ
           .

       1890-STORE-CLEARED-MATCH.
           IF CLR-EXPIRY-DATE-CM NUMERIC
              ADD 1 TO CLR-TABLE-COUNT
              MOVE CLR-CUSTOMER-NBR-CM
                TO CLR-CUSTOMER-NBR-GV(CLR-TABLE-COUNT)
              MOVE CLR-LIST-CODE-CM
                TO CLR-LIST-CODE-GV(CLR-TABLE-COUNT)
              MOVE CLR-RELEASED-BY-CM
                TO CLR-RELEASED-BY-GV(CLR-TABLE-COUNT)
              MOVE CLR-EXPIRY-DATE-CM
                TO CLR-EXPIRY-DATE-GV(CLR-TABLE-COUNT)
           ELSE
              DISPLAY 'AF0001M0 - CLRMATCH RECORD IGNORED: '
                      CLR-CUSTOMER-NBR-CM ' ' CLR-LIST-CODE-CM
           END-IF
           PERFORM 1885-READ-CLEARED-MATCH
           .

      ******************************************************************
      *                                                                *
      *    1900-READ-OPERATOR-CONTROL                                  *
      *                                                                *
      *    READ THE OPSCTL OPERATOR CONTROL CARD AND APPLY ITS         *
      *    QUIESCE SWITCHES.  EVERY SWITCH THAT CHANGES IS LOGGED TO   *
      *    THE CONSOLE WITH THE OPERATOR ID FROM THE CARD.  NO CARD    *
      *    MEANS EVERYTHING FLOWS.  THE CALLER HAS THE CURRENT TIME    *
      *    IN AF0001M0-START-TIME; IT RESTARTS THE RE-READ TIMER.      *
      *                                                                *
      ******************************************************************
       1900-READ-OPERATOR-CONTROL.
           DISPLAY 'RAMTRACE 1900-READ-OPERATOR-CONTROL'
           MOVE 'N' TO OPSCTL-EOF-SW
           OPEN INPUT OPSCTL-FILE
           READ OPSCTL-FILE
              AT END SET OPSCTL-EOF TO TRUE
           END-READ
           IF OPSCTL-EOF
              MOVE SPACES           TO OPSCTL-RECORD
              MOVE '*NOCARD*'       TO OPS-OPERATOR-ID-OC
           END-IF
           MOVE OPS-OPERATOR-ID-OC  TO OPSCTL-OPERATOR-GV
           MOVE 1 TO OPSCTL-X
           PERFORM 1920-APPLY-OPERATOR-SWITCH
                   UNTIL OPSCTL-X > 7
           CLOSE OPSCTL-FILE
           COMPUTE OPSCTL-LAST-READ-SECS =
                   START-HH-GV * 3600 + START-MM-GV * 60 + START-SS-GV
           .

       1920-APPLY-OPERATOR-SWITCH.
           IF OPS-SWITCH-OC(OPSCTL-X) = 'Q'
              MOVE 'Q'              TO OPSCTL-NEW-SETTING
           ELSE
              MOVE 'A'              TO OPSCTL-NEW-SETTING
           END-IF
           IF OPSCTL-NEW-SETTING NOT = OPSCTL-SETTING(OPSCTL-X)
              MOVE OPSCTL-NEW-SETTING
                                    TO OPSCTL-SETTING(OPSCTL-X)
              MOVE SPACES           TO NBCONS-MESSAGE
              IF OPSCTL-QUIESCED(OPSCTL-X)
                 STRING 'AF0001M0 - ' OPSCTL-SWITCH-NAME(OPSCTL-X)
                        ' QUIESCED BY OPERATOR ' OPSCTL-OPERATOR-GV
                        DELIMITED BY SIZE
                        INTO NBCONS-MESSAGE
                 END-STRING
              ELSE
                 STRING 'AF0001M0 - ' OPSCTL-SWITCH-NAME(OPSCTL-X)
                        ' RESUMED BY OPERATOR  ' OPSCTL-OPERATOR-GV
                        DELIMITED BY SIZE
                        INTO NBCONS-MESSAGE
                 END-STRING
              END-IF
              DISPLAY NBCONS-MESSAGE
              MOVE 'WARN'           TO NBCONS-SEVERITY
              CALL 'NBCONS' USING NBCONS-PASSAREA
           END-IF
           ADD 1 TO OPSCTL-X
           .

      ******************************************************************
      *                                                                *
      *    1930-LOAD-CREDIT-APPROVALS                                  *
      *                                                                *
      *    LOAD THE CREDIT APPROVALS FROM CRAPPR.  EXPIRED APPROVALS   *
      *    ARE KEPT SO THE REJECTION CAN SAY SO.  AN APPROVAL TAKEN    *
      *    UP TODAY STAYS TAKEN UP WHATEVER THE FILE SAYS.  NO FILE    *
      *    MEANS NO FL OPEN OR DRAWDOWN CAN BE APPROVED.  THE CALLER   *
      *    HAS THE CURRENT TIME IN AF0001M0-START-TIME; IT RESTARTS    *
      *    THE REFRESH TIMER.                                          *
      *                                                                *
      ******************************************************************
       1930-LOAD-CREDIT-APPROVALS.
           DISPLAY 'RAMTRACE 1930-LOAD-CREDIT-APPROVALS'
           MOVE ZERO TO APPR-TABLE-COUNT
           MOVE 'N'  TO CRAPPR-EOF-SW
           OPEN INPUT CRAPPR-FILE
           PERFORM 1935-READ-CREDIT-APPROVAL
           PERFORM 1940-STORE-CREDIT-APPROVAL
                   UNTIL CRAPPR-EOF
                   OR APPR-TABLE-COUNT = 500
           IF NOT CRAPPR-EOF
              MOVE 'AF0001M0 - CRAPPR EXCEEDS TABLE CAPACITY'
                                    TO NBCONS-MESSAGE
              MOVE 'WARN'           TO NBCONS-SEVERITY
              CALL 'NBCONS' USING NBCONS-PASSAREA
           END-IF
           CLOSE CRAPPR-FILE
           COMPUTE CRAPPR-LAST-READ-SECS =
                   START-HH-GV * 3600 + START-MM-GV * 60 + START-SS-GV
           .

       1935-READ-CREDIT-APPROVAL.
           READ CRAPPR-FILE
              AT END SET CRAPPR-EOF TO TRUE
           END-READ
           .

       1940-STORE-CREDIT-APPROVAL.
           IF APPR-LIMIT-CA NOT NUMERIC
              OR APPR-EXPIRY-DATE-CA NOT NUMERIC
              DISPLAY 'AF0001M0 - CRAPPR RECORD IGNORED: '
                      APPR-ID-CA
           ELSE
              ADD 1 TO APPR-TABLE-COUNT
              MOVE APPR-TABLE-COUNT TO APPR-X
              MOVE APPR-ID-CA       TO APPR-ID-GV(APPR-X)
              MOVE APPR-CUSTOMER-CA TO APPR-CUSTOMER-GV(APPR-X)
              MOVE APPR-LIMIT-CA    TO APPR-LIMIT-GV(APPR-X)
              MOVE APPR-PRODUCT-CA  TO APPR-PRODUCT-GV(APPR-X)
              MOVE APPR-EXPIRY-DATE-CA
                                    TO APPR-EXPIRY-DATE-GV(APPR-X)
              MOVE APPR-STATUS-CA   TO APPR-USED-SW-GV(APPR-X)
              MOVE APPR-ACCOUNT-CA  TO APPR-ACCOUNT-GV(APPR-X)
              IF NOT APPR-USED-GV(APPR-X)
                 MOVE 'N' TO APPR-USED-FOUND-SW
                 MOVE 1   TO APPR-USED-X
                 PERFORM 1942-MATCH-USED-APPROVAL
                         UNTIL APPR-USED-X > APPR-USED-COUNT
                         OR APPR-USED-ENTRY-FOUND
                 IF APPR-USED-ENTRY-FOUND
                    MOVE 'U'        TO APPR-USED-SW-GV(APPR-X)
                    MOVE APPR-USED-ACCOUNT-GV(APPR-USED-X)
                                    TO APPR-ACCOUNT-GV(APPR-X)
                 END-IF
              END-IF
           END-IF
           PERFORM 1935-READ-CREDIT-APPROVAL
           .

       1942-MATCH-USED-APPROVAL.
           IF APPR-USED-ID-GV(APPR-USED-X) = APPR-ID-CA
              SET APPR-USED-ENTRY-FOUND TO TRUE
           ELSE
              ADD 1 TO APPR-USED-X
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    1945-CHK-APPROVAL-TIMER                                     *
      *                                                                *
      *    RELOAD THE CREDIT APPROVALS ONCE CRAPPR-INTERVAL-SECS       *
      *    HAVE PASSED SINCE THE LAST LOAD, SO APPROVALS GRANTED       *
      *    DURING THE DAY ARE PICKED UP WITHOUT A RECYCLE.  A CLOCK    *
      *    THAT HAS GONE BACKWARDS HAS CROSSED MIDNIGHT - RELOAD AT    *
      *    ONCE.                                                       *
      *                                                                *
      ******************************************************************
       1945-CHK-APPROVAL-TIMER.
           COMPUTE CRAPPR-NOW-SECS =
                   START-HH-GV * 3600 + START-MM-GV * 60 + START-SS-GV
           IF CRAPPR-NOW-SECS < CRAPPR-LAST-READ-SECS
              OR CRAPPR-NOW-SECS - CRAPPR-LAST-READ-SECS
                 >= CRAPPR-INTERVAL-SECS
              PERFORM 1930-LOAD-CREDIT-APPROVALS
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    1950-CHK-OPERATOR-TIMER                                     *
      *                                                                *
      *    RE-READ THE OPERATOR CONTROL CARD ONCE OPSCTL-INTERVAL-     *
      *    SECS HAVE PASSED SINCE THE LAST READ.  A CLOCK THAT HAS     *
      *    GONE BACKWARDS HAS CROSSED MIDNIGHT - RE-READ AT ONCE.      *
      *                                                                *
      ******************************************************************
       1950-CHK-OPERATOR-TIMER.
           COMPUTE OPSCTL-NOW-SECS =
                   START-HH-GV * 3600 + START-MM-GV * 60 + START-SS-GV
           IF OPSCTL-NOW-SECS < OPSCTL-LAST-READ-SECS
              OR OPSCTL-NOW-SECS - OPSCTL-LAST-READ-SECS
                 >= OPSCTL-INTERVAL-SECS
              PERFORM 1900-READ-OPERATOR-CONTROL
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    1960-LOAD-CUTOFF-TABLE                                      *
      *                                                                *
      *    LOAD THE DAILY CUTOFF TIME PER PACKAGE TYPE FROM CUTPARM.   *
      *    A PACKAGE WITH NO CARD, OR A CARD THAT IS NOT A VALID       *
      *    HHMMSS, HAS NO CUTOFF.                                      *
      *                                                                *
      ******************************************************************
       1960-LOAD-CUTOFF-TABLE.
           DISPLAY 'RAMTRACE 1960-LOAD-CUTOFF-TABLE'
           MOVE 'OTH'    TO CUTOFF-PKG-TYPE(1)
           MOVE 'TD '    TO CUTOFF-PKG-TYPE(2)
           MOVE 'FL '    TO CUTOFF-PKG-TYPE(3)
           MOVE 999999   TO CUTOFF-TIME-GV(1)
                            CUTOFF-TIME-GV(2)
                            CUTOFF-TIME-GV(3)
           OPEN INPUT CUTPARM-FILE
           PERFORM 1965-READ-CUTOFF-CARD
           PERFORM 1970-STORE-CUTOFF-CARD
                   UNTIL CUTPARM-EOF
           CLOSE CUTPARM-FILE
           .

       1965-READ-CUTOFF-CARD.
           READ CUTPARM-FILE
              AT END SET CUTPARM-EOF TO TRUE
           END-READ
           .

       1970-STORE-CUTOFF-CARD.
           EVALUATE CUT-PKG-TYPE-CP
              WHEN 'OTH'   MOVE 1 TO CUTOFF-X
              WHEN 'TD '   MOVE 2 TO CUTOFF-X
              WHEN 'FL '   MOVE 3 TO CUTOFF-X
              WHEN OTHER   MOVE ZERO TO CUTOFF-X
           END-EVALUATE
           IF CUTOFF-X > ZERO
              AND CUT-TIME-CP NUMERIC
              AND CUT-TIME-CP < 240000
              MOVE CUT-TIME-CP      TO CUTOFF-TIME-GV(CUTOFF-X)
           ELSE
              DISPLAY 'AF0001M0 - CUTPARM CARD IGNORED: '
                      CUTPARM-RECORD(1:9)
           END-IF
           PERFORM 1965-READ-CUTOFF-CARD
           .

      ******************************************************************
      *                                                                *
      *    1975-LOAD-CHANNEL-LIMITS                                    *
      *                                                                *
      *    LOAD FRAUD'S CHANNEL VALUE LIMITS FROM CHANLIM.  NO FILE    *
      *    MEANS NO CHANNEL CEILINGS - THE PRODUCT RULES STILL APPLY.  *
      *                                                                *
      ******************************************************************
       1975-LOAD-CHANNEL-LIMITS.
           DISPLAY 'RAMTRACE 1975-LOAD-CHANNEL-LIMITS'
           OPEN INPUT CHANLIM-FILE
           PERFORM 1976-READ-CHANNEL-LIMIT
           PERFORM 1977-STORE-CHANNEL-LIMIT
                   UNTIL CHANLIM-EOF
                   OR LIM-TABLE-COUNT = 50
           IF NOT CHANLIM-EOF
              MOVE 'AF0001M0 - CHANLIM EXCEEDS TABLE CAPACITY'
                                    TO NBCONS-MESSAGE
              MOVE 'WARN'           TO NBCONS-SEVERITY
              CALL 'NBCONS' USING NBCONS-PASSAREA
           END-IF
           CLOSE CHANLIM-FILE
           .

       1976-READ-CHANNEL-LIMIT.
           READ CHANLIM-FILE
              AT END SET CHANLIM-EOF TO TRUE
           END-READ
           .

       1977-STORE-CHANNEL-LIMIT.
           IF LIM-MAX-PER-OPEN-CL NUMERIC
              AND LIM-MAX-PER-DAY-CL NUMERIC
              ADD 1 TO LIM-TABLE-COUNT
              MOVE LIM-CHANNEL-CL
                TO LIM-CHANNEL-GV(LIM-TABLE-COUNT)
              MOVE LIM-PKG-TYPE-CL
                TO LIM-PKG-TYPE-GV(LIM-TABLE-COUNT)
              MOVE LIM-MAX-PER-OPEN-CL
                TO LIM-MAX-PER-OPEN-GV(LIM-TABLE-COUNT)
              MOVE LIM-MAX-PER-DAY-CL
                TO LIM-MAX-PER-DAY-GV(LIM-TABLE-COUNT)
           ELSE
              DISPLAY 'AF0001M0 - CHANLIM RECORD IGNORED: '
                      CHANLIM-RECORD(1:5)
           END-IF
           PERFORM 1976-READ-CHANNEL-LIMIT
           .

      ******************************************************************
      *                                                                *
      *    1980-LOAD-WAIVER-AUTHORITY                                  *
      *                                                                *
      *    LOAD THE FEE WAIVER AUTHORITY TABLE FROM WAIVAUTH.  NO      *
      *    FILE MEANS NO WAIVER CAN BE GRANTED - EVERY WAIVER IS       *
      *    THEN REJECTED, NEVER SILENTLY ALLOWED.                      *
      *                                                                *
      ******************************************************************
       1980-LOAD-WAIVER-AUTHORITY.
           DISPLAY 'RAMTRACE 1980-LOAD-WAIVER-AUTHORITY'
           OPEN INPUT WAIVAUTH-FILE
           PERFORM 1985-READ-WAIVER-AUTHORITY
           PERFORM 1990-STORE-WAIVER-AUTHORITY
                   UNTIL WAIVAUTH-EOF
                   OR WAIV-TABLE-COUNT = 50
           IF NOT WAIVAUTH-EOF
              MOVE 'AF0001M0 - WAIVAUTH EXCEEDS TABLE CAPACITY'
                                    TO NBCONS-MESSAGE
              MOVE 'WARN'           TO NBCONS-SEVERITY
              CALL 'NBCONS' USING NBCONS-PASSAREA
           END-IF
           CLOSE WAIVAUTH-FILE
           .

       1985-READ-WAIVER-AUTHORITY.
           READ WAIVAUTH-FILE
              AT END SET WAIVAUTH-EOF TO TRUE
           END-READ
           .

       1990-STORE-WAIVER-AUTHORITY.
           IF WAIV-MAX-AMOUNT-WA NUMERIC
              AND WAIV-MAX-PERCENT-WA NUMERIC
              ADD 1 TO WAIV-TABLE-COUNT
              MOVE WAIV-REASON-WA
                TO WAIV-REASON-GV(WAIV-TABLE-COUNT)
              MOVE WAIV-CHANNEL-WA
                TO WAIV-CHANNEL-GV(WAIV-TABLE-COUNT)
              MOVE WAIV-MAX-AMOUNT-WA
                TO WAIV-MAX-AMOUNT-GV(WAIV-TABLE-COUNT)
              MOVE WAIV-MAX-PERCENT-WA
                TO WAIV-MAX-PERCENT-GV(WAIV-TABLE-COUNT)
           ELSE
              DISPLAY 'AF0001M0 - WAIVAUTH RECORD IGNORED: '
                      WAIVAUTH-RECORD(1:4)
           END-IF
           PERFORM 1985-READ-WAIVER-AUTHORITY
           .

      ******************************************************************
      *                                                                *
      *    1995-LOAD-GL-MAP                                            *
      *                                                                *
      *    LOAD THE FEE INCOME GL MAPPING FROM GLMAP AND OPEN THE      *
      *    FEEPOST EXTRACT.  A RECYCLE THAT RESTORED THE DAY'S         *
      *    SNAPSHOT CARRIES ON THE EXISTING EXTRACT, AS ITS SUMMRPT    *
      *    TOTALS CARRY ON FROM THE EARLIER RUN.                       *
      *                                                                *
      ******************************************************************
       1995-LOAD-GL-MAP.
           DISPLAY 'RAMTRACE 1995-LOAD-GL-MAP'
           OPEN INPUT GLMAP-FILE
           PERFORM 1996-READ-GL-MAP
           PERFORM 1997-STORE-GL-MAP-ENTRY
                   UNTIL GLMAP-EOF
                   OR GL-MAP-COUNT = 50
           IF NOT GLMAP-EOF
              MOVE 'AF0001M0 - GLMAP EXCEEDS TABLE CAPACITY'
                                    TO NBCONS-MESSAGE
              MOVE 'WARN'           TO NBCONS-SEVERITY
              CALL 'NBCONS' USING NBCONS-PASSAREA
           END-IF
           CLOSE GLMAP-FILE
           IF SNAP-RESTORED
              OPEN EXTEND FEEPOST-FILE
           ELSE
              OPEN OUTPUT FEEPOST-FILE
           END-IF
           .

       1996-READ-GL-MAP.
           READ GLMAP-FILE
              AT END SET GLMAP-EOF TO TRUE
           END-READ
           .

       1997-STORE-GL-MAP-ENTRY.
           IF GL-FEE-CODE-GM NOT = SPACES
              AND GL-BSB-NBR-GM NUMERIC
              AND GL-ACCOUNT-GM NOT = SPACES
              ADD 1 TO GL-MAP-COUNT
              MOVE GL-FEE-CODE-GM
                TO GL-FEE-CODE-GV(GL-MAP-COUNT)
              MOVE GL-BSB-NBR-GM
                TO GL-BSB-NBR-GV(GL-MAP-COUNT)
              MOVE GL-ACCOUNT-GM
                TO GL-ACCOUNT-GV(GL-MAP-COUNT)
           ELSE
              DISPLAY 'AF0001M0 - GLMAP RECORD IGNORED: '
                      GLMAP-RECORD(1:19)
           END-IF
           PERFORM 1996-READ-GL-MAP
           .

      ******************************************************************
      *                                                                *
      *    2000-PROCESS-MESSAGE                                        *
      *                                                                *
      *    PROCESS A SINGLE OBP INPUT MESSAGE END TO END.              *
      *                                                                *
      ******************************************************************
       2000-PROCESS-MESSAGE.
           DISPLAY 'RAMTRACE 2000-PROCESS-MESSAGE'
           PERFORM 2025-GET-INPUT-MESSAGE
           IF AF0001M0-END-OF-MESSAGES
              GO TO 2000-EXIT
           END-IF
           MOVE 'Y'                 TO AF0001M0-PROCESSING-FLAG
           SET NO-ERRORS-AF0000B02C TO TRUE
           MOVE EL33167-SE1511P-REDEF-V77
                                    TO AF0001M0-MSG-ID
           MOVE AF0001M0-MSG-ID     TO CAP-MSG-ID
           PERFORM 2032-MASK-MESSAGE-IMAGE
           MOVE MASK-IMAGE-DATA-AF0400
                                    TO CAP-MESSAGE-IMAGE
           WRITE MSGCAP-RECORD
           MOVE SPACES              TO EL17432-SE1600P-REDEF-V66
                                       EL03442-SE1600P-REDEF-V66
                                       EL33201-SE1600P-REDEF-V66
                                       AF0001M0-FIRST-ERROR
           MOVE PROC-DATE-CCYYMMDD-AF0000B03C
                                    TO AF0001M0-VALUE-DATE
           MOVE ZERO                TO FACT-HOLD-COUNT
           MOVE 'N'                 TO AF0001M0-DUP-ANSWERED-SW
                                       AF0001M0-INQUIRY-SW
                                       AF0001M0-HELD-SW
                                       AF0001M0-QUIESCED-SW
                                       AF0001M0-OCC-DONE-SW
           IF INQ-TRAN-SE1511P
              SET AF0001M0-INQUIRY-MSG TO TRUE
           END-IF
           MOVE SPACES              TO EL09743-SE1600P-REDEF-V66(1)
                                       EL09743-SE1600P-REDEF-V66(2)
                                       EL09743-SE1600P-REDEF-V66(3)
      *    RESPONSE TIME MEASUREMENT STARTS AS THE MESSAGE ENTERS
      *    VALIDATION.
           PERFORM 7050-GU0002M0-OBTAIN-TIME
           MOVE GU0002M0-TIME-HHMMSS
                                    TO AF0001M0-START-TIME
           PERFORM 2040-RESOLVE-MSG-VERSION THRU 2040-EXIT
      *    THE OPERATOR CONTROL CARD IS PICKED UP AGAIN ONCE THE
      *    TIMER HAS RUN OUT, SO A QUIESCE TAKES EFFECT WITHOUT A
      *    RECYCLE.
           PERFORM 1950-CHK-OPERATOR-TIMER
           PERFORM 1945-CHK-APPROVAL-TIMER
      *    THE LANGUAGE SWITCH DRIVES WHICH CATALOG COLUMN 9600
      *    RETURNS - SET PER MESSAGE, ENGLISH BY DEFAULT.
           IF SECOND-LANG-SE1511P
              MOVE '2'              TO AF0001M0-LANGUAGE-CDE
           ELSE
              MOVE 'E'              TO AF0001M0-LANGUAGE-CDE
           END-IF
      *    A QUIESCED MESSAGE TYPE IS TURNED AWAY BEFORE THE
      *    DUPLICATE CHECK - IT IS NEVER LOGGED AS COMPLETED, SO THE
      *    RETRY IS NOT TAKEN FOR A DUPLICATE.  INQUIRIES ALWAYS FLOW.
           IF AF0001M0-CONTINUE-PROCESSING
              AND NOT AF0001M0-INQUIRY-MSG
              PERFORM 2030-CHK-MSG-TYPE-QUIESCE THRU 2030-EXIT
           END-IF
      *    AN INQUIRY IS READ-ONLY - IT NEVER TOUCHES THE DUPLICATE
      *    MACHINERY, SO A RETRIED INQUIRY IS SIMPLY RE-ANSWERED.
           IF AF0001M0-CONTINUE-PROCESSING
              AND NOT AF0001M0-INQUIRY-MSG
              PERFORM 2150-CHK-DUP-MESSAGE-PROC THRU 2150-EXIT
           END-IF
      *    EVERY POPULATED ACCOUNT OCCURRENCE IS PROCESSED IN ITS
      *    OWN RIGHT - A FAILURE ON ONE DOES NOT STOP THE OTHERS.
           END-IF
           PERFORM 2900-SEND-RESPONSE THRU 2900-EXIT
           ADD 1 TO SINCE-SNAPSHOT-CNT
      *    A BULK RECORD IS CHECKPOINTED AS SOON AS IT IS ANSWERED,
      *    WITH A SNAPSHOT ALONGSIDE SO THE TOTALS AGREE ON RESTART.
           IF AF0001M0-BULK-MODE
              PERFORM 2930-WRITE-BULK-CHECKPOINT
              PERFORM 8800-SNAPSHOT-ACCUMULATORS
           ELSE
              IF SINCE-SNAPSHOT-CNT >= SNAPSHOT-FREQUENCY
                 PERFORM 8800-SNAPSHOT-ACCUMULATORS
              END-IF
           END-IF
           .
       2000-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *    2030-CHK-MSG-TYPE-QUIESCE                                   *
      *                                                                *
      *    TURN THE WHOLE MESSAGE AWAY WHEN ITS MESSAGE TYPE IS        *
      *    QUIESCED ON THE OPERATOR CONTROL CARD.                      *
      *                                                                *
      ******************************************************************
       2030-CHK-MSG-TYPE-QUIESCE.
           EVALUATE TRUE
              WHEN AMEND-TRAN-SE1511P  MOVE 2 TO OPSCTL-X
              WHEN DRAW-TRAN-SE1511P   MOVE 3 TO OPSCTL-X
              WHEN CLSE-TRAN-SE1511P   MOVE 4 TO OPSCTL-X
              WHEN OTHER               MOVE 1 TO OPSCTL-X
           END-EVALUATE
           IF NOT OPSCTL-QUIESCED(OPSCTL-X)
              GO TO 2030-EXIT
           END-IF
           MOVE 1 TO ACCT-OCCNBR-GV
           PERFORM 2038-QUIESCE-MESSAGE
           .
       2030-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *    2032-MASK-MESSAGE-IMAGE                                     *
      *                                                                *
      *    MASK A COPY OF THE INPUT MESSAGE FOR THE MSGCAP, DEADLTR    *
      *    OR HELDCASE WRITE - THE MESSAGE ITSELF IS PROCESSED IN      *
      *    CLEAR.  THE IMAGE COMES BACK MASKED EVEN WHEN THE VAULT     *
      *    LODGEMENT FAILS; THE CONSOLE IS TOLD THAT MESSAGE CANNOT    *
      *    BE REBUILT FOR A REPLAY, RESUBMIT OR RELEASE.               *
      *                                                                *
      ******************************************************************
       2032-MASK-MESSAGE-IMAGE.
           SET MASK-IMAGE-AF0400    TO TRUE
           MOVE AF0001M0-MSG-ID     TO MASK-MSG-ID-AF0400
           MOVE SE1511P-INPUT-MESSAGE
                                    TO MASK-IMAGE-DATA-AF0400
           CALL 'AF0400M0' USING AF0400M0-PASSAREA
           IF MASK-VAULT-FAILED-AF0400
              MOVE SPACES           TO NBCONS-MESSAGE
              STRING 'AF0001M0 - VAULT LODGEMENT FAILED FOR '
                     AF0001M0-MSG-ID
                     ' - IMAGE NOT REBUILDABLE'
                     DELIMITED BY SIZE
                     INTO NBCONS-MESSAGE
              END-STRING
              MOVE 'WARN'           TO NBCONS-SEVERITY
              CALL 'NBCONS' USING NBCONS-PASSAREA
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    2035-CHK-PACKAGE-QUIESCE                                    *
      *                                                                *
      *    TURN AN OPEN AWAY WHEN ITS MARKET PACKAGE IS QUIESCED.      *
      *    ONCE ONE OCCURRENCE HAS BEEN TURNED AWAY THE REST OF THE    *
      *    MESSAGE FOLLOWS IT ONTO RETRYQ, SO THE RE-DRIVE STARTS      *
      *    CLEANLY FROM THAT OCCURRENCE.                               *
      *                                                                *
      ******************************************************************
       2035-CHK-PACKAGE-QUIESCE.
           IF AF0001M0-MSG-QUIESCED
              MOVE 'E34A'           TO EL17432-SE1600P-REDEF-V66
              SET AF0001M0-END-PROCESSING TO TRUE
              GO TO 2035-EXIT
           END-IF
           EVALUATE AF8000B15-EL08035-O
              WHEN 'OTH'   MOVE 5 TO OPSCTL-X
              WHEN 'TD '   MOVE 6 TO OPSCTL-X
              WHEN 'FL '   MOVE 7 TO OPSCTL-X
              WHEN OTHER   GO TO 2035-EXIT
           END-EVALUATE
           IF OPSCTL-QUIESCED(OPSCTL-X)
              PERFORM 2038-QUIESCE-MESSAGE
           END-IF
           .
       2035-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *    2038-QUIESCE-MESSAGE                                        *
      *                                                                *
      *    ANSWER 'SERVICE TEMPORARILY UNAVAILABLE' AND PARK THE       *
      *    FULL MESSAGE ON RETRYQ, NAMING THE SWITCH THAT STOPPED IT   *
      *    AND THE OCCURRENCE TO RE-DRIVE FROM.                        *
      *                                                                *
      ******************************************************************
       2038-QUIESCE-MESSAGE.
           DISPLAY 'RAMTRACE 2038-QUIESCE-MESSAGE'
           MOVE OPSCTL-SWITCH-NAME(OPSCTL-X)
                                    TO SWITCH-LINE-2-ERR-34
                                       RTQ-QUIESCED-BY
           MOVE AF0001M0-MSG-ID     TO MSG-ID-LINE-2-ERR-34
                                       RTQ-MSG-ID
           DISPLAY LINE-1-ERR-34
           DISPLAY LINE-2-ERR-34
           MOVE SYS-DATE-CCYYMMDD-AF0000B03C
                                    TO RTQ-QUIESCE-DATE
           MOVE AF0001M0-START-TIME TO RTQ-QUIESCE-TIME
           MOVE ACCT-OCCNBR-GV      TO RTQ-FROM-OCC
           MOVE SE1511P-INPUT-MESSAGE
                                    TO RTQ-MESSAGE-IMAGE
           WRITE RETRYQ-RECORD
           ADD 1 TO QUIESCED-MSG-CNT
           MOVE '2038'              TO AF0001M0-TRACE-STEP-ID
           PERFORM 9500-WRITE-TRACE-LOG
           MOVE 'E34A'              TO EL17432-SE1600P-REDEF-V66
           MOVE 'SERVICE TEMPORARILY UNAVAILABLE'
                                    TO EL33201-SE1600P-REDEF-V66
           SET AF0001M0-MSG-QUIESCED   TO TRUE
           SET AF0001M0-END-PROCESSING TO TRUE
           .

      ******************************************************************
      *                                                                *
      *    2040-RESOLVE-MSG-VERSION                                    *
      ******************************************************************
       2040-RESOLVE-MSG-VERSION.
           DISPLAY 'RAMTRACE 2040-RESOLVE-MSG-VERSION'
           MOVE ZZ-SE1511P          TO AF0001M0-ARRIVED-ZZ
           EVALUATE ZZ-SE1511P
              WHEN 0
              WHEN 1
                 PERFORM 2080-WRITE-DEAD-LETTER
                 SET AF0001M0-END-PROCESSING TO TRUE
           END-EVALUATE
      *    A MESSAGE THAT STOPS SHORT OF THE OFFER EXTENSION NEVER
      *    SENT IT - WHATEVER SITS IN THE BUFFER THERE IS STALE.
           IF LL-SE1511P < LENGTH OF SE1511P-INPUT-MESSAGE
              MOVE SPACES           TO SE1511P-OFFER-EXT
              MOVE ZERO             TO WAIVER-VALUE-SE1511P
           END-IF
           .
       2040-EXIT.
           EXIT.
      ******************************************************************
       2025-GET-INPUT-MESSAGE.
           DISPLAY 'RAMTRACE 2025-GET-INPUT-MESSAGE'
           IF AF0001M0-BULK-MODE
              PERFORM 2027-GET-BULK-RECORD
           ELSE
              CALL 'AF0341M0' USING SE1511P-INPUT-MESSAGE
                                    AF8999B01-MODULE-CONTROL
              IF AF8999B01-STATUS-OK
                 CONTINUE
              ELSE
                 SET AF0001M0-END-OF-MESSAGES TO TRUE
              END-IF
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    2027-GET-BULK-RECORD                                        *
      *                                                                *
      *    TAKE THE RECORD ALREADY READ AHEAD FROM BULKIN AS THE       *
      *    NEXT MESSAGE, STAMP IT WITH THE BULK CHANNEL AND, WHEN      *
      *    THE FILE LEFT IT BLANK, A MESSAGE ID, THEN READ THE NEXT    *
      *    ONE.  THE HEADER SITS AT THE SAME OFFSETS IN V1 AND V2,     *
      *    SO THE STAMP SURVIVES THE 2045 REMAP.                       *
      *                                                                *
      ******************************************************************
       2027-GET-BULK-RECORD.
           IF BULKIN-EOF
              SET AF0001M0-END-OF-MESSAGES TO TRUE
           ELSE
              ADD 1 TO BULK-RECORD-NBR
              MOVE BLK-MESSAGE-IMAGE TO SE1511P-INPUT-MESSAGE
              MOVE 'BK'              TO EL19804-SE1511P-REDEF-V77
              IF EL33167-SE1511P-REDEF-V77 = SPACES
                 OR EL33167-SE1511P-REDEF-V77 = LOW-VALUES
                 MOVE PROC-DATE-CCYYMMDD-AF0000B03C
                                    TO BULK-GEN-DATE
                 MOVE BULK-RECORD-NBR TO BULK-GEN-SEQ
                 MOVE BULK-GEN-MSG-ID TO EL33167-SE1511P-REDEF-V77
              END-IF
              PERFORM 1042-READ-BULK-RECORD
           END-IF
           .

           MOVE SPACE               TO DLQ-REPAIR-FLAG
           MOVE SYS-DATE-CCYYMMDD-AF0000B03C
                                    TO DLQ-LOG-DATE
           PERFORM 2032-MASK-MESSAGE-IMAGE
           MOVE MASK-IMAGE-DATA-AF0400
                                    TO DLQ-MESSAGE-IMAGE
           MOVE ZERO                TO DLQ-CYCLE-COUNT
           IF AF0001M0-ARRIVED-ZZ < 0 OR AF0001M0-ARRIVED-ZZ > 98
              MOVE 99               TO DLQ-ARRIVED-VERSION
           ELSE
              MOVE AF0001M0-ARRIVED-ZZ
                                    TO DLQ-ARRIVED-VERSION
           END-IF
           WRITE DEADLTR-RECORD
           .

      *    WITH A PENDING RESPONSE - NO COMPLETION ROW IS LOGGED,      *
      *    SO THE MESSAGE RELEASED BY AF0490M0 PROCESSES FRESH.        *
      *                                                                *
      *    A HIT ON A CUSTOMER AND LIST CODE COMPLIANCE HAS ALREADY    *
      *    RELEASED (CLEARED-MATCH REGISTER) IS AUTO-CLEARED WHILE     *
      *    THE CLEARANCE IS UNEXPIRED - THE OPEN PROCEEDS AND TRACE    *
      *    STEP 2091 RECORDS IT.  AN EXPIRED CLEARANCE, OR A HIT ON    *
      *    A DIFFERENT LIST CODE, IS HELD AS NORMAL.                   *
      *                                                                *
      ******************************************************************
       2090-SCREEN-CUSTOMER.
           DISPLAY 'RAMTRACE 2090-SCREEN-CUSTOMER'
                                    TO SCRN-CUSTOMER-NBR-SC0100
           CALL 'SC0100M0' USING SC0100M0-PASSAREA
           IF SCRN-HIT-SC0100
              PERFORM 2092-FIND-CLEARED-MATCH
              IF CLR-ENTRY-FOUND
                 AND CLR-EXPIRY-DATE-GV(CLR-X) NOT <
                     SYS-DATE-CCYYMMDD-AF0000B03C
                 ADD 1 TO AUTO-CLEARED-CNT
                 DISPLAY 'AF0001M0 - SCREENING HIT AUTO-CLEARED, '
                         'CUSTOMER ' SCRN-CUSTOMER-NBR-SC0100
                         ' LIST ' SCRN-LIST-CODE-SC0100
                         ' RELEASED BY ' CLR-RELEASED-BY-GV(CLR-X)
                 MOVE '2091'        TO AF0001M0-TRACE-STEP-ID
                 PERFORM 9500-WRITE-TRACE-LOG
                 MOVE SPACE         TO SCRN-STATUS-SC0100
              END-IF
           END-IF
           IF SCRN-HIT-SC0100
              MOVE SPACES           TO HELDCASE-RECORD
              MOVE AF0001M0-MSG-ID  TO HLD-MSG-ID
              MOVE SYS-DATE-CCYYMMDD-AF0000B03C
                                    TO HLD-HELD-DATE
              MOVE SCRN-LIST-CODE-SC0100
                                    TO HLD-LIST-CODE
              MOVE ACCT-OCCNBR-GV   TO HLD-ACCT-OCC-NBR
              MOVE 'N'              TO HLD-DELAY-NOTICE-SW
              PERFORM 2032-MASK-MESSAGE-IMAGE
              MOVE MASK-IMAGE-DATA-AF0400
                                    TO HLD-MESSAGE-IMAGE
              WRITE HELDCASE-RECORD
              MOVE '2090'           TO AF0001M0-TRACE-STEP-ID
           END-IF
           .

       2092-FIND-CLEARED-MATCH.
           MOVE 'N' TO CLR-FOUND-SW
           MOVE 1   TO CLR-X
           PERFORM 2094-MATCH-CLEARED-ENTRY
                   UNTIL CLR-X > CLR-TABLE-COUNT
                   OR CLR-ENTRY-FOUND
           .

       2094-MATCH-CLEARED-ENTRY.
           IF CLR-CUSTOMER-NBR-GV(CLR-X) = SCRN-CUSTOMER-NBR-SC0100
              AND CLR-LIST-CODE-GV(CLR-X) = SCRN-LIST-CODE-SC0100
              SET CLR-ENTRY-FOUND TO TRUE
           ELSE
              ADD 1 TO CLR-X
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    2150-CHK-DUP-MESSAGE-PROC                                   *
              SET AF0001M0-END-PROCESSING TO TRUE
              GO TO 2500-EXIT
           END-IF
           PERFORM 2520-CHK-CAMPAIGN-ELIGIBILITY THRU 2520-EXIT
           IF AF0001M0-END-PROCESSING
              GO TO 2500-EXIT
           END-IF
      *    A STALE RATE SHEET ON THE OBP SIDE MUST NOT BOOK A
      *    DEPOSIT AT A RATE WE NO LONGER OFFER - VERIFY THE QUOTED
      *    RATE AGAINST THE HOST RATE FOR THE PACKAGE/TERM/AMOUNT,
      *    PLUS ANY CAMPAIGN BONUS THE OPEN QUALIFIED FOR.
           IF EL19451-SE1511P-REDEF-V77(ACCT-OCCNBR-GV) > ZERO
              COMPUTE RATE-DIFFERENCE-GV =
                      EL19451-SE1511P-REDEF-V77(ACCT-OCCNBR-GV)
                    - RATE-AF8000B22-O
                    - AF0001M0-BONUS-RATE
              IF RATE-DIFFERENCE-GV < ZERO
                 COMPUTE RATE-DIFFERENCE-GV = 0 - RATE-DIFFERENCE-GV
              END-IF
              END-IF
           END-IF
           .
       2500-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *    2520-CHK-CAMPAIGN-ELIGIBILITY                               *
      *                                                                *
      *    A TD OPEN QUOTING A CAMPAIGN CODE MUST FIND THE CAMPAIGN    *
      *    LIVE ON THE PROCESSING DATE, OFFERED THROUGH THIS CHANNEL   *
      *    (EL19804) AND FOR THIS TERM, WITH THE DEPOSIT AT OR ABOVE   *
      *    THE CAMPAIGN MINIMUM.  AN ELIGIBLE OPEN CARRIES THE BONUS   *
      *    RATE ON TO THE RATE CHECK AND TO AF0000M0.                  *
      *                                                                *
      ******************************************************************
       2520-CHK-CAMPAIGN-ELIGIBILITY.
           MOVE ZERO TO AF0001M0-CAMPAIGN-X
                        AF0001M0-BONUS-RATE
           IF CAMPAIGN-CODE-SE1511P = SPACES
              OR CAMPAIGN-CODE-SE1511P = LOW-VALUES
              GO TO 2520-EXIT
           END-IF
           DISPLAY 'RAMTRACE 2520-CHK-CAMPAIGN-ELIGIBILITY'
           MOVE 'N' TO CAMP-FOUND-SW
           MOVE 1   TO CAMP-X
           PERFORM 2525-MATCH-CAMPAIGN
                   UNTIL CAMP-X > CAMP-TABLE-COUNT
                   OR CAMP-ENTRY-FOUND
           IF NOT CAMP-ENTRY-FOUND
              MOVE 'NOT ON CAMPAIGN FILE' TO CAMP-REJECT-REASON
              PERFORM 2540-REJECT-CAMPAIGN
              GO TO 2520-EXIT
           END-IF
           IF PROC-DATE-CCYYMMDD-AF0000B03C < CAMP-START-DATE-GV(CAMP-X)
              OR PROC-DATE-CCYYMMDD-AF0000B03C >
                 CAMP-END-DATE-GV(CAMP-X)
              MOVE 'OUTSIDE CAMPAIGN DATES'
                                    TO CAMP-REJECT-REASON
              PERFORM 2540-REJECT-CAMPAIGN
              GO TO 2520-EXIT
           END-IF
           IF CAMP-CHANNELS-GV(CAMP-X) NOT = SPACES
              MOVE 'N' TO CAMP-MATCH-SW
              MOVE 1   TO CAMP-Y
              PERFORM 2530-MATCH-CAMPAIGN-CHANNEL
                      UNTIL CAMP-Y > 5
                      OR CAMP-VALUE-MATCHED
              IF NOT CAMP-VALUE-MATCHED
                 MOVE 'CHANNEL NOT ELIGIBLE'
                                    TO CAMP-REJECT-REASON
                 PERFORM 2540-REJECT-CAMPAIGN
                 GO TO 2520-EXIT
              END-IF
           END-IF
           IF CAMP-TERMS-GV(CAMP-X) NOT = ZEROES
              MOVE 'N' TO CAMP-MATCH-SW
              MOVE 1   TO CAMP-Y
              PERFORM 2535-MATCH-CAMPAIGN-TERM
                      UNTIL CAMP-Y > 6
                      OR CAMP-VALUE-MATCHED
              IF NOT CAMP-VALUE-MATCHED
                 MOVE 'TERM NOT ELIGIBLE'
                                    TO CAMP-REJECT-REASON
                 PERFORM 2540-REJECT-CAMPAIGN
                 GO TO 2520-EXIT
              END-IF
           END-IF
           IF EL06834-SE1511P-REDEF-V77(ACCT-OCCNBR-GV) <
                 CAMP-MIN-DEPOSIT-GV(CAMP-X)
              MOVE 'BELOW MINIMUM DEPOSIT'
                                    TO CAMP-REJECT-REASON
              PERFORM 2540-REJECT-CAMPAIGN
              GO TO 2520-EXIT
           END-IF
           MOVE CAMP-X              TO AF0001M0-CAMPAIGN-X
           MOVE CAMP-BONUS-RATE-GV(CAMP-X)
                                    TO AF0001M0-BONUS-RATE
           .
       2520-EXIT.
           EXIT.

       2525-MATCH-CAMPAIGN.
           IF CAMP-CODE-GV(CAMP-X) = CAMPAIGN-CODE-SE1511P
              SET CAMP-ENTRY-FOUND TO TRUE
           ELSE
              ADD 1 TO CAMP-X
           END-IF
           .

       2530-MATCH-CAMPAIGN-CHANNEL.
           IF CAMP-CHANNEL-GV(CAMP-X, CAMP-Y) =
                 EL19804-SE1511P-REDEF-V77
              SET CAMP-VALUE-MATCHED TO TRUE
           ELSE
              ADD 1 TO CAMP-Y
           END-IF
           .

       2535-MATCH-CAMPAIGN-TERM.
           IF CAMP-TERM-GV(CAMP-X, CAMP-Y) =
                 EL33189-SE1511P-REDEF-V77(ACCT-OCCNBR-GV)
              SET CAMP-VALUE-MATCHED TO TRUE
           ELSE
              ADD 1 TO CAMP-Y
           END-IF
           .

       2540-REJECT-CAMPAIGN.
           MOVE CAMPAIGN-CODE-SE1511P
                                    TO CAMPAIGN-LINE-2-ERR-36
           MOVE CAMP-REJECT-REASON  TO REASON-LINE-2-ERR-36
           DISPLAY LINE-1-ERR-36
           DISPLAY LINE-2-ERR-36
           MOVE 'E36A'              TO EL17432-SE1600P-REDEF-V66
           MOVE 'CAMPAIGN NOT AVAILABLE FOR THIS OPEN'
                                    TO EL33201-SE1600P-REDEF-V66
           SET AF0001M0-END-PROCESSING TO TRUE
           .

      ******************************************************************
      *                                                                *
      *    2550-REPORT-RATE-MISMATCH                                   *
           ADD 1 TO RATE-MISMATCH-CNT
           .

      ******************************************************************
      *                                                                *
      *    2560-CHK-CREDIT-APPROVAL                                    *
      *                                                                *
      *    AN FL OPEN MUST BE COVERED BY AN APPROVAL FOR THE SAME      *
      *    CUSTOMER AND PRODUCT THAT IS NOT YET TAKEN UP, NOT          *
      *    EXPIRED AND AT LEAST THE FACILITY LIMIT (EL19453, ELSE      *
      *    THE AMOUNT).  A DRAWDOWN MAY ALSO USE THE APPROVAL ITS      *
      *    OWN FACILITY TOOK UP, AND IS CHECKED FOR THE AMOUNT         *
      *    DRAWN.  THE APPROVAL USED IS LEFT IN AF0001M0-APPROVAL-X    *
      *    FOR 2700 TO TAKE UP ONCE THE OPEN HAS SUCCEEDED.  AN OPEN   *
      *    IS TURNED AWAY WHILE THE TAKEN-UP LIST IS FULL - A TAKE-UP  *
      *    NOT ON THE LIST WOULD BE LOST AT THE NEXT CRAPPR RELOAD.    *
      *                                                                *
      ******************************************************************
       2560-CHK-CREDIT-APPROVAL.
           DISPLAY 'RAMTRACE 2560-CHK-CREDIT-APPROVAL'
           MOVE ZERO TO AF0001M0-APPROVAL-X
           IF DRAW-TRAN-SE1511P
              OR EL19453-SE1511P-REDEF-V77(ACCT-OCCNBR-GV) = ZERO
              MOVE EL06834-SE1511P-REDEF-V77(ACCT-OCCNBR-GV)
                                    TO AF0001M0-APPROVAL-AMT
           ELSE
              MOVE EL19453-SE1511P-REDEF-V77(ACCT-OCCNBR-GV)
                                    TO AF0001M0-APPROVAL-AMT
           END-IF
           MOVE 'N'    TO APPR-FOUND-SW
                          APPR-CANDIDATE-SW
           MOVE SPACES TO APPR-REJECT-REASON
           MOVE 1      TO APPR-X
           PERFORM 2565-MATCH-CREDIT-APPROVAL
                   UNTIL APPR-X > APPR-TABLE-COUNT
                   OR APPR-ENTRY-FOUND
           IF NOT APPR-ENTRY-FOUND
              IF NOT APPR-CANDIDATE-SEEN
                 MOVE 'NO APPROVAL ON FILE'
                                    TO APPR-REJECT-REASON
              END-IF
              PERFORM 2570-REJECT-CREDIT-APPROVAL
              GO TO 2560-EXIT
           END-IF
           IF NOT DRAW-TRAN-SE1511P
              AND APPR-USED-COUNT NOT < 500
              MOVE 'TAKE-UP LIST FULL'
                                    TO APPR-REJECT-REASON
              PERFORM 2570-REJECT-CREDIT-APPROVAL
              GO TO 2560-EXIT
           END-IF
           MOVE APPR-X              TO AF0001M0-APPROVAL-X
           .
       2560-EXIT.
           EXIT.

      *    AN UNEXPIRED CANDIDATE THAT IS TOO SMALL OUTRANKS AN
      *    EXPIRED ONE AS THE REASON GIVEN BACK TO OBP.
       2565-MATCH-CREDIT-APPROVAL.
           IF APPR-CUSTOMER-GV(APPR-X) =
                 EL04398-SE1511P-REDEF-V77(ACCT-OCCNBR-GV)
              AND ((DRAW-TRAN-SE1511P
                    AND APPR-USED-GV(APPR-X)
                    AND APPR-ACCOUNT-GV(APPR-X) =
                        EL14444-SE1511P-REDEF-V77(ACCT-OCCNBR-GV))
               OR (NOT APPR-USED-GV(APPR-X)
                   AND (APPR-PRODUCT-GV(APPR-X) = SPACES
                    OR APPR-PRODUCT-GV(APPR-X) =
                       EL33168-SE1511P-REDEF-V77-001(ACCT-OCCNBR-GV))))
              SET APPR-CANDIDATE-SEEN TO TRUE
              IF APPR-EXPIRY-DATE-GV(APPR-X) <
                    PROC-DATE-CCYYMMDD-AF0000B03C
                 IF APPR-REJECT-REASON = SPACES
                    MOVE 'APPROVAL EXPIRED'
                                    TO APPR-REJECT-REASON
                 END-IF
              ELSE
                 IF AF0001M0-APPROVAL-AMT > APPR-LIMIT-GV(APPR-X)
                    MOVE 'LIMIT EXCEEDS APPROVAL'
                                    TO APPR-REJECT-REASON
                 ELSE
                    SET APPR-ENTRY-FOUND TO TRUE
                 END-IF
              END-IF
           END-IF
           IF NOT APPR-ENTRY-FOUND
              ADD 1 TO APPR-X
           END-IF
           .

       2570-REJECT-CREDIT-APPROVAL.
           MOVE EL04398-SE1511P-REDEF-V77(ACCT-OCCNBR-GV)
                                    TO CUSTOMER-LINE-2-ERR-37
           MOVE AF0001M0-APPROVAL-AMT
                                    TO AMOUNT-LINE-2-ERR-37
           MOVE APPR-REJECT-REASON  TO REASON-LINE-2-ERR-37
           DISPLAY LINE-1-ERR-37
           DISPLAY LINE-2-ERR-37
           MOVE 'E37A'              TO EL17432-SE1600P-REDEF-V66
           MOVE 'NO VALID CREDIT APPROVAL FOR THIS LIMIT'
                                    TO EL33201-SE1600P-REDEF-V66
           SET AF0001M0-END-PROCESSING TO TRUE
           .

      ******************************************************************
      *                                                                *
      *    2640-VERIFY-LINKED-ACCOUNT                                  *
      *                                                                *
      *    CONFIRM A NOMINATED PAY-OUT OR REPAYMENT DEBIT ACCOUNT      *
      *    (AF0001M0-LINKED-ACCT) THROUGH THE AF0000M0 STATUS          *
      *    INQUIRY USED BY OBPINQ1 - IT MUST EXIST, BE ACTIVE AND      *
      *    BELONG TO THE CUSTOMER OPENING THE ACCOUNT.  THE CALL IS    *
      *    MADE HERE RATHER THAN THROUGH 7300 SO A NOT-FOUND ANSWER    *
      *    IS GIVEN ITS OWN CODE INSTEAD OF THE GENERIC ERR-17A.       *
      *    RUNS BEFORE THE OPEN OR DRAWDOWN MESSAGE IS FORMATTED -     *
      *    THE INQUIRY REUSES THE AF0000M0 PASSAREA.                   *
      *                                                                *
      ******************************************************************
       2640-VERIFY-LINKED-ACCOUNT.
           DISPLAY 'RAMTRACE 2640-VERIFY-LINKED-ACCOUNT '
                   AF0001M0-LINKED-ROLE
           SET ACC-INQ-AF0000B04C   TO TRUE
           MOVE AF0001M0-LINKED-ACCT
                                    TO ACCOUNT-NBR-AF0000B04C
           MOVE SPACES              TO OWNER-CUST-AF0000B04C
           MOVE '2640'              TO GU0086M0-CALL-NO
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
           MOVE '2640'              TO AF0001M0-TRACE-STEP-ID
           PERFORM 9500-WRITE-TRACE-LOG
           MOVE SPACES              TO ACCOUNT-NBR-AF0000B04C
                                       ACCOUNT-NBR-RTND-AF0000B04C
           IF ACCT-NOT-FOUND-AF0000B04C
              MOVE AF0001M0-LINKED-ACCT
                                    TO ACCOUNT-LINE-2-ERR-38
              MOVE AF0001M0-LINKED-ROLE
                                    TO ROLE-LINE-2-ERR-38
              DISPLAY LINE-1-ERR-38
              DISPLAY LINE-2-ERR-38
              MOVE 'E38A'           TO EL17432-SE1600P-REDEF-V66
              MOVE 'LINKED ACCOUNT NOT FOUND'
                                    TO EL33201-SE1600P-REDEF-V66
              SET AF0001M0-END-PROCESSING TO TRUE
              GO TO 2640-EXIT
           END-IF
           IF RETCODE-AF0000B04C NOT = ZERO
              SET ERRORS-FOUND-AF0000B02C TO TRUE
              PERFORM 9400-AF0000M0-ERROR
              GO TO 2640-EXIT
           END-IF
           IF NOT ACCT-ACTIVE-AF0000B04C
              MOVE AF0001M0-LINKED-ACCT
                                    TO ACCOUNT-LINE-2-ERR-39
              MOVE AF0001M0-LINKED-ROLE
                                    TO ROLE-LINE-2-ERR-39
              MOVE ACCT-STATUS-AF0000B04C
                                    TO STATUS-LINE-2-ERR-39
              DISPLAY LINE-1-ERR-39
              DISPLAY LINE-2-ERR-39
              MOVE 'E39A'           TO EL17432-SE1600P-REDEF-V66
              MOVE 'LINKED ACCOUNT IS NOT OPEN'
                                    TO EL33201-SE1600P-REDEF-V66
              SET AF0001M0-END-PROCESSING TO TRUE
              GO TO 2640-EXIT
           END-IF
           IF OWNER-CUST-AF0000B04C NOT =
                 EL04398-SE1511P-REDEF-V77(ACCT-OCCNBR-GV)
              MOVE AF0001M0-LINKED-ACCT
                                    TO ACCOUNT-LINE-2-ERR-40
              MOVE OWNER-CUST-AF0000B04C
                                    TO OWNER-LINE-2-ERR-40
              MOVE EL04398-SE1511P-REDEF-V77(ACCT-OCCNBR-GV)
                                    TO CUSTOMER-LINE-2-ERR-40
              DISPLAY LINE-1-ERR-40
              DISPLAY LINE-2-ERR-40
              MOVE 'E40A'           TO EL17432-SE1600P-REDEF-V66
              MOVE 'LINKED ACCOUNT BELONGS TO ANOTHER CUSTOMER'
                                    TO EL33201-SE1600P-REDEF-V66
              SET AF0001M0-END-PROCESSING TO TRUE
           END-IF
           .
       2640-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *    2650-VERIFY-REPAY-ACCOUNT                                   *
      *                                                                *
      *    A REPAYMENT SCHEDULE WILL DEBIT EL19455 - CONFIRM IT        *
      *    BEFORE THE FL OPEN OR DRAWDOWN GOES AHEAD.  A FREQUENCY     *
      *    WITHOUT AN ACCOUNT IS LEFT TO THE ERR-27A CHECK IN 3750.    *
      *                                                                *
      ******************************************************************
       2650-VERIFY-REPAY-ACCOUNT.
           IF REPAY-FREQ-GIVEN-SE1511P(ACCT-OCCNBR-GV)
              AND EL19455-SE1511P-REDEF-V77(ACCT-OCCNBR-GV)
                  NOT = SPACES
              AND EL19455-SE1511P-REDEF-V77(ACCT-OCCNBR-GV)
                  NOT = LOW-VALUES
              MOVE EL19455-SE1511P-REDEF-V77(ACCT-OCCNBR-GV)
                                    TO AF0001M0-LINKED-ACCT
              MOVE 'REPAY DR'       TO AF0001M0-LINKED-ROLE
              PERFORM 2640-VERIFY-LINKED-ACCOUNT THRU 2640-EXIT
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    2660-CHK-CHANNEL-LIMIT                                      *
      *                                                                *
      *    HOLD THE OPEN AGAINST THE CHANLIM CEILINGS FOR ITS DEVICE   *
      *    TYPE AND PACKAGE - THE AMOUNT OF THIS OPEN, AND THIS OPEN   *
      *    ADDED TO WHAT THE CUSTOMER HAS ALREADY OPENED TODAY ON THE  *
      *    MULTI-OPEN ACCUMULATOR (EVERY CHANNEL, EARLIER OCCURRENCES  *
      *    OF THIS MESSAGE INCLUDED).  AN OPEN OVER EITHER IS NOT      *
      *    REJECTED BUT REFERRED - ERR-41A TELLS OBP TO SEND THE       *
      *    CUSTOMER TO A BRANCH, AND THE ATTEMPT GOES ON LIMITRPT.     *
      *                                                                *
      ******************************************************************
       2660-CHK-CHANNEL-LIMIT.
           MOVE 'N' TO LIM-FOUND-SW
           MOVE 1   TO LIM-X
           PERFORM 2662-MATCH-CHANNEL-LIMIT
                   UNTIL LIM-X > LIM-TABLE-COUNT
                   OR LIM-ENTRY-FOUND
           IF NOT LIM-ENTRY-FOUND
              MOVE 1 TO LIM-X
              PERFORM 2663-MATCH-CHANNEL-DEFAULT
                      UNTIL LIM-X > LIM-TABLE-COUNT
                      OR LIM-ENTRY-FOUND
           END-IF
           IF NOT LIM-ENTRY-FOUND
              GO TO 2660-EXIT
           END-IF
           DISPLAY 'RAMTRACE 2660-CHK-CHANNEL-LIMIT'
           MOVE EL06834-SE1511P-REDEF-V77(ACCT-OCCNBR-GV)
                                    TO LIM-DAY-WITH-OPEN
      *    A LOOKUP ONLY - A CUSTOMER IS ADDED TO THE TABLE BY 2985
      *    ONCE AN OPEN HAS ACTUALLY SUCCEEDED.
           MOVE EL04398-SE1511P-REDEF-V77(ACCT-OCCNBR-GV)
                                    TO CUST-WORK-NBR
           MOVE 'N' TO CUST-FOUND-SW
           MOVE 1   TO CUST-X
           PERFORM 2988-MATCH-CUSTOMER
                   UNTIL CUST-X > CUST-TABLE-COUNT
                   OR CUST-ENTRY-FOUND
           IF CUST-ENTRY-FOUND
              ADD CUST-DEPOSIT-AMT(CUST-X) TO LIM-DAY-WITH-OPEN
           END-IF
           IF LIM-MAX-PER-OPEN-GV(LIM-X) > ZERO
              AND EL06834-SE1511P-REDEF-V77(ACCT-OCCNBR-GV)
                  > LIM-MAX-PER-OPEN-GV(LIM-X)
              SET LIM-PER-OPEN-BREACH TO TRUE
              PERFORM 2665-REFER-OVER-LIMIT
              GO TO 2660-EXIT
           END-IF
           IF LIM-MAX-PER-DAY-GV(LIM-X) > ZERO
              AND LIM-DAY-WITH-OPEN > LIM-MAX-PER-DAY-GV(LIM-X)
              SET LIM-PER-DAY-BREACH TO TRUE
              PERFORM 2665-REFER-OVER-LIMIT
           END-IF
           .
       2660-EXIT.
           EXIT.

       2662-MATCH-CHANNEL-LIMIT.
           IF LIM-CHANNEL-GV(LIM-X) = EL19804-SE1511P-REDEF-V77
              AND LIM-PKG-TYPE-GV(LIM-X) = AF8000B15-EL08035-O
              SET LIM-ENTRY-FOUND TO TRUE
           ELSE
              ADD 1 TO LIM-X
           END-IF
           .

       2663-MATCH-CHANNEL-DEFAULT.
           IF LIM-CHANNEL-GV(LIM-X) = EL19804-SE1511P-REDEF-V77
              AND LIM-PKG-TYPE-GV(LIM-X) = SPACES
              SET LIM-ENTRY-FOUND TO TRUE
           ELSE
              ADD 1 TO LIM-X
           END-IF
           .

       2665-REFER-OVER-LIMIT.
           MOVE EL19804-SE1511P-REDEF-V77
                                    TO CHANNEL-LINE-2-ERR-41
                                       LIM-DET-CHANNEL
           MOVE AF8000B15-EL08035-O TO PKG-LINE-2-ERR-41
                                       LIM-DET-PKG
           MOVE EL06834-SE1511P-REDEF-V77(ACCT-OCCNBR-GV)
                                    TO AMOUNT-LINE-2-ERR-41
                                       LIM-DET-AMOUNT
           MOVE LIM-BREACH-SW       TO LIMIT-LINE-2-ERR-41
                                       LIM-DET-BREACH
           DISPLAY LINE-1-ERR-41
           DISPLAY LINE-2-ERR-41
           MOVE AF0001M0-MSG-ID     TO LIM-DET-MSG-ID
           MOVE EL04398-SE1511P-REDEF-V77(ACCT-OCCNBR-GV)
                                    TO LIM-DET-CUSTOMER
           MOVE AF0001M0-START-TIME TO LIM-DET-TIME
           MOVE LIM-DAY-WITH-OPEN   TO LIM-DET-DAY-TOTAL
           IF LIM-PER-OPEN-BREACH
              MOVE LIM-MAX-PER-OPEN-GV(LIM-X)
                                    TO LIM-DET-LIMIT
           ELSE
              MOVE LIM-MAX-PER-DAY-GV(LIM-X)
                                    TO LIM-DET-LIMIT
           END-IF
           WRITE LIMITRPT-LINE FROM LIM-DETAIL-LINE
           ADD 1 TO LIM-REFERRED-CNT
           ADD EL06834-SE1511P-REDEF-V77(ACCT-OCCNBR-GV)
                                    TO LIM-REFERRED-AMT
           MOVE '2665'              TO AF0001M0-TRACE-STEP-ID
           PERFORM 9500-WRITE-TRACE-LOG
           MOVE 'E41A'              TO EL17432-SE1600P-REDEF-V66
           MOVE 'OVER CHANNEL LIMIT - REFER TO BRANCH'
                                    TO EL33201-SE1600P-REDEF-V66
           SET AF0001M0-END-PROCESSING TO TRUE
           .

      ******************************************************************
      *                                                                *
      *    2600-PROCESS-ACCOUNT-OPEN                                   *
      ******************************************************************
       2600-PROCESS-ACCOUNT-OPEN.
           DISPLAY 'RAMTRACE 2600-PROCESS-ACCOUNT-OPEN'
           PERFORM 2620-DERIVE-VALUE-DATE
           IF AF0001M0-END-PROCESSING
              GO TO 2600-EXIT
           END-IF
           EVALUATE AF8000B15-EL08035-O

              WHEN 'OTH'
      *    PRODUCT RULES UP FRONT, WITH AN ERROR CODE NAMING THE
      *    FIELD, RATHER THAN DEEP INSIDE AF0000M0 AS AN ERR-17A.
                 PERFORM 2500-VALIDATE-PRODUCT-RULES THRU 2500-EXIT
      *    A PAY-OUT TO A NOMINATED ACCOUNT THAT CANNOT TAKE THE
      *    PROCEEDS IS TURNED AWAY NOW, NOT AT MATURITY.  A BLANK
      *    ONE IS LEFT TO THE ERR-23A CHECK IN 3550.
                 IF AF0001M0-CONTINUE-PROCESSING
                    AND PAYOUT-MAT-SE1511P(ACCT-OCCNBR-GV)
                    AND EL19450-SE1511P-REDEF-V77(ACCT-OCCNBR-GV)
                        NOT = SPACES
                    MOVE EL19450-SE1511P-REDEF-V77(ACCT-OCCNBR-GV)
                                    TO AF0001M0-LINKED-ACCT
                    MOVE 'NOMINATED'
                                    TO AF0001M0-LINKED-ROLE
                    PERFORM 2640-VERIFY-LINKED-ACCOUNT THRU 2640-EXIT
                 END-IF
                 IF AF0001M0-CONTINUE-PROCESSING
                    PERFORM 3500-FMT-TD-ACC-OPEN-MESSAGE
                 END-IF
                 END-IF

              WHEN 'FL'
      *    NO FACILITY IS OPENED WITHOUT A CREDIT APPROVAL TO COVER
      *    ITS LIMIT.
                 PERFORM 2560-CHK-CREDIT-APPROVAL THRU 2560-EXIT
                 IF AF0001M0-CONTINUE-PROCESSING
                    PERFORM 2650-VERIFY-REPAY-ACCOUNT
                 END-IF
                 IF AF0001M0-CONTINUE-PROCESSING
                    PERFORM 3200-DERIVE-STMT-CYCLE-CODE
                 END-IF
                 IF AF0001M0-CONTINUE-PROCESSING
                    PERFORM 3600-FMT-FL-ACC-OPEN-MESSAGE
                 END-IF

           END-EVALUATE
           .
       2600-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *    2620-DERIVE-VALUE-DATE                                      *
      *                                                                *
      *    AN OPEN RECEIVED ON A WEEKEND OR HOLIDAY (IN THE            *
      *    CALENDAR OF THE ACCOUNT'S STATE) IS VALUE-DATED TO THE      *
      *    NEXT BUSINESS DAY; ONE RECEIVED ON A BUSINESS DAY AFTER     *
      *    ITS PACKAGE CUTOFF GOES TO THE BUSINESS DAY AFTER.  BOTH    *
      *    USE THE GU0002M0 BUSINESS-DAY COMMAND - A ZERO TERM ROLLS   *
      *    THE RECEIVED DATE ITSELF FORWARD ONLY IF IT IS NOT A        *
      *    BUSINESS DAY.                                               *
      *                                                                *
      ******************************************************************
       2620-DERIVE-VALUE-DATE.
           DISPLAY 'RAMTRACE 2620-DERIVE-VALUE-DATE'
           MOVE PROC-DATE-CCYYMMDD-AF0000B03C
                                    TO AF0001M0-VALUE-DATE
           MOVE 999999              TO CUTOFF-TIME-WORK
           MOVE 1 TO CUTOFF-X
           PERFORM 2625-MATCH-CUTOFF-PKG
                   UNTIL CUTOFF-X > 3
           PERFORM 3120-DERIVE-REGION-FROM-BSB
           MOVE '0000000'           TO GU0002M0-TERM-PASSED-YYYMMDD
           PERFORM 2630-CALL-BUSINESS-DAY
           IF AF0001M0-CONTINUE-PROCESSING
              AND GU0002M0-CCYYMMDD-8ZD
                  NOT = PROC-DATE-CCYYMMDD-AF0000B03C
              MOVE GU0002M0-CCYYMMDD-8ZD
                                    TO AF0001M0-VALUE-DATE
           ELSE
              IF AF0001M0-CONTINUE-PROCESSING
                 AND AF0001M0-START-TIME > CUTOFF-TIME-WORK
                 MOVE '0000001'     TO GU0002M0-TERM-PASSED-YYYMMDD
                 PERFORM 2630-CALL-BUSINESS-DAY
                 IF AF0001M0-CONTINUE-PROCESSING
                    MOVE GU0002M0-CCYYMMDD-8ZD
                                    TO AF0001M0-VALUE-DATE
                 END-IF
              END-IF
           END-IF
           MOVE AF0001M0-VALUE-DATE TO VALUE-DATE-AF0000B04C
           IF AF0001M0-VALUE-DATE NOT = PROC-DATE-CCYYMMDD-AF0000B03C
              DISPLAY 'AF0001M0 - ' AF0001M0-MSG-ID ' VALUE-DATED '
                      AF0001M0-VALUE-DATE
           END-IF
           .

       2625-MATCH-CUTOFF-PKG.
           IF CUTOFF-PKG-TYPE(CUTOFF-X) = AF8000B15-EL08035-O
              MOVE CUTOFF-TIME-GV(CUTOFF-X)
                                    TO CUTOFF-TIME-WORK
              MOVE 4 TO CUTOFF-X
           ELSE
              ADD 1 TO CUTOFF-X
           END-IF
           .

       2630-CALL-BUSINESS-DAY.
           MOVE AF0001M0-REGION-CDE TO GU0002M0-REGION-PASSED
           MOVE GU0002M0-OBTAIN-BUS-MAT-DTE
                                    TO GU0002M0-COMMAND-CODE
           MOVE GU0002M0-CCYYMMDD   TO GU0002M0-FMT-OF-PASSED-DATE1
           MOVE GU0002M0-YYYMMDD-TERM-FORMAT
                                    TO GU0002M0-FORMAT-OF-TERM-PASSED
           MOVE PROC-DATE-CCYYMMDD-AF0000B03C
                                    TO GU0002M0-PASSED-DATE1-FMT6-NUM
           MOVE GU0002M0-PROCESSING-FORMATS
                                    TO GU0002M0-OUTPUT-FMT-INDICATOR
           PERFORM 7250-GU0002M0-CALL
           .

      ******************************************************************
      *                                                                *
           MOVE SPACES              TO AF8000B15-EL08035-O
           MOVE SPACES              TO ACCOUNT-NBR-RTND-AF0000B04C
           MOVE ZERO                TO FEE-AMOUNT-AF0000B04C
           MOVE 'N'                 TO FEE-POST-RAISED-SW
      *    EVERY SERVICE AREA ON THE AF0000M0 CALL STARTS CLEAN -
      *    AN AMEND OR STANDALONE DRAWDOWN MUST NOT CARRY THE
      *    PREVIOUS MESSAGE'S SIGNATORIES, TAX STATUS, MATURITY
           END-IF
           MOVE AF0001M0-CURRENCY-CDE
                                    TO CURRENCY-CDE-AF0000B04C
           MOVE PROC-DATE-CCYYMMDD-AF0000B03C
                                    TO VALUE-DATE-AF0000B04C
           MOVE ZERO                TO AF0001M0-WAIVED-AMT
                                       AF0001M0-CAMPAIGN-X
                                       AF0001M0-APPROVAL-X
                                       AF0001M0-BONUS-RATE
                                       BONUS-RATE-AF0000B04C
           MOVE SPACES              TO CAMPAIGN-CDE-AF0000B04C
           EVALUATE TRUE
              WHEN AMEND-TRAN-SE1511P
                 PERFORM 2060-VALIDATE-AMEND-DATA
                    PERFORM 2300-GET-MARKET-PACKAGE
                 END-IF
                 IF AF0001M0-CONTINUE-PROCESSING
                    PERFORM 2035-CHK-PACKAGE-QUIESCE THRU 2035-EXIT
                 END-IF
      *          A CHANNEL CEILING REFERS THE OPEN TO A BRANCH
      *          BEFORE ANYTHING REACHES THE HOST.
                 IF AF0001M0-CONTINUE-PROCESSING
                    PERFORM 2660-CHK-CHANNEL-LIMIT THRU 2660-EXIT
                 END-IF
                 IF AF0001M0-CONTINUE-PROCESSING
                    PERFORM 2600-PROCESS-ACCOUNT-OPEN THRU 2600-EXIT
                 END-IF
           END-EVALUATE
           IF EL17432-SE1600P-REDEF-V66 = SPACES
              MOVE '0000'           TO AF0001M0-OCC-STATUS
              SET AF0001M0-OCC-COMPLETED TO TRUE
           ELSE
              MOVE EL17432-SE1600P-REDEF-V66
                                    TO AF0001M0-OCC-STATUS
                                    TO OCC-ACCT-NBR-GV
           MOVE OCC-STATUS-LINE-GV
             TO EL09743-SE1600P-REDEF-V66(ACCT-OCCNBR-GV)
      *    A FEE SET FOR AN OCCURRENCE THAT THEN FAILED WAS NEVER
      *    CHARGED - ITS POSTING IS BACKED OUT SO FEEPOST STAYS IN
      *    STEP WITH THE SUMMRPT FEE TOTAL.
           IF AF0001M0-OCC-STATUS NOT = '0000'
              AND FEE-POST-RAISED
              PERFORM 3885-WRITE-FEE-CONTRA
           END-IF
      *    A WAIVER ONLY REACHES THE REGISTER ONCE THE FEE IT
      *    REDUCED HAS ACTUALLY BEEN CHARGED.
           IF AF0001M0-OCC-STATUS = '0000'
              AND AF0001M0-WAIVED-AMT > ZERO
              PERFORM 3870-RECORD-FEE-WAIVER
           END-IF
      *    AN INQUIRY WOULD DISTORT THE DAILY OPEN STATISTICS - IT
      *    IS COUNTED ON ITS OWN, OUTSIDE THE PACKAGE AND CHANNEL
      *    ACCUMULATORS.
              PERFORM 2950-ACCUM-EOD-SUMMARY
              PERFORM 2955-ACCUM-CHANNEL-STATS
           END-IF
           PERFORM 2945-HOLD-FACT-RECORD
      *    AN OPEN THAT SUCCEEDED WITH AN EXPECTED DEPOSIT GOES ON
      *    THE PENDING-FUNDING FILE UNTIL ITS FUNDS ACTUALLY SETTLE.
           IF NOT AMEND-TRAN-SE1511P
              AND NOT INQ-TRAN-SE1511P
              AND AF0001M0-OCC-STATUS = '0000'
              PERFORM 2985-ACCUM-CUSTOMER-OPENS
              PERFORM 2990-ACCUM-VALUE-DATE-TOTAL
              IF AF0001M0-CAMPAIGN-X > ZERO
                 PERFORM 2997-ACCUM-CAMPAIGN-TOTAL
              END-IF
              IF AF0001M0-APPROVAL-X > ZERO
                 PERFORM 2998-TAKE-UP-CREDIT-APPROVAL
              END-IF
           END-IF
           .
       2700-EXIT.
              SET PAYOUT-MAT-S106910 TO TRUE
              MOVE EL19450-SE1511P-REDEF-V77(ACCT-OCCNBR-GV)
                                    TO MAT-NOM-ACCT-S106910
              MOVE SPACES           TO FID-CR-TAX-AREA
              MOVE ZERO             TO INTEREST-PAID-AF0000B04C
                                       WHT-AMOUNT-AF0000B04C
           ELSE
              MOVE 'CUS'            TO REASON-CODE-AF0000B04C
           END-IF
           IF RETCODE-AF0000B04C = ZERO
              MOVE EL14444-SE1511P-REDEF-V77(ACCT-OCCNBR-GV)
                                    TO ACCOUNT-NBR-RTND-AF0000B04C
              IF AF8000B15-EL08035-O = 'TD '
                 PERFORM 2880-WRITE-TD-TAX-EVENT
              END-IF
           END-IF
           .
       2875-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *    2880-WRITE-TD-TAX-EVENT                                     *
      *                                                                *
      *    AN EARLY REDEMPTION PAYS THE INTEREST TO DATE - THE HOST    *
      *    RETURNS IT WITH THE WITHHOLDING TAX AND THE RESIDENCY AND   *
      *    TAX CODE IT APPLIED, FOR THE YEAR-END TAX STATEMENT.        *
      *                                                                *
      ******************************************************************
       2880-WRITE-TD-TAX-EVENT.
           DISPLAY 'RAMTRACE 2880-WRITE-TD-TAX-EVENT'
           MOVE SPACES              TO TDTAXEV-RECORD
           SET TEV-EARLY-REDEMPTION-TE TO TRUE
           MOVE MODULE-NAME-CONST   TO TEV-SOURCE-TE
           MOVE PROC-DATE-CCYYMMDD-AF0000B03C
                                    TO TEV-EVENT-DATE-TE
           MOVE EL04398-SE1511P-REDEF-V77(ACCT-OCCNBR-GV)
                                    TO TEV-CUSTOMER-TE
           MOVE EL14444-SE1511P-REDEF-V77(ACCT-OCCNBR-GV)
                                    TO TEV-ACCOUNT-TE
           MOVE ZERO                TO TEV-MAT-DATE-TE
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
      *    2800-PROCESS-ACCOUNT-AMEND                                  *
              SET AF0001M0-END-PROCESSING TO TRUE
              GO TO 2850-EXIT
           END-IF
           PERFORM 2560-CHK-CREDIT-APPROVAL THRU 2560-EXIT
           IF AF0001M0-END-PROCESSING
              GO TO 2850-EXIT
           END-IF
      *    THE FEE PRORATE AND THE COMMITMENT FEE BOTH WORK OFF THE
      *    REMAINING UNDRAWN LIMIT JUST INQUIRED - SET THE BASIS
      *    BEFORE THE FEE PROCESS RUNS.
           MOVE UNDRAWN-AMT-AF0000B04C
                                    TO CMT-FACILITY-LIMIT-GV
           PERFORM 2650-VERIFY-REPAY-ACCOUNT
           IF AF0001M0-END-PROCESSING
              GO TO 2850-EXIT
           END-IF
           PERFORM 3800-FEE-CODE-PROCESS THRU 3800-EXIT
           IF AF0001M0-CONTINUE-PROCESSING
      *       A STANDALONE DRAWING IS VALUE-DATED ON THE PROCESSING
           MOVE GU0002M0-TIME-HHMMSS
                                    TO AF0001M0-END-TIME
           PERFORM 2975-WRITE-TIME-LOG
           MOVE 1 TO FACT-HOLD-X
           PERFORM 2948-WRITE-FACT-RECORD
                   UNTIL FACT-HOLD-X > FACT-HOLD-COUNT
           IF SECOND-LANGUAGE
              ADD 1 TO LANG-L2-RESP-CNT
           ELSE
      *    COMPLETION ROW, NO CONFIRM, NO SYNCPOINT, NO CACHE.  A
      *    HELD CASE LIKEWISE - LOGGING A COMPLETION FOR A PENDING
      *    ANSWER WOULD MAKE THE RELEASED RESUBMISSION A DUPLICATE.
      *    A QUIESCED MESSAGE WITH NOTHING COMPLETED IS THE SAME -
      *    THE RETRYQ COPY MUST PROCESS FRESH WHEN IT IS RE-DRIVEN.
           IF AF0001M0-DUP-ANSWERED
              OR AF0001M0-INQUIRY-MSG
              OR AF0001M0-CASE-HELD
              OR (AF0001M0-MSG-QUIESCED
                  AND NOT AF0001M0-OCC-COMPLETED)
              PERFORM 2910-DELIVER-RESPONSE
              GO TO 2900-EXIT
           END-IF
           PERFORM 8300-INSERT-CMPLT-TRN-LOG
           PERFORM 2910-DELIVER-RESPONSE
           IF AF8999B01-STATUS-OK
              PERFORM 8320-CONFIRM-SEND
              SET COMMIT-FUNC-GU0021M0 TO TRUE
      *       MEMORY.
              PERFORM 8350-ADD-RECENT-CACHE-ENTRY
           ELSE
              SET ROLLBK-FUNC-GU0021M0 TO TRUE
              PERFORM 8400-SYNCPOINT
              MOVE 'AF0001M0 - RESPONSE SEND FAILED, UOW ROLLED BACK'
                                    TO NBCONS-MESSAGE
              MOVE 'CRIT'           TO NBCONS-SEVERITY
              CALL 'NBCONS' USING NBCONS-PASSAREA
           END-IF
           .
       2900-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *    2910-DELIVER-RESPONSE                                       *
      *                                                                *
      *    SEND THE SE1600P RESPONSE BACK THROUGH AF0341M0 - OR, IN    *
      *    BULK MODE, WRITE IT TO THE BULKRES RESULTS FILE, WHICH      *
      *    STANDS IN FOR A SUCCESSFUL SEND.                            *
      *                                                                *
      ******************************************************************
       2910-DELIVER-RESPONSE.
           IF AF0001M0-BULK-MODE
              PERFORM 2920-WRITE-BULK-RESULT
              MOVE SPACE            TO AF8999B01-STATUS
           ELSE
              CALL 'AF0341M0' USING SE1600P-OUTPUT-MESSAGE
                                    AF8999B01-MODULE-CONTROL
           END-IF
           .

       2920-WRITE-BULK-RESULT.
           MOVE SPACES              TO BULKRES-RECORD
           MOVE BULK-RECORD-NBR     TO BRS-RECORD-NBR
           MOVE EL33167-SE1600P-REDEF-V66
                                    TO BRS-MSG-ID
           MOVE EL17432-SE1600P-REDEF-V66
                                    TO BRS-OUTCOME
           MOVE EL03442-SE1600P-REDEF-V66
                                    TO BRS-ACCOUNT
           MOVE EL33201-SE1600P-REDEF-V66
                                    TO BRS-TEXT
           MOVE 1 TO BULK-OCC-X
           PERFORM 2925-STORE-BULK-OCC-RESULT
                   UNTIL BULK-OCC-X > 3
           WRITE BULKRES-RECORD
           IF AF0001M0-DUP-ANSWERED
              ADD 1 TO BULK-DUPLICATE-CNT
           END-IF
           IF EL17432-SE1600P-REDEF-V66 = '0000'
              ADD 1 TO BULK-COMPLETED-CNT
           ELSE
              ADD 1 TO BULK-FAILED-CNT
           END-IF
           .

       2925-STORE-BULK-OCC-RESULT.
           MOVE EL09743-SE1600P-REDEF-V66(BULK-OCC-X)
                                    TO BRS-OCC-STATUS(BULK-OCC-X)
           MOVE EL09743-SE1600P-REDEF-V66(BULK-OCC-X)
                                    TO OCC-STATUS-LINE-GV
           IF OCC-STATUS-GV = '0000'
              AND NOT AF0001M0-DUP-ANSWERED
              ADD 1 TO BULK-ACCTS-OPENED-CNT
           END-IF
           ADD 1 TO BULK-OCC-X
           .

      ******************************************************************
      *                                                                *
      *    2930-WRITE-BULK-CHECKPOINT                                  *
      *                                                                *
      *    REWRITE THE BULK CHECKPOINT WITH THE RECORDS DONE SO FAR    *
      *    AND THE RUN TOTALS.  REOPENED OUTPUT EACH TIME SO IT        *
      *    ALWAYS HOLDS EXACTLY ONE CHECKPOINT.                        *
      *                                                                *
      ******************************************************************
       2930-WRITE-BULK-CHECKPOINT.
           IF BULK-RECORD-NBR = 1
              MOVE AF0001M0-MSG-ID  TO BULK-FIRST-MSG-ID
           END-IF
           OPEN OUTPUT BKCKPTOT-FILE
           MOVE SPACES              TO BKCKPTOT-RECORD
           MOVE BULK-RECORD-NBR     TO CKPT-RECORDS-DONE-CO
           MOVE BULK-FIRST-MSG-ID   TO CKPT-FIRST-MSG-ID-CO
           MOVE BULK-COMPLETED-CNT  TO CKPT-COMPLETED-CO
           MOVE BULK-FAILED-CNT     TO CKPT-FAILED-CO
           MOVE BULK-DUPLICATE-CNT  TO CKPT-DUPLICATE-CO
           MOVE BULK-ACCTS-OPENED-CNT
                                    TO CKPT-ACCTS-OPENED-CO
           MOVE PROC-DATE-CCYYMMDD-AF0000B03C
                                    TO CKPT-DATE-CO
           MOVE AF0001M0-START-TIME TO CKPT-TIME-CO
           WRITE BKCKPTOT-RECORD
           CLOSE BKCKPTOT-FILE
           .

      ******************************************************************
      *                                                                *
      *    2945-HOLD-FACT-RECORD                                       *
      *                                                                *
      *    BUILD THE FACTOUT DETAIL FOR THE OCCURRENCE JUST FINISHED   *
      *    AND HOLD IT UNTIL THE RESPONSE IS FORMATTED.  THE AMOUNTS   *
      *    FOLLOW THE 2950 RULE SO THE EXTRACT ADDS UP TO SUMMRPT.     *
      *                                                                *
      ******************************************************************
       2945-HOLD-FACT-RECORD.
           PERFORM 3120-DERIVE-REGION-FROM-BSB
           MOVE SPACES              TO FACTOUT-RECORD
           SET FACT-DETAIL-FX       TO TRUE
           MOVE PROC-DATE-CCYYMMDD-AF0000B03C
                                    TO FACT-PROC-DATE-FX
           MOVE AF0001M0-MSG-ID     TO FACT-MSG-ID-FX
           MOVE ACCT-OCCNBR-GV      TO FACT-OCC-NBR-FX
           MOVE TRANCODE-SE1511P    TO FACT-MSG-TYPE-FX
           MOVE AF0001M0-MSG-VERSION
                                    TO FACT-VERSION-FX
           MOVE EL19804-SE1511P-REDEF-V77
                                    TO FACT-CHANNEL-FX
           MOVE AF0001M0-LANGUAGE-CDE
                                    TO FACT-LANGUAGE-FX
           MOVE AF8000B15-EL08035-O TO FACT-PKG-TYPE-FX
           MOVE AF0001M0-CURRENCY-CDE
                                    TO FACT-CURRENCY-FX
           MOVE AF0001M0-BSB-WORK   TO FACT-BSB-NBR-FX
           MOVE AF0001M0-REGION-CDE TO FACT-REGION-FX
           MOVE ZERO                TO FACT-DEPOSIT-AMT-FX
                                       FACT-FEE-AMT-FX
           IF AF0001M0-OCC-STATUS = '0000'
              SET FACT-SUCCESS-FX   TO TRUE
              IF NOT AF0001M0-INQUIRY-MSG
                 AND NOT CLSE-TRAN-SE1511P
                 MOVE EL06834-SE1511P-REDEF-V77(ACCT-OCCNBR-GV)
                                    TO FACT-DEPOSIT-AMT-FX
                 MOVE FEE-AMOUNT-AF0000B04C
                                    TO FACT-FEE-AMT-FX
              END-IF
           ELSE
              SET FACT-FAILED-FX    TO TRUE
              MOVE AF0001M0-OCC-STATUS
                                    TO FACT-ERROR-CODE-FX
           END-IF
           MOVE VALUE-DATE-AF0000B04C
                                    TO FACT-VALUE-DATE-FX
           MOVE AF0001M0-START-TIME TO FACT-START-TIME-FX
           MOVE ZERO                TO FACT-ELAPSED-SECS-FX
           IF FACT-HOLD-COUNT < 3
              ADD 1 TO FACT-HOLD-COUNT
              MOVE FACTOUT-RECORD   TO FACT-HOLD-IMAGE(FACT-HOLD-COUNT)
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    2948-WRITE-FACT-RECORD                                      *
      *                                                                *
      *    WRITE A HELD FACTOUT DETAIL, STAMPED WITH THE MESSAGE'S     *
      *    ELAPSED TIME FROM 2975.                                     *
      *                                                                *
      ******************************************************************
       2948-WRITE-FACT-RECORD.
           MOVE FACT-HOLD-IMAGE(FACT-HOLD-X)
                                    TO FACTOUT-RECORD
           MOVE AF0001M0-ELAPSED-SECS
                                    TO FACT-ELAPSED-SECS-FX
           WRITE FACTOUT-RECORD
           ADD 1 TO FACT-HOLD-X
           .

      ******************************************************************
      *                                                                *
           MOVE AF0001M0-END-TIME   TO TIME-END-TM
           MOVE AF0001M0-ELAPSED-SECS
                                    TO TIME-ELAPSED-SECS-TM
           MOVE AF0001M0-VALUE-DATE TO TIME-VALUE-DATE-TM
           MOVE SYS-DATE-CCYYMMDD-AF0000B03C
                                    TO TIME-RECEIVED-DATE-TM
           MOVE EL19804-SE1511P-REDEF-V77
                                    TO TIME-CHANNEL-TM
           WRITE TIMELOG-RECORD
           .

              WHEN 'OB'    MOVE 2 TO CHAN-X
              WHEN 'MB'    MOVE 3 TO CHAN-X
              WHEN 'BR'    MOVE 4 TO CHAN-X
              WHEN 'BK'    MOVE 6 TO CHAN-X
              WHEN OTHER   MOVE 5 TO CHAN-X
           END-EVALUATE
           ADD 1 TO CHAN-RECEIVED-CNT(CHAN-X)
                                    TO PEND-AMOUNT-PF
           MOVE PROC-DATE-CCYYMMDD-AF0000B03C
                                    TO PEND-OPEN-DATE-PF
           MOVE AF0001M0-VALUE-DATE TO PEND-VALUE-DATE-PF
           WRITE PENDFUND-RECORD
           .

           END-IF
           .

      ******************************************************************
      *                                                                *
      *    2990-ACCUM-VALUE-DATE-TOTAL                                 *
      *                                                                *
      *    COUNT A SUCCESSFUL OPEN UNDER THE DATE IT WAS VALUE-DATED   *
      *    TO, SO SUMMRPT CAN SHOW FORWARD-DATED OPENS APART FROM      *
      *    THE DAY'S OWN.                                              *
      *                                                                *
      ******************************************************************
       2990-ACCUM-VALUE-DATE-TOTAL.
           MOVE 'N' TO VDATE-FOUND-SW
           MOVE 1   TO VDATE-X
           PERFORM 2995-MATCH-VALUE-DATE
                   UNTIL VDATE-X > VDATE-TABLE-COUNT
                   OR VDATE-ENTRY-FOUND
           IF NOT VDATE-ENTRY-FOUND
              IF VDATE-TABLE-COUNT < 10
                 ADD 1 TO VDATE-TABLE-COUNT
                 MOVE VDATE-TABLE-COUNT TO VDATE-X
                 MOVE AF0001M0-VALUE-DATE
                                    TO VDATE-VALUE-DATE(VDATE-X)
                 MOVE ZERO          TO VDATE-OPENED-CNT(VDATE-X)
                                       VDATE-DEPOSIT-AMT(VDATE-X)
                 SET VDATE-ENTRY-FOUND TO TRUE
              END-IF
           END-IF
           IF VDATE-ENTRY-FOUND
              ADD 1 TO VDATE-OPENED-CNT(VDATE-X)
              ADD EL06834-SE1511P-REDEF-V77(ACCT-OCCNBR-GV)
                  TO VDATE-DEPOSIT-AMT(VDATE-X)
           END-IF
           .

       2995-MATCH-VALUE-DATE.
           IF VDATE-VALUE-DATE(VDATE-X) = AF0001M0-VALUE-DATE
              SET VDATE-ENTRY-FOUND TO TRUE
           ELSE
              ADD 1 TO VDATE-X
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    2997-ACCUM-CAMPAIGN-TOTAL                                   *
      *                                                                *
      *    ADD A CAMPAIGN OPEN TO ITS CAMPAIGN.  THE BONUS COST IS     *
      *    THE SIMPLE BONUS INTEREST OVER THE FULL TERM.               *
      *                                                                *
      ******************************************************************
       2997-ACCUM-CAMPAIGN-TOTAL.
           MOVE AF0001M0-CAMPAIGN-X TO CAMP-X
           COMPUTE AF0001M0-BONUS-COST ROUNDED =
                   EL06834-SE1511P-REDEF-V77(ACCT-OCCNBR-GV)
                 * AF0001M0-BONUS-RATE / 100
                 * EL33189-SE1511P-REDEF-V77(ACCT-OCCNBR-GV) / 12
           ADD 1 TO CAMP-OPENED-CNT(CAMP-X)
           ADD EL06834-SE1511P-REDEF-V77(ACCT-OCCNBR-GV)
               TO CAMP-DEPOSIT-AMT(CAMP-X)
           ADD AF0001M0-BONUS-COST  TO CAMP-BONUS-COST(CAMP-X)
           .

      ******************************************************************
      *                                                                *
      *    2998-TAKE-UP-CREDIT-APPROVAL                                *
      *                                                                *
      *    MARK THE APPROVAL BEHIND A SUCCESSFUL FL OPEN AS TAKEN UP   *
      *    BY THE NEW FACILITY, ADD IT TO THE TAKEN-UP LIST THAT       *
      *    SURVIVES A RELOAD OR RESTART, AND LOG IT TO APPRUSED.       *
      *                                                                *
      ******************************************************************
       2998-TAKE-UP-CREDIT-APPROVAL.
           MOVE AF0001M0-APPROVAL-X TO APPR-X
           MOVE 'U'                 TO APPR-USED-SW-GV(APPR-X)
           MOVE ACCOUNT-NBR-RTND-AF0000B04C
                                    TO APPR-ACCOUNT-GV(APPR-X)
      *    2560 HAS ALREADY TURNED AWAY AN OPEN WITH THE LIST FULL.
           IF APPR-USED-COUNT < 500
              ADD 1 TO APPR-USED-COUNT
              MOVE APPR-ID-GV(APPR-X)
                TO APPR-USED-ID-GV(APPR-USED-COUNT)
              MOVE ACCOUNT-NBR-RTND-AF0000B04C
                TO APPR-USED-ACCOUNT-GV(APPR-USED-COUNT)
           END-IF
           MOVE SPACES              TO APPRUSED-RECORD
           MOVE APPR-ID-GV(APPR-X)  TO APU-APPROVAL-ID
           MOVE EL04398-SE1511P-REDEF-V77(ACCT-OCCNBR-GV)
                                    TO APU-CUSTOMER
           MOVE ACCOUNT-NBR-RTND-AF0000B04C
                                    TO APU-ACCOUNT
           MOVE EL33168-SE1511P-REDEF-V77-001(ACCT-OCCNBR-GV)
                                    TO APU-PRODUCT
           MOVE AF0001M0-APPROVAL-AMT
                                    TO APU-LIMIT-USED
           MOVE PROC-DATE-CCYYMMDD-AF0000B03C
                                    TO APU-DATE
           MOVE AF0001M0-START-TIME TO APU-TIME
           MOVE AF0001M0-MSG-ID     TO APU-MSG-ID
           WRITE APPRUSED-RECORD
           .

      ******************************************************************
      *                                                                *
      *    2985-ACCUM-CUSTOMER-OPENS                                   *
                                    TO AMOUNT-AF0000B04C
           MOVE EL33189-SE1511P-REDEF-V77(ACCT-OCCNBR-GV)
                                    TO TERM-MONTHS-AF0000B04C
           IF AF0001M0-CAMPAIGN-X > ZERO
              MOVE AF0001M0-BONUS-RATE
                                    TO BONUS-RATE-AF0000B04C
              MOVE CAMPAIGN-CODE-SE1511P
                                    TO CAMPAIGN-CDE-AF0000B04C
           END-IF
           PERFORM 3350-FMT-STATEMENT-AREA
           PERFORM 3550-FMT-MATURITY-AREA
           MOVE '7300'              TO GU0086M0-CALL-NO
                    * EL06834-SE1511P-REDEF-V77(ACCT-OCCNBR-GV)
                    / CMT-FACILITY-LIMIT-GV
           END-IF
           PERFORM 3860-APPLY-FEE-WAIVER THRU 3860-EXIT
           IF AF0001M0-END-PROCESSING
              GO TO 3800-EXIT
           END-IF
           ADD FEE-AMOUNT-AF0000B04C
                                    TO AF0001M0-UPFRONT-FEE-TOTAL
           IF FEE-AMOUNT-AF0000B04C > ZERO
              PERFORM 3880-WRITE-FEE-POSTING
           END-IF
           .
       3800-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *    3860-APPLY-FEE-WAIVER                                       *
      *                                                                *
      *    A MESSAGE CARRYING A WAIVER REASON HAS THE (PRORATED) FEE   *
      *    REDUCED BY THE WAIVED AMOUNT, OR BY THE WAIVED PERCENTAGE   *
      *    OF IT, CAPPED AT THE FEE ITSELF.  THE CONCESSION MUST SIT   *
      *    WITHIN THE WAIVAUTH LIMITS FOR THE REASON AND CHANNEL -     *
      *    ANYTHING OVER, OR WITH NO AUTHORITY ON FILE, IS REJECTED.   *
      *                                                                *
      ******************************************************************
       3860-APPLY-FEE-WAIVER.
           MOVE ZERO TO AF0001M0-WAIVED-AMT
                        AF0001M0-WAIVED-PCT
           IF WAIVER-REASON-SE1511P = SPACES
              OR WAIVER-REASON-SE1511P = LOW-VALUES
              GO TO 3860-EXIT
           END-IF
           DISPLAY 'RAMTRACE 3860-APPLY-FEE-WAIVER'
           MOVE FEE-AMOUNT-AF0000B04C
                                    TO AF0001M0-FEE-BEFORE-WAIVER
           IF (NOT WAIVER-AMOUNT-SE1511P
               AND NOT WAIVER-PERCENT-SE1511P)
              OR WAIVER-VALUE-SE1511P NOT NUMERIC
              PERFORM 3865-REJECT-FEE-WAIVER
              GO TO 3860-EXIT
           END-IF
           IF WAIVER-VALUE-SE1511P NOT > ZERO
              OR FEE-AMOUNT-AF0000B04C = ZERO
              GO TO 3860-EXIT
           END-IF
           IF WAIVER-PERCENT-SE1511P
              COMPUTE AF0001M0-WAIVED-AMT ROUNDED =
                      FEE-AMOUNT-AF0000B04C
                    * WAIVER-VALUE-SE1511P / 100
           ELSE
              MOVE WAIVER-VALUE-SE1511P
                                    TO AF0001M0-WAIVED-AMT
           END-IF
           IF AF0001M0-WAIVED-AMT > FEE-AMOUNT-AF0000B04C
              MOVE FEE-AMOUNT-AF0000B04C
                                    TO AF0001M0-WAIVED-AMT
           END-IF
           COMPUTE AF0001M0-WAIVED-PCT ROUNDED =
                   AF0001M0-WAIVED-AMT * 100 / FEE-AMOUNT-AF0000B04C
           MOVE 'N' TO WAIV-FOUND-SW
           MOVE 1   TO WAIV-X
           PERFORM 3862-MATCH-WAIVER-AUTHORITY
                   UNTIL WAIV-X > WAIV-TABLE-COUNT
                   OR WAIV-ENTRY-FOUND
           IF NOT WAIV-ENTRY-FOUND
              PERFORM 3865-REJECT-FEE-WAIVER
              GO TO 3860-EXIT
           END-IF
           IF (WAIV-MAX-AMOUNT-GV(WAIV-X) > ZERO
               AND AF0001M0-WAIVED-AMT > WAIV-MAX-AMOUNT-GV(WAIV-X))
              OR (WAIV-MAX-PERCENT-GV(WAIV-X) > ZERO
               AND AF0001M0-WAIVED-PCT > WAIV-MAX-PERCENT-GV(WAIV-X))
              PERFORM 3865-REJECT-FEE-WAIVER
              GO TO 3860-EXIT
           END-IF
           SUBTRACT AF0001M0-WAIVED-AMT FROM FEE-AMOUNT-AF0000B04C
           .
       3860-EXIT.
           EXIT.

       3862-MATCH-WAIVER-AUTHORITY.
           IF WAIV-REASON-GV(WAIV-X) = WAIVER-REASON-SE1511P
              AND WAIV-CHANNEL-GV(WAIV-X) = EL19804-SE1511P-REDEF-V77
              SET WAIV-ENTRY-FOUND TO TRUE
           ELSE
              ADD 1 TO WAIV-X
           END-IF
           .

       3865-REJECT-FEE-WAIVER.
           MOVE WAIVER-REASON-SE1511P
                                    TO REASON-LINE-2-ERR-35
           MOVE EL19804-SE1511P-REDEF-V77
                                    TO CHANNEL-LINE-2-ERR-35
           MOVE AF0001M0-WAIVED-AMT TO WAIVED-LINE-2-ERR-35
           DISPLAY LINE-1-ERR-35
           DISPLAY LINE-2-ERR-35
           MOVE ZERO                TO AF0001M0-WAIVED-AMT
           MOVE 'E35A'              TO EL17432-SE1600P-REDEF-V66
           MOVE 'FEE WAIVER EXCEEDS AUTHORITY LIMIT'
                                    TO EL33201-SE1600P-REDEF-V66
           SET AF0001M0-END-PROCESSING TO TRUE
           .

      ******************************************************************
      *                                                                *
      *    3870-RECORD-FEE-WAIVER                                      *
      *                                                                *
      *    LIST A CHARGED-NET-OF-WAIVER FEE ON THE WAIVRPT REGISTER    *
      *    AND ADD IT TO THE REASON TOTALS.                            *
      *                                                                *
      ******************************************************************
       3870-RECORD-FEE-WAIVER.
           PERFORM 3120-DERIVE-REGION-FROM-BSB
           MOVE AF0001M0-MSG-ID     TO WAIV-DET-MSG-ID
           IF ACCOUNT-NBR-RTND-AF0000B04C NOT = SPACES
              MOVE ACCOUNT-NBR-RTND-AF0000B04C
                                    TO WAIV-DET-ACCOUNT
           ELSE
              MOVE EL14444-SE1511P-REDEF-V77(ACCT-OCCNBR-GV)
                                    TO WAIV-DET-ACCOUNT
           END-IF
           MOVE WAIVER-REASON-SE1511P
                                    TO WAIV-DET-REASON
           MOVE EL19804-SE1511P-REDEF-V77
                                    TO WAIV-DET-CHANNEL
           MOVE AF0001M0-BSB-WORK   TO WAIV-DET-BSB
           MOVE FEE-CODE-AF0000B04C TO WAIV-DET-FEE-CODE
           MOVE AF0001M0-FEE-BEFORE-WAIVER
                                    TO WAIV-DET-FEE-BEFORE
           MOVE AF0001M0-WAIVED-AMT TO WAIV-DET-FORGONE
           WRITE WAIVRPT-LINE FROM WAIV-DETAIL-LINE
           ADD 1                    TO WAIVED-FEE-CNT
           ADD AF0001M0-WAIVED-AMT  TO WAIVED-FEE-TOTAL
           MOVE 'N' TO WVTOT-FOUND-SW
           MOVE 1   TO WVTOT-X
           PERFORM 3878-MATCH-WAIVER-TOTAL
                   UNTIL WVTOT-X > WVTOT-COUNT
                   OR WVTOT-ENTRY-FOUND
           IF NOT WVTOT-ENTRY-FOUND
              AND WVTOT-COUNT < 20
              ADD 1 TO WVTOT-COUNT
              MOVE WVTOT-COUNT      TO WVTOT-X
              MOVE WAIVER-REASON-SE1511P
                                    TO WVTOT-REASON(WVTOT-X)
              MOVE ZERO             TO WVTOT-CNT(WVTOT-X)
                                       WVTOT-AMOUNT(WVTOT-X)
              SET WVTOT-ENTRY-FOUND TO TRUE
           END-IF
           IF WVTOT-ENTRY-FOUND
              ADD 1 TO WVTOT-CNT(WVTOT-X)
              ADD AF0001M0-WAIVED-AMT
                                    TO WVTOT-AMOUNT(WVTOT-X)
           END-IF
           .

       3878-MATCH-WAIVER-TOTAL.
           IF WVTOT-REASON(WVTOT-X) = WAIVER-REASON-SE1511P
              SET WVTOT-ENTRY-FOUND TO TRUE
           ELSE
              ADD 1 TO WVTOT-X
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    3880-WRITE-FEE-POSTING                                      *
      *                                                                *
      *    WRITE THE FEEPOST CHARGE FOR THE FEE JUST SET, AGAINST      *
      *    THE INCOME GL ACCOUNT FOR THE FEE CODE AND BSB, AND HOLD    *
      *    IT IN CASE THE OCCURRENCE FAILS LATER AND NEEDS A CONTRA.   *
      *                                                                *
      ******************************************************************
       3880-WRITE-FEE-POSTING.
           DISPLAY 'RAMTRACE 3880-WRITE-FEE-POSTING'
           PERFORM 3120-DERIVE-REGION-FROM-BSB
           MOVE SPACES              TO FEEPOST-RECORD
           SET POST-DETAIL-FP       TO TRUE
           SET POST-CHARGE-FP       TO TRUE
           MOVE AF0001M0-MSG-ID     TO POST-MSG-ID-FP
           MOVE FEE-CODE-AF0000B04C TO POST-FEE-CODE-FP
           MOVE AF0001M0-BSB-WORK   TO POST-BSB-NBR-FP
           IF ACCOUNT-NBR-RTND-AF0000B04C NOT = SPACES
              MOVE ACCOUNT-NBR-RTND-AF0000B04C
                                    TO POST-ACCOUNT-NBR-FP
           ELSE
              MOVE EL14444-SE1511P-REDEF-V77(ACCT-OCCNBR-GV)
                                    TO POST-ACCOUNT-NBR-FP
           END-IF
           MOVE FEE-AMOUNT-AF0000B04C
                                    TO POST-AMOUNT-FP
           MOVE VALUE-DATE-AF0000B04C
                                    TO POST-VALUE-DATE-FP
           MOVE PROC-DATE-CCYYMMDD-AF0000B03C
                                    TO POST-PROC-DATE-FP
           PERFORM 3890-DERIVE-FEE-GL-ACCOUNT
           WRITE FEEPOST-RECORD
           ADD 1                    TO FEE-POST-CHARGE-CNT
           ADD FEE-AMOUNT-AF0000B04C
                                    TO FEE-POST-CHARGE-AMT
           MOVE POST-DETAIL-DATA-FP TO FEE-POST-RAISED-DATA
           SET FEE-POST-RAISED      TO TRUE
           .

      ******************************************************************
      *                                                                *
      *    3885-WRITE-FEE-CONTRA                                       *
      *                                                                *
      *    BACK OUT THE CHARGE RAISED FOR THIS OCCURRENCE - THE        *
      *    ACCOUNT WAS REVERSED (4100) OR THE OCCURRENCE FAILED        *
      *    AFTER THE FEE WAS SET, SO THE FEE WAS NEVER EARNED.         *
      *                                                                *
      ******************************************************************
       3885-WRITE-FEE-CONTRA.
           DISPLAY 'RAMTRACE 3885-WRITE-FEE-CONTRA'
           MOVE SPACES              TO FEEPOST-RECORD
           SET POST-DETAIL-FP       TO TRUE
           MOVE FEE-POST-RAISED-DATA
                                    TO POST-DETAIL-DATA-FP
           SET POST-CONTRA-FP       TO TRUE
           MOVE PROC-DATE-CCYYMMDD-AF0000B03C
                                    TO POST-PROC-DATE-FP
           WRITE FEEPOST-RECORD
           ADD 1                    TO FEE-POST-CONTRA-CNT
           ADD POST-AMOUNT-FP       TO FEE-POST-CONTRA-AMT
           MOVE 'N'                 TO FEE-POST-RAISED-SW
           .

      ******************************************************************
      *                                                                *
      *    3890-DERIVE-FEE-GL-ACCOUNT                                  *
      *                                                                *
      *    A GLMAP CARD FOR THE FEE CODE AND THIS BSB WINS OVER THE    *
      *    FEE CODE DEFAULT (ZERO BSB).  NEITHER SENDS THE POSTING     *
      *    TO FEE SUSPENSE, WITH A CONSOLE WARNING.                    *
      *                                                                *
      ******************************************************************
       3890-DERIVE-FEE-GL-ACCOUNT.
           MOVE 'N' TO GL-MAP-FOUND-SW
           IF AF0001M0-BSB-WORK NUMERIC
              MOVE AF0001M0-BSB-WORK TO GL-MAP-BSB-KEY
              MOVE 1 TO GL-MAP-X
              PERFORM 3895-MATCH-GL-MAP-ENTRY
                      UNTIL GL-MAP-X > GL-MAP-COUNT
                      OR GL-MAP-ENTRY-FOUND
           END-IF
           IF NOT GL-MAP-ENTRY-FOUND
              MOVE ZERO TO GL-MAP-BSB-KEY
              MOVE 1    TO GL-MAP-X
              PERFORM 3895-MATCH-GL-MAP-ENTRY
                      UNTIL GL-MAP-X > GL-MAP-COUNT
                      OR GL-MAP-ENTRY-FOUND
           END-IF
           IF GL-MAP-ENTRY-FOUND
              MOVE GL-ACCOUNT-GV(GL-MAP-X)
                                    TO POST-GL-ACCOUNT-FP
           ELSE
              MOVE GL-SUSPENSE-ACCOUNT-CONST
                                    TO POST-GL-ACCOUNT-FP
              MOVE 'AF0001M0 - NO GLMAP ENTRY, FEE TO SUSPENSE: '
                                    TO NBCONS-MESSAGE
              MOVE FEE-CODE-AF0000B04C
                                    TO NBCONS-MESSAGE(45:)
              MOVE 'WARN'           TO NBCONS-SEVERITY
              CALL 'NBCONS' USING NBCONS-PASSAREA
           END-IF
           .

       3895-MATCH-GL-MAP-ENTRY.
           IF GL-FEE-CODE-GV(GL-MAP-X) = FEE-CODE-AF0000B04C
              AND GL-BSB-NBR-GV(GL-MAP-X) = GL-MAP-BSB-KEY
              SET GL-MAP-ENTRY-FOUND TO TRUE
           ELSE
              ADD 1 TO GL-MAP-X
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    3850-SEARCH-FEE-TABLE                                       *
           MOVE AF0001M0-SAVED-ERR-CODE
                                    TO EL17432-SE1600P-REDEF-V66
           PERFORM 4150-WRITE-ORPHAN-RPT
      *    THE FEE CHARGED WITH THE DRAWDOWN LEG GOES BACK OUT WITH
      *    THE ACCOUNT.
           IF FEE-POST-RAISED
              PERFORM 3885-WRITE-FEE-CONTRA
           END-IF
      *    THE ORIGINAL FAILURE REMAINS THE REPORTED ERROR - THE
      *    RESPONSE TO OBP STILL CARRIES THE ERROR CODE THAT
      *    TRIGGERED THE REVERSAL.
                   UNTIL SNAP-X > 4
           MOVE 1 TO SNAP-X
           PERFORM 8830-SNAP-CHANNEL-ROW
                   UNTIL SNAP-X > 6
           MOVE 1 TO SNAP-X
           PERFORM 8840-SNAP-CACHE-ROW
                   UNTIL SNAP-X > 50
           MOVE ZERO                TO SNAP-CTL-NEXT-SO
           WRITE SNAPOUT-RECORD
           MOVE 1 TO SNAP-X
           PERFORM 8870-SNAP-VALUE-DATE-ROW
                   UNTIL SNAP-X > VDATE-TABLE-COUNT
           MOVE SPACES              TO SNAPOUT-RECORD
           MOVE 'VCTL'              TO SNAP-TYPE-SO
           MOVE ZERO                TO SNAP-INDEX-SO
           MOVE VDATE-TABLE-COUNT   TO SNAP-CTL-COUNT-SO
           MOVE ZERO                TO SNAP-CTL-NEXT-SO
           WRITE SNAPOUT-RECORD
           MOVE 1 TO SNAP-X
           PERFORM 8880-SNAP-CAMPAIGN-ROW
                   UNTIL SNAP-X > CAMP-TABLE-COUNT
           MOVE 1 TO SNAP-X
           PERFORM 8890-SNAP-APPROVAL-ROW
                   UNTIL SNAP-X > APPR-USED-COUNT
           MOVE SPACES              TO SNAPOUT-RECORD
           MOVE 'AUTL'              TO SNAP-TYPE-SO
           MOVE ZERO                TO SNAP-INDEX-SO
           MOVE APPR-USED-COUNT     TO SNAP-CTL-COUNT-SO
           MOVE ZERO                TO SNAP-CTL-NEXT-SO
           WRITE SNAPOUT-RECORD
           MOVE 1 TO SNAP-X
           PERFORM 8860-SNAP-CUSTOMER-ROW
                   UNTIL SNAP-X > CUST-TABLE-COUNT
           MOVE SPACES              TO SNAPOUT-RECORD
           MOVE CUST-TABLE-COUNT    TO SNAP-CTL-COUNT-SO
           MOVE ZERO                TO SNAP-CTL-NEXT-SO
           WRITE SNAPOUT-RECORD
           MOVE 1 TO SNAP-X
           PERFORM 8895-SNAP-WAIVER-ROW
                   UNTIL SNAP-X > WVTOT-COUNT
           MOVE SPACES              TO SNAPOUT-RECORD
           MOVE 'WVTL'              TO SNAP-TYPE-SO
           MOVE ZERO                TO SNAP-INDEX-SO
           MOVE WVTOT-COUNT         TO SNAP-CTL-COUNT-SO
           MOVE ZERO                TO SNAP-CTL-NEXT-SO
           WRITE SNAPOUT-RECORD
           MOVE SPACES              TO SNAPOUT-RECORD
           MOVE 'MISC'              TO SNAP-TYPE-SO
           MOVE ZERO                TO SNAP-INDEX-SO
           MOVE LANG-EN-RESP-CNT    TO SNAP-LANG-EN-SO
           MOVE LANG-L2-RESP-CNT    TO SNAP-LANG-L2-SO
           MOVE INQUIRY-RCVD-CNT    TO SNAP-INQ-CNT-SO
           MOVE QUIESCED-MSG-CNT    TO SNAP-QSC-CNT-SO
           MOVE AUTO-CLEARED-CNT    TO SNAP-ACL-CNT-SO
           MOVE LIM-REFERRED-CNT    TO SNAP-LMT-CNT-SO
           MOVE LIM-REFERRED-AMT    TO SNAP-LMT-AMT-SO
           MOVE WAIVED-FEE-CNT      TO SNAP-WVD-CNT-SO
           MOVE WAIVED-FEE-TOTAL    TO SNAP-WVD-AMT-SO
           WRITE SNAPOUT-RECORD
           CLOSE SNAPOUT-FILE
           .
           ADD 1 TO SNAP-X
           .

       8870-SNAP-VALUE-DATE-ROW.
           MOVE SPACES              TO SNAPOUT-RECORD
           MOVE 'VDAT'              TO SNAP-TYPE-SO
           MOVE SNAP-X              TO SNAP-INDEX-SO
           MOVE VDATE-ENTRY(SNAP-X) TO SNAP-DATA-SO
           WRITE SNAPOUT-RECORD
           ADD 1 TO SNAP-X
           .

       8880-SNAP-CAMPAIGN-ROW.
           MOVE SPACES              TO SNAPOUT-RECORD
           MOVE 'CAMP'              TO SNAP-TYPE-SO
           MOVE SNAP-X              TO SNAP-INDEX-SO
           MOVE CAMP-ENTRY(SNAP-X)  TO SNAP-DATA-SO
           WRITE SNAPOUT-RECORD
           ADD 1 TO SNAP-X
           .

       8890-SNAP-APPROVAL-ROW.
           MOVE SPACES              TO SNAPOUT-RECORD
           MOVE 'APUS'              TO SNAP-TYPE-SO
           MOVE SNAP-X              TO SNAP-INDEX-SO
           MOVE APPR-USED-ENTRY(SNAP-X)
                                    TO SNAP-DATA-SO
           WRITE SNAPOUT-RECORD
           ADD 1 TO SNAP-X
           .

       8895-SNAP-WAIVER-ROW.
           MOVE SPACES              TO SNAPOUT-RECORD
           MOVE 'WVTO'              TO SNAP-TYPE-SO
           MOVE SNAP-X              TO SNAP-INDEX-SO
           MOVE WVTOT-ENTRY(SNAP-X) TO SNAP-DATA-SO
           WRITE SNAPOUT-RECORD
           ADD 1 TO SNAP-X
           .

       8860-SNAP-CUSTOMER-ROW.
           MOVE SPACES              TO SNAPOUT-RECORD
           MOVE 'CUST'              TO SNAP-TYPE-SO
           PERFORM 8700-WRITE-CHANNEL-RPT
           PERFORM 8900-WRITE-CYCLE-OUTPUTS
           PERFORM 8960-WRITE-MULTI-OPEN-RPT
           PERFORM 8975-WRITE-LIMIT-TOTALS
           PERFORM 8980-WRITE-WAIVER-TOTALS
           PERFORM 8990-WRITE-CAMPAIGN-RPT
           IF AF0001M0-BULK-MODE
              PERFORM 8940-WRITE-BULK-CONTROL-RPT
           END-IF
           PERFORM 8930-WRITE-FEE-POST-TRAILER
           PERFORM 8920-WRITE-FACT-TRAILER
           CLOSE TRACELOG-FILE
                 CALLAUDIT-FILE
                 ORPHANRPT-FILE
                 INCIDENT-FILE
                 PENDFUND-FILE
                 HELDCASE-FILE
                 RETRYQ-FILE
                 WAIVRPT-FILE
                 CAMPRPT-FILE
                 APPRUSED-FILE
                 FEEPOST-FILE
                 FACTOUT-FILE
                 TDTAXEV-FILE
                 LIMITRPT-FILE
           .

      ******************************************************************
      *                                                                *
      *    8920-WRITE-FACT-TRAILER                                     *
      *                                                                *
      *    CLOSE THE RUN'S FACTOUT DETAILS WITH THE DAY'S SUMMRPT      *
      *    COUNTS AND TOTALS, SO THE WAREHOUSE LOAD CAN PROVE IT       *
      *    HAS EVERY DETAIL.                                           *
      *                                                                *
      ******************************************************************
       8920-WRITE-FACT-TRAILER.
           DISPLAY 'RAMTRACE 8920-WRITE-FACT-TRAILER'
           MOVE ZERO TO FACT-TRL-RECEIVED
                        FACT-TRL-OPENED
                        FACT-TRL-CLOSED
                        FACT-TRL-FAILED
                        FACT-TRL-DEPOSIT
                        FACT-TRL-FEE
           MOVE 1    TO SUMM-PKG-X
           PERFORM 8925-ADD-SUMM-FACT-ROW
                   UNTIL SUMM-PKG-X > 4
           MOVE SPACES              TO FACTOUT-RECORD
           SET FACT-TRAILER-FX      TO TRUE
           PERFORM 7050-GU0002M0-OBTAIN-TIME
           MOVE PROC-DATE-CCYYMMDD-AF0000B03C
                                    TO FTRL-PROC-DATE-FX
           MOVE SYS-DATE-CCYYMMDD-AF0000B03C
                                    TO FTRL-RUN-DATE-FX
           MOVE GU0002M0-TIME-HHMMSS
                                    TO FTRL-RUN-TIME-FX
           COMPUTE FTRL-DETAIL-CNT-FX =
                   FACT-TRL-RECEIVED + INQUIRY-RCVD-CNT
           MOVE FACT-TRL-RECEIVED   TO FTRL-RECEIVED-CNT-FX
           MOVE FACT-TRL-OPENED     TO FTRL-OPENED-CNT-FX
           MOVE FACT-TRL-CLOSED     TO FTRL-CLOSED-CNT-FX
           MOVE FACT-TRL-FAILED     TO FTRL-FAILED-CNT-FX
           MOVE INQUIRY-RCVD-CNT    TO FTRL-INQUIRY-CNT-FX
           MOVE FACT-TRL-DEPOSIT    TO FTRL-DEPOSIT-TOTAL-FX
           MOVE FACT-TRL-FEE        TO FTRL-FEE-TOTAL-FX
           WRITE FACTOUT-RECORD
           .

       8925-ADD-SUMM-FACT-ROW.
           ADD SUMM-RECEIVED-CNT(SUMM-PKG-X) TO FACT-TRL-RECEIVED
           ADD SUMM-OPENED-CNT(SUMM-PKG-X)   TO FACT-TRL-OPENED
           ADD SUMM-CLOSED-CNT(SUMM-PKG-X)   TO FACT-TRL-CLOSED
           ADD SUMM-FAILED-CNT(SUMM-PKG-X)   TO FACT-TRL-FAILED
           ADD SUMM-DEPOSIT-AMT(SUMM-PKG-X)  TO FACT-TRL-DEPOSIT
           ADD SUMM-FEE-AMT(SUMM-PKG-X)      TO FACT-TRL-FEE
           ADD 1 TO SUMM-PKG-X
           .

      ******************************************************************
      *                                                                *
      *    8930-WRITE-FEE-POST-TRAILER                                 *
      *                                                                *
      *    CLOSE THE RUN'S FEEPOST POSTINGS WITH A TRAILER CARRYING    *
      *    THIS RUN'S CHARGE AND CONTRA TOTALS AND THE UPFRONT FEE     *
      *    TOTAL SHOWN ON SUMMRPT, FOR AF0435M0 TO BALANCE TO.         *
      *                                                                *
      ******************************************************************
       8930-WRITE-FEE-POST-TRAILER.
           DISPLAY 'RAMTRACE 8930-WRITE-FEE-POST-TRAILER'
           MOVE ZERO TO FEE-POST-SUMM-TOTAL
           MOVE 1    TO SUMM-PKG-X
           PERFORM 8935-ADD-SUMM-FEE-ROW
                   UNTIL SUMM-PKG-X > 4
           MOVE SPACES              TO FEEPOST-RECORD
           SET POST-TRAILER-FP      TO TRUE
           PERFORM 7050-GU0002M0-OBTAIN-TIME
           MOVE SYS-DATE-CCYYMMDD-AF0000B03C
                                    TO TRL-RUN-DATE-FP
           MOVE GU0002M0-TIME-HHMMSS
                                    TO TRL-RUN-TIME-FP
           MOVE FEE-POST-CHARGE-CNT TO TRL-CHARGE-CNT-FP
           MOVE FEE-POST-CHARGE-AMT TO TRL-CHARGE-AMT-FP
           MOVE FEE-POST-CONTRA-CNT TO TRL-CONTRA-CNT-FP
           MOVE FEE-POST-CONTRA-AMT TO TRL-CONTRA-AMT-FP
           MOVE FEE-POST-SUMM-TOTAL TO TRL-SUMM-FEE-TOTAL-FP
           WRITE FEEPOST-RECORD
           .

       8935-ADD-SUMM-FEE-ROW.
           ADD SUMM-FEE-AMT(SUMM-PKG-X) TO FEE-POST-SUMM-TOTAL
           ADD 1 TO SUMM-PKG-X
           .

      ******************************************************************
      *                                                                *
      *    8940-WRITE-BULK-CONTROL-RPT                                 *
      *                                                                *
      *    CLOSE A BULK RUN - THE CONTROL REPORT BALANCES RECORDS      *
      *    READ AGAINST RESULTS WRITTEN, AND THE CHECKPOINT IS         *
      *    CLEARED ONCE THE WHOLE FILE HAS BEEN PROCESSED SO THE       *
      *    NEXT BULK FILE STARTS COLD.                                 *
      *                                                                *
      ******************************************************************
       8940-WRITE-BULK-CONTROL-RPT.
           DISPLAY 'RAMTRACE 8940-WRITE-BULK-CONTROL-RPT'
           MOVE SYS-DATE-CCYYMMDD-AF0000B03C TO BULK-HDG-DATE
           WRITE BULKRPT-LINE FROM BULK-HEADING-1
           MOVE 'BULKIN RECORDS READ'        TO BULK-DET-LABEL
           MOVE BULK-RECORD-NBR              TO BULK-DET-COUNT
           WRITE BULKRPT-LINE FROM BULK-COUNT-LINE
           MOVE 'SKIPPED - DONE BEFORE RESTART'
                                             TO BULK-DET-LABEL
           MOVE BULK-SKIPPED-CNT             TO BULK-DET-COUNT
           WRITE BULKRPT-LINE FROM BULK-COUNT-LINE
           MOVE 'RECORDS COMPLETED'          TO BULK-DET-LABEL
           MOVE BULK-COMPLETED-CNT           TO BULK-DET-COUNT
           WRITE BULKRPT-LINE FROM BULK-COUNT-LINE
           MOVE 'RECORDS FAILED'             TO BULK-DET-LABEL
           MOVE BULK-FAILED-CNT              TO BULK-DET-COUNT
           WRITE BULKRPT-LINE FROM BULK-COUNT-LINE
           MOVE '  OF WHICH ANSWERED AS DUPLICATES'
                                             TO BULK-DET-LABEL
           MOVE BULK-DUPLICATE-CNT           TO BULK-DET-COUNT
           WRITE BULKRPT-LINE FROM BULK-COUNT-LINE
           MOVE 'ACCOUNTS OPENED'            TO BULK-DET-LABEL
           MOVE BULK-ACCTS-OPENED-CNT        TO BULK-DET-COUNT
           WRITE BULKRPT-LINE FROM BULK-COUNT-LINE
           IF BULK-COMPLETED-CNT + BULK-FAILED-CNT
                 NOT = BULK-RECORD-NBR
              MOVE '*** RESULTS DO NOT BALANCE TO RECORDS READ'
                                             TO BULK-DET-LABEL
              MOVE ZERO                      TO BULK-DET-COUNT
              WRITE BULKRPT-LINE FROM BULK-COUNT-LINE
              MOVE 'AF0001M0 - BULK RESULTS DO NOT BALANCE TO BULKIN'
                                    TO NBCONS-MESSAGE
              MOVE 'WARN'           TO NBCONS-SEVERITY
              CALL 'NBCONS' USING NBCONS-PASSAREA
           END-IF
           IF BULKIN-EOF
              OPEN OUTPUT BKCKPTOT-FILE
              MOVE SPACES           TO BKCKPTOT-RECORD
              MOVE ZERO             TO CKPT-RECORDS-DONE-CO
              WRITE BKCKPTOT-RECORD
              CLOSE BKCKPTOT-FILE
           END-IF
           CLOSE BULKIN-FILE
                 BULKRES-FILE
                 BULKRPT-FILE
           .

      ******************************************************************
      *                                                                *
      *    8975-WRITE-LIMIT-TOTALS                                     *
      *                                                                *
      *    CLOSE LIMITRPT WITH THE DAY'S REFERRALS.  THE TOTALS ARE    *
      *    CARRIED ACROSS A RECYCLE IN THE SNAPSHOT, AS THE REPORT     *
      *    ITSELF IS EXTENDED.                                         *
      *                                                                *
      ******************************************************************
       8975-WRITE-LIMIT-TOTALS.
           MOVE LIM-REFERRED-CNT    TO LIM-TOT-CNT
           MOVE LIM-REFERRED-AMT    TO LIM-TOT-AMOUNT
           WRITE LIMITRPT-LINE FROM LIM-TOTAL-LINE
           .

      ******************************************************************
      *                                                                *
      *    8980-WRITE-WAIVER-TOTALS                                    *
      *                                                                *
      *    CLOSE THE WAIVER REGISTER WITH THE REVENUE FORGONE PER      *
      *    WAIVER REASON AND IN TOTAL.                                 *
      *                                                                *
      ******************************************************************
       8980-WRITE-WAIVER-TOTALS.
           MOVE 1 TO WVTOT-X
           PERFORM 8985-WRITE-WAIVER-REASON-ROW
                   UNTIL WVTOT-X > WVTOT-COUNT
           MOVE WAIVED-FEE-CNT      TO WAIV-GRAND-CNT
           MOVE WAIVED-FEE-TOTAL    TO WAIV-GRAND-AMOUNT
           WRITE WAIVRPT-LINE FROM WAIV-GRAND-LINE
           .

       8985-WRITE-WAIVER-REASON-ROW.
           MOVE WVTOT-REASON(WVTOT-X) TO WAIV-TOT-REASON
           MOVE WVTOT-CNT(WVTOT-X)    TO WAIV-TOT-CNT
           MOVE WVTOT-AMOUNT(WVTOT-X) TO WAIV-TOT-AMOUNT
           WRITE WAIVRPT-LINE FROM WAIV-REASON-LINE
           ADD 1 TO WVTOT-X
           .

      ******************************************************************
      *                                                                *
      *    8990-WRITE-CAMPAIGN-RPT                                     *
      *                                                                *
      *    ONE LINE PER CAMPAIGN LOADED TODAY - OPENS, DEPOSIT         *
      *    VOLUME AND BONUS COST - AND A TOTAL OVER ALL CAMPAIGNS.     *
      *                                                                *
      ******************************************************************
       8990-WRITE-CAMPAIGN-RPT.
           MOVE SYS-DATE-CCYYMMDD-AF0000B03C TO CAMP-HDG-DATE
           WRITE CAMPRPT-LINE FROM CAMP-HEADING-1
           WRITE CAMPRPT-LINE FROM CAMP-HEADING-2
           MOVE 1 TO CAMP-X
           PERFORM 8995-WRITE-CAMPAIGN-ROW
                   UNTIL CAMP-X > CAMP-TABLE-COUNT
           MOVE CAMP-TOTAL-OPENED-CNT  TO CAMP-TOT-OPENED
           MOVE CAMP-TOTAL-DEPOSIT-AMT TO CAMP-TOT-DEPOSIT
           MOVE CAMP-TOTAL-BONUS-COST  TO CAMP-TOT-BONUS-COST
           WRITE CAMPRPT-LINE FROM CAMP-TOTAL-LINE
           .

       8995-WRITE-CAMPAIGN-ROW.
           MOVE CAMP-CODE-GV(CAMP-X)       TO CAMP-DET-CODE
           MOVE CAMP-BONUS-RATE-GV(CAMP-X) TO CAMP-DET-BONUS
           MOVE CAMP-START-DATE-GV(CAMP-X) TO CAMP-DET-START
           MOVE CAMP-END-DATE-GV(CAMP-X)   TO CAMP-DET-END
           MOVE CAMP-OPENED-CNT(CAMP-X)    TO CAMP-DET-OPENED
           MOVE CAMP-DEPOSIT-AMT(CAMP-X)   TO CAMP-DET-DEPOSIT
           MOVE CAMP-BONUS-COST(CAMP-X)    TO CAMP-DET-BONUS-COST
           WRITE CAMPRPT-LINE FROM CAMP-DETAIL-LINE
           ADD CAMP-OPENED-CNT(CAMP-X)  TO CAMP-TOTAL-OPENED-CNT
           ADD CAMP-DEPOSIT-AMT(CAMP-X) TO CAMP-TOTAL-DEPOSIT-AMT
           ADD CAMP-BONUS-COST(CAMP-X)  TO CAMP-TOTAL-BONUS-COST
           ADD 1 TO CAMP-X
           .

      ******************************************************************
           MOVE 1 TO CCY-X
           PERFORM 8680-WRITE-CURRENCY-ROW
                   UNTIL CCY-X > CCY-TABLE-COUNT
           MOVE PROC-DATE-CCYYMMDD-AF0000B03C
                                 TO SUMM-VDATE-RCVD-DATE
           WRITE SUMMRPT-LINE FROM SUMM-VDATE-HEADING
           MOVE 1 TO VDATE-X
           PERFORM 8685-WRITE-VALUE-DATE-ROW
                   UNTIL VDATE-X > VDATE-TABLE-COUNT
           MOVE INQUIRY-RCVD-CNT TO SUMM-DET-INQUIRIES
           WRITE SUMMRPT-LINE FROM SUMM-INQ-LINE
           MOVE QUIESCED-MSG-CNT TO SUMM-DET-QUIESCED
           WRITE SUMMRPT-LINE FROM SUMM-QUIESCE-LINE
           MOVE AUTO-CLEARED-CNT TO SUMM-DET-AUTOCLR
           WRITE SUMMRPT-LINE FROM SUMM-AUTOCLR-LINE
           MOVE LIM-REFERRED-CNT TO SUMM-DET-LIMIT
           WRITE SUMMRPT-LINE FROM SUMM-LIMIT-LINE
           IF AF0001M0-BULK-MODE
              COMPUTE SUMM-DET-BULK-RCVD =
                      BULK-COMPLETED-CNT + BULK-FAILED-CNT
              MOVE BULK-COMPLETED-CNT TO SUMM-DET-BULK-DONE
              MOVE BULK-FAILED-CNT    TO SUMM-DET-BULK-FAIL
              WRITE SUMMRPT-LINE FROM SUMM-BULK-LINE
           END-IF
           MOVE 1               TO SUMM-DET-VERSION
           MOVE V1-RECEIVED-CNT TO SUMM-DET-VERSION-CNT
           WRITE SUMMRPT-LINE FROM SUMM-VERSION-LINE
           ADD 1 TO CCY-X
           .

       8685-WRITE-VALUE-DATE-ROW.
           MOVE VDATE-VALUE-DATE(VDATE-X)  TO SUMM-DET-VALUE-DATE
           MOVE VDATE-OPENED-CNT(VDATE-X)  TO SUMM-DET-VDATE-OPENED
           MOVE VDATE-DEPOSIT-AMT(VDATE-X) TO SUMM-DET-VDATE-DEPOSIT
           IF VDATE-VALUE-DATE(VDATE-X) = PROC-DATE-CCYYMMDD-AF0000B03C
              MOVE 'SAME DAY'              TO SUMM-DET-VDATE-NOTE
           ELSE
              MOVE 'FORWARD VALUED'        TO SUMM-DET-VDATE-NOTE
           END-IF
           WRITE SUMMRPT-LINE FROM SUMM-VDATE-LINE
           ADD 1 TO VDATE-X
           .

       8675-WRITE-SUMMARY-ERR-ROW.
           MOVE SUMM-ERR-CODE(SUMM-PKG-X, SUMM-ERR-X)
                                              TO SUMM-DET-ERR-CODE
           WRITE CHANRPT-LINE FROM CHAN-HEADING-2
           MOVE 1 TO CHAN-X
           PERFORM 8750-WRITE-CHANNEL-ROW
                   UNTIL CHAN-X > 6
           .

       8750-WRITE-CHANNEL-ROW.
