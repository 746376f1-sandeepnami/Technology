      *        RELEASE  - THE ORIGINAL MESSAGE IS PUT BACK ON THE      *
      *                   OBP REQUEST QUEUE THROUGH AF0341M0 AND       *
      *                   PROCESSES THROUGH THE NORMAL OPEN PATH       *
      *        DECLINE  - THE CASE IS DROPPED, REPORTED AND LODGED     *
      *                   AS A SUSPICIOUS MATTER REPORT (SMR)          *
      *                                                                *
      *    CASES WITHOUT A DISPOSITION ARE CARRIED FORWARD TO THE      *
      *    HELD OUTPUT AND LISTED ON THE DAILY HELD-CASES REPORT       *
      *    WITH THEIR AGE IN DAYS.                                     *
      *                                                                *
      *    EVERY RELEASE IS RECORDED ON THE CLEARED-MATCH REGISTER     *
      *    (CLRMIN IN, CLRMOUT OUT) BY CUSTOMER AND LIST CODE, WITH    *
      *    THE RELEASING USER, THE DATE AND THE REVIEW EXPIRY.         *
      *    AF0001M0 AUTO-CLEARS A LATER HIT ON THE SAME CUSTOMER AND   *
      *    LIST CODE UNTIL THE EXPIRY.  EXPIRED CLEARANCES ARE         *
      *    DROPPED WHEN THE REGISTER IS REWRITTEN.                     *
      *                                                                *
      *    DISPOSITION CARD (DISPTRAN):                                *
      *        COLS  1-8   ACTION  (RELEASE /DECLINE )                 *
      *        COLS  9-24  MESSAGE ID                                  *
      *        COLS 25-32  COMPLIANCE USER ID                          *
      *        COLS 33-40  REVIEW EXPIRY CCYYMMDD (RELEASE ONLY,       *
      *                    OPTIONAL - DEFAULT ONE YEAR FROM TODAY)     *
      *        COLS 41-44  DECLINE REASON CODE (DECLINE ONLY,          *
      *                    REQUIRED - A DECLINE WITHOUT ONE STAYS      *
      *                    HELD)                                       *
      *                                                                *
      *    NARRATIVE CARD (DISPTRAN, OPTIONAL, ONE PER DECLINE):       *
      *        COLS  1-8   'NARRATIV'                                  *
      *        COLS  9-24  MESSAGE ID OF THE DECLINE                   *
      *        COLS 25-80  GROUNDS FOR SUSPICION, FREE TEXT            *
      *                                                                *
      *    EVERY DECLINE IS UNMASKED THROUGH AF0400M0 AND WRITTEN TO   *
      *    THE SMREXTR LODGEMENT EXTRACT (HEADER, ONE DETAIL PER       *
      *    DECLINE, TRAILER) WITH THE CUSTOMER, PROPOSED PRODUCT,      *
      *    AMOUNT, CHANNEL, LIST CODE AND DECISION DATE FROM THE       *
      *    HELD MESSAGE.  EACH IS TRACKED ON THE SMR LODGEMENT         *
      *    REGISTER (SMRIN IN, SMROUT OUT) UNTIL THE LODGEMENT         *
      *    ACKNOWLEDGEMENT CARD (SMRACK) MARKS IT LODGED.  A DECLINE   *
      *    NOT LODGED WITHIN SMR-STATUTORY-DAYS OF THE DECISION IS     *
      *    LISTED ON THE REPORT EVERY DAY UNTIL IT IS.  LODGED         *
      *    ENTRIES ARE KEPT SMR-RETAIN-DAYS, THEN DROPPED.             *
      *                                                                *
      *    LODGEMENT ACKNOWLEDGEMENT CARD (SMRACK, OPTIONAL):          *
      *        COLS  1-16  MESSAGE ID                                  *
      *        COLS 17-24  DATE LODGED CCYYMMDD                        *
      *        COLS 25-44  REGULATOR REFERENCE                         *
      *                                                                *
      *    THE CUSTOMER IS TOLD THE OUTCOME THROUGH THE LETTER / SMS   *
      *    SERVICE: A CUSTNOTE RECORD IS WRITTEN FOR EVERY RELEASE     *
      *    (TEMPLATE SCRREL - THE ACCOUNT DETAILS FOLLOW FROM THE      *
      *    OPEN) AND EVERY DECLINE (SCRDEC - THE APPROVED WORDING,     *
      *    NEVER THE REASON), AND ONCE FOR A CASE STILL HELD AFTER     *
      *    THE NOTICE PERIOD (SCRDLY), ON THE CHANNEL AND IN THE       *
      *    LANGUAGE (EL09500) OF THE ORIGINAL APPLICATION.             *
      *                                                                *
      *    PARAMETER CARD (PARMCARD, OPTIONAL):                        *
      *        COLS  1-3   DAYS HELD BEFORE THE DELAY NOTICE           *
      *                    (DEFAULT 007)                               *
      *                                                                *
      *    MODIFICATION HISTORY                                        *
      *    ----------------------------------------------------------  *
      *    02/09/26 RAM  INITIAL VERSION.                              *
      *    15/10/26 RAM  HELDCASE IMAGES ARE NOW HELD WITH THE         *
      *                  CUSTOMER PERSONAL DATA MASKED; A RELEASED     *
      *                  CASE IS UNMASKED THROUGH AF0400M0 JUST        *
      *                  BEFORE THE QUEUE PUT, AND STAYS HELD IF THE   *
      *                  VAULT CANNOT SUPPLY THE CLEAR VALUES.         *
      *    15/10/26 RAM  CLEARED-MATCH REGISTER - EACH RELEASE IS      *
      *                  RECORDED BY CUSTOMER AND LIST CODE WITH A     *
      *                  REVIEW EXPIRY SO AF0001M0 STOPS RE-HOLDING    *
      *                  THE SAME FALSE POSITIVE.                      *
      *    15/10/26 RAM  A DECLINE NOW NEEDS A REASON CODE AND MAY     *
      *                  CARRY A NARRATIVE CARD.  EACH DECLINE IS      *
      *                  WRITTEN TO THE SMREXTR SUSPICIOUS MATTER      *
      *                  REPORT EXTRACT AND TRACKED ON THE SMR         *
      *                  LODGEMENT REGISTER; OVERDUE LODGEMENTS ARE    *
      *                  LISTED ON HELDRPT.                            *
      *    15/10/26 RAM  CUSTOMER NOTICE (CUSTNOTE) FOR EVERY RELEASE  *
      *                  AND DECLINE, AND ONCE FOR A CASE HELD PAST    *
      *                  THE PARMCARD NOTICE PERIOD.                   *
      *    15/10/26 RAM  HELDCASE NO LONGER CARRIES THE CUSTOMER       *
      *                  NUMBER IN CLEAR - THE CLEARANCE, SMR EXTRACT  *
      *                  AND CUSTOMER NOTICE TAKE IT FROM THE IMAGE    *
      *                  UNMASKED THROUGH AF0400M0, AND A CASE         *
      *                  CARRIED FORWARD HAS ANY OLDER CLEAR NUMBER    *
      *                  BLANKED.                                      *
      *                                                                *
      *================================================================*
       ENVIRONMENT DIVISION.
           SELECT HELDRPT-FILE    ASSIGN TO HELDRPT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CLRMIN-FILE
                  ASSIGN TO CLRMIN
                  ORGANIZATION IS SEQUENTIAL.

           SELECT CLRMOUT-FILE    ASSIGN TO CLRMOUT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT SMREXTR-FILE    ASSIGN TO SMREXTR
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL SMRIN-FILE
                  ASSIGN TO SMRIN
                  ORGANIZATION IS SEQUENTIAL.

           SELECT SMROUT-FILE     ASSIGN TO SMROUT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL SMRACK-FILE
                  ASSIGN TO SMRACK
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL PARMCARD-FILE
                  ASSIGN TO PARMCARD
                  ORGANIZATION IS SEQUENTIAL.

           SELECT CUSTNOTE-FILE   ASSIGN TO CUSTNOTE
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
      *================================================================*
       FILE SECTION.
               10  HLD-HELD-DD                 PIC 9(02).
           05  HLD-LIST-CODE                   PIC X(04).
           05  HLD-MESSAGE-IMAGE               PIC X(600).
      *    ONCE THE CUSTOMER NUMBER IN CLEAR - NOW UNUSED, AND BLANKED
      *    ON ANY CASE CARRIED FORWARD.
           05  HLD-OLD-CUSTOMER-AREA           PIC X(09).
           05  HLD-ACCT-OCC-NBR                PIC 9(01).
           05  HLD-DELAY-NOTICE-SW             PIC X(01).
               88  HLD-DELAY-NOTIFIED              VALUE 'Y'.
           05  FILLER                          PIC X(01).

       FD  DISPTRAN-FILE
           RECORDING MODE IS F.
               88  DECLINE-ACTION-DT               VALUE 'DECLINE '.
               88  VALID-ACTION-DT                 VALUE 'RELEASE '
                                                         'DECLINE '.
               88  NARRATIVE-ACTION-DT             VALUE 'NARRATIV'.
           05  DISP-MSG-ID-DT                  PIC X(16).
           05  DISP-DETAIL-DT.
               10  DISP-USER-ID-DT             PIC X(08).
               10  DISP-EXPIRY-DATE-DT         PIC X(08).
               10  DISP-EXPIRY-DATE-N-DT REDEFINES DISP-EXPIRY-DATE-DT
                                               PIC 9(08).
               10  DISP-REASON-DT              PIC X(04).
               10  FILLER                      PIC X(36).
           05  DISP-NARRATIVE-DT REDEFINES DISP-DETAIL-DT
                                               PIC X(56).

       FD  HELDOUT-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  HELDRPT-LINE                        PIC X(132).

      *    CLEARED-MATCH REGISTER.  THIS RECORD LAYOUT IS MIRRORED IN
      *    AF0001M0 - THE TWO MUST STAY IN STEP.
       FD  CLRMIN-FILE
           RECORDING MODE IS F.
       01  CLRMIN-RECORD.
           05  CLR-CUSTOMER-NBR-CM             PIC X(09).
           05  CLR-LIST-CODE-CM                PIC X(04).
           05  CLR-RELEASED-BY-CM              PIC X(08).
           05  CLR-RELEASE-DATE-CM             PIC 9(08).
           05  CLR-EXPIRY-DATE-CM              PIC 9(08).
           05  CLR-MSG-ID-CM                   PIC X(16).
           05  FILLER                          PIC X(27).

       FD  CLRMOUT-FILE
           RECORDING MODE IS F.
       01  CLRMOUT-RECORD                      PIC X(80).

      *----------------------------------------------------------------*
      *    SMREXTR - SUSPICIOUS MATTER REPORT LODGEMENT EXTRACT.       *
      *        'H' HEADER - RUN DATE AND SOURCE                        *
      *        'D' ONE PER DECLINED CASE                               *
      *        'T' TRAILER - DETAIL COUNT AND AMOUNT TOTAL             *
      *----------------------------------------------------------------*
       FD  SMREXTR-FILE
           RECORDING MODE IS F.
       01  SMREXTR-RECORD.
           05  SMR-REC-TYPE-SX                 PIC X(01).
               88  SMR-HEADER-SX                   VALUE 'H'.
               88  SMR-DETAIL-SX                   VALUE 'D'.
               88  SMR-TRAILER-SX                  VALUE 'T'.
           05  SMR-HEADER-DATA-SX.
               10  SMR-RUN-DATE-SX             PIC 9(08).
               10  SMR-SOURCE-SX               PIC X(08).
               10  FILLER                      PIC X(183).
           05  SMR-DETAIL-DATA-SX REDEFINES SMR-HEADER-DATA-SX.
               10  SMR-REFERENCE-SX            PIC X(16).
               10  SMR-CUSTOMER-SX             PIC X(09).
               10  SMR-PRODUCT-SX              PIC X(06).
               10  SMR-AMOUNT-SX               PIC 9(09)V99.
               10  SMR-CURRENCY-SX             PIC X(03).
               10  SMR-CHANNEL-SX              PIC X(02).
               10  SMR-LIST-CODE-SX            PIC X(04).
               10  SMR-HELD-DATE-SX            PIC 9(08).
               10  SMR-DECISION-DATE-SX        PIC 9(08).
               10  SMR-DECIDED-BY-SX           PIC X(08).
               10  SMR-REASON-SX               PIC X(04).
               10  SMR-NARRATIVE-SX            PIC X(56).
               10  FILLER                      PIC X(64).
           05  SMR-TRAILER-DATA-SX REDEFINES SMR-HEADER-DATA-SX.
               10  SMR-DETAIL-CNT-SX           PIC 9(07).
               10  SMR-TOT-AMOUNT-SX           PIC 9(13)V99.
               10  FILLER                      PIC X(177).

      *----------------------------------------------------------------*
      *    SMRIN / SMROUT - SMR LODGEMENT REGISTER, ONE RECORD PER     *
      *    DECLINE UNTIL ITS LODGEMENT HAS AGED OFF.                   *
      *----------------------------------------------------------------*
       FD  SMRIN-FILE
           RECORDING MODE IS F.
       01  SMRIN-RECORD.
           05  SMR-MSG-ID-RG                   PIC X(16).
           05  SMR-CUSTOMER-RG                 PIC X(09).
           05  SMR-LIST-CODE-RG                PIC X(04).
           05  SMR-DECISION-DATE-RG            PIC 9(08).
           05  SMR-DECIDED-BY-RG               PIC X(08).
           05  SMR-REASON-RG                   PIC X(04).
           05  SMR-STATUS-RG                   PIC X(01).
               88  SMR-EXTRACTED-RG                VALUE 'E'.
               88  SMR-LODGED-RG                   VALUE 'L'.
           05  SMR-LODGED-DATE-RG              PIC 9(08).
           05  SMR-REGULATOR-REF-RG            PIC X(20).
           05  FILLER                          PIC X(22).

       FD  SMROUT-FILE
           RECORDING MODE IS F.
       01  SMROUT-RECORD                       PIC X(100).

       FD  SMRACK-FILE
           RECORDING MODE IS F.
       01  SMRACK-RECORD.
           05  ACK-MSG-ID-SA                   PIC X(16).
           05  ACK-LODGED-DATE-SA              PIC 9(08).
           05  ACK-REGULATOR-REF-SA            PIC X(20).
           05  FILLER                          PIC X(36).

       FD  PARMCARD-FILE
           RECORDING MODE IS F.
       01  PARMCARD-RECORD.
           05  PARM-NOTICE-DAYS                PIC 9(03).
           05  FILLER                          PIC X(77).

      *----------------------------------------------------------------*
      *    CUSTNOTE - CUSTOMER NOTIFICATION RECORD FOR THE LETTER /    *
      *    SMS SERVICE.  THIS RECORD LAYOUT IS MIRRORED IN AF0470M0    *
      *    AND AF0480M0 - THEY MUST ALL STAY IN STEP.                  *
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
               88  RELEASED-OUTCOME-NT             VALUE 'R'.
               88  DECLINED-OUTCOME-NT             VALUE 'D'.
               88  STILL-HELD-OUTCOME-NT           VALUE 'H'.
           05  NOTE-PRODUCT-NT                 PIC X(06).
           05  FILLER                          PIC X(21).

       WORKING-STORAGE SECTION.
      *================================================================*

       77  SMR-STATUTORY-DAYS                  PIC S9(03) COMP-3
                                                   VALUE +3.
       77  SMR-RETAIN-DAYS                     PIC S9(03) COMP-3
                                                   VALUE +90.
       77  DEFAULT-NOTICE-DAYS                 PIC 9(03) VALUE 007.
       77  RELEASE-NOTICE-TEMPLATE             PIC X(06) VALUE 'SCRREL'.
       77  DECLINE-NOTICE-TEMPLATE             PIC X(06) VALUE 'SCRDEC'.
       77  DELAY-NOTICE-TEMPLATE               PIC X(06) VALUE 'SCRDLY'.

       01  AF0490M0-SWITCHES.
           05  HELDIN-EOF-SW                   PIC X(01) VALUE 'N'.
               88  HELDIN-EOF                      VALUE 'Y'.
               88  DISPTRAN-EOF                    VALUE 'Y'.
           05  DISP-FOUND-SW                   PIC X(01) VALUE 'N'.
               88  DISP-ENTRY-FOUND                VALUE 'Y'.
           05  CLRMIN-EOF-SW                   PIC X(01) VALUE 'N'.
               88  CLRMIN-EOF                      VALUE 'Y'.
           05  CLR-FOUND-SW                    PIC X(01) VALUE 'N'.
               88  CLR-ENTRY-FOUND                 VALUE 'Y'.
           05  SMRIN-EOF-SW                    PIC X(01) VALUE 'N'.
               88  SMRIN-EOF                       VALUE 'Y'.
           05  SMRACK-EOF-SW                   PIC X(01) VALUE 'N'.
               88  SMRACK-EOF                      VALUE 'Y'.
           05  SMR-FOUND-SW                    PIC X(01) VALUE 'N'.
               88  SMR-ENTRY-FOUND                 VALUE 'Y'.
           05  OVERDUE-HDG-SW                  PIC X(01) VALUE 'N'.
               88  OVERDUE-HDG-WRITTEN             VALUE 'Y'.
           05  PARM-EOF-SW                     PIC X(01) VALUE 'N'.
               88  PARM-EOF                        VALUE 'Y'.
           05  NOTICE-WRITTEN-SW               PIC X(01) VALUE 'N'.
               88  NOTICE-WRITTEN                  VALUE 'Y'.

       01  AF0490M0-CONTROL-COUNTS.
           05  HELD-READ-CNT                   PIC S9(07) COMP-3
                                                   VALUE +0.
           05  FAILED-PUT-CNT                  PIC S9(07) COMP-3
                                                   VALUE +0.
           05  VAULT-FAILED-CNT                PIC S9(07) COMP-3
                                                   VALUE +0.
           05  UNMATCHED-DISP-CNT              PIC S9(07) COMP-3
                                                   VALUE +0.
           05  CLEARANCE-ADDED-CNT             PIC S9(07) COMP-3
                                                   VALUE +0.
           05  CLEARANCE-RENEWED-CNT           PIC S9(07) COMP-3
                                                   VALUE +0.
           05  CLEARANCE-EXPIRED-CNT           PIC S9(07) COMP-3
                                                   VALUE +0.
           05  CLEARANCE-NO-CUST-CNT           PIC S9(07) COMP-3
                                                   VALUE +0.
           05  CLEARANCE-WRITTEN-CNT           PIC S9(07) COMP-3
                                                   VALUE +0.
           05  NO-REASON-CNT                   PIC S9(07) COMP-3
                                                   VALUE +0.
           05  NARRATIVE-CNT                   PIC S9(07) COMP-3
                                                   VALUE +0.
           05  SMR-EXTRACTED-CNT               PIC S9(07) COMP-3
                                                   VALUE +0.
           05  SMR-ACK-CNT                     PIC S9(07) COMP-3
                                                   VALUE +0.
           05  SMR-ACK-UNMATCHED-CNT           PIC S9(07) COMP-3
                                                   VALUE +0.
           05  SMR-AGED-OFF-CNT                PIC S9(07) COMP-3
                                                   VALUE +0.
           05  SMR-AWAITING-CNT                PIC S9(07) COMP-3
                                                   VALUE +0.
           05  SMR-OVERDUE-CNT                 PIC S9(07) COMP-3
                                                   VALUE +0.
           05  SMR-TOTAL-AMOUNT                PIC S9(13)V99 COMP-3
                                                   VALUE +0.
           05  RELEASE-NOTICE-CNT              PIC S9(07) COMP-3
                                                   VALUE +0.
           05  DECLINE-NOTICE-CNT              PIC S9(07) COMP-3
                                                   VALUE +0.
           05  DELAY-NOTICE-CNT                PIC S9(07) COMP-3
                                                   VALUE +0.
           05  NOTICE-NO-CUST-CNT              PIC S9(07) COMP-3
                                                   VALUE +0.

       01  AF0490M0-WORK-FIELDS.
           05  RUN-DATE-GV                     PIC 9(08).
           05  HELD-SERIAL-GV                  PIC S9(09) COMP-3.
           05  AGE-DAYS-GV                     PIC S9(05) COMP-3.
           05  DISP-X                          PIC S9(04) COMP.
           05  CLR-X                           PIC S9(04) COMP.
           05  DEFAULT-EXPIRY-GV               PIC 9(08).
           05  DEFAULT-EXPIRY-R REDEFINES DEFAULT-EXPIRY-GV.
               10  DEFAULT-EXPIRY-YY-GV        PIC 9(04).
               10  DEFAULT-EXPIRY-MM-GV        PIC 9(02).
               10  DEFAULT-EXPIRY-DD-GV        PIC 9(02).
           05  SMR-X                           PIC S9(04) COMP.
           05  SMR-OCC-X                       PIC S9(04) COMP.
           05  SERIAL-DATE-GV                  PIC 9(08).
           05  SERIAL-DATE-R REDEFINES SERIAL-DATE-GV.
               10  SERIAL-YY-GV                PIC 9(04).
               10  SERIAL-MM-GV                PIC 9(02).
               10  SERIAL-DD-GV                PIC 9(02).
           05  SERIAL-DAYS-GV                  PIC S9(09) COMP-3.
           05  NOTICE-DAYS-GV                  PIC 9(03).

      *----------------------------------------------------------------*
      *    CUMULATIVE DAYS TO THE START OF EACH MONTH - USED FOR AN    *
               10  DISP-ACTION                 PIC X(08).
               10  DISP-USER-ID                PIC X(08).
               10  DISP-USED-SW                PIC X(01).
               10  DISP-EXPIRY-DATE            PIC 9(08).
               10  DISP-REASON                 PIC X(04).
               10  DISP-NARRATIVE              PIC X(56).

      *----------------------------------------------------------------*
      *    CLEARED-MATCH REGISTER - EACH ROW IS THE CLRMOUT RECORD     *
      *    IMAGE.                                                      *
      *----------------------------------------------------------------*
       01  CLR-TABLE-COUNT                     PIC S9(04) COMP
                                                   VALUE +0.
       01  CLR-TABLE.
           05  CLR-ENTRY OCCURS 2000 TIMES.
               10  CLR-CUSTOMER-NBR            PIC X(09).
               10  CLR-LIST-CODE               PIC X(04).
               10  CLR-RELEASED-BY             PIC X(08).
               10  CLR-RELEASE-DATE            PIC 9(08).
               10  CLR-EXPIRY-DATE             PIC 9(08).
               10  CLR-MSG-ID                  PIC X(16).
               10  FILLER                      PIC X(27).

      *----------------------------------------------------------------*
      *    SMR LODGEMENT REGISTER - EACH ROW IS THE SMROUT RECORD      *
      *    IMAGE.                                                      *
      *----------------------------------------------------------------*
       01  SMR-TABLE-COUNT                     PIC S9(04) COMP
                                                   VALUE +0.
       01  SMR-TABLE.
           05  SMR-ENTRY OCCURS 3000 TIMES.
               10  SMR-MSG-ID                  PIC X(16).
               10  SMR-CUSTOMER                PIC X(09).
               10  SMR-LIST-CODE               PIC X(04).
               10  SMR-DECISION-DATE           PIC 9(08).
               10  SMR-DECIDED-BY              PIC X(08).
               10  SMR-REASON                  PIC X(04).
               10  SMR-STATUS                  PIC X(01).
                   88  SMR-LODGED                  VALUE 'L'.
               10  SMR-LODGED-DATE             PIC 9(08).
               10  SMR-REGULATOR-REF           PIC X(20).
               10  FILLER                      PIC X(22).

       01  SE1511P-RELEASE-MESSAGE             PIC X(600).

      *----------------------------------------------------------------*
      *    SMR VIEW OF THE UNMASKED HELD IMAGE - A MIRROR OF THE       *
      *    SE1511P MESSAGE IN AF0001M0 (V2 LAYOUT - A V1 MESSAGE IS    *
      *    REMAPPED BEFORE IT IS SCREENED, SO EVERY HELD IMAGE IS V2). *
      *    THE TWO LAYOUTS MUST STAY IN STEP.  THE CUSTOMER NOTICE     *
      *    READS ITS CHANNEL, LANGUAGE, PRODUCT, AMOUNT AND CUSTOMER   *
      *    HERE TOO, AND THE CLEARANCE ITS CUSTOMER - THE IMAGE IS     *
      *    ALWAYS PUT HERE AS UNMASKED BY AF0400M0.                    *
      *----------------------------------------------------------------*
       01  SE1511P-SMR-VIEW.
           05  LL-SE1511P-SM                   PIC S9(04) COMP.
           05  ZZ-SE1511P-SM                   PIC S9(04) COMP.
           05  TRANCODE-SE1511P-SM             PIC X(08).
           05  EL33167-SE1511P-SM              PIC X(16).
           05  EL19804-SE1511P-SM              PIC X(02).
           05  EL08667-SE1511P-SM              PIC X(06).
           05  EL09500-SE1511P-SM              PIC X(01).
           05  SE1511P-ACCOUNT-GROUP-SM OCCURS 3 TIMES.
               10  EL04398-SE1511P-SM          PIC X(09).
               10  EL33168-SE1511P-SM          PIC X(06).
               10  EL28910-SE1511P-SM          PIC X(06).
               10  EL06834-SE1511P-SM          PIC S9(09)V99 COMP-3.
               10  EL33189-SE1511P-SM          PIC S9(03) COMP-3.
               10  EL33193-SE1511P-SM          PIC X(01).
               10  EL33192-SE1511P-SM          PIC X(01).
               10  EL14444-SE1511P-SM          PIC X(09).
               10  EL33198-SE1511P-SM          PIC X(03).
               10  EL06972-SE1511P-SM          PIC X(20).
               10  EL19323-SE1511P-SM          PIC X(01).
               10  EL19453-SE1511P-SM          PIC S9(09)V99 COMP-3.
               10  EL19456-SE1511P-SM          PIC X(01).
               10  EL19457-SE1511P-SM          PIC X(03).
               10  EL19454-SE1511P-SM          PIC X(01).
               10  EL19455-SE1511P-SM          PIC X(09).
               10  EL19452-SE1511P-SM          PIC 9(05).
               10  EL19451-SE1511P-SM          PIC 9(02)V9(04).
               10  EL19449-SE1511P-SM          PIC X(01).
               10  EL19450-SE1511P-SM          PIC X(09).
               10  EL19447-SE1511P-SM          PIC X(01).
               10  EL19448-SE1511P-SM          PIC X(02).
               10  EL09020-SE1511P-SM          PIC X(03).
               10  SE1511P-ROLE-GROUP-SM OCCURS 2 TIMES.
                   15  EL19445-SE1511P-SM      PIC X(01).
                   15  EL19446-SE1511P-SM      PIC X(03).
                   15  EL04399-SE1511P-SM      PIC X(09).
           05  SE1511P-V59-SM                  PIC X(120).
           05  FILLER                          PIC X(32).

      *----------------------------------------------------------------*
      *    AF0400M0 PERSONAL DATA MASK PASSAREA - THE IMAGES ARE HELD  *
      *    MASKED AND ARE UNMASKED ONLY FOR THE PUT BACK TO THE        *
      *    REQUEST QUEUE, THE SMR EXTRACT, THE CLEARANCE AND THE       *
      *    CUSTOMER NOTICE.  THE LAYOUT IS MIRRORED FROM AF0400M0 -    *
      *    THE TWO MUST STAY IN STEP.                                  *
      *----------------------------------------------------------------*
       01  AF0400M0-PASSAREA.
           05  MASK-FUNCTION-AF0400            PIC X(04).
               88  MASK-IMAGE-AF0400               VALUE 'MASK'.
               88  UNMASK-IMAGE-AF0400             VALUE 'UNMK'.
           05  MASK-MSG-ID-AF0400              PIC X(16).
           05  MASK-RETCODE-AF0400             PIC S9(04) COMP.
               88  MASK-OK-AF0400                  VALUE +0.
           05  MASK-IMAGE-DATA-AF0400          PIC X(600).
           05  MASK-CLEAR-BLOCK-AF0400         PIC X(240).

       01  AF8999B01-MODULE-CONTROL.
           05  AF8999B01-STATUS                PIC X(01).
               88  AF8999B01-STATUS-OK             VALUE ' '.
           05  HELD-DET-DISPOSITION            PIC X(20).
           05  FILLER                          PIC X(58)  VALUE SPACES.

       01  OVERDUE-HEADING.
           05  FILLER                          PIC X(50)  VALUE
                 'SMR LODGEMENTS OVERDUE - STATUTORY DAYS :'.
           05  OVERDUE-HDG-DAYS                PIC ZZ9.
           05  FILLER                          PIC X(79)  VALUE SPACES.

       01  OVERDUE-HEADING-2.
           05  FILLER                          PIC X(18)  VALUE
                 'MESSAGE ID        '.
           05  FILLER                          PIC X(10)  VALUE
                 'DECIDED   '.
           05  FILLER                          PIC X(06)  VALUE
                 'LIST  '.
           05  FILLER                          PIC X(10)  VALUE
                 'AGE DAYS  '.
           05  FILLER                          PIC X(10)  VALUE
                 'USER      '.
           05  FILLER                          PIC X(20)  VALUE
                 'REASON'.
           05  FILLER                          PIC X(58)  VALUE SPACES.

       01  HELD-COUNT-LINE.
           05  HELD-COUNT-DESC                 PIC X(27).
           05  HELD-COUNT-VALUE                PIC ZZZ,ZZ9.
           PERFORM 2000-PROCESS-HELD-CASE
                   UNTIL HELDIN-EOF
           PERFORM 3500-REPORT-UNMATCHED-CARDS
           PERFORM 3800-WRITE-CLEARED-MATCHES
           PERFORM 3900-WRITE-SMR-REGISTER
           PERFORM 4000-WRITE-CONTROL-COUNTS
           PERFORM 9000-TERMINATE
           GOBACK
       1000-INITIALIZE.
           OPEN INPUT  HELDIN-FILE
                       DISPTRAN-FILE
                       CLRMIN-FILE
                       SMRIN-FILE
                       SMRACK-FILE
                       PARMCARD-FILE
           OPEN OUTPUT HELDOUT-FILE
                       HELDRPT-FILE
                       CLRMOUT-FILE
                       SMREXTR-FILE
                       SMROUT-FILE
                       CUSTNOTE-FILE
           ACCEPT RUN-DATE-GV FROM DATE YYYYMMDD
           MOVE DEFAULT-NOTICE-DAYS TO NOTICE-DAYS-GV
           READ PARMCARD-FILE
              AT END SET PARM-EOF TO TRUE
           END-READ
           IF NOT PARM-EOF
              AND PARM-NOTICE-DAYS NUMERIC
              AND PARM-NOTICE-DAYS > ZERO
              MOVE PARM-NOTICE-DAYS TO NOTICE-DAYS-GV
           END-IF
           MOVE RUN-DATE-GV         TO HELD-HDG-DATE
                                       DEFAULT-EXPIRY-GV
           ADD 1 TO DEFAULT-EXPIRY-YY-GV
           IF DEFAULT-EXPIRY-MM-GV = 02
              AND DEFAULT-EXPIRY-DD-GV = 29
              MOVE 28 TO DEFAULT-EXPIRY-DD-GV
           END-IF
           COMPUTE RUN-SERIAL-GV =
                   (RUN-YY-GV * 365) + (RUN-YY-GV / 4)
                 + CUM-DAYS-GV(RUN-MM-GV) + RUN-DD-GV
           WRITE HELDRPT-LINE FROM HELD-HEADING-1
           WRITE HELDRPT-LINE FROM HELD-HEADING-2
           PERFORM 1200-LOAD-DISPOSITIONS
           PERFORM 1300-LOAD-CLEARED-MATCHES
           PERFORM 1400-LOAD-SMR-REGISTER
           PERFORM 1500-APPLY-SMR-ACKS
           MOVE SPACES              TO SMREXTR-RECORD
           SET SMR-HEADER-SX        TO TRUE
           MOVE RUN-DATE-GV         TO SMR-RUN-DATE-SX
           MOVE 'AF0490M0'          TO SMR-SOURCE-SX
           WRITE SMREXTR-RECORD
           PERFORM 8100-READ-HELD-CASE
           .

      ******************************************************************
       1200-LOAD-DISPOSITIONS.
           PERFORM 8200-READ-DISPOSITION
           PERFORM 1250-STORE-DISPOSITION THRU 1250-EXIT
                   UNTIL DISPTRAN-EOF
                   OR DISP-TABLE-COUNT = 100
           .

       1250-STORE-DISPOSITION.
           IF NARRATIVE-ACTION-DT
              PERFORM 1275-STORE-NARRATIVE
              PERFORM 8200-READ-DISPOSITION
              GO TO 1250-EXIT
           END-IF
           IF VALID-ACTION-DT
              ADD 1 TO DISP-TABLE-COUNT
              MOVE DISP-MSG-ID-DT
                TO DISP-USER-ID(DISP-TABLE-COUNT)
              MOVE 'N'
                TO DISP-USED-SW(DISP-TABLE-COUNT)
              MOVE DEFAULT-EXPIRY-GV
                TO DISP-EXPIRY-DATE(DISP-TABLE-COUNT)
              MOVE SPACES
                TO DISP-REASON(DISP-TABLE-COUNT)
                   DISP-NARRATIVE(DISP-TABLE-COUNT)
              IF DECLINE-ACTION-DT
                 MOVE DISP-REASON-DT
                   TO DISP-REASON(DISP-TABLE-COUNT)
                 MOVE SPACES TO DISP-EXPIRY-DATE-DT
              END-IF
              IF DISP-EXPIRY-DATE-DT NOT = SPACES
                 IF DISP-EXPIRY-DATE-DT NUMERIC
                    AND DISP-EXPIRY-DATE-N-DT > RUN-DATE-GV
                    MOVE DISP-EXPIRY-DATE-N-DT
                      TO DISP-EXPIRY-DATE(DISP-TABLE-COUNT)
                 ELSE
                    DISPLAY 'AF0490M0 - INVALID REVIEW EXPIRY '
                            DISP-EXPIRY-DATE-DT ' FOR '
                            DISP-MSG-ID-DT ', ' DEFAULT-EXPIRY-GV
                            ' USED'
                 END-IF
              END-IF
           ELSE
              DISPLAY 'AF0490M0 - INVALID DISPOSITION ACTION '
                      DISP-ACTION-DT ' FOR ' DISP-MSG-ID-DT
           END-IF
           PERFORM 8200-READ-DISPOSITION
           .
       1250-EXIT.
           EXIT.

      *    A NARRATIVE CARD BELONGS TO A DECLINE ALREADY LOADED.
       1275-STORE-NARRATIVE.
           MOVE 'N' TO DISP-FOUND-SW
           MOVE 1   TO DISP-X
           PERFORM 1280-MATCH-NARRATIVE
                   UNTIL DISP-X > DISP-TABLE-COUNT
                   OR DISP-ENTRY-FOUND
           IF DISP-ENTRY-FOUND
              AND DISP-ACTION(DISP-X) = 'DECLINE '
              MOVE DISP-NARRATIVE-DT TO DISP-NARRATIVE(DISP-X)
              ADD 1 TO NARRATIVE-CNT
           ELSE
              DISPLAY 'AF0490M0 - NARRATIVE FOR ' DISP-MSG-ID-DT
                      ' HAS NO DECLINE CARD AHEAD OF IT - IGNORED'
           END-IF
           .

       1280-MATCH-NARRATIVE.
           IF DISP-MSG-ID(DISP-X) = DISP-MSG-ID-DT
              SET DISP-ENTRY-FOUND TO TRUE
           ELSE
              ADD 1 TO DISP-X
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    1300-LOAD-CLEARED-MATCHES                                   *
      *                                                                *
      *    LOAD THE CLEARED-MATCH REGISTER.  A CLEARANCE WHOSE REVIEW  *
      *    EXPIRY HAS PASSED IS DROPPED HERE, SO THE NEXT HIT ON THAT  *
      *    CUSTOMER AND LIST CODE IS HELD FOR A FRESH REVIEW.          *
      *                                                                *
      ******************************************************************
       1300-LOAD-CLEARED-MATCHES.
           PERFORM 8300-READ-CLEARED-MATCH
           PERFORM 1350-STORE-CLEARED-MATCH
                   UNTIL CLRMIN-EOF
                   OR CLR-TABLE-COUNT = 2000
           IF NOT CLRMIN-EOF
              DISPLAY 'AF0490M0 - CLEARED-MATCH REGISTER FULL, '
                      'LATER ENTRIES DROPPED'
           END-IF
           .

       1350-STORE-CLEARED-MATCH.
           IF CLR-EXPIRY-DATE-CM NOT NUMERIC
              OR CLR-EXPIRY-DATE-CM < RUN-DATE-GV
              ADD 1 TO CLEARANCE-EXPIRED-CNT
           ELSE
              ADD 1 TO CLR-TABLE-COUNT
              MOVE CLRMIN-RECORD    TO CLR-ENTRY(CLR-TABLE-COUNT)
           END-IF
           PERFORM 8300-READ-CLEARED-MATCH
           .

      ******************************************************************
      *                                                                *
      *    1400-LOAD-SMR-REGISTER                                      *
      *                                                                *
      *    LOAD THE SMR LODGEMENT REGISTER.  AN ENTRY LODGED MORE      *
      *    THAN SMR-RETAIN-DAYS AGO HAS AGED OFF AND IS DROPPED.       *
      *                                                                *
      ******************************************************************
       1400-LOAD-SMR-REGISTER.
           PERFORM 8400-READ-SMR-REGISTER
           PERFORM 1450-STORE-SMR-ENTRY THRU 1450-EXIT
                   UNTIL SMRIN-EOF
                   OR SMR-TABLE-COUNT = 3000
           IF NOT SMRIN-EOF
              DISPLAY 'AF0490M0 - SMR REGISTER FULL, '
                      'LATER ENTRIES DROPPED'
           END-IF
           .

       1450-STORE-SMR-ENTRY.
           IF SMR-LODGED-RG
              AND SMR-LODGED-DATE-RG NUMERIC
              MOVE SMR-LODGED-DATE-RG TO SERIAL-DATE-GV
              PERFORM 8500-DATE-TO-SERIAL
              IF RUN-SERIAL-GV - SERIAL-DAYS-GV > SMR-RETAIN-DAYS
                 ADD 1 TO SMR-AGED-OFF-CNT
                 PERFORM 8400-READ-SMR-REGISTER
                 GO TO 1450-EXIT
              END-IF
           END-IF
           ADD 1 TO SMR-TABLE-COUNT
           MOVE SMRIN-RECORD        TO SMR-ENTRY(SMR-TABLE-COUNT)
           PERFORM 8400-READ-SMR-REGISTER
           .
       1450-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *    1500-APPLY-SMR-ACKS                                         *
      *                                                                *
      *    MARK EACH REGISTER ENTRY THE LODGEMENT ACKNOWLEDGEMENTS     *
      *    CONFIRM AS LODGED.  AN ACKNOWLEDGEMENT FOR NO ENTRY IS      *
      *    REPORTED.                                                   *
      *                                                                *
      ******************************************************************
       1500-APPLY-SMR-ACKS.
           PERFORM 8450-READ-SMR-ACK
           PERFORM 1550-APPLY-ONE-ACK
                   UNTIL SMRACK-EOF
           .

       1550-APPLY-ONE-ACK.
           MOVE 'N' TO SMR-FOUND-SW
           MOVE 1   TO SMR-X
           PERFORM 1575-MATCH-SMR-ENTRY
                   UNTIL SMR-X > SMR-TABLE-COUNT
                   OR SMR-ENTRY-FOUND
           IF SMR-ENTRY-FOUND
              AND ACK-LODGED-DATE-SA NUMERIC
              MOVE 'L'              TO SMR-STATUS(SMR-X)
              MOVE ACK-LODGED-DATE-SA
                                    TO SMR-LODGED-DATE(SMR-X)
              MOVE ACK-REGULATOR-REF-SA
                                    TO SMR-REGULATOR-REF(SMR-X)
              ADD 1 TO SMR-ACK-CNT
           ELSE
              ADD 1 TO SMR-ACK-UNMATCHED-CNT
              MOVE SPACES           TO HELD-DETAIL-LINE
              MOVE ACK-MSG-ID-SA    TO HELD-DET-MSG-ID
              MOVE 'ACK - NO SMR ENTRY'
                                    TO HELD-DET-DISPOSITION
              WRITE HELDRPT-LINE FROM HELD-DETAIL-LINE
           END-IF
           PERFORM 8450-READ-SMR-ACK
           .

       1575-MATCH-SMR-ENTRY.
           IF SMR-MSG-ID(SMR-X) = ACK-MSG-ID-SA
              SET SMR-ENTRY-FOUND TO TRUE
           ELSE
              ADD 1 TO SMR-X
           END-IF
           .

      ******************************************************************
      *                                                                *
           EVALUATE TRUE
              WHEN DISP-ENTRY-FOUND
                   AND DISP-ACTION(DISP-X) = 'RELEASE '
                 PERFORM 3100-RELEASE-CASE THRU 3100-EXIT
              WHEN DISP-ENTRY-FOUND
                   AND DISP-REASON(DISP-X) = SPACES
                 PERFORM 3050-CARRY-FORWARD
                 ADD 1 TO NO-REASON-CNT
                 MOVE DISP-USER-ID(DISP-X)
                                    TO HELD-DET-USER
                 MOVE 'DECLINE - NO REASON'
                                    TO HELD-DET-DISPOSITION
                 PERFORM 3700-WRITE-REPORT-DETAIL
              WHEN DISP-ENTRY-FOUND
                 PERFORM 3200-DECLINE-CASE THRU 3200-EXIT
              WHEN OTHER
                 PERFORM 3050-CARRY-FORWARD
                 MOVE SPACES        TO HELD-DET-USER
                 MOVE 'STILL HELD'  TO HELD-DET-DISPOSITION
                 PERFORM 3700-WRITE-REPORT-DETAIL
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    3050-CARRY-FORWARD                                          *
      *                                                                *
      *    THE CASE STAYS HELD.  ONCE IT HAS BEEN HELD LONGER THAN     *
      *    THE NOTICE PERIOD THE CUSTOMER IS TOLD IT IS STILL UNDER    *
      *    REVIEW - ONCE ONLY, THE SWITCH TRAVELS WITH THE CASE.  THE  *
      *    CUSTOMER NUMBER FOR THE NOTICE COMES FROM THE IMAGE         *
      *    UNMASKED THROUGH AF0400M0 - IF THE VAULT CANNOT SUPPLY IT   *
      *    THE NOTICE IS ONLY COUNTED AND IS TRIED AGAIN NEXT RUN.     *
      *                                                                *
      ******************************************************************
       3050-CARRY-FORWARD.
           IF AGE-DAYS-GV > NOTICE-DAYS-GV
              AND NOT HLD-DELAY-NOTIFIED
              SET UNMASK-IMAGE-AF0400  TO TRUE
              MOVE HLD-MSG-ID       TO MASK-MSG-ID-AF0400
              MOVE HLD-MESSAGE-IMAGE
                                    TO MASK-IMAGE-DATA-AF0400
              CALL 'AF0400M0' USING AF0400M0-PASSAREA
              IF MASK-OK-AF0400
                 MOVE MASK-IMAGE-DATA-AF0400
                                    TO SE1511P-SMR-VIEW
              ELSE
                 MOVE HLD-MESSAGE-IMAGE
                                    TO SE1511P-SMR-VIEW
              END-IF
              MOVE SPACES           TO MASK-IMAGE-DATA-AF0400
                                       MASK-CLEAR-BLOCK-AF0400
              MOVE SPACES           TO CUSTNOTE-RECORD
              MOVE DELAY-NOTICE-TEMPLATE
                                    TO NOTE-TEMPLATE-NT
              SET STILL-HELD-OUTCOME-NT
                                    TO TRUE
              PERFORM 3600-WRITE-CUSTOMER-NOTICE
              IF NOTICE-WRITTEN
                 SET HLD-DELAY-NOTIFIED TO TRUE
                 ADD 1 TO DELAY-NOTICE-CNT
              END-IF
           END-IF
           MOVE SPACES              TO HLD-OLD-CUSTOMER-AREA
           WRITE HELDOUT-RECORD FROM HELDIN-RECORD
           ADD 1 TO CARRIED-CNT
           .

      ******************************************************************
      *                                                                *
      *    3100-RELEASE-CASE                                           *
      *                                                                *
      *    PUT THE ORIGINAL MESSAGE BACK ON THE REQUEST QUEUE - IT     *
      *    GOES THROUGH THE NORMAL AF0001M0 OPEN PATH, SCREENING       *
      *    INCLUDED.  A FAILED PUT KEEPS THE CASE HELD.  THE CASE IS   *
      *    HELD MASKED AND IS UNMASKED FOR THE PUT ONLY - IF THE       *
      *    VAULT CANNOT SUPPLY THE CLEAR VALUES IT STAYS HELD.         *
      *                                                                *
      ******************************************************************
       3100-RELEASE-CASE.
           MOVE DISP-USER-ID(DISP-X)
                                    TO HELD-DET-USER
           SET UNMASK-IMAGE-AF0400  TO TRUE
           MOVE HLD-MSG-ID          TO MASK-MSG-ID-AF0400
           MOVE HLD-MESSAGE-IMAGE   TO MASK-IMAGE-DATA-AF0400
           CALL 'AF0400M0' USING AF0400M0-PASSAREA
           IF NOT MASK-OK-AF0400
              ADD 1 TO VAULT-FAILED-CNT
              PERFORM 3050-CARRY-FORWARD
              MOVE 'VAULT FAILED - HELD'
                                    TO HELD-DET-DISPOSITION
              PERFORM 3700-WRITE-REPORT-DETAIL
              GO TO 3100-EXIT
           END-IF
           MOVE MASK-IMAGE-DATA-AF0400
                                    TO SE1511P-RELEASE-MESSAGE
           MOVE SPACES              TO MASK-IMAGE-DATA-AF0400
                                       MASK-CLEAR-BLOCK-AF0400
           CALL 'AF0341M0' USING SE1511P-RELEASE-MESSAGE
                                 AF8999B01-MODULE-CONTROL
           IF AF8999B01-STATUS-OK
              ADD 1 TO RELEASED-CNT
              MOVE 'RELEASED'       TO HELD-DET-DISPOSITION
              MOVE SE1511P-RELEASE-MESSAGE
                                    TO SE1511P-SMR-VIEW
              PERFORM 3150-RECORD-CLEARANCE
              MOVE SPACES           TO CUSTNOTE-RECORD
              MOVE RELEASE-NOTICE-TEMPLATE
                                    TO NOTE-TEMPLATE-NT
              SET RELEASED-OUTCOME-NT
                                    TO TRUE
              PERFORM 3600-WRITE-CUSTOMER-NOTICE
              IF NOTICE-WRITTEN
                 ADD 1 TO RELEASE-NOTICE-CNT
              END-IF
           ELSE
              ADD 1 TO FAILED-PUT-CNT
              PERFORM 3050-CARRY-FORWARD
              MOVE 'PUT FAILED - HELD'
                                    TO HELD-DET-DISPOSITION
           END-IF
           PERFORM 3700-WRITE-REPORT-DETAIL
           .
       3100-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *    3150-RECORD-CLEARANCE                                       *
      *                                                                *
      *    RECORD THE RELEASE ON THE CLEARED-MATCH REGISTER.  A        *
      *    CUSTOMER AND LIST CODE ALREADY ON IT IS RENEWED WITH THIS   *
      *    RELEASE.  THE CUSTOMER IS THE ONE ON THE SCREENED ACCOUNT   *
      *    OCCURRENCE OF THE UNMASKED IMAGE IN SE1511P-SMR-VIEW - A    *
      *    BLANK CUSTOMER NUMBER CANNOT BE REGISTERED.                 *
      *                                                                *
      ******************************************************************
       3150-RECORD-CLEARANCE.
           PERFORM 3250-SET-SCREENED-OCC
           IF EL04398-SE1511P-SM(SMR-OCC-X) = SPACES OR LOW-VALUES
              ADD 1 TO CLEARANCE-NO-CUST-CNT
              MOVE 'RELEASED - NO CLEAR'
                                    TO HELD-DET-DISPOSITION
           ELSE
              MOVE 'N' TO CLR-FOUND-SW
              MOVE 1   TO CLR-X
              PERFORM 3175-MATCH-CLEARANCE
                      UNTIL CLR-X > CLR-TABLE-COUNT
                      OR CLR-ENTRY-FOUND
              IF CLR-ENTRY-FOUND
                 ADD 1 TO CLEARANCE-RENEWED-CNT
              ELSE
                 IF CLR-TABLE-COUNT < 2000
                    ADD 1 TO CLR-TABLE-COUNT
                    MOVE CLR-TABLE-COUNT TO CLR-X
                    MOVE SPACES        TO CLR-ENTRY(CLR-X)
                    MOVE EL04398-SE1511P-SM(SMR-OCC-X)
                                       TO CLR-CUSTOMER-NBR(CLR-X)
                    MOVE HLD-LIST-CODE TO CLR-LIST-CODE(CLR-X)
                    ADD 1 TO CLEARANCE-ADDED-CNT
                 ELSE
                    DISPLAY 'AF0490M0 - CLEARED-MATCH REGISTER FULL, '
                            HLD-MSG-ID ' NOT REGISTERED'
                    ADD 1 TO CLEARANCE-NO-CUST-CNT
                    MOVE 'RELEASED - NO CLEAR'
                                    TO HELD-DET-DISPOSITION
                    MOVE ZERO          TO CLR-X
                 END-IF
              END-IF
              IF CLR-X > ZERO
                 MOVE DISP-USER-ID(DISP-X)
                                    TO CLR-RELEASED-BY(CLR-X)
                 MOVE RUN-DATE-GV   TO CLR-RELEASE-DATE(CLR-X)
                 MOVE DISP-EXPIRY-DATE(DISP-X)
                                    TO CLR-EXPIRY-DATE(CLR-X)
                 MOVE HLD-MSG-ID    TO CLR-MSG-ID(CLR-X)
              END-IF
           END-IF
           .

       3175-MATCH-CLEARANCE.
           IF CLR-CUSTOMER-NBR(CLR-X) = EL04398-SE1511P-SM(SMR-OCC-X)
              AND CLR-LIST-CODE(CLR-X) = HLD-LIST-CODE
              SET CLR-ENTRY-FOUND TO TRUE
           ELSE
              ADD 1 TO CLR-X
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    3200-DECLINE-CASE                                           *
      *                                                                *
      *    A DECLINE IS A CONFIRMED MATCH - THE HELD IMAGE IS          *
      *    UNMASKED AND THE SMR LODGEMENT RECORD BUILT FROM THE        *
      *    ACCOUNT OCCURRENCE THAT WAS SCREENED, THEN THE DECLINE IS   *
      *    ENTERED ON THE LODGEMENT REGISTER.  IF THE VAULT CANNOT     *
      *    SUPPLY THE CLEAR VALUES THE CASE STAYS HELD.                *
      *                                                                *
      ******************************************************************
       3200-DECLINE-CASE.
           MOVE DISP-USER-ID(DISP-X)
                                    TO HELD-DET-USER
           SET UNMASK-IMAGE-AF0400  TO TRUE
           MOVE HLD-MSG-ID          TO MASK-MSG-ID-AF0400
           MOVE HLD-MESSAGE-IMAGE   TO MASK-IMAGE-DATA-AF0400
           CALL 'AF0400M0' USING AF0400M0-PASSAREA
           IF NOT MASK-OK-AF0400
              ADD 1 TO VAULT-FAILED-CNT
              PERFORM 3050-CARRY-FORWARD
              MOVE 'VAULT FAILED - HELD'
                                    TO HELD-DET-DISPOSITION
              PERFORM 3700-WRITE-REPORT-DETAIL
              GO TO 3200-EXIT
           END-IF
           MOVE MASK-IMAGE-DATA-AF0400
                                    TO SE1511P-SMR-VIEW
           MOVE SPACES              TO MASK-IMAGE-DATA-AF0400
                                       MASK-CLEAR-BLOCK-AF0400
           PERFORM 3250-SET-SCREENED-OCC
           ADD 1 TO DECLINED-CNT
           MOVE SPACES              TO SMREXTR-RECORD
           SET SMR-DETAIL-SX        TO TRUE
           MOVE HLD-MSG-ID          TO SMR-REFERENCE-SX
           MOVE EL04398-SE1511P-SM(SMR-OCC-X)
                                    TO SMR-CUSTOMER-SX
           MOVE EL33168-SE1511P-SM(SMR-OCC-X)
                                    TO SMR-PRODUCT-SX
           IF EL06834-SE1511P-SM(SMR-OCC-X) NUMERIC
              MOVE EL06834-SE1511P-SM(SMR-OCC-X)
                                    TO SMR-AMOUNT-SX
           ELSE
              MOVE ZERO             TO SMR-AMOUNT-SX
           END-IF
           MOVE EL09020-SE1511P-SM(SMR-OCC-X)
                                    TO SMR-CURRENCY-SX
           MOVE EL19804-SE1511P-SM  TO SMR-CHANNEL-SX
           MOVE HLD-LIST-CODE       TO SMR-LIST-CODE-SX
           MOVE HLD-HELD-DATE       TO SMR-HELD-DATE-SX
           MOVE RUN-DATE-GV         TO SMR-DECISION-DATE-SX
           MOVE DISP-USER-ID(DISP-X)
                                    TO SMR-DECIDED-BY-SX
           MOVE DISP-REASON(DISP-X) TO SMR-REASON-SX
           MOVE DISP-NARRATIVE(DISP-X)
                                    TO SMR-NARRATIVE-SX
           WRITE SMREXTR-RECORD
           ADD 1 TO SMR-EXTRACTED-CNT
           ADD SMR-AMOUNT-SX        TO SMR-TOTAL-AMOUNT
           IF SMR-TABLE-COUNT < 3000
              ADD 1 TO SMR-TABLE-COUNT
              MOVE SMR-TABLE-COUNT  TO SMR-X
              MOVE SPACES           TO SMR-ENTRY(SMR-X)
              MOVE HLD-MSG-ID       TO SMR-MSG-ID(SMR-X)
              MOVE SMR-CUSTOMER-SX  TO SMR-CUSTOMER(SMR-X)
              MOVE HLD-LIST-CODE    TO SMR-LIST-CODE(SMR-X)
              MOVE RUN-DATE-GV      TO SMR-DECISION-DATE(SMR-X)
              MOVE DISP-USER-ID(DISP-X)
                                    TO SMR-DECIDED-BY(SMR-X)
              MOVE DISP-REASON(DISP-X)
                                    TO SMR-REASON(SMR-X)
              MOVE 'E'              TO SMR-STATUS(SMR-X)
              MOVE ZERO             TO SMR-LODGED-DATE(SMR-X)
           ELSE
              DISPLAY 'AF0490M0 - SMR REGISTER FULL, ' HLD-MSG-ID
                      ' EXTRACTED BUT NOT REGISTERED'
           END-IF
           MOVE 'DECLINED - SMR'    TO HELD-DET-DISPOSITION
           PERFORM 3700-WRITE-REPORT-DETAIL
           MOVE SPACES              TO CUSTNOTE-RECORD
           MOVE DECLINE-NOTICE-TEMPLATE
                                    TO NOTE-TEMPLATE-NT
           SET DECLINED-OUTCOME-NT  TO TRUE
           PERFORM 3600-WRITE-CUSTOMER-NOTICE
           IF NOTICE-WRITTEN
              ADD 1 TO DECLINE-NOTICE-CNT
           END-IF
           .
       3200-EXIT.
           EXIT.

      *    THE ACCOUNT OCCURRENCE THAT WAS SCREENED - THE FIRST WHEN
      *    THE CASE DOES NOT SAY.
       3250-SET-SCREENED-OCC.
           IF HLD-ACCT-OCC-NBR NUMERIC
              AND HLD-ACCT-OCC-NBR > ZERO
              AND HLD-ACCT-OCC-NBR < 4
              MOVE HLD-ACCT-OCC-NBR TO SMR-OCC-X
           ELSE
              MOVE 1                TO SMR-OCC-X
           END-IF
           .

      ******************************************************************
      *                                                                *
           ADD 1 TO DISP-X
           .

      ******************************************************************
      *                                                                *
      *    3600-WRITE-CUSTOMER-NOTICE                                  *
      *                                                                *
      *    ONE CUSTNOTE RECORD FROM THE IMAGE IN SE1511P-SMR-VIEW.     *
      *    THE CALLER CLEARS THE RECORD AND SETS THE TEMPLATE AND      *
      *    OUTCOME.  THE ACCOUNT IS LEFT BLANK - A RELEASED OPEN HAS   *
      *    NO NUMBER UNTIL AF0001M0 OPENS IT, AND THE SERVICE QUOTES   *
      *    IT FROM THE CUSTOMER RECORD.  THE CUSTOMER NUMBER IS READ   *
      *    FROM THE IMAGE, SO THE CALLER PASSES IT UNMASKED - A CASE   *
      *    WITH NO CLEAR CUSTOMER NUMBER CANNOT BE ADDRESSED AND IS    *
      *    ONLY COUNTED.                                               *
      *                                                                *
      ******************************************************************
       3600-WRITE-CUSTOMER-NOTICE.
           MOVE 'N' TO NOTICE-WRITTEN-SW
           PERFORM 3250-SET-SCREENED-OCC
           MOVE 'AF0490M0'          TO NOTE-SOURCE-NT
           MOVE EL04398-SE1511P-SM(SMR-OCC-X)
                                    TO NOTE-CUSTOMER-NT
           IF NOTE-CUSTOMER-NT = SPACES OR LOW-VALUES
              OR NOTE-CUSTOMER-NT(1:1) = '*'
              ADD 1 TO NOTICE-NO-CUST-CNT
           ELSE
              MOVE EL19804-SE1511P-SM
                                    TO NOTE-CHANNEL-NT
              MOVE EL09500-SE1511P-SM
                                    TO NOTE-LANGUAGE-NT
              MOVE RUN-DATE-GV      TO NOTE-NOTICE-DATE-NT
              MOVE HLD-HELD-DATE    TO NOTE-EVENT-DATE-NT
              IF EL06834-SE1511P-SM(SMR-OCC-X) NUMERIC
                 MOVE EL06834-SE1511P-SM(SMR-OCC-X)
                                    TO NOTE-AMOUNT-NT
              ELSE
                 MOVE ZERO          TO NOTE-AMOUNT-NT
              END-IF
              MOVE EL33168-SE1511P-SM(SMR-OCC-X)
                                    TO NOTE-PRODUCT-NT
              WRITE CUSTNOTE-RECORD
              SET NOTICE-WRITTEN    TO TRUE
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    3700-WRITE-REPORT-DETAIL                                    *
           WRITE HELDRPT-LINE FROM HELD-DETAIL-LINE
           .

      ******************************************************************
      *                                                                *
      *    3800-WRITE-CLEARED-MATCHES                                  *
      *                                                                *
      *    REWRITE THE CLEARED-MATCH REGISTER FOR AF0001M0.            *
      *                                                                *
      ******************************************************************
       3800-WRITE-CLEARED-MATCHES.
           MOVE 1 TO CLR-X
           PERFORM 3850-WRITE-ONE-CLEARANCE
                   UNTIL CLR-X > CLR-TABLE-COUNT
           .

       3850-WRITE-ONE-CLEARANCE.
           WRITE CLRMOUT-RECORD FROM CLR-ENTRY(CLR-X)
           ADD 1 TO CLEARANCE-WRITTEN-CNT
           ADD 1 TO CLR-X
           .

      ******************************************************************
      *                                                                *
      *    3900-WRITE-SMR-REGISTER                                     *
      *                                                                *
      *    REWRITE THE SMR LODGEMENT REGISTER, CLOSE THE EXTRACT WITH  *
      *    ITS TRAILER AND LIST EVERY DECLINE STILL NOT LODGED MORE    *
      *    THAN SMR-STATUTORY-DAYS AFTER THE DECISION.                 *
      *                                                                *
      ******************************************************************
       3900-WRITE-SMR-REGISTER.
           MOVE SPACES              TO SMREXTR-RECORD
           SET SMR-TRAILER-SX       TO TRUE
           MOVE SMR-EXTRACTED-CNT   TO SMR-DETAIL-CNT-SX
           MOVE SMR-TOTAL-AMOUNT    TO SMR-TOT-AMOUNT-SX
           WRITE SMREXTR-RECORD
           MOVE 1 TO SMR-X
           PERFORM 3950-WRITE-ONE-SMR-ENTRY
                   UNTIL SMR-X > SMR-TABLE-COUNT
           .

       3950-WRITE-ONE-SMR-ENTRY.
           WRITE SMROUT-RECORD FROM SMR-ENTRY(SMR-X)
           IF NOT SMR-LODGED(SMR-X)
              ADD 1 TO SMR-AWAITING-CNT
              MOVE SMR-DECISION-DATE(SMR-X)
                                    TO SERIAL-DATE-GV
              PERFORM 8500-DATE-TO-SERIAL
              COMPUTE AGE-DAYS-GV = RUN-SERIAL-GV - SERIAL-DAYS-GV
              IF AGE-DAYS-GV > SMR-STATUTORY-DAYS
                 ADD 1 TO SMR-OVERDUE-CNT
                 IF NOT OVERDUE-HDG-WRITTEN
                    MOVE SPACES     TO HELDRPT-LINE
                    WRITE HELDRPT-LINE
                    MOVE SMR-STATUTORY-DAYS
                                    TO OVERDUE-HDG-DAYS
                    WRITE HELDRPT-LINE FROM OVERDUE-HEADING
                    WRITE HELDRPT-LINE FROM OVERDUE-HEADING-2
                    SET OVERDUE-HDG-WRITTEN TO TRUE
                 END-IF
                 MOVE SPACES        TO HELD-DETAIL-LINE
                 MOVE SMR-MSG-ID(SMR-X)
                                    TO HELD-DET-MSG-ID
                 MOVE SMR-DECISION-DATE(SMR-X)
                                    TO HELD-DET-HELD-DATE
                 MOVE SMR-LIST-CODE(SMR-X)
                                    TO HELD-DET-LIST
                 MOVE AGE-DAYS-GV   TO HELD-DET-AGE
                 MOVE SMR-DECIDED-BY(SMR-X)
                                    TO HELD-DET-USER
                 MOVE SMR-REASON(SMR-X)
                                    TO HELD-DET-DISPOSITION
                 WRITE HELDRPT-LINE FROM HELD-DETAIL-LINE
              END-IF
           END-IF
           ADD 1 TO SMR-X
           .

      ******************************************************************
      *                                                                *
      *    4000-WRITE-CONTROL-COUNTS                                   *
                                    TO HELD-COUNT-DESC
           MOVE FAILED-PUT-CNT      TO HELD-COUNT-VALUE
           WRITE HELDRPT-LINE FROM HELD-COUNT-LINE
           MOVE 'VAULT UNMASK FAILURES    : '
                                    TO HELD-COUNT-DESC
           MOVE VAULT-FAILED-CNT    TO HELD-COUNT-VALUE
           WRITE HELDRPT-LINE FROM HELD-COUNT-LINE
           MOVE 'CARDS WITH NO HELD CASE  : '
                                    TO HELD-COUNT-DESC
           MOVE UNMATCHED-DISP-CNT  TO HELD-COUNT-VALUE
           WRITE HELDRPT-LINE FROM HELD-COUNT-LINE
           MOVE 'CLEARANCES ADDED         : '
                                    TO HELD-COUNT-DESC
           MOVE CLEARANCE-ADDED-CNT TO HELD-COUNT-VALUE
           WRITE HELDRPT-LINE FROM HELD-COUNT-LINE
           MOVE 'CLEARANCES RENEWED       : '
                                    TO HELD-COUNT-DESC
           MOVE CLEARANCE-RENEWED-CNT
                                    TO HELD-COUNT-VALUE
           WRITE HELDRPT-LINE FROM HELD-COUNT-LINE
           MOVE 'RELEASES NOT REGISTERED  : '
                                    TO HELD-COUNT-DESC
           MOVE CLEARANCE-NO-CUST-CNT
                                    TO HELD-COUNT-VALUE
           WRITE HELDRPT-LINE FROM HELD-COUNT-LINE
           MOVE 'CLEARANCES EXPIRED       : '
                                    TO HELD-COUNT-DESC
           MOVE CLEARANCE-EXPIRED-CNT
                                    TO HELD-COUNT-VALUE
           WRITE HELDRPT-LINE FROM HELD-COUNT-LINE
           MOVE 'CLEARED-MATCH REGISTER   : '
                                    TO HELD-COUNT-DESC
           MOVE CLEARANCE-WRITTEN-CNT
                                    TO HELD-COUNT-VALUE
           WRITE HELDRPT-LINE FROM HELD-COUNT-LINE
           MOVE 'DECLINES WITHOUT REASON  : '
                                    TO HELD-COUNT-DESC
           MOVE NO-REASON-CNT       TO HELD-COUNT-VALUE
           WRITE HELDRPT-LINE FROM HELD-COUNT-LINE
           MOVE 'NARRATIVE CARDS          : '
                                    TO HELD-COUNT-DESC
           MOVE NARRATIVE-CNT       TO HELD-COUNT-VALUE
           WRITE HELDRPT-LINE FROM HELD-COUNT-LINE
           MOVE 'SMR RECORDS EXTRACTED    : '
                                    TO HELD-COUNT-DESC
           MOVE SMR-EXTRACTED-CNT   TO HELD-COUNT-VALUE
           WRITE HELDRPT-LINE FROM HELD-COUNT-LINE
           MOVE 'SMR LODGEMENTS CONFIRMED : '
                                    TO HELD-COUNT-DESC
           MOVE SMR-ACK-CNT         TO HELD-COUNT-VALUE
           WRITE HELDRPT-LINE FROM HELD-COUNT-LINE
           MOVE 'SMR ACKS WITH NO ENTRY   : '
                                    TO HELD-COUNT-DESC
           MOVE SMR-ACK-UNMATCHED-CNT
                                    TO HELD-COUNT-VALUE
           WRITE HELDRPT-LINE FROM HELD-COUNT-LINE
           MOVE 'SMR AWAITING LODGEMENT   : '
                                    TO HELD-COUNT-DESC
           MOVE SMR-AWAITING-CNT    TO HELD-COUNT-VALUE
           WRITE HELDRPT-LINE FROM HELD-COUNT-LINE
           MOVE 'SMR LODGEMENTS OVERDUE   : '
                                    TO HELD-COUNT-DESC
           MOVE SMR-OVERDUE-CNT     TO HELD-COUNT-VALUE
           WRITE HELDRPT-LINE FROM HELD-COUNT-LINE
           MOVE 'SMR REGISTER AGED OFF    : '
                                    TO HELD-COUNT-DESC
           MOVE SMR-AGED-OFF-CNT    TO HELD-COUNT-VALUE
           WRITE HELDRPT-LINE FROM HELD-COUNT-LINE
           MOVE 'RELEASE NOTICES          : '
                                    TO HELD-COUNT-DESC
           MOVE RELEASE-NOTICE-CNT  TO HELD-COUNT-VALUE
           WRITE HELDRPT-LINE FROM HELD-COUNT-LINE
           MOVE 'DECLINE NOTICES          : '
                                    TO HELD-COUNT-DESC
           MOVE DECLINE-NOTICE-CNT  TO HELD-COUNT-VALUE
           WRITE HELDRPT-LINE FROM HELD-COUNT-LINE
           MOVE 'STILL-HELD NOTICES       : '
                                    TO HELD-COUNT-DESC
           MOVE DELAY-NOTICE-CNT    TO HELD-COUNT-VALUE
           WRITE HELDRPT-LINE FROM HELD-COUNT-LINE
           MOVE 'NOTICES - NO CUSTOMER    : '
                                    TO HELD-COUNT-DESC
           MOVE NOTICE-NO-CUST-CNT  TO HELD-COUNT-VALUE
           WRITE HELDRPT-LINE FROM HELD-COUNT-LINE
           .

      ******************************************************************
           END-READ
           .

      ******************************************************************
      *                                                                *
      *    8300-READ-CLEARED-MATCH                                     *
      *                                                                *
      ******************************************************************
       8300-READ-CLEARED-MATCH.
           READ CLRMIN-FILE
              AT END SET CLRMIN-EOF TO TRUE
           END-READ
           .

      ******************************************************************
      *                                                                *
      *    8400-READ-SMR-REGISTER                                      *
      *                                                                *
      ******************************************************************
       8400-READ-SMR-REGISTER.
           READ SMRIN-FILE
              AT END SET SMRIN-EOF TO TRUE
           END-READ
           .

       8450-READ-SMR-ACK.
           READ SMRACK-FILE
              AT END SET SMRACK-EOF TO TRUE
           END-READ
           .

      ******************************************************************
      *                                                                *
      *    8500-DATE-TO-SERIAL                                         *
      *                                                                *
      *    APPROXIMATE SERIAL DAY OF SERIAL-DATE-GV, ON THE SAME       *
      *    BASIS AS THE RUN DATE.                                      *
      *                                                                *
      ******************************************************************
       8500-DATE-TO-SERIAL.
           IF SERIAL-MM-GV < 1 OR SERIAL-MM-GV > 12
              MOVE RUN-SERIAL-GV    TO SERIAL-DAYS-GV
           ELSE
              COMPUTE SERIAL-DAYS-GV =
                      (SERIAL-YY-GV * 365) + (SERIAL-YY-GV / 4)
                    + CUM-DAYS-GV(SERIAL-MM-GV) + SERIAL-DD-GV
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    9000-TERMINATE                                              *
                 DISPTRAN-FILE
                 HELDOUT-FILE
                 HELDRPT-FILE
                 CLRMIN-FILE
                 CLRMOUT-FILE
                 SMREXTR-FILE
                 SMRIN-FILE
                 SMROUT-FILE
                 SMRACK-FILE
                 PARMCARD-FILE
                 CUSTNOTE-FILE
           .
