       IDENTIFICATION DIVISION.
      *================================================================*
       PROGRAM-ID.    AF0432M0.
       AUTHOR.        CAMS ACCOUNT OPENING TEAM.
       INSTALLATION.  HOST SYSTEMS - ACCOUNT FUNCTIONS.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
      *================================================================*
      *                                                                *
      *    AF0432M0 - TERM DEPOSIT CAMPAIGN MASTER MAINTENANCE         *
      *                                                                *
      *    MAINTAINS THE CAMPMSTR PROMOTIONAL CAMPAIGN MASTER READ     *
      *    AT START-UP BY AF0001M0, UNDER THE SAME DUAL CONTROL AS     *
      *    THE AF0430M0 FEE MASTER.  A CAMPTRAN CARD LANDS ON THE      *
      *    PENDING-CHANGES FILE WITH A CHANGE ID AND THE MAKER'S       *
      *    USER ID.  AN APPROVAL CARD QUOTING THE CHANGE ID AND A      *
      *    SECOND USER ID RELEASES THE CHANGE ON THE NEXT RUN; THE     *
      *    APPROVED CHANGES ARE THEN APPLIED TO THE MASTER BY THE      *
      *    OLD-MASTER / NEW-MASTER BALANCED-LINE UPDATE (BOTH IN       *
      *    CAMPAIGN CODE SEQUENCE).  A CHANGE APPROVED BY ITS OWN      *
      *    MAKER STAYS PENDING AND IS REPORTED.  UNAPPROVED CHANGES    *
      *    ARE CARRIED FORWARD AND AGE ONTO THE REPORT.  EVERY         *
      *    APPLIED OR REJECTED TRANSACTION GOES TO THE CMPAUDIT        *
      *    TRAIL WITH THE MAKER, THE CHECKER, THE DATE, THE ACTION     *
      *    AND THE BEFORE/AFTER BONUS RATE AND END DATE.               *
      *                                                                *
      *    A CAMPAIGN OFFERS A BONUS RATE ON A TD OPEN BETWEEN ITS     *
      *    START AND END DATES, THROUGH THE LISTED CHANNELS (EL19804), *
      *    FOR THE LISTED TERMS IN MONTHS, AT OR ABOVE THE MINIMUM     *
      *    DEPOSIT.  NO CHANNELS LISTED = EVERY CHANNEL; NO TERMS      *
      *    LISTED = EVERY TERM.                                        *
      *                                                                *
      *    TRANSACTION CARD (CAMPTRAN):                                *
      *        COLS  1-3   ACTION  (ADD/AMD/EXP)                       *
      *        COLS  4-9   CAMPAIGN CODE                               *
      *        COLS 10-17  START DATE CCYYMMDD (ADD/AMD)               *
      *        COLS 18-25  END DATE CCYYMMDD (EXP, 0 = TODAY)          *
      *        COLS 26-35  ELIGIBLE CHANNELS, 5 X 2 (BLANK = ANY)      *
      *        COLS 36-53  ELIGIBLE TERMS, 6 X 3 MONTHS (0 = ANY)      *
      *        COLS 54-64  MINIMUM DEPOSIT 9(9)V99                     *
      *        COLS 65-70  BONUS RATE PCT 9(2)V9(4)                    *
      *        COLS 71-78  USER ID (MAKER)                             *
      *                                                                *
      *    APPROVAL CARD (APPRTRAN):                                   *
      *        COLS  1-12  CHANGE ID (FROM THE PENDING REPORT)         *
      *        COLS 13-20  USER ID (CHECKER)                           *
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

           SELECT OLDMSTR-FILE    ASSIGN TO OLDMSTR
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL CAMPTRAN-FILE
                  ASSIGN TO CAMPTRAN
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL PENDIN-FILE
                  ASSIGN TO PENDIN
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL APPRTRAN-FILE
                  ASSIGN TO APPRTRAN
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL ENTITLE-FILE
                  ASSIGN TO ENTITLE
                  ORGANIZATION IS SEQUENTIAL.

           SELECT NEWMSTR-FILE    ASSIGN TO NEWMSTR
                  ORGANIZATION IS SEQUENTIAL.

           SELECT PENDOUT-FILE    ASSIGN TO PENDOUT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT CMPAUDIT-FILE   ASSIGN TO CMPAUDIT
                  ORGANIZATION IS SEQUENTIAL.

           SELECT CMPRPT-FILE     ASSIGN TO CMPRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
      *================================================================*
       FILE SECTION.

      *    MIRROR OF THE CAMPMSTR RECORD READ BY AF0001M0 - THE TWO
      *    LAYOUTS MUST STAY IN STEP.
       FD  OLDMSTR-FILE
           RECORDING MODE IS F.
       01  OLDMSTR-RECORD.
           05  CMP-CODE-OM                     PIC X(06).
           05  CMP-START-DATE-OM               PIC 9(08).
           05  CMP-END-DATE-OM                 PIC 9(08).
           05  CMP-CHANNELS-OM.
               10  CMP-CHANNEL-OM OCCURS 5 TIMES
                                               PIC X(02).
           05  CMP-TERMS-OM.
               10  CMP-TERM-OM OCCURS 6 TIMES  PIC 9(03).
           05  CMP-MIN-DEPOSIT-OM              PIC 9(09)V99.
           05  CMP-BONUS-RATE-OM               PIC 9(02)V9(04).
           05  FILLER                          PIC X(33).

       FD  CAMPTRAN-FILE
           RECORDING MODE IS F.
       01  CAMPTRAN-RECORD.
           05  ACTION-CC                       PIC X(03).
               88  VALID-ACTION-CC                 VALUE 'ADD' 'AMD'
                                                         'EXP'.
               88  EXP-ACTION-CC                   VALUE 'EXP'.
           05  CMP-CODE-CC                     PIC X(06).
           05  CMP-START-DATE-CC               PIC 9(08).
           05  CMP-END-DATE-CC                 PIC 9(08).
           05  CMP-CHANNELS-CC                 PIC X(10).
           05  CMP-TERMS-CC                    PIC X(18).
           05  CMP-MIN-DEPOSIT-CC              PIC 9(09)V99.
           05  CMP-BONUS-RATE-CC               PIC 9(02)V9(04).
           05  USER-ID-CC                      PIC X(08).
           05  FILLER                          PIC X(02).

      *----------------------------------------------------------------*
      *    PENDIN / PENDOUT - THE PENDING-CHANGES FILE.  A CAMPTRAN    *
      *    CARD BECOMES ONE OF THESE RECORDS AND ONLY LEAVES THE       *
      *    FILE WHEN A SECOND USER APPROVES IT.                        *
      *----------------------------------------------------------------*
       FD  PENDIN-FILE
           RECORDING MODE IS F.
       01  PENDIN-RECORD.
           05  PND-CHANGE-ID-PI.
               10  PND-DATE-PI                 PIC 9(08).
               10  PND-SEQ-PI                  PIC 9(04).
           05  PND-MAKER-PI                    PIC X(08).
           05  PND-ACTION-PI                   PIC X(03).
           05  PND-CMP-CODE-PI                 PIC X(06).
           05  PND-START-DATE-PI               PIC 9(08).
           05  PND-END-DATE-PI                 PIC 9(08).
           05  PND-CHANNELS-PI                 PIC X(10).
           05  PND-TERMS-PI                    PIC X(18).
           05  PND-MIN-DEPOSIT-PI              PIC 9(09)V99.
           05  PND-BONUS-RATE-PI               PIC 9(02)V9(04).
           05  FILLER                          PIC X(10).

       FD  APPRTRAN-FILE
           RECORDING MODE IS F.
       01  APPRTRAN-RECORD.
           05  APPR-CHANGE-ID-AT               PIC X(12).
           05  APPR-USER-ID-AT                 PIC X(08).
           05  FILLER                          PIC X(60).

      *----------------------------------------------------------------*
      *    ENTITLE - MAINTENANCE ENTITLEMENT REFERENCE (SHARED WITH    *
      *    AF0430M0 AND GU0003M0): ONE RECORD PER USER AND FUNCTION.   *
      *    THIS PROGRAM HONOURS FUNCTION 'CAMPMSTR'.                   *
      *----------------------------------------------------------------*
       FD  ENTITLE-FILE
           RECORDING MODE IS F.
       01  ENTITLE-RECORD.
           05  ENT-USER-ID-EN                  PIC X(08).
           05  ENT-FUNCTION-EN                 PIC X(08).
           05  ENT-ACTION-EN OCCURS 4 TIMES    PIC X(03).
           05  FILLER                          PIC X(52).

       FD  NEWMSTR-FILE
           RECORDING MODE IS F.
       01  NEWMSTR-RECORD                      PIC X(100).

       FD  PENDOUT-FILE
           RECORDING MODE IS F.
       01  PENDOUT-RECORD                      PIC X(100).

      *----------------------------------------------------------------*
      *    CMPAUDIT - ONE RECORD PER TRANSACTION, APPLIED OR NOT:      *
      *    WHO MADE AND WHO CHECKED THE CHANGE, WHEN, AND THE          *
      *    BEFORE/AFTER BONUS RATE AND END DATE.                       *
      *----------------------------------------------------------------*
       FD  CMPAUDIT-FILE
           RECORDING MODE IS F.
       01  CMPAUDIT-RECORD.
           05  AUDIT-DATE-CA                   PIC 9(08).
           05  AUDIT-USER-CA                   PIC X(08).
           05  AUDIT-ACTION-CA                 PIC X(03).
           05  AUDIT-CMP-CODE-CA               PIC X(06).
           05  AUDIT-OLD-BONUS-CA              PIC 9(02)V9(04).
           05  AUDIT-NEW-BONUS-CA              PIC 9(02)V9(04).
           05  AUDIT-OLD-END-CA                PIC 9(08).
           05  AUDIT-NEW-END-CA                PIC 9(08).
           05  AUDIT-RESULT-CA                 PIC X(08).
           05  AUDIT-CHECKER-CA                PIC X(08).
           05  AUDIT-MIN-DEPOSIT-CA            PIC 9(09)V99.

       FD  CMPRPT-FILE
           RECORDING MODE IS F.
       01  CMPRPT-LINE                         PIC X(132).

       WORKING-STORAGE SECTION.
      *================================================================*

       77  HIGH-KEY-CONST                      PIC X(06)
                                                   VALUE HIGH-VALUES.

       01  AF0432M0-SWITCHES.
           05  OLDMSTR-EOF-SW                  PIC X(01) VALUE 'N'.
               88  OLDMSTR-EOF                     VALUE 'Y'.
           05  CAMPTRAN-EOF-SW                 PIC X(01) VALUE 'N'.
               88  CAMPTRAN-EOF                    VALUE 'Y'.
           05  PENDIN-EOF-SW                   PIC X(01) VALUE 'N'.
               88  PENDIN-EOF                      VALUE 'Y'.
           05  APPRTRAN-EOF-SW                 PIC X(01) VALUE 'N'.
               88  APPRTRAN-EOF                    VALUE 'Y'.
           05  APPR-FOUND-SW                   PIC X(01) VALUE 'N'.
               88  APPR-ENTRY-FOUND                VALUE 'Y'.
           05  ENTITLE-EOF-SW                  PIC X(01) VALUE 'N'.
               88  ENTITLE-EOF                     VALUE 'Y'.
           05  USER-ENTITLED-SW                PIC X(01) VALUE 'N'.
               88  USER-ENTITLED                   VALUE 'Y'.
           05  CARD-VALID-SW                   PIC X(01) VALUE 'N'.
               88  CARD-VALID                      VALUE 'Y'.

       01  AF0432M0-CONTROL-COUNTS.
           05  OLDMSTR-READ-CNT                PIC S9(07) COMP-3
                                                   VALUE +0.
           05  CAMPTRAN-READ-CNT               PIC S9(07) COMP-3
                                                   VALUE +0.
           05  PENDING-READ-CNT                PIC S9(07) COMP-3
                                                   VALUE +0.
           05  NEWMSTR-WRITTEN-CNT             PIC S9(07) COMP-3
                                                   VALUE +0.
           05  TRANS-APPLIED-CNT               PIC S9(07) COMP-3
                                                   VALUE +0.
           05  TRANS-REJECTED-CNT              PIC S9(07) COMP-3
                                                   VALUE +0.
           05  NEW-PENDING-CNT                 PIC S9(07) COMP-3
                                                   VALUE +0.
           05  CARRIED-PENDING-CNT             PIC S9(07) COMP-3
                                                   VALUE +0.
           05  SELF-APPROVAL-CNT               PIC S9(07) COMP-3
                                                   VALUE +0.
           05  UNAUTH-ATTEMPT-CNT              PIC S9(07) COMP-3
                                                   VALUE +0.

       01  AF0432M0-WORK-FIELDS.
           05  OLDMSTR-KEY                     PIC X(06).
           05  CAMPTRAN-KEY                    PIC X(06).
           05  WORK-KEY                        PIC X(06).
           05  NEW-APPTR-KEY                   PIC X(06).
           05  RUN-DATE-GV                     PIC 9(08).
           05  RUN-DATE-R REDEFINES RUN-DATE-GV.
               10  RUN-YY-GV                   PIC 9(04).
               10  RUN-MM-GV                   PIC 9(02).
               10  RUN-DD-GV                   PIC 9(02).
           05  ACCEPT-DATE-GV.
               10  ACC-YY-GV                   PIC 9(04).
               10  ACC-MM-GV                   PIC 9(02).
               10  ACC-DD-GV                   PIC 9(02).
           05  CHANGE-SEQ-GV                   PIC 9(04) VALUE ZERO.
           05  AGE-DAYS-GV                     PIC S9(05) COMP-3.
           05  RUN-SERIAL-GV                   PIC S9(09) COMP-3.
           05  PND-SERIAL-GV                   PIC S9(09) COMP-3.
           05  PND-DATE-WORK                   PIC 9(08).
           05  PND-DATE-WORK-R REDEFINES PND-DATE-WORK.
               10  PND-YY-WK                   PIC 9(04).
               10  PND-MM-WK                   PIC 9(02).
               10  PND-DD-WK                   PIC 9(02).
           05  APPR-X                          PIC S9(04) COMP.
           05  APPTR-Y                         PIC S9(04) COMP.
           05  ENT-X                           PIC S9(04) COMP.
           05  ENT-A                           PIC S9(04) COMP.
           05  CHECK-USER-GV                   PIC X(08).
           05  CHECK-ACTION-GV                 PIC X(03).
           05  APPTR-NEXT                      PIC S9(04) COMP
                                                   VALUE +1.

      *----------------------------------------------------------------*
      *    CUMULATIVE DAYS TO THE START OF EACH MONTH - APPROXIMATE    *
      *    SERIAL-DAY AGE FOR THE AWAITING-APPROVAL LINES.             *
      *----------------------------------------------------------------*
       01  CUM-DAYS-DATA                       PIC X(36) VALUE
             '000031059090120151181212243273304334'.
       01  CUM-DAYS-TABLE REDEFINES CUM-DAYS-DATA.
           05  CUM-DAYS-GV OCCURS 12 TIMES     PIC 9(03).

      *----------------------------------------------------------------*
      *    ENTITLEMENT ENTRIES FOR THE 'CAMPMSTR' FUNCTION.  AN        *
      *    EMPTY OR MISSING REFERENCE FILE ENTITLES NOBODY.            *
      *----------------------------------------------------------------*
       01  ENT-TABLE-COUNT                     PIC S9(04) COMP
                                                   VALUE +0.
       01  ENT-TABLE.
           05  ENT-ENTRY OCCURS 100 TIMES.
               10  ENT-USER-ID                 PIC X(08).
               10  ENT-ACTION OCCURS 4 TIMES   PIC X(03).

      *----------------------------------------------------------------*
      *    APPROVAL CARDS LOADED UP FRONT - ONE PER CHANGE ID.         *
      *----------------------------------------------------------------*
       01  APPR-TABLE-COUNT                    PIC S9(04) COMP
                                                   VALUE +0.
       01  APPR-TABLE.
           05  APPR-ENTRY OCCURS 200 TIMES.
               10  APPR-CHANGE-ID              PIC X(12).
               10  APPR-USER-ID                PIC X(08).

      *----------------------------------------------------------------*
      *    APPROVED TRANSACTIONS, HELD IN CAMPAIGN CODE SEQUENCE       *
      *    (INSERTION KEEPS ARRIVAL ORDER WITHIN A CODE) SO THE        *
      *    BALANCED-LINE UPDATE CAN BE DRIVEN FROM THE TABLE.          *
      *----------------------------------------------------------------*
       01  APPTR-TABLE-COUNT                   PIC S9(04) COMP
                                                   VALUE +0.
       01  APPTR-TABLE.
           05  APPTR-ENTRY OCCURS 200 TIMES.
               10  APPTR-KEY                   PIC X(06).
               10  APPTR-ACTION                PIC X(03).
               10  APPTR-START-DATE            PIC 9(08).
               10  APPTR-END-DATE              PIC 9(08).
               10  APPTR-CHANNELS              PIC X(10).
               10  APPTR-TERMS                 PIC X(18).
               10  APPTR-MIN-DEPOSIT           PIC 9(09)V99.
               10  APPTR-BONUS-RATE            PIC 9(02)V9(04).
               10  APPTR-MAKER                 PIC X(08).
               10  APPTR-CHECKER               PIC X(08).
       01  APPTR-SAVE-ENTRY                    PIC X(86).

      *----------------------------------------------------------------*
      *    THE TRANSACTION CURRENTLY BEING APPLIED TO THE MASTER.      *
      *----------------------------------------------------------------*
       01  APPLY-TRAN-RECORD.
           05  ACTION-TR                       PIC X(03).
               88  ADD-ACTION-TR                   VALUE 'ADD'.
               88  AMD-ACTION-TR                   VALUE 'AMD'.
               88  EXP-ACTION-TR                   VALUE 'EXP'.
           05  CMP-CODE-TR                     PIC X(06).
           05  CMP-START-DATE-TR               PIC 9(08).
           05  CMP-END-DATE-TR                 PIC 9(08).
           05  CMP-CHANNELS-TR                 PIC X(10).
           05  CMP-TERMS-TR                    PIC X(18).
           05  CMP-MIN-DEPOSIT-TR              PIC 9(09)V99.
           05  CMP-BONUS-RATE-TR               PIC 9(02)V9(04).
           05  USER-ID-TR                      PIC X(08).
           05  APPROVER-TR                     PIC X(08).

      *----------------------------------------------------------------*
      *    THE CAMPAIGN (OR NEW ADD) BEING WORKED ON IS HELD HERE      *
      *    UNTIL THE TRANSACTION KEY MOVES ON, SO SEVERAL CHANGES TO   *
      *    ONE CAMPAIGN IN A RUN ALL APPLY IN SEQUENCE.                *
      *----------------------------------------------------------------*
       01  WORK-MASTER-RECORD.
           05  CMP-CODE-WM                     PIC X(06).
           05  CMP-START-DATE-WM               PIC 9(08).
           05  CMP-END-DATE-WM                 PIC 9(08).
           05  CMP-CHANNELS-WM                 PIC X(10).
           05  CMP-TERMS-WM                    PIC X(18).
           05  CMP-MIN-DEPOSIT-WM              PIC 9(09)V99.
           05  CMP-BONUS-RATE-WM               PIC 9(02)V9(04).
           05  FILLER                          PIC X(33).

      *----------------------------------------------------------------*
      *    MAINTENANCE REPORT LAYOUTS.                                 *
      *----------------------------------------------------------------*
       01  CMP-HEADING-1.
           05  FILLER                          PIC X(44)  VALUE
                 'AF0432M0 - TD CAMPAIGN MASTER MAINTENANCE   '.
           05  CMP-HDG-DATE                    PIC 9(08).
           05  FILLER                          PIC X(80)  VALUE SPACES.

       01  CMP-DETAIL-LINE.
           05  CMP-DET-ACTION                  PIC X(03).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  CMP-DET-CODE                    PIC X(06).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  CMP-DET-BONUS                   PIC Z9.9999.
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  CMP-DET-END-DATE                PIC 9(08).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  CMP-DET-USER                    PIC X(08).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  CMP-DET-CHECKER                 PIC X(08).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  CMP-DET-RESULT                  PIC X(30).
           05  FILLER                          PIC X(50)  VALUE SPACES.

       01  PEND-DETAIL-LINE.
           05  PEND-DET-CHANGE-ID              PIC X(12).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  PEND-DET-ACTION                 PIC X(03).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  PEND-DET-CODE                   PIC X(06).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  PEND-DET-MAKER                  PIC X(08).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  PEND-DET-AGE                    PIC ZZZZ9.
           05  FILLER                          PIC X(10)  VALUE
                 ' DAYS OLD '.
           05  PEND-DET-NOTE                   PIC X(24).
           05  FILLER                          PIC X(56)  VALUE SPACES.

       01  CMP-COUNT-LINE.
           05  CMP-COUNT-DESC                  PIC X(27).
           05  CMP-COUNT-VALUE                 PIC ZZZ,ZZ9.
           05  FILLER                          PIC X(98)  VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================*

      ******************************************************************
      *                                                                *
      *    0000-MAINLINE                                               *
      *                                                                *
      *    THE PENDING FILE AND APPROVALS ARE WORKED FIRST - ONLY      *
      *    APPROVED CHANGES REACH THE BALANCED-LINE MASTER UPDATE,     *
      *    WHICH ADVANCES WHICHEVER SIDE HOLDS THE LOWER KEY UNTIL     *
      *    BOTH ARE EXHAUSTED.                                         *
      *                                                                *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1050-LOAD-ENTITLEMENTS
           PERFORM 1100-LOAD-APPROVALS
           PERFORM 1300-WORK-PENDING-CHANGE
                   UNTIL PENDIN-EOF
           PERFORM 1500-INTAKE-NEW-CARDS THRU 1500-EXIT
                   UNTIL CAMPTRAN-EOF
           PERFORM 8100-READ-OLD-MASTER
           PERFORM 8200-GET-NEXT-APPROVED
           PERFORM 2000-MATCH-ONE-KEY
                   UNTIL OLDMSTR-KEY = HIGH-KEY-CONST
                   AND CAMPTRAN-KEY = HIGH-KEY-CONST
           PERFORM 4000-WRITE-CONTROL-COUNTS
           PERFORM 9000-TERMINATE
           GOBACK
           .

      ******************************************************************
      *                                                                *
      *    1000-INITIALIZE                                             *
      *                                                                *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  OLDMSTR-FILE
                       CAMPTRAN-FILE
                       PENDIN-FILE
                       APPRTRAN-FILE
           OPEN OUTPUT NEWMSTR-FILE
                       PENDOUT-FILE
                       CMPAUDIT-FILE
                       CMPRPT-FILE
           ACCEPT ACCEPT-DATE-GV FROM DATE YYYYMMDD
           MOVE ACC-YY-GV           TO RUN-YY-GV
           MOVE ACC-MM-GV           TO RUN-MM-GV
           MOVE ACC-DD-GV           TO RUN-DD-GV
           MOVE RUN-DATE-GV         TO CMP-HDG-DATE
           COMPUTE RUN-SERIAL-GV =
                   (RUN-YY-GV * 365) + (RUN-YY-GV / 4)
                 + CUM-DAYS-GV(RUN-MM-GV) + RUN-DD-GV
           WRITE CMPRPT-LINE FROM CMP-HEADING-1
           PERFORM 8300-READ-PENDING
           PERFORM 8400-READ-CAMPAIGN-CARD
           .

      ******************************************************************
      *                                                                *
      *    1050-LOAD-ENTITLEMENTS                                      *
      *                                                                *
      ******************************************************************
       1050-LOAD-ENTITLEMENTS.
           OPEN INPUT ENTITLE-FILE
           PERFORM 8600-READ-ENTITLEMENT
           PERFORM 1075-STORE-ENTITLEMENT
                   UNTIL ENTITLE-EOF
                   OR ENT-TABLE-COUNT = 100
           CLOSE ENTITLE-FILE
           IF ENT-TABLE-COUNT = ZERO
              DISPLAY 'AF0432M0 - NO CAMPMSTR ENTITLEMENTS LOADED - '
                      'EVERY TRANSACTION WILL BE REFUSED'
           END-IF
           .

       1075-STORE-ENTITLEMENT.
           IF ENT-FUNCTION-EN = 'CAMPMSTR'
              ADD 1 TO ENT-TABLE-COUNT
              MOVE ENT-USER-ID-EN
                TO ENT-USER-ID(ENT-TABLE-COUNT)
              MOVE 1 TO ENT-A
              PERFORM 1085-STORE-ONE-ACTION
                      UNTIL ENT-A > 4
           END-IF
           PERFORM 8600-READ-ENTITLEMENT
           .

       1085-STORE-ONE-ACTION.
           MOVE ENT-ACTION-EN(ENT-A)
             TO ENT-ACTION(ENT-TABLE-COUNT, ENT-A)
           ADD 1 TO ENT-A
           .

      ******************************************************************
      *                                                                *
      *    1090-CHECK-ENTITLEMENT                                      *
      *                                                                *
      *    IS CHECK-USER-GV ALLOWED CHECK-ACTION-GV ON THE CAMPAIGN    *
      *    MASTER?  '*' IN ANY ACTION SLOT ALLOWS EVERYTHING.          *
      *                                                                *
      ******************************************************************
       1090-CHECK-ENTITLEMENT.
           MOVE 'N' TO USER-ENTITLED-SW
           MOVE 1   TO ENT-X
           PERFORM 1095-MATCH-ENTITLEMENT
                   UNTIL ENT-X > ENT-TABLE-COUNT
                   OR USER-ENTITLED
           .

       1095-MATCH-ENTITLEMENT.
           IF ENT-USER-ID(ENT-X) = CHECK-USER-GV
              MOVE 1 TO ENT-A
              PERFORM 1097-MATCH-ACTION
                      UNTIL ENT-A > 4
                      OR USER-ENTITLED
           END-IF
           IF NOT USER-ENTITLED
              ADD 1 TO ENT-X
           END-IF
           .

       1097-MATCH-ACTION.
           IF ENT-ACTION(ENT-X, ENT-A) = CHECK-ACTION-GV
              OR ENT-ACTION(ENT-X, ENT-A) = '*  '
              SET USER-ENTITLED TO TRUE
           ELSE
              ADD 1 TO ENT-A
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    1100-LOAD-APPROVALS                                         *
      *                                                                *
      ******************************************************************
       1100-LOAD-APPROVALS.
           PERFORM 8500-READ-APPROVAL
           PERFORM 1150-STORE-APPROVAL
                   UNTIL APPRTRAN-EOF
                   OR APPR-TABLE-COUNT = 200
           .

       1150-STORE-APPROVAL.
           ADD 1 TO APPR-TABLE-COUNT
           MOVE APPR-CHANGE-ID-AT
             TO APPR-CHANGE-ID(APPR-TABLE-COUNT)
           MOVE APPR-USER-ID-AT
             TO APPR-USER-ID(APPR-TABLE-COUNT)
           PERFORM 8500-READ-APPROVAL
           .

      ******************************************************************
      *                                                                *
      *    1300-WORK-PENDING-CHANGE                                    *
      *                                                                *
      *    AN APPROVED PENDING CHANGE (CHECKER NOT THE MAKER) JOINS    *
      *    THE APPROVED-TRANSACTIONS TABLE.  A SELF-APPROVAL IS        *
      *    REFUSED AND THE CHANGE STAYS PENDING.  AN UNAPPROVED        *
      *    CHANGE IS CARRIED FORWARD AND AGED.                         *
      *                                                                *
      ******************************************************************
       1300-WORK-PENDING-CHANGE.
           ADD 1 TO PENDING-READ-CNT
      *    A SECOND RUN ON THE SAME DAY STARTS ITS CHANGE IDS PAST
      *    THE HIGHEST SAME-DAY SEQUENCE ALREADY PENDING.
           IF PND-DATE-PI = RUN-DATE-GV
              AND PND-SEQ-PI > CHANGE-SEQ-GV
              MOVE PND-SEQ-PI       TO CHANGE-SEQ-GV
           END-IF
           MOVE 'AWAITING APPROVAL'
                                    TO PEND-DET-NOTE
           PERFORM 1350-FIND-APPROVAL
           IF APPR-ENTRY-FOUND
              MOVE APPR-USER-ID(APPR-X) TO CHECK-USER-GV
              MOVE 'APP'                TO CHECK-ACTION-GV
              PERFORM 1090-CHECK-ENTITLEMENT
              IF NOT USER-ENTITLED
                 ADD 1 TO UNAUTH-ATTEMPT-CNT
                 PERFORM 1480-AUDIT-UNAUTH-APPROVER
                 MOVE 'N' TO APPR-FOUND-SW
              END-IF
           END-IF
           EVALUATE TRUE
              WHEN APPR-ENTRY-FOUND
                   AND APPR-USER-ID(APPR-X) NOT = PND-MAKER-PI
                 PERFORM 1400-ACCEPT-APPROVED-CHANGE
              WHEN APPR-ENTRY-FOUND
                 ADD 1 TO SELF-APPROVAL-CNT
                 WRITE PENDOUT-RECORD FROM PENDIN-RECORD
                 MOVE 'SELF-APPROVAL REFUSED'
                                    TO PEND-DET-NOTE
                 PERFORM 1450-REPORT-PENDING-CHANGE
              WHEN OTHER
                 ADD 1 TO CARRIED-PENDING-CNT
                 WRITE PENDOUT-RECORD FROM PENDIN-RECORD
                 PERFORM 1450-REPORT-PENDING-CHANGE
           END-EVALUATE
           PERFORM 8300-READ-PENDING
           .

       1350-FIND-APPROVAL.
           MOVE 'N' TO APPR-FOUND-SW
           MOVE 1   TO APPR-X
           PERFORM 1375-MATCH-APPROVAL
                   UNTIL APPR-X > APPR-TABLE-COUNT
                   OR APPR-ENTRY-FOUND
           .

       1375-MATCH-APPROVAL.
           IF APPR-CHANGE-ID(APPR-X) = PND-CHANGE-ID-PI
              SET APPR-ENTRY-FOUND TO TRUE
           ELSE
              ADD 1 TO APPR-X
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    1400-ACCEPT-APPROVED-CHANGE                                 *
      *                                                                *
      *    INSERT THE APPROVED CHANGE INTO THE TABLE IN CAMPAIGN       *
      *    CODE SEQUENCE.  ONLY STRICTLY GREATER KEYS ARE SHIFTED,     *
      *    SO CHANGES AGAINST ONE CAMPAIGN KEEP THEIR ARRIVAL ORDER.   *
      *                                                                *
      ******************************************************************
       1400-ACCEPT-APPROVED-CHANGE.
           IF APPTR-TABLE-COUNT = 200
              DISPLAY 'AF0432M0 - APPROVED CHANGES TABLE FULL, '
                      'CHANGE ' PND-CHANGE-ID-PI ' CARRIED FORWARD'
              ADD 1 TO CARRIED-PENDING-CNT
              WRITE PENDOUT-RECORD FROM PENDIN-RECORD
              MOVE 'AWAITING APPROVAL'
                                    TO PEND-DET-NOTE
              PERFORM 1450-REPORT-PENDING-CHANGE
           ELSE
              MOVE PND-CMP-CODE-PI   TO NEW-APPTR-KEY
              ADD 1 TO APPTR-TABLE-COUNT
              MOVE APPTR-TABLE-COUNT TO APPTR-Y
              PERFORM 1425-SHIFT-APPROVED-ENTRY
                      UNTIL APPTR-Y = 1
                      OR APPTR-KEY(APPTR-Y - 1) <= NEW-APPTR-KEY
              MOVE NEW-APPTR-KEY     TO APPTR-KEY(APPTR-Y)
              MOVE PND-ACTION-PI     TO APPTR-ACTION(APPTR-Y)
              MOVE PND-START-DATE-PI TO APPTR-START-DATE(APPTR-Y)
              MOVE PND-END-DATE-PI   TO APPTR-END-DATE(APPTR-Y)
              MOVE PND-CHANNELS-PI   TO APPTR-CHANNELS(APPTR-Y)
              MOVE PND-TERMS-PI      TO APPTR-TERMS(APPTR-Y)
              MOVE PND-MIN-DEPOSIT-PI
                                     TO APPTR-MIN-DEPOSIT(APPTR-Y)
              MOVE PND-BONUS-RATE-PI TO APPTR-BONUS-RATE(APPTR-Y)
              MOVE PND-MAKER-PI      TO APPTR-MAKER(APPTR-Y)
              MOVE APPR-USER-ID(APPR-X)
                                     TO APPTR-CHECKER(APPTR-Y)
           END-IF
           .

       1425-SHIFT-APPROVED-ENTRY.
           MOVE APPTR-ENTRY(APPTR-Y - 1) TO APPTR-SAVE-ENTRY
           MOVE APPTR-SAVE-ENTRY         TO APPTR-ENTRY(APPTR-Y)
           SUBTRACT 1 FROM APPTR-Y
           .

      ******************************************************************
      *                                                                *
      *    1450-REPORT-PENDING-CHANGE                                  *
      *                                                                *
      ******************************************************************
       1450-REPORT-PENDING-CHANGE.
           MOVE PND-CHANGE-ID-PI    TO PEND-DET-CHANGE-ID
           MOVE PND-ACTION-PI       TO PEND-DET-ACTION
           MOVE PND-CMP-CODE-PI     TO PEND-DET-CODE
           MOVE PND-MAKER-PI        TO PEND-DET-MAKER
           MOVE PND-DATE-PI         TO PND-DATE-WORK
           COMPUTE PND-SERIAL-GV =
                   (PND-YY-WK * 365) + (PND-YY-WK / 4)
                 + CUM-DAYS-GV(PND-MM-WK) + PND-DD-WK
           COMPUTE AGE-DAYS-GV = RUN-SERIAL-GV - PND-SERIAL-GV
           MOVE AGE-DAYS-GV         TO PEND-DET-AGE
           WRITE CMPRPT-LINE FROM PEND-DETAIL-LINE
           .

      ******************************************************************
      *                                                                *
      *    1480-AUDIT-UNAUTH-APPROVER                                  *
      *                                                                *
      *    THE APPROVAL IS IGNORED (THE CHANGE STAYS PENDING) AND      *
      *    THE ATTEMPT GOES TO THE AUDIT TRAIL AND THE REPORT WITH     *
      *    THE USER NAMED.                                             *
      *                                                                *
      ******************************************************************
       1480-AUDIT-UNAUTH-APPROVER.
           MOVE RUN-DATE-GV         TO AUDIT-DATE-CA
           MOVE APPR-USER-ID(APPR-X)
                                    TO AUDIT-USER-CA
           MOVE 'APP'               TO AUDIT-ACTION-CA
           MOVE PND-CMP-CODE-PI     TO AUDIT-CMP-CODE-CA
           MOVE ZERO                TO AUDIT-OLD-BONUS-CA
                                       AUDIT-NEW-BONUS-CA
                                       AUDIT-OLD-END-CA
                                       AUDIT-NEW-END-CA
                                       AUDIT-MIN-DEPOSIT-CA
           MOVE 'UNAUTHZD'          TO AUDIT-RESULT-CA
           MOVE SPACES              TO AUDIT-CHECKER-CA
           WRITE CMPAUDIT-RECORD
           MOVE 'APPROVER NOT ENTITLED'
                                    TO PEND-DET-NOTE
           .

      ******************************************************************
      *                                                                *
      *    1500-INTAKE-NEW-CARDS                                       *
      *                                                                *
      *    A NEW CAMPTRAN CARD BECOMES A PENDING CHANGE - IT DOES      *
      *    NOT TOUCH THE MASTER THIS RUN.  AN INVALID ACTION, OR AN    *
      *    ADD/AMEND WHOSE DATES OR RATE DO NOT HOLD TOGETHER, IS      *
      *    REJECTED STRAIGHT TO THE AUDIT TRAIL.                       *
      *                                                                *
      ******************************************************************
       1500-INTAKE-NEW-CARDS.
           MOVE USER-ID-CC          TO CHECK-USER-GV
           MOVE ACTION-CC           TO CHECK-ACTION-GV
           PERFORM 1090-CHECK-ENTITLEMENT
           IF VALID-ACTION-CC
              AND NOT USER-ENTITLED
              ADD 1 TO UNAUTH-ATTEMPT-CNT
              PERFORM 1570-REFUSE-UNAUTH-CARD
              PERFORM 8400-READ-CAMPAIGN-CARD
              GO TO 1500-EXIT
           END-IF
           PERFORM 1520-EDIT-CAMPAIGN-CARD THRU 1520-EXIT
           IF CARD-VALID
              ADD 1 TO CHANGE-SEQ-GV
              ADD 1 TO NEW-PENDING-CNT
              MOVE SPACES           TO PENDIN-RECORD
              MOVE RUN-DATE-GV      TO PND-DATE-PI
              MOVE CHANGE-SEQ-GV    TO PND-SEQ-PI
              MOVE USER-ID-CC       TO PND-MAKER-PI
              MOVE ACTION-CC        TO PND-ACTION-PI
              MOVE CMP-CODE-CC      TO PND-CMP-CODE-PI
              MOVE CMP-START-DATE-CC
                                    TO PND-START-DATE-PI
              MOVE CMP-END-DATE-CC  TO PND-END-DATE-PI
              MOVE CMP-CHANNELS-CC  TO PND-CHANNELS-PI
              MOVE CMP-TERMS-CC     TO PND-TERMS-PI
              MOVE CMP-MIN-DEPOSIT-CC
                                    TO PND-MIN-DEPOSIT-PI
              MOVE CMP-BONUS-RATE-CC
                                    TO PND-BONUS-RATE-PI
              WRITE PENDOUT-RECORD FROM PENDIN-RECORD
              MOVE 'AWAITING APPROVAL - NEW'
                                    TO PEND-DET-NOTE
              PERFORM 1450-REPORT-PENDING-CHANGE
              PERFORM 1550-AUDIT-PENDING-CARD
           ELSE
              PERFORM 1560-REJECT-INVALID-CARD
           END-IF
           PERFORM 8400-READ-CAMPAIGN-CARD
           .
       1500-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
      *    1520-EDIT-CAMPAIGN-CARD                                     *
      *                                                                *
      *    AN EXPIRY NEEDS ONLY A NUMERIC END DATE (ZERO = TODAY).     *
      *    AN ADD OR AMEND MUST CARRY A START NO LATER THAN ITS END,   *
      *    NUMERIC TERMS AND A NUMERIC DEPOSIT AND RATE.               *
      *                                                                *
      ******************************************************************
       1520-EDIT-CAMPAIGN-CARD.
           MOVE 'N' TO CARD-VALID-SW
           MOVE 'INVALID ACTION CODE'
                                    TO CMP-DET-RESULT
           IF NOT VALID-ACTION-CC
              OR CMP-CODE-CC = SPACES
              GO TO 1520-EXIT
           END-IF
           MOVE 'INVALID CAMPAIGN TERMS'
                                    TO CMP-DET-RESULT
           IF CMP-END-DATE-CC NOT NUMERIC
              GO TO 1520-EXIT
           END-IF
           IF EXP-ACTION-CC
              SET CARD-VALID TO TRUE
              GO TO 1520-EXIT
           END-IF
           IF CMP-START-DATE-CC NOT NUMERIC
              OR CMP-START-DATE-CC = ZERO
              OR CMP-END-DATE-CC < CMP-START-DATE-CC
              OR CMP-TERMS-CC NOT NUMERIC
              OR CMP-MIN-DEPOSIT-CC NOT NUMERIC
              OR CMP-BONUS-RATE-CC NOT NUMERIC
              GO TO 1520-EXIT
           END-IF
           SET CARD-VALID TO TRUE
           .
       1520-EXIT.
           EXIT.

       1550-AUDIT-PENDING-CARD.
           MOVE RUN-DATE-GV         TO AUDIT-DATE-CA
           MOVE USER-ID-CC          TO AUDIT-USER-CA
           MOVE ACTION-CC           TO AUDIT-ACTION-CA
           MOVE CMP-CODE-CC         TO AUDIT-CMP-CODE-CA
           MOVE ZERO                TO AUDIT-OLD-BONUS-CA
                                       AUDIT-OLD-END-CA
           IF EXP-ACTION-CC
              MOVE ZERO             TO AUDIT-NEW-BONUS-CA
                                       AUDIT-MIN-DEPOSIT-CA
           ELSE
              MOVE CMP-BONUS-RATE-CC
                                    TO AUDIT-NEW-BONUS-CA
              MOVE CMP-MIN-DEPOSIT-CC
                                    TO AUDIT-MIN-DEPOSIT-CA
           END-IF
           MOVE CMP-END-DATE-CC     TO AUDIT-NEW-END-CA
           MOVE 'PENDING '          TO AUDIT-RESULT-CA
           MOVE SPACES              TO AUDIT-CHECKER-CA
           WRITE CMPAUDIT-RECORD
           .

       1560-REJECT-INVALID-CARD.
           ADD 1 TO TRANS-REJECTED-CNT
           MOVE RUN-DATE-GV         TO AUDIT-DATE-CA
           MOVE USER-ID-CC          TO AUDIT-USER-CA
           MOVE ACTION-CC           TO AUDIT-ACTION-CA
           MOVE CMP-CODE-CC         TO AUDIT-CMP-CODE-CA
           MOVE ZERO                TO AUDIT-OLD-BONUS-CA
                                       AUDIT-NEW-BONUS-CA
                                       AUDIT-OLD-END-CA
                                       AUDIT-NEW-END-CA
                                       AUDIT-MIN-DEPOSIT-CA
           MOVE 'REJECTED'          TO AUDIT-RESULT-CA
           MOVE SPACES              TO AUDIT-CHECKER-CA
           WRITE CMPAUDIT-RECORD
           MOVE ACTION-CC           TO CMP-DET-ACTION
           MOVE CMP-CODE-CC         TO CMP-DET-CODE
           MOVE ZERO                TO CMP-DET-BONUS
                                       CMP-DET-END-DATE
           MOVE USER-ID-CC          TO CMP-DET-USER
           MOVE SPACES              TO CMP-DET-CHECKER
           WRITE CMPRPT-LINE FROM CMP-DETAIL-LINE
           .

      ******************************************************************
      *                                                                *
      *    1570-REFUSE-UNAUTH-CARD                                     *
      *                                                                *
      *    THE USER IS NOT ENTITLED TO MAINTAIN THE CAMPAIGN MASTER -  *
      *    THE CARD IS REFUSED, REPORTED WITH THE USER NAMED AND       *
      *    WRITTEN TO THE AUDIT TRAIL FOR SECURITY REVIEW.             *
      *                                                                *
      ******************************************************************
       1570-REFUSE-UNAUTH-CARD.
           MOVE RUN-DATE-GV         TO AUDIT-DATE-CA
           MOVE USER-ID-CC          TO AUDIT-USER-CA
           MOVE ACTION-CC           TO AUDIT-ACTION-CA
           MOVE CMP-CODE-CC         TO AUDIT-CMP-CODE-CA
           MOVE ZERO                TO AUDIT-OLD-BONUS-CA
                                       AUDIT-NEW-BONUS-CA
                                       AUDIT-OLD-END-CA
                                       AUDIT-NEW-END-CA
                                       AUDIT-MIN-DEPOSIT-CA
           MOVE 'UNAUTHZD'          TO AUDIT-RESULT-CA
           MOVE SPACES              TO AUDIT-CHECKER-CA
           WRITE CMPAUDIT-RECORD
           MOVE ACTION-CC           TO CMP-DET-ACTION
           MOVE CMP-CODE-CC         TO CMP-DET-CODE
           MOVE ZERO                TO CMP-DET-BONUS
                                       CMP-DET-END-DATE
           MOVE USER-ID-CC          TO CMP-DET-USER
           MOVE SPACES              TO CMP-DET-CHECKER
           MOVE SPACES              TO CMP-DET-RESULT
           STRING 'USER NOT ENTITLED - ' USER-ID-CC
                  DELIMITED BY SIZE
                  INTO CMP-DET-RESULT
           END-STRING
           WRITE CMPRPT-LINE FROM CMP-DETAIL-LINE
           .

      ******************************************************************
      *                                                                *
      *    2000-MATCH-ONE-KEY                                          *
      *                                                                *
      *    THE MATCHED (OR NEWLY ADDED) CAMPAIGN IS HELD IN            *
      *    WORK-MASTER-RECORD AND EVERY APPROVED TRANSACTION FOR       *
      *    THE SAME CODE IS APPLIED TO IT BEFORE IT IS WRITTEN.        *
      *                                                                *
      ******************************************************************
       2000-MATCH-ONE-KEY.
           EVALUATE TRUE
              WHEN OLDMSTR-KEY < CAMPTRAN-KEY
      *          CAMPAIGN WITH NO TRANSACTION - CARRY FORWARD.
                 PERFORM 3100-COPY-MASTER
                 PERFORM 8100-READ-OLD-MASTER
              WHEN OLDMSTR-KEY > CAMPTRAN-KEY
      *          TRANSACTION WITH NO CAMPAIGN - ADD ONLY.
                 PERFORM 3200-START-WORK-FROM-TRAN
              WHEN OTHER
      *          TRANSACTIONS AGAINST AN EXISTING CAMPAIGN.
                 PERFORM 3250-START-WORK-FROM-MASTER
           END-EVALUATE
           .

      ******************************************************************
      *                                                                *
      *    3100-COPY-MASTER                                            *
      *                                                                *
      ******************************************************************
       3100-COPY-MASTER.
           MOVE OLDMSTR-RECORD      TO NEWMSTR-RECORD
           WRITE NEWMSTR-RECORD
           ADD 1 TO NEWMSTR-WRITTEN-CNT
           .

      ******************************************************************
      *                                                                *
      *    3200-START-WORK-FROM-TRAN                                   *
      *                                                                *
      *    ONLY AN ADD IS VALID WHEN NO CAMPAIGN EXISTS FOR THE        *
      *    CODE.  THE NEW CAMPAIGN IS HELD SO FURTHER TRANSACTIONS     *
      *    FOR IT IN THIS RUN APPLY BEFORE IT IS WRITTEN.              *
      *                                                                *
      ******************************************************************
       3200-START-WORK-FROM-TRAN.
           IF ADD-ACTION-TR
              MOVE SPACES           TO WORK-MASTER-RECORD
              MOVE CMP-CODE-TR      TO CMP-CODE-WM
              PERFORM 3400-CARRY-CAMPAIGN-TERMS
              MOVE CAMPTRAN-KEY     TO WORK-KEY
              MOVE ZERO             TO AUDIT-OLD-BONUS-CA
                                       AUDIT-OLD-END-CA
              PERFORM 3500-WRITE-AUDIT-APPLIED
              PERFORM 8200-GET-NEXT-APPROVED
              PERFORM 3350-APPLY-SAME-KEY-TRAN
                      UNTIL CAMPTRAN-KEY NOT = WORK-KEY
              PERFORM 3380-WRITE-WORK-MASTER
           ELSE
              MOVE ZERO             TO AUDIT-OLD-BONUS-CA
                                       AUDIT-OLD-END-CA
              PERFORM 3600-WRITE-AUDIT-REJECTED
              MOVE 'NO CAMPAIGN FOR CODE'
                                    TO CMP-DET-RESULT
              PERFORM 3700-WRITE-REPORT-DETAIL
              PERFORM 8200-GET-NEXT-APPROVED
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    3250-START-WORK-FROM-MASTER                                 *
      *                                                                *
      ******************************************************************
       3250-START-WORK-FROM-MASTER.
           MOVE OLDMSTR-RECORD      TO WORK-MASTER-RECORD
           MOVE OLDMSTR-KEY         TO WORK-KEY
           PERFORM 3350-APPLY-SAME-KEY-TRAN
                   UNTIL CAMPTRAN-KEY NOT = WORK-KEY
           PERFORM 3380-WRITE-WORK-MASTER
           PERFORM 8100-READ-OLD-MASTER
           .

      ******************************************************************
      *                                                                *
      *    3350-APPLY-SAME-KEY-TRAN                                    *
      *                                                                *
      *    AMEND REPLACES THE CAMPAIGN TERMS, EXPIRE BRINGS THE END    *
      *    DATE FORWARD (ZERO ENDS IT TODAY), BOTH ON THE HELD         *
      *    CAMPAIGN.  AN ADD AGAINST AN EXISTING CODE IS REJECTED.     *
      *                                                                *
      ******************************************************************
       3350-APPLY-SAME-KEY-TRAN.
           MOVE CMP-BONUS-RATE-WM   TO AUDIT-OLD-BONUS-CA
           MOVE CMP-END-DATE-WM     TO AUDIT-OLD-END-CA
           EVALUATE TRUE
              WHEN AMD-ACTION-TR
                 PERFORM 3400-CARRY-CAMPAIGN-TERMS
                 PERFORM 3500-WRITE-AUDIT-APPLIED
              WHEN EXP-ACTION-TR
                 IF CMP-END-DATE-TR = ZERO
                    MOVE RUN-DATE-GV TO CMP-END-DATE-TR
                 END-IF
                 MOVE CMP-END-DATE-TR
                                     TO CMP-END-DATE-WM
                 MOVE CMP-BONUS-RATE-WM
                                     TO CMP-BONUS-RATE-TR
                 MOVE CMP-MIN-DEPOSIT-WM
                                     TO CMP-MIN-DEPOSIT-TR
                 PERFORM 3500-WRITE-AUDIT-APPLIED
              WHEN OTHER
                 PERFORM 3600-WRITE-AUDIT-REJECTED
                 MOVE 'CODE ALREADY ON MASTER'
                                     TO CMP-DET-RESULT
                 PERFORM 3700-WRITE-REPORT-DETAIL
           END-EVALUATE
           PERFORM 8200-GET-NEXT-APPROVED
           .

      ******************************************************************
      *                                                                *
      *    3380-WRITE-WORK-MASTER                                      *
      *                                                                *
      ******************************************************************
       3380-WRITE-WORK-MASTER.
           MOVE WORK-MASTER-RECORD  TO NEWMSTR-RECORD
           WRITE NEWMSTR-RECORD
           ADD 1 TO NEWMSTR-WRITTEN-CNT
           .

      ******************************************************************
      *                                                                *
      *    3400-CARRY-CAMPAIGN-TERMS                                   *
      *                                                                *
      ******************************************************************
       3400-CARRY-CAMPAIGN-TERMS.
           MOVE CMP-START-DATE-TR   TO CMP-START-DATE-WM
           MOVE CMP-END-DATE-TR     TO CMP-END-DATE-WM
           MOVE CMP-CHANNELS-TR     TO CMP-CHANNELS-WM
           MOVE CMP-TERMS-TR        TO CMP-TERMS-WM
           MOVE CMP-MIN-DEPOSIT-TR  TO CMP-MIN-DEPOSIT-WM
           MOVE CMP-BONUS-RATE-TR   TO CMP-BONUS-RATE-WM
           .

      ******************************************************************
      *                                                                *
      *    3500-WRITE-AUDIT-APPLIED                                    *
      *                                                                *
      ******************************************************************
       3500-WRITE-AUDIT-APPLIED.
           MOVE 'APPLIED '          TO AUDIT-RESULT-CA
           MOVE CMP-BONUS-RATE-WM   TO AUDIT-NEW-BONUS-CA
           MOVE CMP-END-DATE-WM     TO AUDIT-NEW-END-CA
           PERFORM 3650-WRITE-AUDIT-RECORD
           ADD 1 TO TRANS-APPLIED-CNT
           MOVE 'APPLIED'           TO CMP-DET-RESULT
           PERFORM 3700-WRITE-REPORT-DETAIL
           .

      ******************************************************************
      *                                                                *
      *    3600-WRITE-AUDIT-REJECTED                                   *
      *                                                                *
      ******************************************************************
       3600-WRITE-AUDIT-REJECTED.
           MOVE 'REJECTED'          TO AUDIT-RESULT-CA
           MOVE AUDIT-OLD-BONUS-CA  TO AUDIT-NEW-BONUS-CA
           MOVE AUDIT-OLD-END-CA    TO AUDIT-NEW-END-CA
           PERFORM 3650-WRITE-AUDIT-RECORD
           ADD 1 TO TRANS-REJECTED-CNT
           .

      ******************************************************************
      *                                                                *
      *    3650-WRITE-AUDIT-RECORD                                     *
      *                                                                *
      *    THE TRAIL SHOWS BOTH PAIRS OF EYES - THE MAKER IN THE       *
      *    USER COLUMN AND THE CHECKER ALONGSIDE.                      *
      *                                                                *
      ******************************************************************
       3650-WRITE-AUDIT-RECORD.
           MOVE RUN-DATE-GV         TO AUDIT-DATE-CA
           MOVE USER-ID-TR          TO AUDIT-USER-CA
           MOVE ACTION-TR           TO AUDIT-ACTION-CA
           MOVE CMP-CODE-TR         TO AUDIT-CMP-CODE-CA
           MOVE CMP-MIN-DEPOSIT-TR  TO AUDIT-MIN-DEPOSIT-CA
           MOVE APPROVER-TR         TO AUDIT-CHECKER-CA
           WRITE CMPAUDIT-RECORD
           .

      ******************************************************************
      *                                                                *
      *    3700-WRITE-REPORT-DETAIL                                    *
      *                                                                *
      ******************************************************************
       3700-WRITE-REPORT-DETAIL.
           MOVE ACTION-TR           TO CMP-DET-ACTION
           MOVE CMP-CODE-TR         TO CMP-DET-CODE
           MOVE CMP-BONUS-RATE-TR   TO CMP-DET-BONUS
           MOVE CMP-END-DATE-TR     TO CMP-DET-END-DATE
           MOVE USER-ID-TR          TO CMP-DET-USER
           MOVE APPROVER-TR         TO CMP-DET-CHECKER
           WRITE CMPRPT-LINE FROM CMP-DETAIL-LINE
           .

      ******************************************************************
      *                                                                *
      *    4000-WRITE-CONTROL-COUNTS                                   *
      *                                                                *
      ******************************************************************
       4000-WRITE-CONTROL-COUNTS.
           MOVE SPACES TO CMPRPT-LINE
           WRITE CMPRPT-LINE
           MOVE 'OLD MASTER CAMPAIGNS READ: '
                                    TO CMP-COUNT-DESC
           MOVE OLDMSTR-READ-CNT    TO CMP-COUNT-VALUE
           WRITE CMPRPT-LINE FROM CMP-COUNT-LINE
           MOVE 'NEW CARDS READ           : '
                                    TO CMP-COUNT-DESC
           MOVE CAMPTRAN-READ-CNT   TO CMP-COUNT-VALUE
           WRITE CMPRPT-LINE FROM CMP-COUNT-LINE
           MOVE 'PENDING CHANGES READ     : '
                                    TO CMP-COUNT-DESC
           MOVE PENDING-READ-CNT    TO CMP-COUNT-VALUE
           WRITE CMPRPT-LINE FROM CMP-COUNT-LINE
           MOVE 'NEW PENDING CHANGES      : '
                                    TO CMP-COUNT-DESC
           MOVE NEW-PENDING-CNT     TO CMP-COUNT-VALUE
           WRITE CMPRPT-LINE FROM CMP-COUNT-LINE
           MOVE 'CARRIED AWAITING APPROVAL: '
                                    TO CMP-COUNT-DESC
           MOVE CARRIED-PENDING-CNT TO CMP-COUNT-VALUE
           WRITE CMPRPT-LINE FROM CMP-COUNT-LINE
           MOVE 'SELF-APPROVALS REFUSED   : '
                                    TO CMP-COUNT-DESC
           MOVE SELF-APPROVAL-CNT   TO CMP-COUNT-VALUE
           WRITE CMPRPT-LINE FROM CMP-COUNT-LINE
           MOVE 'UNAUTHORIZED ATTEMPTS    : '
                                    TO CMP-COUNT-DESC
           MOVE UNAUTH-ATTEMPT-CNT  TO CMP-COUNT-VALUE
           WRITE CMPRPT-LINE FROM CMP-COUNT-LINE
           MOVE 'TRANSACTIONS APPLIED     : '
                                    TO CMP-COUNT-DESC
           MOVE TRANS-APPLIED-CNT   TO CMP-COUNT-VALUE
           WRITE CMPRPT-LINE FROM CMP-COUNT-LINE
           MOVE 'TRANSACTIONS REJECTED    : '
                                    TO CMP-COUNT-DESC
           MOVE TRANS-REJECTED-CNT  TO CMP-COUNT-VALUE
           WRITE CMPRPT-LINE FROM CMP-COUNT-LINE
           MOVE 'NEW MASTER CAMPAIGNS     : '
                                    TO CMP-COUNT-DESC
           MOVE NEWMSTR-WRITTEN-CNT TO CMP-COUNT-VALUE
           WRITE CMPRPT-LINE FROM CMP-COUNT-LINE
           .

      ******************************************************************
      *                                                                *
      *    8100-READ-OLD-MASTER                                        *
      *                                                                *
      ******************************************************************
       8100-READ-OLD-MASTER.
           READ OLDMSTR-FILE
              AT END SET OLDMSTR-EOF TO TRUE
           END-READ
           IF OLDMSTR-EOF
              MOVE HIGH-VALUES      TO OLDMSTR-KEY
           ELSE
              ADD 1 TO OLDMSTR-READ-CNT
              MOVE CMP-CODE-OM      TO OLDMSTR-KEY
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    8200-GET-NEXT-APPROVED                                      *
      *                                                                *
      *    THE BALANCED-LINE UPDATE IS DRIVEN FROM THE APPROVED        *
      *    CHANGES TABLE, ALREADY IN CAMPAIGN CODE SEQUENCE.           *
      *                                                                *
      ******************************************************************
       8200-GET-NEXT-APPROVED.
           IF APPTR-NEXT > APPTR-TABLE-COUNT
              MOVE HIGH-VALUES      TO CAMPTRAN-KEY
           ELSE
              MOVE APPTR-KEY(APPTR-NEXT)      TO CAMPTRAN-KEY
                                                 CMP-CODE-TR
              MOVE APPTR-ACTION(APPTR-NEXT)   TO ACTION-TR
              MOVE APPTR-START-DATE(APPTR-NEXT)
                                              TO CMP-START-DATE-TR
              MOVE APPTR-END-DATE(APPTR-NEXT) TO CMP-END-DATE-TR
              MOVE APPTR-CHANNELS(APPTR-NEXT) TO CMP-CHANNELS-TR
              MOVE APPTR-TERMS(APPTR-NEXT)    TO CMP-TERMS-TR
              MOVE APPTR-MIN-DEPOSIT(APPTR-NEXT)
                                              TO CMP-MIN-DEPOSIT-TR
              MOVE APPTR-BONUS-RATE(APPTR-NEXT)
                                              TO CMP-BONUS-RATE-TR
              MOVE APPTR-MAKER(APPTR-NEXT)    TO USER-ID-TR
              MOVE APPTR-CHECKER(APPTR-NEXT)  TO APPROVER-TR
              ADD 1 TO APPTR-NEXT
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    8300-READ-PENDING                                           *
      *                                                                *
      ******************************************************************
       8300-READ-PENDING.
           READ PENDIN-FILE
              AT END SET PENDIN-EOF TO TRUE
           END-READ
           .

      ******************************************************************
      *                                                                *
      *    8400-READ-CAMPAIGN-CARD                                     *
      *                                                                *
      ******************************************************************
       8400-READ-CAMPAIGN-CARD.
           READ CAMPTRAN-FILE
              AT END SET CAMPTRAN-EOF TO TRUE
           END-READ
           IF NOT CAMPTRAN-EOF
              ADD 1 TO CAMPTRAN-READ-CNT
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    8500-READ-APPROVAL                                          *
      *                                                                *
      ******************************************************************
       8500-READ-APPROVAL.
           READ APPRTRAN-FILE
              AT END SET APPRTRAN-EOF TO TRUE
           END-READ
           .

      ******************************************************************
      *                                                                *
      *    8600-READ-ENTITLEMENT                                       *
      *                                                                *
      ******************************************************************
       8600-READ-ENTITLEMENT.
           READ ENTITLE-FILE
              AT END SET ENTITLE-EOF TO TRUE
           END-READ
           .

      ******************************************************************
      *                                                                *
      *    9000-TERMINATE                                              *
      *                                                                *
      ******************************************************************
       9000-TERMINATE.
           CLOSE OLDMSTR-FILE
                 CAMPTRAN-FILE
                 PENDIN-FILE
                 APPRTRAN-FILE
                 NEWMSTR-FILE
                 PENDOUT-FILE
                 CMPAUDIT-FILE
                 CMPRPT-FILE
           .
