       IDENTIFICATION DIVISION.
      *================================================================*
       PROGRAM-ID.    AF0401M0.
       AUTHOR.        CAMS ACCOUNT OPENING TEAM.
       INSTALLATION.  HOST SYSTEMS - ACCOUNT FUNCTIONS.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
      *================================================================*
      *                                                                *
      *    AF0401M0 - MASKED MESSAGE IMAGE UNMASK UTILITY              *
      *                                                                *
      *    THE MSGCAP, DEADLTR AND HELDCASE IMAGES ARE HELD WITH THE   *
      *    CUSTOMER PERSONAL DATA MASKED (AF0400M0).  THIS UTILITY     *
      *    IS THE ONE CONTROLLED WAY TO SEE THE CLEAR VALUES FOR A     *
      *    MESSAGE.  EACH REQUEST CARD NAMES THE DATASET, THE          *
      *    MESSAGE ID, THE USER AND THE REASON.  THE USER MUST HOLD    *
      *    THE 'PIIVIEW' FUNCTION ON THE ENTITLE REFERENCE FILE        *
      *    (ACTION 'VEW' OR '*') AND GIVE A REASON.  THE MESSAGE IS    *
      *    LOCATED ON THE NAMED DATASET, UNMASKED THROUGH AF0400M0     *
      *    AND ITS CLEAR VALUES PRINTED ON UNMKRPT.                    *
      *                                                                *
      *    EVERY REQUEST - VIEWED, REFUSED, NOT FOUND OR VAULT         *
      *    FAILED - IS WRITTEN TO THE VIEWLOG ACCESS LOG WITH THE      *
      *    USER, THE MESSAGE ID, THE DATE AND TIME AND THE REASON.     *
      *                                                                *
      *    REQUEST CARD (UNMKREQ):                                     *
      *        COLS  1-8   DATASET (MSGCAP / DEADLTR / HELDCASE)       *
      *        COLS  9-24  MESSAGE ID                                  *
      *        COLS 25-32  USER ID                                     *
      *        COLS 33-72  REASON (CASE OR INCIDENT REFERENCE)         *
      *                                                                *
      *    MODIFICATION HISTORY                                        *
      *    ----------------------------------------------------------  *
      *    15/10/26 RAM  INITIAL VERSION.                              *
      *    15/10/26 RAM  HELDCASE MIRROR IN STEP WITH AF0001M0 -       *
      *                  CUSTOMER NUMBER ADDED.                        *
      *    15/10/26 RAM  HELDCASE MIRROR IN STEP WITH AF0001M0 -       *
      *                  ACCOUNT OCCURRENCE ADDED.                     *
      *    15/10/26 RAM  VIEWLOG IS APPENDED TO (DISP=MOD) SO THE      *
      *                  ACCESS LOG KEEPS EVERY EARLIER RUN.           *
      *    15/10/26 RAM  HELDCASE MIRROR IN STEP WITH AF0001M0 -       *
      *                  CLEAR CUSTOMER NUMBER REMOVED.                *
      *                                                                *
      *================================================================*
       ENVIRONMENT DIVISION.
      *================================================================*
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.   IBM-3090.
       OBJECT-COMPUTER.   IBM-3090.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL UNMKREQ-FILE
                  ASSIGN TO UNMKREQ
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL ENTITLE-FILE
                  ASSIGN TO ENTITLE
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL MSGCAP-FILE
                  ASSIGN TO MSGCAP
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL DEADLTR-FILE
                  ASSIGN TO DEADLTR
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL HELDCASE-FILE
                  ASSIGN TO HELDCASE
                  ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL VIEWLOG-FILE
                  ASSIGN TO VIEWLOG
                  ORGANIZATION IS SEQUENTIAL.

           SELECT UNMKRPT-FILE    ASSIGN TO UNMKRPT
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
      *================================================================*
       FILE SECTION.

       FD  UNMKREQ-FILE
           RECORDING MODE IS F.
       01  UNMKREQ-RECORD.
           05  REQ-DATASET-UR                  PIC X(08).
               88  VALID-DATASET-UR                VALUE 'MSGCAP  '
                                                         'DEADLTR '
                                                         'HELDCASE'.
           05  REQ-MSG-ID-UR                   PIC X(16).
           05  REQ-USER-ID-UR                  PIC X(08).
           05  REQ-REASON-UR                   PIC X(40).
           05  FILLER                          PIC X(08).

      *----------------------------------------------------------------*
      *    ENTITLE - ENTITLEMENT REFERENCE (SHARED WITH AF0430M0,      *
      *    AF0432M0 AND GU0003M0).                                     *
      *----------------------------------------------------------------*
       FD  ENTITLE-FILE
           RECORDING MODE IS F.
       01  ENTITLE-RECORD.
           05  ENT-USER-ID-EN                  PIC X(08).
           05  ENT-FUNCTION-EN                 PIC X(08).
           05  ENT-ACTION-EN OCCURS 4 TIMES    PIC X(03).
           05  FILLER                          PIC X(52).

      *    MIRRORS OF THE MSGCAP, DEADLTR AND HELDCASE RECORDS
      *    WRITTEN BY AF0001M0 - THE LAYOUTS MUST STAY IN STEP.
       FD  MSGCAP-FILE
           RECORDING MODE IS F.
       01  MSGCAP-RECORD.
           05  CAP-MSG-ID                      PIC X(16).
           05  CAP-MESSAGE-IMAGE               PIC X(600).

       FD  DEADLTR-FILE
           RECORDING MODE IS F.
       01  DEADLTR-RECORD.
           05  DLQ-ERROR-CODE                  PIC X(04).
           05  DLQ-REPAIR-FLAG                 PIC X(01).
           05  DLQ-LOG-DATE                    PIC 9(08).
           05  DLQ-MESSAGE-IMAGE               PIC X(600).
           05  DLQ-CYCLE-COUNT                 PIC 9(03).
           05  FILLER                          PIC X(24).

       FD  HELDCASE-FILE
           RECORDING MODE IS F.
       01  HELDCASE-RECORD.
           05  HLD-MSG-ID                      PIC X(16).
           05  HLD-HELD-DATE                   PIC 9(08).
           05  HLD-LIST-CODE                   PIC X(04).
           05  HLD-MESSAGE-IMAGE               PIC X(600).
           05  FILLER                          PIC X(09).
           05  HLD-ACCT-OCC-NBR                PIC 9(01).
           05  FILLER                          PIC X(02).

      *----------------------------------------------------------------*
      *    VIEWLOG - UNMASK ACCESS LOG, ONE RECORD PER REQUEST,        *
      *    APPENDED ACROSS RUNS (DISP=MOD).                            *
      *----------------------------------------------------------------*
       FD  VIEWLOG-FILE
           RECORDING MODE IS F.
       01  VIEWLOG-RECORD.
           05  VLG-DATE                        PIC 9(08).
           05  VLG-TIME                        PIC 9(06).
           05  VLG-USER-ID                     PIC X(08).
           05  VLG-MSG-ID                      PIC X(16).
           05  VLG-DATASET                     PIC X(08).
           05  VLG-OUTCOME                     PIC X(12).
           05  VLG-REASON                      PIC X(40).
           05  FILLER                          PIC X(22).

       FD  UNMKRPT-FILE
           RECORDING MODE IS F.
       01  UNMKRPT-LINE                        PIC X(132).

       WORKING-STORAGE SECTION.
      *================================================================*

       01  AF0401M0-SWITCHES.
           05  UNMKREQ-EOF-SW                  PIC X(01) VALUE 'N'.
               88  UNMKREQ-EOF                     VALUE 'Y'.
           05  ENTITLE-EOF-SW                  PIC X(01) VALUE 'N'.
               88  ENTITLE-EOF                     VALUE 'Y'.
           05  IMAGE-EOF-SW                    PIC X(01) VALUE 'N'.
               88  IMAGE-EOF                       VALUE 'Y'.
           05  USER-ENTITLED-SW                PIC X(01) VALUE 'N'.
               88  USER-ENTITLED                   VALUE 'Y'.
           05  REQ-WAITING-SW                  PIC X(01) VALUE 'N'.
               88  REQ-WAITING-FOUND               VALUE 'Y'.

       01  AF0401M0-CONTROL-COUNTS.
           05  REQUESTS-READ-CNT               PIC S9(05) COMP-3
                                                   VALUE +0.
           05  VIEWED-CNT                      PIC S9(05) COMP-3
                                                   VALUE +0.
           05  REFUSED-CNT                     PIC S9(05) COMP-3
                                                   VALUE +0.
           05  NOT-FOUND-CNT                   PIC S9(05) COMP-3
                                                   VALUE +0.
           05  VAULT-FAILED-CNT                PIC S9(05) COMP-3
                                                   VALUE +0.

       01  AF0401M0-WORK-FIELDS.
           05  RUN-DATE-GV                     PIC 9(08).
           05  RUN-TIME-GV                     PIC 9(08).
           05  RUN-TIME-R REDEFINES RUN-TIME-GV.
               10  RUN-HHMMSS-GV               PIC 9(06).
               10  FILLER                      PIC 9(02).
           05  ENT-X                           PIC S9(04) COMP.
           05  ENT-A                           PIC S9(04) COMP.
           05  REQ-X                           PIC S9(04) COMP.
           05  OCC-X                           PIC S9(04) COMP.
           05  SCAN-DATASET-GV                 PIC X(08).
           05  SCAN-MSG-ID-GV                  PIC X(16).
           05  SCAN-IMAGE-GV                   PIC X(600).
           05  REFUSE-REASON-GV                PIC X(12).

      *----------------------------------------------------------------*
      *    ENTITLEMENT ENTRIES FOR THE 'PIIVIEW' FUNCTION.  AN EMPTY   *
      *    OR MISSING REFERENCE FILE ENTITLES NOBODY.                  *
      *----------------------------------------------------------------*
       01  ENT-TABLE-COUNT                     PIC S9(04) COMP
                                                   VALUE +0.
       01  ENT-TABLE.
           05  ENT-ENTRY OCCURS 100 TIMES.
               10  ENT-USER-ID                 PIC X(08).
               10  ENT-ACTION OCCURS 4 TIMES   PIC X(03).

      *----------------------------------------------------------------*
      *    ACCEPTED REQUESTS, WAITING FOR THEIR DATASET TO BE          *
      *    SCANNED.  A REQUEST IS SERVED FROM THE FIRST IMAGE FOUND    *
      *    FOR ITS MESSAGE ID.                                         *
      *----------------------------------------------------------------*
       01  REQ-TABLE-COUNT                     PIC S9(04) COMP
                                                   VALUE +0.
       01  REQ-TABLE.
           05  REQ-ENTRY OCCURS 50 TIMES.
               10  REQ-DATASET                 PIC X(08).
               10  REQ-MSG-ID                  PIC X(16).
               10  REQ-USER-ID                 PIC X(08).
               10  REQ-REASON                  PIC X(40).
               10  REQ-DONE-SW                 PIC X(01).
                   88  REQ-DONE                    VALUE 'Y'.

      *----------------------------------------------------------------*
      *    AF0400M0 PERSONAL DATA MASK PASSAREA, WITH THE CLEAR-VALUE  *
      *    BLOCK NAMED FOR PRINTING.  THE LAYOUT IS MIRRORED FROM      *
      *    AF0400M0 - THE TWO MUST STAY IN STEP.                       *
      *----------------------------------------------------------------*
       01  AF0400M0-PASSAREA.
           05  MASK-FUNCTION-AF0400            PIC X(04).
               88  MASK-IMAGE-AF0400               VALUE 'MASK'.
               88  UNMASK-IMAGE-AF0400             VALUE 'UNMK'.
           05  MASK-MSG-ID-AF0400              PIC X(16).
           05  MASK-RETCODE-AF0400             PIC S9(04) COMP.
               88  MASK-OK-AF0400                  VALUE +0.
           05  MASK-IMAGE-DATA-AF0400          PIC X(600).
           05  MASK-CLEAR-BLOCK-AF0400.
               10  MASK-CLEAR-OCC-AF0400 OCCURS 3 TIMES.
                   15  MASK-CUSTOMER-AF0400    PIC X(09).
                   15  MASK-ACCOUNT-AF0400     PIC X(09).
                   15  MASK-REFERENCE-AF0400   PIC X(20).
                   15  MASK-REPAY-ACCT-AF0400  PIC X(09).
                   15  MASK-NOMINATED-AF0400   PIC X(09).
                   15  MASK-TAX-CODE-AF0400    PIC X(02).
                   15  MASK-ROLE-CUST-AF0400 OCCURS 2 TIMES
                                               PIC X(09).
               10  MASK-DRAW-ACCOUNT-AF0400    PIC X(09).
               10  FILLER                      PIC X(03).

      *----------------------------------------------------------------*
      *    UNMASK REPORT LAYOUTS.  THE REPORT CARRIES CLEAR PERSONAL   *
      *    DATA AND IS ROUTED TO THE REQUESTER ONLY.                   *
      *----------------------------------------------------------------*
       01  UNMK-HEADING-1.
           05  FILLER                          PIC X(44)  VALUE
                 'AF0401M0 - MESSAGE IMAGE UNMASK REPORT      '.
           05  UNMK-HDG-DATE                   PIC 9(08).
           05  FILLER                          PIC X(80)  VALUE SPACES.

       01  UNMK-REQUEST-LINE.
           05  FILLER                          PIC X(09)  VALUE
                 'MESSAGE  '.
           05  UNMK-REQ-MSG-ID                 PIC X(16).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  UNMK-REQ-DATASET                PIC X(08).
           05  FILLER                          PIC X(07)  VALUE
                 '  USER '.
           05  UNMK-REQ-USER-ID                PIC X(08).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  UNMK-REQ-OUTCOME                PIC X(12).
           05  FILLER                          PIC X(02)  VALUE SPACES.
           05  UNMK-REQ-REASON                 PIC X(40).
           05  FILLER                          PIC X(26)  VALUE SPACES.

       01  UNMK-OCC-LINE.
           05  FILLER                          PIC X(07)  VALUE
                 '   OCC '.
           05  UNMK-OCC-NBR                    PIC 9(01).
           05  FILLER                          PIC X(07)  VALUE
                 '  CUST '.
           05  UNMK-OCC-CUSTOMER               PIC X(09).
           05  FILLER                          PIC X(07)  VALUE
                 '  ACCT '.
           05  UNMK-OCC-ACCOUNT                PIC X(09).
           05  FILLER                          PIC X(08)  VALUE
                 '  REPAY '.
           05  UNMK-OCC-REPAY-ACCT             PIC X(09).
           05  FILLER                          PIC X(06)  VALUE
                 '  NOM '.
           05  UNMK-OCC-NOMINATED              PIC X(09).
           05  FILLER                          PIC X(06)  VALUE
                 '  TAX '.
           05  UNMK-OCC-TAX-CODE               PIC X(02).
           05  FILLER                          PIC X(07)  VALUE
                 ' ROLES '.
           05  UNMK-OCC-ROLE-1                 PIC X(09).
           05  FILLER                          PIC X(01)  VALUE SPACES.
           05  UNMK-OCC-ROLE-2                 PIC X(09).
           05  FILLER                          PIC X(05)  VALUE
                 ' REF '.
           05  UNMK-OCC-REFERENCE              PIC X(20).
           05  FILLER                          PIC X(01)  VALUE SPACES.

       01  UNMK-DRAW-LINE.
           05  FILLER                          PIC X(23)  VALUE
                 '   DRAWDOWN ACCOUNT    '.
           05  UNMK-DRAW-ACCOUNT               PIC X(09).
           05  FILLER                          PIC X(100) VALUE SPACES.

       01  UNMK-COUNT-LINE.
           05  UNMK-COUNT-DESC                 PIC X(27).
           05  UNMK-COUNT-VALUE                PIC ZZZZ9.
           05  FILLER                          PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
      *================================================================*

      ******************************************************************
      *                                                                *
      *    0000-MAINLINE                                               *
      *                                                                *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ACCEPT-REQUEST
                   UNTIL UNMKREQ-EOF
           MOVE 'MSGCAP  '          TO SCAN-DATASET-GV
           PERFORM 3000-SCAN-DATASET THRU 3000-EXIT
           MOVE 'DEADLTR '          TO SCAN-DATASET-GV
           PERFORM 3000-SCAN-DATASET THRU 3000-EXIT
           MOVE 'HELDCASE'          TO SCAN-DATASET-GV
           PERFORM 3000-SCAN-DATASET THRU 3000-EXIT
           PERFORM 4000-REPORT-NOT-FOUND
           PERFORM 5000-WRITE-CONTROL-COUNTS
           PERFORM 9000-TERMINATE
           GOBACK
           .

      ******************************************************************
      *                                                                *
      *    1000-INITIALIZE                                             *
      *                                                                *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  UNMKREQ-FILE
           OPEN EXTEND VIEWLOG-FILE
           OPEN OUTPUT UNMKRPT-FILE
           ACCEPT RUN-DATE-GV FROM DATE YYYYMMDD
           ACCEPT RUN-TIME-GV FROM TIME
           MOVE RUN-DATE-GV         TO UNMK-HDG-DATE
           WRITE UNMKRPT-LINE FROM UNMK-HEADING-1
           PERFORM 1050-LOAD-ENTITLEMENTS
           PERFORM 8000-READ-REQUEST
           .

      ******************************************************************
      *                                                                *
      *    1050-LOAD-ENTITLEMENTS                                      *
      *                                                                *
      ******************************************************************
       1050-LOAD-ENTITLEMENTS.
           OPEN INPUT ENTITLE-FILE
           PERFORM 8100-READ-ENTITLEMENT
           PERFORM 1075-STORE-ENTITLEMENT
                   UNTIL ENTITLE-EOF
                   OR ENT-TABLE-COUNT = 100
           CLOSE ENTITLE-FILE
           IF ENT-TABLE-COUNT = ZERO
              DISPLAY 'AF0401M0 - NO PIIVIEW ENTITLEMENTS LOADED - '
                      'EVERY REQUEST WILL BE REFUSED'
           END-IF
           .

       1075-STORE-ENTITLEMENT.
           IF ENT-FUNCTION-EN = 'PIIVIEW '
              ADD 1 TO ENT-TABLE-COUNT
              MOVE ENT-USER-ID-EN
                TO ENT-USER-ID(ENT-TABLE-COUNT)
              MOVE 1 TO ENT-A
              PERFORM 1085-STORE-ONE-ACTION
                      UNTIL ENT-A > 4
           END-IF
           PERFORM 8100-READ-ENTITLEMENT
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
      *    MAY REQ-USER-ID-UR VIEW CLEAR IMAGES?  'VEW' OR '*' IN AN   *
      *    ACTION SLOT ALLOWS IT.                                      *
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
           IF ENT-USER-ID(ENT-X) = REQ-USER-ID-UR
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
           IF ENT-ACTION(ENT-X, ENT-A) = 'VEW'
              OR ENT-ACTION(ENT-X, ENT-A) = '*  '
              SET USER-ENTITLED TO TRUE
           ELSE
              ADD 1 TO ENT-A
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    2000-ACCEPT-REQUEST                                         *
      *                                                                *
      *    A REQUEST IS REFUSED - AND LOGGED AS REFUSED - WHEN THE     *
      *    USER IS NOT ENTITLED, NO REASON IS GIVEN, THE DATASET IS    *
      *    NOT ONE OF THE THREE, OR THE REQUEST TABLE IS FULL.         *
      *    ANYTHING ELSE WAITS FOR ITS DATASET SCAN.                   *
      *                                                                *
      ******************************************************************
       2000-ACCEPT-REQUEST.
           PERFORM 1090-CHECK-ENTITLEMENT
           MOVE SPACES              TO REFUSE-REASON-GV
           EVALUATE TRUE
              WHEN NOT USER-ENTITLED
                 MOVE 'NOT ENTITLED'
                                    TO REFUSE-REASON-GV
              WHEN REQ-REASON-UR = SPACES
                 MOVE 'NO REASON'   TO REFUSE-REASON-GV
              WHEN NOT VALID-DATASET-UR
                 MOVE 'BAD DATASET' TO REFUSE-REASON-GV
              WHEN REQ-TABLE-COUNT = 50
                 MOVE 'TABLE FULL'  TO REFUSE-REASON-GV
              WHEN OTHER
                 ADD 1 TO REQ-TABLE-COUNT
                 MOVE REQ-DATASET-UR
                                    TO REQ-DATASET(REQ-TABLE-COUNT)
                 MOVE REQ-MSG-ID-UR TO REQ-MSG-ID(REQ-TABLE-COUNT)
                 MOVE REQ-USER-ID-UR
                                    TO REQ-USER-ID(REQ-TABLE-COUNT)
                 MOVE REQ-REASON-UR TO REQ-REASON(REQ-TABLE-COUNT)
                 MOVE 'N'           TO REQ-DONE-SW(REQ-TABLE-COUNT)
           END-EVALUATE
           IF REFUSE-REASON-GV NOT = SPACES
              ADD 1 TO REFUSED-CNT
              MOVE REQ-DATASET-UR   TO VLG-DATASET
              MOVE REQ-MSG-ID-UR    TO VLG-MSG-ID
              MOVE REQ-USER-ID-UR   TO VLG-USER-ID
              MOVE REQ-REASON-UR    TO VLG-REASON
              MOVE REFUSE-REASON-GV TO VLG-OUTCOME
              PERFORM 7000-WRITE-VIEW-LOG
              DISPLAY 'AF0401M0 - UNMASK OF ' REQ-MSG-ID-UR
                      ' BY ' REQ-USER-ID-UR ' REFUSED - '
                      REFUSE-REASON-GV
           END-IF
           PERFORM 8000-READ-REQUEST
           .

      ******************************************************************
      *                                                                *
      *    3000-SCAN-DATASET                                           *
      *                                                                *
      *    READ ONE IMAGE DATASET END TO END, SERVING EVERY WAITING    *
      *    REQUEST FOR IT.  A DATASET NOBODY ASKED FOR IS NOT OPENED.  *
      *                                                                *
      ******************************************************************
       3000-SCAN-DATASET.
           MOVE 'N' TO IMAGE-EOF-SW
                       REQ-WAITING-SW
           MOVE 1   TO REQ-X
           PERFORM 3050-FIND-WAITING-REQUEST
                   UNTIL REQ-X > REQ-TABLE-COUNT
                   OR REQ-WAITING-FOUND
           IF NOT REQ-WAITING-FOUND
              GO TO 3000-EXIT
           END-IF
           EVALUATE SCAN-DATASET-GV
              WHEN 'MSGCAP  '
                 OPEN INPUT MSGCAP-FILE
              WHEN 'DEADLTR '
                 OPEN INPUT DEADLTR-FILE
              WHEN OTHER
                 OPEN INPUT HELDCASE-FILE
           END-EVALUATE
           PERFORM 8200-READ-IMAGE
           PERFORM 3100-MATCH-IMAGE
                   UNTIL IMAGE-EOF
           EVALUATE SCAN-DATASET-GV
              WHEN 'MSGCAP  '
                 CLOSE MSGCAP-FILE
              WHEN 'DEADLTR '
                 CLOSE DEADLTR-FILE
              WHEN OTHER
                 CLOSE HELDCASE-FILE
           END-EVALUATE
           .
       3000-EXIT.
           EXIT.

       3050-FIND-WAITING-REQUEST.
           IF REQ-DATASET(REQ-X) = SCAN-DATASET-GV
              AND NOT REQ-DONE(REQ-X)
              SET REQ-WAITING-FOUND TO TRUE
           ELSE
              ADD 1 TO REQ-X
           END-IF
           .

       3100-MATCH-IMAGE.
           MOVE 1 TO REQ-X
           PERFORM 3150-SERVE-ONE-REQUEST
                   UNTIL REQ-X > REQ-TABLE-COUNT
           PERFORM 8200-READ-IMAGE
           .

       3150-SERVE-ONE-REQUEST.
           IF REQ-DATASET(REQ-X) = SCAN-DATASET-GV
              AND REQ-MSG-ID(REQ-X) = SCAN-MSG-ID-GV
              AND NOT REQ-DONE(REQ-X)
              PERFORM 3200-UNMASK-AND-PRINT
              MOVE 'Y'              TO REQ-DONE-SW(REQ-X)
           END-IF
           ADD 1 TO REQ-X
           .

      ******************************************************************
      *                                                                *
      *    3200-UNMASK-AND-PRINT                                       *
      *                                                                *
      ******************************************************************
       3200-UNMASK-AND-PRINT.
           SET UNMASK-IMAGE-AF0400  TO TRUE
           MOVE SCAN-MSG-ID-GV      TO MASK-MSG-ID-AF0400
           MOVE SCAN-IMAGE-GV       TO MASK-IMAGE-DATA-AF0400
           CALL 'AF0400M0' USING AF0400M0-PASSAREA
           MOVE REQ-DATASET(REQ-X)  TO VLG-DATASET
                                       UNMK-REQ-DATASET
           MOVE REQ-MSG-ID(REQ-X)   TO VLG-MSG-ID
                                       UNMK-REQ-MSG-ID
           MOVE REQ-USER-ID(REQ-X)  TO VLG-USER-ID
                                       UNMK-REQ-USER-ID
           MOVE REQ-REASON(REQ-X)   TO VLG-REASON
                                       UNMK-REQ-REASON
           IF MASK-OK-AF0400
              ADD 1 TO VIEWED-CNT
              MOVE 'VIEWED'         TO VLG-OUTCOME
           ELSE
              ADD 1 TO VAULT-FAILED-CNT
              MOVE 'VAULT FAILED'   TO VLG-OUTCOME
           END-IF
           MOVE VLG-OUTCOME         TO UNMK-REQ-OUTCOME
           PERFORM 7000-WRITE-VIEW-LOG
           MOVE SPACES              TO UNMKRPT-LINE
           WRITE UNMKRPT-LINE
           WRITE UNMKRPT-LINE FROM UNMK-REQUEST-LINE
           IF MASK-OK-AF0400
              MOVE 1 TO OCC-X
              PERFORM 3250-PRINT-ONE-OCCURRENCE
                      UNTIL OCC-X > 3
              IF MASK-DRAW-ACCOUNT-AF0400 NOT = SPACES
                 MOVE MASK-DRAW-ACCOUNT-AF0400
                                    TO UNMK-DRAW-ACCOUNT
                 WRITE UNMKRPT-LINE FROM UNMK-DRAW-LINE
              END-IF
           END-IF
           MOVE SPACES              TO MASK-IMAGE-DATA-AF0400
                                       MASK-CLEAR-BLOCK-AF0400
           .

       3250-PRINT-ONE-OCCURRENCE.
           IF MASK-CLEAR-OCC-AF0400(OCC-X) NOT = SPACES
              MOVE OCC-X            TO UNMK-OCC-NBR
              MOVE MASK-CUSTOMER-AF0400(OCC-X)
                                    TO UNMK-OCC-CUSTOMER
              MOVE MASK-ACCOUNT-AF0400(OCC-X)
                                    TO UNMK-OCC-ACCOUNT
              MOVE MASK-REPAY-ACCT-AF0400(OCC-X)
                                    TO UNMK-OCC-REPAY-ACCT
              MOVE MASK-NOMINATED-AF0400(OCC-X)
                                    TO UNMK-OCC-NOMINATED
              MOVE MASK-TAX-CODE-AF0400(OCC-X)
                                    TO UNMK-OCC-TAX-CODE
              MOVE MASK-ROLE-CUST-AF0400(OCC-X, 1)
                                    TO UNMK-OCC-ROLE-1
              MOVE MASK-ROLE-CUST-AF0400(OCC-X, 2)
                                    TO UNMK-OCC-ROLE-2
              MOVE MASK-REFERENCE-AF0400(OCC-X)
                                    TO UNMK-OCC-REFERENCE
              WRITE UNMKRPT-LINE FROM UNMK-OCC-LINE
           END-IF
           ADD 1 TO OCC-X
           .

      ******************************************************************
      *                                                                *
      *    4000-REPORT-NOT-FOUND                                       *
      *                                                                *
      *    AN ACCEPTED REQUEST WHOSE MESSAGE ID WAS NOT ON THE NAMED   *
      *    DATASET IS STILL LOGGED - THE ATTEMPT IS WHAT IS AUDITED.   *
      *                                                                *
      ******************************************************************
       4000-REPORT-NOT-FOUND.
           MOVE 1 TO REQ-X
           PERFORM 4100-CHECK-ONE-REQUEST
                   UNTIL REQ-X > REQ-TABLE-COUNT
           .

       4100-CHECK-ONE-REQUEST.
           IF NOT REQ-DONE(REQ-X)
              ADD 1 TO NOT-FOUND-CNT
              MOVE REQ-DATASET(REQ-X)
                                    TO VLG-DATASET
                                       UNMK-REQ-DATASET
              MOVE REQ-MSG-ID(REQ-X)
                                    TO VLG-MSG-ID
                                       UNMK-REQ-MSG-ID
              MOVE REQ-USER-ID(REQ-X)
                                    TO VLG-USER-ID
                                       UNMK-REQ-USER-ID
              MOVE REQ-REASON(REQ-X)
                                    TO VLG-REASON
                                       UNMK-REQ-REASON
              MOVE 'NOT FOUND'      TO VLG-OUTCOME
                                       UNMK-REQ-OUTCOME
              PERFORM 7000-WRITE-VIEW-LOG
              MOVE SPACES           TO UNMKRPT-LINE
              WRITE UNMKRPT-LINE
              WRITE UNMKRPT-LINE FROM UNMK-REQUEST-LINE
           END-IF
           ADD 1 TO REQ-X
           .

      ******************************************************************
      *                                                                *
      *    5000-WRITE-CONTROL-COUNTS                                   *
      *                                                                *
      ******************************************************************
       5000-WRITE-CONTROL-COUNTS.
           MOVE SPACES TO UNMKRPT-LINE
           WRITE UNMKRPT-LINE
           MOVE 'REQUESTS READ            : '
                                    TO UNMK-COUNT-DESC
           MOVE REQUESTS-READ-CNT   TO UNMK-COUNT-VALUE
           WRITE UNMKRPT-LINE FROM UNMK-COUNT-LINE
           MOVE 'VIEWED                   : '
                                    TO UNMK-COUNT-DESC
           MOVE VIEWED-CNT          TO UNMK-COUNT-VALUE
           WRITE UNMKRPT-LINE FROM UNMK-COUNT-LINE
           MOVE 'REFUSED                  : '
                                    TO UNMK-COUNT-DESC
           MOVE REFUSED-CNT         TO UNMK-COUNT-VALUE
           WRITE UNMKRPT-LINE FROM UNMK-COUNT-LINE
           MOVE 'NOT FOUND                : '
                                    TO UNMK-COUNT-DESC
           MOVE NOT-FOUND-CNT       TO UNMK-COUNT-VALUE
           WRITE UNMKRPT-LINE FROM UNMK-COUNT-LINE
           MOVE 'VAULT UNMASK FAILURES    : '
                                    TO UNMK-COUNT-DESC
           MOVE VAULT-FAILED-CNT    TO UNMK-COUNT-VALUE
           WRITE UNMKRPT-LINE FROM UNMK-COUNT-LINE
           .

      ******************************************************************
      *                                                                *
      *    7000-WRITE-VIEW-LOG                                         *
      *                                                                *
      ******************************************************************
       7000-WRITE-VIEW-LOG.
           MOVE RUN-DATE-GV         TO VLG-DATE
           MOVE RUN-HHMMSS-GV       TO VLG-TIME
           WRITE VIEWLOG-RECORD
           .

      ******************************************************************
      *                                                                *
      *    8000-READ-REQUEST                                           *
      *                                                                *
      ******************************************************************
       8000-READ-REQUEST.
           READ UNMKREQ-FILE
              AT END SET UNMKREQ-EOF TO TRUE
           END-READ
           IF NOT UNMKREQ-EOF
              ADD 1 TO REQUESTS-READ-CNT
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    8100-READ-ENTITLEMENT                                       *
      *                                                                *
      ******************************************************************
       8100-READ-ENTITLEMENT.
           READ ENTITLE-FILE
              AT END SET ENTITLE-EOF TO TRUE
           END-READ
           .

      ******************************************************************
      *                                                                *
      *    8200-READ-IMAGE                                             *
      *                                                                *
      *    READ THE NEXT RECORD OF THE DATASET BEING SCANNED AND       *
      *    LIFT OUT ITS MESSAGE ID AND IMAGE.  THE DEAD LETTER HAS     *
      *    NO SEPARATE MESSAGE ID - IT SITS BEHIND THE LL/ZZ           *
      *    HALFWORDS AND THE TRANSACTION CODE IN THE IMAGE.            *
      *                                                                *
      ******************************************************************
       8200-READ-IMAGE.
           EVALUATE SCAN-DATASET-GV
              WHEN 'MSGCAP  '
                 READ MSGCAP-FILE
                    AT END SET IMAGE-EOF TO TRUE
                 END-READ
                 IF NOT IMAGE-EOF
                    MOVE CAP-MSG-ID TO SCAN-MSG-ID-GV
                    MOVE CAP-MESSAGE-IMAGE
                                    TO SCAN-IMAGE-GV
                 END-IF
              WHEN 'DEADLTR '
                 READ DEADLTR-FILE
                    AT END SET IMAGE-EOF TO TRUE
                 END-READ
                 IF NOT IMAGE-EOF
                    MOVE DLQ-MESSAGE-IMAGE(13:16)
                                    TO SCAN-MSG-ID-GV
                    MOVE DLQ-MESSAGE-IMAGE
                                    TO SCAN-IMAGE-GV
                 END-IF
              WHEN OTHER
                 READ HELDCASE-FILE
                    AT END SET IMAGE-EOF TO TRUE
                 END-READ
                 IF NOT IMAGE-EOF
                    MOVE HLD-MSG-ID TO SCAN-MSG-ID-GV
                    MOVE HLD-MESSAGE-IMAGE
                                    TO SCAN-IMAGE-GV
                 END-IF
           END-EVALUATE
           .

      ******************************************************************
      *                                                                *
      *    9000-TERMINATE                                              *
      *                                                                *
      ******************************************************************
       9000-TERMINATE.
           CLOSE UNMKREQ-FILE
                 VIEWLOG-FILE
                 UNMKRPT-FILE
           .
