       IDENTIFICATION DIVISION.
      *================================================================*
       PROGRAM-ID.    AF0400M0.
       AUTHOR.        CAMS ACCOUNT OPENING TEAM.
       INSTALLATION.  HOST SYSTEMS - ACCOUNT FUNCTIONS.
       DATE-WRITTEN.  OCTOBER 2026.
       DATE-COMPILED.
      *================================================================*
      *                                                                *
      *    AF0400M0 - SE1511P IMAGE PERSONAL DATA MASK / UNMASK        *
      *                                                                *
      *    CALLED MODULE.  KEEPS CUSTOMER PERSONAL DATA OUT OF THE     *
      *    SE1511P IMAGES HELD ON MSGCAP, DEADLTR AND HELDCASE.        *
      *                                                                *
      *        'MASK' - THE CLEAR VALUES OF THE SENSITIVE FIELDS ARE   *
      *                 LODGED WITH THE NBTOKEN VAULT SERVICE UNDER    *
      *                 THE MESSAGE ID, AND EVERY NON-BLANK SENSITIVE  *
      *                 FIELD IN THE IMAGE IS OVERWRITTEN WITH '*'.    *
      *                 AN IMAGE THAT ALREADY CARRIES MASKED FIELDS    *
      *                 IS MASKED BUT NOT LODGED AGAIN, SO THE VAULT   *
      *                 ENTRY IS NEVER OVERWRITTEN WITH ASTERISKS.     *
      *        'UNMK' - THE CLEAR VALUES ARE FETCHED BACK FROM THE     *
      *                 VAULT AND PUT BACK INTO EVERY FIELD STILL      *
      *                 MASKED.  A FIELD REPAIRED IN CLEAR SINCE THE   *
      *                 IMAGE WAS MASKED IS LEFT AS REPAIRED.  THE     *
      *                 CLEAR VALUES ARE ALSO RETURNED IN THE PASS     *
      *                 AREA FOR THE AF0401M0 UNMASK UTILITY.          *
      *                                                                *
      *    SENSITIVE FIELDS, PER ACCOUNT OCCURRENCE: CUSTOMER NUMBER   *
      *    (EL04398), ACCOUNT NUMBER (EL14444), FREE-TEXT REFERENCE    *
      *    (EL06972), REPAYMENT DEBIT ACCOUNT (EL19455), NOMINATED     *
      *    ACCOUNT (EL19450), WITHHOLDING TAX CODE (EL19448) AND THE   *
      *    ROLE CUSTOMER NUMBERS (EL04399); PLUS THE DRAWDOWN          *
      *    ACCOUNT IN THE V59 AREA OF AN OBPDRAW1 MESSAGE.  THE ZZ     *
      *    HALFWORD SAYS WHETHER THE IMAGE IS IN THE V1 OR V2          *
      *    LAYOUT.                                                     *
      *                                                                *
      *    RETURN CODES (MASK-RETCODE-AF0400):                         *
      *         0  DONE                                                *
      *         4  MASK - IMAGE WAS ALREADY MASKED, VAULT NOT UPDATED  *
      *         8  VAULT SERVICE FAILED - ON A MASK THE IMAGE IS       *
      *            STILL MASKED; ON AN UNMASK IT IS LEFT MASKED        *
      *        12  INVALID FUNCTION                                    *
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

       DATA DIVISION.
      *================================================================*
       WORKING-STORAGE SECTION.
      *================================================================*

       01  AF0400M0-WORK-FIELDS.
           05  PII-OCC-X                       PIC S9(04) COMP.
           05  PII-ROLE-X                      PIC S9(04) COMP.
           05  PII-SEEN-MASKED-SW              PIC X(01) VALUE 'N'.
               88  PII-SEEN-MASKED                 VALUE 'Y'.
           05  PII-DRAW-SW                     PIC X(01) VALUE 'N'.
               88  PII-DRAW-MESSAGE                VALUE 'Y'.
           05  PII-V1-SW                       PIC X(01) VALUE 'N'.
               88  PII-V1-IMAGE                    VALUE 'Y'.
           05  PII-SAVED-OCC                   PIC X(76).

      *----------------------------------------------------------------*
      *    MASKED FORMS OF THE SENSITIVE FIELDS.                       *
      *----------------------------------------------------------------*
       01  PII-MASK-VALUES.
           05  PII-MASK-09                     PIC X(09) VALUE ALL '*'.
           05  PII-MASK-20                     PIC X(20) VALUE ALL '*'.
           05  PII-MASK-02                     PIC X(02) VALUE ALL '*'.

      *----------------------------------------------------------------*
      *    V2 VIEW OF THE IMAGE - ONLY THE SENSITIVE FIELDS ARE        *
      *    NAMED.  OFFSETS MUST STAY IN STEP WITH THE SE1511P INPUT    *
      *    MESSAGE IN AF0001M0.                                        *
      *----------------------------------------------------------------*
       01  PII-V2-VIEW.
           05  FILLER                          PIC X(02).
           05  PII-ZZ-V2                       PIC S9(04) COMP.
           05  PII-TRANCODE-V2                 PIC X(08).
               88  PII-DRAW-TRAN-V2                VALUE 'OBPDRAW1'.
           05  FILLER                          PIC X(25).
           05  PII-GROUP-V2 OCCURS 3 TIMES.
               10  PII-CUSTOMER-V2             PIC X(09).
               10  FILLER                      PIC X(22).
               10  PII-ACCOUNT-V2              PIC X(09).
               10  FILLER                      PIC X(03).
               10  PII-REFERENCE-V2            PIC X(20).
               10  FILLER                      PIC X(12).
               10  PII-REPAY-ACCT-V2           PIC X(09).
               10  FILLER                      PIC X(12).
               10  PII-NOMINATED-V2            PIC X(09).
               10  FILLER                      PIC X(01).
               10  PII-TAX-CODE-V2             PIC X(02).
               10  FILLER                      PIC X(03).
               10  PII-ROLE-V2 OCCURS 2 TIMES.
                   15  FILLER                  PIC X(04).
                   15  PII-ROLE-CUST-V2        PIC X(09).
           05  PII-DRAW-ACCOUNT-V2             PIC X(09).
           05  FILLER                          PIC X(143).

      *----------------------------------------------------------------*
      *    V1 VIEW OF THE SAME IMAGE - NO EL09500 OR EL09020           *
      *    EXTENSION BYTES.  OFFSETS MUST STAY IN STEP WITH THE V1     *
      *    SE1511P LAYOUT IN AF0001M0.                                 *
      *----------------------------------------------------------------*
       01  PII-V1-VIEW.
           05  FILLER                          PIC X(04).
           05  PII-TRANCODE-V1                 PIC X(08).
               88  PII-DRAW-TRAN-V1                VALUE 'OBPDRAW1'.
           05  FILLER                          PIC X(24).
           05  PII-GROUP-V1 OCCURS 3 TIMES.
               10  PII-CUSTOMER-V1             PIC X(09).
               10  FILLER                      PIC X(22).
               10  PII-ACCOUNT-V1              PIC X(09).
               10  FILLER                      PIC X(03).
               10  PII-REFERENCE-V1            PIC X(20).
               10  FILLER                      PIC X(12).
               10  PII-REPAY-ACCT-V1           PIC X(09).
               10  FILLER                      PIC X(12).
               10  PII-NOMINATED-V1            PIC X(09).
               10  FILLER                      PIC X(01).
               10  PII-TAX-CODE-V1             PIC X(02).
               10  PII-ROLE-V1 OCCURS 2 TIMES.
                   15  FILLER                  PIC X(04).
                   15  PII-ROLE-CUST-V1        PIC X(09).
           05  PII-DRAW-ACCOUNT-V1             PIC X(09).
           05  FILLER                          PIC X(153).

      *----------------------------------------------------------------*
      *    NBTOKEN VAULT SERVICE INTERFACE.  THE VAULT IS KEYED BY     *
      *    MESSAGE ID; ACCESS TO IT IS CONTROLLED BY THE SERVICE.      *
      *----------------------------------------------------------------*
       01  NBTOKEN-PASSAREA.
           05  NBTOKEN-FUNCTION                PIC X(04).
           05  NBTOKEN-KEY                     PIC X(16).
           05  NBTOKEN-DATA                    PIC X(240).
           05  NBTOKEN-RETCODE                 PIC S9(04) COMP.

       LINKAGE SECTION.
      *================================================================*

      *----------------------------------------------------------------*
      *    CALLER'S PASS AREA.  THE CLEAR-VALUE BLOCK IS MIRRORED IN   *
      *    AF0001M0, AF0401M0, AF0420M0, AF0450M0 AND AF0490M0 -       *
      *    ALL MUST STAY IN STEP.                                      *
      *----------------------------------------------------------------*
       01  AF0400M0-PASSAREA.
           05  MASK-FUNCTION-AF0400            PIC X(04).
               88  MASK-IMAGE-AF0400               VALUE 'MASK'.
               88  UNMASK-IMAGE-AF0400             VALUE 'UNMK'.
           05  MASK-MSG-ID-AF0400              PIC X(16).
           05  MASK-RETCODE-AF0400             PIC S9(04) COMP.
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

       PROCEDURE DIVISION USING AF0400M0-PASSAREA.
      *================================================================*

      ******************************************************************
      *                                                                *
      *    0000-MAINLINE                                               *
      *                                                                *
      ******************************************************************
       0000-MAINLINE.
           MOVE ZERO                TO MASK-RETCODE-AF0400
           MOVE 'N'                 TO PII-SEEN-MASKED-SW
                                       PII-DRAW-SW
                                       PII-V1-SW
           MOVE MASK-IMAGE-DATA-AF0400
                                    TO PII-V2-VIEW
                                       PII-V1-VIEW
           IF PII-ZZ-V2 = 0 OR PII-ZZ-V2 = 1
              SET PII-V1-IMAGE TO TRUE
           END-IF
           IF PII-DRAW-TRAN-V2
              SET PII-DRAW-MESSAGE TO TRUE
           END-IF
           EVALUATE TRUE
              WHEN MASK-IMAGE-AF0400
                 PERFORM 1000-MASK-IMAGE
              WHEN UNMASK-IMAGE-AF0400
                 PERFORM 2000-UNMASK-IMAGE THRU 2000-EXIT
              WHEN OTHER
                 MOVE 12            TO MASK-RETCODE-AF0400
           END-EVALUATE
           GOBACK
           .

      ******************************************************************
      *                                                                *
      *    1000-MASK-IMAGE                                             *
      *                                                                *
      *    GATHER THE CLEAR VALUES, LODGE THEM WITH THE VAULT, THEN    *
      *    MASK THE IMAGE.  THE IMAGE IS MASKED WHATEVER THE VAULT     *
      *    SAYS - CLEAR DATA MUST NOT REACH THE DATASETS.              *
      *                                                                *
      ******************************************************************
       1000-MASK-IMAGE.
           MOVE SPACES              TO MASK-CLEAR-BLOCK-AF0400
           MOVE 1 TO PII-OCC-X
           IF PII-V1-IMAGE
              PERFORM 1100-MASK-ONE-OCC-V1
                      UNTIL PII-OCC-X > 3
              IF PII-DRAW-MESSAGE
                 MOVE PII-DRAW-ACCOUNT-V1
                                    TO MASK-DRAW-ACCOUNT-AF0400
                 PERFORM 1300-MASK-DRAW-ACCOUNT-V1
              END-IF
              MOVE PII-V1-VIEW      TO MASK-IMAGE-DATA-AF0400
           ELSE
              PERFORM 1200-MASK-ONE-OCC-V2
                      UNTIL PII-OCC-X > 3
              IF PII-DRAW-MESSAGE
                 MOVE PII-DRAW-ACCOUNT-V2
                                    TO MASK-DRAW-ACCOUNT-AF0400
                 PERFORM 1350-MASK-DRAW-ACCOUNT-V2
              END-IF
              MOVE PII-V2-VIEW      TO MASK-IMAGE-DATA-AF0400
           END-IF
           IF PII-SEEN-MASKED
              MOVE 4                TO MASK-RETCODE-AF0400
           ELSE
              MOVE 'STOR'           TO NBTOKEN-FUNCTION
              MOVE MASK-MSG-ID-AF0400
                                    TO NBTOKEN-KEY
              MOVE MASK-CLEAR-BLOCK-AF0400
                                    TO NBTOKEN-DATA
              CALL 'NBTOKEN' USING NBTOKEN-PASSAREA
              IF NBTOKEN-RETCODE NOT = ZERO
                 MOVE 8             TO MASK-RETCODE-AF0400
              END-IF
           END-IF
           MOVE SPACES              TO MASK-CLEAR-BLOCK-AF0400
           .

       1100-MASK-ONE-OCC-V1.
           MOVE PII-CUSTOMER-V1(PII-OCC-X)
             TO MASK-CUSTOMER-AF0400(PII-OCC-X)
           MOVE PII-ACCOUNT-V1(PII-OCC-X)
             TO MASK-ACCOUNT-AF0400(PII-OCC-X)
           MOVE PII-REFERENCE-V1(PII-OCC-X)
             TO MASK-REFERENCE-AF0400(PII-OCC-X)
           MOVE PII-REPAY-ACCT-V1(PII-OCC-X)
             TO MASK-REPAY-ACCT-AF0400(PII-OCC-X)
           MOVE PII-NOMINATED-V1(PII-OCC-X)
             TO MASK-NOMINATED-AF0400(PII-OCC-X)
           MOVE PII-TAX-CODE-V1(PII-OCC-X)
             TO MASK-TAX-CODE-AF0400(PII-OCC-X)
           MOVE PII-ROLE-CUST-V1(PII-OCC-X, 1)
             TO MASK-ROLE-CUST-AF0400(PII-OCC-X, 1)
           MOVE PII-ROLE-CUST-V1(PII-OCC-X, 2)
             TO MASK-ROLE-CUST-AF0400(PII-OCC-X, 2)
           PERFORM 1400-MASK-CLEAR-OCC
           MOVE MASK-CUSTOMER-AF0400(PII-OCC-X)
             TO PII-CUSTOMER-V1(PII-OCC-X)
           MOVE MASK-ACCOUNT-AF0400(PII-OCC-X)
             TO PII-ACCOUNT-V1(PII-OCC-X)
           MOVE MASK-REFERENCE-AF0400(PII-OCC-X)
             TO PII-REFERENCE-V1(PII-OCC-X)
           MOVE MASK-REPAY-ACCT-AF0400(PII-OCC-X)
             TO PII-REPAY-ACCT-V1(PII-OCC-X)
           MOVE MASK-NOMINATED-AF0400(PII-OCC-X)
             TO PII-NOMINATED-V1(PII-OCC-X)
           MOVE MASK-TAX-CODE-AF0400(PII-OCC-X)
             TO PII-TAX-CODE-V1(PII-OCC-X)
           MOVE MASK-ROLE-CUST-AF0400(PII-OCC-X, 1)
             TO PII-ROLE-CUST-V1(PII-OCC-X, 1)
           MOVE MASK-ROLE-CUST-AF0400(PII-OCC-X, 2)
             TO PII-ROLE-CUST-V1(PII-OCC-X, 2)
           PERFORM 1450-RESTORE-CLEAR-OCC
           ADD 1 TO PII-OCC-X
           .

       1200-MASK-ONE-OCC-V2.
           MOVE PII-CUSTOMER-V2(PII-OCC-X)
             TO MASK-CUSTOMER-AF0400(PII-OCC-X)
           MOVE PII-ACCOUNT-V2(PII-OCC-X)
             TO MASK-ACCOUNT-AF0400(PII-OCC-X)
           MOVE PII-REFERENCE-V2(PII-OCC-X)
             TO MASK-REFERENCE-AF0400(PII-OCC-X)
           MOVE PII-REPAY-ACCT-V2(PII-OCC-X)
             TO MASK-REPAY-ACCT-AF0400(PII-OCC-X)
           MOVE PII-NOMINATED-V2(PII-OCC-X)
             TO MASK-NOMINATED-AF0400(PII-OCC-X)
           MOVE PII-TAX-CODE-V2(PII-OCC-X)
             TO MASK-TAX-CODE-AF0400(PII-OCC-X)
           MOVE PII-ROLE-CUST-V2(PII-OCC-X, 1)
             TO MASK-ROLE-CUST-AF0400(PII-OCC-X, 1)
           MOVE PII-ROLE-CUST-V2(PII-OCC-X, 2)
             TO MASK-ROLE-CUST-AF0400(PII-OCC-X, 2)
           PERFORM 1400-MASK-CLEAR-OCC
           MOVE MASK-CUSTOMER-AF0400(PII-OCC-X)
             TO PII-CUSTOMER-V2(PII-OCC-X)
           MOVE MASK-ACCOUNT-AF0400(PII-OCC-X)
             TO PII-ACCOUNT-V2(PII-OCC-X)
           MOVE MASK-REFERENCE-AF0400(PII-OCC-X)
             TO PII-REFERENCE-V2(PII-OCC-X)
           MOVE MASK-REPAY-ACCT-AF0400(PII-OCC-X)
             TO PII-REPAY-ACCT-V2(PII-OCC-X)
           MOVE MASK-NOMINATED-AF0400(PII-OCC-X)
             TO PII-NOMINATED-V2(PII-OCC-X)
           MOVE MASK-TAX-CODE-AF0400(PII-OCC-X)
             TO PII-TAX-CODE-V2(PII-OCC-X)
           MOVE MASK-ROLE-CUST-AF0400(PII-OCC-X, 1)
             TO PII-ROLE-CUST-V2(PII-OCC-X, 1)
           MOVE MASK-ROLE-CUST-AF0400(PII-OCC-X, 2)
             TO PII-ROLE-CUST-V2(PII-OCC-X, 2)
           PERFORM 1450-RESTORE-CLEAR-OCC
           ADD 1 TO PII-OCC-X
           .

       1300-MASK-DRAW-ACCOUNT-V1.
           IF PII-DRAW-ACCOUNT-V1 = PII-MASK-09
              SET PII-SEEN-MASKED TO TRUE
           ELSE
              IF PII-DRAW-ACCOUNT-V1 NOT = SPACES
                 AND PII-DRAW-ACCOUNT-V1 NOT = LOW-VALUES
                 MOVE PII-MASK-09   TO PII-DRAW-ACCOUNT-V1
              END-IF
           END-IF
           .

       1350-MASK-DRAW-ACCOUNT-V2.
           IF PII-DRAW-ACCOUNT-V2 = PII-MASK-09
              SET PII-SEEN-MASKED TO TRUE
           ELSE
              IF PII-DRAW-ACCOUNT-V2 NOT = SPACES
                 AND PII-DRAW-ACCOUNT-V2 NOT = LOW-VALUES
                 MOVE PII-MASK-09   TO PII-DRAW-ACCOUNT-V2
              END-IF
           END-IF
           .

      ******************************************************************
      *                                                                *
      *    1400-MASK-CLEAR-OCC                                         *
      *                                                                *
      *    THE CLEAR VALUES FOR THIS OCCURRENCE SIT IN THE PASS AREA   *
      *    BLOCK.  SAVE THEM, NOTE ANY FIELD ALREADY MASKED, THEN      *
      *    MASK THE BLOCK IN PLACE FOR THE CALLING PARAGRAPH TO MOVE   *
      *    INTO THE VIEW.  BLANK FIELDS STAY BLANK SO THE INPUT EDITS  *
      *    STILL SEE WHAT IS MISSING.                                  *
      *                                                                *
      ******************************************************************
       1400-MASK-CLEAR-OCC.
           MOVE MASK-CLEAR-OCC-AF0400(PII-OCC-X)
                                    TO PII-SAVED-OCC
           IF MASK-CUSTOMER-AF0400(PII-OCC-X) = PII-MASK-09
              OR MASK-ACCOUNT-AF0400(PII-OCC-X) = PII-MASK-09
              OR MASK-REFERENCE-AF0400(PII-OCC-X) = PII-MASK-20
              OR MASK-REPAY-ACCT-AF0400(PII-OCC-X) = PII-MASK-09
              OR MASK-NOMINATED-AF0400(PII-OCC-X) = PII-MASK-09
              OR MASK-TAX-CODE-AF0400(PII-OCC-X) = PII-MASK-02
              OR MASK-ROLE-CUST-AF0400(PII-OCC-X, 1) = PII-MASK-09
              OR MASK-ROLE-CUST-AF0400(PII-OCC-X, 2) = PII-MASK-09
              SET PII-SEEN-MASKED TO TRUE
           END-IF
           IF MASK-CUSTOMER-AF0400(PII-OCC-X) NOT = SPACES
              AND MASK-CUSTOMER-AF0400(PII-OCC-X) NOT = LOW-VALUES
              MOVE PII-MASK-09
                TO MASK-CUSTOMER-AF0400(PII-OCC-X)
           END-IF
           IF MASK-ACCOUNT-AF0400(PII-OCC-X) NOT = SPACES
              AND MASK-ACCOUNT-AF0400(PII-OCC-X) NOT = LOW-VALUES
              MOVE PII-MASK-09
                TO MASK-ACCOUNT-AF0400(PII-OCC-X)
           END-IF
           IF MASK-REFERENCE-AF0400(PII-OCC-X) NOT = SPACES
              AND MASK-REFERENCE-AF0400(PII-OCC-X) NOT = LOW-VALUES
              MOVE PII-MASK-20
                TO MASK-REFERENCE-AF0400(PII-OCC-X)
           END-IF
           IF MASK-REPAY-ACCT-AF0400(PII-OCC-X) NOT = SPACES
              AND MASK-REPAY-ACCT-AF0400(PII-OCC-X) NOT = LOW-VALUES
              MOVE PII-MASK-09
                TO MASK-REPAY-ACCT-AF0400(PII-OCC-X)
           END-IF
           IF MASK-NOMINATED-AF0400(PII-OCC-X) NOT = SPACES
              AND MASK-NOMINATED-AF0400(PII-OCC-X) NOT = LOW-VALUES
              MOVE PII-MASK-09
                TO MASK-NOMINATED-AF0400(PII-OCC-X)
           END-IF
           IF MASK-TAX-CODE-AF0400(PII-OCC-X) NOT = SPACES
              AND MASK-TAX-CODE-AF0400(PII-OCC-X) NOT = LOW-VALUES
              MOVE PII-MASK-02
                TO MASK-TAX-CODE-AF0400(PII-OCC-X)
           END-IF
           MOVE 1 TO PII-ROLE-X
           PERFORM 1410-MASK-ROLE-CUST
                   UNTIL PII-ROLE-X > 2
           .

       1410-MASK-ROLE-CUST.
           IF MASK-ROLE-CUST-AF0400(PII-OCC-X, PII-ROLE-X)
                 NOT = SPACES
              AND MASK-ROLE-CUST-AF0400(PII-OCC-X, PII-ROLE-X)
                 NOT = LOW-VALUES
              MOVE PII-MASK-09
                TO MASK-ROLE-CUST-AF0400(PII-OCC-X, PII-ROLE-X)
           END-IF
           ADD 1 TO PII-ROLE-X
           .

      *    THE BLOCK GOES BACK TO CLEAR FOR THE VAULT LODGEMENT ONCE
      *    THE MASKED VALUES ARE IN THE VIEW.
       1450-RESTORE-CLEAR-OCC.
           MOVE PII-SAVED-OCC       TO MASK-CLEAR-OCC-AF0400(PII-OCC-X)
           .

      ******************************************************************
      *                                                                *
      *    2000-UNMASK-IMAGE                                           *
      *                                                                *
      *    FETCH THE CLEAR VALUES FROM THE VAULT AND PUT THEM BACK     *
      *    INTO EVERY FIELD STILL MASKED.  A VAULT FAILURE LEAVES      *
      *    THE IMAGE AS IT CAME IN.                                    *
      *                                                                *
      ******************************************************************
       2000-UNMASK-IMAGE.
           MOVE SPACES              TO MASK-CLEAR-BLOCK-AF0400
           MOVE 'FTCH'              TO NBTOKEN-FUNCTION
           MOVE MASK-MSG-ID-AF0400  TO NBTOKEN-KEY
           MOVE SPACES              TO NBTOKEN-DATA
           CALL 'NBTOKEN' USING NBTOKEN-PASSAREA
           IF NBTOKEN-RETCODE NOT = ZERO
              MOVE 8                TO MASK-RETCODE-AF0400
              GO TO 2000-EXIT
           END-IF
           MOVE NBTOKEN-DATA        TO MASK-CLEAR-BLOCK-AF0400
           MOVE 1 TO PII-OCC-X
           IF PII-V1-IMAGE
              PERFORM 2100-UNMASK-ONE-OCC-V1
                      UNTIL PII-OCC-X > 3
              IF PII-DRAW-MESSAGE
                 AND PII-DRAW-ACCOUNT-V1 = PII-MASK-09
                 MOVE MASK-DRAW-ACCOUNT-AF0400
                                    TO PII-DRAW-ACCOUNT-V1
              END-IF
              MOVE PII-V1-VIEW      TO MASK-IMAGE-DATA-AF0400
           ELSE
              PERFORM 2200-UNMASK-ONE-OCC-V2
                      UNTIL PII-OCC-X > 3
              IF PII-DRAW-MESSAGE
                 AND PII-DRAW-ACCOUNT-V2 = PII-MASK-09
                 MOVE MASK-DRAW-ACCOUNT-AF0400
                                    TO PII-DRAW-ACCOUNT-V2
              END-IF
              MOVE PII-V2-VIEW      TO MASK-IMAGE-DATA-AF0400
           END-IF
           .
       2000-EXIT.
           EXIT.

       2100-UNMASK-ONE-OCC-V1.
           IF PII-CUSTOMER-V1(PII-OCC-X) = PII-MASK-09
              MOVE MASK-CUSTOMER-AF0400(PII-OCC-X)
                TO PII-CUSTOMER-V1(PII-OCC-X)
           END-IF
           IF PII-ACCOUNT-V1(PII-OCC-X) = PII-MASK-09
              MOVE MASK-ACCOUNT-AF0400(PII-OCC-X)
                TO PII-ACCOUNT-V1(PII-OCC-X)
           END-IF
           IF PII-REFERENCE-V1(PII-OCC-X) = PII-MASK-20
              MOVE MASK-REFERENCE-AF0400(PII-OCC-X)
                TO PII-REFERENCE-V1(PII-OCC-X)
           END-IF
           IF PII-REPAY-ACCT-V1(PII-OCC-X) = PII-MASK-09
              MOVE MASK-REPAY-ACCT-AF0400(PII-OCC-X)
                TO PII-REPAY-ACCT-V1(PII-OCC-X)
           END-IF
           IF PII-NOMINATED-V1(PII-OCC-X) = PII-MASK-09
              MOVE MASK-NOMINATED-AF0400(PII-OCC-X)
                TO PII-NOMINATED-V1(PII-OCC-X)
           END-IF
           IF PII-TAX-CODE-V1(PII-OCC-X) = PII-MASK-02
              MOVE MASK-TAX-CODE-AF0400(PII-OCC-X)
                TO PII-TAX-CODE-V1(PII-OCC-X)
           END-IF
           IF PII-ROLE-CUST-V1(PII-OCC-X, 1) = PII-MASK-09
              MOVE MASK-ROLE-CUST-AF0400(PII-OCC-X, 1)
                TO PII-ROLE-CUST-V1(PII-OCC-X, 1)
           END-IF
           IF PII-ROLE-CUST-V1(PII-OCC-X, 2) = PII-MASK-09
              MOVE MASK-ROLE-CUST-AF0400(PII-OCC-X, 2)
                TO PII-ROLE-CUST-V1(PII-OCC-X, 2)
           END-IF
           ADD 1 TO PII-OCC-X
           .

       2200-UNMASK-ONE-OCC-V2.
           IF PII-CUSTOMER-V2(PII-OCC-X) = PII-MASK-09
              MOVE MASK-CUSTOMER-AF0400(PII-OCC-X)
                TO PII-CUSTOMER-V2(PII-OCC-X)
           END-IF
           IF PII-ACCOUNT-V2(PII-OCC-X) = PII-MASK-09
              MOVE MASK-ACCOUNT-AF0400(PII-OCC-X)
                TO PII-ACCOUNT-V2(PII-OCC-X)
           END-IF
           IF PII-REFERENCE-V2(PII-OCC-X) = PII-MASK-20
              MOVE MASK-REFERENCE-AF0400(PII-OCC-X)
                TO PII-REFERENCE-V2(PII-OCC-X)
           END-IF
           IF PII-REPAY-ACCT-V2(PII-OCC-X) = PII-MASK-09
              MOVE MASK-REPAY-ACCT-AF0400(PII-OCC-X)
                TO PII-REPAY-ACCT-V2(PII-OCC-X)
           END-IF
           IF PII-NOMINATED-V2(PII-OCC-X) = PII-MASK-09
              MOVE MASK-NOMINATED-AF0400(PII-OCC-X)
                TO PII-NOMINATED-V2(PII-OCC-X)
           END-IF
           IF PII-TAX-CODE-V2(PII-OCC-X) = PII-MASK-02
              MOVE MASK-TAX-CODE-AF0400(PII-OCC-X)
                TO PII-TAX-CODE-V2(PII-OCC-X)
           END-IF
           IF PII-ROLE-CUST-V2(PII-OCC-X, 1) = PII-MASK-09
              MOVE MASK-ROLE-CUST-AF0400(PII-OCC-X, 1)
                TO PII-ROLE-CUST-V2(PII-OCC-X, 1)
           END-IF
           IF PII-ROLE-CUST-V2(PII-OCC-X, 2) = PII-MASK-09
              MOVE MASK-ROLE-CUST-AF0400(PII-OCC-X, 2)
                TO PII-ROLE-CUST-V2(PII-OCC-X, 2)
           END-IF
           ADD 1 TO PII-OCC-X
           .
