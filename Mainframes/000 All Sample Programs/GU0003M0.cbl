      *                  'HOLTABLE', SHARED WITH AF0430M0) AND ALL     *
      *                  TRANSACTIONS, INCLUDING UNAUTHORIZED          *
      *                  ATTEMPTS, NOW GO TO THE HOLAUDIT TRAIL.       *
      *    15/10/26 RAM  HOLIDAY CHANGE FILE - EVERY APPLIED ADD AND   *
      *                  DEL IS NOW ALSO WRITTEN TO HOLCHG SO THE      *
      *                  GU0005M0 IMPACT RUN CAN FIND THE DATES        *
      *                  ALREADY DERIVED AGAINST THE OLD CALENDAR.     *
      *                                                                *
      *================================================================*
       ENVIRONMENT DIVISION.
                  ASSIGN TO COVPARM
                  ORGANIZATION IS SEQUENTIAL.

           SELECT HOLCHG-FILE     ASSIGN TO HOLCHG
                  ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
      *================================================================*
       FILE SECTION.
           05  PARM-COVER-MONTHS               PIC 9(02).
           05  FILLER                          PIC X(78).

      *----------------------------------------------------------------*
      *    HOLCHG - ONE RECORD PER APPLIED ADD OR DEL, FOR THE         *
      *    GU0005M0 DERIVED-DATE IMPACT RUN.  THIS RECORD LAYOUT IS    *
      *    MIRRORED IN GU0005M0 - THE TWO MUST STAY IN STEP.           *
      *----------------------------------------------------------------*
       FD  HOLCHG-FILE
           RECORDING MODE IS F.
       01  HOLCHG-RECORD.
           05  CHG-ACTION-HC                   PIC X(03).
           05  CHG-HOLIDAY-DATE-HC             PIC 9(08).
           05  CHG-REGION-HC                   PIC X(03).
           05  CHG-DESC-HC                     PIC X(30).
           05  CHG-USER-HC                     PIC X(08).
           05  CHG-RUN-DATE-HC                 PIC 9(08).
           05  FILLER                          PIC X(20).

       WORKING-STORAGE SECTION.
      *================================================================*

                                                   VALUE +0.
           05  UNAUTH-ATTEMPT-CNT              PIC S9(07) COMP-3
                                                   VALUE +0.
           05  HOLCHG-WRITTEN-CNT              PIC S9(07) COMP-3
                                                   VALUE +0.

       01  GU0003M0-WORK-FIELDS.
      *    THE TABLE KEY IS DATE + REGION - BOTH FILES ARRIVE IN
           OPEN OUTPUT NEWHOL-FILE
                       HOLRPT-FILE
                       HOLAUDIT-FILE
                       HOLCHG-FILE
           ACCEPT RUN-DATE-GV FROM DATE YYYYMMDD
           OPEN INPUT COVPARM-FILE
           READ COVPARM-FILE
              END-IF
              ADD 1 TO TRANS-APPLIED-CNT
              MOVE 'APPLIED'        TO HOL-DET-RESULT
              MOVE HOLIDAY-DESC-HT  TO CHG-DESC-HC
              PERFORM 3750-WRITE-HOLIDAY-CHANGE
           ELSE
              ADD 1 TO TRANS-REJECTED-CNT
              MOVE 'DATE NOT ON TABLE'
           IF DEL-ACTION-HT
              ADD 1 TO TRANS-APPLIED-CNT
              MOVE 'APPLIED'        TO HOL-DET-RESULT
      *       THE CARD NEED NOT REPEAT THE DESCRIPTION - TAKE THE
      *       ONE THAT WAS ON THE TABLE.
              MOVE HOLIDAY-DESC-OH  TO CHG-DESC-HC
              PERFORM 3750-WRITE-HOLIDAY-CHANGE
           ELSE
              PERFORM 3100-COPY-HOLIDAY
              ADD 1 TO TRANS-REJECTED-CNT
           WRITE HOLAUDIT-RECORD
           .

      ******************************************************************
      *                                                                *
      *    3750-WRITE-HOLIDAY-CHANGE                                   *
      *                                                                *
      *    AN APPLIED CHANGE, WITH THE REGION AS KEYED ON THE TABLE    *
      *    (BLANK ALREADY DEFAULTED TO 'NAT').  CHG-DESC-HC IS SET     *
      *    BY THE CALLER.                                              *
      *                                                                *
      ******************************************************************
       3750-WRITE-HOLIDAY-CHANGE.
           MOVE ACTION-HT           TO CHG-ACTION-HC
           MOVE HOLIDAY-DATE-HT     TO CHG-HOLIDAY-DATE-HC
           MOVE HOLTRAN-KEY(9:3)    TO CHG-REGION-HC
           MOVE USER-ID-HT          TO CHG-USER-HC
           MOVE RUN-DATE-GV         TO CHG-RUN-DATE-HC
           WRITE HOLCHG-RECORD
           ADD 1 TO HOLCHG-WRITTEN-CNT
           .

      ******************************************************************
      *                                                                *
      *    4000-WRITE-CONTROL-COUNTS                                   *
                                    TO HOL-COUNT-DESC
           MOVE NEWHOL-WRITTEN-CNT  TO HOL-COUNT-VALUE
           WRITE HOLRPT-LINE FROM HOL-COUNT-LINE
           MOVE 'CHANGES WRITTEN          : '
                                    TO HOL-COUNT-DESC
           MOVE HOLCHG-WRITTEN-CNT  TO HOL-COUNT-VALUE
           WRITE HOLRPT-LINE FROM HOL-COUNT-LINE
           .

      ******************************************************************
                 NEWHOL-FILE
                 HOLRPT-FILE
                 HOLAUDIT-FILE
                 HOLCHG-FILE
           .
