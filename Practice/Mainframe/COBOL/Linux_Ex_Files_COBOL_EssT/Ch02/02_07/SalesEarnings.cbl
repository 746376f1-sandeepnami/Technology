       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESEARNINGS.
       AUTHOR.     PEGGY FISHER.
      ***************************************************************
      *  Year-end annual earnings statement per salesperson from the *
      *  COMMHIST.DAT commission paid history that every commission  *
      *  run appends to.                                             *
      *                                                              *
      *  The year is the one holding the PERIODPARM.DAT reporting    *
      *  period (default today).  For each salesperson paid in that  *
      *  year, in salesperson ID order, EARNSTMT.DAT lists every     *
      *  payment (commission and manager override) with its draw     *
      *  recovery, every sales adjustment and clawback from the      *
      *  adjustments register, and the year's totals.                *
      *                                                              *
      *  EARNSUMMARY.DAT carries one row per salesperson for payroll *
      *  tax reporting, with a trailer.  EARNCTL.DAT proves the      *
      *  summary against the sum of the year's payroll extract       *
      *  trailers - net paid, draw recovered and record count.       *
      *  Return code 8 when it does not balance, 4 when there is no  *
      *  history for the year.                                       *
      ***************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.
       OBJECT-COMPUTER.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL COMM-HISTORY ASSIGN TO "COMMHIST.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HIST-STATUS.
            SELECT OPTIONAL PERIOD-PARM-FILE
                ASSIGN TO "PERIODPARM.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PERIOD-FILE-STATUS.
            SELECT EARNINGS-STATEMENTS ASSIGN TO "EARNSTMT.DAT".
            SELECT EARNINGS-SUMMARY ASSIGN TO "EARNSUMMARY.DAT"
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT EARNINGS-CONTROL ASSIGN TO "EARNCTL.DAT".

       DATA DIVISION.
       FILE SECTION.
      *  MIRROR OF COMM-HIST-RECORD IN SALESCOMMISSIONSOLUTION.  THE
      *  IMAGE IS LAID OUT IN WS-HIST-IMAGE BELOW.
       FD COMM-HISTORY
            RECORD CONTAINS 103 CHARACTERS.
       01 COMM-HIST-RECORD.
            88 ENDOFHISTORY         VALUE HIGH-VALUES.
            05 CH-RUN-ID            PIC X(14).
            05 CH-PERIOD.
               10 CH-PERIOD-YEAR    PIC 9(4).
               10 FILLER            PIC 9(4).
            05 CH-ROW-TYPE          PIC X.
               88 CH-PAYMENT-ROW    VALUE 'P'.
               88 CH-ADJUSTMENT-ROW VALUE 'A'.
               88 CH-TRAILER-ROW    VALUE 'T'.
            05 CH-IMAGE             PIC X(80).

       FD PERIOD-PARM-FILE.
       01 PERIOD-PARM-RECORD.
            05 PERIOD-PARM-DATE     PIC 9(8).
            05 FILLER               PIC X(72).

       FD EARNINGS-STATEMENTS.
       01  PRINT-LINE               PIC X(132).

      ***************************************************************
      *  PAYROLL TAX REPORTING SUMMARY - ONE ROW PER SALESPERSON FOR *
      *  THE YEAR.  GROSS IS COMMISSION EARNED INCLUDING OVERRIDES;  *
      *  NET PAID IS GROSS LESS DRAW RECOVERED, AS PAID BY PAYROLL.  *
      ***************************************************************
       FD EARNINGS-SUMMARY
            RECORD CONTAINS 80 CHARACTERS.
       01 EARN-SUMMARY-RECORD.
            05 ES-SALES-ID          PIC 9(5).
            05 ES-NAME              PIC X(40).
            05 ES-YEAR              PIC 9(4).
            05 ES-GROSS             PIC 9(9).
            05 ES-RECOVERED         PIC 9(9).
            05 ES-NET-PAID          PIC 9(9).
            05 ES-PAYMENT-COUNT     PIC 9(3).
            05 FILLER               PIC X.
       01 EARN-SUMMARY-TRAILER REDEFINES EARN-SUMMARY-RECORD.
            05 ES-TRL-ID            PIC X(9).
            05 ES-TRL-YEAR          PIC 9(4).
            05 ES-TRL-COUNT         PIC 9(7).
            05 ES-TRL-GROSS         PIC 9(12).
            05 ES-TRL-RECOVERED     PIC 9(12).
            05 ES-TRL-NET-PAID      PIC 9(12).
            05 FILLER               PIC X(24).

       FD EARNINGS-CONTROL.
       01  CTL-PRINT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
        01  WS-HIST-STATUS          PIC XX.
        01  WS-PERIOD-FILE-STATUS   PIC XX.
        01  WS-REPORT-PERIOD        PIC 9(8).
        01  WS-REPORT-PERIOD-R REDEFINES WS-REPORT-PERIOD.
            05 WS-RP-YEAR           PIC 9(4).
            05 FILLER               PIC 9(4).

      ***************************************************************
      *  A HISTORY IMAGE: A PAYROLL EXTRACT ROW, AN ADJUSTMENT ROW   *
      *  OR A PAYROLL EXTRACT TRAILER.  MIRRORS PAY-EXTRACT-RECORD   *
      *  AND CH-ADJ-VIEW IN SALESCOMMISSIONSOLUTION.                 *
      ***************************************************************
        01  WS-HIST-IMAGE.
            05 HI-SALES-ID          PIC 9(5).
            05 HI-NAME              PIC X(40).
            05 HI-PAY-DETAIL.
               10 HI-SALES-AMOUNT   PIC 9(8).
               10 HI-RATE           PIC V99.
               10 HI-COMMISSION     PIC 9(8).
               10 HI-DRAW-RECOVERED PIC 9(8).
               10 HI-PAY-TYPE       PIC X.
                  88 HI-OVERRIDE-PAY VALUE 'O'.
               10 FILLER            PIC X(8).
            05 HI-ADJ-DETAIL REDEFINES HI-PAY-DETAIL.
               10 HI-ADJ-GROSS      PIC 9(6).
               10 HI-ADJ-AMOUNT     PIC S9(7) SIGN LEADING SEPARATE.
               10 HI-ADJ-NET        PIC 9(7).
               10 HI-ADJ-REASON     PIC X(10).
               10 FILLER            PIC X(4).
        01  WS-HIST-TRAILER REDEFINES WS-HIST-IMAGE.
            05 HT-ID                PIC X(9).
            05 HT-COUNT             PIC 9(7).
            05 HT-COMMISSION        PIC 9(10).
            05 HT-RECOVERED         PIC 9(10).
            05 HT-OVERRIDE          PIC 9(10).
            05 FILLER               PIC X(34).

      ***************************************************************
      *  THE YEAR'S PAYMENT AND ADJUSTMENT ROWS IN HISTORY ORDER,    *
      *  AND ONE ENTRY PER SALESPERSON PAID OR ADJUSTED, SORTED INTO *
      *  ID ORDER BEFORE THE STATEMENTS ARE WRITTEN.                 *
      ***************************************************************
        01  WS-ROW-COUNT            PIC 9(4) VALUE ZERO.
        01  WS-ROW-SUB              PIC 9(4).
        01  WS-ROW-TABLE.
            05 WS-ROW-ENTRY OCCURS 5000 TIMES.
               10 WS-RW-RUN-ID      PIC X(14).
               10 WS-RW-PERIOD      PIC 9(8).
               10 WS-RW-TYPE        PIC X.
               10 WS-RW-IMAGE       PIC X(80).

        01  WS-PAYEE-COUNT          PIC 9(4) VALUE ZERO.
        01  WS-PAYEE-SUB            PIC 9(4).
        01  WS-PAYEE-TABLE.
            05 WS-PAYEE-ENTRY OCCURS 1000 TIMES.
               10 WS-PY-ID          PIC 9(5).
               10 WS-PY-NAME        PIC X(40).
               10 WS-PY-GROSS       PIC 9(9).
               10 WS-PY-RECOVERED   PIC 9(9).
               10 WS-PY-NET         PIC 9(9).
               10 WS-PY-OVERRIDE    PIC 9(9).
               10 WS-PY-PAY-COUNT   PIC 9(3).
               10 WS-PY-ADJ-TOTAL   PIC S9(9).
        01  WS-PAYEE-HOLD           PIC X(93).
        01  WS-PAYEE-FOUND-SW       PIC X VALUE 'N'.
            88 PAYEE-FOUND          VALUE 'Y'.
        01  WS-SORT-SUB             PIC 9(4).
        01  WS-LOW-SUB              PIC 9(4).

        01  WS-LINE-COUNT           PIC 9(4).

        01  WS-COUNTS.
            05 WS-HIST-READ-COUNT   PIC 9(7) VALUE ZEROES.
            05 WS-OTHER-YEAR-COUNT  PIC 9(7) VALUE ZEROES.
            05 WS-PAYMENT-COUNT     PIC 9(7) VALUE ZEROES.
            05 WS-ADJUSTMENT-COUNT  PIC 9(7) VALUE ZEROES.
            05 WS-RUN-COUNT         PIC 9(7) VALUE ZEROES.

        01  WS-TOTALS.
            05 WS-TOTAL-GROSS       PIC 9(12) VALUE ZEROES.
            05 WS-TOTAL-RECOVERED   PIC 9(12) VALUE ZEROES.
            05 WS-TOTAL-NET         PIC 9(12) VALUE ZEROES.
            05 WS-TRL-NET-TOTAL     PIC 9(12) VALUE ZEROES.
            05 WS-TRL-RECOV-TOTAL   PIC 9(12) VALUE ZEROES.
            05 WS-TRL-RECORD-TOTAL  PIC 9(12) VALUE ZEROES.

        01  WS-PROOF-SUMMARY        PIC 9(12).
        01  WS-PROOF-TRAILER        PIC 9(12).
        01  WS-BALANCE-SW           PIC X VALUE 'Y'.
            88 SUMMARY-IN-BALANCE   VALUE 'Y'.

        01  STMT-HEADING-LINE.
            05 FILLER               PIC X(31) VALUE
              'ANNUAL EARNINGS STATEMENT  YEAR'.
            05 FILLER               PIC X     VALUE SPACE.
            05 STMT-HDG-YEAR        PIC 9(4).
            05 FILLER               PIC X(14) VALUE SPACES.
            05 FILLER               PIC X(10) VALUE 'STATEMENT '.
            05 STMT-HDG-SEQUENCE    PIC ZZZZ9.

        01  STMT-ID-LINE.
            05 FILLER               PIC X(16) VALUE 'SALESPERSON ID: '.
            05 STMT-SALES-ID        PIC 9(5).

        01  STMT-NAME-LINE.
            05 FILLER               PIC X(16) VALUE 'NAME:           '.
            05 STMT-NAME            PIC X(40).

        01  SECTION-HEADING-LINE    PIC X(70).

        01  PAY-COL-HEADING.
            05 FILLER               PIC X(16) VALUE 'RUN ID'.
            05 FILLER               PIC X(10) VALUE 'PERIOD'.
            05 FILLER               PIC X(10) VALUE 'TYPE'.
            05 FILLER               PIC X(10) VALUE '     SALES'.
            05 FILLER               PIC X(7)  VALUE '   RATE'.
            05 FILLER               PIC X(12) VALUE '  GROSS COMM'.
            05 FILLER               PIC X(11) VALUE ' DRAW RECOV'.
            05 FILLER               PIC X(13) VALUE '     NET PAID'.

        01  PAY-DETAIL-LINE.
            05 PD-RUN-ID            PIC X(14).
            05 FILLER               PIC XX    VALUE SPACES.
            05 PD-PERIOD            PIC 9(8).
            05 FILLER               PIC XX    VALUE SPACES.
            05 PD-TYPE              PIC X(10).
            05 PD-SALES             PIC ZZ,ZZZ,ZZ9.
            05 FILLER               PIC X(4)  VALUE SPACES.
            05 PD-RATE              PIC .99.
            05 FILLER               PIC XX    VALUE SPACES.
            05 PD-GROSS             PIC ZZ,ZZZ,ZZ9.
            05 FILLER               PIC XX    VALUE SPACES.
            05 PD-RECOVERED         PIC Z,ZZZ,ZZ9.
            05 FILLER               PIC X(3)  VALUE SPACES.
            05 PD-NET               PIC ZZ,ZZZ,ZZ9.

        01  ADJ-COL-HEADING.
            05 FILLER               PIC X(16) VALUE 'RUN ID'.
            05 FILLER               PIC X(10) VALUE 'PERIOD'.
            05 FILLER               PIC X(12) VALUE ' GROSS SALES'.
            05 FILLER               PIC X(13) VALUE '   ADJUSTMENT'.
            05 FILLER               PIC X(12) VALUE '   NET SALES'.
            05 FILLER               PIC X(3)  VALUE SPACES.
            05 FILLER               PIC X(6)  VALUE 'REASON'.

        01  ADJ-DETAIL-LINE.
            05 AD-RUN-ID            PIC X(14).
            05 FILLER               PIC XX    VALUE SPACES.
            05 AD-PERIOD            PIC 9(8).
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 AD-GROSS             PIC ZZZ,ZZ9.
            05 FILLER               PIC X(3)  VALUE SPACES.
            05 AD-ADJ               PIC +Z,ZZZ,ZZ9.
            05 FILLER               PIC X(3)  VALUE SPACES.
            05 AD-NET               PIC Z,ZZZ,ZZ9.
            05 FILLER               PIC X(3)  VALUE SPACES.
            05 AD-REASON            PIC X(10).

        01  STMT-TOTAL-LINE.
            05 STMT-TOT-DESC        PIC X(24).
            05 STMT-TOT-AMOUNT      PIC $$$,$$$,$$9.

        01  STMT-ADJ-TOTAL-LINE.
            05 FILLER               PIC X(24) VALUE
              'NET SALES ADJUSTED:'.
            05 STMT-ADJ-TOTAL       PIC ++++,+++,++9.

        01  CTL-HEADING-LINE.
            05 FILLER               PIC X(40) VALUE
              '----- ANNUAL EARNINGS CONTROL - YEAR '.
            05 CTL-HDG-YEAR         PIC 9(4).
            05 FILLER               PIC X(6) VALUE ' -----'.

        01  COUNT-LINE.
            05 CNT-DESC             PIC X(36).
            05 CNT-VALUE            PIC ZZZ,ZZZ,ZZZ,ZZ9.

        01  PROOF-COL-HEADING.
            05 FILLER               PIC X(20) VALUE SPACES.
            05 FILLER               PIC X(16) VALUE '    SUMMARY'.
            05 FILLER               PIC X(16) VALUE 'PAYROLL TRAILERS'.

        01  PROOF-LINE.
            05 PRF-DESC             PIC X(18).
            05 PRF-SUMMARY          PIC ZZZ,ZZZ,ZZZ,ZZ9.
            05 FILLER               PIC XX    VALUE SPACES.
            05 PRF-TRAILER          PIC ZZZ,ZZZ,ZZZ,ZZ9.
            05 FILLER               PIC XX    VALUE SPACES.
            05 PRF-RESULT           PIC X(20).

       PROCEDURE DIVISION.

        0050-OPEN-FILES.
           PERFORM 0055-READ-PERIOD.
           PERFORM 0060-LOAD-HISTORY.
           PERFORM 0100-SORT-PAYEES.
           OPEN OUTPUT EARNINGS-STATEMENTS, EARNINGS-SUMMARY,
              EARNINGS-CONTROL.
           MOVE WS-RP-YEAR TO CTL-HDG-YEAR.
           WRITE CTL-PRINT-LINE FROM CTL-HEADING-LINE.
           IF WS-ROW-COUNT = ZERO
              AND WS-RUN-COUNT = ZERO
              MOVE 'NO COMMISSION HISTORY FOR THE YEAR' TO PRINT-LINE
              WRITE PRINT-LINE
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 0200-WRITE-ONE-STATEMENT
              VARYING WS-PAYEE-SUB FROM 1 BY 1
              UNTIL WS-PAYEE-SUB > WS-PAYEE-COUNT.
           PERFORM 0300-WRITE-SUMMARY-TRAILER.
           PERFORM 0400-WRITE-CONTROL-REPORT.
           PERFORM 0500-STOP-RUN.

        0055-READ-PERIOD.
           ACCEPT WS-REPORT-PERIOD FROM DATE YYYYMMDD.
           OPEN INPUT PERIOD-PARM-FILE.
           IF WS-PERIOD-FILE-STATUS = '00'
              READ PERIOD-PARM-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF PERIOD-PARM-DATE NUMERIC
                       AND PERIOD-PARM-DATE > ZERO
                       MOVE PERIOD-PARM-DATE TO WS-REPORT-PERIOD
                    END-IF
              END-READ
           END-IF.
           CLOSE PERIOD-PARM-FILE.

      ***************************************************************
      *  THE YEAR'S HISTORY.  PAYMENT AND ADJUSTMENT ROWS ARE KEPT   *
      *  AND TOTALLED BY SALESPERSON; TRAILER ROWS ARE SUMMED FOR    *
      *  THE BALANCE PROOF.                                          *
      ***************************************************************
        0060-LOAD-HISTORY.
           OPEN INPUT COMM-HISTORY.
           IF WS-HIST-STATUS = '00'
              PERFORM 0062-READ-HISTORY
              PERFORM 0064-STORE-HISTORY-ROW
                 UNTIL ENDOFHISTORY
           END-IF.
           CLOSE COMM-HISTORY.

        0062-READ-HISTORY.
           READ COMM-HISTORY
              AT END SET ENDOFHISTORY TO TRUE
           END-READ.

        0064-STORE-HISTORY-ROW.
           ADD 1 TO WS-HIST-READ-COUNT.
           MOVE CH-IMAGE TO WS-HIST-IMAGE.
           IF CH-PERIOD-YEAR NOT = WS-RP-YEAR
              ADD 1 TO WS-OTHER-YEAR-COUNT
           ELSE
              EVALUATE TRUE
                 WHEN CH-TRAILER-ROW
                    ADD 1 TO WS-RUN-COUNT
                    ADD HT-COMMISSION TO WS-TRL-NET-TOTAL
                    ADD HT-RECOVERED TO WS-TRL-RECOV-TOTAL
                    ADD HT-COUNT TO WS-TRL-RECORD-TOTAL
                 WHEN CH-PAYMENT-ROW
                 WHEN CH-ADJUSTMENT-ROW
                    PERFORM 0066-STORE-DETAIL-ROW
              END-EVALUATE
           END-IF.
           PERFORM 0062-READ-HISTORY.

        0066-STORE-DETAIL-ROW.
           IF WS-ROW-COUNT = 5000
              DISPLAY "SALESEARNINGS ABORTED: MORE THAN 5000 HISTORY "
                 "ROWS FOR THE YEAR"
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           ADD 1 TO WS-ROW-COUNT.
           MOVE CH-RUN-ID TO WS-RW-RUN-ID(WS-ROW-COUNT).
           MOVE CH-PERIOD TO WS-RW-PERIOD(WS-ROW-COUNT).
           MOVE CH-ROW-TYPE TO WS-RW-TYPE(WS-ROW-COUNT).
           MOVE CH-IMAGE TO WS-RW-IMAGE(WS-ROW-COUNT).
           PERFORM 0070-FIND-PAYEE.
           IF CH-PAYMENT-ROW
              ADD 1 TO WS-PAYMENT-COUNT
              ADD 1 TO WS-PY-PAY-COUNT(WS-PAYEE-SUB)
              MOVE HI-NAME TO WS-PY-NAME(WS-PAYEE-SUB)
              ADD HI-COMMISSION HI-DRAW-RECOVERED
                 TO WS-PY-GROSS(WS-PAYEE-SUB)
              ADD HI-DRAW-RECOVERED TO WS-PY-RECOVERED(WS-PAYEE-SUB)
              ADD HI-COMMISSION TO WS-PY-NET(WS-PAYEE-SUB)
              IF HI-OVERRIDE-PAY
                 ADD HI-COMMISSION TO WS-PY-OVERRIDE(WS-PAYEE-SUB)
              END-IF
           ELSE
              ADD 1 TO WS-ADJUSTMENT-COUNT
              ADD HI-ADJ-AMOUNT TO WS-PY-ADJ-TOTAL(WS-PAYEE-SUB)
           END-IF.

      *    A SALESPERSON SEEN FOR THE FIRST TIME IS ADDED WITH THE
      *    NAME ON THE ROW; A LATER PAYMENT ROW REFRESHES IT.
        0070-FIND-PAYEE.
           MOVE 'N' TO WS-PAYEE-FOUND-SW.
           PERFORM 0072-MATCH-PAYEE
              VARYING WS-PAYEE-SUB FROM 1 BY 1
              UNTIL WS-PAYEE-SUB > WS-PAYEE-COUNT
              OR PAYEE-FOUND.
           IF PAYEE-FOUND
              SUBTRACT 1 FROM WS-PAYEE-SUB
           ELSE
              IF WS-PAYEE-COUNT = 1000
                 DISPLAY "SALESEARNINGS ABORTED: MORE THAN 1000 "
                    "SALESPEOPLE FOR THE YEAR"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-PAYEE-COUNT
              MOVE WS-PAYEE-COUNT TO WS-PAYEE-SUB
              MOVE HI-SALES-ID TO WS-PY-ID(WS-PAYEE-SUB)
              MOVE HI-NAME TO WS-PY-NAME(WS-PAYEE-SUB)
              MOVE ZERO TO WS-PY-GROSS(WS-PAYEE-SUB)
                           WS-PY-RECOVERED(WS-PAYEE-SUB)
                           WS-PY-NET(WS-PAYEE-SUB)
                           WS-PY-OVERRIDE(WS-PAYEE-SUB)
                           WS-PY-PAY-COUNT(WS-PAYEE-SUB)
                           WS-PY-ADJ-TOTAL(WS-PAYEE-SUB)
           END-IF.

        0072-MATCH-PAYEE.
           IF WS-PY-ID(WS-PAYEE-SUB) = HI-SALES-ID
              MOVE 'Y' TO WS-PAYEE-FOUND-SW
           END-IF.

      ***************************************************************
      *  SALESPEOPLE INTO ID ORDER - SELECTION SORT IN PLACE.        *
      ***************************************************************
        0100-SORT-PAYEES.
           PERFORM 0105-PLACE-LOWEST
              VARYING WS-SORT-SUB FROM 1 BY 1
              UNTIL WS-SORT-SUB >= WS-PAYEE-COUNT.

        0105-PLACE-LOWEST.
           MOVE WS-SORT-SUB TO WS-LOW-SUB.
           PERFORM 0107-TEST-LOWER
              VARYING WS-PAYEE-SUB FROM WS-SORT-SUB BY 1
              UNTIL WS-PAYEE-SUB > WS-PAYEE-COUNT.
           IF WS-LOW-SUB NOT = WS-SORT-SUB
              MOVE WS-PAYEE-ENTRY(WS-SORT-SUB) TO WS-PAYEE-HOLD
              MOVE WS-PAYEE-ENTRY(WS-LOW-SUB)
                 TO WS-PAYEE-ENTRY(WS-SORT-SUB)
              MOVE WS-PAYEE-HOLD TO WS-PAYEE-ENTRY(WS-LOW-SUB)
           END-IF.

        0107-TEST-LOWER.
           IF WS-PY-ID(WS-PAYEE-SUB) < WS-PY-ID(WS-LOW-SUB)
              MOVE WS-PAYEE-SUB TO WS-LOW-SUB
           END-IF.

      ***************************************************************
      *  ONE SALESPERSON'S STATEMENT PAGE AND SUMMARY ROW.           *
      ***************************************************************
        0200-WRITE-ONE-STATEMENT.
           MOVE WS-RP-YEAR TO STMT-HDG-YEAR.
           MOVE WS-PAYEE-SUB TO STMT-HDG-SEQUENCE.
           IF WS-PAYEE-SUB = 1
              WRITE PRINT-LINE FROM STMT-HEADING-LINE
           ELSE
              WRITE PRINT-LINE FROM STMT-HEADING-LINE
                 AFTER ADVANCING PAGE
           END-IF.
           MOVE WS-PY-ID(WS-PAYEE-SUB) TO STMT-SALES-ID.
           WRITE PRINT-LINE FROM STMT-ID-LINE
              AFTER ADVANCING 2 LINES.
           MOVE WS-PY-NAME(WS-PAYEE-SUB) TO STMT-NAME.
           WRITE PRINT-LINE FROM STMT-NAME-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'PAYMENTS' TO SECTION-HEADING-LINE.
           WRITE PRINT-LINE FROM SECTION-HEADING-LINE
              AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM PAY-COL-HEADING
              AFTER ADVANCING 1 LINE.
           MOVE ZERO TO WS-LINE-COUNT.
           PERFORM 0210-WRITE-PAYMENT-ROW
              VARYING WS-ROW-SUB FROM 1 BY 1
              UNTIL WS-ROW-SUB > WS-ROW-COUNT.
           IF WS-LINE-COUNT = ZERO
              MOVE '  NONE' TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.
           MOVE 'ADJUSTMENTS AND CLAWBACKS' TO SECTION-HEADING-LINE.
           WRITE PRINT-LINE FROM SECTION-HEADING-LINE
              AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM ADJ-COL-HEADING
              AFTER ADVANCING 1 LINE.
           MOVE ZERO TO WS-LINE-COUNT.
           PERFORM 0220-WRITE-ADJUSTMENT-ROW
              VARYING WS-ROW-SUB FROM 1 BY 1
              UNTIL WS-ROW-SUB > WS-ROW-COUNT.
           IF WS-LINE-COUNT = ZERO
              MOVE '  NONE' TO PRINT-LINE
              WRITE PRINT-LINE AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 0230-WRITE-STATEMENT-TOTALS.
           PERFORM 0250-WRITE-SUMMARY-ROW.

        0210-WRITE-PAYMENT-ROW.
           MOVE WS-RW-IMAGE(WS-ROW-SUB) TO WS-HIST-IMAGE.
           IF WS-RW-TYPE(WS-ROW-SUB) = 'P'
              AND HI-SALES-ID = WS-PY-ID(WS-PAYEE-SUB)
              ADD 1 TO WS-LINE-COUNT
              MOVE WS-RW-RUN-ID(WS-ROW-SUB) TO PD-RUN-ID
              MOVE WS-RW-PERIOD(WS-ROW-SUB) TO PD-PERIOD
              IF HI-OVERRIDE-PAY
                 MOVE 'OVERRIDE' TO PD-TYPE
              ELSE
                 MOVE 'COMMISSION' TO PD-TYPE
              END-IF
              MOVE HI-SALES-AMOUNT TO PD-SALES
              MOVE HI-RATE TO PD-RATE
              COMPUTE PD-GROSS = HI-COMMISSION + HI-DRAW-RECOVERED
              MOVE HI-DRAW-RECOVERED TO PD-RECOVERED
              MOVE HI-COMMISSION TO PD-NET
              WRITE PRINT-LINE FROM PAY-DETAIL-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.

        0220-WRITE-ADJUSTMENT-ROW.
           MOVE WS-RW-IMAGE(WS-ROW-SUB) TO WS-HIST-IMAGE.
           IF WS-RW-TYPE(WS-ROW-SUB) = 'A'
              AND HI-SALES-ID = WS-PY-ID(WS-PAYEE-SUB)
              ADD 1 TO WS-LINE-COUNT
              MOVE WS-RW-RUN-ID(WS-ROW-SUB) TO AD-RUN-ID
              MOVE WS-RW-PERIOD(WS-ROW-SUB) TO AD-PERIOD
              MOVE HI-ADJ-GROSS TO AD-GROSS
              MOVE HI-ADJ-AMOUNT TO AD-ADJ
              MOVE HI-ADJ-NET TO AD-NET
              MOVE HI-ADJ-REASON TO AD-REASON
              WRITE PRINT-LINE FROM ADJ-DETAIL-LINE
                 AFTER ADVANCING 1 LINE
           END-IF.

        0230-WRITE-STATEMENT-TOTALS.
           MOVE 'TOTAL GROSS COMMISSION:' TO STMT-TOT-DESC.
           MOVE WS-PY-GROSS(WS-PAYEE-SUB) TO STMT-TOT-AMOUNT.
           WRITE PRINT-LINE FROM STMT-TOTAL-LINE
              AFTER ADVANCING 2 LINES.
           MOVE '  OF WHICH OVERRIDE:' TO STMT-TOT-DESC.
           MOVE WS-PY-OVERRIDE(WS-PAYEE-SUB) TO STMT-TOT-AMOUNT.
           WRITE PRINT-LINE FROM STMT-TOTAL-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'TOTAL DRAW RECOVERED:' TO STMT-TOT-DESC.
           MOVE WS-PY-RECOVERED(WS-PAYEE-SUB) TO STMT-TOT-AMOUNT.
           WRITE PRINT-LINE FROM STMT-TOTAL-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'TOTAL NET PAID:' TO STMT-TOT-DESC.
           MOVE WS-PY-NET(WS-PAYEE-SUB) TO STMT-TOT-AMOUNT.
           WRITE PRINT-LINE FROM STMT-TOTAL-LINE
              AFTER ADVANCING 1 LINE.
           MOVE WS-PY-ADJ-TOTAL(WS-PAYEE-SUB) TO STMT-ADJ-TOTAL.
           WRITE PRINT-LINE FROM STMT-ADJ-TOTAL-LINE
              AFTER ADVANCING 1 LINE.

        0250-WRITE-SUMMARY-ROW.
           MOVE SPACES TO EARN-SUMMARY-RECORD.
           MOVE WS-PY-ID(WS-PAYEE-SUB) TO ES-SALES-ID.
           MOVE WS-PY-NAME(WS-PAYEE-SUB) TO ES-NAME.
           MOVE WS-RP-YEAR TO ES-YEAR.
           MOVE WS-PY-GROSS(WS-PAYEE-SUB) TO ES-GROSS.
           MOVE WS-PY-RECOVERED(WS-PAYEE-SUB) TO ES-RECOVERED.
           MOVE WS-PY-NET(WS-PAYEE-SUB) TO ES-NET-PAID.
           MOVE WS-PY-PAY-COUNT(WS-PAYEE-SUB) TO ES-PAYMENT-COUNT.
           WRITE EARN-SUMMARY-RECORD.
           ADD WS-PY-GROSS(WS-PAYEE-SUB) TO WS-TOTAL-GROSS.
           ADD WS-PY-RECOVERED(WS-PAYEE-SUB) TO WS-TOTAL-RECOVERED.
           ADD WS-PY-NET(WS-PAYEE-SUB) TO WS-TOTAL-NET.

        0300-WRITE-SUMMARY-TRAILER.
           MOVE SPACES TO EARN-SUMMARY-TRAILER.
           MOVE 'TRAILER  ' TO ES-TRL-ID.
           MOVE WS-RP-YEAR TO ES-TRL-YEAR.
           MOVE WS-PAYEE-COUNT TO ES-TRL-COUNT.
           MOVE WS-TOTAL-GROSS TO ES-TRL-GROSS.
           MOVE WS-TOTAL-RECOVERED TO ES-TRL-RECOVERED.
           MOVE WS-TOTAL-NET TO ES-TRL-NET-PAID.
           WRITE EARN-SUMMARY-RECORD.

      ***************************************************************
      *  THE SUMMARY MUST FOOT TO THE PAYROLL EXTRACT TRAILERS OF    *
      *  THE YEAR'S RUNS - NET PAID, DRAW RECOVERED AND THE NUMBER   *
      *  OF EXTRACT RECORDS PAID.                                    *
      ***************************************************************
        0400-WRITE-CONTROL-REPORT.
           MOVE 'HISTORY ROWS READ' TO CNT-DESC.
           MOVE WS-HIST-READ-COUNT TO CNT-VALUE.
           WRITE CTL-PRINT-LINE FROM COUNT-LINE
              AFTER ADVANCING 2 LINES.
           MOVE 'ROWS FOR OTHER YEARS' TO CNT-DESC.
           MOVE WS-OTHER-YEAR-COUNT TO CNT-VALUE.
           WRITE CTL-PRINT-LINE FROM COUNT-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'COMMISSION RUNS FOR THE YEAR' TO CNT-DESC.
           MOVE WS-RUN-COUNT TO CNT-VALUE.
           WRITE CTL-PRINT-LINE FROM COUNT-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'ADJUSTMENT ROWS' TO CNT-DESC.
           MOVE WS-ADJUSTMENT-COUNT TO CNT-VALUE.
           WRITE CTL-PRINT-LINE FROM COUNT-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'SALESPEOPLE ON THE SUMMARY' TO CNT-DESC.
           MOVE WS-PAYEE-COUNT TO CNT-VALUE.
           WRITE CTL-PRINT-LINE FROM COUNT-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'GROSS COMMISSION' TO CNT-DESC.
           MOVE WS-TOTAL-GROSS TO CNT-VALUE.
           WRITE CTL-PRINT-LINE FROM COUNT-LINE
              AFTER ADVANCING 1 LINE.
           WRITE CTL-PRINT-LINE FROM PROOF-COL-HEADING
              AFTER ADVANCING 2 LINES.
           MOVE 'PAYMENT RECORDS' TO PRF-DESC.
           MOVE WS-PAYMENT-COUNT TO WS-PROOF-SUMMARY.
           MOVE WS-TRL-RECORD-TOTAL TO WS-PROOF-TRAILER.
           PERFORM 0410-WRITE-PROOF-LINE.
           MOVE 'DRAW RECOVERED' TO PRF-DESC.
           MOVE WS-TOTAL-RECOVERED TO WS-PROOF-SUMMARY.
           MOVE WS-TRL-RECOV-TOTAL TO WS-PROOF-TRAILER.
           PERFORM 0410-WRITE-PROOF-LINE.
           MOVE 'NET PAID' TO PRF-DESC.
           MOVE WS-TOTAL-NET TO WS-PROOF-SUMMARY.
           MOVE WS-TRL-NET-TOTAL TO WS-PROOF-TRAILER.
           PERFORM 0410-WRITE-PROOF-LINE.
           IF SUMMARY-IN-BALANCE
              MOVE 'SUMMARY BALANCES TO THE PAYROLL TRAILERS'
                 TO CTL-PRINT-LINE
           ELSE
              MOVE '*** SUMMARY OUT OF BALANCE - NOT FOR PAYROLL ***'
                 TO CTL-PRINT-LINE
              DISPLAY "SALESEARNINGS: EARNSUMMARY.DAT DOES NOT "
                 "BALANCE TO THE PAYROLL TRAILERS"
              MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE CTL-PRINT-LINE AFTER ADVANCING 2 LINES.

        0410-WRITE-PROOF-LINE.
           MOVE WS-PROOF-SUMMARY TO PRF-SUMMARY.
           MOVE WS-PROOF-TRAILER TO PRF-TRAILER.
           IF WS-PROOF-SUMMARY = WS-PROOF-TRAILER
              MOVE 'IN BALANCE' TO PRF-RESULT
           ELSE
              MOVE '*** OUT OF BALANCE' TO PRF-RESULT
              MOVE 'N' TO WS-BALANCE-SW
           END-IF.
           WRITE CTL-PRINT-LINE FROM PROOF-LINE
              AFTER ADVANCING 1 LINE.

        0500-STOP-RUN.
           CLOSE EARNINGS-STATEMENTS, EARNINGS-SUMMARY,
              EARNINGS-CONTROL.
           STOP RUN.

          END PROGRAM SALESEARNINGS.
