      *  twice or skipped, or the master was touched outside the    *
      *  update.  Validation runs on RUNLEDGER.DAT with no          *
      *  matching applied row are listed as                         *
      *  validated-but-never-applied.  Cumulative-sales corrections *
      *  made by SALESMASTERMAINT post signed rows to the           *
      *  SALESCORR.DAT correction ledger; their net is added to     *
      *  the applied side so a correction is not reported as        *
      *  drift.                                                     *
      *  Results go to RECONRPT.DAT.                                *
      ***************************************************************

       ENVIRONMENT DIVISION.
                ASSIGN TO "RUNLEDGER.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LEDGER-STATUS.
            SELECT OPTIONAL SALES-CORR-LEDGER
                ASSIGN TO "SALESCORR.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CORR-STATUS.
            SELECT RECON-REPORT ASSIGN TO "RECONRPT.DAT".

       DATA DIVISION.
            05 LED-RECORDS-REJECT   PIC 9(7).
            05 LED-VALID-SALES      PIC 9(10).

      *  MIRROR OF THE CORRECTION LEDGER WRITTEN BY SALESMASTERMAINT
      *  - THE TWO MUST STAY IN STEP.
       FD SALES-CORR-LEDGER
            RECORD CONTAINS 60 CHARACTERS.
       01 SALES-CORR-RECORD.
            88 ENDOFCORRECTIONS     VALUE HIGH-VALUES.
            05 CORR-SALES-ID        PIC 9(5).
            05 CORR-RUN-DATE        PIC 9(8).
            05 CORR-AMOUNT          PIC S9(8)
                                    SIGN LEADING SEPARATE.
            05 CORR-USER-ID         PIC X(8).
            05 CORR-REASON          PIC X(30).

       FD RECON-REPORT.
       01  PRINT-LINE               PIC X(132).

        01  WS-LEAVER-STATUS        PIC XX.
        01  WS-APPLIED-STATUS       PIC XX.
        01  WS-LEDGER-STATUS        PIC XX.
        01  WS-CORR-STATUS          PIC XX.

        01  WS-TOTALS.
            05 WS-MASTER-TOTAL      PIC 9(12) VALUE ZEROES.
            05 WS-LEAVER-TOTAL      PIC 9(12) VALUE ZEROES.
            05 WS-APPLIED-TOTAL     PIC 9(12) VALUE ZEROES.
            05 WS-CORRECT-TOTAL     PIC S9(12) VALUE ZEROES.
            05 WS-DRIFT             PIC S9(12) VALUE ZEROES.
            05 WS-MASTER-COUNT      PIC 9(7)  VALUE ZEROES.
            05 WS-LEAVER-COUNT      PIC 9(7)  VALUE ZEROES.
            05 WS-APPLIED-COUNT     PIC 9(5)  VALUE ZEROES.
            05 WS-UNAPPLIED-COUNT   PIC 9(5)  VALUE ZEROES.
            05 WS-CORRECT-COUNT     PIC 9(7)  VALUE ZEROES.

      ***************************************************************
      *  APPLIED RUN IDS, KEPT SO THE LEDGER PASS CAN SPOT RUNS      *

        01  RECON-DRIFT-LINE.
            05 FILLER               PIC X(32) VALUE
              'DRIFT (MASTER+LEAVERS-LEDGERS): '.
            05 REC-DRIFT            PIC +ZZZ,ZZZ,ZZZ,ZZ9.
            05 FILLER               PIC XX VALUE SPACES.
            05 REC-DRIFT-TAG        PIC X(16).

        01  CORRECT-NET-LINE.
            05 FILLER               PIC X(32) VALUE
              'SALES CORRECTIONS NET         : '.
            05 CORR-NET-VALUE       PIC +ZZZ,ZZZ,ZZZ,ZZ9.

        01  UNAPPLIED-LINE.
            05 FILLER               PIC X(14) VALUE
              'RUN           '.
           PERFORM 0100-TOTAL-MASTER.
           PERFORM 0150-TOTAL-LEAVER-ARCHIVE.
           PERFORM 0200-TOTAL-APPLIED-RUNS.
           PERFORM 0250-TOTAL-SALES-CORRECTIONS.
           PERFORM 0300-CHECK-LEDGER.
           PERFORM 0400-WRITE-RESULT.
           PERFORM 0500-STOP-RUN.
           END-IF.
           CLOSE APPLIED-RUNS.

      ***************************************************************
      *  MAINTENANCE CORRECTIONS MOVE CUMULATIVE SALES WITHOUT AN    *
      *  EXTRACT RUN - THE SIGNED LEDGER ROWS BALANCE THEM.          *
      ***************************************************************
        0250-TOTAL-SALES-CORRECTIONS.
           OPEN INPUT SALES-CORR-LEDGER.
           IF WS-CORR-STATUS = '00'
              READ SALES-CORR-LEDGER
                 AT END SET ENDOFCORRECTIONS TO TRUE
              END-READ
              PERFORM UNTIL ENDOFCORRECTIONS
                 ADD 1 TO WS-CORRECT-COUNT
                 IF CORR-AMOUNT NUMERIC
                    ADD CORR-AMOUNT TO WS-CORRECT-TOTAL
                 END-IF
                 READ SALES-CORR-LEDGER
                    AT END SET ENDOFCORRECTIONS TO TRUE
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE SALES-CORR-LEDGER.

      ***************************************************************
      *  A VALIDATION RUN WITH NO MATCHING APPLIED ROW NEVER MADE    *
      *  IT ONTO THE MASTER - THE OTHER HALF OF THE DRIFT STORY.     *
           MOVE WS-APPLIED-TOTAL TO REC-VALUE.
           WRITE PRINT-LINE FROM RECON-TOTAL-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'SALES CORRECTIONS POSTED      : ' TO REC-DESC.
           MOVE WS-CORRECT-COUNT TO REC-VALUE.
           WRITE PRINT-LINE FROM RECON-TOTAL-LINE
              AFTER ADVANCING 1 LINE.
           MOVE WS-CORRECT-TOTAL TO CORR-NET-VALUE.
           WRITE PRINT-LINE FROM CORRECT-NET-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'RUNS VALIDATED, NEVER APPLIED : ' TO REC-DESC.
           MOVE WS-UNAPPLIED-COUNT TO REC-VALUE.
           WRITE PRINT-LINE FROM RECON-TOTAL-LINE
              AFTER ADVANCING 1 LINE.
           COMPUTE WS-DRIFT = WS-MASTER-TOTAL + WS-LEAVER-TOTAL
              - WS-APPLIED-TOTAL - WS-CORRECT-TOTAL.
           MOVE WS-DRIFT TO REC-DRIFT.
           IF WS-DRIFT = ZERO
              MOVE 'IN BALANCE' TO REC-DRIFT-TAG
