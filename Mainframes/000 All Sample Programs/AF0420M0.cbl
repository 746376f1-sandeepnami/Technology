      *    02/09/26 RAM  HELD-CYCLE AGING WITH CRIT ESCALATION, AND    *
      *                  PRE-RESUBMIT RE-VALIDATION OF REPAIRED        *
      *                  IMAGES AGAINST THE AF0001M0 INPUT EDITS.      *
      *    15/10/26 RAM  DEAD LETTER IMAGES ARE NOW HELD WITH THE      *
      *                  CUSTOMER PERSONAL DATA MASKED; A REPAIRED     *
      *                  LETTER IS UNMASKED THROUGH AF0400M0 ONLY      *
      *                  FOR THE QUEUE PUT, AND IS HELD IF THE VAULT   *
      *                  CANNOT SUPPLY THE CLEAR VALUES.               *
      *                                                                *
      *================================================================*
       ENVIRONMENT DIVISION.
                                                   VALUE +0.
           05  STILL-BROKEN-CNT                PIC S9(07) COMP-3
                                                   VALUE +0.
           05  VAULT-FAILED-CNT                PIC S9(07) COMP-3
                                                   VALUE +0.
           05  ESCALATED-CNT                   PIC S9(05) COMP-3
                                                   VALUE +0.

               10  FILLER                      PIC X(26).
           05  FILLER                          PIC X(120).

      *----------------------------------------------------------------*
      *    AF0400M0 PERSONAL DATA MASK PASSAREA - THE IMAGES ARE HELD  *
      *    MASKED AND ARE UNMASKED ONLY FOR THE PUT BACK TO THE        *
      *    REQUEST QUEUE.  THE LAYOUT IS MIRRORED FROM AF0400M0 - THE  *
      *    TWO MUST STAY IN STEP.                                      *
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

       01  NBCONS-PASSAREA.
           05  NBCONS-MESSAGE                  PIC X(80).
           05  NBCONS-SEVERITY                 PIC X(04) VALUE SPACES.
              WRITE RSUBRPT-LINE
              GO TO 2100-EXIT
           END-IF
      *    THE LETTER IS HELD MASKED - UNMASK IT FOR THE PUT ONLY.
      *    A FIELD THE REPAIRER RE-KEYED IN CLEAR STAYS AS KEYED.
           SET UNMASK-IMAGE-AF0400  TO TRUE
           MOVE DLQ-MESSAGE-IMAGE(13:16)
                                    TO MASK-MSG-ID-AF0400
           MOVE DLQ-MESSAGE-IMAGE   TO MASK-IMAGE-DATA-AF0400
           CALL 'AF0400M0' USING AF0400M0-PASSAREA
           IF NOT MASK-OK-AF0400
              ADD 1 TO VAULT-FAILED-CNT
              MOVE 'VAULT FAILED'   TO RSUB-DET-ACTION
              WRITE HELDLTR-RECORD FROM DEADLTR-RECORD
              ADD 1 TO HELD-CNT
              PERFORM 2200-WRITE-DETAIL-LINE
              GO TO 2100-EXIT
           END-IF
           MOVE MASK-IMAGE-DATA-AF0400
                                    TO SE1511P-RESUBMIT-MESSAGE
           MOVE SPACES              TO MASK-IMAGE-DATA-AF0400
                                       MASK-CLEAR-BLOCK-AF0400
           CALL 'AF0341M0' USING SE1511P-RESUBMIT-MESSAGE
                                 AF8999B01-MODULE-CONTROL
           IF AF8999B01-STATUS-OK
                                    TO RSUB-COUNT-DESC
           MOVE STILL-BROKEN-CNT    TO RSUB-COUNT-VALUE
           WRITE RSUBRPT-LINE FROM RSUB-COUNT-LINE
           MOVE 'VAULT UNMASK FAILURES    : '
                                    TO RSUB-COUNT-DESC
           MOVE VAULT-FAILED-CNT    TO RSUB-COUNT-VALUE
           WRITE RSUBRPT-LINE FROM RSUB-COUNT-LINE
           MOVE 'LETTERS ESCALATED        : '
                                    TO RSUB-COUNT-DESC
           MOVE ESCALATED-CNT       TO RSUB-COUNT-VALUE
