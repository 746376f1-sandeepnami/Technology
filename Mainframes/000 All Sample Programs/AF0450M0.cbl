      *    MODIFICATION HISTORY                                        *
      *    ----------------------------------------------------------  *
      *    21/08/26 RAM  INITIAL VERSION.                              *
      *    15/10/26 RAM  MSGCAP IMAGES ARE NOW HELD WITH THE CUSTOMER  *
      *                  PERSONAL DATA MASKED; A REPLAYED IMAGE IS     *
      *                  UNMASKED THROUGH AF0400M0 JUST BEFORE THE     *
      *                  QUEUE PUT.  LIST MODE NEVER UNMASKS.          *
      *                                                                *
      *================================================================*
       ENVIRONMENT DIVISION.
                                                   VALUE +0.
           05  NO-IMAGE-CNT                    PIC S9(05) COMP-3
                                                   VALUE +0.
           05  VAULT-FAILED-CNT                PIC S9(05) COMP-3
                                                   VALUE +0.

       01  AF0450M0-WORK-FIELDS.
           05  REPL-X                          PIC S9(04) COMP.

       01  SE1511P-REPLAY-MESSAGE              PIC X(600).

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

       01  AF8999B01-MODULE-CONTROL.
           05  AF8999B01-STATUS                PIC X(01).
               88  AF8999B01-STATUS-OK             VALUE ' '.
           IF REPL-ENTRY-FOUND
              AND REPL-ACTION(REPL-X) = 'IMAGE NOT FOUND'
              IF REPLAY-MODE
                 PERFORM 4200-RESUBMIT-MESSAGE THRU 4200-EXIT
              ELSE
                 MOVE 'LISTED ONLY'
                   TO REPL-ACTION(REPL-X)
      *                                                                *
      ******************************************************************
       4200-RESUBMIT-MESSAGE.
           SET UNMASK-IMAGE-AF0400  TO TRUE
           MOVE CAP-MSG-ID          TO MASK-MSG-ID-AF0400
           MOVE CAP-MESSAGE-IMAGE   TO MASK-IMAGE-DATA-AF0400
           CALL 'AF0400M0' USING AF0400M0-PASSAREA
           IF NOT MASK-OK-AF0400
              ADD 1 TO VAULT-FAILED-CNT
              MOVE 'VAULT FAILED'   TO REPL-ACTION(REPL-X)
              GO TO 4200-EXIT
           END-IF
           MOVE MASK-IMAGE-DATA-AF0400
                                    TO SE1511P-REPLAY-MESSAGE
           MOVE SPACES              TO MASK-IMAGE-DATA-AF0400
                                       MASK-CLEAR-BLOCK-AF0400
           CALL 'AF0341M0' USING SE1511P-REPLAY-MESSAGE
                                 AF8999B01-MODULE-CONTROL
           IF AF8999B01-STATUS-OK
              MOVE 'PUT FAILED'     TO REPL-ACTION(REPL-X)
           END-IF
           .
       4200-EXIT.
           EXIT.

      ******************************************************************
      *                                                                *
                                    TO REPL-COUNT-DESC
           MOVE NO-IMAGE-CNT        TO REPL-COUNT-VALUE
           WRITE REPLRPT-LINE FROM REPL-COUNT-LINE
           MOVE 'VAULT UNMASK FAILURES    : '
                                    TO REPL-COUNT-DESC
           MOVE VAULT-FAILED-CNT    TO REPL-COUNT-VALUE
           WRITE REPLRPT-LINE FROM REPL-COUNT-LINE
           .

       5100-WRITE-ONE-CANDIDATE.
