       IDENTIFICATION DIVISION.
       PROGRAM-ID. WEATHERIDXBLD.
      ***************************************************************
      *  Rebuilds the indexed weather file WEATHERIDX.DAT from the   *
      *  consolidated sequential weather file.  The weather load     *
      *  keeps the index in step day to day; this is the recovery    *
      *  path when the index is lost, damaged or out of step, and    *
      *  the way to create it the first time for history loaded      *
      *  before the index existed.                                   *
      *                                                              *
      *  Keys:                                                       *
      *      prime      station + year + month + day                 *
      *      alternate  year + month + day (with duplicates)         *
      *                                                              *
      *  Parameter card (IDXPARM.DAT, optional):                     *
      *      cols  1-40  sequential input file name (blank =         *
      *                  WEATHER2020.DAT)                            *
      *                                                              *
      *  The new index is read back and counted against the records  *
      *  written.  Return code 4 = duplicate keys were skipped,      *
      *  8 = the read-back count does not agree, 12 = the index      *
      *  could not be created.                                       *
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WEATHERFILE ASSIGN USING WS-INPUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL INDEX-PARM ASSIGN TO "IDXPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT WEATHER-INDEX ASSIGN TO "WEATHERIDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WX-KEY
               ALTERNATE RECORD KEY IS WX-DATE-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT REBUILD-REPORT ASSIGN TO "IDXRBLDRPT.DAT".

       DATA DIVISION.
       FILE SECTION.
      *  MIRROR OF WEATHERDETAILS IN SOLUTION.
       FD WEATHERFILE.
       01 WEATHERDETAILS.
           88 ENDOFFILE            VALUE HIGH-VALUES.
           05 WD-STATION           PIC 9(6).
           05 WD-MONTH             PIC 9(2).
           05 WD-DAY               PIC 9(2).
           05 WD-YEAR              PIC 9(4).
           05 WD-MEAN-TEMP         PIC 9(2).
           05 WD-FOG               PIC X(5).
           05 WD-RAIN              PIC X(5).
           05 WD-SNOW              PIC X(5).
           05 WD-HAIL              PIC X(5).
           05 WD-THUNDER           PIC X(5).
           05 WD-TORNADO           PIC X(5).

       FD INDEX-PARM.
       01 INDEX-PARM-RECORD.
           05 IP-INPUT-NAME        PIC X(40).
           05 FILLER               PIC X(40).

      *  INDEXED WEATHER FILE.  THE SAME LAYOUT IS DECLARED IN
      *  UNSTRINGWEATHER (WHICH ADDS TO IT) AND SOLUTION (WHICH
      *  READS IT BY KEY).
       FD WEATHER-INDEX.
       01 WX-RECORD.
           88 ENDOFINDEX           VALUE HIGH-VALUES.
           05 WX-KEY.
              10 WX-STATION        PIC 9(6).
              10 WX-DATE-KEY.
                 15 WX-YEAR        PIC 9(4).
                 15 WX-MONTH       PIC 9(2).
                 15 WX-DAY         PIC 9(2).
           05 WX-MEAN-TEMP         PIC 9(2).
           05 WX-FOG               PIC X(5).
           05 WX-RAIN              PIC X(5).
           05 WX-SNOW              PIC X(5).
           05 WX-HAIL              PIC X(5).
           05 WX-THUNDER           PIC X(5).
           05 WX-TORNADO           PIC X(5).

       FD REBUILD-REPORT.
       01  PRINT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS          PIC XX.
       01  WS-INDEX-STATUS         PIC XX.
       01  WS-INPUT-NAME           PIC X(40) VALUE 'WEATHER2020.DAT'.

       01  WS-COUNTS.
           05 WS-READ-COUNT        PIC 9(7) VALUE ZERO.
           05 WS-WRITTEN-COUNT     PIC 9(7) VALUE ZERO.
           05 WS-DUPLICATE-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-READBACK-COUNT    PIC 9(7) VALUE ZERO.

       01  REPORT-HEADING-LINE     PIC X(40) VALUE
             '----- WEATHER INDEX REBUILD -----'.
       01  INPUT-NAME-LINE.
           05 FILLER               PIC X(14) VALUE 'REBUILT FROM: '.
           05 INPUT-NAME-OUT       PIC X(40).
       01  DUPLICATE-LINE.
           05 FILLER               PIC X(26) VALUE
             'DUPLICATE KEY SKIPPED:    '.
           05 DUP-STATION          PIC 9(6).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 DUP-YEAR             PIC 9(4).
           05 FILLER               PIC X     VALUE '-'.
           05 DUP-MONTH            PIC 9(2).
           05 FILLER               PIC X     VALUE '-'.
           05 DUP-DAY              PIC 9(2).
       01  RESULT-LINE             PIC X(60).

       01  COUNT-LINE.
           05 CNT-DESC             PIC X(30).
           05 CNT-VALUE            PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

        0050-OPEN-FILES.
           PERFORM 0060-READ-PARAMETER-CARD.
           OPEN INPUT WEATHERFILE.
           OPEN OUTPUT REBUILD-REPORT.
           OPEN OUTPUT WEATHER-INDEX.
           IF WS-INDEX-STATUS NOT = '00'
              DISPLAY "WEATHERIDXBLD ABORTED: WEATHERIDX.DAT NOT "
                 "CREATED, FILE STATUS " WS-INDEX-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           WRITE PRINT-LINE FROM REPORT-HEADING-LINE.
           MOVE WS-INPUT-NAME TO INPUT-NAME-OUT.
           WRITE PRINT-LINE FROM INPUT-NAME-LINE
              AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           PERFORM 0080-READ-WEATHER.
           PERFORM 0100-LOAD-ONE-RECORD
              UNTIL ENDOFFILE.
           CLOSE WEATHER-INDEX.
           PERFORM 0200-READ-BACK-INDEX.
           PERFORM 0290-WRITE-CONTROL-COUNTS.
           PERFORM 0300-STOP-RUN.

        0060-READ-PARAMETER-CARD.
           OPEN INPUT INDEX-PARM.
           IF WS-PARM-STATUS = '00'
              READ INDEX-PARM
                 AT END CONTINUE
                 NOT AT END
                    IF IP-INPUT-NAME NOT = SPACES
                       MOVE IP-INPUT-NAME TO WS-INPUT-NAME
                    END-IF
              END-READ
           END-IF.
           CLOSE INDEX-PARM.

        0080-READ-WEATHER.
           READ WEATHERFILE
              AT END SET ENDOFFILE TO TRUE
           END-READ.

      ***************************************************************
      *  THE SEQUENTIAL FILE NEED NOT BE IN KEY ORDER - EACH RECORD  *
      *  IS WRITTEN BY KEY.  A SECOND RECORD FOR THE SAME STATION    *
      *  AND DAY KEEPS THE FIRST AND IS LISTED.                      *
      ***************************************************************
        0100-LOAD-ONE-RECORD.
           ADD 1 TO WS-READ-COUNT.
           MOVE WD-STATION TO WX-STATION.
           MOVE WD-YEAR TO WX-YEAR.
           MOVE WD-MONTH TO WX-MONTH.
           MOVE WD-DAY TO WX-DAY.
           MOVE WD-MEAN-TEMP TO WX-MEAN-TEMP.
           MOVE WD-FOG TO WX-FOG.
           MOVE WD-RAIN TO WX-RAIN.
           MOVE WD-SNOW TO WX-SNOW.
           MOVE WD-HAIL TO WX-HAIL.
           MOVE WD-THUNDER TO WX-THUNDER.
           MOVE WD-TORNADO TO WX-TORNADO.
           WRITE WX-RECORD
              INVALID KEY
                 PERFORM 0110-LIST-DUPLICATE
              NOT INVALID KEY
                 ADD 1 TO WS-WRITTEN-COUNT
           END-WRITE.
           PERFORM 0080-READ-WEATHER.

        0110-LIST-DUPLICATE.
           ADD 1 TO WS-DUPLICATE-COUNT.
           MOVE WD-STATION TO DUP-STATION.
           MOVE WD-YEAR TO DUP-YEAR.
           MOVE WD-MONTH TO DUP-MONTH.
           MOVE WD-DAY TO DUP-DAY.
           WRITE PRINT-LINE FROM DUPLICATE-LINE
              AFTER ADVANCING 1 LINE.

      ***************************************************************
      *  READ THE NEW INDEX BACK IN PRIME KEY ORDER AND COUNT IT, SO *
      *  A SHORT OR DAMAGED REBUILD IS CAUGHT HERE AND NOT BY THE    *
      *  WEATHER REPORT.                                             *
      ***************************************************************
        0200-READ-BACK-INDEX.
           OPEN INPUT WEATHER-INDEX.
           MOVE LOW-VALUES TO WX-KEY.
           START WEATHER-INDEX KEY IS NOT LESS THAN WX-KEY
              INVALID KEY SET ENDOFINDEX TO TRUE
           END-START.
           PERFORM 0210-READ-NEXT-INDEX
              UNTIL ENDOFINDEX.
           CLOSE WEATHER-INDEX.

        0210-READ-NEXT-INDEX.
           READ WEATHER-INDEX NEXT RECORD
              AT END SET ENDOFINDEX TO TRUE
              NOT AT END ADD 1 TO WS-READBACK-COUNT
           END-READ.

        0290-WRITE-CONTROL-COUNTS.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'SEQUENTIAL RECORDS READ     :' TO CNT-DESC.
           MOVE WS-READ-COUNT TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'INDEX RECORDS WRITTEN       :' TO CNT-DESC.
           MOVE WS-WRITTEN-COUNT TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'DUPLICATE KEYS SKIPPED      :' TO CNT-DESC.
           MOVE WS-DUPLICATE-COUNT TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'INDEX RECORDS READ BACK     :' TO CNT-DESC.
           MOVE WS-READBACK-COUNT TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           IF WS-READBACK-COUNT NOT = WS-WRITTEN-COUNT
              MOVE 'REBUILD FAILED - READ-BACK COUNT DOES NOT AGREE'
                 TO RESULT-LINE
              MOVE 8 TO RETURN-CODE
           ELSE
              IF WS-DUPLICATE-COUNT > ZERO
                 MOVE 'REBUILD COMPLETE - DUPLICATE KEYS SKIPPED'
                    TO RESULT-LINE
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE 'REBUILD COMPLETE' TO RESULT-LINE
              END-IF
           END-IF.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           WRITE PRINT-LINE FROM RESULT-LINE AFTER ADVANCING 1 LINE.
           DISPLAY RESULT-LINE.

        0300-STOP-RUN.
           CLOSE WEATHERFILE.
           CLOSE REBUILD-REPORT.
           STOP RUN.

          END PROGRAM WEATHERIDXBLD.
