       IDENTIFICATION DIVISION.
       PROGRAM-ID. WEATHERNORMALS.
      ***************************************************************
      *  Climate normals build over the consolidated multi-year      *
      *  weather file.  For every station and calendar month it      *
      *  computes, over a base period of years:                      *
      *                                                              *
      *      - the long-term average daily mean temperature;         *
      *      - the severe-event frequency - the average number of    *
      *        fog, rain, snow, hail, thunder and tornado days per   *
      *        year in that month.                                   *
      *                                                              *
      *  The results go to the NORMALS.DAT reference file that the   *
      *  weather report compares each month against.  A normal       *
      *  built from fewer years than the minimum is still written    *
      *  but marked not valid, so the report can say why it has no   *
      *  departure to show.                                          *
      *                                                              *
      *  Parameter card (NORMPARM.DAT, optional):                    *
      *      cols  1-4   first year of the base period (0000 = the   *
      *                  earliest year on file)                      *
      *      cols  5-8   last year of the base period (0000 = the    *
      *                  latest year on file)                        *
      *      cols  9-10  minimum years for a valid normal (00 = 3)   *
      ***************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WEATHERFILE ASSIGN TO "WEATHER2020.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NORMALS-PARM ASSIGN TO "NORMPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT NORMALS-FILE ASSIGN TO "NORMALS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NORMALS-REPORT ASSIGN TO "NORMALSRPT.DAT".

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

       FD NORMALS-PARM.
       01 NORMALS-PARM-RECORD.
           05 NP-BASE-FROM         PIC X(4).
           05 NP-BASE-FROM-N REDEFINES NP-BASE-FROM
                                   PIC 9(4).
           05 NP-BASE-TO           PIC X(4).
           05 NP-BASE-TO-N REDEFINES NP-BASE-TO
                                   PIC 9(4).
           05 NP-MIN-YEARS         PIC X(2).
           05 NP-MIN-YEARS-N REDEFINES NP-MIN-YEARS
                                   PIC 9(2).
           05 FILLER               PIC X(70).

      ***************************************************************
      *  NORMALS REFERENCE - ONE ROW PER STATION AND CALENDAR MONTH, *
      *  IN STATION/MONTH SEQUENCE.  EVENT FREQUENCIES ARE AVERAGE   *
      *  DAYS PER YEAR.  NR-VALID IS 'N' WHEN THE BASE PERIOD HELD   *
      *  FEWER THAN THE MINIMUM YEARS FOR THIS STATION AND MONTH.    *
      ***************************************************************
       FD NORMALS-FILE
          RECORD CONTAINS 46 CHARACTERS.
       01 NORMALS-RECORD.
           05 NR-STATION           PIC 9(6).
           05 NR-MONTH             PIC 9(2).
           05 NR-BASE-FROM         PIC 9(4).
           05 NR-BASE-TO           PIC 9(4).
           05 NR-YEARS             PIC 9(2).
           05 NR-DAYS              PIC 9(5).
           05 NR-MEAN-TEMP         PIC 99V99.
           05 NR-FOG-FREQ          PIC 99V9.
           05 NR-RAIN-FREQ         PIC 99V9.
           05 NR-SNOW-FREQ         PIC 99V9.
           05 NR-HAIL-FREQ         PIC 99V9.
           05 NR-THUNDER-FREQ      PIC 99V9.
           05 NR-TORNADO-FREQ      PIC 99V9.
           05 NR-VALID             PIC X.

       FD NORMALS-REPORT.
       01  PRINT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS          PIC XX.

       01  WS-PARMS.
           05 WS-BASE-FROM         PIC 9(4) VALUE ZERO.
           05 WS-BASE-TO           PIC 9(4) VALUE 9999.
           05 WS-MIN-YEARS         PIC 9(2) VALUE 3.
           05 WS-BASE-LOW-SEEN     PIC 9(4) VALUE 9999.
           05 WS-BASE-HIGH-SEEN    PIC 9(4) VALUE ZERO.

      ***************************************************************
      *  FIRST PASS - ONE ENTRY PER STATION, MONTH AND YEAR IN THE   *
      *  BASE PERIOD, SO EACH YEAR COUNTS ONCE TOWARDS THE NORMAL    *
      *  WHATEVER ORDER THE CONSOLIDATED FILE WAS LOADED IN.         *
      ***************************************************************
       01  WS-YEAR-COUNT           PIC 9(5) VALUE ZERO.
       01  WS-YEAR-SUB             PIC 9(5).
       01  WS-YEAR-TABLE.
           05 WS-YEAR-ENTRY OCCURS 6000 TIMES.
              10 WS-YR-KEY.
                 15 WS-YR-STATION  PIC 9(6).
                 15 WS-YR-MONTH    PIC 9(2).
                 15 WS-YR-YEAR     PIC 9(4).
              10 WS-YR-SUM-TEMP    PIC 9(5).
              10 WS-YR-DAYS        PIC 9(2).
              10 WS-YR-EVENT-DAYS OCCURS 6 TIMES
                                   PIC 9(2).
       01  WS-YEAR-FOUND-SW        PIC X VALUE 'N'.
           88 YEAR-ENTRY-FOUND     VALUE 'Y'.
       01  WS-CURRENT-YEAR-KEY.
           05 WS-CUR-STATION       PIC 9(6).
           05 WS-CUR-MONTH         PIC 9(2).
           05 WS-CUR-YEAR          PIC 9(4).

      ***************************************************************
      *  SECOND PASS - THE NORMALS THEMSELVES, KEPT IN STATION/MONTH *
      *  SEQUENCE AS THEY ARE ADDED.                                 *
      ***************************************************************
       01  WS-NORMAL-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-NORMAL-SUB           PIC 9(4).
       01  WS-NORMAL-TABLE.
           05 WS-NORMAL-ENTRY OCCURS 2400 TIMES.
              10 WS-NM-KEY.
                 15 WS-NM-STATION  PIC 9(6).
                 15 WS-NM-MONTH    PIC 9(2).
              10 WS-NM-YEARS       PIC 9(2).
              10 WS-NM-DAYS        PIC 9(5).
              10 WS-NM-SUM-TEMP    PIC 9(7).
              10 WS-NM-EVENT-DAYS OCCURS 6 TIMES
                                   PIC 9(5).
       01  WS-NORMAL-FOUND-SW      PIC X VALUE 'N'.
           88 NORMAL-ENTRY-FOUND   VALUE 'Y'.
       01  WS-NEW-NORMAL-KEY.
           05 WS-NEW-STATION       PIC 9(6).
           05 WS-NEW-MONTH         PIC 9(2).
       01  WS-EVENT-SUB            PIC 9.

       01  WS-EVENT-FREQ-TABLE.
           05 WS-EVENT-FREQ OCCURS 6 TIMES
                                   PIC 99V9.
       01  WS-NORMAL-MEAN          PIC 99V99.

       01  WS-COUNTS.
           05 WS-READ-COUNT        PIC 9(7) VALUE ZEROES.
           05 WS-OUTSIDE-COUNT     PIC 9(7) VALUE ZEROES.
           05 WS-WRITTEN-COUNT     PIC 9(5) VALUE ZEROES.
           05 WS-INVALID-COUNT     PIC 9(5) VALUE ZEROES.

       01  REPORT-HEADING-LINE     PIC X(44) VALUE
             '----- CLIMATE NORMALS BUILD -----'.

       01  BASE-PERIOD-LINE.
           05 FILLER               PIC X(13) VALUE 'BASE PERIOD: '.
           05 BASE-FROM-OUT        PIC 9(4).
           05 FILLER               PIC X(3)  VALUE ' - '.
           05 BASE-TO-OUT          PIC 9(4).
           05 FILLER               PIC X(28) VALUE
             '   MINIMUM YEARS FOR A VALID'.
           05 FILLER               PIC X(9)  VALUE ' NORMAL: '.
           05 MIN-YEARS-OUT        PIC Z9.

       01  COL-HEADING-LINE.
           05 FILLER               PIC X(9)  VALUE 'STATION'.
           05 FILLER               PIC X(7)  VALUE 'MONTH'.
           05 FILLER               PIC X(7)  VALUE 'YEARS'.
           05 FILLER               PIC X(7)  VALUE '  DAYS'.
           05 FILLER               PIC X(10) VALUE '  AVG TEMP'.
           05 FILLER               PIC X(42) VALUE
             '   FOG  RAIN  SNOW  HAIL  THDR  TRND'.
           05 FILLER               PIC X(6)  VALUE 'STATUS'.

       01  NORMAL-DETAIL-LINE.
           05 ND-STATION           PIC 9(6).
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 ND-MONTH             PIC Z9.
           05 FILLER               PIC X(6)  VALUE SPACES.
           05 ND-YEARS             PIC Z9.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 ND-DAYS              PIC ZZZZ9.
           05 FILLER               PIC X(5)  VALUE SPACES.
           05 ND-MEAN              PIC Z9.99.
           05 ND-FREQ-CELL OCCURS 6 TIMES.
              10 FILLER            PIC X(2)  VALUE SPACES.
              10 ND-FREQ           PIC Z9.9.
           05 FILLER               PIC X(6)  VALUE SPACES.
           05 ND-STATUS            PIC X(23).

       01  COUNT-LINE.
           05 CNT-DESC             PIC X(30).
           05 CNT-VALUE            PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

        0050-OPEN-FILES.
           PERFORM 0060-READ-PARAMETER-CARD.
           OPEN INPUT WEATHERFILE.
           OPEN OUTPUT NORMALS-FILE, NORMALS-REPORT.
           WRITE PRINT-LINE FROM REPORT-HEADING-LINE.
           PERFORM 0080-READ-WEATHER.
           PERFORM 0100-ACCUMULATE-DAY
              UNTIL ENDOFFILE.
           PERFORM 0150-ROLL-UP-ONE-YEAR
              VARYING WS-YEAR-SUB FROM 1 BY 1
              UNTIL WS-YEAR-SUB > WS-YEAR-COUNT.
           PERFORM 0190-WRITE-BASE-PERIOD.
           PERFORM 0200-WRITE-ONE-NORMAL
              VARYING WS-NORMAL-SUB FROM 1 BY 1
              UNTIL WS-NORMAL-SUB > WS-NORMAL-COUNT.
           PERFORM 0290-WRITE-CONTROL-COUNTS.
           PERFORM 0300-STOP-RUN.

        0060-READ-PARAMETER-CARD.
           OPEN INPUT NORMALS-PARM.
           IF WS-PARM-STATUS = '00'
              READ NORMALS-PARM
                 AT END CONTINUE
                 NOT AT END
                    PERFORM 0065-APPLY-PARAMETER-CARD
              END-READ
           END-IF.
           CLOSE NORMALS-PARM.

        0065-APPLY-PARAMETER-CARD.
           IF NP-BASE-FROM-N NUMERIC
              MOVE NP-BASE-FROM-N TO WS-BASE-FROM
           END-IF.
           IF NP-BASE-TO-N NUMERIC
              AND NP-BASE-TO-N > ZERO
              MOVE NP-BASE-TO-N TO WS-BASE-TO
           END-IF.
           IF NP-MIN-YEARS-N NUMERIC
              AND NP-MIN-YEARS-N > ZERO
              MOVE NP-MIN-YEARS-N TO WS-MIN-YEARS
           END-IF.

        0080-READ-WEATHER.
           READ WEATHERFILE
              AT END SET ENDOFFILE TO TRUE
           END-READ.

      ***************************************************************
      *  A DAY INSIDE THE BASE PERIOD IS ADDED TO ITS STATION,       *
      *  MONTH AND YEAR ENTRY.                                       *
      ***************************************************************
        0100-ACCUMULATE-DAY.
           ADD 1 TO WS-READ-COUNT.
           IF WD-YEAR < WS-BASE-FROM
              OR WD-YEAR > WS-BASE-TO
              ADD 1 TO WS-OUTSIDE-COUNT
           ELSE
              IF WD-YEAR < WS-BASE-LOW-SEEN
                 MOVE WD-YEAR TO WS-BASE-LOW-SEEN
              END-IF
              IF WD-YEAR > WS-BASE-HIGH-SEEN
                 MOVE WD-YEAR TO WS-BASE-HIGH-SEEN
              END-IF
              PERFORM 0110-FIND-OR-ADD-YEAR
              ADD WD-MEAN-TEMP TO WS-YR-SUM-TEMP(WS-YEAR-SUB)
              ADD 1 TO WS-YR-DAYS(WS-YEAR-SUB)
              IF WD-FOG = 'TRUE '
                 ADD 1 TO WS-YR-EVENT-DAYS(WS-YEAR-SUB, 1)
              END-IF
              IF WD-RAIN = 'TRUE '
                 ADD 1 TO WS-YR-EVENT-DAYS(WS-YEAR-SUB, 2)
              END-IF
              IF WD-SNOW = 'TRUE '
                 ADD 1 TO WS-YR-EVENT-DAYS(WS-YEAR-SUB, 3)
              END-IF
              IF WD-HAIL = 'TRUE '
                 ADD 1 TO WS-YR-EVENT-DAYS(WS-YEAR-SUB, 4)
              END-IF
              IF WD-THUNDER = 'TRUE '
                 ADD 1 TO WS-YR-EVENT-DAYS(WS-YEAR-SUB, 5)
              END-IF
              IF WD-TORNADO = 'TRUE '
                 ADD 1 TO WS-YR-EVENT-DAYS(WS-YEAR-SUB, 6)
              END-IF
           END-IF.
           PERFORM 0080-READ-WEATHER.

      *    A NORMAL BUILT FROM A TABLE THAT SILENTLY FILLED WOULD BE
      *    WRONG FOR EVERY STATION AFTER THE CUT-OFF - STOP INSTEAD.
        0110-FIND-OR-ADD-YEAR.
           MOVE WD-STATION TO WS-CUR-STATION.
           MOVE WD-MONTH TO WS-CUR-MONTH.
           MOVE WD-YEAR TO WS-CUR-YEAR.
           MOVE 'N' TO WS-YEAR-FOUND-SW.
           PERFORM 0115-MATCH-YEAR
              VARYING WS-YEAR-SUB FROM 1 BY 1
              UNTIL WS-YEAR-SUB > WS-YEAR-COUNT
              OR YEAR-ENTRY-FOUND.
           IF YEAR-ENTRY-FOUND
              SUBTRACT 1 FROM WS-YEAR-SUB
           ELSE
              IF WS-YEAR-COUNT = 6000
                 DISPLAY "WEATHERNORMALS ABORTED: MORE THAN 6000 "
                    "STATION/MONTH/YEAR ENTRIES IN THE BASE PERIOD"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-YEAR-COUNT
              MOVE WS-YEAR-COUNT TO WS-YEAR-SUB
              MOVE WS-CURRENT-YEAR-KEY TO WS-YR-KEY(WS-YEAR-SUB)
              MOVE ZERO TO WS-YR-SUM-TEMP(WS-YEAR-SUB)
                           WS-YR-DAYS(WS-YEAR-SUB)
              PERFORM 0117-CLEAR-YEAR-EVENT
                 VARYING WS-EVENT-SUB FROM 1 BY 1
                 UNTIL WS-EVENT-SUB > 6
           END-IF.

        0115-MATCH-YEAR.
           IF WS-YR-KEY(WS-YEAR-SUB) = WS-CURRENT-YEAR-KEY
              MOVE 'Y' TO WS-YEAR-FOUND-SW
           END-IF.

        0117-CLEAR-YEAR-EVENT.
           MOVE ZERO TO WS-YR-EVENT-DAYS(WS-YEAR-SUB, WS-EVENT-SUB).

      ***************************************************************
      *  EACH STATION/MONTH/YEAR ENTRY ADDS ONE YEAR TO ITS NORMAL.  *
      ***************************************************************
        0150-ROLL-UP-ONE-YEAR.
           MOVE WS-YR-STATION(WS-YEAR-SUB) TO WS-NEW-STATION.
           MOVE WS-YR-MONTH(WS-YEAR-SUB) TO WS-NEW-MONTH.
           PERFORM 0160-FIND-OR-ADD-NORMAL.
           ADD 1 TO WS-NM-YEARS(WS-NORMAL-SUB).
           ADD WS-YR-DAYS(WS-YEAR-SUB) TO WS-NM-DAYS(WS-NORMAL-SUB).
           ADD WS-YR-SUM-TEMP(WS-YEAR-SUB)
              TO WS-NM-SUM-TEMP(WS-NORMAL-SUB).
           PERFORM 0155-ADD-YEAR-EVENT
              VARYING WS-EVENT-SUB FROM 1 BY 1
              UNTIL WS-EVENT-SUB > 6.

        0155-ADD-YEAR-EVENT.
           ADD WS-YR-EVENT-DAYS(WS-YEAR-SUB, WS-EVENT-SUB)
              TO WS-NM-EVENT-DAYS(WS-NORMAL-SUB, WS-EVENT-SUB).

      *    A NEW NORMAL IS SHIFTED INTO ITS STATION/MONTH POSITION.
        0160-FIND-OR-ADD-NORMAL.
           MOVE 'N' TO WS-NORMAL-FOUND-SW.
           PERFORM 0165-MATCH-NORMAL
              VARYING WS-NORMAL-SUB FROM 1 BY 1
              UNTIL WS-NORMAL-SUB > WS-NORMAL-COUNT
              OR NORMAL-ENTRY-FOUND.
           IF NORMAL-ENTRY-FOUND
              SUBTRACT 1 FROM WS-NORMAL-SUB
           ELSE
              IF WS-NORMAL-COUNT = 2400
                 DISPLAY "WEATHERNORMALS ABORTED: MORE THAN 2400 "
                    "STATION/MONTH NORMALS"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-NORMAL-COUNT
              MOVE WS-NORMAL-COUNT TO WS-NORMAL-SUB
              PERFORM 0167-SHIFT-NORMAL-UP
                 UNTIL WS-NORMAL-SUB = 1
                 OR WS-NM-KEY(WS-NORMAL-SUB - 1) < WS-NEW-NORMAL-KEY
              MOVE WS-NEW-NORMAL-KEY TO WS-NM-KEY(WS-NORMAL-SUB)
              MOVE ZERO TO WS-NM-YEARS(WS-NORMAL-SUB)
                           WS-NM-DAYS(WS-NORMAL-SUB)
                           WS-NM-SUM-TEMP(WS-NORMAL-SUB)
              PERFORM 0169-CLEAR-NORMAL-EVENT
                 VARYING WS-EVENT-SUB FROM 1 BY 1
                 UNTIL WS-EVENT-SUB > 6
           END-IF.

        0165-MATCH-NORMAL.
           IF WS-NM-KEY(WS-NORMAL-SUB) = WS-NEW-NORMAL-KEY
              MOVE 'Y' TO WS-NORMAL-FOUND-SW
           END-IF.

        0167-SHIFT-NORMAL-UP.
           MOVE WS-NORMAL-ENTRY(WS-NORMAL-SUB - 1)
              TO WS-NORMAL-ENTRY(WS-NORMAL-SUB).
           SUBTRACT 1 FROM WS-NORMAL-SUB.

        0169-CLEAR-NORMAL-EVENT.
           MOVE ZERO TO WS-NM-EVENT-DAYS(WS-NORMAL-SUB, WS-EVENT-SUB).

      *    AN OPEN-ENDED BASE PERIOD IS REPORTED AND STORED AS THE
      *    YEARS ACTUALLY FOUND ON FILE.
        0190-WRITE-BASE-PERIOD.
           IF WS-BASE-FROM = ZERO
              MOVE WS-BASE-LOW-SEEN TO WS-BASE-FROM
           END-IF.
           IF WS-BASE-TO = 9999
              MOVE WS-BASE-HIGH-SEEN TO WS-BASE-TO
           END-IF.
           MOVE WS-BASE-FROM TO BASE-FROM-OUT.
           MOVE WS-BASE-TO TO BASE-TO-OUT.
           MOVE WS-MIN-YEARS TO MIN-YEARS-OUT.
           WRITE PRINT-LINE FROM BASE-PERIOD-LINE
              AFTER ADVANCING 1 LINE.
           WRITE PRINT-LINE FROM COL-HEADING-LINE
              AFTER ADVANCING 2 LINES.

        0200-WRITE-ONE-NORMAL.
           COMPUTE WS-NORMAL-MEAN ROUNDED =
              WS-NM-SUM-TEMP(WS-NORMAL-SUB) / WS-NM-DAYS(WS-NORMAL-SUB).
           PERFORM 0210-COMPUTE-EVENT-FREQ
              VARYING WS-EVENT-SUB FROM 1 BY 1
              UNTIL WS-EVENT-SUB > 6.
           MOVE WS-NM-STATION(WS-NORMAL-SUB) TO NR-STATION.
           MOVE WS-NM-MONTH(WS-NORMAL-SUB) TO NR-MONTH.
           MOVE WS-BASE-FROM TO NR-BASE-FROM.
           MOVE WS-BASE-TO TO NR-BASE-TO.
           MOVE WS-NM-YEARS(WS-NORMAL-SUB) TO NR-YEARS.
           MOVE WS-NM-DAYS(WS-NORMAL-SUB) TO NR-DAYS.
           MOVE WS-NORMAL-MEAN TO NR-MEAN-TEMP.
           MOVE WS-EVENT-FREQ(1) TO NR-FOG-FREQ.
           MOVE WS-EVENT-FREQ(2) TO NR-RAIN-FREQ.
           MOVE WS-EVENT-FREQ(3) TO NR-SNOW-FREQ.
           MOVE WS-EVENT-FREQ(4) TO NR-HAIL-FREQ.
           MOVE WS-EVENT-FREQ(5) TO NR-THUNDER-FREQ.
           MOVE WS-EVENT-FREQ(6) TO NR-TORNADO-FREQ.
           IF WS-NM-YEARS(WS-NORMAL-SUB) < WS-MIN-YEARS
              MOVE 'N' TO NR-VALID
              MOVE 'TOO FEW YEARS - INVALID' TO ND-STATUS
              ADD 1 TO WS-INVALID-COUNT
           ELSE
              MOVE 'Y' TO NR-VALID
              MOVE SPACES TO ND-STATUS
           END-IF.
           WRITE NORMALS-RECORD.
           ADD 1 TO WS-WRITTEN-COUNT.
           MOVE WS-NM-STATION(WS-NORMAL-SUB) TO ND-STATION.
           MOVE WS-NM-MONTH(WS-NORMAL-SUB) TO ND-MONTH.
           MOVE WS-NM-YEARS(WS-NORMAL-SUB) TO ND-YEARS.
           MOVE WS-NM-DAYS(WS-NORMAL-SUB) TO ND-DAYS.
           MOVE WS-NORMAL-MEAN TO ND-MEAN.
           WRITE PRINT-LINE FROM NORMAL-DETAIL-LINE
              AFTER ADVANCING 1 LINE.

        0210-COMPUTE-EVENT-FREQ.
           COMPUTE WS-EVENT-FREQ(WS-EVENT-SUB) ROUNDED =
              WS-NM-EVENT-DAYS(WS-NORMAL-SUB, WS-EVENT-SUB)
              / WS-NM-YEARS(WS-NORMAL-SUB).
           MOVE WS-EVENT-FREQ(WS-EVENT-SUB)
              TO ND-FREQ(WS-EVENT-SUB).

        0290-WRITE-CONTROL-COUNTS.
           MOVE SPACES TO PRINT-LINE.
           WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'WEATHER RECORDS READ        :' TO CNT-DESC.
           MOVE WS-READ-COUNT TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'OUTSIDE THE BASE PERIOD     :' TO CNT-DESC.
           MOVE WS-OUTSIDE-COUNT TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'NORMALS WRITTEN             :' TO CNT-DESC.
           MOVE WS-WRITTEN-COUNT TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'NORMALS WITH TOO FEW YEARS  :' TO CNT-DESC.
           MOVE WS-INVALID-COUNT TO CNT-VALUE.
           WRITE PRINT-LINE FROM COUNT-LINE AFTER ADVANCING 1 LINE.

        0300-STOP-RUN.
           CLOSE WEATHERFILE.
           CLOSE NORMALS-FILE, NORMALS-REPORT.
           STOP RUN.

          END PROGRAM WEATHERNORMALS.
