       SELECT OPTIONAL STATIONMASTER ASSIGN TO "STATIONMASTER.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-MASTER-FILE-STATUS.
       SELECT OPTIONAL NORMALSFILE ASSIGN TO "NORMALS.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-NORMALS-FILE-STATUS.
      *    KEYED COPY OF THE CONSOLIDATED FILE, BUILT BY THE LOAD
      *    (UNSTRINGWEATHER) OR REBUILT BY WEATHERIDXBLD.
       SELECT WEATHERIDX ASSIGN TO "WEATHERIDX.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS WX-KEY
            ALTERNATE RECORD KEY IS WX-DATE-KEY WITH DUPLICATES
            FILE STATUS IS WS-INDEX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    BASE TEMPERATURE FOR THE DEGREE-DAY STATISTICS (COLS
      *    36-37, 00 = USE THE DEFAULT).
           05  PARM-BASE-TEMP     PIC 99.
      *    DEGREES FROM NORMAL BEFORE A MONTH IS FLAGGED AS AN
      *    ANOMALY (COLS 38-39, 00 = USE THE DEFAULT).
           05  PARM-ANOMALY-DEG   PIC 99.
           05  FILLER             PIC X(41).

      *    STATION MASTER REFERENCE - NUMBER, NAME, LOCATION AND AN
      *    ACTIVE FLAG - MAINTAINED ALONGSIDE WEATHER2020.DAT SO THE
           05  SM-LOCATION        PIC X(20).
           05  SM-ACTIVE          PIC X.

      *    INDEXED WEATHER FILE - PRIME KEY STATION/YEAR/MONTH/DAY,
      *    ALTERNATE KEY YEAR/MONTH/DAY.  SAME LAYOUT AS IN
      *    WEATHERIDXBLD.
       FD WEATHERIDX.
       01 WX-RECORD.
           05  WX-KEY.
               10  WX-STATION     PIC 9(6).
               10  WX-DATE-KEY.
                   15  WX-YEAR    PIC 9(4).
                   15  WX-MONTH   PIC 9(2).
                   15  WX-DAY     PIC 9(2).
           05  WX-MEAN-TEMP       PIC 9(2).
           05  WX-FOG             PIC X(5).
           05  WX-RAIN            PIC X(5).
           05  WX-SNOW            PIC X(5).
           05  WX-HAIL            PIC X(5).
           05  WX-THUNDER         PIC X(5).
           05  WX-TORNADO         PIC X(5).

      *    CLIMATE NORMALS PER STATION AND CALENDAR MONTH, BUILT BY
      *    WEATHERNORMALS OVER ITS BASE PERIOD.  MIRROR OF
      *    NORMALS-RECORD THERE.
       FD NORMALSFILE.
       01 NORMALS-RECORD.
           88  ENDOFNORMALS       VALUE HIGH-VALUES.
           05  NR-STATION         PIC 9(6).
           05  NR-MONTH           PIC 9(2).
           05  NR-BASE-FROM       PIC 9(4).
           05  NR-BASE-TO         PIC 9(4).
           05  NR-YEARS           PIC 9(2).
           05  NR-DAYS            PIC 9(5).
           05  NR-MEAN-TEMP       PIC 99V99.
           05  NR-FOG-FREQ        PIC 99V9.
           05  NR-RAIN-FREQ       PIC 99V9.
           05  NR-SNOW-FREQ       PIC 99V9.
           05  NR-HAIL-FREQ       PIC 99V9.
           05  NR-THUNDER-FREQ    PIC 99V9.
           05  NR-TORNADO-FREQ    PIC 99V9.
           05  NR-VALID           PIC X.


       WORKING-STORAGE SECTION.
	   01  WS-WORKING-STORAGE.
           05 SIGNON-OPERATOR-ID   PIC X(8).
           05 SIGNON-RUN-TIMESTAMP PIC X(14).
           05 SIGNON-OPERATOR-ROLE PIC X(4).
           05 SIGNON-REPORT-ID     PIC X(8) VALUE 'WEATHER'.

       01  RUN-IDENTITY-LINE.
           05 FILLER             PIC X(8)  VALUE 'RUN BY: '.

       01  WS-TORNADO-STATIONS    PIC 999 VALUE ZERO.

      *    DEPARTURE FROM NORMAL: EACH STATION/YEAR/MONTH AVERAGE
      *    AGAINST THE STATION'S NORMAL FOR THAT CALENDAR MONTH.  A
      *    MONTH MORE THAN WS-ANOMALY-DEG DEGREES EITHER SIDE IS
      *    FLAGGED; A NORMAL WITH TOO FEW BASE YEARS IS NOT USED.
       01  WS-NORMALS-FILE-STATUS PIC XX.

      *    KEYED READS: SELECTED STATIONS AND BATCH MONTH RANGES ARE
      *    READ FROM WEATHERIDX.DAT BY KEY.  WITHOUT THE INDEX THE
      *    REPORT FALLS BACK TO SCANNING WEATHER2020.DAT.
       01  WS-INDEX-FILE-STATUS   PIC XX.
       01  WS-INDEX-SW            PIC X VALUE 'N'.
           88  INDEX-AVAILABLE    VALUE 'Y'.
       01  WS-INDEX-EOF-SW        PIC X VALUE 'N'.
           88  INDEX-RANGE-DONE   VALUE 'Y'.
       01  WS-INDEX-FULL-SW       PIC X VALUE 'N'.
           88  INDEX-TABLE-FULL-REPORTED VALUE 'Y'.
       01  WS-INDEX-YEAR          PIC 9(4).
       01  WS-INDEX-HITS          PIC 999.
       01  WS-ANOMALY-DEG         PIC 99 VALUE 5.
       01  WS-NORMAL-COUNT        PIC 9(4) VALUE ZERO.
       01  WS-NORMAL-TABLE.
           05  WS-NORMAL-ENTRY OCCURS 2400 TIMES.
               10  WS-NRM-STATION   PIC 9(6).
               10  WS-NRM-MONTH     PIC 99.
               10  WS-NRM-BASE-FROM PIC 9(4).
               10  WS-NRM-BASE-TO   PIC 9(4).
               10  WS-NRM-YEARS     PIC 99.
               10  WS-NRM-MEAN      PIC 99V99.
               10  WS-NRM-VALID     PIC X.
       01  WS-NORMAL-SUB          PIC 9(4).
       01  WS-NRM-FOUND-SW        PIC X VALUE 'N'.
           88  NORMAL-FOUND       VALUE 'Y'.
       01  WS-ANOM-DEPARTURE      PIC S99V99.
       01  WS-ANOMALY-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-SHORT-COUNT         PIC 99 VALUE ZERO.
       01  WS-SHORT-TABLE.
           05  WS-SHORT-ENTRY OCCURS 50 TIMES.
               10  WS-SHORT-STATION   PIC 9(6).
               10  WS-SHORT-YEARS     PIC 99.
               10  WS-SHORT-BASE-FROM PIC 9(4).
               10  WS-SHORT-BASE-TO   PIC 9(4).
       01  WS-SHORT-SUB           PIC 99.
       01  WS-SHORT-FOUND-SW      PIC X VALUE 'N'.
           88  SHORT-ALREADY-LISTED VALUE 'Y'.

       01  ANOMALY-HEADING        PIC X(52) VALUE
              '----- DEPARTURE FROM NORMAL PER STATION -----'.
       01  ANOMALY-PARM-LINE.
           05  FILLER  PIC X(34) VALUE
              'MONTHS FLAGGED WHEN MORE THAN +/- '.
           05  ANOM-PARM-DEG     PIC Z9.
           05  FILLER  PIC X(20) VALUE ' DEGREES FROM NORMAL'.
       01  ANOMALY-COUNT-LINE.
           05  FILLER  PIC X(34) VALUE
              'MONTHS FLAGGED AS ANOMALIES:      '.
           05  ANOM-COUNT        PIC ZZZ9.
       01  ANOMALY-COL-HEADING.
           05  FILLER  PIC X(15) VALUE 'STATION NUMBER'.
           05  FILLER  PIC X(6)  VALUE 'YEAR  '.
           05  FILLER  PIC X(7)  VALUE 'MONTH  '.
           05  FILLER  PIC X(10) VALUE 'AVG TEMP  '.
           05  FILLER  PIC X(10) VALUE 'NORMAL    '.
           05  FILLER  PIC X(11) VALUE 'DEPARTURE  '.
           05  FILLER  PIC X(4)  VALUE 'FLAG'.
       01  ANOMALY-DETAIL-LINE.
           05  ANOM-STATION      PIC 9(6).
           05  FILLER            PIC X(9)  VALUE SPACES.
           05  ANOM-YEAR         PIC 9(4).
           05  FILLER            PIC XX    VALUE SPACES.
           05  ANOM-MONTH        PIC Z9.
           05  FILLER            PIC X(5)  VALUE SPACES.
           05  ANOM-AVG          PIC Z9.99.
           05  FILLER            PIC X(5)  VALUE SPACES.
           05  ANOM-NORMAL       PIC Z9.99.
           05  FILLER            PIC X(5)  VALUE SPACES.
           05  ANOM-DEPARTURE    PIC ++9.99.
           05  FILLER            PIC X(5)  VALUE SPACES.
           05  ANOM-FLAG         PIC X(17).
       01  NO-NORMALS-LINE       PIC X(52) VALUE
              'NO NORMALS FILE - DEPARTURES NOT AVAILABLE'.
       01  SHORT-BASE-HEADING    PIC X(60) VALUE
              'STATIONS WITH TOO FEW BASE YEARS FOR A VALID NORMAL:'.
       01  SHORT-BASE-LINE.
           05  SHORT-STATION     PIC 9(6).
           05  FILLER            PIC X(3)  VALUE SPACES.
           05  SHORT-YEARS       PIC Z9.
           05  FILLER            PIC X(24) VALUE
              ' YEAR(S) IN BASE PERIOD '.
           05  SHORT-BASE-FROM   PIC 9(4).
           05  FILLER            PIC X     VALUE '-'.
           05  SHORT-BASE-TO     PIC 9(4).

       PROCEDURE DIVISION.

	   0100-BEGIN.
		   WRITE WRPT-PRINT-LINE FROM RUN-IDENTITY-LINE.
		   PERFORM 0110-READ-PARAMETER-CARD.
		   PERFORM 0120-LOAD-STATION-MASTER.
		   PERFORM 0130-LOAD-NORMALS.
		   PERFORM 0150-OPEN-WEATHER-INDEX.

           COMPUTE WEATHER-SUBSCRIPT = 1.
      *    A PARAMETER CARD DRIVES THE WHOLE RUN UNATTENDED; THE
      *    INTERACTIVE PROMPTS ONLY APPEAR WHEN NO CARD IS SUPPLIED.
		   IF BATCH-MODE
      -        "STATION NUMBER"
		      ACCEPT USER-RESPONSE
		   END-IF.
      *    THE FULL LISTING SCANS THE SEQUENTIAL FILE; A BATCH MONTH
      *    RANGE IS READ BY DATE KEY, AND SELECTED STATIONS ARE READ
      *    BY STATION KEY AS EACH ONE IS ASKED FOR (0265).
		   IF INDEX-AVAILABLE
		      AND BATCH-MODE
		      AND USER-RESPONSE = 1
		      AND WS-HIGH-MONTH > ZERO
		      PERFORM 0160-LOAD-MONTH-RANGE
		   ELSE
		      IF USER-RESPONSE = 1
		         OR NOT INDEX-AVAILABLE
		         READ WEATHERFILE
		            AT END SET ENDOFFILE TO TRUE
		         END-READ
		         PERFORM 0200-PROCESS-RECORDS UNTIL ENDOFFILE
		      END-IF
		   END-IF.
		   COMPUTE WS-RECORD-COUNT = WEATHER-SUBSCRIPT - 1.
           DISPLAY WS-REPORT-TITLE.
		   IF USER-RESPONSE = 1 THEN
		      PERFORM 0250-DISPLAY-DETAILS THRU 0250-END
	                 AND PARM-BASE-TEMP > ZERO
	                 MOVE PARM-BASE-TEMP TO WS-BASE-TEMP
	              END-IF
	              IF PARM-ANOMALY-DEG NUMERIC
	                 AND PARM-ANOMALY-DEG > ZERO
	                 MOVE PARM-ANOMALY-DEG TO WS-ANOMALY-DEG
	              END-IF
	              PERFORM VARYING WS-PARM-SUB FROM 1 BY 1
	                 UNTIL WS-PARM-SUB > 5
	                 MOVE PARM-STATION(WS-PARM-SUB)
	        END-IF.
	        CLOSE STATIONMASTER.

      *    NORMALS ARE OPTIONAL - WITHOUT THE FILE THE DEPARTURE
      *    SECTION SAYS SO AND THE REST OF THE REPORT IS UNCHANGED.
	   0130-LOAD-NORMALS.
	        OPEN INPUT NORMALSFILE.
	        IF WS-NORMALS-FILE-STATUS = '00'
	           READ NORMALSFILE
	              AT END SET ENDOFNORMALS TO TRUE
	           END-READ
	           PERFORM UNTIL ENDOFNORMALS
	              OR WS-NORMAL-COUNT = 2400
	              ADD 1 TO WS-NORMAL-COUNT
	              MOVE NR-STATION
	                 TO WS-NRM-STATION(WS-NORMAL-COUNT)
	              MOVE NR-MONTH
	                 TO WS-NRM-MONTH(WS-NORMAL-COUNT)
	              MOVE NR-BASE-FROM
	                 TO WS-NRM-BASE-FROM(WS-NORMAL-COUNT)
	              MOVE NR-BASE-TO
	                 TO WS-NRM-BASE-TO(WS-NORMAL-COUNT)
	              MOVE NR-YEARS
	                 TO WS-NRM-YEARS(WS-NORMAL-COUNT)
	              MOVE NR-MEAN-TEMP
	                 TO WS-NRM-MEAN(WS-NORMAL-COUNT)
	              MOVE NR-VALID
	                 TO WS-NRM-VALID(WS-NORMAL-COUNT)
	              READ NORMALSFILE
	                 AT END SET ENDOFNORMALS TO TRUE
	              END-READ
	           END-PERFORM
	        END-IF.
	        CLOSE NORMALSFILE.

      *    NAME LOOKUP FOR WHATEVER STATION NUMBER IS IN
      *    WS-STATION-INPUT.  UNKNOWN STATIONS READ 'UNKNOWN' AND
      *    ARE COLLECTED (ONCE EACH) FOR THE EXCEPTION LIST.
	           END-PERFORM
	        END-IF.

	   0150-OPEN-WEATHER-INDEX.
	        OPEN INPUT WEATHERIDX.
	        IF WS-INDEX-FILE-STATUS = '00'
	           MOVE 'Y' TO WS-INDEX-SW
	        ELSE
	           DISPLAY "WEATHERIDX.DAT NOT AVAILABLE (STATUS "
	              WS-INDEX-FILE-STATUS
	              ") - READING WEATHER2020.DAT"
	        END-IF.

      *    MONTH RANGE BY THE DATE KEY, ONE YEAR AT A TIME: START AT
      *    THE LOW MONTH OF A YEAR, READ ON TO THE HIGH MONTH, THEN
      *    START AGAIN AT THE LOW MONTH OF THE NEXT YEAR ON FILE.
	   0160-LOAD-MONTH-RANGE.
	        MOVE 'N' TO WS-INDEX-EOF-SW.
	        MOVE ZERO TO WS-INDEX-YEAR.
	        PERFORM 0162-START-INDEX-YEAR.
	        PERFORM UNTIL INDEX-RANGE-DONE
	           READ WEATHERIDX NEXT RECORD
	              AT END MOVE 'Y' TO WS-INDEX-EOF-SW
	           END-READ
	           IF NOT INDEX-RANGE-DONE
	              EVALUATE TRUE
	                 WHEN WX-MONTH < WS-LOW-MONTH
	                    MOVE WX-YEAR TO WS-INDEX-YEAR
	                    PERFORM 0162-START-INDEX-YEAR
	                 WHEN WX-MONTH > WS-HIGH-MONTH
	                    COMPUTE WS-INDEX-YEAR = WX-YEAR + 1
	                    PERFORM 0162-START-INDEX-YEAR
	                 WHEN OTHER
	                    PERFORM 0210-ADD-INDEXED-ROW
	              END-EVALUATE
	           END-IF
	        END-PERFORM.

	   0162-START-INDEX-YEAR.
	        MOVE WS-INDEX-YEAR TO WX-YEAR.
	        MOVE WS-LOW-MONTH TO WX-MONTH.
	        MOVE ZERO TO WX-DAY.
	        START WEATHERIDX KEY IS NOT LESS THAN WX-DATE-KEY
	           INVALID KEY MOVE 'Y' TO WS-INDEX-EOF-SW
	        END-START.

	   0200-PROCESS-RECORDS.
      *    IF THE INPUT FILE HAS MORE ROWS THAN THE TABLE HOLDS,
      *    STOP LOADING RATHER THAN OVERFLOW THE SUBSCRIPT.
	        END-IF
	        END-IF.

      *    A DAY READ BY KEY GOES INTO THE SAME TABLE THE SCAN
      *    FILLS, SO THE STATISTICS SECTIONS WORK EITHER WAY.
	   0210-ADD-INDEXED-ROW.
	        IF WEATHER-SUBSCRIPT > 500
	           IF NOT INDEX-TABLE-FULL-REPORTED
	              DISPLAY "WARNING: MORE THAN 500 WEATHER "
	                 "RECORDS; REMAINING RECORDS ARE NOT LOADED"
	              MOVE 'Y' TO WS-INDEX-FULL-SW
	           END-IF
	        ELSE
	           MOVE WX-STATION TO TBL-STATION(WEATHER-SUBSCRIPT)
	           MOVE WX-MONTH TO TBL-MONTH(WEATHER-SUBSCRIPT)
	           MOVE WX-DAY TO TBL-DAY(WEATHER-SUBSCRIPT)
	           MOVE WX-YEAR TO TBL-YEAR(WEATHER-SUBSCRIPT)
	           MOVE WX-MEAN-TEMP TO TBL-MEAN-TEMP(WEATHER-SUBSCRIPT)
	           MOVE WX-FOG TO TBL-FOG(WEATHER-SUBSCRIPT)
	           MOVE WX-RAIN TO TBL-RAIN(WEATHER-SUBSCRIPT)
	           MOVE WX-SNOW TO TBL-SNOW(WEATHER-SUBSCRIPT)
	           MOVE WX-HAIL TO TBL-HAIL(WEATHER-SUBSCRIPT)
	           MOVE WX-THUNDER TO TBL-THUNDER(WEATHER-SUBSCRIPT)
	           MOVE WX-TORNADO TO TBL-TORNADO(WEATHER-SUBSCRIPT)
	           ADD 1 TO WEATHER-SUBSCRIPT
	        END-IF.
	        COMPUTE WS-RECORD-COUNT = WEATHER-SUBSCRIPT - 1.

	   0250-DISPLAY-DETAILS.
	        MOVE SPACES TO WRPT-PRINT-LINE.
	        WRITE WRPT-PRINT-LINE FROM WS-HEADING-LINE
	   0265-SEARCH-ONE-STATION.
		   PERFORM 0140-FIND-STATION-NAME.
		   MOVE WS-STATION-NAME-GV TO WS-DET-STATION-NAME.
		   IF INDEX-AVAILABLE
		      PERFORM 0266-READ-STATION-BY-KEY
		   ELSE
		      PERFORM 0269-SEARCH-LOADED-TABLE
		   END-IF.

      *    EVERY DAY ON FILE FOR THE STATION, FROM ITS FIRST KEY TO
      *    THE FIRST KEY OF THE NEXT STATION.  A BATCH MONTH RANGE
      *    STILL APPLIES.
	   0266-READ-STATION-BY-KEY.
	        MOVE 'N' TO WS-INDEX-EOF-SW.
	        MOVE ZERO TO WS-INDEX-HITS.
	        MOVE WS-STATION-INPUT TO WX-STATION.
	        MOVE ZERO TO WX-DATE-KEY.
	        START WEATHERIDX KEY IS NOT LESS THAN WX-KEY
	           INVALID KEY MOVE 'Y' TO WS-INDEX-EOF-SW
	        END-START.
	        PERFORM UNTIL INDEX-RANGE-DONE
	           READ WEATHERIDX NEXT RECORD
	              AT END MOVE 'Y' TO WS-INDEX-EOF-SW
	           END-READ
	           IF NOT INDEX-RANGE-DONE
	              IF WX-STATION NOT = WS-STATION-INPUT
	                 MOVE 'Y' TO WS-INDEX-EOF-SW
	              ELSE
	                 IF BATCH-MODE
	                    AND WS-HIGH-MONTH > ZERO
	                    AND (WX-MONTH < WS-LOW-MONTH
	                         OR WX-MONTH > WS-HIGH-MONTH)
	                    CONTINUE
	                 ELSE
	                    PERFORM 0267-SHOW-INDEXED-DAY
	                 END-IF
	              END-IF
	           END-IF
	        END-PERFORM.
	        IF WS-INDEX-HITS = ZERO
	           DISPLAY "STATION NOT FOUND"
	        END-IF.

	   0267-SHOW-INDEXED-DAY.
	        ADD 1 TO WS-INDEX-HITS.
	        IF WS-INDEX-HITS = 1
	           DISPLAY WS-HEADING-LINE
	           DISPLAY WS-HEADING-LINE2
	        END-IF.
	        PERFORM 0210-ADD-INDEXED-ROW.
	        MOVE WX-STATION TO WS-DET-STATION.
	        MOVE WX-MONTH TO WS-DET-MONTH.
	        MOVE WX-DAY TO WS-DET-DAY.
	        MOVE WX-FOG TO WS-DET-FOG.
	        MOVE WX-RAIN TO WS-DET-RAIN.
	        MOVE WX-SNOW TO WS-DET-SNOW.
	        MOVE WX-HAIL TO WS-DET-HAIL.
	        MOVE WX-THUNDER TO WS-DET-THUNDER.
	        MOVE WX-TORNADO TO WS-DET-TORNADO.
	        DISPLAY WS-DETAIL-LINE.
	        WRITE WRPT-PRINT-LINE FROM WS-DETAIL-LINE
	           AFTER ADVANCING 1 LINE.

	   0269-SEARCH-LOADED-TABLE.
		   SET TBL-INDEX TO 1.

		   SEARCH WEATHERINFO
           PERFORM 0430-WRITE-SEASON-DEGREE-DAYS.
           PERFORM 0410-BUILD-YOY-TABLE.
           PERFORM 0420-WRITE-YOY-SECTION.
           PERFORM 0440-WRITE-ANOMALY-SECTION.

      *    CALENDAR DAYS IN THE MONTH BEING AGGREGATED, LEAP YEARS
      *    INCLUDED.
           WRITE WRPT-PRINT-LINE FROM YOY-DETAIL-LINE
              AFTER ADVANCING 1 LINE.

      *    ONE LINE PER STATION/YEAR/MONTH IN THE MONTHLY TABLE,
      *    THEN THE STATIONS WHOSE NORMAL COULD NOT BE USED BECAUSE
      *    THE BASE PERIOD HELD TOO FEW YEARS.
       0440-WRITE-ANOMALY-SECTION.
           MOVE SPACES TO WRPT-PRINT-LINE.
           WRITE WRPT-PRINT-LINE AFTER ADVANCING 2 LINES.
           MOVE ANOMALY-HEADING TO WRPT-PRINT-LINE.
           WRITE WRPT-PRINT-LINE AFTER ADVANCING 1 LINE.
           IF WS-NORMAL-COUNT = ZERO
              MOVE NO-NORMALS-LINE TO WRPT-PRINT-LINE
              WRITE WRPT-PRINT-LINE AFTER ADVANCING 1 LINE
           ELSE
              MOVE WS-ANOMALY-DEG TO ANOM-PARM-DEG
              WRITE WRPT-PRINT-LINE FROM ANOMALY-PARM-LINE
                 AFTER ADVANCING 1 LINE
              WRITE WRPT-PRINT-LINE FROM ANOMALY-COL-HEADING
                 AFTER ADVANCING 1 LINE
              MOVE ZERO TO WS-ANOMALY-COUNT
              PERFORM VARYING WS-MONTHLY-SUB FROM 1 BY 1
                 UNTIL WS-MONTHLY-SUB > WS-MONTHLY-COUNT
                 PERFORM 0445-WRITE-ONE-ANOMALY-LINE
              END-PERFORM
              MOVE WS-ANOMALY-COUNT TO ANOM-COUNT
              WRITE WRPT-PRINT-LINE FROM ANOMALY-COUNT-LINE
                 AFTER ADVANCING 1 LINE
              IF WS-SHORT-COUNT > ZERO
                 MOVE SPACES TO WRPT-PRINT-LINE
                 WRITE WRPT-PRINT-LINE AFTER ADVANCING 1 LINE
                 MOVE SHORT-BASE-HEADING TO WRPT-PRINT-LINE
                 WRITE WRPT-PRINT-LINE AFTER ADVANCING 1 LINE
                 PERFORM VARYING WS-SHORT-SUB FROM 1 BY 1
                    UNTIL WS-SHORT-SUB > WS-SHORT-COUNT
                    MOVE WS-SHORT-STATION(WS-SHORT-SUB)
                       TO SHORT-STATION
                    MOVE WS-SHORT-YEARS(WS-SHORT-SUB) TO SHORT-YEARS
                    MOVE WS-SHORT-BASE-FROM(WS-SHORT-SUB)
                       TO SHORT-BASE-FROM
                    MOVE WS-SHORT-BASE-TO(WS-SHORT-SUB)
                       TO SHORT-BASE-TO
                    WRITE WRPT-PRINT-LINE FROM SHORT-BASE-LINE
                       AFTER ADVANCING 1 LINE
                 END-PERFORM
              END-IF
           END-IF.

       0445-WRITE-ONE-ANOMALY-LINE.
           MOVE WS-MON-STATION(WS-MONTHLY-SUB) TO ANOM-STATION.
           MOVE WS-MON-YEAR(WS-MONTHLY-SUB) TO ANOM-YEAR.
           MOVE WS-MON-MONTH(WS-MONTHLY-SUB) TO ANOM-MONTH.
           COMPUTE WS-MON-AVG-TEMP ROUNDED =
              WS-MON-SUM-TEMP(WS-MONTHLY-SUB)
              / WS-MON-DAYS(WS-MONTHLY-SUB).
           MOVE WS-MON-AVG-TEMP TO ANOM-AVG.
           MOVE ZERO TO ANOM-NORMAL ANOM-DEPARTURE.
           MOVE SPACES TO ANOM-FLAG.
           MOVE 'N' TO WS-NRM-FOUND-SW.
           PERFORM VARYING WS-NORMAL-SUB FROM 1 BY 1
              UNTIL WS-NORMAL-SUB > WS-NORMAL-COUNT
              OR NORMAL-FOUND
              IF WS-NRM-STATION(WS-NORMAL-SUB) =
                 WS-MON-STATION(WS-MONTHLY-SUB)
                 AND WS-NRM-MONTH(WS-NORMAL-SUB) =
                 WS-MON-MONTH(WS-MONTHLY-SUB)
                 MOVE 'Y' TO WS-NRM-FOUND-SW
              END-IF
           END-PERFORM.
           IF NOT NORMAL-FOUND
              MOVE 'NO NORMAL ON FILE' TO ANOM-FLAG
           ELSE
              SUBTRACT 1 FROM WS-NORMAL-SUB
              IF WS-NRM-VALID(WS-NORMAL-SUB) NOT = 'Y'
                 MOVE 'NO VALID NORMAL' TO ANOM-FLAG
                 PERFORM 0448-NOTE-SHORT-BASE-STATION
              ELSE
                 MOVE WS-NRM-MEAN(WS-NORMAL-SUB) TO ANOM-NORMAL
                 COMPUTE WS-ANOM-DEPARTURE =
                    WS-MON-AVG-TEMP - WS-NRM-MEAN(WS-NORMAL-SUB)
                 MOVE WS-ANOM-DEPARTURE TO ANOM-DEPARTURE
                 IF WS-ANOM-DEPARTURE > WS-ANOMALY-DEG
                    OR WS-ANOM-DEPARTURE + WS-ANOMALY-DEG < ZERO
                    MOVE '*ANOMALY' TO ANOM-FLAG
                    ADD 1 TO WS-ANOMALY-COUNT
                 END-IF
              END-IF
           END-IF.
           WRITE WRPT-PRINT-LINE FROM ANOMALY-DETAIL-LINE
              AFTER ADVANCING 1 LINE.

       0448-NOTE-SHORT-BASE-STATION.
           MOVE 'N' TO WS-SHORT-FOUND-SW.
           PERFORM VARYING WS-SHORT-SUB FROM 1 BY 1
              UNTIL WS-SHORT-SUB > WS-SHORT-COUNT
              OR SHORT-ALREADY-LISTED
              IF WS-SHORT-STATION(WS-SHORT-SUB) =
                 WS-NRM-STATION(WS-NORMAL-SUB)
                 MOVE 'Y' TO WS-SHORT-FOUND-SW
              END-IF
           END-PERFORM.
           IF NOT SHORT-ALREADY-LISTED
              AND WS-SHORT-COUNT < 50
              ADD 1 TO WS-SHORT-COUNT
              MOVE WS-NRM-STATION(WS-NORMAL-SUB)
                 TO WS-SHORT-STATION(WS-SHORT-COUNT)
              MOVE WS-NRM-YEARS(WS-NORMAL-SUB)
                 TO WS-SHORT-YEARS(WS-SHORT-COUNT)
              MOVE WS-NRM-BASE-FROM(WS-NORMAL-SUB)
                 TO WS-SHORT-BASE-FROM(WS-SHORT-COUNT)
              MOVE WS-NRM-BASE-TO(WS-NORMAL-SUB)
                 TO WS-SHORT-BASE-TO(WS-SHORT-COUNT)
           END-IF.

       0291-WRITE-SEVERE-LINE.
           MOVE WS-STATS-STATION(WS-STATS-IDX) TO SEV-STATION.
           MOVE WS-STATS-FOG-DAYS(WS-STATS-IDX) TO SEV-FOG.
              AFTER ADVANCING 2 LINES.
           CLOSE WEATHERFILE.
           CLOSE WEATHERRPT.
           IF INDEX-AVAILABLE
              CLOSE WEATHERIDX
           END-IF.
           STOP RUN.

          END PROGRAM SOLUTION.
