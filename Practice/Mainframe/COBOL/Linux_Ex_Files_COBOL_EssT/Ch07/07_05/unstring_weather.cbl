	   SELECT OPTIONAL RENUMFILE ASSIGN TO "STNRENUM.DAT"
	     ORGANIZATION IS LINE SEQUENTIAL
	     FILE STATUS IS WS-RENUM-STATUS.
	   SELECT OPTIONAL STATIONMASTER ASSIGN TO "STATIONMASTER.DAT"
	     ORGANIZATION IS LINE SEQUENTIAL
	     FILE STATUS IS WS-MASTER-STATUS.
	   SELECT OPTIONAL RECORDSREG ASSIGN TO "RECORDSREG.DAT"
	     ORGANIZATION IS LINE SEQUENTIAL
	     FILE STATUS IS WS-REG-STATUS.
	   SELECT RECORDSRPT ASSIGN TO "NEWRECORDS.DAT"
	     ORGANIZATION IS LINE SEQUENTIAL.
      *    KEYED COPY OF THE CONSOLIDATED FILE FOR DIRECT STATION
      *    AND DATE LOOKUP BY THE WEATHER REPORT.
	   SELECT WEATHERIDX ASSIGN TO "WEATHERIDX.DAT"
	     ORGANIZATION IS INDEXED
	     ACCESS MODE IS DYNAMIC
	     RECORD KEY IS WX-KEY
	     ALTERNATE RECORD KEY IS WX-DATE-KEY WITH DUPLICATES
	     FILE STATUS IS WS-IDX-STATUS.


       DATA DIVISION.
	       05  REN-NEW-STATION    PIC 9(6).
	       05  REN-EFF-DATE       PIC 9(8).

      *    STATION MASTER, READ ONLY FOR THE STATION NAMES ON THE
      *    NEW RECORDS REPORT.  SAME LAYOUT AS THE WEATHER REPORT'S.
	   FD STATIONMASTER.
	   01 STATIONMASTER-RECORD.
	       88 ENDOFMASTER         VALUE HIGH-VALUES.
	       05  SM-STATION         PIC 9(6).
	       05  SM-NAME            PIC X(20).
	       05  SM-LOCATION        PIC X(20).
	       05  SM-ACTIVE          PIC X.

      *    STATION RECORDS REGISTER - ONE ROW PER STATION AND
      *    CALENDAR MONTH, IN STATION/MONTH ORDER: THE HIGHEST AND
      *    LOWEST DAILY MEAN TEMPERATURE WITH THEIR DATES, AND THE
      *    MOST FOG, RAIN, SNOW, HAIL, THUNDER AND TORNADO DAYS SEEN
      *    IN ONE MONTH WITH THE YEAR IT HAPPENED.  EVERY LOAD
      *    CHECKS ITS READINGS AGAINST IT AND WRITES IT BACK.
	   FD RECORDSREG
	      RECORD CONTAINS 64 CHARACTERS.
	   01 REGISTER-RECORD.
	       88 ENDOFREGISTER       VALUE HIGH-VALUES.
	       05  RG-STATION         PIC 9(6).
	       05  RG-MONTH           PIC 99.
	       05  RG-HIGH-TEMP       PIC 99.
	       05  RG-HIGH-DATE       PIC 9(8).
	       05  RG-LOW-TEMP        PIC 99.
	       05  RG-LOW-DATE        PIC 9(8).
	       05  RG-EVENT OCCURS 6 TIMES.
	           10  RG-EVENT-DAYS  PIC 99.
	           10  RG-EVENT-YEAR  PIC 9(4).

      *    INDEXED WEATHER FILE - SAME LAYOUT AS IN WEATHERIDXBLD,
      *    WHICH REBUILDS IT FROM THE CONSOLIDATED FILE.
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

	   FD RECORDSRPT.
	   01 RECRPT-LINE             PIC X(132).

       WORKING-STORAGE SECTION.
	   01  WS-WORKING-STORAGE.
	       05  FILLER  PIC X(27) VALUE
	       05  WS-CNT-TEMP       PIC 9(5) VALUE ZERO.
	       05  WS-CNT-FLAGS      PIC 9(5) VALUE ZERO.
	       05  WS-CNT-DUP        PIC 9(5) VALUE ZERO.
	   01  WS-IDX-STATUS      PIC XX.
	   01  WS-IDX-SW          PIC X VALUE 'N'.
	       88  INDEX-OPEN     VALUE 'Y'.
	   01  WS-IDX-ADDED       PIC 9(5) VALUE ZERO.
	   01  WS-IDX-PRESENT     PIC 9(5) VALUE ZERO.

	   01  WS-MASTER-STATUS   PIC XX.
	   01  WS-MASTER-COUNT    PIC 999 VALUE ZERO.
	   01  WS-MASTER-TABLE.
	       05  WS-MASTER-ENTRY OCCURS 200 TIMES.
	           10  WS-MST-STATION   PIC X(6).
	           10  WS-MST-NAME      PIC X(20).
	   01  WS-MASTER-SUB      PIC 999.
	   01  WS-STATION-NAME    PIC X(20).

      *    THE REGISTER IS HELD IN STORAGE FOR THE RUN.  EACH ENTRY
      *    KEEPS ITS VALUES AS LOADED (WS-REG-BEFORE) SO THE REPORT
      *    CAN SHOW THE OLD RECORD AGAINST THE NEW VALUE ONCE, HOWEVER
      *    MANY TIMES A RECORD IS BROKEN DURING THE LOAD.  EVENT
      *    SUBSCRIPTS ARE 1 FOG, 2 RAIN, 3 SNOW, 4 HAIL, 5 THUNDER,
      *    6 TORNADO.
	   01  WS-REG-STATUS      PIC XX.
	   01  WS-REG-SW          PIC X VALUE 'Y'.
	       88  REGISTER-USABLE VALUE 'Y'.
	   01  WS-REG-FULL-SW     PIC X VALUE 'N'.
	       88  REG-TABLE-FULL-REPORTED VALUE 'Y'.
	   01  WS-REG-COUNT       PIC 9(4) VALUE ZERO.
	   01  WS-REG-TABLE.
	       05  WS-REG-ENTRY OCCURS 2400 TIMES.
	           10  WS-REG-KEY.
	               15  WS-REG-STATION    PIC X(6).
	               15  WS-REG-MONTH      PIC XX.
	           10  WS-REG-CURRENT.
	               15  WS-REG-HIGH-TEMP  PIC 99.
	               15  WS-REG-HIGH-DATE  PIC 9(8).
	               15  WS-REG-LOW-TEMP   PIC 99.
	               15  WS-REG-LOW-DATE   PIC 9(8).
	               15  WS-REG-EVENT OCCURS 6 TIMES.
	                   20  WS-REG-EVENT-DAYS PIC 99.
	                   20  WS-REG-EVENT-YEAR PIC 9(4).
	           10  WS-REG-BEFORE         PIC X(56).
	           10  WS-REG-NEW-SW         PIC X.
	               88  REG-ENTRY-NEW     VALUE 'Y'.
	   01  WS-REG-SUB         PIC 9(4).
	   01  WS-REG-FOUND-SW    PIC X VALUE 'N'.
	       88  REG-ENTRY-FOUND VALUE 'Y'.
	   01  WS-REG-SEARCH-KEY.
	       05  WS-RSK-STATION     PIC X(6).
	       05  WS-RSK-MONTH       PIC XX.
	   01  WS-BEFORE-VIEW.
	       05  WS-BEF-HIGH-TEMP   PIC 99.
	       05  WS-BEF-HIGH-DATE   PIC 9(8).
	       05  WS-BEF-LOW-TEMP    PIC 99.
	       05  WS-BEF-LOW-DATE    PIC 9(8).
	       05  WS-BEF-EVENT OCCURS 6 TIMES.
	           10  WS-BEF-EVENT-DAYS PIC 99.
	           10  WS-BEF-EVENT-YEAR PIC 9(4).
	   01  WS-READING-TEMP    PIC 99.
	   01  WS-EVENT-SUB       PIC 9.

      *    EVENT DAYS PER STATION, MONTH AND YEAR FOR THE ROWS THIS
      *    LOAD WRITES, COMPARED WITH THE REGISTER AT END OF RUN.
	   01  WS-MCNT-COUNT      PIC 9(4) VALUE ZERO.
	   01  WS-MCNT-TABLE.
	       05  WS-MCNT-ENTRY OCCURS 2400 TIMES.
	           10  WS-MCNT-STATION  PIC X(6).
	           10  WS-MCNT-MONTH    PIC XX.
	           10  WS-MCNT-YEAR     PIC 9(4).
	           10  WS-MCNT-DAYS OCCURS 6 TIMES PIC 99.
	   01  WS-MCNT-SUB        PIC 9(4).
	   01  WS-MCNT-FOUND-SW   PIC X VALUE 'N'.
	       88  MCNT-ENTRY-FOUND VALUE 'Y'.
	   01  WS-MCNT-FULL-SW    PIC X VALUE 'N'.
	       88  MCNT-TABLE-FULL-REPORTED VALUE 'Y'.

	   01  WS-RECORD-NAMES.
	       05  FILLER  PIC X(20) VALUE 'MOST FOG DAYS'.
	       05  FILLER  PIC X(20) VALUE 'MOST RAIN DAYS'.
	       05  FILLER  PIC X(20) VALUE 'MOST SNOW DAYS'.
	       05  FILLER  PIC X(20) VALUE 'MOST HAIL DAYS'.
	       05  FILLER  PIC X(20) VALUE 'MOST THUNDER DAYS'.
	       05  FILLER  PIC X(20) VALUE 'MOST TORNADO DAYS'.
	   01  WS-RECORD-NAME-TABLE REDEFINES WS-RECORD-NAMES.
	       05  WS-EVENT-RECORD-NAME OCCURS 6 TIMES PIC X(20).
	   01  WS-NEW-RECORD-COUNT PIC 9(5) VALUE ZERO.
	   01  WS-REG-CREATED     PIC 9(5) VALUE ZERO.
	   01  WS-DATE-IN         PIC 9(8).
	   01  WS-DATE-IN-PARTS REDEFINES WS-DATE-IN.
	       05  WS-DI-YEAR         PIC X(4).
	       05  WS-DI-MONTH        PIC XX.
	       05  WS-DI-DAY          PIC XX.
	   01  WS-RECORD-TEXT.
	       05  RT-VALUE           PIC Z9.
	       05  RT-WORD            PIC X(4).
	       05  RT-WHEN.
	           10  RT-YEAR        PIC X(4).
	           10  RT-DASH-1      PIC X.
	           10  RT-MONTH       PIC XX.
	           10  RT-DASH-2      PIC X.
	           10  RT-DAY         PIC XX.

	   01  RECRPT-HEADING         PIC X(40) VALUE
	          '----- NEW STATION RECORDS SET -----'.
	   01  RECRPT-COL-HEADING.
	       05  FILLER  PIC X(8)  VALUE 'STATION '.
	       05  FILLER  PIC X(22) VALUE 'NAME'.
	       05  FILLER  PIC X(7)  VALUE 'MONTH  '.
	       05  FILLER  PIC X(20) VALUE 'RECORD'.
	       05  FILLER  PIC X(20) VALUE 'OLD RECORD'.
	       05  FILLER  PIC X(9)  VALUE 'NEW VALUE'.
	   01  RECRPT-DETAIL-LINE.
	       05  RR-STATION         PIC X(6).
	       05  FILLER             PIC XX    VALUE SPACES.
	       05  RR-NAME            PIC X(20).
	       05  FILLER             PIC XX    VALUE SPACES.
	       05  RR-MONTH           PIC XX.
	       05  FILLER             PIC X(5)  VALUE SPACES.
	       05  RR-RECORD-NAME     PIC X(20).
	       05  RR-OLD-RECORD      PIC X(16).
	       05  FILLER             PIC X(4)  VALUE SPACES.
	       05  RR-NEW-VALUE       PIC X(16).
	   01  RECRPT-COUNT-LINE.
	       05  RC-DESC            PIC X(30).
	       05  FILLER             PIC X(3)  VALUE SPACES.
	       05  RC-COUNT           PIC ZZZZ9.

	   01  SUMMARY-LINE.
	       05  SUM-REASON        PIC X(30).
	       05  FILLER            PIC X(3) VALUE SPACES.

		   PERFORM 0110-READ-PARAMETER-CARD.
		   PERFORM 0115-LOAD-RENUMBER-XREF.
		   PERFORM 0130-LOAD-STATION-NAMES.
		   PERFORM 0135-LOAD-RECORDS-REGISTER.
		   IF APPEND-MODE
		      PERFORM 0120-PRELOAD-EXISTING-KEYS
		   END-IF.
		      OPEN OUTPUT NEWWEATHER
		   END-IF.
		   OPEN OUTPUT REJECTFILE.
		   PERFORM 0140-OPEN-WEATHER-INDEX.

		   READ WEATHER
			AT END SET ENDOFFILE TO TRUE
	           MOVE 'Y' TO WS-SEEN-FULL-SW
	        END-IF.

	   0130-LOAD-STATION-NAMES.
	        OPEN INPUT STATIONMASTER.
	        IF WS-MASTER-STATUS = '00'
	           READ STATIONMASTER
	              AT END SET ENDOFMASTER TO TRUE
	           END-READ
	           PERFORM UNTIL ENDOFMASTER
	              OR WS-MASTER-COUNT = 200
	              ADD 1 TO WS-MASTER-COUNT
	              MOVE SM-STATION
	                 TO WS-MST-STATION(WS-MASTER-COUNT)
	              MOVE SM-NAME
	                 TO WS-MST-NAME(WS-MASTER-COUNT)
	              READ STATIONMASTER
	                 AT END SET ENDOFMASTER TO TRUE
	              END-READ
	           END-PERFORM
	        END-IF.
	        CLOSE STATIONMASTER.

      *    A REGISTER TOO BIG FOR THE TABLE IS LEFT ALONE - WRITING
      *    BACK A PART-LOADED REGISTER WOULD LOSE RECORDS.  THE
      *    WEATHER LOAD ITSELF STILL RUNS.
	   0135-LOAD-RECORDS-REGISTER.
	        OPEN INPUT RECORDSREG.
	        IF WS-REG-STATUS = '00'
	           READ RECORDSREG
	              AT END SET ENDOFREGISTER TO TRUE
	           END-READ
	           PERFORM UNTIL ENDOFREGISTER
	              OR NOT REGISTER-USABLE
	              IF WS-REG-COUNT < 2400
	                 ADD 1 TO WS-REG-COUNT
	                 MOVE RG-STATION TO WS-REG-STATION(WS-REG-COUNT)
	                 MOVE RG-MONTH TO WS-REG-MONTH(WS-REG-COUNT)
	                 MOVE REGISTER-RECORD(9:56)
	                    TO WS-REG-CURRENT(WS-REG-COUNT)
	                 MOVE REGISTER-RECORD(9:56)
	                    TO WS-REG-BEFORE(WS-REG-COUNT)
	                 MOVE 'N' TO WS-REG-NEW-SW(WS-REG-COUNT)
	              ELSE
	                 DISPLAY "WARNING: RECORDS REGISTER HOLDS MORE "
	                    "THAN 2400 ROWS - REGISTER NOT UPDATED"
	                 MOVE 'N' TO WS-REG-SW
	              END-IF
	              READ RECORDSREG
	                 AT END SET ENDOFREGISTER TO TRUE
	              END-READ
	           END-PERFORM
	        END-IF.
	        CLOSE RECORDSREG.

      *    THE INDEX FOLLOWS THE CONSOLIDATED FILE: REPLACED WHEN
      *    IT IS REPLACED, ADDED TO WHEN IT IS APPENDED TO.  THE
      *    SEQUENTIAL FILE IS THE MASTER COPY, SO AN INDEX THAT WILL
      *    NOT OPEN DOES NOT STOP THE LOAD - WEATHERIDXBLD RECOVERS
      *    IT AFTERWARDS.
	   0140-OPEN-WEATHER-INDEX.
	        IF APPEND-MODE
	           OPEN I-O WEATHERIDX
	           IF WS-IDX-STATUS = '35'
	              OPEN OUTPUT WEATHERIDX
	              IF WS-IDX-STATUS = '00'
	                 DISPLAY "WARNING: WEATHERIDX.DAT CREATED BY "
	                    "AN APPEND LOAD - RUN WEATHERIDXBLD TO "
	                    "INDEX EARLIER LOADS"
	              END-IF
	           END-IF
	        ELSE
	           OPEN OUTPUT WEATHERIDX
	        END-IF.
	        IF WS-IDX-STATUS = '00'
	           MOVE 'Y' TO WS-IDX-SW
	        ELSE
	           DISPLAY "WARNING: WEATHERIDX.DAT NOT OPENED, FILE "
	              "STATUS " WS-IDX-STATUS " - RUN WEATHERIDXBLD "
	              "AFTER THIS LOAD"
	        END-IF.

	   0200-PROCESS-RECORDS.

		   PERFORM VARYING STRINGEND FROM 73 BY -1
           END-IF.

		   WRITE WEATHER-RECORD.
		   IF INDEX-OPEN
		      PERFORM 0215-WRITE-INDEX-RECORD
		   END-IF.
		   IF REGISTER-USABLE
		      PERFORM 0220-CHECK-TEMP-RECORDS
		      PERFORM 0225-COUNT-EVENT-DAYS
		   END-IF.

      *    A KEY ALREADY ON THE INDEX MEANS THE INDEX HOLDS A DAY
      *    THE CONSOLIDATED FILE DID NOT - IT IS COUNTED SO THE
      *    SUMMARY SHOWS THE TWO HAVE DRIFTED APART.
	   0215-WRITE-INDEX-RECORD.
	        MOVE NEW-STATION TO WX-STATION.
	        MOVE NEW-YEAR TO WX-YEAR.
	        MOVE NEW-MONTH TO WX-MONTH.
	        MOVE NEW-DAY TO WX-DAY.
	        MOVE NEW-MEAN-TEMP TO WX-MEAN-TEMP.
	        MOVE NEW-FOG TO WX-FOG.
	        MOVE NEW-RAIN TO WX-RAIN.
	        MOVE NEW-SNOW TO WX-SNOW.
	        MOVE NEW-HAIL TO WX-HAIL.
	        MOVE NEW-THUNDER TO WX-THUNDER.
	        MOVE NEW-TORNADO TO WX-TORNADO.
	        WRITE WX-RECORD
	           INVALID KEY
	              ADD 1 TO WS-IDX-PRESENT
	           NOT INVALID KEY
	              ADD 1 TO WS-IDX-ADDED
	        END-WRITE.

      *    THE FIRST READING FOR A STATION AND MONTH OPENS ITS
      *    REGISTER ENTRY; AFTER THAT A TEMPERATURE IS A NEW RECORD
      *    ONLY WHEN IT IS STRICTLY ABOVE THE HIGH OR BELOW THE LOW,
      *    SO A TIE KEEPS THE ORIGINAL DATE.
	   0220-CHECK-TEMP-RECORDS.
	        MOVE WS-STATION TO WS-RSK-STATION.
	        MOVE WS-MONTH TO WS-RSK-MONTH.
	        MOVE WS-MEAN-TEMP TO WS-READING-TEMP.
	        PERFORM 0230-FIND-REGISTER-ENTRY.
	        IF NOT REG-ENTRY-FOUND
	           PERFORM 0235-ADD-REGISTER-ENTRY
	        ELSE
	           IF WS-READING-TEMP > WS-REG-HIGH-TEMP(WS-REG-SUB)
	              MOVE WS-READING-TEMP
	                 TO WS-REG-HIGH-TEMP(WS-REG-SUB)
	              MOVE WS-RECORD-DATE
	                 TO WS-REG-HIGH-DATE(WS-REG-SUB)
	           END-IF
	           IF WS-READING-TEMP < WS-REG-LOW-TEMP(WS-REG-SUB)
	              MOVE WS-READING-TEMP
	                 TO WS-REG-LOW-TEMP(WS-REG-SUB)
	              MOVE WS-RECORD-DATE
	                 TO WS-REG-LOW-DATE(WS-REG-SUB)
	           END-IF
	        END-IF.

	   0225-COUNT-EVENT-DAYS.
	        MOVE 'N' TO WS-MCNT-FOUND-SW.
	        PERFORM VARYING WS-MCNT-SUB FROM 1 BY 1
	           UNTIL WS-MCNT-SUB > WS-MCNT-COUNT
	           OR MCNT-ENTRY-FOUND
	           IF WS-MCNT-STATION(WS-MCNT-SUB) = WS-STATION
	              AND WS-MCNT-MONTH(WS-MCNT-SUB) = WS-MONTH
	              AND WS-MCNT-YEAR(WS-MCNT-SUB) = WS-YEAR
	              MOVE 'Y' TO WS-MCNT-FOUND-SW
	           END-IF
	        END-PERFORM.
	        IF MCNT-ENTRY-FOUND
	           SUBTRACT 1 FROM WS-MCNT-SUB
	        ELSE
	           IF WS-MCNT-COUNT < 2400
	              ADD 1 TO WS-MCNT-COUNT
	              MOVE WS-MCNT-COUNT TO WS-MCNT-SUB
	              MOVE WS-STATION TO WS-MCNT-STATION(WS-MCNT-SUB)
	              MOVE WS-MONTH TO WS-MCNT-MONTH(WS-MCNT-SUB)
	              MOVE WS-YEAR TO WS-MCNT-YEAR(WS-MCNT-SUB)
	              PERFORM VARYING WS-EVENT-SUB FROM 1 BY 1
	                 UNTIL WS-EVENT-SUB > 6
	                 MOVE ZERO
	                    TO WS-MCNT-DAYS(WS-MCNT-SUB, WS-EVENT-SUB)
	              END-PERFORM
	           ELSE
	              IF NOT MCNT-TABLE-FULL-REPORTED
	                 DISPLAY "WARNING: MONTHLY EVENT TABLE FULL AT "
	                    "2400 ENTRIES - EVENT RECORDS INCOMPLETE"
	                 MOVE 'Y' TO WS-MCNT-FULL-SW
	              END-IF
	              MOVE ZERO TO WS-MCNT-SUB
	           END-IF
	        END-IF.
	        IF WS-MCNT-SUB > ZERO
	           IF WS-FOG = '1'
	              ADD 1 TO WS-MCNT-DAYS(WS-MCNT-SUB, 1)
	           END-IF
	           IF WS-RAIN = '1'
	              ADD 1 TO WS-MCNT-DAYS(WS-MCNT-SUB, 2)
	           END-IF
	           IF WS-SNOW = '1'
	              ADD 1 TO WS-MCNT-DAYS(WS-MCNT-SUB, 3)
	           END-IF
	           IF WS-HAIL = '1'
	              ADD 1 TO WS-MCNT-DAYS(WS-MCNT-SUB, 4)
	           END-IF
	           IF WS-THUNDER = '1'
	              ADD 1 TO WS-MCNT-DAYS(WS-MCNT-SUB, 5)
	           END-IF
	           IF WS-TORNADO = '1'
	              ADD 1 TO WS-MCNT-DAYS(WS-MCNT-SUB, 6)
	           END-IF
	        END-IF.

	   0230-FIND-REGISTER-ENTRY.
	        MOVE 'N' TO WS-REG-FOUND-SW.
	        PERFORM VARYING WS-REG-SUB FROM 1 BY 1
	           UNTIL WS-REG-SUB > WS-REG-COUNT
	           OR REG-ENTRY-FOUND
	           IF WS-REG-KEY(WS-REG-SUB) = WS-REG-SEARCH-KEY
	              MOVE 'Y' TO WS-REG-FOUND-SW
	           END-IF
	        END-PERFORM.
	        IF REG-ENTRY-FOUND
	           SUBTRACT 1 FROM WS-REG-SUB
	        END-IF.

      *    NEW ENTRIES ARE SLOTTED IN KEY ORDER SO THE REGISTER IS
      *    WRITTEN BACK IN STATION/MONTH SEQUENCE.
	   0235-ADD-REGISTER-ENTRY.
	        IF WS-REG-COUNT = 2400
	           IF NOT REG-TABLE-FULL-REPORTED
	              DISPLAY "WARNING: RECORDS REGISTER TABLE FULL AT "
	                 "2400 ENTRIES - NEW STATION/MONTHS NOT ADDED"
	              MOVE 'Y' TO WS-REG-FULL-SW
	           END-IF
	        ELSE
	           ADD 1 TO WS-REG-COUNT
	           MOVE WS-REG-COUNT TO WS-REG-SUB
	           PERFORM UNTIL WS-REG-SUB = 1
	              OR WS-REG-KEY(WS-REG-SUB - 1) < WS-REG-SEARCH-KEY
	              MOVE WS-REG-ENTRY(WS-REG-SUB - 1)
	                 TO WS-REG-ENTRY(WS-REG-SUB)
	              SUBTRACT 1 FROM WS-REG-SUB
	           END-PERFORM
	           MOVE WS-REG-SEARCH-KEY TO WS-REG-KEY(WS-REG-SUB)
	           MOVE WS-READING-TEMP TO WS-REG-HIGH-TEMP(WS-REG-SUB)
	                                   WS-REG-LOW-TEMP(WS-REG-SUB)
	           MOVE WS-RECORD-DATE TO WS-REG-HIGH-DATE(WS-REG-SUB)
	                                  WS-REG-LOW-DATE(WS-REG-SUB)
	           PERFORM VARYING WS-EVENT-SUB FROM 1 BY 1
	              UNTIL WS-EVENT-SUB > 6
	              MOVE ZERO
	                 TO WS-REG-EVENT-DAYS(WS-REG-SUB, WS-EVENT-SUB)
	                    WS-REG-EVENT-YEAR(WS-REG-SUB, WS-EVENT-SUB)
	           END-PERFORM
	           MOVE WS-REG-CURRENT(WS-REG-SUB)
	              TO WS-REG-BEFORE(WS-REG-SUB)
	           MOVE 'Y' TO WS-REG-NEW-SW(WS-REG-SUB)
	           ADD 1 TO WS-REG-CREATED
	        END-IF.

	   0300-STOP-RUN.

           PERFORM 0310-WRITE-REJECT-SUMMARY.
           IF REGISTER-USABLE
              PERFORM 0340-UPDATE-RECORDS-REGISTER
           END-IF.
           CLOSE WEATHER, NEWWEATHER, REJECTFILE.
           IF INDEX-OPEN
              CLOSE WEATHERIDX
           END-IF.
           STOP RUN.

      *    END-OF-RUN SUMMARY OF REJECTS BY REASON, APPENDED TO THE
	        MOVE WS-CNT-DUP TO SUM-COUNT.
	        PERFORM 0320-WRITE-SUMMARY-LINE.
	        PERFORM 0330-WRITE-RENUMBER-SUMMARY.
	        IF INDEX-OPEN
	           MOVE 'INDEX RECORDS ADDED' TO SUM-REASON
	           MOVE WS-IDX-ADDED TO SUM-COUNT
	           PERFORM 0320-WRITE-SUMMARY-LINE
	           MOVE 'INDEX KEY ALREADY PRESENT' TO SUM-REASON
	           MOVE WS-IDX-PRESENT TO SUM-COUNT
	           PERFORM 0320-WRITE-SUMMARY-LINE
	        END-IF.

      *    ONE LINE PER MAPPING WITH THE RECORDS TRANSLATED THIS
      *    RUN, SO A RENUMBER THAT STOPS MATCHING IS NOTICED.
	           PERFORM 0320-WRITE-SUMMARY-LINE
	        END-PERFORM.

      *    MONTHLY EVENT COUNTS ARE SETTLED AGAINST THE REGISTER,
      *    THE NEW RECORDS REPORT IS WRITTEN FROM THE BEFORE AND
      *    AFTER VALUES, AND THE REGISTER IS WRITTEN BACK.
	   0340-UPDATE-RECORDS-REGISTER.
	        PERFORM VARYING WS-MCNT-SUB FROM 1 BY 1
	           UNTIL WS-MCNT-SUB > WS-MCNT-COUNT
	           MOVE WS-MCNT-STATION(WS-MCNT-SUB) TO WS-RSK-STATION
	           MOVE WS-MCNT-MONTH(WS-MCNT-SUB) TO WS-RSK-MONTH
	           PERFORM 0230-FIND-REGISTER-ENTRY
	           IF REG-ENTRY-FOUND
	              PERFORM VARYING WS-EVENT-SUB FROM 1 BY 1
	                 UNTIL WS-EVENT-SUB > 6
	                 IF WS-MCNT-DAYS(WS-MCNT-SUB, WS-EVENT-SUB) >
	                    WS-REG-EVENT-DAYS(WS-REG-SUB, WS-EVENT-SUB)
	                    MOVE WS-MCNT-DAYS(WS-MCNT-SUB, WS-EVENT-SUB)
	                      TO WS-REG-EVENT-DAYS(WS-REG-SUB,
	                                           WS-EVENT-SUB)
	                    MOVE WS-MCNT-YEAR(WS-MCNT-SUB)
	                      TO WS-REG-EVENT-YEAR(WS-REG-SUB,
	                                           WS-EVENT-SUB)
	                 END-IF
	              END-PERFORM
	           END-IF
	        END-PERFORM.
	        PERFORM 0350-WRITE-NEW-RECORDS-REPORT.
	        OPEN OUTPUT RECORDSREG.
	        PERFORM VARYING WS-REG-SUB FROM 1 BY 1
	           UNTIL WS-REG-SUB > WS-REG-COUNT
	           MOVE WS-REG-STATION(WS-REG-SUB) TO RG-STATION
	           MOVE WS-REG-MONTH(WS-REG-SUB) TO RG-MONTH
	           MOVE WS-REG-CURRENT(WS-REG-SUB)
	              TO REGISTER-RECORD(9:56)
	           WRITE REGISTER-RECORD
	        END-PERFORM.
	        CLOSE RECORDSREG.

      *    ONE LINE PER RECORD BROKEN, OLD RECORD AGAINST NEW VALUE.
      *    STATION/MONTHS SEEN FOR THE FIRST TIME ONLY OPEN THEIR
      *    REGISTER ENTRY AND ARE COUNTED, NOT LISTED.
	   0350-WRITE-NEW-RECORDS-REPORT.
	        OPEN OUTPUT RECORDSRPT.
	        WRITE RECRPT-LINE FROM RECRPT-HEADING.
	        WRITE RECRPT-LINE FROM RECRPT-COL-HEADING.
	        PERFORM VARYING WS-REG-SUB FROM 1 BY 1
	           UNTIL WS-REG-SUB > WS-REG-COUNT
	           IF NOT REG-ENTRY-NEW(WS-REG-SUB)
	              PERFORM 0352-REPORT-ENTRY-RECORDS
	           END-IF
	        END-PERFORM.
	        IF WS-NEW-RECORD-COUNT = ZERO
	           MOVE 'NO NEW RECORDS SET BY THIS LOAD' TO RECRPT-LINE
	           WRITE RECRPT-LINE
	        END-IF.
	        MOVE SPACES TO RECRPT-LINE.
	        WRITE RECRPT-LINE.
	        MOVE 'NEW RECORDS SET' TO RC-DESC.
	        MOVE WS-NEW-RECORD-COUNT TO RC-COUNT.
	        WRITE RECRPT-LINE FROM RECRPT-COUNT-LINE.
	        MOVE 'REGISTER ENTRIES OPENED' TO RC-DESC.
	        MOVE WS-REG-CREATED TO RC-COUNT.
	        WRITE RECRPT-LINE FROM RECRPT-COUNT-LINE.
	        MOVE 'REGISTER ENTRIES HELD' TO RC-DESC.
	        MOVE WS-REG-COUNT TO RC-COUNT.
	        WRITE RECRPT-LINE FROM RECRPT-COUNT-LINE.
	        CLOSE RECORDSRPT.

	   0352-REPORT-ENTRY-RECORDS.
	        MOVE WS-REG-BEFORE(WS-REG-SUB) TO WS-BEFORE-VIEW.
	        IF WS-REG-HIGH-TEMP(WS-REG-SUB) NOT = WS-BEF-HIGH-TEMP
	           MOVE 'HIGHEST MEAN TEMP' TO RR-RECORD-NAME
	           MOVE WS-BEF-HIGH-TEMP TO RT-VALUE
	           MOVE WS-BEF-HIGH-DATE TO WS-DATE-IN
	           PERFORM 0356-FORMAT-DATED-VALUE
	           MOVE WS-RECORD-TEXT TO RR-OLD-RECORD
	           MOVE WS-REG-HIGH-TEMP(WS-REG-SUB) TO RT-VALUE
	           MOVE WS-REG-HIGH-DATE(WS-REG-SUB) TO WS-DATE-IN
	           PERFORM 0356-FORMAT-DATED-VALUE
	           MOVE WS-RECORD-TEXT TO RR-NEW-VALUE
	           PERFORM 0354-WRITE-RECORD-LINE
	        END-IF.
	        IF WS-REG-LOW-TEMP(WS-REG-SUB) NOT = WS-BEF-LOW-TEMP
	           MOVE 'LOWEST MEAN TEMP' TO RR-RECORD-NAME
	           MOVE WS-BEF-LOW-TEMP TO RT-VALUE
	           MOVE WS-BEF-LOW-DATE TO WS-DATE-IN
	           PERFORM 0356-FORMAT-DATED-VALUE
	           MOVE WS-RECORD-TEXT TO RR-OLD-RECORD
	           MOVE WS-REG-LOW-TEMP(WS-REG-SUB) TO RT-VALUE
	           MOVE WS-REG-LOW-DATE(WS-REG-SUB) TO WS-DATE-IN
	           PERFORM 0356-FORMAT-DATED-VALUE
	           MOVE WS-RECORD-TEXT TO RR-NEW-VALUE
	           PERFORM 0354-WRITE-RECORD-LINE
	        END-IF.
	        PERFORM VARYING WS-EVENT-SUB FROM 1 BY 1
	           UNTIL WS-EVENT-SUB > 6
	           IF WS-REG-EVENT-DAYS(WS-REG-SUB, WS-EVENT-SUB) NOT =
	              WS-BEF-EVENT-DAYS(WS-EVENT-SUB)
	              MOVE WS-EVENT-RECORD-NAME(WS-EVENT-SUB)
	                 TO RR-RECORD-NAME
	              MOVE WS-BEF-EVENT-DAYS(WS-EVENT-SUB) TO RT-VALUE
	              MOVE WS-BEF-EVENT-YEAR(WS-EVENT-SUB) TO RT-YEAR
	              PERFORM 0357-FORMAT-YEAR-VALUE
	              MOVE WS-RECORD-TEXT TO RR-OLD-RECORD
	              MOVE WS-REG-EVENT-DAYS(WS-REG-SUB, WS-EVENT-SUB)
	                 TO RT-VALUE
	              MOVE WS-REG-EVENT-YEAR(WS-REG-SUB, WS-EVENT-SUB)
	                 TO RT-YEAR
	              PERFORM 0357-FORMAT-YEAR-VALUE
	              MOVE WS-RECORD-TEXT TO RR-NEW-VALUE
	              PERFORM 0354-WRITE-RECORD-LINE
	           END-IF
	        END-PERFORM.

	   0354-WRITE-RECORD-LINE.
	        MOVE 'UNKNOWN' TO WS-STATION-NAME.
	        PERFORM VARYING WS-MASTER-SUB FROM 1 BY 1
	           UNTIL WS-MASTER-SUB > WS-MASTER-COUNT
	           IF WS-MST-STATION(WS-MASTER-SUB) =
	              WS-REG-STATION(WS-REG-SUB)
	              MOVE WS-MST-NAME(WS-MASTER-SUB) TO WS-STATION-NAME
	           END-IF
	        END-PERFORM.
	        MOVE WS-REG-STATION(WS-REG-SUB) TO RR-STATION.
	        MOVE WS-STATION-NAME TO RR-NAME.
	        MOVE WS-REG-MONTH(WS-REG-SUB) TO RR-MONTH.
	        WRITE RECRPT-LINE FROM RECRPT-DETAIL-LINE.
	        ADD 1 TO WS-NEW-RECORD-COUNT.

	   0356-FORMAT-DATED-VALUE.
	        MOVE ' ON ' TO RT-WORD.
	        MOVE WS-DI-YEAR TO RT-YEAR.
	        MOVE '-' TO RT-DASH-1 RT-DASH-2.
	        MOVE WS-DI-MONTH TO RT-MONTH.
	        MOVE WS-DI-DAY TO RT-DAY.

      *    AN EVENT NEVER SEEN BEFORE HAS NO YEAR TO QUOTE.
	   0357-FORMAT-YEAR-VALUE.
	        MOVE SPACES TO RT-DASH-1 RT-MONTH RT-DASH-2 RT-DAY.
	        IF RT-YEAR = '0000'
	           MOVE SPACES TO RT-WORD RT-YEAR
	        ELSE
	           MOVE ' IN ' TO RT-WORD
	        END-IF.

	   0320-WRITE-SUMMARY-LINE.
	        MOVE SPACES TO REJECT-RECORD.
	        MOVE SUMMARY-LINE TO REJECT-DETAILS.
