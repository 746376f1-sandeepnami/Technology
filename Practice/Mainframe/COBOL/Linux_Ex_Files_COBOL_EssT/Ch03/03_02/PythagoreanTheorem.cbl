      *  Mode 'S' takes all three measured sides of a general   *
      *  (non-right) triangle, checks the triangle inequality,  *
      *  and writes the three angles and the area.              *
      *  Mode 'T' records are the legs of a closed traverse,    *
      *  one record per leg in order round the parcel, all      *
      *  carrying the traverse id.  Latitudes and departures,   *
      *  the linear misclosure and precision ratio are written, *
      *  then a Bowditch adjustment gives the adjusted          *
      *  coordinates and the enclosed area.  A traverse whose   *
      *  precision is worse than the TRAVPARM.DAT limit (1 in   *
      *  5000 by default) goes to TRIERRORS.DAT unadjusted.     *
      **********************************************************

       ENVIRONMENT DIVISION.
	           ORGANIZATION IS LINE SEQUENTIAL.
	        SELECT ERROR-FILE ASSIGN TO "TRIERRORS.DAT"
	           ORGANIZATION IS LINE SEQUENTIAL.
	        SELECT OPTIONAL TRAV-PARM-FILE ASSIGN TO "TRAVPARM.DAT"
	           ORGANIZATION IS LINE SEQUENTIAL
	           FILE STATUS IS WS-TRAV-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
	   FD SURVEY-FILE
	      RECORD CONTAINS 39 CHARACTERS.
	   01 SURVEY-RECORD.
	        88 ENDOFSURVEY VALUE HIGH-VALUES.
	        05 SURV-ID        PIC X(8).
	           88 FIND-HYPOTENUSE-MODE VALUE 'H'.
	           88 FIND-LEG-MODE        VALUE 'L'.
	           88 THREE-SIDES-MODE     VALUE 'S'.
	           88 TRAVERSE-MODE        VALUE 'T'.
	        05 SURV-SIDE-3    PIC 999V99.
      *   TRAVERSE LEG (MODE 'T'): QUADRANT BEARING SUCH AS
      *   N 45-30-15 E, THEN THE HORIZONTAL DISTANCE.
	        05 SURV-LEG-BEARING.
	           10 SURV-BRG-NS  PIC X.
	           10 SURV-BRG-DEG PIC 99.
	           10 SURV-BRG-MIN PIC 99.
	           10 SURV-BRG-SEC PIC 99.
	           10 SURV-BRG-EW  PIC X.
	        05 SURV-LEG-DIST  PIC 9(5)V99.

	   FD RESULT-FILE
	      RECORD CONTAINS 40 CHARACTERS.
	        05 RES-ANSWER-TAG PIC X(12).
	        05 RES-ANSWER     PIC ZZZZZ9.99.
	        05 FILLER         PIC X(9)  VALUE SPACES.
      *   TRAVERSE RESULTS NEED A SIGN AND THREE DECIMALS.
	   01 RESULT-TRAVERSE-RECORD.
	        05 RTR-ID         PIC X(8).
	        05 FILLER         PIC X(2).
	        05 RTR-TAG        PIC X(12).
	        05 RTR-VALUE      PIC -(8)9.999.
	        05 FILLER         PIC X(5).

	   FD ERROR-FILE
	      RECORD CONTAINS 70 CHARACTERS.
	        05 FILLER         PIC X(2)  VALUE SPACES.
	        05 ERR-REASON     PIC X(60).

      *   THE CLOSURE LIMIT IS THE PRECISION RATIO DENOMINATOR
      *   (5000 = 1 IN 5000); THE START POINT GIVES THE FIRST
      *   STATION'S NORTHING AND EASTING.  ZERO OR NOT NUMERIC
      *   KEEPS THE DEFAULT.
	   FD TRAV-PARM-FILE.
	   01 TRAV-PARM-RECORD.
	        05 PARM-PRECISION-LIMIT PIC 9(6).
	        05 PARM-START-NORTH     PIC 9(7)V999.
	        05 PARM-START-EAST      PIC 9(7)V999.

	   WORKING-STORAGE SECTION.
		01   WS-VALUES.
		     05 WS-A PIC 999.
             05 WS-AREA          PIC 9(6)V99.
             05 WS-PI            PIC 9V9(8) VALUE 3.14159265.

      *   CLOSED TRAVERSE WORK FIELDS.  THE LEGS OF ONE TRAVERSE
      *   ARE HELD UNTIL THE TRAVERSE ID CHANGES.  SIN AND COS OF
      *   THE BEARING, LIKE ACOS ABOVE, HAVE NO ORDINARY-VERB
      *   EQUIVALENT.
        01   WS-TRAV-PARM-STATUS PIC XX.
        01   WS-TRAV-LIMIT       PIC 9(6) VALUE 5000.
        01   WS-TRAV-START-N     PIC S9(7)V9(4) VALUE 1000.
        01   WS-TRAV-START-E     PIC S9(7)V9(4) VALUE 1000.
        01   WS-TRAVERSE-FIELDS.
             05 WS-TRAV-ID       PIC X(8).
             05 WS-TRAV-OPEN-SW  PIC X VALUE 'N'.
                88 TRAVERSE-OPEN VALUE 'Y'.
             05 WS-TRAV-ERROR    PIC X(60).
             05 WS-LEG-COUNT     PIC 9(3).
             05 WS-LEG-SUB       PIC 9(3).
             05 WS-BEARING-RAD   PIC S9V9(8).
             05 WS-SUM-LAT       PIC S9(7)V9(6).
             05 WS-SUM-DEP       PIC S9(7)V9(6).
             05 WS-PERIMETER     PIC 9(8)V99.
             05 WS-MISCLOSURE    PIC 9(6)V9(4).
             05 WS-PRECISION     PIC 9(6).
             05 WS-ADJ-LAT       PIC S9(6)V9(6).
             05 WS-ADJ-DEP       PIC S9(6)V9(6).
             05 WS-RUN-N         PIC S9(7)V9(4).
             05 WS-RUN-E         PIC S9(7)V9(4).
             05 WS-AREA-2X       PIC S9(13)V9(6).
             05 WS-TRAV-AREA     PIC 9(12)V999.
        01   WS-LEG-TABLE.
             05 WS-LEG-ENTRY OCCURS 50 TIMES.
                10 WS-LEG-DIST   PIC 9(5)V99.
                10 WS-LEG-LAT    PIC S9(6)V9(6).
                10 WS-LEG-DEP    PIC S9(6)V9(6).
                10 WS-PT-NORTH   PIC S9(7)V9(4).
                10 WS-PT-EAST    PIC S9(7)V9(4).
        01   WS-TRAV-TAG.
             05 WS-TAG-WORD      PIC X(4).
             05 WS-TAG-NUM       PIC 99.
             05 WS-TAG-TEXT      PIC X(6).
        01   WS-TRAV-EDITS.
             05 WS-EDIT-LEG      PIC 99.
             05 WS-EDIT-MISCLOSE PIC Z(5)9.999.
             05 WS-EDIT-RATIO    PIC Z(5)9.
             05 WS-EDIT-LIMIT    PIC Z(5)9.
        01   WS-TRAV-COUNTS.
             05 WS-TRAV-ADJUSTED PIC 9(5) VALUE ZERO.
             05 WS-TRAV-REJECTED PIC 9(5) VALUE ZERO.

	   PROCEDURE DIVISION.

		0100-START.
        0400-PROCESS-SURVEY-FILE.

		  OPEN OUTPUT RESULT-FILE, ERROR-FILE.
		  PERFORM 0410-LOAD-TRAVERSE-PARMS.
		  READ SURVEY-FILE
		     AT END SET SURVEY-EOF TO TRUE
		  END-READ.
		  PERFORM 0500-PROCESS-ONE-TRIANGLE UNTIL SURVEY-EOF.
		  IF TRAVERSE-OPEN
		     PERFORM 0650-CLOSE-TRAVERSE THRU 0650-END
		  END-IF.
		  DISPLAY "TRIANGLES READ:    " WS-SURV-READ.
		  DISPLAY "RESULTS WRITTEN:   " WS-SURV-RESULTS.
		  DISPLAY "IMPOSSIBLE INPUTS: " WS-SURV-ERRORS.
		  DISPLAY "TRAVERSES ADJUSTED:" WS-TRAV-ADJUSTED.
		  DISPLAY "TRAVERSES REJECTED:" WS-TRAV-REJECTED.
		  CLOSE SURVEY-FILE, RESULT-FILE, ERROR-FILE.

        0410-LOAD-TRAVERSE-PARMS.
		  OPEN INPUT TRAV-PARM-FILE.
		  IF WS-TRAV-PARM-STATUS = "00"
		     READ TRAV-PARM-FILE
		        AT END CONTINUE
		        NOT AT END
		           IF PARM-PRECISION-LIMIT NUMERIC
		              AND PARM-PRECISION-LIMIT > ZERO
		              MOVE PARM-PRECISION-LIMIT TO WS-TRAV-LIMIT
		           END-IF
		           IF PARM-START-NORTH NUMERIC
		              AND PARM-START-NORTH > ZERO
		              MOVE PARM-START-NORTH TO WS-TRAV-START-N
		           END-IF
		           IF PARM-START-EAST NUMERIC
		              AND PARM-START-EAST > ZERO
		              MOVE PARM-START-EAST TO WS-TRAV-START-E
		           END-IF
		     END-READ
		  END-IF.
		  CLOSE TRAV-PARM-FILE.

      *   MODE 'H': SIDES 1 AND 2 ARE THE LEGS, FIND THE
      *   HYPOTENUSE.  MODE 'L': SIDE 1 IS THE HYPOTENUSE, SIDE 2
      *   THE KNOWN LEG, FIND THE MISSING LEG - IMPOSSIBLE WHEN THE
      *   KNOWN LEG IS NOT SHORTER THAN THE HYPOTENUSE.  THE SAME
      *   COMPUTE EXPRESSIONS AS THE INTERACTIVE PATHS APPLY.
      *   A TRAVERSE IS CLOSED OFF AS SOON AS A RECORD ARRIVES
      *   THAT IS NOT ONE OF ITS LEGS.
        0500-PROCESS-ONE-TRIANGLE.
		  IF TRAVERSE-OPEN
		     AND (NOT TRAVERSE-MODE OR SURV-ID NOT = WS-TRAV-ID)
		     PERFORM 0650-CLOSE-TRAVERSE THRU 0650-END
		  END-IF.
		  IF TRAVERSE-MODE
		     PERFORM 0600-ADD-TRAVERSE-LEG THRU 0600-END
		  ELSE
		     PERFORM 0510-SOLVE-ONE-TRIANGLE
		  END-IF.
		  READ SURVEY-FILE
		     AT END SET SURVEY-EOF TO TRUE
		  END-READ.

        0510-SOLVE-ONE-TRIANGLE.
		  ADD 1 TO WS-SURV-READ.
		  MOVE SPACES TO RESULT-RECORD.
		  MOVE SPACES TO ERROR-RECORD.
		        END-IF
		     WHEN OTHER
		        MOVE SURV-ID TO ERR-ID
		        MOVE 'MODE FLAG NOT H, L, S OR T' TO ERR-REASON
		        WRITE ERROR-RECORD
		        ADD 1 TO WS-SURV-ERRORS
		  END-EVALUATE.

      *   ALL THREE SIDES MEASURED: EACH SIDE MUST BE POSITIVE AND
      *   SHORTER THAN THE SUM OF THE OTHER TWO, OR THE FIELD SHEET
		  WRITE ERROR-RECORD.
		  ADD 1 TO WS-SURV-ERRORS.

      *   ONE LEG: THE BEARING ANGLE FROM NORTH OR SOUTH TOWARD
      *   EAST OR WEST GIVES LATITUDE = DISTANCE * COS (PLUS
      *   NORTH) AND DEPARTURE = DISTANCE * SIN (PLUS EAST).  ONE
      *   BAD LEG SENDS THE WHOLE TRAVERSE TO THE ERROR FILE.
        0600-ADD-TRAVERSE-LEG.
		  IF NOT TRAVERSE-OPEN
		     MOVE 'Y' TO WS-TRAV-OPEN-SW
		     MOVE SURV-ID TO WS-TRAV-ID
		     MOVE SPACES TO WS-TRAV-ERROR
		     MOVE ZERO TO WS-LEG-COUNT
		  END-IF.
		  IF WS-TRAV-ERROR NOT = SPACES
		     GO TO 0600-END
		  END-IF.
		  IF WS-LEG-COUNT = 50
		     MOVE 'TRAVERSE HAS MORE THAN 50 LEGS'
		        TO WS-TRAV-ERROR
		     GO TO 0600-END
		  END-IF.
		  ADD 1 TO WS-LEG-COUNT.
		  MOVE WS-LEG-COUNT TO WS-EDIT-LEG.
		  IF (SURV-BRG-NS NOT = 'N' AND SURV-BRG-NS NOT = 'S')
		     OR (SURV-BRG-EW NOT = 'E'
		        AND SURV-BRG-EW NOT = 'W')
		     OR SURV-BRG-DEG NOT NUMERIC
		     OR SURV-BRG-MIN NOT NUMERIC
		     OR SURV-BRG-SEC NOT NUMERIC
		     OR SURV-BRG-DEG > 90
		     OR SURV-BRG-MIN > 59 OR SURV-BRG-SEC > 59
		     STRING 'LEG ' WS-EDIT-LEG ' BEARING INVALID'
		        DELIMITED BY SIZE INTO WS-TRAV-ERROR
		     GO TO 0600-END
		  END-IF.
		  IF SURV-LEG-DIST NOT NUMERIC OR SURV-LEG-DIST = ZERO
		     STRING 'LEG ' WS-EDIT-LEG
		        ' DISTANCE NOT NUMERIC OR ZERO'
		        DELIMITED BY SIZE INTO WS-TRAV-ERROR
		     GO TO 0600-END
		  END-IF.
		  MOVE SURV-LEG-DIST TO WS-LEG-DIST(WS-LEG-COUNT).
		  COMPUTE WS-BEARING-RAD =
		     (SURV-BRG-DEG + SURV-BRG-MIN / 60
		     + SURV-BRG-SEC / 3600)
		     * WS-PI / 180.
		  COMPUTE WS-LEG-LAT(WS-LEG-COUNT) ROUNDED =
		     SURV-LEG-DIST * FUNCTION COS(WS-BEARING-RAD).
		  COMPUTE WS-LEG-DEP(WS-LEG-COUNT) ROUNDED =
		     SURV-LEG-DIST * FUNCTION SIN(WS-BEARING-RAD).
		  IF SURV-BRG-NS = 'S'
		     MULTIPLY -1 BY WS-LEG-LAT(WS-LEG-COUNT)
		  END-IF.
		  IF SURV-BRG-EW = 'W'
		     MULTIPLY -1 BY WS-LEG-DEP(WS-LEG-COUNT)
		  END-IF.
        0600-END.
		  EXIT.

      *   THE LATITUDES AND DEPARTURES OF A CLOSED TRAVERSE SHOULD
      *   EACH SUM TO ZERO; WHAT IS LEFT IS THE MISCLOSURE, AND
      *   PERIMETER / MISCLOSURE IS THE PRECISION RATIO (1 IN N).
      *   AN EXACT CLOSURE IS REPORTED AS 1 IN 999999.
        0650-CLOSE-TRAVERSE.
		  MOVE 'N' TO WS-TRAV-OPEN-SW.
		  MOVE SPACES TO ERROR-RECORD.
		  IF WS-TRAV-ERROR = SPACES AND WS-LEG-COUNT < 3
		     MOVE 'TRAVERSE NEEDS AT LEAST 3 LEGS'
		        TO WS-TRAV-ERROR
		  END-IF.
		  IF WS-TRAV-ERROR NOT = SPACES
		     PERFORM 0690-WRITE-TRAVERSE-ERROR
		     GO TO 0650-END
		  END-IF.
		  MOVE ZERO TO WS-SUM-LAT, WS-SUM-DEP, WS-PERIMETER.
		  PERFORM 0655-SUM-ONE-LEG
		     VARYING WS-LEG-SUB FROM 1 BY 1
		     UNTIL WS-LEG-SUB > WS-LEG-COUNT.
		  COMPUTE WS-MISCLOSURE ROUNDED =
		     (WS-SUM-LAT * WS-SUM-LAT
		     + WS-SUM-DEP * WS-SUM-DEP)**.5.
		  IF WS-MISCLOSURE = ZERO
		     MOVE 999999 TO WS-PRECISION
		  ELSE
		     COMPUTE WS-PRECISION = WS-PERIMETER
		        / (WS-SUM-LAT * WS-SUM-LAT
		        + WS-SUM-DEP * WS-SUM-DEP)**.5
		        ON SIZE ERROR MOVE 999999 TO WS-PRECISION
		     END-COMPUTE
		  END-IF.
		  IF WS-PRECISION < WS-TRAV-LIMIT
		     MOVE WS-MISCLOSURE TO WS-EDIT-MISCLOSE
		     MOVE WS-PRECISION TO WS-EDIT-RATIO
		     MOVE WS-TRAV-LIMIT TO WS-EDIT-LIMIT
		     STRING 'MISCLOSURE' WS-EDIT-MISCLOSE
		        ' PRECISION 1:' WS-EDIT-RATIO
		        ' WORSE THAN 1:' WS-EDIT-LIMIT
		        DELIMITED BY SIZE INTO WS-TRAV-ERROR
		     PERFORM 0690-WRITE-TRAVERSE-ERROR
		     GO TO 0650-END
		  END-IF.
		  MOVE WS-TRAV-START-N TO WS-RUN-N.
		  MOVE WS-TRAV-START-E TO WS-RUN-E.
		  MOVE ZERO TO WS-AREA-2X.
		  PERFORM 0660-ADJUST-ONE-LEG
		     VARYING WS-LEG-SUB FROM 1 BY 1
		     UNTIL WS-LEG-SUB > WS-LEG-COUNT.
		  IF WS-AREA-2X < ZERO
		     COMPUTE WS-TRAV-AREA ROUNDED = WS-AREA-2X / -2
		  ELSE
		     COMPUTE WS-TRAV-AREA ROUNDED = WS-AREA-2X / 2
		  END-IF.
		  PERFORM 0670-WRITE-TRAVERSE-RESULTS.
		  ADD 1 TO WS-TRAV-ADJUSTED.
        0650-END.
		  EXIT.

        0655-SUM-ONE-LEG.
		  ADD WS-LEG-LAT(WS-LEG-SUB) TO WS-SUM-LAT.
		  ADD WS-LEG-DEP(WS-LEG-SUB) TO WS-SUM-DEP.
		  ADD WS-LEG-DIST(WS-LEG-SUB) TO WS-PERIMETER.

      *   BOWDITCH (COMPASS RULE): EACH LEG TAKES A SHARE OF THE
      *   LATITUDE AND DEPARTURE ERRORS IN PROPORTION TO ITS LENGTH.
      *   THE AREA IS ACCUMULATED BY THE COORDINATE METHOD AS EACH
      *   ADJUSTED STATION IS FIXED.
        0660-ADJUST-ONE-LEG.
		  COMPUTE WS-ADJ-LAT ROUNDED = WS-LEG-LAT(WS-LEG-SUB)
		     - WS-SUM-LAT * WS-LEG-DIST(WS-LEG-SUB)
		     / WS-PERIMETER.
		  COMPUTE WS-ADJ-DEP ROUNDED = WS-LEG-DEP(WS-LEG-SUB)
		     - WS-SUM-DEP * WS-LEG-DIST(WS-LEG-SUB)
		     / WS-PERIMETER.
		  COMPUTE WS-PT-NORTH(WS-LEG-SUB) ROUNDED =
		     WS-RUN-N + WS-ADJ-LAT.
		  COMPUTE WS-PT-EAST(WS-LEG-SUB) ROUNDED =
		     WS-RUN-E + WS-ADJ-DEP.
		  COMPUTE WS-AREA-2X = WS-AREA-2X
		     + WS-RUN-E * WS-PT-NORTH(WS-LEG-SUB)
		     - WS-PT-EAST(WS-LEG-SUB) * WS-RUN-N.
		  MOVE WS-PT-NORTH(WS-LEG-SUB) TO WS-RUN-N.
		  MOVE WS-PT-EAST(WS-LEG-SUB) TO WS-RUN-E.

      *   LATITUDE AND DEPARTURE PER LEG AS MEASURED, THE CLOSURE
      *   FIGURES, THEN THE ADJUSTED STATION AT THE END OF EACH LEG
      *   (THE LAST ONE IS BACK ON THE START POINT) AND THE AREA.
        0670-WRITE-TRAVERSE-RESULTS.
		  PERFORM 0675-WRITE-LEG-LINES
		     VARYING WS-LEG-SUB FROM 1 BY 1
		     UNTIL WS-LEG-SUB > WS-LEG-COUNT.
		  MOVE 'LAT ERROR:  ' TO WS-TRAV-TAG.
		  COMPUTE RTR-VALUE ROUNDED = WS-SUM-LAT.
		  PERFORM 0680-WRITE-TRAVERSE-LINE.
		  MOVE 'DEP ERROR:  ' TO WS-TRAV-TAG.
		  COMPUTE RTR-VALUE ROUNDED = WS-SUM-DEP.
		  PERFORM 0680-WRITE-TRAVERSE-LINE.
		  MOVE 'MISCLOSURE: ' TO WS-TRAV-TAG.
		  COMPUTE RTR-VALUE ROUNDED = WS-MISCLOSURE.
		  PERFORM 0680-WRITE-TRAVERSE-LINE.
		  MOVE 'PRECISION 1:' TO WS-TRAV-TAG.
		  COMPUTE RTR-VALUE ROUNDED = WS-PRECISION.
		  PERFORM 0680-WRITE-TRAVERSE-LINE.
		  PERFORM 0677-WRITE-STATION-LINES
		     VARYING WS-LEG-SUB FROM 1 BY 1
		     UNTIL WS-LEG-SUB > WS-LEG-COUNT.
		  MOVE 'AREA:       ' TO WS-TRAV-TAG.
		  COMPUTE RTR-VALUE ROUNDED = WS-TRAV-AREA.
		  PERFORM 0680-WRITE-TRAVERSE-LINE.

        0675-WRITE-LEG-LINES.
		  MOVE 'LEG ' TO WS-TAG-WORD.
		  MOVE WS-LEG-SUB TO WS-TAG-NUM.
		  MOVE ' LAT: ' TO WS-TAG-TEXT.
		  COMPUTE RTR-VALUE ROUNDED = WS-LEG-LAT(WS-LEG-SUB).
		  PERFORM 0680-WRITE-TRAVERSE-LINE.
		  MOVE 'LEG ' TO WS-TAG-WORD.
		  MOVE WS-LEG-SUB TO WS-TAG-NUM.
		  MOVE ' DEP: ' TO WS-TAG-TEXT.
		  COMPUTE RTR-VALUE ROUNDED = WS-LEG-DEP(WS-LEG-SUB).
		  PERFORM 0680-WRITE-TRAVERSE-LINE.

        0677-WRITE-STATION-LINES.
		  MOVE 'STN ' TO WS-TAG-WORD.
		  MOVE WS-LEG-SUB TO WS-TAG-NUM.
		  MOVE ' N:   ' TO WS-TAG-TEXT.
		  COMPUTE RTR-VALUE ROUNDED = WS-PT-NORTH(WS-LEG-SUB).
		  PERFORM 0680-WRITE-TRAVERSE-LINE.
		  MOVE 'STN ' TO WS-TAG-WORD.
		  MOVE WS-LEG-SUB TO WS-TAG-NUM.
		  MOVE ' E:   ' TO WS-TAG-TEXT.
		  COMPUTE RTR-VALUE ROUNDED = WS-PT-EAST(WS-LEG-SUB).
		  PERFORM 0680-WRITE-TRAVERSE-LINE.

      *   RTR-VALUE IS SET BY THE CALLER; THE REST OF THE LINE IS
      *   FILLED IN HERE.
        0680-WRITE-TRAVERSE-LINE.
		  MOVE WS-TRAV-ID TO RTR-ID.
		  MOVE WS-TRAV-TAG TO RTR-TAG.
		  MOVE SPACES TO RESULT-TRAVERSE-RECORD(9:2).
		  MOVE SPACES TO RESULT-TRAVERSE-RECORD(36:5).
		  WRITE RESULT-TRAVERSE-RECORD.

        0690-WRITE-TRAVERSE-ERROR.
		  MOVE WS-TRAV-ID TO ERR-ID.
		  MOVE WS-TRAV-ERROR TO ERR-REASON.
		  WRITE ERROR-RECORD.
		  ADD 1 TO WS-TRAV-REJECTED.

        END PROGRAM PYTHAGOREANTHEOREM.
