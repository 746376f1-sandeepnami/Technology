      *  SALESDATAVALIDATION; its TRAILER control record is         *
      *  verified against the detail count before any report is     *
      *  produced, so commissions are never paid off a short file.  *
      *  Commission is offset against any outstanding draw on       *
      *  DRAWLEDGER.DAT before it reaches the payroll extract; only *
      *  the excess is paid, and leavers' unrecovered draws are     *
      *  written off to DRAWWRITEOFF.DAT.  Leavers are read from    *
      *  LEAVERARCH.DAT and from the 'L' rows SALESYEAREND rolls    *
      *  to SALESYEARARCH.DAT, so a draw still open at a year-end   *
      *  close is written off in the new year.                      *
      *  Net sales also roll up the SALESHIER.DAT reporting         *
      *  hierarchy to pay manager overrides (pay type 'O' on the    *
      *  extract), itemised with their team on OVERRIDERPT.DAT.     *
      *  Every run's extract rows, trailer and adjustments are      *
      *  appended once per run ID to the COMMHIST.DAT history.      *
      *  Each region on REGIONDIST.DAT also gets its own sales,     *
      *  commission and quota report, COMMRGN-<region>.DAT, for its *
      *  regional manager, and DISTLOG.DAT logs what was produced.  *
      *  The company-wide reports are the head office copy only.   *
      ***************************************************************

       ENVIRONMENT DIVISION.
             FILE STATUS IS WS-SPLIT-FILE-STATUS.
            SELECT RUN-AUDIT-FILE ASSIGN TO "RUNAUDIT.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL DRAW-LEDGER-IN ASSIGN TO "DRAWLEDGER.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DRAW-FILE-STATUS.
            SELECT DRAW-LEDGER-OUT ASSIGN TO "DRAWLEDGER.DAT"
             ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL LEAVER-ARCHIVE ASSIGN TO "LEAVERARCH.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-LEAVER-FILE-STATUS.
            SELECT OPTIONAL YEAR-ARCHIVE ASSIGN TO "SALESYEARARCH.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
            SELECT DRAW-WRITEOFF-REPORT ASSIGN TO "DRAWWRITEOFF.DAT".
            SELECT OPTIONAL HIERARCHY-FILE ASSIGN TO "SALESHIER.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HIER-FILE-STATUS.
            SELECT OPTIONAL OVERRIDE-RATE-FILE ASSIGN TO "OVRRATES.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-OVR-FILE-STATUS.
            SELECT OVERRIDE-REPORT ASSIGN TO "OVERRIDERPT.DAT".
            SELECT OPTIONAL COMM-HISTORY ASSIGN TO "COMMHIST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HIST-FILE-STATUS.
            SELECT OPTIONAL DIST-FILE ASSIGN TO "REGIONDIST.DAT"
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-DIST-FILE-STATUS.
            SELECT REGION-BURST-FILE ASSIGN USING WS-BURST-FILE-NAME.
            SELECT DIST-LOG ASSIGN TO "DISTLOG.DAT".


       DATA DIVISION.
      *  PER SALESPERSON, ENDED BY A CONTROL TRAILER WITH THE       *
      *  RECORD COUNT AND TOTAL COMMISSION, SO PAYROLL CAN LOAD     *
      *  AND BALANCE IT INSTEAD OF RE-KEYING THE STATEMENTS.        *
      *  PAY-COMMISSION IS THE NET PAID AFTER DRAW RECOVERY; THE    *
      *  RECOVERED AMOUNT RIDES ALONGSIDE IT SO GROSS = NET PLUS    *
      *  RECOVERED, AND THE TRAILER TOTALS BOTH.  MANAGER OVERRIDES *
      *  ARE PAY TYPE 'O' ROWS; THE TRAILER COMMISSION TOTAL TAKES  *
      *  IN EVERY ROW, WITH THE OVERRIDE SHARE SHOWN SEPARATELY.    *
      ***************************************************************
        FD PAYROLL-EXTRACT
           RECORD CONTAINS 80 CHARACTERS.
            05 PAY-SALES-AMOUNT    PIC 9(8).
            05 PAY-RATE            PIC V99.
            05 PAY-COMMISSION      PIC 9(8).
            05 PAY-DRAW-RECOVERED  PIC 9(8).
            05 PAY-TYPE            PIC X.
               88 PAY-TYPE-COMMISSION VALUE 'C'.
               88 PAY-TYPE-OVERRIDE   VALUE 'O'.
            05 FILLER              PIC X(8).
        01 PAY-TRAILER-RECORD REDEFINES PAY-EXTRACT-RECORD.
            05 PAY-TRL-ID          PIC X(9).
            05 PAY-TRL-COUNT       PIC 9(7).
            05 PAY-TRL-COMMISSION  PIC 9(10).
            05 PAY-TRL-RECOVERED   PIC 9(10).
            05 PAY-TRL-OVERRIDE    PIC 9(10).
            05 FILLER              PIC X(34).

      ***************************************************************
      *  SALES ADJUSTMENTS AND CLAWBACKS, KEYED BY SALESPERSON-ID,  *
               10 SPL-IN-PART-NAME PIC X(20).
               10 SPL-IN-PART-PCT  PIC 9(3).

      ***************************************************************
      *  COMMISSION ADVANCE (DRAW) LEDGER - ONE ROW PER SALESPERSON  *
      *  ON A DRAW.  PAYROLL KEEPS DRAW-ADVANCED UP TO DATE; THIS    *
      *  PROGRAM MAINTAINS THE RECOVERED AND WRITTEN-OFF TOTALS AND  *
      *  REWRITES THE FILE AT END OF RUN.  THE LAST RUN ID AND ITS   *
      *  RECOVERY LET A RERUN OF THE SAME EXTRACT BACK OUT WHAT IT   *
      *  RECOVERED FIRST TIME ROUND INSTEAD OF RECOVERING IT TWICE.  *
      ***************************************************************
        FD DRAW-LEDGER-IN
           RECORD CONTAINS 51 CHARACTERS.
        01 DRAW-IN-RECORD.
            88 ENDOFDRAWLEDGER     VALUE HIGH-VALUES.
            05 DRAW-IN-ID          PIC 9(5).
            05 DRAW-IN-ADVANCED    PIC 9(8).
            05 DRAW-IN-RECOVERED   PIC 9(8).
            05 DRAW-IN-WRITTEN-OFF PIC 9(8).
            05 DRAW-IN-LAST-RUN-ID PIC X(14).
            05 DRAW-IN-LAST-RECOV  PIC 9(8).

        FD DRAW-LEDGER-OUT
           RECORD CONTAINS 51 CHARACTERS.
        01 DRAW-OUT-RECORD.
            05 DRAW-OUT-ID          PIC 9(5).
            05 DRAW-OUT-ADVANCED    PIC 9(8).
            05 DRAW-OUT-RECOVERED   PIC 9(8).
            05 DRAW-OUT-WRITTEN-OFF PIC 9(8).
            05 DRAW-OUT-LAST-RUN-ID PIC X(14).
            05 DRAW-OUT-LAST-RECOV  PIC 9(8).

      ***************************************************************
      *  LEAVERS' FINAL MASTER RECORDS FROM SALESMASTERUPDATE - ONLY *
      *  THE ID AND TERMINATION DATE ARE USED HERE.                  *
      ***************************************************************
        FD LEAVER-ARCHIVE
           RECORD CONTAINS 113 CHARACTERS.
        01 LEAVER-RECORD.
            88 ENDOFLEAVERS        VALUE HIGH-VALUES.
            05 LV-SALES-ID         PIC 9(5).
            05 FILLER              PIC X(99).
            05 LV-TERM-DATE        PIC 9(8).
            05 LV-SETTLE-IND       PIC X.

      ***************************************************************
      *  MIRROR OF THE YEAR-END ARCHIVE RECORD IN SALESYEAREND.      *
      *  ONLY THE 'L' ROWS - LEAVERS ROLLED OFF LEAVERARCH.DAT AT A  *
      *  CLOSE - ARE USED HERE, FOR THEIR ID AND TERMINATION DATE.   *
      ***************************************************************
        FD YEAR-ARCHIVE
           RECORD CONTAINS 126 CHARACTERS.
        01 YEAR-ARCHIVE-RECORD.
            88 ENDOFYEARARCHIVE    VALUE HIGH-VALUES.
            05 YA-YEAR             PIC 9(4).
            05 YA-CLOSE-DATE       PIC 9(8).
            05 YA-ROW-TYPE         PIC X.
               88 YA-LEAVER-ROW    VALUE 'L'.
            05 YA-IMAGE            PIC X(113).
            05 YA-LEAVER-IMAGE REDEFINES YA-IMAGE.
               10 YA-LV-SALES-ID   PIC 9(5).
               10 FILLER           PIC X(99).
               10 YA-LV-TERM-DATE  PIC 9(8).
               10 FILLER           PIC X.

        FD DRAW-WRITEOFF-REPORT.
        01  WOFF-PRINT-LINE        PIC X(132).

      ***************************************************************
      *  SALES REPORTING HIERARCHY - ONE ROW PER MEMBER (SALESPERSON *
      *  OR MANAGER) NAMING THE MANAGER ABOVE, THAT MANAGER'S LEVEL  *
      *  AND THE DATES THE ROW IS IN FORCE.  A SLOT WITH NOBODY IN   *
      *  IT CARRIES A POSITION NUMBER AS ITS MANAGER ID AND 'V' IN   *
      *  HIER-IN-VACANT-IND, SO THE CHAIN ABOVE IT STILL ROLLS UP.   *
      ***************************************************************
        FD HIERARCHY-FILE
           RECORD CONTAINS 58 CHARACTERS.
        01 HIERARCHY-RECORD.
            88 ENDOFHIERARCHY      VALUE HIGH-VALUES.
            05 HIER-IN-MEMBER-ID   PIC 9(5).
            05 HIER-IN-MGR-ID      PIC 9(5).
            05 HIER-IN-MGR-NAME    PIC X(30).
            05 HIER-IN-MGR-LEVEL   PIC 9.
            05 HIER-IN-VACANT-IND  PIC X.
            05 HIER-IN-EFF-DATE    PIC 9(8).
            05 HIER-IN-EXP-DATE    PIC 9(8).

        FD OVERRIDE-RATE-FILE
           RECORD CONTAINS 3 CHARACTERS.
        01 OVERRIDE-RATE-RECORD.
            88 ENDOFOVRRATES       VALUE HIGH-VALUES.
            05 OVR-IN-LEVEL        PIC 9.
            05 OVR-IN-RATE         PIC V99.

        FD OVERRIDE-REPORT.
        01  OVR-PRINT-LINE         PIC X(132).

      ***************************************************************
      *  COMMISSION PAID HISTORY - EVERY PAYROLL EXTRACT ROW (P) AND *
      *  TRAILER (T), AND EVERY ADJUSTMENTS REGISTER ENTRY (A), OF   *
      *  EVERY RUN, KEYED BY RUN ID.  APPENDED ONCE PER RUN ID; READ *
      *  BY SALESEARNINGS FOR THE ANNUAL EARNINGS STATEMENTS.        *
      ***************************************************************
        FD COMM-HISTORY
           RECORD CONTAINS 103 CHARACTERS.
        01 COMM-HIST-RECORD.
            88 ENDOFHISTORY        VALUE HIGH-VALUES.
            05 CH-RUN-ID           PIC X(14).
            05 CH-PERIOD           PIC 9(8).
            05 CH-ROW-TYPE         PIC X.
            05 CH-IMAGE            PIC X(80).
            05 CH-ADJ-VIEW REDEFINES CH-IMAGE.
               10 CH-ADJ-ID        PIC 9(5).
               10 CH-ADJ-NAME      PIC X(40).
               10 CH-ADJ-GROSS     PIC 9(6).
               10 CH-ADJ-AMOUNT    PIC S9(7) SIGN LEADING SEPARATE.
               10 CH-ADJ-NET       PIC 9(7).
               10 CH-ADJ-REASON    PIC X(10).
               10 FILLER           PIC X(4).

      ***************************************************************
      *  REGIONAL DISTRIBUTION - ONE ROW PER REGION NAMING THE      *
      *  MANAGER ITS REPORT GOES TO AND WHERE IT IS DELIVERED.      *
      *  REGION '*ALL' IS WHERE THE HEAD OFFICE COPY GOES.          *
      ***************************************************************
        FD DIST-FILE
           RECORD CONTAINS 80 CHARACTERS.
        01 DIST-RECORD.
            88 ENDOFDIST           VALUE HIGH-VALUES.
            05 DIST-IN-REGION      PIC X(5).
               88 DIST-HEAD-OFFICE VALUE '*ALL'.
            05 DIST-IN-MANAGER     PIC X(30).
            05 DIST-IN-DESTINATION PIC X(40).
            05 FILLER              PIC X(5).

        FD REGION-BURST-FILE.
        01  BURST-PRINT-LINE       PIC X(132).

        FD DIST-LOG.
        01  DIST-PRINT-LINE        PIC X(132).

        WORKING-STORAGE SECTION.
        01  SIGNON-AREA.
            05 SIGNON-OPERATOR-NAME PIC X(20).
            05 SIGNON-RUN-TIMESTAMP PIC X(14).
            05 SIGNON-OPERATOR-ROLE PIC X(4).
               88 PAY-ENTITLED-ROLE VALUE 'SUPV' 'PAY '.
            05 SIGNON-REPORT-ID     PIC X(8) VALUE 'SALESCOM'.

      ***************************************************************
      *  IDENTIFICATION IS NOT AUTHORIZATION - THE COMMISSION        *
            05 WS-TRAILER-SEEN-SW  PIC X VALUE 'N'.
                88 TRAILER-SEEN    VALUE 'Y'.
            05 WS-TRAILER-VALID    PIC 9(7) VALUE ZEROES.
            05 WS-THIS-RUN-ID      PIC X(14) VALUE SPACES.

        01  TRAILER-REDEF-AREA.
            05 TRL-RECORD-ID       PIC X(9).
            05 TRL-RECORDS-READ    PIC 9(7).
            05 TRL-RECORDS-VALID   PIC 9(7).
            05 TRL-RECORDS-REJECT  PIC 9(7).
            05 TRL-RUN-ID          PIC X(14).
            05 FILLER              PIC X(13).

      ***************************************************************
      *  COMMISSION-TIER-TABLE HOLDS THE MINIMUM YEARLY SALES AMOUNT *

        01  WS-PAY-EXTRACT-COUNT   PIC 9(7) VALUE ZERO.

      ***************************************************************
      *  DRAW LEDGER HELD IN STORAGE FOR THE RUN.  WS-DR-TOUCHED     *
      *  MARKS AN ENTRY ALREADY OFFSET THIS RUN SO A SALESPERSON     *
      *  PAID AS A LEAD AND AS A SPLIT PARTICIPANT IS NOT BACKED     *
      *  OUT A SECOND TIME.  PAYROLL-EXTRACT CARRIES THE NET PAID,   *
      *  SO ITS TRAILER NOW TOTALS WS-TOTAL-NET-PAID.                *
      ***************************************************************
        01  WS-HIST-FILE-STATUS    PIC XX.
        01  WS-HISTORY-SW          PIC X VALUE 'N'.
            88 HISTORY-WANTED      VALUE 'Y'.
        01  WS-DRAW-FILE-STATUS    PIC XX.
        01  WS-LEAVER-FILE-STATUS  PIC XX.
        01  WS-ARCHIVE-FILE-STATUS PIC XX.
        01  WS-DRAW-COUNT          PIC 9(4) VALUE ZERO.
        01  WS-DRAW-SUB            PIC 9(4).
        01  WS-DRAW-TABLE.
            05 WS-DRAW-ENTRY OCCURS 500 TIMES.
               10 WS-DR-ID         PIC 9(5).
               10 WS-DR-ADVANCED   PIC 9(8).
               10 WS-DR-RECOVERED  PIC 9(8).
               10 WS-DR-WRITTEN-OFF PIC 9(8).
               10 WS-DR-LAST-RUN-ID PIC X(14).
               10 WS-DR-LAST-RECOV PIC 9(8).
               10 WS-DR-TOUCHED    PIC X.
        01  WS-DRAW-FOUND-SW       PIC X VALUE 'N'.
            88 DRAW-ENTRY-FOUND    VALUE 'Y'.
        01  WS-DRAW-PAYEE-ID       PIC 9(5).
        01  WS-DRAW-GROSS          PIC 9(8).
        01  WS-DRAW-RECOVERED      PIC 9(8).
        01  WS-DRAW-NET            PIC 9(8).
        01  WS-DRAW-OUTSTANDING    PIC S9(9).
        01  WS-TOTAL-NET-PAID      PIC 9(10) COMP-3 VALUE ZERO.
        01  WS-TOTAL-DRAW-RECOV    PIC 9(10) COMP-3 VALUE ZERO.
        01  WS-TOTAL-WRITTEN-OFF   PIC 9(10) VALUE ZERO.
        01  WS-WRITEOFF-COUNT      PIC 9(5) VALUE ZERO.
        01  WS-LEAVER-COUNT        PIC 9(4) VALUE ZERO.
        01  WS-LEAVER-SUB          PIC 9(4).
        01  WS-LEAVER-TABLE.
            05 WS-LEAVER-ENTRY OCCURS 1000 TIMES.
               10 WS-LVR-ID        PIC 9(5).
               10 WS-LVR-TERM-DATE PIC 9(8).
        01  WS-LEAVER-FOUND-SW     PIC X VALUE 'N'.
            88 LEAVER-FOUND        VALUE 'Y'.

        01  WOFF-HEADING-LINE      PIC X(50) VALUE
              '----- DRAW BALANCES WRITTEN OFF (LEAVERS) -----'.

        01  WOFF-COL-HEADING.
            05 FILLER              PIC X(8)  VALUE 'ID      '.
            05 FILLER              PIC X(10) VALUE 'TERMINATED'.
            05 FILLER              PIC X(4)  VALUE SPACES.
            05 FILLER              PIC X(12) VALUE 'ADVANCED    '.
            05 FILLER              PIC X(12) VALUE 'RECOVERED   '.
            05 FILLER              PIC X(12) VALUE 'WRITTEN OFF '.

        01  WOFF-DETAIL-LINE.
            05 WOFF-DET-ID         PIC 9(5).
            05 FILLER              PIC X(3)  VALUE SPACES.
            05 WOFF-DET-TERM-DATE  PIC 9(8).
            05 FILLER              PIC X(4)  VALUE SPACES.
            05 WOFF-DET-ADVANCED   PIC ZZ,ZZZ,ZZ9.
            05 FILLER              PIC XX    VALUE SPACES.
            05 WOFF-DET-RECOVERED  PIC ZZ,ZZZ,ZZ9.
            05 FILLER              PIC XX    VALUE SPACES.
            05 WOFF-DET-WRITTEN    PIC ZZ,ZZZ,ZZ9.

        01  WOFF-TOTAL-LINE.
            05 WOFF-TOT-LABEL      PIC X(34).
            05 WOFF-TOT-AMOUNT     PIC Z,ZZZ,ZZZ,ZZ9.

      ***************************************************************
      *  MANAGER OVERRIDES.  ONLY HIERARCHY ROWS IN FORCE FOR THE    *
      *  REPORTING PERIOD ARE LOADED (THE LATEST-EFFECTIVE ROW WINS  *
      *  FOR A MEMBER).  EACH SALESPERSON'S NET SALES ARE CREDITED   *
      *  TO EVERY MANAGER UP THE CHAIN, AT MOST FIVE LEVELS SO A     *
      *  LOOP IN THE REFERENCE DATA CANNOT HANG THE RUN, AND EACH    *
      *  CREDIT IS KEPT AS A CONTRIBUTION ROW FOR THE REPORT.        *
      *  OVERRIDE RATES ARE BY MANAGER LEVEL - OVRRATES.DAT WHEN     *
      *  SUPPLIED, OTHERWISE THE COMPILED RATES BELOW.               *
      ***************************************************************
        01  WS-HIER-FILE-STATUS    PIC XX.
        01  WS-OVR-FILE-STATUS     PIC XX.
        01  WS-HIER-COUNT          PIC 9(4) VALUE ZERO.
        01  WS-HIER-SUB            PIC 9(4).
        01  WS-HIER-TABLE.
            05 WS-HIER-ENTRY OCCURS 1000 TIMES.
               10 WS-HR-MEMBER-ID  PIC 9(5).
               10 WS-HR-MGR-ID     PIC 9(5).
               10 WS-HR-MGR-NAME   PIC X(30).
               10 WS-HR-MGR-LEVEL  PIC 9.
               10 WS-HR-VACANT-IND PIC X.
               10 WS-HR-EFF-DATE   PIC 9(8).
        01  WS-HIER-FOUND-SW       PIC X VALUE 'N'.
            88 HIER-ROW-FOUND      VALUE 'Y'.
        01  WS-HIER-CURRENT-ID     PIC 9(5).
        01  WS-HIER-HOPS           PIC 9.
        01  WS-HIER-CHAIN-SW       PIC X VALUE 'N'.
            88 HIER-CHAIN-ENDED    VALUE 'Y'.

        01  OVERRIDE-RATE-DATA.
            05 FILLER              PIC V99 VALUE .02.
            05 FILLER              PIC V99 VALUE .01.
            05 FILLER              PIC V99 VALUE .01.
            05 FILLER              PIC V99 VALUE ZERO.
            05 FILLER              PIC V99 VALUE ZERO.
            05 FILLER              PIC V99 VALUE ZERO.
            05 FILLER              PIC V99 VALUE ZERO.
            05 FILLER              PIC V99 VALUE ZERO.
            05 FILLER              PIC V99 VALUE ZERO.
        01  OVERRIDE-RATE-TABLE REDEFINES OVERRIDE-RATE-DATA.
            05 WS-OVR-RATE OCCURS 9 TIMES PIC V99.
        01  WS-OVR-RATE-SOURCE     PIC X(10) VALUE 'COMPILED  '.

        01  WS-MGR-COUNT           PIC 9(3) VALUE ZERO.
        01  WS-MGR-SUB             PIC 9(3).
        01  WS-MGR-TABLE.
            05 WS-MGR-ENTRY OCCURS 200 TIMES.
               10 WS-MG-ID         PIC 9(5).
               10 WS-MG-NAME       PIC X(30).
               10 WS-MG-LEVEL      PIC 9.
               10 WS-MG-VACANT-IND PIC X.
                  88 MGR-SLOT-VACANT VALUE 'V'.
               10 WS-MG-TEAM-SALES PIC 9(9).
        01  WS-MGR-FOUND-SW        PIC X VALUE 'N'.
            88 MGR-ENTRY-FOUND     VALUE 'Y'.

        01  WS-CONTRIB-COUNT       PIC 9(4) VALUE ZERO.
        01  WS-CONTRIB-SUB         PIC 9(4).
        01  WS-CONTRIB-TABLE.
            05 WS-CONTRIB-ENTRY OCCURS 3000 TIMES.
               10 WS-CT-MGR-SUB    PIC 9(3).
               10 WS-CT-MEMBER-ID  PIC 9(5).
               10 WS-CT-MEMBER-NAME PIC X(40).
               10 WS-CT-SALES      PIC 9(7).
               10 WS-CT-HOPS       PIC 9.

        01  WS-OVR-RATE-USED       PIC V99.
        01  WS-OVR-AMOUNT          PIC 9(8).
        01  WS-TOTAL-OVERRIDE      PIC 9(10) COMP-3 VALUE ZERO.
        01  WS-TOTAL-VACANT-OVR    PIC 9(10) VALUE ZERO.
        01  WS-VACANT-COUNT        PIC 9(3) VALUE ZERO.

        01  OVR-HEADING-LINE       PIC X(50) VALUE
              '----- MANAGER OVERRIDE COMMISSION -----'.

        01  OVR-RATE-SOURCE-LINE.
            05 FILLER              PIC X(26) VALUE
              'OVERRIDE RATES:           '.
            05 OVR-SOURCE          PIC X(10).
            05 FILLER              PIC X(12) VALUE
              '  EFFECTIVE '.
            05 OVR-PERIOD          PIC 9(8).

        01  OVR-MANAGER-LINE.
            05 FILLER              PIC X(8)  VALUE 'MANAGER '.
            05 OVR-MGR-ID          PIC 9(5).
            05 FILLER              PIC XX    VALUE SPACES.
            05 OVR-MGR-NAME        PIC X(30).
            05 FILLER              PIC X(8)  VALUE '  LEVEL '.
            05 OVR-MGR-LEVEL       PIC 9.
            05 FILLER              PIC XX    VALUE SPACES.
            05 OVR-MGR-TAG         PIC X(19).

        01  OVR-MEMBER-LINE.
            05 FILLER              PIC X(6)  VALUE SPACES.
            05 OVR-MEM-ID          PIC 9(5).
            05 FILLER              PIC XX    VALUE SPACES.
            05 OVR-MEM-NAME        PIC X(40).
            05 FILLER              PIC XX    VALUE SPACES.
            05 OVR-MEM-SALES       PIC ZZ,ZZZ,ZZ9.
            05 FILLER              PIC XX    VALUE SPACES.
            05 OVR-MEM-ROUTE       PIC X(8).

        01  OVR-MANAGER-TOTAL-LINE.
            05 FILLER              PIC X(6)  VALUE SPACES.
            05 FILLER              PIC X(13) VALUE 'TEAM SALES   '.
            05 OVR-TOT-SALES       PIC ZZZ,ZZZ,ZZ9.
            05 FILLER              PIC X(8)  VALUE '  RATE  '.
            05 OVR-TOT-RATE        PIC .99.
            05 FILLER              PIC X(12) VALUE '  OVERRIDE  '.
            05 OVR-TOT-AMOUNT      PIC $$,$$$,$$9.
            05 FILLER              PIC XX    VALUE SPACES.
            05 OVR-TOT-STATUS      PIC X(17).

        01  OVR-SUMMARY-LINE.
            05 OVR-SUM-LABEL       PIC X(34).
            05 OVR-SUM-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.

        01  WS-ADJ-FILE-STATUS     PIC XX.
        01  WS-ADJ-COUNT           PIC 9(4) VALUE ZERO.
        01  WS-ADJ-SUB             PIC 9(4).
               10 WS-RANK-REGION   PIC X(5).
               10 WS-RANK-SALES    PIC 9(6).
               10 WS-RANK-COMM     PIC 9(8).
               10 WS-RANK-RATE     PIC V99.
        01  WS-RANK-SUB            PIC 9(4).
        01  WS-RANK-SUB2           PIC 9(4).
        01  WS-RANK-BEST           PIC 9(4).
            05 WS-SWAP-REGION      PIC X(5).
            05 WS-SWAP-SALES       PIC 9(6).
            05 WS-SWAP-COMM        PIC 9(8).
            05 WS-SWAP-RATE        PIC V99.

        01  RANK-SECTION-HEADING   PIC X(44).

            05 STMT-RATE           PIC .99.

        01  STMT-COMM-LINE.
            05 FILLER              PIC X(16) VALUE 'GROSS COMM:     '.
            05 STMT-COMMISSION     PIC $$,$$$,$$9.

        01  STMT-DRAW-LINE.
            05 FILLER              PIC X(16) VALUE 'DRAW RECOVERED: '.
            05 STMT-DRAW-RECOVERED PIC $$,$$$,$$9.

        01  STMT-NET-LINE.
            05 FILLER              PIC X(16) VALUE 'NET PAID:       '.
            05 STMT-NET-PAID       PIC $$,$$$,$$9.

        01  STMT-DRAW-BAL-LINE.
            05 FILLER              PIC X(16) VALUE 'DRAW BALANCE:   '.
            05 STMT-DRAW-BALANCE   PIC $$,$$$,$$9.

        01  STMT-SIGNATURE-LINE.
            05 FILLER              PIC X(24) VALUE
              'SIGNATURE: ____________'.
            05 FILLER               PIC X(5)  VALUE SPACES.
            05 GS-GENDER-COMMISSION PIC $$$,$$$,$$9.


      ***************************************************************
      *  REGIONAL BURSTING.  REGIONDIST.DAT IS HELD HERE WITH EACH   *
      *  REGION'S OUTPUT FILE NAME AND WHAT WAS WRITTEN TO IT, FOR   *
      *  THE DISTRIBUTION LOG.  A SALESPERSON WHOSE REGION HAS NO    *
      *  ROW IS LEFT TO THE HEAD OFFICE COPY AND COUNTED AS NOT      *
      *  ROUTED.                                                     *
      ***************************************************************
        01  WS-DIST-FILE-STATUS    PIC XX.
        01  WS-DIST-COUNT          PIC 9(2) VALUE ZERO.
        01  WS-DIST-SUB            PIC 9(2).
        01  WS-DIST-TABLE.
            05 WS-DIST-ENTRY OCCURS 20 TIMES.
               10 WS-DS-REGION      PIC X(5).
               10 WS-DS-MANAGER     PIC X(30).
               10 WS-DS-DESTINATION PIC X(40).
               10 WS-DS-FILE-NAME   PIC X(40).
               10 WS-DS-SALESPEOPLE PIC 9(5).
               10 WS-DS-LINES       PIC 9(7).
               10 WS-DS-SALES       PIC 9(9).
               10 WS-DS-COMMISSION  PIC 9(10).
        01  WS-DIST-FOUND-SW       PIC X VALUE 'N'.
            88 DIST-REGION-FOUND   VALUE 'Y'.
        01  WS-HO-MANAGER          PIC X(30) VALUE 'HEAD OFFICE'.
        01  WS-HO-DESTINATION      PIC X(40) VALUE 'HEAD OFFICE'.
        01  WS-BURST-FILE-NAME     PIC X(40).
        01  WS-UNROUTED-COUNT      PIC 9(5) VALUE ZERO.
        01  WS-UNROUTED-SALES      PIC 9(10) VALUE ZERO.
        01  WS-ROUTED-COUNT        PIC 9(5) VALUE ZERO.
        01  WS-ROUTED-SALES        PIC 9(10) VALUE ZERO.

        01  HO-COPY-LINE           PIC X(60) VALUE
              'HEAD OFFICE COPY - ALL REGIONS - NOT FOR DISTRIBUTION'.

        01  BURST-TITLE-LINE.
            05 FILLER              PIC X(36) VALUE
              'REGIONAL COMMISSION REPORT - REGION '.
            05 BURST-TTL-REGION    PIC X(5).
            05 FILLER              PIC X(31) VALUE
              '   CONFIDENTIAL TO THIS REGION'.

        01  BURST-ROUTE-LINE.
            05 FILLER              PIC X(5)  VALUE 'FOR: '.
            05 BURST-RTE-MANAGER   PIC X(30).
            05 FILLER              PIC X(14) VALUE '  DELIVER TO: '.
            05 BURST-RTE-DEST      PIC X(40).

        01  BURST-SALES-HEADING    PIC X(44) VALUE
              '----- SALES -----'.

        01  BURST-TRAILER-LINE.
            05 FILLER              PIC X(14) VALUE 'END OF REGION '.
            05 BURST-TRL-REGION    PIC X(5).
            05 FILLER              PIC X(14) VALUE '  SALESPEOPLE '.
            05 BURST-TRL-COUNT     PIC ZZ,ZZ9.
            05 FILLER              PIC X(8)  VALUE '  SALES '.
            05 BURST-TRL-SALES     PIC ZZZ,ZZZ,ZZ9.
            05 FILLER              PIC X(13) VALUE '  COMMISSION '.
            05 BURST-TRL-COMM      PIC $$,$$$,$$$,$$9.
            05 FILLER              PIC X(8)  VALUE '  LINES '.
            05 BURST-TRL-LINES     PIC ZZZ,ZZ9.

        01  DIST-HEADING-LINE      PIC X(50) VALUE
              '----- REGIONAL REPORT DISTRIBUTION LOG -----'.

        01  DIST-COL-HEADING.
            05 FILLER              PIC X(7)  VALUE 'REGION'.
            05 FILLER              PIC X(32) VALUE 'MANAGER'.
            05 FILLER              PIC X(42) VALUE 'DELIVER TO'.
            05 FILLER              PIC X(22) VALUE 'FILE'.
            05 FILLER              PIC X(8)  VALUE ' PEOPLE'.
            05 FILLER              PIC X(8)  VALUE '   LINES'.

        01  DIST-DETAIL-LINE.
            05 DLG-REGION          PIC X(5).
            05 FILLER              PIC XX    VALUE SPACES.
            05 DLG-MANAGER         PIC X(30).
            05 FILLER              PIC XX    VALUE SPACES.
            05 DLG-DESTINATION     PIC X(40).
            05 FILLER              PIC XX    VALUE SPACES.
            05 DLG-FILE-NAME       PIC X(20).
            05 FILLER              PIC XX    VALUE SPACES.
            05 DLG-PEOPLE          PIC ZZ,ZZ9.
            05 FILLER              PIC XX    VALUE SPACES.
            05 DLG-LINES           PIC ZZZ,ZZ9 BLANK WHEN ZERO.

        01  DIST-CONTROL-LINE.
            05 DCL-LABEL           PIC X(34).
            05 DCL-AMOUNT          PIC Z,ZZZ,ZZZ,ZZ9.

        PROCEDURE DIVISION.

        0050-OPEN-FILE.
           PERFORM 0057-LOAD-REVIEW-ENTRIES.
           PERFORM 0058-LOAD-SPLIT-TABLE.
           PERFORM 0060-VERIFY-CONTROL-TRAILER.
           IF PAY-ENTITLED-ROLE
              PERFORM 0090-LOAD-DRAW-LEDGER
              PERFORM 0095-LOAD-LEAVERS
              PERFORM 0097-LOAD-HIERARCHY
              PERFORM 0098-LOAD-OVERRIDE-RATES
              PERFORM 0093-CHECK-HISTORY-RUN
           END-IF.
           OPEN INPUT SALESFILE.
           OPEN OUTPUT PRINT-FILE, COMMISSION-REPORT, GROWTH-REPORT,
              STATEMENT-FILE, PAYROLL-EXTRACT, ADJ-REGISTER.
           PERFORM 0070-LOAD-PRIOR-YEAR.
           PERFORM 0080-LOAD-ADJUSTMENTS.
           PERFORM 0100-PROCESS-RECORDS.
           PERFORM 0405-LOAD-QUOTA-TABLE.
           PERFORM 0700-BURST-REGION-REPORTS.
           PERFORM 0170-WRITE-LEAVERS.
           PERFORM 0175-WRITE-REGION-GROWTH.
           PERFORM 0300-WRITE-RANKING-REPORT.
           PERFORM 0400-WRITE-QUOTA-REPORT.
           IF PAY-ENTITLED-ROLE
              PERFORM 0650-WRITE-OVERRIDES
              PERFORM 0500-WRITE-OFF-LEAVER-DRAWS
              PERFORM 0550-REWRITE-DRAW-LEDGER
           END-IF.
           PERFORM 0200-STOP-RUN.

      ***************************************************************
      ***************************************************************
        0400-WRITE-QUOTA-REPORT.
           OPEN OUTPUT QUOTA-REPORT.
           WRITE QUOTA-PRINT-LINE FROM QUOTA-HEADING-LINE.
           WRITE QUOTA-PRINT-LINE FROM HO-COPY-LINE
              AFTER ADVANCING 1 LINE.
           WRITE QUOTA-PRINT-LINE FROM QUOTA-COL-HEADING
              AFTER ADVANCING 1 LINE.
           PERFORM VARYING WS-RANK-SUB FROM 1 BY 1
           CLOSE QUOTA-FILE.

        0420-CHECK-ONE-SALESPERSON.
           PERFORM 0421-FIND-SALESPERSON-QUOTA.
           IF QUOTA-FOUND
              AND WS-RANK-SALES(WS-RANK-SUB) < WS-QUOTA-AMT-GV
              MOVE WS-RANK-NAME(WS-RANK-SUB) TO QUOTA-DET-NAME
              MOVE WS-RANK-SALES(WS-RANK-SUB) TO WS-QUOTA-ACTUAL
              PERFORM 0425-WRITE-SHORTFALL-LINE
           END-IF.

        0421-FIND-SALESPERSON-QUOTA.
           MOVE 'N' TO WS-QUOTA-FOUND-SW.
           PERFORM VARYING WS-QUOTA-SUB FROM 1 BY 1
              UNTIL WS-QUOTA-SUB > WS-QUOTA-COUNT
                    TO WS-QUOTA-AMT-GV
              END-IF
           END-PERFORM.

        0425-WRITE-SHORTFALL-LINE.
           PERFORM 0424-FORMAT-SHORTFALL-LINE.
           WRITE QUOTA-PRINT-LINE FROM QUOTA-DETAIL-LINE
              AFTER ADVANCING 1 LINE.

        0424-FORMAT-SHORTFALL-LINE.
           MOVE WS-QUOTA-AMT-GV TO QUOTA-DET-QUOTA.
           MOVE WS-QUOTA-ACTUAL TO QUOTA-DET-ACTUAL.
           COMPUTE WS-QUOTA-SHORTFALL =
           COMPUTE WS-QUOTA-PCT ROUNDED =
              WS-QUOTA-ACTUAL * 100 / WS-QUOTA-AMT-GV.
           MOVE WS-QUOTA-PCT TO QUOTA-DET-PCT.

        0430-CHECK-REGION-QUOTAS.
           PERFORM VARYING WS-QUOTA-SUB FROM 1 BY 1
              MOVE ADJ-IN-REASON TO WS-ADJ-REASON(WS-ADJ-SUB)
           END-IF.

      ***************************************************************
      *  THE DRAW LEDGER IS LOADED WHOLE AND REWRITTEN AT END OF RUN *
      *  (0550).  A MISSING FILE MEANS NOBODY IS ON A DRAW.          *
      ***************************************************************
        0090-LOAD-DRAW-LEDGER.
           OPEN INPUT DRAW-LEDGER-IN.
           IF WS-DRAW-FILE-STATUS = '00'
              READ DRAW-LEDGER-IN
                 AT END SET ENDOFDRAWLEDGER TO TRUE
              END-READ
              PERFORM UNTIL ENDOFDRAWLEDGER
                 IF WS-DRAW-COUNT < 500
                    ADD 1 TO WS-DRAW-COUNT
                    MOVE DRAW-IN-ID TO WS-DR-ID(WS-DRAW-COUNT)
                    MOVE DRAW-IN-ADVANCED
                       TO WS-DR-ADVANCED(WS-DRAW-COUNT)
                    MOVE DRAW-IN-RECOVERED
                       TO WS-DR-RECOVERED(WS-DRAW-COUNT)
                    MOVE DRAW-IN-WRITTEN-OFF
                       TO WS-DR-WRITTEN-OFF(WS-DRAW-COUNT)
                    MOVE DRAW-IN-LAST-RUN-ID
                       TO WS-DR-LAST-RUN-ID(WS-DRAW-COUNT)
                    MOVE DRAW-IN-LAST-RECOV
                       TO WS-DR-LAST-RECOV(WS-DRAW-COUNT)
                    MOVE 'N' TO WS-DR-TOUCHED(WS-DRAW-COUNT)
                 ELSE
                    DISPLAY "SALESCOMMISSION ABORTED: DRAWLEDGER.DAT "
                       "HOLDS MORE THAN 500 ENTRIES"
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                 END-IF
                 READ DRAW-LEDGER-IN
                    AT END SET ENDOFDRAWLEDGER TO TRUE
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE DRAW-LEDGER-IN.

        0095-LOAD-LEAVERS.
           OPEN INPUT LEAVER-ARCHIVE.
           IF WS-LEAVER-FILE-STATUS = '00'
              READ LEAVER-ARCHIVE
                 AT END SET ENDOFLEAVERS TO TRUE
              END-READ
              PERFORM UNTIL ENDOFLEAVERS
                 IF WS-LEAVER-COUNT < 1000
                    ADD 1 TO WS-LEAVER-COUNT
                    MOVE LV-SALES-ID TO WS-LVR-ID(WS-LEAVER-COUNT)
                    MOVE LV-TERM-DATE
                       TO WS-LVR-TERM-DATE(WS-LEAVER-COUNT)
                 END-IF
                 READ LEAVER-ARCHIVE
                    AT END SET ENDOFLEAVERS TO TRUE
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE LEAVER-ARCHIVE.
           OPEN INPUT YEAR-ARCHIVE.
           IF WS-ARCHIVE-FILE-STATUS = '00'
              READ YEAR-ARCHIVE
                 AT END SET ENDOFYEARARCHIVE TO TRUE
              END-READ
              PERFORM UNTIL ENDOFYEARARCHIVE
                 IF YA-LEAVER-ROW
                    AND WS-LEAVER-COUNT < 1000
                    ADD 1 TO WS-LEAVER-COUNT
                    MOVE YA-LV-SALES-ID TO WS-LVR-ID(WS-LEAVER-COUNT)
                    MOVE YA-LV-TERM-DATE
                       TO WS-LVR-TERM-DATE(WS-LEAVER-COUNT)
                 END-IF
                 READ YEAR-ARCHIVE
                    AT END SET ENDOFYEARARCHIVE TO TRUE
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE YEAR-ARCHIVE.

      ***************************************************************
      *  A RUN ID ALREADY ON THE HISTORY HAS BEEN RECORDED - THE     *
      *  SAME EXTRACT RUN AGAIN PRODUCES THE SAME PAYMENTS (SEE      *
      *  0136), SO THE HISTORY IS LEFT AS IT IS AND THE RUN ENDS     *
      *  WITH RETURN CODE 4.  AN EXTRACT WITH NO RUN ID CANNOT BE    *
      *  KEYED AND IS NOT RECORDED EITHER.                           *
      ***************************************************************
        0093-CHECK-HISTORY-RUN.
           MOVE 'Y' TO WS-HISTORY-SW.
           IF WS-THIS-RUN-ID = SPACES
              MOVE 'N' TO WS-HISTORY-SW
              DISPLAY "NO RUN ID ON NEWSALESFILE.DAT TRAILER - "
                 "COMMHIST.DAT NOT UPDATED"
              MOVE 4 TO RETURN-CODE
           ELSE
              OPEN INPUT COMM-HISTORY
              IF WS-HIST-FILE-STATUS = '00'
                 READ COMM-HISTORY
                    AT END SET ENDOFHISTORY TO TRUE
                 END-READ
                 PERFORM UNTIL ENDOFHISTORY
                    OR NOT HISTORY-WANTED
                    IF CH-RUN-ID = WS-THIS-RUN-ID
                       MOVE 'N' TO WS-HISTORY-SW
                    ELSE
                       READ COMM-HISTORY
                          AT END SET ENDOFHISTORY TO TRUE
                       END-READ
                    END-IF
                 END-PERFORM
              END-IF
              CLOSE COMM-HISTORY
              IF HISTORY-WANTED
                 OPEN EXTEND COMM-HISTORY
              ELSE
                 DISPLAY "RUN " WS-THIS-RUN-ID " ALREADY ON "
                    "COMMHIST.DAT - HISTORY NOT APPENDED AGAIN"
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

        0097-LOAD-HIERARCHY.
           OPEN INPUT HIERARCHY-FILE.
           IF WS-HIER-FILE-STATUS = '00'
              READ HIERARCHY-FILE
                 AT END SET ENDOFHIERARCHY TO TRUE
              END-READ
              PERFORM UNTIL ENDOFHIERARCHY
                 IF HIER-IN-EFF-DATE <= WS-REPORT-PERIOD
                    AND (HIER-IN-EXP-DATE = ZERO
                         OR HIER-IN-EXP-DATE >= WS-REPORT-PERIOD)
                    PERFORM 0099-STORE-HIERARCHY-ROW
                 END-IF
                 READ HIERARCHY-FILE
                    AT END SET ENDOFHIERARCHY TO TRUE
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE HIERARCHY-FILE.

      *    A LEVEL WITH NO ROW ON A SUPPLIED RATE FILE PAYS NOTHING -
      *    THE FILE REPLACES THE COMPILED RATES, IT DOES NOT PATCH THEM.
        0098-LOAD-OVERRIDE-RATES.
           OPEN INPUT OVERRIDE-RATE-FILE.
           IF WS-OVR-FILE-STATUS = '00'
              MOVE ZERO TO OVERRIDE-RATE-DATA
              MOVE 'OVRRATES  ' TO WS-OVR-RATE-SOURCE
              READ OVERRIDE-RATE-FILE
                 AT END SET ENDOFOVRRATES TO TRUE
              END-READ
              PERFORM UNTIL ENDOFOVRRATES
                 IF OVR-IN-LEVEL > ZERO
                    MOVE OVR-IN-RATE TO WS-OVR-RATE(OVR-IN-LEVEL)
                 END-IF
                 READ OVERRIDE-RATE-FILE
                    AT END SET ENDOFOVRRATES TO TRUE
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE OVERRIDE-RATE-FILE.

      *    AN OLDER ROW FOR A MEMBER ALREADY HELD IS SKIPPED SO THE
      *    LATEST-EFFECTIVE ROW IN FORCE IS THE ONE USED.
        0099-STORE-HIERARCHY-ROW.
           MOVE 'N' TO WS-HIER-FOUND-SW.
           PERFORM VARYING WS-HIER-SUB FROM 1 BY 1
              UNTIL WS-HIER-SUB > WS-HIER-COUNT
              OR HIER-ROW-FOUND
              IF WS-HR-MEMBER-ID(WS-HIER-SUB) = HIER-IN-MEMBER-ID
                 MOVE 'Y' TO WS-HIER-FOUND-SW
              END-IF
           END-PERFORM.
           IF HIER-ROW-FOUND
              SUBTRACT 1 FROM WS-HIER-SUB
           ELSE
              IF WS-HIER-COUNT < 1000
                 ADD 1 TO WS-HIER-COUNT
                 MOVE WS-HIER-COUNT TO WS-HIER-SUB
                 MOVE ZERO TO WS-HR-EFF-DATE(WS-HIER-SUB)
              ELSE
                 DISPLAY "SALESCOMMISSION ABORTED: SALESHIER.DAT "
                    "HOLDS MORE THAN 1000 ROWS IN FORCE"
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           IF HIER-IN-EFF-DATE >= WS-HR-EFF-DATE(WS-HIER-SUB)
              MOVE HIER-IN-MEMBER-ID TO WS-HR-MEMBER-ID(WS-HIER-SUB)
              MOVE HIER-IN-MGR-ID TO WS-HR-MGR-ID(WS-HIER-SUB)
              MOVE HIER-IN-MGR-NAME TO WS-HR-MGR-NAME(WS-HIER-SUB)
              MOVE HIER-IN-MGR-LEVEL TO WS-HR-MGR-LEVEL(WS-HIER-SUB)
              MOVE HIER-IN-VACANT-IND
                 TO WS-HR-VACANT-IND(WS-HIER-SUB)
              MOVE HIER-IN-EFF-DATE TO WS-HR-EFF-DATE(WS-HIER-SUB)
           END-IF.

        0075-STORE-PRIOR-RECORD.
           IF PRIORDETAILS(1:9) NOT = 'TRAILER  '
              AND WS-PY-COUNT < 1000
                 MOVE 'Y' TO WS-TRAILER-SEEN-SW
                 MOVE SALESDETAILS TO TRAILER-REDEF-AREA
                 MOVE TRL-RECORDS-VALID TO WS-TRAILER-VALID
                 MOVE TRL-RUN-ID TO WS-THIS-RUN-ID
              ELSE
                 ADD 1 TO WS-DETAIL-COUNT
              END-IF
            MOVE WS-COMMISSION-AMT TO COMM-AMOUNT
            PERFORM 0125-WRITE-COMMISSION-LINE
            IF PAY-ENTITLED-ROLE
               PERFORM 0600-ROLL-UP-HIERARCHY
               PERFORM 0129-FIND-SPLIT-ENTRY
               IF SPLIT-ENTRY-FOUND
                  PERFORM 0132-PROCESS-SPLIT-SHARES

        0110-WRITE-HEADING-LINE.
            WRITE PRINT-LINE FROM RUN-IDENTITY-LINE.
            WRITE PRINT-LINE FROM HO-COPY-LINE AFTER ADVANCING 1 LINE.
            MOVE RUN-IDENTITY-LINE TO COMM-PRINT-LINE.
            WRITE COMM-PRINT-LINE AFTER ADVANCING 1 LINE.
            MOVE HO-COPY-LINE TO COMM-PRINT-LINE.
            WRITE COMM-PRINT-LINE AFTER ADVANCING 1 LINE.
            IF WS-LOADED-TIER-COUNT > ZERO
               MOVE 'COMMTIERS ' TO TIER-SET-SOURCE
               MOVE WS-TIER-SET-EFF TO TIER-SET-EFF-DATE


        0126-WRITE-PAYROLL-RECORD.
            MOVE SALESPERSON-ID TO WS-DRAW-PAYEE-ID.
            MOVE WS-COMMISSION-AMT TO WS-DRAW-GROSS.
            PERFORM 0136-APPLY-DRAW-RECOVERY.
            MOVE SPACES TO PAY-EXTRACT-RECORD.
            MOVE SALESPERSON-ID TO PAY-SALES-ID.
            MOVE SALESPERSON-NAME TO PAY-NAME.
            MOVE WS-NET-SALES TO PAY-SALES-AMOUNT.
            MOVE WS-COMMISSION-RATE TO PAY-RATE.
            MOVE WS-DRAW-NET TO PAY-COMMISSION.
            MOVE WS-DRAW-RECOVERED TO PAY-DRAW-RECOVERED.
            SET PAY-TYPE-COMMISSION TO TRUE.
            WRITE PAY-EXTRACT-RECORD.
            PERFORM 0196-WRITE-HISTORY-PAYMENT.
            ADD 1 TO WS-PAY-EXTRACT-COUNT.

        0127-WRITE-STATEMENT-PAGE.
               AFTER ADVANCING 1 LINE.
            WRITE STMT-PRINT-LINE FROM STMT-COMM-LINE
               AFTER ADVANCING 1 LINE.
            PERFORM 0137-WRITE-STMT-DRAW-LINES.
            IF COMMISSION-HELD
               MOVE 'COMMISSION HELD PENDING OUTLIER REVIEW'
                  TO STMT-PRINT-LINE
            MOVE WS-SHARE-COMMISSION TO SPL-DET-AMOUNT.
            MOVE SPLIT-SHARE-LINE TO COMM-PRINT-LINE.
            WRITE COMM-PRINT-LINE AFTER ADVANCING 1 LINE.
            MOVE WS-SPL-PART-ID(WS-SPLIT-SUB, WS-SPLIT-PART)
               TO WS-DRAW-PAYEE-ID.
            MOVE WS-SHARE-COMMISSION TO WS-DRAW-GROSS.
            PERFORM 0136-APPLY-DRAW-RECOVERY.
            MOVE SPACES TO PAY-EXTRACT-RECORD.
            MOVE WS-SPL-PART-ID(WS-SPLIT-SUB, WS-SPLIT-PART)
               TO PAY-SALES-ID.
               TO PAY-NAME.
            MOVE WS-SHARE-SALES TO PAY-SALES-AMOUNT.
            MOVE WS-COMMISSION-RATE TO PAY-RATE.
            MOVE WS-DRAW-NET TO PAY-COMMISSION.
            MOVE WS-DRAW-RECOVERED TO PAY-DRAW-RECOVERED.
            SET PAY-TYPE-COMMISSION TO TRUE.
            WRITE PAY-EXTRACT-RECORD.
            PERFORM 0196-WRITE-HISTORY-PAYMENT.
            ADD 1 TO WS-PAY-EXTRACT-COUNT.
            ADD 1 TO WS-STMT-SEQUENCE.
            MOVE WS-STMT-SEQUENCE TO STMT-HDG-SEQUENCE.
               AFTER ADVANCING 1 LINE.
            WRITE STMT-PRINT-LINE FROM STMT-COMM-LINE
               AFTER ADVANCING 1 LINE.
            PERFORM 0137-WRITE-STMT-DRAW-LINES.
            WRITE STMT-PRINT-LINE FROM STMT-SIGNATURE-LINE
               AFTER ADVANCING 3 LINES.

               MOVE REGION TO WS-RANK-REGION(WS-RANK-COUNT)
               MOVE YEARLYSALES TO WS-RANK-SALES(WS-RANK-COUNT)
               MOVE WS-COMMISSION-AMT TO WS-RANK-COMM(WS-RANK-COUNT)
               MOVE WS-COMMISSION-RATE TO WS-RANK-RATE(WS-RANK-COUNT)
            END-IF.

        0130-WRITE-TOTAL-LINE.
            MOVE RUN-IDENTITY-LINE TO COMM-PRINT-LINE.
            WRITE COMM-PRINT-LINE AFTER ADVANCING 1 LINE.

      ***************************************************************
      *  OFFSET ONE PAYEE'S GROSS COMMISSION AGAINST THE OUTSTANDING *
      *  DRAW (ADVANCED LESS RECOVERED LESS WRITTEN OFF).  ONLY THE  *
      *  EXCESS IS PAID; WHATEVER IS NOT RECOVERED STAYS ON THE      *
      *  LEDGER FOR THE NEXT RUN.  IF THE ENTRY WAS LAST OFFSET BY   *
      *  THIS SAME RUN ID, THAT RECOVERY IS BACKED OUT FIRST SO A    *
      *  RERUN COMES OUT THE SAME AS THE FIRST RUN.                  *
      ***************************************************************
        0136-APPLY-DRAW-RECOVERY.
            MOVE ZERO TO WS-DRAW-RECOVERED.
            MOVE 'N' TO WS-DRAW-FOUND-SW.
            PERFORM VARYING WS-DRAW-SUB FROM 1 BY 1
               UNTIL WS-DRAW-SUB > WS-DRAW-COUNT
               OR DRAW-ENTRY-FOUND
               IF WS-DR-ID(WS-DRAW-SUB) = WS-DRAW-PAYEE-ID
                  MOVE 'Y' TO WS-DRAW-FOUND-SW
               END-IF
            END-PERFORM.
            IF DRAW-ENTRY-FOUND
               SUBTRACT 1 FROM WS-DRAW-SUB
               IF WS-DR-TOUCHED(WS-DRAW-SUB) NOT = 'Y'
                  IF WS-THIS-RUN-ID NOT = SPACES
                     AND WS-DR-LAST-RUN-ID(WS-DRAW-SUB) =
                         WS-THIS-RUN-ID
                     SUBTRACT WS-DR-LAST-RECOV(WS-DRAW-SUB)
                        FROM WS-DR-RECOVERED(WS-DRAW-SUB)
                  END-IF
                  MOVE ZERO TO WS-DR-LAST-RECOV(WS-DRAW-SUB)
                  MOVE WS-THIS-RUN-ID
                     TO WS-DR-LAST-RUN-ID(WS-DRAW-SUB)
                  MOVE 'Y' TO WS-DR-TOUCHED(WS-DRAW-SUB)
               END-IF
               COMPUTE WS-DRAW-OUTSTANDING =
                  WS-DR-ADVANCED(WS-DRAW-SUB)
                  - WS-DR-RECOVERED(WS-DRAW-SUB)
                  - WS-DR-WRITTEN-OFF(WS-DRAW-SUB)
               IF WS-DRAW-OUTSTANDING > ZERO
                  IF WS-DRAW-OUTSTANDING < WS-DRAW-GROSS
                     MOVE WS-DRAW-OUTSTANDING TO WS-DRAW-RECOVERED
                  ELSE
                     MOVE WS-DRAW-GROSS TO WS-DRAW-RECOVERED
                  END-IF
                  ADD WS-DRAW-RECOVERED
                     TO WS-DR-RECOVERED(WS-DRAW-SUB)
                  ADD WS-DRAW-RECOVERED
                     TO WS-DR-LAST-RECOV(WS-DRAW-SUB)
                  SUBTRACT WS-DRAW-RECOVERED FROM WS-DRAW-OUTSTANDING
               END-IF
            END-IF.
            COMPUTE WS-DRAW-NET = WS-DRAW-GROSS - WS-DRAW-RECOVERED.
            ADD WS-DRAW-NET TO WS-TOTAL-NET-PAID.
            ADD WS-DRAW-RECOVERED TO WS-TOTAL-DRAW-RECOV.

      *    GROSS IS ALREADY ON THE PAGE; ADD WHAT THE DRAW TOOK, WHAT
      *    IS PAID, AND FOR A PAYEE ON A DRAW THE BALANCE CARRIED.
        0137-WRITE-STMT-DRAW-LINES.
            MOVE WS-DRAW-RECOVERED TO STMT-DRAW-RECOVERED.
            WRITE STMT-PRINT-LINE FROM STMT-DRAW-LINE
               AFTER ADVANCING 1 LINE.
            MOVE WS-DRAW-NET TO STMT-NET-PAID.
            WRITE STMT-PRINT-LINE FROM STMT-NET-LINE
               AFTER ADVANCING 1 LINE.
            IF DRAW-ENTRY-FOUND
               IF WS-DRAW-OUTSTANDING > ZERO
                  MOVE WS-DRAW-OUTSTANDING TO STMT-DRAW-BALANCE
               ELSE
                  MOVE ZERO TO STMT-DRAW-BALANCE
               END-IF
               WRITE STMT-PRINT-LINE FROM STMT-DRAW-BAL-LINE
                  AFTER ADVANCING 1 LINE
            END-IF.

      ***************************************************************
      *  RETURNS AND CANCELLED DEALS NET OFF THE EXTRACTED SALES     *
      *  BEFORE ANY COMMISSION ARITHMETIC.  A NET BELOW ZERO PAYS    *
               MOVE WS-ADJ-REASON(WS-ADJ-SUB) TO ADJ-DET-REASON
               WRITE ADJ-PRINT-LINE FROM ADJ-DETAIL-LINE
                  AFTER ADVANCING 1 LINE
               IF HISTORY-WANTED
                  PERFORM 0197-WRITE-HISTORY-ADJUSTMENT
               END-IF
            END-IF.

      ***************************************************************
            WRITE PRINT-LINE FROM GENDER-SUMMARY-LINE
               AFTER ADVANCING 1 LINE.

      ***************************************************************
      *  CREDIT THIS SALESPERSON'S NET SALES TO EACH MANAGER ABOVE   *
      *  THEM.  THE CHAIN ENDS AT A MEMBER WITH NO ROW IN FORCE.     *
      ***************************************************************
        0600-ROLL-UP-HIERARCHY.
            MOVE SALESPERSON-ID TO WS-HIER-CURRENT-ID.
            MOVE 'N' TO WS-HIER-CHAIN-SW.
            PERFORM VARYING WS-HIER-HOPS FROM 1 BY 1
               UNTIL WS-HIER-HOPS > 5
               OR HIER-CHAIN-ENDED
               PERFORM 0605-FIND-HIER-ROW
               IF HIER-ROW-FOUND
                  PERFORM 0610-CREDIT-MANAGER
                  MOVE WS-HR-MGR-ID(WS-HIER-SUB)
                     TO WS-HIER-CURRENT-ID
               ELSE
                  MOVE 'Y' TO WS-HIER-CHAIN-SW
               END-IF
            END-PERFORM.

        0605-FIND-HIER-ROW.
            MOVE 'N' TO WS-HIER-FOUND-SW.
            PERFORM VARYING WS-HIER-SUB FROM 1 BY 1
               UNTIL WS-HIER-SUB > WS-HIER-COUNT
               OR HIER-ROW-FOUND
               IF WS-HR-MEMBER-ID(WS-HIER-SUB) = WS-HIER-CURRENT-ID
                  MOVE 'Y' TO WS-HIER-FOUND-SW
               END-IF
            END-PERFORM.
            IF HIER-ROW-FOUND
               SUBTRACT 1 FROM WS-HIER-SUB
            END-IF.

        0610-CREDIT-MANAGER.
            MOVE 'N' TO WS-MGR-FOUND-SW.
            PERFORM VARYING WS-MGR-SUB FROM 1 BY 1
               UNTIL WS-MGR-SUB > WS-MGR-COUNT
               OR MGR-ENTRY-FOUND
               IF WS-MG-ID(WS-MGR-SUB) = WS-HR-MGR-ID(WS-HIER-SUB)
                  MOVE 'Y' TO WS-MGR-FOUND-SW
               END-IF
            END-PERFORM.
            IF MGR-ENTRY-FOUND
               SUBTRACT 1 FROM WS-MGR-SUB
            ELSE
               IF WS-MGR-COUNT < 200
                  ADD 1 TO WS-MGR-COUNT
                  MOVE WS-MGR-COUNT TO WS-MGR-SUB
                  MOVE WS-HR-MGR-ID(WS-HIER-SUB) TO WS-MG-ID(WS-MGR-SUB)
                  MOVE WS-HR-MGR-NAME(WS-HIER-SUB)
                     TO WS-MG-NAME(WS-MGR-SUB)
                  MOVE WS-HR-MGR-LEVEL(WS-HIER-SUB)
                     TO WS-MG-LEVEL(WS-MGR-SUB)
                  MOVE WS-HR-VACANT-IND(WS-HIER-SUB)
                     TO WS-MG-VACANT-IND(WS-MGR-SUB)
                  MOVE ZERO TO WS-MG-TEAM-SALES(WS-MGR-SUB)
               ELSE
                  DISPLAY "SALESCOMMISSION ABORTED: MORE THAN 200 "
                     "MANAGERS IN SALESHIER.DAT"
                  MOVE 12 TO RETURN-CODE
                  STOP RUN
               END-IF
            END-IF.
            ADD WS-NET-SALES TO WS-MG-TEAM-SALES(WS-MGR-SUB).
            IF WS-CONTRIB-COUNT < 3000
               ADD 1 TO WS-CONTRIB-COUNT
               MOVE WS-MGR-SUB TO WS-CT-MGR-SUB(WS-CONTRIB-COUNT)
               MOVE SALESPERSON-ID TO WS-CT-MEMBER-ID(WS-CONTRIB-COUNT)
               MOVE SALESPERSON-NAME
                  TO WS-CT-MEMBER-NAME(WS-CONTRIB-COUNT)
               MOVE WS-NET-SALES TO WS-CT-SALES(WS-CONTRIB-COUNT)
               MOVE WS-HIER-HOPS TO WS-CT-HOPS(WS-CONTRIB-COUNT)
            ELSE
               DISPLAY "SALESCOMMISSION ABORTED: MORE THAN 3000 "
                  "OVERRIDE TEAM CREDITS"
               MOVE 12 TO RETURN-CODE
               STOP RUN
            END-IF.

      ***************************************************************
      *  ONE BLOCK PER MANAGER: THE TEAM MEMBERS BEHIND THE OVERRIDE *
      *  (DIRECT REPORTS AND THOSE FURTHER DOWN), THE TEAM SALES,    *
      *  RATE AND OVERRIDE.  A FILLED SLOT IS PAID AS A PAY TYPE 'O' *
      *  EXTRACT ROW; A VACANT SLOT IS LISTED IN FULL AND TOTALLED   *
      *  AS UNPAID SO THE MONEY IS VISIBLE RATHER THAN DROPPED.      *
      ***************************************************************
        0650-WRITE-OVERRIDES.
            OPEN OUTPUT OVERRIDE-REPORT.
            WRITE OVR-PRINT-LINE FROM RUN-IDENTITY-LINE.
            WRITE OVR-PRINT-LINE FROM OVR-HEADING-LINE
               AFTER ADVANCING 2 LINES.
            MOVE WS-OVR-RATE-SOURCE TO OVR-SOURCE.
            MOVE WS-REPORT-PERIOD TO OVR-PERIOD.
            WRITE OVR-PRINT-LINE FROM OVR-RATE-SOURCE-LINE
               AFTER ADVANCING 1 LINE.
            PERFORM VARYING WS-MGR-SUB FROM 1 BY 1
               UNTIL WS-MGR-SUB > WS-MGR-COUNT
               PERFORM 0660-WRITE-ONE-MANAGER
            END-PERFORM.
            MOVE SPACES TO OVR-PRINT-LINE.
            WRITE OVR-PRINT-LINE AFTER ADVANCING 1 LINE.
            MOVE 'OVERRIDES PAID:' TO OVR-SUM-LABEL.
            MOVE WS-TOTAL-OVERRIDE TO OVR-SUM-AMOUNT.
            WRITE OVR-PRINT-LINE FROM OVR-SUMMARY-LINE
               AFTER ADVANCING 1 LINE.
            MOVE 'VACANT MANAGER SLOTS:' TO OVR-SUM-LABEL.
            MOVE WS-VACANT-COUNT TO OVR-SUM-AMOUNT.
            WRITE OVR-PRINT-LINE FROM OVR-SUMMARY-LINE
               AFTER ADVANCING 1 LINE.
            MOVE 'OVERRIDE UNPAID ON VACANT SLOTS:' TO OVR-SUM-LABEL.
            MOVE WS-TOTAL-VACANT-OVR TO OVR-SUM-AMOUNT.
            WRITE OVR-PRINT-LINE FROM OVR-SUMMARY-LINE
               AFTER ADVANCING 1 LINE.
            CLOSE OVERRIDE-REPORT.

        0660-WRITE-ONE-MANAGER.
            MOVE ZERO TO WS-OVR-RATE-USED.
            IF WS-MG-LEVEL(WS-MGR-SUB) > ZERO
               MOVE WS-OVR-RATE(WS-MG-LEVEL(WS-MGR-SUB))
                  TO WS-OVR-RATE-USED
            END-IF.
            COMPUTE WS-OVR-AMOUNT =
               WS-MG-TEAM-SALES(WS-MGR-SUB) * WS-OVR-RATE-USED.
            MOVE WS-MG-ID(WS-MGR-SUB) TO OVR-MGR-ID.
            MOVE WS-MG-NAME(WS-MGR-SUB) TO OVR-MGR-NAME.
            MOVE WS-MG-LEVEL(WS-MGR-SUB) TO OVR-MGR-LEVEL.
            IF MGR-SLOT-VACANT(WS-MGR-SUB)
               MOVE '*** VACANT SLOT ***' TO OVR-MGR-TAG
            ELSE
               MOVE SPACES TO OVR-MGR-TAG
            END-IF.
            WRITE OVR-PRINT-LINE FROM OVR-MANAGER-LINE
               AFTER ADVANCING 2 LINES.
            PERFORM VARYING WS-CONTRIB-SUB FROM 1 BY 1
               UNTIL WS-CONTRIB-SUB > WS-CONTRIB-COUNT
               IF WS-CT-MGR-SUB(WS-CONTRIB-SUB) = WS-MGR-SUB
                  MOVE WS-CT-MEMBER-ID(WS-CONTRIB-SUB) TO OVR-MEM-ID
                  MOVE WS-CT-MEMBER-NAME(WS-CONTRIB-SUB)
                     TO OVR-MEM-NAME
                  MOVE WS-CT-SALES(WS-CONTRIB-SUB) TO OVR-MEM-SALES
                  IF WS-CT-HOPS(WS-CONTRIB-SUB) = 1
                     MOVE 'DIRECT  ' TO OVR-MEM-ROUTE
                  ELSE
                     MOVE 'INDIRECT' TO OVR-MEM-ROUTE
                  END-IF
                  WRITE OVR-PRINT-LINE FROM OVR-MEMBER-LINE
                     AFTER ADVANCING 1 LINE
               END-IF
            END-PERFORM.
            MOVE WS-MG-TEAM-SALES(WS-MGR-SUB) TO OVR-TOT-SALES.
            MOVE WS-OVR-RATE-USED TO OVR-TOT-RATE.
            MOVE WS-OVR-AMOUNT TO OVR-TOT-AMOUNT.
            IF MGR-SLOT-VACANT(WS-MGR-SUB)
               MOVE 'VACANT - NOT PAID' TO OVR-TOT-STATUS
               ADD 1 TO WS-VACANT-COUNT
               ADD WS-OVR-AMOUNT TO WS-TOTAL-VACANT-OVR
            ELSE
               MOVE 'PAID' TO OVR-TOT-STATUS
               IF WS-OVR-AMOUNT > ZERO
                  PERFORM 0665-WRITE-OVERRIDE-PAY
               END-IF
            END-IF.
            WRITE OVR-PRINT-LINE FROM OVR-MANAGER-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

        0665-WRITE-OVERRIDE-PAY.
            MOVE SPACES TO PAY-EXTRACT-RECORD.
            MOVE WS-MG-ID(WS-MGR-SUB) TO PAY-SALES-ID.
            MOVE WS-MG-NAME(WS-MGR-SUB) TO PAY-NAME.
            MOVE WS-MG-TEAM-SALES(WS-MGR-SUB) TO PAY-SALES-AMOUNT.
            MOVE WS-OVR-RATE-USED TO PAY-RATE.
            MOVE WS-OVR-AMOUNT TO PAY-COMMISSION.
            MOVE ZERO TO PAY-DRAW-RECOVERED.
            SET PAY-TYPE-OVERRIDE TO TRUE.
            WRITE PAY-EXTRACT-RECORD.
            PERFORM 0196-WRITE-HISTORY-PAYMENT.
            ADD 1 TO WS-PAY-EXTRACT-COUNT.
            ADD WS-OVR-AMOUNT TO WS-TOTAL-NET-PAID.
            ADD WS-OVR-AMOUNT TO WS-TOTAL-OVERRIDE.

      ***************************************************************
      *  A LEAVER ON LEAVERARCH.DAT, OR ROLLED FROM IT TO THE        *
      *  YEAR-END ARCHIVE, WILL EARN NO MORE COMMISSION TO RECOVER   *
      *  AGAINST, SO ANY DRAW STILL OUTSTANDING AFTER THIS RUN'S     *
      *  OFFSETS IS WRITTEN OFF - LISTED ON DRAWWRITEOFF.DAT AND     *
      *  ADDED TO THE ENTRY'S WRITTEN-OFF TOTAL SO IT IS NOT         *
      *  CARRIED FORWARD AGAIN.                                      *
      ***************************************************************
        0500-WRITE-OFF-LEAVER-DRAWS.
           OPEN OUTPUT DRAW-WRITEOFF-REPORT.
           WRITE WOFF-PRINT-LINE FROM RUN-IDENTITY-LINE.
           WRITE WOFF-PRINT-LINE FROM WOFF-HEADING-LINE
              AFTER ADVANCING 2 LINES.
           WRITE WOFF-PRINT-LINE FROM WOFF-COL-HEADING
              AFTER ADVANCING 1 LINE.
           PERFORM VARYING WS-DRAW-SUB FROM 1 BY 1
              UNTIL WS-DRAW-SUB > WS-DRAW-COUNT
              PERFORM 0510-CHECK-ONE-DRAW
           END-PERFORM.
           MOVE SPACES TO WOFF-PRINT-LINE.
           WRITE WOFF-PRINT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'LEAVER BALANCES WRITTEN OFF:' TO WOFF-TOT-LABEL.
           MOVE WS-WRITEOFF-COUNT TO WOFF-TOT-AMOUNT.
           WRITE WOFF-PRINT-LINE FROM WOFF-TOTAL-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'TOTAL WRITTEN OFF:' TO WOFF-TOT-LABEL.
           MOVE WS-TOTAL-WRITTEN-OFF TO WOFF-TOT-AMOUNT.
           WRITE WOFF-PRINT-LINE FROM WOFF-TOTAL-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'DRAW RECOVERED THIS RUN:' TO WOFF-TOT-LABEL.
           MOVE WS-TOTAL-DRAW-RECOV TO WOFF-TOT-AMOUNT.
           WRITE WOFF-PRINT-LINE FROM WOFF-TOTAL-LINE
              AFTER ADVANCING 1 LINE.
           CLOSE DRAW-WRITEOFF-REPORT.

        0510-CHECK-ONE-DRAW.
           COMPUTE WS-DRAW-OUTSTANDING =
              WS-DR-ADVANCED(WS-DRAW-SUB)
              - WS-DR-RECOVERED(WS-DRAW-SUB)
              - WS-DR-WRITTEN-OFF(WS-DRAW-SUB).
           IF WS-DRAW-OUTSTANDING > ZERO
              MOVE 'N' TO WS-LEAVER-FOUND-SW
              PERFORM VARYING WS-LEAVER-SUB FROM 1 BY 1
                 UNTIL WS-LEAVER-SUB > WS-LEAVER-COUNT
                 OR LEAVER-FOUND
                 IF WS-LVR-ID(WS-LEAVER-SUB) = WS-DR-ID(WS-DRAW-SUB)
                    MOVE 'Y' TO WS-LEAVER-FOUND-SW
                 END-IF
              END-PERFORM
              IF LEAVER-FOUND
                 SUBTRACT 1 FROM WS-LEAVER-SUB
                 MOVE WS-DR-ID(WS-DRAW-SUB) TO WOFF-DET-ID
                 MOVE WS-LVR-TERM-DATE(WS-LEAVER-SUB)
                    TO WOFF-DET-TERM-DATE
                 MOVE WS-DR-ADVANCED(WS-DRAW-SUB) TO WOFF-DET-ADVANCED
                 MOVE WS-DR-RECOVERED(WS-DRAW-SUB)
                    TO WOFF-DET-RECOVERED
                 MOVE WS-DRAW-OUTSTANDING TO WOFF-DET-WRITTEN
                 WRITE WOFF-PRINT-LINE FROM WOFF-DETAIL-LINE
                    AFTER ADVANCING 1 LINE
                 ADD WS-DRAW-OUTSTANDING
                    TO WS-DR-WRITTEN-OFF(WS-DRAW-SUB)
                 ADD WS-DRAW-OUTSTANDING TO WS-TOTAL-WRITTEN-OFF
                 ADD 1 TO WS-WRITEOFF-COUNT
              END-IF
           END-IF.

      *    SAME-NAME REWRITE, AS SALESMASTERUPDATE DOES WITH
      *    APPLIEDRUNS.DAT - THE WHOLE LEDGER IS IN STORAGE BY NOW.
        0550-REWRITE-DRAW-LEDGER.
           OPEN OUTPUT DRAW-LEDGER-OUT.
           PERFORM VARYING WS-DRAW-SUB FROM 1 BY 1
              UNTIL WS-DRAW-SUB > WS-DRAW-COUNT
              MOVE WS-DR-ID(WS-DRAW-SUB) TO DRAW-OUT-ID
              MOVE WS-DR-ADVANCED(WS-DRAW-SUB) TO DRAW-OUT-ADVANCED
              MOVE WS-DR-RECOVERED(WS-DRAW-SUB) TO DRAW-OUT-RECOVERED
              MOVE WS-DR-WRITTEN-OFF(WS-DRAW-SUB)
                 TO DRAW-OUT-WRITTEN-OFF
              MOVE WS-DR-LAST-RUN-ID(WS-DRAW-SUB)
                 TO DRAW-OUT-LAST-RUN-ID
              MOVE WS-DR-LAST-RECOV(WS-DRAW-SUB)
                 TO DRAW-OUT-LAST-RECOV
              WRITE DRAW-OUT-RECORD
           END-PERFORM.
           CLOSE DRAW-LEDGER-OUT.

      ***************************************************************
      *  REGIONAL BURSTING.  EVERY REGION ON REGIONDIST.DAT GETS ITS *
      *  OWN COPY OF THE SALES, COMMISSION AND QUOTA SECTIONS FOR    *
      *  ITS SALESPEOPLE ONLY, WITH ITS OWN HEADINGS AND TOTALS AND  *
      *  A CONTROL TRAILER, IN COMMRGN-<REGION>.DAT.  DISTLOG.DAT    *
      *  RECORDS EACH FILE PRODUCED, WHO IT GOES TO AND ITS LINE     *
      *  COUNT.  THE COMPANY-WIDE REPORTS GO TO HEAD OFFICE ONLY.    *
      *  RUN BEFORE THE RANKING SORT SO EACH REGION'S PEOPLE COME    *
      *  OUT IN INPUT ORDER, AS ON THE COMPANY REPORTS.              *
      ***************************************************************
        0700-BURST-REGION-REPORTS.
           OPEN OUTPUT DIST-LOG.
           WRITE DIST-PRINT-LINE FROM RUN-IDENTITY-LINE.
           WRITE DIST-PRINT-LINE FROM DIST-HEADING-LINE
              AFTER ADVANCING 1 LINE.
           WRITE DIST-PRINT-LINE FROM DIST-COL-HEADING
              AFTER ADVANCING 1 LINE.
           PERFORM 0705-LOAD-DISTRIBUTION.
           PERFORM VARYING WS-DIST-SUB FROM 1 BY 1
              UNTIL WS-DIST-SUB > WS-DIST-COUNT
              PERFORM 0710-BURST-ONE-REGION
           END-PERFORM.
           PERFORM 0760-COUNT-UNROUTED.
           PERFORM 0770-LOG-HEAD-OFFICE-COPY.
           PERFORM 0780-WRITE-DIST-CONTROLS.
           CLOSE DIST-LOG.

        0705-LOAD-DISTRIBUTION.
           OPEN INPUT DIST-FILE.
           IF WS-DIST-FILE-STATUS = '00'
              READ DIST-FILE
                 AT END SET ENDOFDIST TO TRUE
              END-READ
              PERFORM UNTIL ENDOFDIST
                 IF DIST-HEAD-OFFICE
                    MOVE DIST-IN-MANAGER TO WS-HO-MANAGER
                    MOVE DIST-IN-DESTINATION TO WS-HO-DESTINATION
                 ELSE
                    IF DIST-IN-REGION NOT = SPACES
                       AND WS-DIST-COUNT < 20
                       ADD 1 TO WS-DIST-COUNT
                       MOVE DIST-IN-REGION
                          TO WS-DS-REGION(WS-DIST-COUNT)
                       MOVE DIST-IN-MANAGER
                          TO WS-DS-MANAGER(WS-DIST-COUNT)
                       MOVE DIST-IN-DESTINATION
                          TO WS-DS-DESTINATION(WS-DIST-COUNT)
                       MOVE SPACES TO WS-DS-FILE-NAME(WS-DIST-COUNT)
                       STRING 'COMMRGN-' DIST-IN-REGION
                          DELIMITED BY SPACE
                          '.DAT' DELIMITED BY SIZE
                          INTO WS-DS-FILE-NAME(WS-DIST-COUNT)
                       END-STRING
                       MOVE ZERO TO WS-DS-SALESPEOPLE(WS-DIST-COUNT)
                                    WS-DS-LINES(WS-DIST-COUNT)
                                    WS-DS-SALES(WS-DIST-COUNT)
                                    WS-DS-COMMISSION(WS-DIST-COUNT)
                    END-IF
                 END-IF
                 READ DIST-FILE
                    AT END SET ENDOFDIST TO TRUE
                 END-READ
              END-PERFORM
           END-IF.
           CLOSE DIST-FILE.

        0710-BURST-ONE-REGION.
           MOVE WS-DS-FILE-NAME(WS-DIST-SUB) TO WS-BURST-FILE-NAME.
           OPEN OUTPUT REGION-BURST-FILE.
           MOVE RUN-IDENTITY-LINE TO BURST-PRINT-LINE.
           WRITE BURST-PRINT-LINE.
           ADD 1 TO WS-DS-LINES(WS-DIST-SUB).
           MOVE WS-DS-REGION(WS-DIST-SUB) TO BURST-TTL-REGION.
           MOVE BURST-TITLE-LINE TO BURST-PRINT-LINE.
           PERFORM 0790-WRITE-BURST-LINE.
           MOVE WS-DS-MANAGER(WS-DIST-SUB) TO BURST-RTE-MANAGER.
           MOVE WS-DS-DESTINATION(WS-DIST-SUB) TO BURST-RTE-DEST.
           MOVE BURST-ROUTE-LINE TO BURST-PRINT-LINE.
           PERFORM 0790-WRITE-BURST-LINE.
           MOVE TIER-SET-LINE TO BURST-PRINT-LINE.
           PERFORM 0790-WRITE-BURST-LINE.
      *    SALES SECTION
           MOVE SPACES TO BURST-PRINT-LINE.
           PERFORM 0790-WRITE-BURST-LINE.
           MOVE BURST-SALES-HEADING TO BURST-PRINT-LINE.
           PERFORM 0790-WRITE-BURST-LINE.
           MOVE HEADING-LINE TO BURST-PRINT-LINE.
           PERFORM 0790-WRITE-BURST-LINE.
           PERFORM VARYING WS-RANK-SUB FROM 1 BY 1
              UNTIL WS-RANK-SUB > WS-RANK-COUNT
              IF WS-RANK-REGION(WS-RANK-SUB) =
                 WS-DS-REGION(WS-DIST-SUB)
                 PERFORM 0720-WRITE-REGION-SALES-LINE
              END-IF
           END-PERFORM.
           MOVE WS-DS-SALES(WS-DIST-SUB) TO TOTAL-YRLY-SALES.
           MOVE TOTAL-LINE TO BURST-PRINT-LINE.
           PERFORM 0790-WRITE-BURST-LINE.
      *    COMMISSION SECTION
           MOVE SPACES TO BURST-PRINT-LINE.
           PERFORM 0790-WRITE-BURST-LINE.
           MOVE COMM-HEADING-LINE1 TO BURST-PRINT-LINE.
           PERFORM 0790-WRITE-BURST-LINE.
           MOVE COMM-HEADING-LINE2 TO BURST-PRINT-LINE.
           PERFORM 0790-WRITE-BURST-LINE.
           MOVE COMM-HEADING-LINE3 TO BURST-PRINT-LINE.
           PERFORM 0790-WRITE-BURST-LINE.
           PERFORM VARYING WS-RANK-SUB FROM 1 BY 1
              UNTIL WS-RANK-SUB > WS-RANK-COUNT
              IF WS-RANK-REGION(WS-RANK-SUB) =
                 WS-DS-REGION(WS-DIST-SUB)
                 PERFORM 0725-WRITE-REGION-COMM-LINE
              END-IF
           END-PERFORM.
           MOVE WS-DS-COMMISSION(WS-DIST-SUB) TO TOTAL-COMMISSION.
           MOVE COMM-TOTAL-LINE TO BURST-PRINT-LINE.
           PERFORM 0790-WRITE-BURST-LINE.
      *    QUOTA SECTION
           MOVE SPACES TO BURST-PRINT-LINE.
           PERFORM 0790-WRITE-BURST-LINE.
           MOVE QUOTA-HEADING-LINE TO BURST-PRINT-LINE.
           PERFORM 0790-WRITE-BURST-LINE.
           MOVE QUOTA-COL-HEADING TO BURST-PRINT-LINE.
           PERFORM 0790-WRITE-BURST-LINE.
           PERFORM VARYING WS-RANK-SUB FROM 1 BY 1
              UNTIL WS-RANK-SUB > WS-RANK-COUNT
              IF WS-RANK-REGION(WS-RANK-SUB) =
                 WS-DS-REGION(WS-DIST-SUB)
                 PERFORM 0730-CHECK-REGION-PERSON-QUOTA
              END-IF
           END-PERFORM.
           PERFORM 0735-CHECK-OWN-REGION-QUOTA.
      *    CONTROL TRAILER - THE TRAILER LINE ITSELF IS COUNTED
           MOVE WS-DS-REGION(WS-DIST-SUB) TO BURST-TRL-REGION.
           MOVE WS-DS-SALESPEOPLE(WS-DIST-SUB) TO BURST-TRL-COUNT.
           MOVE WS-DS-SALES(WS-DIST-SUB) TO BURST-TRL-SALES.
           MOVE WS-DS-COMMISSION(WS-DIST-SUB) TO BURST-TRL-COMM.
           ADD 2 TO WS-DS-LINES(WS-DIST-SUB).
           MOVE WS-DS-LINES(WS-DIST-SUB) TO BURST-TRL-LINES.
           MOVE BURST-TRAILER-LINE TO BURST-PRINT-LINE.
           WRITE BURST-PRINT-LINE AFTER ADVANCING 2 LINES.
           CLOSE REGION-BURST-FILE.
           ADD WS-DS-SALESPEOPLE(WS-DIST-SUB) TO WS-ROUTED-COUNT.
           ADD WS-DS-SALES(WS-DIST-SUB) TO WS-ROUTED-SALES.
           MOVE WS-DS-REGION(WS-DIST-SUB) TO DLG-REGION.
           MOVE WS-DS-MANAGER(WS-DIST-SUB) TO DLG-MANAGER.
           MOVE WS-DS-DESTINATION(WS-DIST-SUB) TO DLG-DESTINATION.
           MOVE WS-DS-FILE-NAME(WS-DIST-SUB) TO DLG-FILE-NAME.
           MOVE WS-DS-SALESPEOPLE(WS-DIST-SUB) TO DLG-PEOPLE.
           MOVE WS-DS-LINES(WS-DIST-SUB) TO DLG-LINES.
           WRITE DIST-PRINT-LINE FROM DIST-DETAIL-LINE
              AFTER ADVANCING 1 LINE.

        0720-WRITE-REGION-SALES-LINE.
           ADD 1 TO WS-DS-SALESPEOPLE(WS-DIST-SUB).
           ADD WS-RANK-SALES(WS-RANK-SUB) TO WS-DS-SALES(WS-DIST-SUB).
           ADD WS-RANK-COMM(WS-RANK-SUB)
              TO WS-DS-COMMISSION(WS-DIST-SUB).
           MOVE WS-RANK-NAME(WS-RANK-SUB) TO DET-SALESPERSON-NAME.
           MOVE WS-RANK-REGION(WS-RANK-SUB) TO DET-REGION.
           MOVE WS-RANK-SALES(WS-RANK-SUB) TO DET-YEARLYSALES.
           MOVE DETAIL-LINE TO BURST-PRINT-LINE.
           PERFORM 0790-WRITE-BURST-LINE.

        0725-WRITE-REGION-COMM-LINE.
           MOVE WS-RANK-NAME(WS-RANK-SUB)(21:20) TO COMM-FIRSTNAME.
           MOVE WS-RANK-NAME(WS-RANK-SUB)(1:20) TO COMM-LASTNAME.
           MOVE WS-RANK-RATE(WS-RANK-SUB) TO COMM-RATE.
           MOVE WS-RANK-COMM(WS-RANK-SUB) TO COMM-AMOUNT.
           MOVE COMM-DETAIL-LINE TO BURST-PRINT-LINE.
           PERFORM 0790-WRITE-BURST-LINE.

        0730-CHECK-REGION-PERSON-QUOTA.
           PERFORM 0421-FIND-SALESPERSON-QUOTA.
           IF QUOTA-FOUND
              AND WS-RANK-SALES(WS-RANK-SUB) < WS-QUOTA-AMT-GV
              MOVE WS-RANK-NAME(WS-RANK-SUB) TO QUOTA-DET-NAME
              MOVE WS-RANK-SALES(WS-RANK-SUB) TO WS-QUOTA-ACTUAL
              PERFORM 0424-FORMAT-SHORTFALL-LINE
              MOVE QUOTA-DETAIL-LINE TO BURST-PRINT-LINE
              PERFORM 0790-WRITE-BURST-LINE
           END-IF.

      *    THE REGION'S OWN QUOTA IS HELD AGAINST THE SALES BURST TO
      *    IT, SO A REGION NOT NAMED IN THE 0430 LIST IS STILL CHECKED.
        0735-CHECK-OWN-REGION-QUOTA.
           PERFORM VARYING WS-QUOTA-SUB FROM 1 BY 1
              UNTIL WS-QUOTA-SUB > WS-QUOTA-COUNT
              IF WS-QUOTA-TYPE(WS-QUOTA-SUB) = 'R'
                 AND WS-QUOTA-KEY(WS-QUOTA-SUB) =
                     WS-DS-REGION(WS-DIST-SUB)
                 MOVE WS-QUOTA-AMOUNT(WS-QUOTA-SUB)
                    TO WS-QUOTA-AMT-GV
                 MOVE WS-DS-SALES(WS-DIST-SUB) TO WS-QUOTA-ACTUAL
                 IF WS-QUOTA-ACTUAL < WS-QUOTA-AMT-GV
                    MOVE SPACES TO QUOTA-DET-NAME
                    STRING 'REGION ' WS-QUOTA-KEY(WS-QUOTA-SUB)
                       DELIMITED BY SIZE INTO QUOTA-DET-NAME
                    END-STRING
                    PERFORM 0424-FORMAT-SHORTFALL-LINE
                    MOVE QUOTA-DETAIL-LINE TO BURST-PRINT-LINE
                    PERFORM 0790-WRITE-BURST-LINE
                 END-IF
              END-IF
           END-PERFORM.

      *    A SALESPERSON WHOSE REGION HAS NO DISTRIBUTION ROW APPEARS
      *    ON THE HEAD OFFICE COPY ONLY.  THAT IS A WARNING, NOT AN
      *    ABORT - THE REFERENCE FILE NEEDS A ROW ADDING.
        0760-COUNT-UNROUTED.
           PERFORM VARYING WS-RANK-SUB FROM 1 BY 1
              UNTIL WS-RANK-SUB > WS-RANK-COUNT
              MOVE 'N' TO WS-DIST-FOUND-SW
              PERFORM VARYING WS-DIST-SUB FROM 1 BY 1
                 UNTIL WS-DIST-SUB > WS-DIST-COUNT
                 OR DIST-REGION-FOUND
                 IF WS-DS-REGION(WS-DIST-SUB) =
                    WS-RANK-REGION(WS-RANK-SUB)
                    MOVE 'Y' TO WS-DIST-FOUND-SW
                 END-IF
              END-PERFORM
              IF NOT DIST-REGION-FOUND
                 ADD 1 TO WS-UNROUTED-COUNT
                 ADD WS-RANK-SALES(WS-RANK-SUB) TO WS-UNROUTED-SALES
              END-IF
           END-PERFORM.
           IF WS-UNROUTED-COUNT > ZERO
              DISPLAY "SALESCOMMISSION WARNING: " WS-UNROUTED-COUNT
                 " SALESPEOPLE IN REGIONS NOT ON REGIONDIST.DAT - "
                 "HEAD OFFICE COPY ONLY"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

        0770-LOG-HEAD-OFFICE-COPY.
           MOVE '*ALL' TO DLG-REGION.
           MOVE WS-HO-MANAGER TO DLG-MANAGER.
           MOVE WS-HO-DESTINATION TO DLG-DESTINATION.
           MOVE WS-RANK-COUNT TO DLG-PEOPLE.
           MOVE ZERO TO DLG-LINES.
           MOVE 'SALESREPORT.DAT' TO DLG-FILE-NAME.
           WRITE DIST-PRINT-LINE FROM DIST-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
           MOVE SPACES TO DLG-REGION, DLG-MANAGER, DLG-DESTINATION.
           MOVE 'COMMISSIONREPORT.DAT' TO DLG-FILE-NAME.
           WRITE DIST-PRINT-LINE FROM DIST-DETAIL-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'QUOTARPT.DAT' TO DLG-FILE-NAME.
           WRITE DIST-PRINT-LINE FROM DIST-DETAIL-LINE
              AFTER ADVANCING 1 LINE.

      *    ROUTED PLUS NOT ROUTED MUST COME BACK TO THE DETAIL COUNT
      *    AND SALES TOTAL THE COMPANY-WIDE REPORT WAS BUILT FROM.
        0780-WRITE-DIST-CONTROLS.
           MOVE 'REGION FILES PRODUCED' TO DCL-LABEL.
           MOVE WS-DIST-COUNT TO DCL-AMOUNT.
           WRITE DIST-PRINT-LINE FROM DIST-CONTROL-LINE
              AFTER ADVANCING 2 LINES.
           MOVE 'SALESPEOPLE ROUTED TO A REGION' TO DCL-LABEL.
           MOVE WS-ROUTED-COUNT TO DCL-AMOUNT.
           WRITE DIST-PRINT-LINE FROM DIST-CONTROL-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'SALESPEOPLE HEAD OFFICE ONLY' TO DCL-LABEL.
           MOVE WS-UNROUTED-COUNT TO DCL-AMOUNT.
           WRITE DIST-PRINT-LINE FROM DIST-CONTROL-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'SALESPEOPLE ON COMPANY REPORT' TO DCL-LABEL.
           MOVE WS-DETAIL-COUNT TO DCL-AMOUNT.
           WRITE DIST-PRINT-LINE FROM DIST-CONTROL-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'SALES ROUTED TO A REGION' TO DCL-LABEL.
           MOVE WS-ROUTED-SALES TO DCL-AMOUNT.
           WRITE DIST-PRINT-LINE FROM DIST-CONTROL-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'SALES HEAD OFFICE ONLY' TO DCL-LABEL.
           MOVE WS-UNROUTED-SALES TO DCL-AMOUNT.
           WRITE DIST-PRINT-LINE FROM DIST-CONTROL-LINE
              AFTER ADVANCING 1 LINE.
           MOVE 'SALES ON COMPANY REPORT' TO DCL-LABEL.
           MOVE WS-TOTAL-SALES TO DCL-AMOUNT.
           WRITE DIST-PRINT-LINE FROM DIST-CONTROL-LINE
              AFTER ADVANCING 1 LINE.
           IF WS-ROUTED-COUNT + WS-UNROUTED-COUNT NOT = WS-DETAIL-COUNT
              OR WS-ROUTED-SALES + WS-UNROUTED-SALES
                 NOT = WS-TOTAL-SALES
              MOVE '*** REGIONAL FILES DO NOT BALANCE ***'
                 TO DIST-PRINT-LINE
              WRITE DIST-PRINT-LINE AFTER ADVANCING 2 LINES
              DISPLAY "SALESCOMMISSION WARNING: REGIONAL FILES DO "
                 "NOT BALANCE TO THE COMPANY REPORT - SEE DISTLOG.DAT"
              IF RETURN-CODE < 4
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

        0790-WRITE-BURST-LINE.
           WRITE BURST-PRINT-LINE AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-DS-LINES(WS-DIST-SUB).

      ***************************************************************
      *  HISTORY ROWS.  THE PAYMENT AND TRAILER ROWS CARRY THE       *
      *  EXTRACT RECORD JUST WRITTEN, UNCHANGED.                     *
      ***************************************************************
        0195-WRITE-HISTORY-IMAGE.
            MOVE WS-THIS-RUN-ID TO CH-RUN-ID.
            MOVE WS-REPORT-PERIOD TO CH-PERIOD.
            MOVE PAY-EXTRACT-RECORD TO CH-IMAGE.
            WRITE COMM-HIST-RECORD.

        0196-WRITE-HISTORY-PAYMENT.
            IF HISTORY-WANTED
               MOVE 'P' TO CH-ROW-TYPE
               PERFORM 0195-WRITE-HISTORY-IMAGE
            END-IF.

        0197-WRITE-HISTORY-ADJUSTMENT.
            MOVE WS-THIS-RUN-ID TO CH-RUN-ID.
            MOVE WS-REPORT-PERIOD TO CH-PERIOD.
            MOVE 'A' TO CH-ROW-TYPE.
            MOVE SPACES TO CH-IMAGE.
            MOVE SALESPERSON-ID TO CH-ADJ-ID.
            MOVE SALESPERSON-NAME TO CH-ADJ-NAME.
            MOVE YEARLYSALES TO CH-ADJ-GROSS.
            MOVE WS-ADJ-THIS-PERSON TO CH-ADJ-AMOUNT.
            MOVE WS-NET-SALES TO CH-ADJ-NET.
            MOVE WS-ADJ-REASON(WS-ADJ-SUB) TO CH-ADJ-REASON.
            WRITE COMM-HIST-RECORD.

      ***************************************************************
      *  THE TRAILER LETS PAYROLL BALANCE THE LOADED EXTRACT        *
      *  AGAINST THE STATEMENT TOTALS BEFORE ANYONE IS PAID.  THE   *
      *  COMMISSION TOTAL IS THE NET PAID - GROSS LESS DRAW         *
      *  RECOVERED - SO IT FOOTS TO THE DETAIL PAY-COMMISSION.      *
      ***************************************************************
        0198-WRITE-PAYROLL-TRAILER.
            MOVE SPACES TO PAY-EXTRACT-RECORD.
            MOVE 'TRAILER  ' TO PAY-TRL-ID.
            MOVE WS-PAY-EXTRACT-COUNT TO PAY-TRL-COUNT.
            MOVE WS-TOTAL-NET-PAID TO PAY-TRL-COMMISSION.
            MOVE WS-TOTAL-DRAW-RECOV TO PAY-TRL-RECOVERED.
            MOVE WS-TOTAL-OVERRIDE TO PAY-TRL-OVERRIDE.
            WRITE PAY-EXTRACT-RECORD.
            IF HISTORY-WANTED
               MOVE 'T' TO CH-ROW-TYPE
               PERFORM 0195-WRITE-HISTORY-IMAGE
            END-IF.

        0200-STOP-RUN.
           IF PAY-ENTITLED-ROLE
              PERFORM 0198-WRITE-PAYROLL-TRAILER
           END-IF.
           IF HISTORY-WANTED
              CLOSE COMM-HISTORY
           END-IF.
           CLOSE SALESFILE.
           CLOSE PRINT-FILE, COMMISSION-REPORT, GROWTH-REPORT,
              STATEMENT-FILE, PAYROLL-EXTRACT, ADJ-REGISTER.
