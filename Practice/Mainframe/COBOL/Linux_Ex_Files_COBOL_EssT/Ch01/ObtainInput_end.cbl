      *  calling report program (sales, BMI, weather) and written    *
      *  to the RUNAUDIT.DAT run-audit file, so every report         *
      *  heading and control trailer carries who ran it and when.    *
      *  A scheduled run supplies SIGNON.DAT (see below)             *
      *  and is never prompted; the interactive confirm loop         *
      *  remains the fallback and carries a blank role, which the    *
      *  sensitive reports treat as not entitled.  Identification    *
      *  the returned role and append their own refusal records to   *
      *  RUNAUDIT.DAT (same layout, 'REFUSED' in the note column)    *
      *  when an operator is not entitled.                           *
      *  The sign-on row also carries the role, the calling report's *
      *  id (set by the caller in the pass area) and whether the     *
      *  operator came from OPERATOR.DAT (C) or was keyed in (I), so *
      *  the ACCESSREVIEW run can tell who ran what, and how.        *
      *  OPERATOR.DAT is the operator master kept by OPERMAINT; a    *
      *  scheduled run names its operator on SIGNON.DAT (cols 1-8    *
      *  operator id) and takes the name and role from the master.   *
      *  An operator revoked to inactive, or an id not on the        *
      *  master, signs on with a blank role.  Without SIGNON.DAT, or *
      *  with a blank operator id on it, the operator is keyed in at *
      *  the terminal and signs on with a blank role.                *
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-FILE-STATUS.
           SELECT OPTIONAL SIGNON-CARD-FILE ASSIGN TO "SIGNON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SIGNON-CARD-STATUS.
           SELECT OPTIONAL RUN-AUDIT-FILE ASSIGN TO "RUNAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           05 OPR-NAME          PIC X(20).
           05 OPR-ID            PIC X(8).
           05 OPR-ROLE          PIC X(4).
           05 OPR-STATUS        PIC X.
               88 OPR-INACTIVE  VALUE 'I'.
           05 FILLER            PIC X(7).

       FD SIGNON-CARD-FILE.
       01 SIGNON-CARD-RECORD.
           05 SCD-OPERATOR-ID   PIC X(8).
           05 FILLER            PIC X(72).

       FD RUN-AUDIT-FILE
          RECORD CONTAINS 80 CHARACTERS.
       01 RUN-AUDIT-RECORD.
           05 AUD-TIMESTAMP     PIC X(14).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 AUD-OPERATOR-NAME PIC X(20).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 AUD-NOTE          PIC X(12).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 AUD-OPERATOR-ROLE PIC X(4).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 AUD-REPORT-ID     PIC X(8).
           05 FILLER            PIC X(2) VALUE SPACES.
           05 AUD-SIGNON-SOURCE PIC X.
           05 FILLER            PIC X.

       WORKING-STORAGE SECTION.
       01 NAME PIC A(20).
       01 CONFIRM-ANSWER PIC X.
           88 NAME-CONFIRMED VALUE 'Y' 'y'.
       01 OPERATOR-FILE-STATUS PIC XX.
       01 SIGNON-CARD-STATUS PIC XX.
       01 SIGNON-CARD-ID PIC X(8) VALUE SPACES.
       01 OPERATOR-FOUND-SW PIC X VALUE 'N'.
           88 OPERATOR-FOUND VALUE 'Y'.
       01 OPERATOR-EOF-SW PIC X VALUE 'N'.
           88 END-OF-OPERATORS VALUE 'Y'.
       01 CARD-SUPPLIED-SW PIC X VALUE 'N'.
           88 OPERATOR-CARD-SUPPLIED VALUE 'Y'.
       01 RUN-DATE-WORK PIC 9(8).
           05 SIGNON-OPERATOR-ID   PIC X(8).
           05 SIGNON-RUN-TIMESTAMP PIC X(14).
           05 SIGNON-OPERATOR-ROLE PIC X(4).
           05 SIGNON-REPORT-ID     PIC X(8).

       PROCEDURE DIVISION USING SIGNON-PASSAREA.
           0100-START-HERE.
       GOBACK.

           0150-READ-OPERATOR-CARD.
               OPEN INPUT SIGNON-CARD-FILE.
               IF SIGNON-CARD-STATUS = '00'
                  READ SIGNON-CARD-FILE
                     AT END CONTINUE
                     NOT AT END
                        MOVE SCD-OPERATOR-ID TO SIGNON-CARD-ID
                  END-READ
               END-IF.
               CLOSE SIGNON-CARD-FILE.
               IF SIGNON-CARD-ID NOT = SPACES
                  PERFORM 0155-FIND-CARD-OPERATOR
               END-IF.
               IF SIGNON-CARD-ID NOT = SPACES
                  AND NOT OPERATOR-FOUND
                  MOVE 'Y' TO CARD-SUPPLIED-SW
                  MOVE 'NOT ON OPERATOR.DAT' TO SIGNON-OPERATOR-NAME
                  MOVE SIGNON-CARD-ID TO SIGNON-OPERATOR-ID
                  MOVE SPACES TO SIGNON-OPERATOR-ROLE
               END-IF.

           0155-FIND-CARD-OPERATOR.
               OPEN INPUT OPERATOR-FILE.
               IF OPERATOR-FILE-STATUS = '00'
                  PERFORM 0160-READ-OPERATOR-RECORD
                  PERFORM 0160-READ-OPERATOR-RECORD
                     UNTIL END-OF-OPERATORS
                     OR OPR-ID = SIGNON-CARD-ID
                  IF NOT END-OF-OPERATORS
                     MOVE 'Y' TO OPERATOR-FOUND-SW
                     MOVE 'Y' TO CARD-SUPPLIED-SW
                     MOVE OPR-NAME TO SIGNON-OPERATOR-NAME
                     MOVE OPR-ID TO SIGNON-OPERATOR-ID
                     MOVE OPR-ROLE TO SIGNON-OPERATOR-ROLE
                     IF OPR-INACTIVE
                        MOVE SPACES TO SIGNON-OPERATOR-ROLE
                     END-IF
                  END-IF
               END-IF.
               CLOSE OPERATOR-FILE.

           0160-READ-OPERATOR-RECORD.
               READ OPERATOR-FILE
                  AT END MOVE 'Y' TO OPERATOR-EOF-SW
               END-READ.

           0200-OBTAIN-NAME.
               DISPLAY "Please enter your name: ".
               ACCEPT NAME.
               MOVE SIGNON-OPERATOR-ID TO AUD-OPERATOR-ID.
               MOVE SIGNON-OPERATOR-NAME TO AUD-OPERATOR-NAME.
               MOVE 'SIGNON' TO AUD-NOTE.
               MOVE SIGNON-OPERATOR-ROLE TO AUD-OPERATOR-ROLE.
               MOVE SIGNON-REPORT-ID TO AUD-REPORT-ID.
               IF OPERATOR-CARD-SUPPLIED
                  MOVE 'C' TO AUD-SIGNON-SOURCE
               ELSE
                  MOVE 'I' TO AUD-SIGNON-SOURCE
               END-IF.
               WRITE RUN-AUDIT-RECORD.
               CLOSE RUN-AUDIT-FILE.
       END PROGRAM OBTAININPUT.
