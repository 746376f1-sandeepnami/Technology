    SELECT OPTIONAL CapacityFile ASSIGN TO "COURSECAP.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS CapacityStatus.
    SELECT OPTIONAL CourseMasterFile ASSIGN TO "COURSEMAST.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS CourseMasterStatus.
    SELECT RejectFile ASSIGN TO "STUDREJECT.DAT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
*> Student master carried across runs: each student's course and the
*> term they were last seen in.  Rewritten fresh each run from the
*> current STUDENTS.DAT, so next term's comparison sees this term.
*> The tutorial section is set by SectionAssign and carried over
*> for a student who stays on the same course.
FD StudentMasterFile.
01 StudentMasterRecord.
   88  EndOfStudentMaster  VALUE HIGH-VALUES.
   02  MstStudentId    PIC 9(7).
   02  MstCourseCode   PIC X(4).
   02  MstLastTerm     PIC X(6).
   02  MstSection      PIC 99.

*> Course capacity reference - the enrollment limits that used to
*> live in a spreadsheet in the faculty office.
   02  CapCourseCode   PIC X(4).
   02  CapMinViable    PIC 9(3).
   02  CapMaximum      PIC 9(3).
   02  CapSectionSize  PIC 9(3).

*> Course master reference - every course a student may be enrolled
*> on, whether or not it is currently running.
FD CourseMasterFile.
01 CourseMasterRecord.
   88  EndOfCourseMaster VALUE HIGH-VALUES.
   02  CmCourseCode    PIC X(4).
   02  CmCourseTitle   PIC X(30).
   02  CmFaculty       PIC X(20).
   02  CmActiveFlag    PIC X.

*> Student records failing validation, as read, with the reason.
FD RejectFile.
01 RejectRecord.
   02  RejStudentData  PIC X(30).
   02  RejReasonCode   PIC XX.
   02  RejReasonText   PIC X(30).

WORKING-STORAGE SECTION.
01 MonthTable.
   02 FILLER            PIC X(4) VALUE SPACES.
   02 PrnStudentCount   PIC ZZ9.

*> Every student is validated before being counted.  A student who
*> fails is written to the reject file with the first reason found,
*> and is left out of every count, the course history and the master.
01 RejectIdx            PIC 9.
   88 StudentIsValid    VALUE ZERO.
01 RejectReasonValues.
   02 FILLER PIC X(32) VALUE "IDSTUDENT ID NOT NUMERIC".
   02 FILLER PIC X(32) VALUE "DPDUPLICATE STUDENT ID".
   02 FILLER PIC X(32) VALUE "CUCOURSE NOT ON COURSE MASTER".
   02 FILLER PIC X(32) VALUE "CICOURSE NOT ACTIVE".
   02 FILLER PIC X(32) VALUE "GNINVALID GENDER".
   02 FILLER PIC X(32) VALUE "DBINVALID DATE OF BIRTH".
   02 FILLER PIC X(32) VALUE "AGAGE OUTSIDE PLAUSIBLE RANGE".
01 RejectReasonTable REDEFINES RejectReasonValues.
   02 RejectReasonEntry OCCURS 7 TIMES.
      03 RrCode         PIC XX.
      03 RrText         PIC X(30).
01 RejectReasonCount OCCURS 7 TIMES PIC 999 VALUE ZEROS.
01 RejectTotal          PIC 9(4) VALUE ZERO.
01 RejectDisplayLine.
   02 RdlCode           PIC XX.
   02 FILLER            PIC XX VALUE SPACES.
   02 RdlText           PIC X(30).
   02 RdlCount          PIC ZZ9.

*> Date of birth and age range checks.
01 DaysInMonthValues    PIC X(24) VALUE "312831303130313130313031".
01 DaysInMonthTable REDEFINES DaysInMonthValues.
   02 DaysInMonth OCCURS 12 TIMES PIC 99.
01 MonthDays            PIC 99.
01 LeapQuotient         PIC 9(4).
01 LeapRem4             PIC 9(3).
01 LeapRem100           PIC 9(3).
01 LeapRem400           PIC 9(3).
01 MinStudentAge        PIC 999 VALUE 15.
01 MaxStudentAge        PIC 999 VALUE 90.
01 CheckAge             PIC S999.

*> Course master table.  With no COURSEMAST.DAT the course checks
*> are skipped and the run says so.
01 CourseMasterStatus   PIC XX.
01 CourseMasterLoaded   PIC X VALUE 'N'.
   88 CourseMasterWasLoaded VALUE 'Y'.
01 CmCount              PIC 999 VALUE ZERO.
01 CmTable.
   02 CmEntry OCCURS 100 TIMES.
      03 CmTblCode      PIC X(4).
      03 CmTblActive    PIC X.
01 CmIdx                PIC 999.
01 CmFound              PIC X.
   88 CmEntryFound      VALUE 'Y'.

*> Course-by-month breakdown.  The course list is not known in advance,
*> so it is built as the file is read, the same way as any other
      03 MstTblStudentId  PIC 9(7).
      03 MstTblCourse     PIC X(4).
      03 MstTblMatched    PIC X.
      03 MstTblSection    PIC 99.
01 MasterIdx            PIC 9(4).
01 MasterFound          PIC X.
   88 MasterEntryFound   VALUE 'Y'.
Begin.
   ACCEPT RunDate FROM DATE YYYYMMDD
   PERFORM LoadStudentMaster
   PERFORM LoadCourseMaster
   OPEN OUTPUT RejectFile
   OPEN INPUT StudentFile
   READ StudentFile
      AT END SET EndOfStudentFile TO TRUE
   PERFORM DisplayCapacityExceptions
   PERFORM RewriteStudentMaster

   IF RejectTotal > ZERO
      DISPLAY SPACE
      DISPLAY "----- STUDENT RECORDS REJECTED -----"
      PERFORM VARYING RejectIdx FROM 1 BY 1 UNTIL RejectIdx > 7
         IF RejectReasonCount(RejectIdx) > ZERO
            MOVE RrCode(RejectIdx) TO RdlCode
            MOVE RrText(RejectIdx) TO RdlText
            MOVE RejectReasonCount(RejectIdx) TO RdlCount
            DISPLAY RejectDisplayLine
         END-IF
      END-PERFORM
      DISPLAY "TOTAL STUDENTS REJECTED: " RejectTotal
   END-IF

   CLOSE StudentFile
   CLOSE RejectFile
   STOP RUN.

*> Validate the whole record before the birth month is ever used to
*> subscript any of the month tables.  A rejected student is left out
*> of every count instead of corrupting an unrelated table entry.
ProcessStudent.
   PERFORM ValidateStudent
   IF StudentIsValid
      PERFORM RememberCurrentStudent
      ADD 1 TO MonthCount(MOBirth)
      PERFORM AccumulateCourseCount
      PERFORM AccumulateGenderCount
      PERFORM AccumulateAgeBand
   ELSE
      MOVE StudentDetails TO RejStudentData
      MOVE RrCode(RejectIdx) TO RejReasonCode
      MOVE RrText(RejectIdx) TO RejReasonText
      WRITE RejectRecord
      ADD 1 TO RejectReasonCount(RejectIdx)
      ADD 1 TO RejectTotal
   END-IF.

*> Checks run in order and stop at the first failure, so each
*> rejected student carries exactly one reason.
ValidateStudent.
   MOVE ZERO TO RejectIdx
   IF StudentId IS NOT NUMERIC
      MOVE 1 TO RejectIdx
   END-IF
   IF StudentIsValid
      PERFORM VARYING CurrentIdx FROM 1 BY 1
         UNTIL CurrentIdx > CurrentCount OR NOT StudentIsValid
         IF CurTblStudentId(CurrentIdx) = StudentId
            MOVE 2 TO RejectIdx
         END-IF
      END-PERFORM
   END-IF
   IF StudentIsValid AND CourseMasterWasLoaded
      PERFORM CheckCourseMaster
   END-IF
   IF StudentIsValid
      IF Gender NOT = 'M' AND Gender NOT = 'F' AND Gender NOT = 'X'
         MOVE 5 TO RejectIdx
      END-IF
   END-IF
   IF StudentIsValid
      PERFORM CheckDateOfBirth
   END-IF
   IF StudentIsValid
      PERFORM CheckStudentAge
   END-IF.

CheckCourseMaster.
   MOVE 'N' TO CmFound
   PERFORM VARYING CmIdx FROM 1 BY 1
      UNTIL CmIdx > CmCount OR CmEntryFound
      IF CmTblCode(CmIdx) = CourseCode
         MOVE 'Y' TO CmFound
      END-IF
   END-PERFORM
   IF CmEntryFound
      SUBTRACT 1 FROM CmIdx
      IF CmTblActive(CmIdx) NOT = 'Y'
         MOVE 4 TO RejectIdx
      END-IF
   ELSE
      MOVE 3 TO RejectIdx
   END-IF.

*> A real calendar date: month 01-12 and a day that exists in that
*> month, allowing 29 February only in a leap year.
CheckDateOfBirth.
   IF YOBirth IS NOT NUMERIC OR MOBirth IS NOT NUMERIC
      OR DOBirth IS NOT NUMERIC
      MOVE 6 TO RejectIdx
   ELSE
      IF MOBirth < 1 OR MOBirth > 12 OR DOBirth < 1
         MOVE 6 TO RejectIdx
      ELSE
         MOVE DaysInMonth(MOBirth) TO MonthDays
         IF MOBirth = 2
            DIVIDE YOBirth BY 4 GIVING LeapQuotient
               REMAINDER LeapRem4
            DIVIDE YOBirth BY 100 GIVING LeapQuotient
               REMAINDER LeapRem100
            DIVIDE YOBirth BY 400 GIVING LeapQuotient
               REMAINDER LeapRem400
            IF LeapRem4 = ZERO
               AND (LeapRem100 NOT = ZERO OR LeapRem400 = ZERO)
               MOVE 29 TO MonthDays
            END-IF
         END-IF
         IF DOBirth > MonthDays
            MOVE 6 TO RejectIdx
         END-IF
      END-IF
   END-IF.

*> Age at the run date, worked the same way as AccumulateAgeBand but
*> signed, so a birth date in the future is caught as well.
CheckStudentAge.
   COMPUTE CheckAge = RunYear - YOBirth
   MOVE MOBirth TO BMD-Month
   MOVE DOBirth TO BMD-Day
   IF BirthMonthDay > RunMonthDay
      SUBTRACT 1 FROM CheckAge
   END-IF
   IF CheckAge < MinStudentAge OR CheckAge > MaxStudentAge
      MOVE 7 TO RejectIdx
   END-IF.

RememberCurrentStudent.
      END-PERFORM
   END-PERFORM.

LoadCourseMaster.
   OPEN INPUT CourseMasterFile
   IF CourseMasterStatus = "00"
      MOVE 'Y' TO CourseMasterLoaded
      READ CourseMasterFile
         AT END SET EndOfCourseMaster TO TRUE
      END-READ
      PERFORM UNTIL EndOfCourseMaster
         IF CmCount < 100
            ADD 1 TO CmCount
            MOVE CmCourseCode TO CmTblCode(CmCount)
            MOVE CmActiveFlag TO CmTblActive(CmCount)
         ELSE
            DISPLAY "COURSE MASTER TABLE FULL - IGNORING "
               CmCourseCode
         END-IF
         READ CourseMasterFile
            AT END SET EndOfCourseMaster TO TRUE
         END-READ
      END-PERFORM
   ELSE
      DISPLAY "COURSEMAST.DAT NOT FOUND - COURSE CODES NOT VALIDATED"
   END-IF
   CLOSE CourseMasterFile.

LoadStudentMaster.
   OPEN INPUT StudentMasterFile
   IF StudentMasterStatus = "00"
            MOVE MstStudentId TO MstTblStudentId(MasterCount)
            MOVE MstCourseCode TO MstTblCourse(MasterCount)
            MOVE 'N' TO MstTblMatched(MasterCount)
            IF MstSection IS NUMERIC
               MOVE MstSection TO MstTblSection(MasterCount)
            ELSE
               MOVE ZERO TO MstTblSection(MasterCount)
            END-IF
         END-IF
         READ StudentMasterFile
            AT END SET EndOfStudentMaster TO TRUE
      MOVE CurTblStudentId(CurrentIdx) TO MstStudentId
      MOVE CurTblCourse(CurrentIdx) TO MstCourseCode
      MOVE CurrentTermId TO MstLastTerm
      MOVE ZERO TO MstSection
      MOVE 'N' TO MasterFound
      PERFORM VARYING MasterIdx FROM 1 BY 1
         UNTIL MasterIdx > MasterCount
         OR MasterEntryFound
         IF MstTblStudentId(MasterIdx) = CurTblStudentId(CurrentIdx)
            AND MstTblCourse(MasterIdx) = CurTblCourse(CurrentIdx)
            MOVE 'Y' TO MasterFound
            MOVE MstTblSection(MasterIdx) TO MstSection
         END-IF
      END-PERFORM
      WRITE StudentMasterRecord
   END-PERFORM
   CLOSE StudentMasterFile.
