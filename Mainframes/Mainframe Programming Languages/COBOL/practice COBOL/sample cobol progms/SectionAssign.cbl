      $ SET SOURCEFORMAT"FREE"
IDENTIFICATION DIVISION.
PROGRAM-ID.  SectionAssign.
AUTHOR.  Michael Coughlan.
*> Splits each course's students into tutorial sections.  The number
*> of sections comes from the course's section-size limit on
*> COURSECAP.DAT; students are spread so that section sizes differ by
*> at most one and each section gets a fair share of each gender.
*> A student already sectioned on STUDMASTER.DAT keeps that section
*> unless it no longer exists or is already full, and every such move
*> is listed at the end of the roster.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT StudentFile ASSIGN TO "STUDENTS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL.
    SELECT OPTIONAL TermParmFile ASSIGN TO "TERMPARM.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS TermParmStatus.
    SELECT OPTIONAL StudentMasterFile ASSIGN TO "STUDMASTER.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS StudentMasterStatus.
    SELECT OPTIONAL CapacityFile ASSIGN TO "COURSECAP.DAT"
		ORGANIZATION IS LINE SEQUENTIAL
		FILE STATUS IS CapacityStatus.
    SELECT SectionFile ASSIGN TO "SECTIONS.DAT"
		ORGANIZATION IS LINE SEQUENTIAL.
    SELECT RosterFile ASSIGN TO "SECTROSTER.DAT"
		ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD StudentFile.
01 StudentDetails.
   88  EndOfStudentFile  VALUE HIGH-VALUES.
   02  StudentId       PIC 9(7).
   02  StudentName.
       03 Surname      PIC X(8).
       03 Initials     PIC XX.
   02  DateOfBirth.
       03 YOBirth      PIC 9(4).
       03 MOBirth      PIC 9(2).
       03 DOBirth      PIC 9(2).
   02  CourseCode      PIC X(4).
   02  Gender          PIC X.

FD TermParmFile.
01 TermParmRecord.
   02  ParmTermId      PIC X(6).

FD StudentMasterFile.
01 StudentMasterRecord.
   88  EndOfStudentMaster  VALUE HIGH-VALUES.
   02  MstStudentId    PIC 9(7).
   02  MstCourseCode   PIC X(4).
   02  MstLastTerm     PIC X(6).
   02  MstSection      PIC 99.

FD CapacityFile.
01 CapacityRecord.
   88  EndOfCapacities VALUE HIGH-VALUES.
   02  CapCourseCode   PIC X(4).
   02  CapMinViable    PIC 9(3).
   02  CapMaximum      PIC 9(3).
   02  CapSectionSize  PIC 9(3).

*> One row per student: the section assigned this run, the section
*> held before it, and how it was arrived at - C continuing in the
*> same section, M moved from another section, N newly sectioned.
FD SectionFile.
01 SectionRecord.
   02  SaCourseCode    PIC X(4).
   02  SaSection       PIC 99.
   02  SaStudentId     PIC 9(7).
   02  SaSurname       PIC X(8).
   02  SaInitials      PIC XX.
   02  SaGender        PIC X.
   02  SaPriorSection  PIC 99.
   02  SaAssignType    PIC X.

FD RosterFile.
01 RosterLine          PIC X(80).

WORKING-STORAGE SECTION.
01 TermParmStatus       PIC XX.
01 StudentMasterStatus  PIC XX.
01 CapacityStatus       PIC XX.
01 CurrentTermId        PIC X(6) VALUE 'TERM??'.

*> Used for any course with no section size on COURSECAP.DAT.
01 DefaultSectionSize   PIC 9(3) VALUE 25.

01 CapacityCount        PIC 99 VALUE ZERO.
01 CapacityTable.
   02 CapacityEntry OCCURS 20 TIMES.
      03 CapTblCourse   PIC X(4).
      03 CapTblMax      PIC 9(3).
      03 CapTblSection  PIC 9(3).
01 CapacityIdx          PIC 99.
01 CapacityFound        PIC X.
   88 CapacityEntryFound VALUE 'Y'.

*> Prior sections, by student and course, from the student master.
01 MasterCount          PIC 9(4) VALUE ZERO.
01 MasterTable.
   02 MasterEntry OCCURS 1000 TIMES.
      03 MstTblStudentId  PIC 9(7).
      03 MstTblCourse     PIC X(4).
      03 MstTblTerm       PIC X(6).
      03 MstTblSection    PIC 99.
01 MasterIdx            PIC 9(4).
01 MasterLoaded         PIC X VALUE 'N'.
   88 MasterWasLoaded   VALUE 'Y'.
01 MasterTableFull      PIC X VALUE 'N'.
   88 MasterTableIsFull VALUE 'Y'.

*> This run's students.  Gender is held as an index - 1 male,
*> 2 female, 3 other - so the section gender counts can be
*> subscripted by it.
01 StudentCount         PIC 9(4) VALUE ZERO.
01 StudentTable.
   02 StudentEntry OCCURS 1000 TIMES.
      03 StuTblId         PIC 9(7).
      03 StuTblSurname    PIC X(8).
      03 StuTblInitials   PIC XX.
      03 StuTblCourse     PIC X(4).
      03 StuTblGender     PIC X.
      03 StuTblGenderIdx  PIC 9.
      03 StuTblPrior      PIC 99.
      03 StuTblSection    PIC 99.
      03 StuTblMasterIdx  PIC 9(4).
01 StudentIdx           PIC 9(4).
01 SkippedCount         PIC 9(4) VALUE ZERO.

01 CourseCount          PIC 99 VALUE ZERO.
01 CourseTable.
   02 CourseEntry OCCURS 20 TIMES.
      03 CourseEntryCode     PIC X(4).
      03 CourseStudents      PIC 9(4).
      03 CourseGenderTotal OCCURS 3 TIMES PIC 9(4).
01 CourseIdx            PIC 99.
01 CourseFound          PIC X.
   88 CourseWasFound    VALUE 'Y'.

*> Sections of the course being worked on.  Sizes are held to the
*> base size, with the remainder spread one each over that many
*> sections, so every section ends within one student of the others.
01 SectionLimit         PIC 9(3).
01 SectionCount         PIC 99.
01 BaseSize             PIC 9(4).
01 BigSections          PIC 99.
01 BigSectionsUsed      PIC 99.
01 SectionTable.
   02 SectionEntry OCCURS 99 TIMES.
      03 SecSize          PIC 9(4).
      03 SecGenderCount OCCURS 3 TIMES PIC 9(4).
01 SectionIdx           PIC 99.
01 BestSection          PIC 99.
01 SectionRoom          PIC X.
   88 SectionHasRoom    VALUE 'Y'.
01 GenderIdx            PIC 9.
01 GenderCeiling OCCURS 3 TIMES PIC 9(4).

01 KeptCount            PIC 9(4) VALUE ZERO.
01 MovedCount           PIC 9(4) VALUE ZERO.
01 NewCount             PIC 9(4) VALUE ZERO.
01 NotOnMasterCount     PIC 9(4) VALUE ZERO.

01 SummaryHeadingLine   PIC X(40)
     VALUE "----- SECTION ASSIGNMENT BY COURSE -----".
01 SummaryDisplayLine.
   02 SumCourse         PIC X(4).
   02 FILLER            PIC X(11) VALUE "  STUDENTS ".
   02 SumStudents       PIC ZZZ9.
   02 FILLER            PIC X(8)  VALUE "  LIMIT ".
   02 SumLimit          PIC ZZ9.
   02 FILLER            PIC X(11) VALUE "  SECTIONS ".
   02 SumSections       PIC Z9.
   02 FILLER            PIC XX    VALUE SPACES.
   02 SumNote           PIC X(16).

01 RosterTitleLine.
   02 FILLER            PIC X(20) VALUE "SECTION ROSTER".
   02 FILLER            PIC X(5)  VALUE "Term ".
   02 RtlTermId         PIC X(6).
01 RosterSectionLine.
   02 FILLER            PIC X(7)  VALUE "Course ".
   02 RslCourse         PIC X(4).
   02 FILLER            PIC X(11) VALUE "   Section ".
   02 RslSection        PIC 99.
   02 FILLER            PIC X(4)  VALUE " of ".
   02 RslSectionCount   PIC 99.
01 RosterColumnLine     PIC X(30)
     VALUE " Student Id  Surname   Init".
01 RosterDetailLine.
   02 FILLER            PIC X(2)  VALUE SPACES.
   02 RdlStudentId      PIC 9(7).
   02 FILLER            PIC X(3)  VALUE SPACES.
   02 RdlSurname        PIC X(8).
   02 FILLER            PIC XX    VALUE SPACES.
   02 RdlInitials       PIC XX.
01 RosterFooterLine.
   02 FILLER            PIC X(9)  VALUE "Students ".
   02 RflSize           PIC ZZZ9.
   02 FILLER            PIC X(8)  VALUE "   Male ".
   02 RflMale           PIC ZZZ9.
   02 FILLER            PIC X(10) VALUE "   Female ".
   02 RflFemale         PIC ZZZ9.
   02 FILLER            PIC X(9)  VALUE "   Other ".
   02 RflOther          PIC ZZZ9.

01 MovesHeadingLine     PIC X(25)
     VALUE "----- SECTION MOVES -----".
01 MovesColumnLine      PIC X(50)
     VALUE " Course  Student Id  Surname   Init  From  To".
01 MovesDetailLine.
   02 FILLER            PIC X     VALUE SPACE.
   02 MdlCourse         PIC X(4).
   02 FILLER            PIC X(4)  VALUE SPACES.
   02 MdlStudentId      PIC 9(7).
   02 FILLER            PIC X(3)  VALUE SPACES.
   02 MdlSurname        PIC X(8).
   02 FILLER            PIC XX    VALUE SPACES.
   02 MdlInitials       PIC XX.
   02 FILLER            PIC X(4)  VALUE SPACES.
   02 MdlFrom           PIC 99.
   02 FILLER            PIC X(4)  VALUE SPACES.
   02 MdlTo             PIC 99.
01 MovesTotalLine.
   02 FILLER            PIC X(14) VALUE "Moves listed: ".
   02 MtlCount          PIC ZZZ9.


PROCEDURE DIVISION.
Begin.
   PERFORM ReadTermParameter
   PERFORM LoadCapacityTable
   PERFORM LoadStudentMaster
   PERFORM LoadStudents

   OPEN OUTPUT SectionFile
   OPEN OUTPUT RosterFile
   DISPLAY SummaryHeadingLine
   PERFORM VARYING CourseIdx FROM 1 BY 1 UNTIL CourseIdx > CourseCount
      PERFORM SectionOneCourse
   END-PERFORM
   PERFORM PrintSectionMoves
   CLOSE SectionFile
   CLOSE RosterFile

   PERFORM RewriteStudentMaster

   DISPLAY SPACE
   DISPLAY "STUDENTS KEPT IN PRIOR SECTION:    " KeptCount
   DISPLAY "STUDENTS MOVED FROM PRIOR SECTION: " MovedCount
   DISPLAY "STUDENTS NEWLY SECTIONED:          " NewCount
   IF NotOnMasterCount > ZERO
      DISPLAY "STUDENTS NOT ON STUDMASTER.DAT:    " NotOnMasterCount
   END-IF
   IF SkippedCount > ZERO
      DISPLAY "STUDENTS SKIPPED - TABLE FULL:     " SkippedCount
   END-IF
   STOP RUN.

ReadTermParameter.
   OPEN INPUT TermParmFile
   IF TermParmStatus = "00"
      READ TermParmFile
         AT END CONTINUE
         NOT AT END MOVE ParmTermId TO CurrentTermId
      END-READ
   END-IF
   CLOSE TermParmFile.

LoadCapacityTable.
   OPEN INPUT CapacityFile
   IF CapacityStatus = "00"
      READ CapacityFile
         AT END SET EndOfCapacities TO TRUE
      END-READ
      PERFORM UNTIL EndOfCapacities
         IF CapacityCount < 20
            ADD 1 TO CapacityCount
            MOVE CapCourseCode TO CapTblCourse(CapacityCount)
            MOVE CapMaximum TO CapTblMax(CapacityCount)
            IF CapSectionSize IS NUMERIC
               MOVE CapSectionSize TO CapTblSection(CapacityCount)
            ELSE
               MOVE ZERO TO CapTblSection(CapacityCount)
            END-IF
         END-IF
         READ CapacityFile
            AT END SET EndOfCapacities TO TRUE
         END-READ
      END-PERFORM
   END-IF
   CLOSE CapacityFile.

*> A master written before sections were kept has no section on it;
*> those students simply count as not yet sectioned.
LoadStudentMaster.
   OPEN INPUT StudentMasterFile
   IF StudentMasterStatus = "00"
      MOVE 'Y' TO MasterLoaded
      READ StudentMasterFile
         AT END SET EndOfStudentMaster TO TRUE
      END-READ
      PERFORM UNTIL EndOfStudentMaster
         IF MasterCount < 1000
            ADD 1 TO MasterCount
            MOVE MstStudentId TO MstTblStudentId(MasterCount)
            MOVE MstCourseCode TO MstTblCourse(MasterCount)
            MOVE MstLastTerm TO MstTblTerm(MasterCount)
            IF MstSection IS NUMERIC
               MOVE MstSection TO MstTblSection(MasterCount)
            ELSE
               MOVE ZERO TO MstTblSection(MasterCount)
            END-IF
         ELSE
            MOVE 'Y' TO MasterTableFull
         END-IF
         READ StudentMasterFile
            AT END SET EndOfStudentMaster TO TRUE
         END-READ
      END-PERFORM
   END-IF
   CLOSE StudentMasterFile.

LoadStudents.
   OPEN INPUT StudentFile
   READ StudentFile
      AT END SET EndOfStudentFile TO TRUE
   END-READ
   PERFORM UNTIL EndOfStudentFile
      PERFORM FindCourseEntry
      IF NOT CourseWasFound AND CourseCount < 20
         ADD 1 TO CourseCount
         MOVE CourseCount TO CourseIdx
         MOVE CourseCode TO CourseEntryCode(CourseIdx)
         MOVE ZERO TO CourseStudents(CourseIdx)
         MOVE ZERO TO CourseGenderTotal(CourseIdx, 1)
            CourseGenderTotal(CourseIdx, 2)
            CourseGenderTotal(CourseIdx, 3)
         MOVE 'Y' TO CourseFound
      END-IF
      IF CourseWasFound AND StudentCount < 1000
         PERFORM RememberStudent
      ELSE
         ADD 1 TO SkippedCount
      END-IF
      READ StudentFile
         AT END SET EndOfStudentFile TO TRUE
      END-READ
   END-PERFORM
   CLOSE StudentFile.

FindCourseEntry.
   MOVE 'N' TO CourseFound
   PERFORM VARYING CourseIdx FROM 1 BY 1
      UNTIL CourseIdx > CourseCount OR CourseWasFound
      IF CourseEntryCode(CourseIdx) = CourseCode
         MOVE 'Y' TO CourseFound
      END-IF
   END-PERFORM
   IF CourseWasFound
      SUBTRACT 1 FROM CourseIdx
   END-IF.

RememberStudent.
   ADD 1 TO StudentCount
   MOVE StudentId TO StuTblId(StudentCount)
   MOVE Surname TO StuTblSurname(StudentCount)
   MOVE Initials TO StuTblInitials(StudentCount)
   MOVE CourseCode TO StuTblCourse(StudentCount)
   MOVE Gender TO StuTblGender(StudentCount)
   EVALUATE Gender
      WHEN 'M'
         MOVE 1 TO GenderIdx
      WHEN 'F'
         MOVE 2 TO GenderIdx
      WHEN OTHER
         MOVE 3 TO GenderIdx
   END-EVALUATE
   MOVE GenderIdx TO StuTblGenderIdx(StudentCount)
   MOVE ZERO TO StuTblPrior(StudentCount)
   MOVE ZERO TO StuTblSection(StudentCount)
   MOVE ZERO TO StuTblMasterIdx(StudentCount)
   ADD 1 TO CourseStudents(CourseIdx)
   ADD 1 TO CourseGenderTotal(CourseIdx, GenderIdx)
   PERFORM VARYING MasterIdx FROM 1 BY 1
      UNTIL MasterIdx > MasterCount
      OR StuTblMasterIdx(StudentCount) > ZERO
      IF MstTblStudentId(MasterIdx) = StudentId
         AND MstTblCourse(MasterIdx) = CourseCode
         MOVE MasterIdx TO StuTblMasterIdx(StudentCount)
         MOVE MstTblSection(MasterIdx) TO StuTblPrior(StudentCount)
      END-IF
   END-PERFORM
   IF StuTblMasterIdx(StudentCount) = ZERO
      ADD 1 TO NotOnMasterCount
   END-IF.

*> Two passes over the course's students: first everyone whose prior
*> section still exists and can take them without breaking the size
*> or gender balance, then everyone else into the section with the
*> fewest of their gender (ties to the smaller, then lower, section).
SectionOneCourse.
   PERFORM SetSectionLimit
   COMPUTE SectionCount =
      (CourseStudents(CourseIdx) + SectionLimit - 1) / SectionLimit
   IF SectionCount > 99
      MOVE 99 TO SectionCount
   END-IF
   DIVIDE CourseStudents(CourseIdx) BY SectionCount
      GIVING BaseSize REMAINDER BigSections
   MOVE ZERO TO BigSectionsUsed
   INITIALIZE SectionTable
   PERFORM VARYING GenderIdx FROM 1 BY 1 UNTIL GenderIdx > 3
      COMPUTE GenderCeiling(GenderIdx) =
         (CourseGenderTotal(CourseIdx, GenderIdx) + SectionCount - 1)
            / SectionCount
   END-PERFORM

   PERFORM VARYING StudentIdx FROM 1 BY 1
      UNTIL StudentIdx > StudentCount
      IF StuTblCourse(StudentIdx) = CourseEntryCode(CourseIdx)
         AND StuTblPrior(StudentIdx) > ZERO
         AND StuTblPrior(StudentIdx) NOT > SectionCount
         MOVE StuTblPrior(StudentIdx) TO SectionIdx
         MOVE StuTblGenderIdx(StudentIdx) TO GenderIdx
         PERFORM CheckSectionRoom
         IF SectionHasRoom
            AND SecGenderCount(SectionIdx, GenderIdx)
               < GenderCeiling(GenderIdx)
            PERFORM PlaceStudent
         END-IF
      END-IF
   END-PERFORM

   PERFORM VARYING StudentIdx FROM 1 BY 1
      UNTIL StudentIdx > StudentCount
      IF StuTblCourse(StudentIdx) = CourseEntryCode(CourseIdx)
         AND StuTblSection(StudentIdx) = ZERO
         MOVE StuTblGenderIdx(StudentIdx) TO GenderIdx
         PERFORM ChooseBestSection
         MOVE BestSection TO SectionIdx
         PERFORM PlaceStudent
      END-IF
   END-PERFORM

   PERFORM WriteCourseSections

   MOVE CourseEntryCode(CourseIdx) TO SumCourse
   MOVE CourseStudents(CourseIdx) TO SumStudents
   MOVE SectionLimit TO SumLimit
   MOVE SectionCount TO SumSections
   EVALUATE TRUE
      WHEN NOT CapacityEntryFound
         MOVE "NO CAPACITY REF" TO SumNote
      WHEN CourseStudents(CourseIdx) > CapTblMax(CapacityIdx)
         MOVE "OVER CAPACITY" TO SumNote
      WHEN OTHER
         MOVE SPACES TO SumNote
   END-EVALUATE
   DISPLAY SummaryDisplayLine.

SetSectionLimit.
   MOVE DefaultSectionSize TO SectionLimit
   MOVE 'N' TO CapacityFound
   PERFORM VARYING CapacityIdx FROM 1 BY 1
      UNTIL CapacityIdx > CapacityCount
      OR CapacityEntryFound
      IF CapTblCourse(CapacityIdx) = CourseEntryCode(CourseIdx)
         MOVE 'Y' TO CapacityFound
      END-IF
   END-PERFORM
   IF CapacityEntryFound
      SUBTRACT 1 FROM CapacityIdx
      IF CapTblSection(CapacityIdx) > ZERO
         MOVE CapTblSection(CapacityIdx) TO SectionLimit
      END-IF
   END-IF.

*> A section can always fill to the base size; only as many sections
*> as the remainder may go one over it.
CheckSectionRoom.
   MOVE 'N' TO SectionRoom
   IF SecSize(SectionIdx) < BaseSize
      MOVE 'Y' TO SectionRoom
   ELSE
      IF SecSize(SectionIdx) = BaseSize
         AND BigSectionsUsed < BigSections
         MOVE 'Y' TO SectionRoom
      END-IF
   END-IF.

ChooseBestSection.
   MOVE ZERO TO BestSection
   PERFORM VARYING SectionIdx FROM 1 BY 1
      UNTIL SectionIdx > SectionCount
      PERFORM CheckSectionRoom
      IF SectionHasRoom
         EVALUATE TRUE
            WHEN BestSection = ZERO
               MOVE SectionIdx TO BestSection
            WHEN SecGenderCount(SectionIdx, GenderIdx)
                  < SecGenderCount(BestSection, GenderIdx)
               MOVE SectionIdx TO BestSection
            WHEN SecGenderCount(SectionIdx, GenderIdx)
                  = SecGenderCount(BestSection, GenderIdx)
               AND SecSize(SectionIdx) < SecSize(BestSection)
               MOVE SectionIdx TO BestSection
            WHEN OTHER
               CONTINUE
         END-EVALUATE
      END-IF
   END-PERFORM.

PlaceStudent.
   IF SecSize(SectionIdx) NOT < BaseSize
      ADD 1 TO BigSectionsUsed
   END-IF
   ADD 1 TO SecSize(SectionIdx)
   ADD 1 TO SecGenderCount(SectionIdx, GenderIdx)
   MOVE SectionIdx TO StuTblSection(StudentIdx).

*> One roster page per section, written alongside the assignment
*> records for the same students.
WriteCourseSections.
   PERFORM VARYING SectionIdx FROM 1 BY 1
      UNTIL SectionIdx > SectionCount
      MOVE CurrentTermId TO RtlTermId
      WRITE RosterLine FROM RosterTitleLine AFTER ADVANCING PAGE
      MOVE CourseEntryCode(CourseIdx) TO RslCourse
      MOVE SectionIdx TO RslSection
      MOVE SectionCount TO RslSectionCount
      WRITE RosterLine FROM RosterSectionLine AFTER ADVANCING 1
      WRITE RosterLine FROM RosterColumnLine AFTER ADVANCING 2
      PERFORM VARYING StudentIdx FROM 1 BY 1
         UNTIL StudentIdx > StudentCount
         IF StuTblCourse(StudentIdx) = CourseEntryCode(CourseIdx)
            AND StuTblSection(StudentIdx) = SectionIdx
            PERFORM WriteAssignment
            MOVE StuTblId(StudentIdx) TO RdlStudentId
            MOVE StuTblSurname(StudentIdx) TO RdlSurname
            MOVE StuTblInitials(StudentIdx) TO RdlInitials
            WRITE RosterLine FROM RosterDetailLine AFTER ADVANCING 1
         END-IF
      END-PERFORM
      MOVE SecSize(SectionIdx) TO RflSize
      MOVE SecGenderCount(SectionIdx, 1) TO RflMale
      MOVE SecGenderCount(SectionIdx, 2) TO RflFemale
      MOVE SecGenderCount(SectionIdx, 3) TO RflOther
      WRITE RosterLine FROM RosterFooterLine AFTER ADVANCING 2
   END-PERFORM.

WriteAssignment.
   MOVE CourseEntryCode(CourseIdx) TO SaCourseCode
   MOVE SectionIdx TO SaSection
   MOVE StuTblId(StudentIdx) TO SaStudentId
   MOVE StuTblSurname(StudentIdx) TO SaSurname
   MOVE StuTblInitials(StudentIdx) TO SaInitials
   MOVE StuTblGender(StudentIdx) TO SaGender
   MOVE StuTblPrior(StudentIdx) TO SaPriorSection
   EVALUATE TRUE
      WHEN StuTblPrior(StudentIdx) = ZERO
         MOVE 'N' TO SaAssignType
         ADD 1 TO NewCount
      WHEN StuTblPrior(StudentIdx) = SectionIdx
         MOVE 'C' TO SaAssignType
         ADD 1 TO KeptCount
      WHEN OTHER
         MOVE 'M' TO SaAssignType
         ADD 1 TO MovedCount
   END-EVALUATE
   WRITE SectionRecord.

PrintSectionMoves.
   WRITE RosterLine FROM MovesHeadingLine AFTER ADVANCING PAGE
   WRITE RosterLine FROM MovesColumnLine AFTER ADVANCING 2
   PERFORM VARYING StudentIdx FROM 1 BY 1
      UNTIL StudentIdx > StudentCount
      IF StuTblPrior(StudentIdx) > ZERO
         AND StuTblSection(StudentIdx) NOT = StuTblPrior(StudentIdx)
         MOVE StuTblCourse(StudentIdx) TO MdlCourse
         MOVE StuTblId(StudentIdx) TO MdlStudentId
         MOVE StuTblSurname(StudentIdx) TO MdlSurname
         MOVE StuTblInitials(StudentIdx) TO MdlInitials
         MOVE StuTblPrior(StudentIdx) TO MdlFrom
         MOVE StuTblSection(StudentIdx) TO MdlTo
         WRITE RosterLine FROM MovesDetailLine AFTER ADVANCING 1
      END-IF
   END-PERFORM
   MOVE MovedCount TO MtlCount
   WRITE RosterLine FROM MovesTotalLine AFTER ADVANCING 2.

*> The new sections go back on the master entries they came from so
*> the next run starts from them.  A master too big to hold is left
*> alone rather than rewritten short.
RewriteStudentMaster.
   IF MasterTableIsFull
      DISPLAY "STUDMASTER.DAT OVER 1000 ENTRIES - SECTIONS NOT SAVED"
   ELSE
      IF MasterWasLoaded
         PERFORM VARYING StudentIdx FROM 1 BY 1
            UNTIL StudentIdx > StudentCount
            IF StuTblMasterIdx(StudentIdx) > ZERO
               MOVE StuTblSection(StudentIdx)
                  TO MstTblSection(StuTblMasterIdx(StudentIdx))
            END-IF
         END-PERFORM
         OPEN OUTPUT StudentMasterFile
         PERFORM VARYING MasterIdx FROM 1 BY 1
            UNTIL MasterIdx > MasterCount
            MOVE MstTblStudentId(MasterIdx) TO MstStudentId
            MOVE MstTblCourse(MasterIdx) TO MstCourseCode
            MOVE MstTblTerm(MasterIdx) TO MstLastTerm
            MOVE MstTblSection(MasterIdx) TO MstSection
            WRITE StudentMasterRecord
         END-PERFORM
         CLOSE StudentMasterFile
      END-IF
   END-IF.
