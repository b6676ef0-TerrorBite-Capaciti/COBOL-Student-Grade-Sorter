       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-INTEGRITY-CHECK.

      *> Read-only cross-check of the master against the files it
      *> points at: demographics, the course catalog, the grade scale,
      *> the pending-approval file and the saved master generations.
      *> Every finding is one tagged line on integrity_report.txt so
      *> the office can work through them before the nightly run, and
      *> the run ends with a condition code the scheduler acts on:
      *>   0  every file agrees
      *>   4  warnings - students with no enrollments, enrollments in
      *>      inactive courses, no grade_scale.txt, orphans in a saved
      *>      generation
      *>   8  orphans - enrollments for a student or course that is
      *>      not on file, courses with no scale and no DEFAULT rows,
      *>      pending items for enrollments no longer on the master,
      *>      or a missing catalog or demographic file
      *>  12  the master cannot be read
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "students_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MASTER-RECORD-KEY
               FILE STATUS IS MASTER-FILE-STATUS.
           SELECT CATALOG-FILE ASSIGN TO "course_catalog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-FILE-STATUS.
           SELECT DEMOG-FILE ASSIGN TO "student_demographics.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEMOG-FILE-STATUS.
           SELECT SCALE-FILE ASSIGN TO "grade_scale.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCALE-FILE-STATUS.
           SELECT PENDING-FILE ASSIGN TO "pending_approvals.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-FILE-STATUS.
           SELECT GEN-IN-FILE ASSIGN USING GEN-IN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GEN-IN-STATUS.
           SELECT REPORT-FILE ASSIGN TO "integrity_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Same layout the sorter maintains: one record per enrollment,
      *> keyed on student number plus course.
       FD MASTER-FILE.
       01 MASTER-RECORD.
           05 MASTER-RECORD-KEY.
               10 MASTER-STUDENT-NUMBER PIC 9(5).
               10 MASTER-COURSE   PIC X(10).
           05 MASTER-FIRST-NAME   PIC X(15).
           05 MASTER-LAST-NAME    PIC X(15).
           05 MASTER-GRADE        PIC 99.
           05 MASTER-GRADE-STATUS PIC X(2).

      *> Same layout the sorter reads: code, title, department,
      *> credit hours and active flag, one course per line.
       FD CATALOG-FILE.
       01 CATALOG-RECORD.
           05 CATALOG-COURSE-CODE PIC X(10).
           05 FILLER             PIC X(1).
           05 CATALOG-COURSE-TITLE PIC X(30).
           05 FILLER             PIC X(1).
           05 CATALOG-DEPARTMENT PIC X(10).
           05 FILLER             PIC X(1).
           05 CATALOG-CREDIT-HOURS PIC 9(2).
           05 FILLER             PIC X(1).
           05 CATALOG-ACTIVE-FLAG PIC X(1).

       FD DEMOG-FILE.
       01 DEMOG-RECORD.
           05 DEMOG-STUDENT-NUMBER PIC 9(5).
           05 FILLER             PIC X(1).
           05 DEMOG-FIRST-NAME   PIC X(15).
           05 FILLER             PIC X(1).
           05 DEMOG-LAST-NAME    PIC X(15).
           05 FILLER             PIC X(1).
           05 DEMOG-PROGRAM      PIC X(10).
           05 FILLER             PIC X(1).
           05 DEMOG-ADVISOR      PIC X(15).
           05 FILLER             PIC X(1).
           05 DEMOG-CONFIDENTIAL-FLAG PIC X(1).

      *> Only the record type and course are needed here: a course
      *> is covered when it has a cutoff (C) and band (B) rows of its
      *> own, or the DEFAULT rows it falls back on.
       FD SCALE-FILE.
       01 SCALE-RECORD.
           05 SCALE-RECORD-TYPE  PIC X(1).
           05 FILLER             PIC X(1).
           05 SCALE-COURSE       PIC X(10).
           05 FILLER             PIC X(1).
           05 SCALE-RECORD-DATA  PIC X(20).

       FD PENDING-FILE.
       01 PENDING-RECORD.
           05 PENDING-STATUS     PIC X(1).
           05 FILLER             PIC X(1).
           05 PENDING-CODE       PIC X(3).
           05 FILLER             PIC X(1).
           05 PENDING-STUDENT-NUMBER PIC 9(5).
           05 FILLER             PIC X(1).
           05 PENDING-COURSE     PIC X(10).
           05 FILLER             PIC X(1).
           05 PENDING-OLD-GRADE  PIC 99.
           05 FILLER             PIC X(1).
           05 PENDING-NEW-GRADE  PIC 99.
           05 FILLER             PIC X(1).
           05 PENDING-NEW-STATUS PIC X(2).
           05 FILLER             PIC X(1).
           05 PENDING-FIRST-NAME PIC X(15).
           05 FILLER             PIC X(1).
           05 PENDING-LAST-NAME  PIC X(15).
           05 FILLER             PIC X(1).
           05 PENDING-SUBMIT-OPERATOR PIC X(8).
           05 FILLER             PIC X(1).
           05 PENDING-SUBMIT-DATE PIC 9(8).
           05 FILLER             PIC X(1).
           05 PENDING-DECIDE-OPERATOR PIC X(8).
           05 FILLER             PIC X(1).
           05 PENDING-DECIDE-DATE PIC 9(8).

      *> Saved master generations, the same image as MASTER-RECORD.
       FD GEN-IN-FILE.
       01 GEN-IN-RECORD.
           05 GEN-STUDENT-NUMBER PIC 9(5).
           05 GEN-COURSE         PIC X(10).
           05 FILLER             PIC X(34).

       FD REPORT-FILE.
       01 REPORT-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       01 EOF-FLAG               PIC X VALUE 'N'.
       01 RUN-DATE               PIC 9(8) VALUE 0.
       01 BUSINESS-DATE          PIC 9(8) VALUE 0.
       01 MASTER-FILE-STATUS     PIC XX VALUE SPACES.
       01 MASTER-OPEN-FLAG       PIC X VALUE 'N'.
           88 MASTER-IS-OPEN     VALUE 'Y'.
       01 CATALOG-FILE-STATUS    PIC XX VALUE SPACES.
       01 DEMOG-FILE-STATUS      PIC XX VALUE SPACES.
       01 SCALE-FILE-STATUS      PIC XX VALUE SPACES.
       01 PENDING-FILE-STATUS    PIC XX VALUE SPACES.
       01 GEN-IN-STATUS          PIC XX VALUE SPACES.
       01 GEN-IN-NAME            PIC X(40) VALUE SPACES.
       01 REPORT-FILE-STATUS     PIC XX VALUE SPACES.
       01 FINAL-CONDITION-CODE   PIC 99 VALUE 0.
       01 CANDIDATE-CONDITION-CODE PIC 99 VALUE 0.
       01 CATALOG-COUNT          PIC 99 VALUE 0.
       01 CATALOG-INDEX          PIC 99 VALUE 0.
       01 CATALOG-FOUND-INDEX    PIC 99 VALUE 0.
       01 CATALOG-LOADED-FLAG    PIC X VALUE 'N'.
           88 CATALOG-ON-FILE    VALUE 'Y'.
       01 CATALOG-TABLE.
           05 CATALOG-ENTRY OCCURS 50 TIMES.
               10 CATALOG-ENTRY-CODE PIC X(10).
               10 CATALOG-ENTRY-ACTIVE PIC X.
               10 CATALOG-ENTRY-CUTOFF PIC X.
               10 CATALOG-ENTRY-BANDS PIC X.
       01 DEMOG-COUNT            PIC 999 VALUE 0.
       01 DEMOG-INDEX            PIC 999 VALUE 0.
       01 DEMOG-FOUND-INDEX      PIC 999 VALUE 0.
       01 DEMOG-LOADED-FLAG      PIC X VALUE 'N'.
           88 DEMOG-ON-FILE      VALUE 'Y'.
       01 DEMOG-TABLE.
           05 DEMOG-ENTRY OCCURS 999 TIMES.
               10 DEMOG-ENTRY-NUMBER PIC 9(5).
               10 DEMOG-ENTRY-ENROLLED PIC X.
       01 SCALE-LOADED-FLAG      PIC X VALUE 'N'.
           88 SCALE-ON-FILE      VALUE 'Y'.
       01 DEFAULT-CUTOFF-FLAG    PIC X VALUE 'N'.
           88 DEFAULT-HAS-CUTOFF VALUE 'Y'.
       01 DEFAULT-BANDS-FLAG     PIC X VALUE 'N'.
           88 DEFAULT-HAS-BANDS  VALUE 'Y'.
       01 LOOKUP-STUDENT-NUMBER  PIC 9(5) VALUE 0.
       01 LOOKUP-COURSE          PIC X(10) VALUE SPACES.
       01 MASTER-READ-COUNT      PIC 9(5) VALUE 0.
       01 PENDING-READ-COUNT     PIC 9(5) VALUE 0.
       01 GEN-READ-COUNT         PIC 9(5) VALUE 0.
       01 NO-DEMOG-COUNT         PIC 9(5) VALUE 0.
       01 NO-CATALOG-COUNT       PIC 9(5) VALUE 0.
       01 INACTIVE-COURSE-COUNT  PIC 9(5) VALUE 0.
       01 NO-SCALE-COUNT         PIC 9(5) VALUE 0.
       01 PENDING-ORPHAN-COUNT   PIC 9(5) VALUE 0.
       01 NO-ENROLLMENT-COUNT    PIC 9(5) VALUE 0.
       01 GEN-ORPHAN-COUNT       PIC 9(5) VALUE 0.
       01 REPORT-LINE            PIC X(80) VALUE SPACES.
      *> One finding per line: tag, student number (blank for a
      *> course-level finding), course and a short note.
       01 FINDING-LINE.
           05 FINDING-TAG        PIC X(16) VALUE SPACES.
           05 FILLER             PIC X(1) VALUE SPACE.
           05 FINDING-STUDENT    PIC X(5) VALUE SPACES.
           05 FILLER             PIC X(1) VALUE SPACE.
           05 FINDING-COURSE     PIC X(10) VALUE SPACES.
           05 FILLER             PIC X(1) VALUE SPACE.
           05 FINDING-NOTE       PIC X(46) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-RUN-DATE
           PERFORM LOAD-COURSE-CATALOG
           PERFORM LOAD-GRADE-SCALE
           PERFORM LOAD-DEMOGRAPHICS
           OPEN OUTPUT REPORT-FILE
           PERFORM WRITE-INTEGRITY-HEADING
           PERFORM CHECK-REFERENCE-FILES
           PERFORM CHECK-MASTER-ENROLLMENTS
           IF MASTER-IS-OPEN
               PERFORM CHECK-PENDING-ITEMS
               CLOSE MASTER-FILE
               PERFORM CHECK-IDLE-DEMOGRAPHICS
           END-IF
           PERFORM CHECK-SCALE-COVERAGE
           PERFORM CHECK-MASTER-GENERATIONS
           PERFORM WRITE-INTEGRITY-SUMMARY
           CLOSE REPORT-FILE
           DISPLAY "Integrity check completed - condition code "
               FINAL-CONDITION-CODE ", see integrity_report.txt."
           STOP RUN RETURNING FINAL-CONDITION-CODE.

       GET-RUN-DATE.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT BUSINESS-DATE FROM ENVIRONMENT "SGS-BUSINESS-DATE".
           IF BUSINESS-DATE = 0
               MOVE RUN-DATE TO BUSINESS-DATE
           END-IF.

       RAISE-CONDITION-CODE.
           IF CANDIDATE-CONDITION-CODE > FINAL-CONDITION-CODE
               MOVE CANDIDATE-CONDITION-CODE TO FINAL-CONDITION-CODE
           END-IF.

       LOAD-COURSE-CATALOG.
           MOVE 0 TO CATALOG-COUNT.
           OPEN INPUT CATALOG-FILE.
           IF CATALOG-FILE-STATUS = "35"
               DISPLAY "No course_catalog.txt on disk - course "
                   "checks skipped."
           ELSE
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ CATALOG-FILE
                       AT END MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF CATALOG-COURSE-CODE NOT = SPACES
                               AND CATALOG-COUNT < 50
                               ADD 1 TO CATALOG-COUNT
                               MOVE CATALOG-COURSE-CODE TO
                                   CATALOG-ENTRY-CODE (CATALOG-COUNT)
                               MOVE CATALOG-ACTIVE-FLAG TO
                                   CATALOG-ENTRY-ACTIVE (CATALOG-COUNT)
                               MOVE "N" TO
                                   CATALOG-ENTRY-CUTOFF (CATALOG-COUNT)
                               MOVE "N" TO
                                   CATALOG-ENTRY-BANDS (CATALOG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
               SET CATALOG-ON-FILE TO TRUE
               DISPLAY "Course catalog loaded ("
                   CATALOG-COUNT " course(s))."
           END-IF.
           MOVE "N" TO EOF-FLAG.

      *> Marks which catalog courses carry cutoff and band rows of
      *> their own, and whether DEFAULT rows exist to fall back on.
      *> The catalog must be loaded first.
       LOAD-GRADE-SCALE.
           OPEN INPUT SCALE-FILE.
           IF SCALE-FILE-STATUS = "35"
               DISPLAY "No grade_scale.txt on disk - the sorter "
                   "runs on its built-in grade scale."
           ELSE
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ SCALE-FILE
                       AT END MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           PERFORM APPLY-SCALE-RECORD
                   END-READ
               END-PERFORM
               CLOSE SCALE-FILE
               SET SCALE-ON-FILE TO TRUE
               DISPLAY "Grade scale read from grade_scale.txt."
           END-IF.
           MOVE "N" TO EOF-FLAG.

       APPLY-SCALE-RECORD.
           IF SCALE-COURSE = "DEFAULT"
               IF SCALE-RECORD-TYPE = "C"
                   SET DEFAULT-HAS-CUTOFF TO TRUE
               END-IF
               IF SCALE-RECORD-TYPE = "B"
                   SET DEFAULT-HAS-BANDS TO TRUE
               END-IF
           ELSE
               IF SCALE-RECORD-TYPE = "C" OR SCALE-RECORD-TYPE = "B"
                   MOVE SCALE-COURSE TO LOOKUP-COURSE
                   PERFORM FIND-CATALOG-COURSE
                   IF CATALOG-FOUND-INDEX > 0
                       AND SCALE-RECORD-TYPE = "C"
                       MOVE "Y"
                           TO CATALOG-ENTRY-CUTOFF (CATALOG-FOUND-INDEX)
                   END-IF
                   IF CATALOG-FOUND-INDEX > 0
                       AND SCALE-RECORD-TYPE = "B"
                       MOVE "Y"
                           TO CATALOG-ENTRY-BANDS (CATALOG-FOUND-INDEX)
                   END-IF
               END-IF
           END-IF.

       LOAD-DEMOGRAPHICS.
           MOVE 0 TO DEMOG-COUNT.
           OPEN INPUT DEMOG-FILE.
           IF DEMOG-FILE-STATUS = "35"
               DISPLAY "No student_demographics.txt on disk - "
                   "student checks skipped."
           ELSE
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ DEMOG-FILE
                       AT END MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF DEMOG-STUDENT-NUMBER IS NUMERIC
                               AND DEMOG-COUNT < 999
                               ADD 1 TO DEMOG-COUNT
                               MOVE DEMOG-STUDENT-NUMBER TO
                                   DEMOG-ENTRY-NUMBER (DEMOG-COUNT)
                               MOVE "N" TO
                                   DEMOG-ENTRY-ENROLLED (DEMOG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEMOG-FILE
               SET DEMOG-ON-FILE TO TRUE
               DISPLAY "Demographic master loaded ("
                   DEMOG-COUNT " student(s))."
           END-IF.
           MOVE "N" TO EOF-FLAG.

       FIND-CATALOG-COURSE.
           MOVE 0 TO CATALOG-FOUND-INDEX.
           MOVE 0 TO CATALOG-INDEX.
           PERFORM UNTIL CATALOG-INDEX >= CATALOG-COUNT
               ADD 1 TO CATALOG-INDEX
               IF CATALOG-ENTRY-CODE (CATALOG-INDEX) = LOOKUP-COURSE
                   MOVE CATALOG-INDEX TO CATALOG-FOUND-INDEX
                   MOVE CATALOG-COUNT TO CATALOG-INDEX
               END-IF
           END-PERFORM.

       FIND-DEMOGRAPHIC-STUDENT.
           MOVE 0 TO DEMOG-FOUND-INDEX.
           MOVE 0 TO DEMOG-INDEX.
           PERFORM UNTIL DEMOG-INDEX >= DEMOG-COUNT
               ADD 1 TO DEMOG-INDEX
               IF DEMOG-ENTRY-NUMBER (DEMOG-INDEX)
                   = LOOKUP-STUDENT-NUMBER
                   MOVE DEMOG-INDEX TO DEMOG-FOUND-INDEX
                   MOVE DEMOG-COUNT TO DEMOG-INDEX
               END-IF
           END-PERFORM.

       WRITE-INTEGRITY-HEADING.
           MOVE SPACES TO REPORT-LINE.
           STRING "CROSS-FILE INTEGRITY CHECK  BUSINESS DATE "
               DELIMITED BY SIZE
               BUSINESS-DATE DELIMITED BY SIZE
               "  RUN DATE " DELIMITED BY SIZE
               RUN-DATE DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE "FINDING          STU#  COURSE     NOTE"
               TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE ALL "-" TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           MOVE REPORT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-LINE.

       WRITE-FINDING-LINE.
           MOVE FINDING-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO FINDING-TAG FINDING-STUDENT
               FINDING-COURSE FINDING-NOTE.

      *> Without the catalog or demographics nothing can be checked
      *> against them, and every report that leans on them is at
      *> risk - that is an orphan condition in itself.
       CHECK-REFERENCE-FILES.
           IF NOT CATALOG-ON-FILE
               MOVE "FILE-MISSING" TO FINDING-TAG
               MOVE "COURSE_CATALOG.TXT NOT ON DISK" TO FINDING-NOTE
               PERFORM WRITE-FINDING-LINE
               MOVE 8 TO CANDIDATE-CONDITION-CODE
               PERFORM RAISE-CONDITION-CODE
           END-IF.
           IF NOT DEMOG-ON-FILE
               MOVE "FILE-MISSING" TO FINDING-TAG
               MOVE "STUDENT_DEMOGRAPHICS.TXT NOT ON DISK"
                   TO FINDING-NOTE
               PERFORM WRITE-FINDING-LINE
               MOVE 8 TO CANDIDATE-CONDITION-CODE
               PERFORM RAISE-CONDITION-CODE
           END-IF.
           IF NOT SCALE-ON-FILE
               MOVE "FILE-MISSING" TO FINDING-TAG
               MOVE "GRADE_SCALE.TXT NOT ON DISK - BUILT-IN SCALE"
                   TO FINDING-NOTE
               PERFORM WRITE-FINDING-LINE
               MOVE 4 TO CANDIDATE-CONDITION-CODE
               PERFORM RAISE-CONDITION-CODE
           END-IF.

      *> One pass over the master: every enrollment must belong to a
      *> student on demographics and a course on the catalog. Each
      *> student found is marked enrolled for the idle check.
       CHECK-MASTER-ENROLLMENTS.
           OPEN INPUT MASTER-FILE.
           IF MASTER-FILE-STATUS NOT = "00"
               DISPLAY "MASTER FILE CANNOT BE OPENED - STATUS "
                   MASTER-FILE-STATUS " - MASTER CHECKS SKIPPED"
               MOVE "FILE-MISSING" TO FINDING-TAG
               STRING "STUDENTS_MASTER.DAT NOT READABLE - STATUS "
                   DELIMITED BY SIZE
                   MASTER-FILE-STATUS DELIMITED BY SIZE
                   INTO FINDING-NOTE
               PERFORM WRITE-FINDING-LINE
               MOVE 12 TO CANDIDATE-CONDITION-CODE
               PERFORM RAISE-CONDITION-CODE
           ELSE
               SET MASTER-IS-OPEN TO TRUE
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ MASTER-FILE NEXT
                       AT END MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO MASTER-READ-COUNT
                           PERFORM CHECK-ONE-ENROLLMENT
                   END-READ
               END-PERFORM
               MOVE "N" TO EOF-FLAG
           END-IF.

       CHECK-ONE-ENROLLMENT.
           IF DEMOG-ON-FILE
               MOVE MASTER-STUDENT-NUMBER TO LOOKUP-STUDENT-NUMBER
               PERFORM FIND-DEMOGRAPHIC-STUDENT
               IF DEMOG-FOUND-INDEX > 0
                   MOVE "Y" TO DEMOG-ENTRY-ENROLLED (DEMOG-FOUND-INDEX)
               ELSE
                   MOVE "NO-DEMOGRAPHIC" TO FINDING-TAG
                   MOVE MASTER-STUDENT-NUMBER TO FINDING-STUDENT
                   MOVE MASTER-COURSE TO FINDING-COURSE
                   MOVE "STUDENT NOT ON DEMOGRAPHICS" TO FINDING-NOTE
                   PERFORM WRITE-FINDING-LINE
                   ADD 1 TO NO-DEMOG-COUNT
                   MOVE 8 TO CANDIDATE-CONDITION-CODE
                   PERFORM RAISE-CONDITION-CODE
               END-IF
           END-IF.
           IF CATALOG-ON-FILE
               MOVE MASTER-COURSE TO LOOKUP-COURSE
               PERFORM FIND-CATALOG-COURSE
               IF CATALOG-FOUND-INDEX = 0
                   MOVE "NO-CATALOG" TO FINDING-TAG
                   MOVE MASTER-STUDENT-NUMBER TO FINDING-STUDENT
                   MOVE MASTER-COURSE TO FINDING-COURSE
                   MOVE "COURSE NOT IN CATALOG" TO FINDING-NOTE
                   PERFORM WRITE-FINDING-LINE
                   ADD 1 TO NO-CATALOG-COUNT
                   MOVE 8 TO CANDIDATE-CONDITION-CODE
                   PERFORM RAISE-CONDITION-CODE
               ELSE
                   IF CATALOG-ENTRY-ACTIVE (CATALOG-FOUND-INDEX)
                       NOT = "Y"
                       MOVE "INACTIVE-COURSE" TO FINDING-TAG
                       MOVE MASTER-STUDENT-NUMBER TO FINDING-STUDENT
                       MOVE MASTER-COURSE TO FINDING-COURSE
                       MOVE "COURSE INACTIVE IN CATALOG"
                           TO FINDING-NOTE
                       PERFORM WRITE-FINDING-LINE
                       ADD 1 TO INACTIVE-COURSE-COUNT
                       MOVE 4 TO CANDIDATE-CONDITION-CODE
                       PERFORM RAISE-CONDITION-CODE
                   END-IF
               END-IF
           END-IF.

      *> Only undecided items matter: a CHG or DEL still waiting for
      *> approval must find its enrollment on the master, or the
      *> approval run has nothing to apply it to. Decided items are
      *> history and ADDs are not yet on the master by design.
       CHECK-PENDING-ITEMS.
           OPEN INPUT PENDING-FILE.
           IF PENDING-FILE-STATUS = "35"
               DISPLAY "No pending_approvals.txt on disk - pending "
                   "check skipped."
           ELSE
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ PENDING-FILE
                       AT END MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO PENDING-READ-COUNT
                           IF PENDING-STATUS = "P"
                               AND (PENDING-CODE = "CHG"
                               OR PENDING-CODE = "DEL")
                               PERFORM CHECK-ONE-PENDING-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
               MOVE "N" TO EOF-FLAG
           END-IF.

       CHECK-ONE-PENDING-ITEM.
           MOVE PENDING-STUDENT-NUMBER TO MASTER-STUDENT-NUMBER.
           MOVE PENDING-COURSE TO MASTER-COURSE.
           READ MASTER-FILE
               INVALID KEY
                   MOVE "PENDING-ORPHAN" TO FINDING-TAG
                   MOVE PENDING-STUDENT-NUMBER TO FINDING-STUDENT
                   MOVE PENDING-COURSE TO FINDING-COURSE
                   STRING "PENDING " DELIMITED BY SIZE
                       PENDING-CODE DELIMITED BY SIZE
                       " BY " DELIMITED BY SIZE
                       PENDING-SUBMIT-OPERATOR DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       PENDING-SUBMIT-DATE DELIMITED BY SIZE
                       " - NOT ON MASTER" DELIMITED BY SIZE
                       INTO FINDING-NOTE
                   PERFORM WRITE-FINDING-LINE
                   ADD 1 TO PENDING-ORPHAN-COUNT
                   MOVE 8 TO CANDIDATE-CONDITION-CODE
                   PERFORM RAISE-CONDITION-CODE
               NOT INVALID KEY CONTINUE
           END-READ.

      *> A student on demographics with no enrollment at all is
      *> usually a withdrawn student never purged, or a load that
      *> dropped their enrollments - worth a look, not a stop.
       CHECK-IDLE-DEMOGRAPHICS.
           MOVE 0 TO DEMOG-INDEX.
           PERFORM UNTIL DEMOG-INDEX >= DEMOG-COUNT
               ADD 1 TO DEMOG-INDEX
               IF DEMOG-ENTRY-ENROLLED (DEMOG-INDEX) = "N"
                   MOVE "NO-ENROLLMENT" TO FINDING-TAG
                   MOVE DEMOG-ENTRY-NUMBER (DEMOG-INDEX)
                       TO FINDING-STUDENT
                   MOVE "NO ENROLLMENTS ON MASTER" TO FINDING-NOTE
                   PERFORM WRITE-FINDING-LINE
                   ADD 1 TO NO-ENROLLMENT-COUNT
                   MOVE 4 TO CANDIDATE-CONDITION-CODE
                   PERFORM RAISE-CONDITION-CODE
               END-IF
           END-PERFORM.

      *> With grade_scale.txt on disk, a course with neither its own
      *> cutoff or bands nor DEFAULT rows to fall back on is graded
      *> on whatever the sorter has built in, not on a maintained
      *> scale. A missing file is already reported above.
       CHECK-SCALE-COVERAGE.
           IF SCALE-ON-FILE
               MOVE 0 TO CATALOG-INDEX
               PERFORM UNTIL CATALOG-INDEX >= CATALOG-COUNT
                   ADD 1 TO CATALOG-INDEX
                   IF CATALOG-ENTRY-CUTOFF (CATALOG-INDEX) = "N"
                       AND NOT DEFAULT-HAS-CUTOFF
                       MOVE "NO-SCALE" TO FINDING-TAG
                       MOVE CATALOG-ENTRY-CODE (CATALOG-INDEX)
                           TO FINDING-COURSE
                       MOVE "NO CUTOFF ROW AND NO DEFAULT CUTOFF"
                           TO FINDING-NOTE
                       PERFORM WRITE-FINDING-LINE
                       ADD 1 TO NO-SCALE-COUNT
                       MOVE 8 TO CANDIDATE-CONDITION-CODE
                       PERFORM RAISE-CONDITION-CODE
                   END-IF
                   IF CATALOG-ENTRY-BANDS (CATALOG-INDEX) = "N"
                       AND NOT DEFAULT-HAS-BANDS
                       MOVE "NO-SCALE" TO FINDING-TAG
                       MOVE CATALOG-ENTRY-CODE (CATALOG-INDEX)
                           TO FINDING-COURSE
                       MOVE "NO BAND ROWS AND NO DEFAULT BANDS"
                           TO FINDING-NOTE
                       PERFORM WRITE-FINDING-LINE
                       ADD 1 TO NO-SCALE-COUNT
                       MOVE 8 TO CANDIDATE-CONDITION-CODE
                       PERFORM RAISE-CONDITION-CODE
                   END-IF
               END-PERFORM
           END-IF.

      *> A restore brings a saved generation back as the master, so
      *> orphans in a generation are tomorrow's orphans. They are
      *> warnings only - the generation is not live.
       CHECK-MASTER-GENERATIONS.
           MOVE "students_master.gen1" TO GEN-IN-NAME.
           PERFORM CHECK-ONE-GENERATION.
           MOVE "students_master.gen2" TO GEN-IN-NAME.
           PERFORM CHECK-ONE-GENERATION.
           MOVE "students_master.gen3" TO GEN-IN-NAME.
           PERFORM CHECK-ONE-GENERATION.

       CHECK-ONE-GENERATION.
           OPEN INPUT GEN-IN-FILE.
           IF GEN-IN-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ GEN-IN-FILE
                       AT END MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO GEN-READ-COUNT
                           PERFORM CHECK-ONE-GENERATION-RECORD
                   END-READ
               END-PERFORM
               CLOSE GEN-IN-FILE
               MOVE "N" TO EOF-FLAG
           END-IF.

       CHECK-ONE-GENERATION-RECORD.
           MOVE SPACES TO FINDING-NOTE.
           IF DEMOG-ON-FILE
               MOVE GEN-STUDENT-NUMBER TO LOOKUP-STUDENT-NUMBER
               PERFORM FIND-DEMOGRAPHIC-STUDENT
               IF DEMOG-FOUND-INDEX = 0
                   STRING FUNCTION TRIM(GEN-IN-NAME) DELIMITED BY SIZE
                       " - STUDENT NOT ON DEMOGRAPHICS"
                       DELIMITED BY SIZE
                       INTO FINDING-NOTE
               END-IF
           END-IF.
           IF CATALOG-ON-FILE AND FINDING-NOTE = SPACES
               MOVE GEN-COURSE TO LOOKUP-COURSE
               PERFORM FIND-CATALOG-COURSE
               IF CATALOG-FOUND-INDEX = 0
                   STRING FUNCTION TRIM(GEN-IN-NAME) DELIMITED BY SIZE
                       " - COURSE NOT IN CATALOG" DELIMITED BY SIZE
                       INTO FINDING-NOTE
               END-IF
           END-IF.
           IF FINDING-NOTE NOT = SPACES
               MOVE "GENERATION" TO FINDING-TAG
               MOVE GEN-STUDENT-NUMBER TO FINDING-STUDENT
               MOVE GEN-COURSE TO FINDING-COURSE
               PERFORM WRITE-FINDING-LINE
               ADD 1 TO GEN-ORPHAN-COUNT
               MOVE 4 TO CANDIDATE-CONDITION-CODE
               PERFORM RAISE-CONDITION-CODE
           END-IF.

       WRITE-INTEGRITY-SUMMARY.
           MOVE ALL "-" TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           STRING "MASTER ENROLLMENTS READ      " DELIMITED BY SIZE
               MASTER-READ-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           STRING "PENDING ITEMS READ           " DELIMITED BY SIZE
               PENDING-READ-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           STRING "GENERATION RECORDS READ      " DELIMITED BY SIZE
               GEN-READ-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           STRING "NO-DEMOGRAPHIC               " DELIMITED BY SIZE
               NO-DEMOG-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           STRING "NO-CATALOG                   " DELIMITED BY SIZE
               NO-CATALOG-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           STRING "INACTIVE-COURSE              " DELIMITED BY SIZE
               INACTIVE-COURSE-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           STRING "NO-SCALE                     " DELIMITED BY SIZE
               NO-SCALE-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           STRING "PENDING-ORPHAN               " DELIMITED BY SIZE
               PENDING-ORPHAN-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           STRING "NO-ENROLLMENT                " DELIMITED BY SIZE
               NO-ENROLLMENT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           STRING "GENERATION                   " DELIMITED BY SIZE
               GEN-ORPHAN-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           STRING "CONDITION CODE               " DELIMITED BY SIZE
               FINAL-CONDITION-CODE DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
