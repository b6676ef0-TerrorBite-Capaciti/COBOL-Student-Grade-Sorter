           SELECT SORTED-FILE ASSIGN TO "sorted_students.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE ASSIGN TO "SORTWORK".
      *> grade_report.txt unless a department burst has named the
      *> department's own print file.
           SELECT REPORT-FILE ASSIGN USING REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO "exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GEN-OUT-FILE ASSIGN USING GEN-OUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GEN-OUT-STATUS.
           SELECT STANDING-FILE ASSIGN TO "academic_standing.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROGRAM-REQ-FILE ASSIGN TO "program_requirements.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PROGRAM-REQ-STATUS.
           SELECT PREREQ-FILE ASSIGN TO "course_prerequisites.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PREREQ-FILE-STATUS.
           SELECT PREREQ-LIST-FILE ASSIGN TO "prereq_violations.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MISSING-GRADE-FILE
               ASSIGN TO "missing_grade_extract.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINT-AUDIT-FILE ASSIGN TO "maintenance_audit.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAINT-AUDIT-FILE-STATUS.
           SELECT REVIEW-WORK-FILE ASSIGN TO "REVIEWWORK".
           SELECT SECURITY-FILE ASSIGN TO "operator_security.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECURITY-FILE-STATUS.
           SELECT TRANSFER-IN-FILE ASSIGN TO "transfer_credits.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSFER-FILE-STATUS.
           SELECT EQUIV-FILE ASSIGN TO "course_equivalency.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EQUIV-FILE-STATUS.
           SELECT TRANSFER-EXCEPTION-FILE
               ASSIGN TO "transfer_exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRANSFER-LEDGER-FILE
               ASSIGN TO "transfer_credit_ledger.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANSFER-LEDGER-STATUS.
           SELECT CONTACT-FILE ASSIGN TO "department_contacts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTACT-FILE-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO "distribution_manifest.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SENT-LOG-FILE ASSIGN TO "registrar_sent_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SENT-LOG-STATUS.
           SELECT NOTICE-FILE ASSIGN TO "grade_change_notices.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NOTICE-MEMORY-FILE
               ASSIGN TO "grade_notices_issued.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTICE-MEMORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 FILLER             PIC X(1).
           05 TRANS-GRADE-STATUS PIC X(2).

      *> The register is cumulative: each run opens a block with a
      *> dated header, and applied lines carry the grade (or status)
      *> before and after and the operator who ran the update.
       FD REGISTER-FILE.
       01 REGISTER-RECORD        PIC X(80).
       01 REGISTER-HEADER-VIEW.
           05 REGISTER-HEADER-TAG PIC X(21).
           05 REGISTER-HEADER-DATE PIC X(8).
           05 FILLER             PIC X(51).
       01 REGISTER-DETAIL-VIEW.
           05 REGISTER-VIEW-ACTION PIC X(8).
           05 FILLER             PIC X(1).
           05 REGISTER-VIEW-CODE PIC X(3).
           05 FILLER             PIC X(1).
           05 REGISTER-VIEW-NUMBER PIC X(5).
           05 FILLER             PIC X(1).
           05 REGISTER-VIEW-COURSE PIC X(10).
           05 FILLER             PIC X(1).
           05 REGISTER-VIEW-FROM-TAG PIC X(5).
           05 REGISTER-VIEW-OLD  PIC X(2).
           05 FILLER             PIC X(4).
           05 REGISTER-VIEW-NEW  PIC X(2).
           05 FILLER             PIC X(4).
           05 REGISTER-VIEW-OPERATOR PIC X(8).
           05 FILLER             PIC X(25).

      *> Posted grades going back to the registrar, in the
      *> registrar's own interface layout: HDR with the business
       01 ACK-REPORT-RECORD      PIC X(100).

      *> Preventive control: CHG transactions moving a grade more
      *> than the approval threshold, every DEL, and every ADD that
      *> fails a prerequisite wait here as status P until a second
      *> operator releases (A) or rejects (R) them. Decided rows keep
      *> the record as evidence.
       FD PENDING-FILE.
       01 PENDING-RECORD.
           05 PENDING-STATUS     PIC X(1).
      *> "C <course> <pass> <dist>" sets cutoffs for a course,
      *> "B <course> <letter> <low> <high>" adds a letter band.
      *> Course DEFAULT applies where no override is on file.
      *> "G DEFAULT <letter> <points>" sets the grade points a letter
      *> earns toward the GPA, points in hundredths (400 = 4.00).
      *> "T <institution> <their grade> <letter>" maps a partner
      *> institution's grade to the letter it is accepted as here.
       01 SCALE-RECORD.
           05 SCALE-RECORD-TYPE  PIC X(1).
           05 FILLER             PIC X(1).
           05 FILLER             PIC X(1).
           05 SCALE-BAND-HIGH    PIC 99.
           05 FILLER             PIC X(12).
       01 SCALE-POINTS-VIEW.
           05 FILLER             PIC X(13).
           05 SCALE-POINTS-LETTER PIC X(2).
           05 FILLER             PIC X(1).
           05 SCALE-POINTS-VALUE PIC 9V99.
           05 FILLER             PIC X(14).
       01 SCALE-TRANSFER-VIEW.
           05 FILLER             PIC X(13).
           05 SCALE-TRANSFER-GRADE PIC X(3).
           05 FILLER             PIC X(1).
           05 SCALE-TRANSFER-LETTER PIC X(2).
           05 FILLER             PIC X(14).

       FD ATRISK-FILE.
       01 ATRISK-RECORD          PIC X(100).
      *> but reports and the inquiry print from here, and records
      *> whose names disagree are flagged on the reconciliation
      *> report. The advisor tells student services who should act.
      *> A Y in the confidentiality flag is a records-privacy hold:
      *> the student is left off every extract and masked on every
      *> printed report. Only the registrar interface still carries
      *> the student.
       FD DEMOG-FILE.
       01 DEMOG-RECORD.
           05 DEMOG-STUDENT-NUMBER PIC 9(5).
           05 DEMOG-PROGRAM      PIC X(10).
           05 FILLER             PIC X(1).
           05 DEMOG-ADVISOR      PIC X(15).
           05 FILLER             PIC X(1).
           05 DEMOG-CONFIDENTIAL-FLAG PIC X(1).

      *> One-line advisory lock shared with STUDENT-MAINTENANCE:
      *> LOCKED means another session is updating the master and this
       FD GEN-OUT-FILE.
       01 GEN-OUT-RECORD         PIC X(49).

      *> One record per student on the master for the registrar's
      *> standing run: credits attempted and earned, quality points
      *> and the credit-weighted GPA with the resulting standing.
       FD STANDING-FILE.
       01 STANDING-RECORD.
           05 STANDING-BUSINESS-DATE PIC 9(8).
           05 FILLER             PIC X(1).
           05 STANDING-STUDENT-NUMBER PIC 9(5).
           05 FILLER             PIC X(1).
           05 STANDING-FIRST-NAME PIC X(15).
           05 FILLER             PIC X(1).
           05 STANDING-LAST-NAME PIC X(15).
           05 FILLER             PIC X(1).
           05 STANDING-PROGRAM   PIC X(10).
           05 FILLER             PIC X(1).
           05 STANDING-ATTEMPTED PIC 999.
           05 FILLER             PIC X(1).
           05 STANDING-EARNED    PIC 999.
           05 FILLER             PIC X(1).
           05 STANDING-POINTS    PIC 9(4).99.
           05 FILLER             PIC X(1).
           05 STANDING-GPA-OUT   PIC 9.99.
           05 FILLER             PIC X(1).
           05 STANDING-CLASS-OUT PIC X(13).

      *> What each degree program asks for: "T <program> <credits>"
      *> sets the minimum total credits, "R <program> <course>" adds
      *> a course every student in the program must pass.
       FD PROGRAM-REQ-FILE.
       01 PROGRAM-REQ-RECORD.
           05 PROGRAM-REQ-TYPE   PIC X(1).
           05 FILLER             PIC X(1).
           05 PROGRAM-REQ-PROGRAM PIC X(10).
           05 FILLER             PIC X(1).
           05 PROGRAM-REQ-DATA   PIC X(20).
       01 PROGRAM-REQ-COURSE-VIEW.
           05 FILLER             PIC X(13).
           05 PROGRAM-REQ-REQUIRED PIC X(10).
           05 FILLER             PIC X(10).
       01 PROGRAM-REQ-CREDIT-VIEW.
           05 FILLER             PIC X(13).
           05 PROGRAM-REQ-CREDITS PIC 999.
           05 FILLER             PIC X(17).

      *> One row per prerequisite: a student may only be enrolled in
      *> the course once the prerequisite course is on the master
      *> graded at or above the minimum. A course may have several.
       FD PREREQ-FILE.
       01 PREREQ-RECORD.
           05 PREREQ-COURSE      PIC X(10).
           05 FILLER             PIC X(1).
           05 PREREQ-REQUIRED    PIC X(10).
           05 FILLER             PIC X(1).
           05 PREREQ-MIN-GRADE   PIC 99.

       FD PREREQ-LIST-FILE.
       01 PREREQ-LIST-RECORD     PIC X(120).

      *> Enrollments still waiting on a grade, comma separated and in
      *> department order so each secretary's rows sit together.
       FD MISSING-GRADE-FILE.
       01 MISSING-GRADE-RECORD   PIC X(100).

      *> Online maintenance trail, read for the change review: a
      *> dated header line (operator and action) followed by the
      *> BEFORE and AFTER images of the enrollment.
       FD MAINT-AUDIT-FILE.
       01 MAINT-AUDIT-RECORD     PIC X(80).
       01 MAINT-AUDIT-HEADER-VIEW.
           05 MAINT-AUDIT-DATE   PIC X(8).
           05 FILLER             PIC X(1).
           05 MAINT-AUDIT-TIME   PIC X(6).
           05 FILLER             PIC X(1).
           05 MAINT-AUDIT-OPERATOR PIC X(8).
           05 FILLER             PIC X(1).
           05 MAINT-AUDIT-ACTION PIC X(3).
           05 FILLER             PIC X(52).
       01 MAINT-AUDIT-IMAGE-VIEW.
           05 MAINT-AUDIT-IMAGE-TAG PIC X(10).
           05 MAINT-AUDIT-NUMBER PIC X(5).
           05 FILLER             PIC X(1).
           05 MAINT-AUDIT-FIRST-NAME PIC X(15).
           05 FILLER             PIC X(1).
           05 MAINT-AUDIT-LAST-NAME PIC X(15).
           05 FILLER             PIC X(1).
           05 MAINT-AUDIT-COURSE PIC X(10).
           05 FILLER             PIC X(1).
           05 MAINT-AUDIT-GRADE  PIC X(2).
           05 FILLER             PIC X(1).
           05 MAINT-AUDIT-GRADE-STATUS PIC X(2).
           05 FILLER             PIC X(16).

       FD FILE-LIST-FILE.
       01 FILE-LIST-RECORD       PIC X(40).

       FD RUN-AUDIT-FILE.
       01 RUN-AUDIT-RECORD       PIC X(120).

      *> One row per operator ID. Each role column carries its letter
      *> when held and "-" when not: C clerk, A approver,
      *> O operations, U auditor.
       FD SECURITY-FILE.
       01 SECURITY-RECORD.
           05 SECURITY-OPERATOR  PIC X(8).
           05 FILLER             PIC X(1).
           05 SECURITY-ROLES     PIC X(4).

      *> Partner institution intake: one line per course a student
      *> brings in, graded on the partner's own scale.
       FD TRANSFER-IN-FILE.
       01 TRANSFER-IN-RECORD.
           05 TRANSFER-STUDENT-NUMBER PIC X(5).
           05 FILLER             PIC X(1).
           05 TRANSFER-INSTITUTION PIC X(10).
           05 FILLER             PIC X(1).
           05 TRANSFER-EXTERNAL-COURSE PIC X(10).
           05 FILLER             PIC X(1).
           05 TRANSFER-EXTERNAL-GRADE PIC X(3).

      *> Maintained equivalency table: a partner institution's course
      *> and the local course code it is accepted as.
       FD EQUIV-FILE.
       01 EQUIV-RECORD.
           05 EQUIV-INSTITUTION  PIC X(10).
           05 FILLER             PIC X(1).
           05 EQUIV-EXTERNAL-COURSE PIC X(10).
           05 FILLER             PIC X(1).
           05 EQUIV-LOCAL-COURSE PIC X(10).

       FD TRANSFER-EXCEPTION-FILE.
       01 TRANSFER-EXCEPTION-RECORD PIC X(100).

       FD TRANSFER-LEDGER-FILE.
       01 TRANSFER-LEDGER-RECORD PIC X(100).

      *> Who receives each department's burst reports: catalog
      *> department code, then the delivery address the file-transfer
      *> job sends to.
       FD CONTACT-FILE.
       01 CONTACT-RECORD.
           05 CONTACT-DEPARTMENT PIC X(10).
           05 FILLER             PIC X(1).
           05 CONTACT-RECIPIENT  PIC X(40).

      *> HDR, one line per department file produced, TRL - read by
      *> the file-transfer job and kept as proof of delivery.
       FD MANIFEST-FILE.
       01 MANIFEST-RECORD.
           05 MANIFEST-BUSINESS-DATE PIC 9(8).
           05 FILLER             PIC X(1).
           05 MANIFEST-DEPARTMENT PIC X(10).
           05 FILLER             PIC X(1).
           05 MANIFEST-FILE-NAME PIC X(30).
           05 FILLER             PIC X(1).
           05 MANIFEST-RECORD-COUNT PIC 9(5).
           05 FILLER             PIC X(1).
           05 MANIFEST-PAGE-COUNT PIC 9(5).
           05 FILLER             PIC X(1).
           05 MANIFEST-RECIPIENT PIC X(40).
       01 MANIFEST-HEADER-RECORD.
           05 MAN-HEADER-TYPE    PIC X(3).
           05 FILLER             PIC X(1).
           05 MAN-HEADER-DATE    PIC 9(8).
           05 FILLER             PIC X(1).
           05 MAN-HEADER-RUN-DATE PIC 9(8).
           05 FILLER             PIC X(1).
           05 MAN-HEADER-OPERATOR PIC X(8).
           05 FILLER             PIC X(73).
       01 MANIFEST-TRAILER-RECORD.
           05 MAN-TRAILER-TYPE   PIC X(3).
           05 FILLER             PIC X(1).
           05 MAN-TRAILER-FILES  PIC 9(5).
           05 FILLER             PIC X(1).
           05 MAN-TRAILER-RECORDS PIC 9(7).
           05 FILLER             PIC X(86).

      *> Every enrollment detail sent on any outbound interface, with
      *> the business date it went. The outbound files themselves are
      *> rewritten each run; this log is only ever appended, so it is
      *> the record of when the registrar first saw an enrollment.
       FD SENT-LOG-FILE.
       01 SENT-LOG-RECORD.
           05 SENT-LOG-DATE      PIC 9(8).
           05 FILLER             PIC X(1).
           05 SENT-LOG-STUDENT-NUMBER PIC X(5).
           05 FILLER             PIC X(1).
           05 SENT-LOG-COURSE    PIC X(10).
           05 FILLER             PIC X(1).
           05 SENT-LOG-GRADE     PIC 99.
           05 FILLER             PIC X(1).
           05 SENT-LOG-GRADE-STATUS PIC X(2).
           05 FILLER             PIC X(1).
           05 SENT-LOG-FILE-NAME PIC X(40).

      *> Mail-merge feed for the student communications team.
       FD NOTICE-FILE.
       01 NOTICE-RECORD          PIC X(200).

      *> One line per notice issued, so a change is noticed once:
      *> the date it was issued, then the change it was issued for.
       FD NOTICE-MEMORY-FILE.
       01 NOTICE-MEMORY-RECORD.
           05 ISSUED-DATE        PIC 9(8).
           05 FILLER             PIC X(1).
           05 ISSUED-STUDENT-NUMBER PIC X(5).
           05 FILLER             PIC X(1).
           05 ISSUED-COURSE      PIC X(10).
           05 FILLER             PIC X(1).
           05 ISSUED-EFFECTIVE-DATE PIC 9(8).
           05 FILLER             PIC X(1).
           05 ISSUED-OLD-SHOW    PIC X(2).
           05 FILLER             PIC X(1).
           05 ISSUED-NEW-SHOW    PIC X(2).
           05 FILLER             PIC X(1).
           05 ISSUED-SOURCE      PIC X(3).

       SD SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
           05 SORT-KEY           PIC X(15).  *> Name, grade, course or
           05 SORT-SOURCE        PIC X(10).
           05 SORT-GRADE-STATUS  PIC X(2).

      *> One grade-change event from any of the three trails, put
      *> into date order for the change review. Old and new show the
      *> grade, or the status code when the enrollment is not graded.
       SD REVIEW-WORK-FILE.
       01 REVIEW-WORK-RECORD.
           05 REVIEW-DATE        PIC 9(8).
           05 REVIEW-TIME        PIC X(6).
           05 REVIEW-SEQUENCE    PIC 9(5).
           05 REVIEW-SOURCE      PIC X(3).   *> MNT, REG or PND
           05 REVIEW-ACTION      PIC X(3).
           05 REVIEW-STUDENT-NUMBER PIC X(5).
           05 REVIEW-COURSE      PIC X(10).
           05 REVIEW-OLD-SHOW    PIC X(2).
           05 REVIEW-NEW-SHOW    PIC X(2).
           05 REVIEW-OPERATOR    PIC X(8).
           05 REVIEW-APPROVER    PIC X(8).
           05 REVIEW-DECISION    PIC X(1).   *> Pending status
           05 REVIEW-CHANGE-FLAG PIC X(1).
               88 REVIEW-IS-CHANGE VALUE 'Y'.

       WORKING-STORAGE SECTION.
       01 USER-CHOICE            PIC 99 VALUE 0.
       01 USER-SUB-CHOICE        PIC 9 VALUE 0.
       01 EOF-FLAG               PIC X VALUE 'N'.
       01 TOTAL-STUDENTS         PIC 9(5) VALUE 0.
       01 LOWEST-GRADE           PIC 99 VALUE 99.
       01 REPORT-LINE            PIC X(80) VALUE SPACES.
       01 REPORT-TITLE           PIC X(40) VALUE SPACES.
       01 REPORT-FILE-NAME       PIC X(40) VALUE "grade_report.txt".
       01 REPORT-RECORD-TOTAL    PIC 9(5) VALUE 0.
       01 REPORT-PAGE-TOTAL      PIC 9(5) VALUE 0.
       01 REPORT-COLUMN-HEADING  PIC X(80) VALUE SPACES.
       01 REPORT-PAGE-NUMBER     PIC 999 VALUE 0.
       01 REPORT-PAGE-DISPLAY    PIC ZZ9 VALUE 0.
       01 REGISTER-NUMBER        PIC X(5) VALUE SPACES.
       01 REGISTER-COURSE        PIC X(10) VALUE SPACES.
       01 REGISTER-REASON        PIC X(30) VALUE SPACES.
       01 REGISTER-FROM-DISPLAY  PIC X(2) VALUE SPACES.
       01 REGISTER-TO-DISPLAY    PIC X(2) VALUE SPACES.
       01 HELD-MASTER-RECORD.
           05 HELD-STUDENT-NUMBER PIC 9(5).
           05 HELD-FIRST-NAME    PIC X(15).
      *> Enrollments can carry a non-numeric standing instead of a
      *> grade: I (incomplete), W (withdrawn), AU (audit). They are
      *> valid data but excluded from every average; reports print
      *> the status letters where the grade would go. TR (transfer
      *> credit) carries a grade converted from a partner scale: it
      *> counts toward credits but stays out of the averages.
       01 WORK-GRADE-STATUS      PIC X(2) VALUE SPACES.
           88 ENROLLMENT-IS-GRADED VALUE SPACES.
           88 ENROLLMENT-HAS-GRADE VALUE SPACES, "TR".
           88 STATUS-INCOMPLETE  VALUE "I ".
           88 STATUS-WITHDRAWN   VALUE "W ".
           88 STATUS-AUDIT       VALUE "AU".
           88 STATUS-TRANSFER    VALUE "TR".
           88 STATUS-IS-KNOWN    VALUE SPACES, "I ", "W ", "AU",
                                       "TR".
      *> Keyed transactions may not post TR: it only arrives through
      *> the transfer import, which records the source institution.
           88 TRANS-STATUS-IS-KNOWN VALUE SPACES, "I ", "W ", "AU".
       01 GRADE-DISPLAY-FIELD    PIC X(2) VALUE SPACES.
       01 LETTER-DISPLAY-FIELD   PIC X(2) VALUE SPACES.
       01 INCOMPLETE-COUNT       PIC 9(5) VALUE 0.
       01 WORK-FIRST-NAME        PIC X(15) VALUE SPACES.
       01 WORK-LAST-NAME         PIC X(15) VALUE SPACES.
       01 WORK-ADVISOR           PIC X(15) VALUE SPACES.
       01 WORK-STUDENT-ID        PIC X(5) VALUE SPACES.
       01 CONFIDENTIAL-FLAG      PIC X VALUE 'N'.
           88 STUDENT-IS-CONFIDENTIAL VALUE 'Y'.
      *> Records withheld or masked under a confidentiality hold,
      *> one row per output that honors the hold, for run_audit.log.
       01 WITHHELD-OUTPUT-KEY    PIC X(30) VALUE SPACES.
       01 WITHHELD-COUNT         PIC 99 VALUE 0.
       01 WITHHELD-INDEX         PIC 99 VALUE 0.
       01 WITHHELD-FOUND-INDEX   PIC 99 VALUE 0.
       01 WITHHELD-TABLE.
           05 WITHHELD-ENTRY OCCURS 40 TIMES.
               10 WITHHELD-OUTPUT-NAME PIC X(30).
               10 WITHHELD-OUTPUT-TOTAL PIC 9(5).
       01 DEMOG-TABLE.
           05 DEMOG-ENTRY OCCURS 999 TIMES.
               10 DEMOG-ENTRY-NUMBER PIC 9(5).
               10 DEMOG-ENTRY-LAST   PIC X(15).
               10 DEMOG-ENTRY-PROGRAM PIC X(10).
               10 DEMOG-ENTRY-ADVISOR PIC X(15).
               10 DEMOG-ENTRY-CONFIDENTIAL PIC X(1).
       01 PENDING-FILE-STATUS    PIC XX VALUE SPACES.
       01 PENDING-TEMP-STATUS    PIC XX VALUE SPACES.
       01 APPROVAL-THRESHOLD     PIC 99 VALUE 20.
       01 GEN-COPY-COUNT         PIC 9(5) VALUE 0.
       01 GEN-RESTORE-COUNT      PIC 9(5) VALUE 0.
       01 RESTORE-NOTE           PIC X(60) VALUE SPACES.
      *> Grade points per letter for the GPA: built-in 4/3/2/1/0,
      *> replaced or extended by "G" records in grade_scale.txt.
       01 GRADE-POINTS-COUNT     PIC 99 VALUE 0.
       01 GRADE-POINTS-INDEX     PIC 99 VALUE 0.
       01 GRADE-POINTS-FOUND-INDEX PIC 99 VALUE 0.
       01 GRADE-POINTS-TABLE.
           05 GRADE-POINTS-ENTRY OCCURS 15 TIMES.
               10 GRADE-POINTS-LETTER PIC X(2).
               10 GRADE-POINTS-VALUE PIC 9V99.
       01 ENROLLMENT-CREDITS     PIC 99 VALUE 0.
       01 ENROLLMENT-POINTS      PIC 9V99 VALUE 0.
       01 ENROLLMENT-POINTS-FLAG PIC X VALUE 'N'.
           88 ENROLLMENT-HAS-POINTS VALUE 'Y'.
       01 UNRATED-LETTER-COUNT   PIC 9(5) VALUE 0.
       01 STU-CREDITS-ATTEMPTED  PIC 999 VALUE 0.
       01 STU-TRANSFER-CREDITS   PIC 999 VALUE 0.
       01 TRANSFER-MARKER        PIC X(8) VALUE SPACES.
       01 STU-QUALITY-POINTS     PIC 9(4)V99 VALUE 0.
       01 STU-GPA                PIC 9V99 VALUE 0.
       01 STU-GPA-DISPLAY        PIC 9.99 VALUE 0.
       01 DEANS-LIST-GPA         PIC 9V99 VALUE 3.50.
       01 PROBATION-GPA          PIC 9V99 VALUE 2.00.
       01 STANDING-THRESHOLD-TEXT PIC X(5) VALUE SPACES.
       01 STANDING-BREAK-NUMBER  PIC 9(5) VALUE 0.
       01 STANDING-BREAK-FIRST-NAME PIC X(15) VALUE SPACES.
       01 STANDING-BREAK-LAST-NAME PIC X(15) VALUE SPACES.
       01 STANDING-ENROLLMENT-COUNT PIC 999 VALUE 0.
       01 STANDING-CREDITS-ATTEMPTED PIC 999 VALUE 0.
       01 STANDING-CREDITS-EARNED PIC 999 VALUE 0.
       01 STANDING-QUALITY-POINTS PIC 9(4)V99 VALUE 0.
       01 STANDING-GPA           PIC 9V99 VALUE 0.
       01 STANDING-CLASS         PIC X(13) VALUE SPACES.
       01 STANDING-STUDENT-COUNT PIC 9(5) VALUE 0.
       01 DEANS-LIST-COUNT       PIC 9(5) VALUE 0.
       01 GOOD-STANDING-COUNT    PIC 9(5) VALUE 0.
       01 PROBATION-COUNT        PIC 9(5) VALUE 0.
       01 PROGRAM-REQ-STATUS     PIC XX VALUE SPACES.
       01 PROGRAM-COUNT          PIC 99 VALUE 0.
       01 PROGRAM-INDEX          PIC 99 VALUE 0.
       01 PROGRAM-FOUND-INDEX    PIC 99 VALUE 0.
       01 PROGRAM-LOOKUP-NAME    PIC X(10) VALUE SPACES.
       01 REQUIRED-INDEX         PIC 99 VALUE 0.
       01 PROGRAM-TABLE.
           05 PROGRAM-ENTRY OCCURS 10 TIMES.
               10 PROGRAM-ENTRY-NAME PIC X(10).
               10 PROGRAM-ENTRY-CREDITS PIC 999.
               10 PROGRAM-ENTRY-REQ-COUNT PIC 99.
               10 PROGRAM-ENTRY-REQUIRED OCCURS 20 TIMES
                                         PIC X(10).
      *> One student's master enrollments, gathered under one START
      *> so each requirement can be checked against all of them.
       01 AUDIT-DEMOG-INDEX      PIC 999 VALUE 0.
       01 AUDIT-STUDENT-NUMBER   PIC 9(5) VALUE 0.
       01 AUDIT-ENROLL-COUNT     PIC 99 VALUE 0.
       01 AUDIT-ENROLL-INDEX     PIC 99 VALUE 0.
       01 AUDIT-ENROLL-FOUND-INDEX PIC 99 VALUE 0.
       01 AUDIT-ENROLL-TABLE.
           05 AUDIT-ENROLL-ENTRY OCCURS 30 TIMES.
               10 AUDIT-ENROLL-COURSE PIC X(10).
               10 AUDIT-ENROLL-GRADE PIC 99.
               10 AUDIT-ENROLL-STATUS PIC X(2).
               10 AUDIT-ENROLL-REQUIRED PIC X.
       01 AUDIT-COURSE-RESULT    PIC X(11) VALUE SPACES.
           88 AUDIT-COURSE-PASSED VALUE "COMPLETED", "TRANSFERRED".
           88 AUDIT-COURSE-FAILED VALUE "RETAKE".
       01 AUDIT-CREDITS-EARNED   PIC 999 VALUE 0.
       01 AUDIT-OUTSTANDING-COUNT PIC 99 VALUE 0.
       01 AUDIT-RETAKE-COUNT     PIC 99 VALUE 0.
       01 AUDIT-RESULT           PIC X(12) VALUE SPACES.
       01 AUDIT-STUDENT-COUNT    PIC 9(5) VALUE 0.
       01 AUDIT-ELIGIBLE-COUNT   PIC 9(5) VALUE 0.
       01 AUDIT-NOT-ELIGIBLE-COUNT PIC 9(5) VALUE 0.
       01 AUDIT-NO-PROGRAM-COUNT PIC 9(5) VALUE 0.
       01 PREREQ-FILE-STATUS     PIC XX VALUE SPACES.
       01 PREREQ-COUNT           PIC 999 VALUE 0.
       01 PREREQ-INDEX           PIC 999 VALUE 0.
       01 PREREQ-LOADED-FLAG     PIC X VALUE 'N'.
           88 PREREQS-ON-FILE    VALUE 'Y'.
       01 PREREQ-TABLE.
           05 PREREQ-ENTRY OCCURS 200 TIMES.
               10 PREREQ-ENTRY-COURSE PIC X(10).
               10 PREREQ-ENTRY-REQUIRED PIC X(10).
               10 PREREQ-ENTRY-MIN-GRADE PIC 99.
      *> Set by CHECK-ENROLLMENT-PREREQS for PREREQ-CHECK-NUMBER and
      *> PREREQ-CHECK-COURSE: the first prerequisite not met, or
      *> spaces when every one is passed on the master.
       01 PREREQ-CHECK-NUMBER    PIC 9(5) VALUE 0.
       01 PREREQ-CHECK-COURSE    PIC X(10) VALUE SPACES.
       01 PREREQ-MISSING-COURSE  PIC X(10) VALUE SPACES.
       01 PREREQ-MASTER-STATUS   PIC XX VALUE SPACES.
       01 PREREQ-MET-FLAG        PIC X VALUE 'N'.
           88 PREREQ-IS-MET      VALUE 'Y'.
       01 PREREQ-HELD-REASON     PIC X(30) VALUE SPACES.
       01 PREREQ-RESULT-TEXT     PIC X(10) VALUE SPACES.
       01 PREREQ-STATUS-TEXT     PIC X(9) VALUE SPACES.
       01 PREREQ-DEPARTMENT      PIC X(10) VALUE SPACES.
       01 PREREQ-MIN-TEXT        PIC X(2) VALUE SPACES.
       01 PREREQ-LINE            PIC X(120) VALUE SPACES.
       01 PREREQ-VIOLATION-COUNT PIC 9(5) VALUE 0.
       01 PREREQ-OVERRIDE-COUNT  PIC 9(5) VALUE 0.
       01 PREREQ-BREAK-NUMBER    PIC 9(5) VALUE 0.
       01 PREREQ-BREAK-FIRST-NAME PIC X(15) VALUE SPACES.
       01 PREREQ-BREAK-LAST-NAME PIC X(15) VALUE SPACES.
       01 ADD-DROP-DEADLINE      PIC 9(8) VALUE 0.
       01 ADD-DROP-DEADLINE-TEXT PIC X(8) VALUE SPACES.
      *> Enrollments a second operator has already released past a
      *> prerequisite (approved ADD rows on pending_approvals.txt).
       01 OVERRIDE-COUNT         PIC 999 VALUE 0.
       01 OVERRIDE-INDEX         PIC 999 VALUE 0.
       01 OVERRIDE-FOUND-FLAG    PIC X VALUE 'N'.
           88 OVERRIDE-ON-FILE   VALUE 'Y'.
       01 OVERRIDE-MATCH-KEY.
           05 OVERRIDE-MATCH-NUMBER PIC 9(5).
           05 OVERRIDE-MATCH-COURSE PIC X(10).
       01 OVERRIDE-TABLE.
           05 OVERRIDE-ENTRY-KEY OCCURS 200 TIMES PIC X(15).
       01 GRADING-DEADLINE       PIC 9(8) VALUE 0.
       01 GRADING-DEADLINE-TEXT  PIC X(8) VALUE SPACES.
       01 MISSING-DEPT-BREAK     PIC X(10) VALUE SPACES.
       01 MISSING-COURSE-BREAK   PIC X(10) VALUE SPACES.
       01 MISSING-COURSE-COUNT   PIC 9(5) VALUE 0.
       01 MISSING-DEPT-COUNT     PIC 9(5) VALUE 0.
       01 MISSING-TOTAL-COUNT    PIC 9(5) VALUE 0.
       01 MISSING-COURSES-LISTED PIC 9(5) VALUE 0.
       01 MISSING-DEPTS-LISTED   PIC 9(5) VALUE 0.
       01 MISSING-STATUS-TEXT    PIC X(10) VALUE SPACES.
       01 MISSING-LINE           PIC X(100) VALUE SPACES.
       01 MAINT-AUDIT-FILE-STATUS PIC XX VALUE SPACES.
       01 REVIEW-FROM-DATE       PIC 9(8) VALUE 0.
       01 REVIEW-TO-DATE         PIC 9(8) VALUE 0.
       01 REVIEW-FIRST-RELEASE   PIC 9(8) VALUE 0.
       01 REVIEW-DATE-TEXT       PIC X(8) VALUE SPACES.
       01 REVIEW-LIMIT-TEXT      PIC X(5) VALUE SPACES.
       01 REVIEW-CHANGE-LIMIT    PIC 999 VALUE 2.
       01 REVIEW-SHARE-PERCENT   PIC 999 VALUE 50.
       01 REVIEW-PAIR-LIMIT      PIC 999 VALUE 2.
       01 REVIEW-BLOCK-DATE      PIC 9(8) VALUE 0.
       01 REVIEW-NEXT-SEQUENCE   PIC 9(5) VALUE 0.
       01 REVIEW-HOLD-DATE       PIC 9(8) VALUE 0.
       01 REVIEW-HOLD-TIME       PIC X(6) VALUE SPACES.
       01 REVIEW-HOLD-OPERATOR   PIC X(8) VALUE SPACES.
       01 REVIEW-HOLD-ACTION     PIC X(3) VALUE SPACES.
       01 REVIEW-HOLD-OLD        PIC X(2) VALUE SPACES.
       01 REVIEW-HOLD-NUMBER     PIC X(5) VALUE SPACES.
       01 REVIEW-HOLD-COURSE     PIC X(10) VALUE SPACES.
       01 REVIEW-OLD-NUMERIC     PIC 99 VALUE 0.
       01 REVIEW-NEW-NUMERIC     PIC 99 VALUE 0.
       01 REVIEW-FLAG-TEXT       PIC X(9) VALUE SPACES.
       01 REVIEW-EVENT-COUNT     PIC 9(5) VALUE 0.
       01 REVIEW-CHANGE-COUNT    PIC 9(5) VALUE 0.
       01 REVIEW-FLAG-COUNT      PIC 9(5) VALUE 0.
       01 REVIEW-SECTION-COUNT   PIC 9(5) VALUE 0.
       01 REVIEW-PERCENT         PIC 999 VALUE 0.
       01 REVIEW-TABLE-FULL-FLAG PIC X VALUE 'N'.
           88 REVIEW-TABLE-FULL  VALUE 'Y'.
       01 REVIEW-ENROLL-MATCH-KEY.
           05 REVIEW-MATCH-NUMBER PIC X(5).
           05 REVIEW-MATCH-COURSE PIC X(10).
       01 REVIEW-ENROLL-COUNT    PIC 999 VALUE 0.
       01 REVIEW-ENROLL-INDEX    PIC 999 VALUE 0.
       01 REVIEW-ENROLL-FOUND    PIC 999 VALUE 0.
       01 REVIEW-ENROLL-TABLE.
           05 REVIEW-ENROLL-ENTRY OCCURS 500 TIMES.
               10 REVIEW-ENROLL-KEY PIC X(15).
               10 REVIEW-ENROLL-CHANGES PIC 999.
       01 REVIEW-OPER-COUNT      PIC 99 VALUE 0.
       01 REVIEW-OPER-INDEX      PIC 99 VALUE 0.
       01 REVIEW-OPER-FOUND      PIC 99 VALUE 0.
       01 REVIEW-OPER-TABLE.
           05 REVIEW-OPER-ENTRY OCCURS 50 TIMES.
               10 REVIEW-OPER-ID PIC X(8).
               10 REVIEW-OPER-CHANGES PIC 9(5).
       01 REVIEW-PAIR-LOW        PIC X(8) VALUE SPACES.
       01 REVIEW-PAIR-HIGH       PIC X(8) VALUE SPACES.
       01 REVIEW-PAIR-TOTAL      PIC 9(4) VALUE 0.
       01 REVIEW-PAIR-COUNT      PIC 99 VALUE 0.
       01 REVIEW-PAIR-INDEX      PIC 99 VALUE 0.
       01 REVIEW-PAIR-FOUND      PIC 99 VALUE 0.
       01 REVIEW-PAIR-TABLE.
           05 REVIEW-PAIR-ENTRY OCCURS 50 TIMES.
               10 REVIEW-PAIR-FIRST PIC X(8).
               10 REVIEW-PAIR-SECOND PIC X(8).
               10 REVIEW-PAIR-FORWARD PIC 999.
               10 REVIEW-PAIR-REVERSE PIC 999.
       01 REVIEW-RAISE-COUNT     PIC 999 VALUE 0.
       01 REVIEW-RAISE-INDEX     PIC 999 VALUE 0.
       01 REVIEW-RAISE-TABLE.
           05 REVIEW-RAISE-LINE OCCURS 100 TIMES PIC X(80).
      *> Roles of SECURITY-LOOKUP-ID as found on operator_security.txt;
      *> all blank when the operator is not on the file.
       01 SECURITY-FILE-STATUS   PIC XX VALUE SPACES.
       01 SECURITY-EOF-FLAG      PIC X VALUE 'N'.
       01 SECURITY-LOOKUP-ID     PIC X(8) VALUE SPACES.
       01 SECURITY-FOUND-FLAG    PIC X VALUE 'N'.
           88 OPERATOR-ON-FILE   VALUE 'Y'.
       01 OPERATOR-ROLES.
           05 ROLE-CLERK-FLAG    PIC X VALUE SPACE.
               88 HAS-CLERK-ROLE VALUE 'C'.
           05 ROLE-APPROVER-FLAG PIC X VALUE SPACE.
               88 HAS-APPROVER-ROLE VALUE 'A'.
           05 ROLE-OPERATIONS-FLAG PIC X VALUE SPACE.
               88 HAS-OPERATIONS-ROLE VALUE 'O'.
           05 ROLE-AUDITOR-FLAG  PIC X VALUE SPACE.
               88 HAS-AUDITOR-ROLE VALUE 'U'.
       01 FUNCTION-AUTHORIZED-FLAG PIC X VALUE 'N'.
           88 FUNCTION-IS-AUTHORIZED VALUE 'Y'.
       01 SECURITY-FUNCTION      PIC X(30) VALUE SPACES.
       01 SECURITY-NOTE          PIC X(60) VALUE SPACES.
       01 TRANSFER-FILE-STATUS   PIC XX VALUE SPACES.
       01 EQUIV-FILE-STATUS      PIC XX VALUE SPACES.
       01 TRANSFER-LEDGER-STATUS PIC XX VALUE SPACES.
       01 EQUIV-COUNT            PIC 999 VALUE 0.
       01 EQUIV-INDEX            PIC 999 VALUE 0.
       01 EQUIV-FOUND-INDEX      PIC 999 VALUE 0.
       01 EQUIV-TABLE.
           05 EQUIV-ENTRY OCCURS 200 TIMES.
               10 EQUIV-ENTRY-INSTITUTION PIC X(10).
               10 EQUIV-ENTRY-EXTERNAL PIC X(10).
               10 EQUIV-ENTRY-LOCAL PIC X(10).
       01 TRANSFER-SCALE-COUNT   PIC 999 VALUE 0.
       01 TRANSFER-SCALE-INDEX   PIC 999 VALUE 0.
       01 TRANSFER-SCALE-TABLE.
           05 TRANSFER-SCALE-ENTRY OCCURS 100 TIMES.
               10 TRANSFER-SCALE-INSTITUTION PIC X(10).
               10 TRANSFER-SCALE-GRADE PIC X(3).
               10 TRANSFER-SCALE-LETTER PIC X(2).
       01 TRANSFER-READ-COUNT    PIC 9(5) VALUE 0.
       01 TRANSFER-POSTED-COUNT  PIC 9(5) VALUE 0.
       01 TRANSFER-EXCEPTION-COUNT PIC 9(5) VALUE 0.
       01 TRANSFER-LOCAL-COURSE  PIC X(10) VALUE SPACES.
       01 TRANSFER-LETTER        PIC X(2) VALUE SPACES.
       01 TRANSFER-GRADE         PIC 99 VALUE 0.
       01 TRANSFER-REASON        PIC X(30) VALUE SPACES.
       01 TRANSFER-VALID-FLAG    PIC X VALUE 'Y'.
           88 TRANSFER-IS-VALID  VALUE 'Y'.
           88 TRANSFER-IS-INVALID VALUE 'N'.
       01 TRANSFER-LINE          PIC X(100) VALUE SPACES.
       01 CONTACT-FILE-STATUS    PIC XX VALUE SPACES.
       01 CONTACT-EOF-FLAG       PIC X VALUE 'N'.
       01 BURST-FLAG             PIC X VALUE 'N'.
           88 BURST-IN-PROGRESS  VALUE 'Y'.
       01 BURST-FILE-FLAG        PIC X VALUE 'N'.
           88 BURST-FILE-STARTED VALUE 'Y'.
       01 BURST-MATCH-FLAG       PIC X VALUE 'Y'.
           88 IN-BURST-DEPARTMENT VALUE 'Y'.
       01 BURST-DEPARTMENT       PIC X(10) VALUE SPACES.
       01 BURST-COUNT            PIC 99 VALUE 0.
       01 BURST-INDEX            PIC 99 VALUE 0.
       01 BURST-FOUND-INDEX      PIC 99 VALUE 0.
       01 BURST-UNASSIGNED-COUNT PIC 99 VALUE 0.
       01 BURST-RECORD-GRAND     PIC 9(7) VALUE 0.
       01 BURST-TABLE.
           05 BURST-ENTRY OCCURS 50 TIMES.
               10 BURST-ENTRY-DEPT PIC X(10).
               10 BURST-ENTRY-FILE PIC X(30).
               10 BURST-ENTRY-RECORDS PIC 9(5).
               10 BURST-ENTRY-PAGES PIC 9(5).
               10 BURST-ENTRY-RECIPIENT PIC X(40).
       01 SENT-LOG-STATUS        PIC XX VALUE SPACES.
       01 NOTICE-MEMORY-STATUS   PIC XX VALUE SPACES.
       01 NOTICE-LINE            PIC X(200) VALUE SPACES.
       01 NOTICE-COUNT           PIC 9(5) VALUE 0.
       01 NOTICE-NEW-COUNT       PIC 9(5) VALUE 0.
       01 NOTICE-PRIOR-COUNT     PIC 9(5) VALUE 0.
       01 NOTICE-TABLE-FULL-FLAG PIC X VALUE 'N'.
           88 NOTICE-TABLE-FULL  VALUE 'Y'.
       01 NOTICE-SOURCE-TEXT     PIC X(11) VALUE SPACES.
       01 NOTICE-SHOW            PIC X(2) VALUE SPACES.
       01 NOTICE-SHOW-GRADE      PIC X(2) VALUE SPACES.
       01 NOTICE-SHOW-LETTER     PIC X(2) VALUE SPACES.
       01 NOTICE-OLD-GRADE       PIC X(2) VALUE SPACES.
       01 NOTICE-OLD-LETTER      PIC X(2) VALUE SPACES.
       01 NOTICE-NEW-GRADE       PIC X(2) VALUE SPACES.
       01 NOTICE-NEW-LETTER      PIC X(2) VALUE SPACES.
       01 SENT-COUNT             PIC 9(4) VALUE 0.
       01 SENT-INDEX             PIC 9(4) VALUE 0.
       01 SENT-FOUND-INDEX       PIC 9(4) VALUE 0.
       01 SENT-KEY-NUMBER        PIC X(5) VALUE SPACES.
       01 SENT-KEY-COURSE        PIC X(10) VALUE SPACES.
       01 SENT-TABLE.
           05 SENT-ENTRY OCCURS 9999 TIMES.
               10 SENT-ENTRY-NUMBER PIC X(5).
               10 SENT-ENTRY-COURSE PIC X(10).
               10 SENT-ENTRY-FIRST-DATE PIC 9(8).
       01 ISSUED-COUNT           PIC 9(4) VALUE 0.
       01 ISSUED-INDEX           PIC 9(4) VALUE 0.
       01 ISSUED-FOUND-INDEX     PIC 9(4) VALUE 0.
       01 ISSUED-TABLE.
           05 ISSUED-ENTRY OCCURS 9999 TIMES.
               10 ISSUED-ENTRY-DATE PIC 9(8).
               10 ISSUED-ENTRY-NUMBER PIC X(5).
               10 ISSUED-ENTRY-COURSE PIC X(10).
               10 ISSUED-ENTRY-EFFECTIVE PIC 9(8).
               10 ISSUED-ENTRY-OLD PIC X(2).
               10 ISSUED-ENTRY-NEW PIC X(2).
               10 ISSUED-ENTRY-SOURCE PIC X(3).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-RUN-PARAMETER
           PERFORM GET-RUN-DATE
           PERFORM GET-RUN-OPERATOR
           PERFORM CHECK-PRIOR-RUN
           PERFORM LOAD-GRADE-SCALE
           PERFORM LOAD-COURSE-CATALOG
           PERFORM LOAD-PREREQUISITES
           PERFORM LOAD-DEMOGRAPHICS
           PERFORM LOAD-INPUT-FILE-LIST
           IF RUN-ALL-MODE
               PERFORM AUTHORIZE-RUN-FUNCTION
               IF FUNCTION-IS-AUTHORIZED
                   PERFORM RUN-ALL-FUNCTIONS
               END-IF
           ELSE
               PERFORM DISPLAY-MENU
               PERFORM GET-CHOICE
               PERFORM AUTHORIZE-RUN-FUNCTION
               IF FUNCTION-IS-AUTHORIZED
                   PERFORM PROCESS-CHOICE
               END-IF
           END-IF
           PERFORM END-OF-RUN
           STOP RUN RETURNING FINAL-CONDITION-CODE.
           PERFORM GENERATE-TREND-REPORT.
           PERFORM GENERATE-CSV-EXPORT.
           PERFORM GENERATE-ATRISK-EXTRACT.
           PERFORM GENERATE-ACADEMIC-STANDING.
           PERFORM GENERATE-PREREQ-VIOLATIONS.
           PERFORM GENERATE-CHANGE-NOTICES.
           PERFORM BURST-DEPARTMENT-REPORTS.
           PERFORM FINISH-EXCEPTION-FILE.
           DISPLAY "Nightly ALL mode completed.".

                   INTO RUN-AUDIT-LINE
           END-IF.
           PERFORM WRITE-RUN-AUDIT-LINE.
           STRING "  OPERATOR " DELIMITED BY SIZE
               SUBMIT-OPERATOR-ID DELIMITED BY SIZE
               INTO RUN-AUDIT-LINE.
           PERFORM WRITE-RUN-AUDIT-LINE.
           MOVE 0 TO INPUT-FILE-INDEX.
           PERFORM UNTIL INPUT-FILE-INDEX >= INPUT-FILE-COUNT
               ADD 1 TO INPUT-FILE-INDEX
                   INTO RUN-AUDIT-LINE
               PERFORM WRITE-RUN-AUDIT-LINE
           END-IF.
           MOVE 0 TO WITHHELD-INDEX.
           PERFORM UNTIL WITHHELD-INDEX >= WITHHELD-COUNT
               ADD 1 TO WITHHELD-INDEX
               MOVE SPACES TO RUN-AUDIT-LINE
               STRING "  WITHHELD " DELIMITED BY SIZE
                   WITHHELD-OUTPUT-TOTAL (WITHHELD-INDEX)
                       DELIMITED BY SIZE
                   " FROM " DELIMITED BY SIZE
                   WITHHELD-OUTPUT-NAME (WITHHELD-INDEX)
                       DELIMITED BY SPACE
                   INTO RUN-AUDIT-LINE
               PERFORM WRITE-RUN-AUDIT-LINE
           END-PERFORM.
           MOVE 0 TO BURST-INDEX.
           PERFORM UNTIL BURST-INDEX >= BURST-COUNT
               ADD 1 TO BURST-INDEX
               MOVE SPACES TO RUN-AUDIT-LINE
               STRING "  BURST " DELIMITED BY SIZE
                   BURST-ENTRY-FILE (BURST-INDEX) DELIMITED BY SPACE
                   " RECORDS " DELIMITED BY SIZE
                   BURST-ENTRY-RECORDS (BURST-INDEX) DELIMITED BY SIZE
                   " PAGES " DELIMITED BY SIZE
                   BURST-ENTRY-PAGES (BURST-INDEX) DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   BURST-ENTRY-RECIPIENT (BURST-INDEX)
                       DELIMITED BY SPACE
                   INTO RUN-AUDIT-LINE
               PERFORM WRITE-RUN-AUDIT-LINE
           END-PERFORM.
           IF SECURITY-NOTE NOT = SPACES
               MOVE SPACES TO RUN-AUDIT-LINE
               STRING "  " DELIMITED BY SIZE
                   SECURITY-NOTE DELIMITED BY SIZE
                   INTO RUN-AUDIT-LINE
               PERFORM WRITE-RUN-AUDIT-LINE
           END-IF.
           IF RESTORE-NOTE NOT = SPACES
               MOVE SPACES TO RUN-AUDIT-LINE
               STRING "  " DELIMITED BY SIZE
               IF PARM-FIELD-2 = "FORCE" OR PARM-FIELD-3 = "FORCE"
                   SET FORCE-RERUN TO TRUE
               END-IF
               IF PARM-FIELD-1 (1:2) IS NUMERIC
                   MOVE PARM-FIELD-1 (1:2) TO USER-CHOICE
               ELSE
                   IF PARM-FIELD-1 (1:1) IS NUMERIC
                       MOVE PARM-FIELD-1 (1:1) TO USER-CHOICE
                   END-IF
               END-IF
               MOVE PARM-FIELD-2 TO INQUIRY-NUMBER-TEXT
               IF PARM-FIELD-2 (1:1) IS NUMERIC
           MOVE "F"  TO SCALE-ENTRY-LETTER (1 5).
           MOVE 00 TO SCALE-ENTRY-LOW (1 5).
           MOVE 59 TO SCALE-ENTRY-HIGH (1 5).
           MOVE 5 TO GRADE-POINTS-COUNT.
           MOVE "A"  TO GRADE-POINTS-LETTER (1).
           MOVE 4.00 TO GRADE-POINTS-VALUE (1).
           MOVE "B"  TO GRADE-POINTS-LETTER (2).
           MOVE 3.00 TO GRADE-POINTS-VALUE (2).
           MOVE "C"  TO GRADE-POINTS-LETTER (3).
           MOVE 2.00 TO GRADE-POINTS-VALUE (3).
           MOVE "D"  TO GRADE-POINTS-LETTER (4).
           MOVE 1.00 TO GRADE-POINTS-VALUE (4).
           MOVE "F"  TO GRADE-POINTS-LETTER (5).
           MOVE 0.00 TO GRADE-POINTS-VALUE (5).

           OPEN INPUT SCALE-FILE.
           IF SCALE-FILE-STATUS = "35"
                                   PERFORM APPLY-SCALE-RECORD
                               END-IF
                           END-IF
                           IF SCALE-RECORD-TYPE = "G"
                               PERFORM APPLY-GRADE-POINTS-RECORD
                           END-IF
                           IF SCALE-RECORD-TYPE = "T"
                               PERFORM APPLY-TRANSFER-SCALE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCALE-FILE
               END-IF
           END-IF.

       APPLY-GRADE-POINTS-RECORD.
           IF SCALE-COURSE NOT = "DEFAULT"
               OR SCALE-POINTS-LETTER = SPACES
               OR SCALE-POINTS-VALUE IS NOT NUMERIC
               DISPLAY "Grade points record for " SCALE-COURSE " "
                   SCALE-POINTS-LETTER " is not valid - ignored."
           ELSE
               MOVE 0 TO GRADE-POINTS-FOUND-INDEX
               MOVE 0 TO GRADE-POINTS-INDEX
               PERFORM UNTIL GRADE-POINTS-INDEX >= GRADE-POINTS-COUNT
                   ADD 1 TO GRADE-POINTS-INDEX
                   IF GRADE-POINTS-LETTER (GRADE-POINTS-INDEX)
                           = SCALE-POINTS-LETTER
                       MOVE GRADE-POINTS-INDEX
                           TO GRADE-POINTS-FOUND-INDEX
                       MOVE GRADE-POINTS-COUNT TO GRADE-POINTS-INDEX
                   END-IF
               END-PERFORM
               IF GRADE-POINTS-FOUND-INDEX = 0
                   AND GRADE-POINTS-COUNT < 15
                   ADD 1 TO GRADE-POINTS-COUNT
                   MOVE GRADE-POINTS-COUNT TO GRADE-POINTS-FOUND-INDEX
                   MOVE SCALE-POINTS-LETTER TO GRADE-POINTS-LETTER
                       (GRADE-POINTS-FOUND-INDEX)
               END-IF
               IF GRADE-POINTS-FOUND-INDEX > 0
                   MOVE SCALE-POINTS-VALUE TO GRADE-POINTS-VALUE
                       (GRADE-POINTS-FOUND-INDEX)
               ELSE
                   DISPLAY "Grade points table full - letter "
                       SCALE-POINTS-LETTER " ignored."
               END-IF
           END-IF.

      *> Without course_catalog.txt on disk the run behaves as before
      *> (any non-blank code accepted, no titles printed), so the
      *> catalog can be introduced without converting every site.
                                   DEMOG-ENTRY-PROGRAM (DEMOG-COUNT)
                               MOVE DEMOG-ADVISOR TO
                                   DEMOG-ENTRY-ADVISOR (DEMOG-COUNT)
                               MOVE DEMOG-CONFIDENTIAL-FLAG TO
                                   DEMOG-ENTRY-CONFIDENTIAL
                                       (DEMOG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
      *> those are replaced so every report prints the one true name.
       APPLY-DEMOGRAPHIC-NAMES.
           MOVE SPACES TO WORK-ADVISOR.
           MOVE "N" TO CONFIDENTIAL-FLAG.
           IF DEMOG-ON-FILE
               PERFORM FIND-DEMOGRAPHIC-STUDENT
               IF DEMOG-FOUND-INDEX > 0
                       TO WORK-LAST-NAME
                   MOVE DEMOG-ENTRY-ADVISOR (DEMOG-FOUND-INDEX)
                       TO WORK-ADVISOR
                   IF DEMOG-ENTRY-CONFIDENTIAL (DEMOG-FOUND-INDEX)
                       = "Y"
                       SET STUDENT-IS-CONFIDENTIAL TO TRUE
                   END-IF
               END-IF
           END-IF.

      *> Printed-report form of the above: WORK-STUDENT-ID carries
      *> the number to print, and a student under a confidentiality
      *> hold prints as ***** CONFIDENTIAL with no advisor. The mask
      *> is counted against WITHHELD-OUTPUT-KEY, set by the caller.
       APPLY-MASKED-NAMES.
           PERFORM APPLY-DEMOGRAPHIC-NAMES.
           MOVE DEMOG-LOOKUP-NUMBER TO WORK-STUDENT-ID.
           IF STUDENT-IS-CONFIDENTIAL
               MOVE "*****" TO WORK-STUDENT-ID
               MOVE "CONFIDENTIAL" TO WORK-FIRST-NAME
               MOVE SPACES TO WORK-LAST-NAME WORK-ADVISOR
               PERFORM COUNT-WITHHELD-RECORD
           END-IF.

      *> Every output that honors the hold is noted when it is
      *> opened, so run_audit.log shows a count for it even when
      *> nothing was withheld.
       NOTE-WITHHELD-OUTPUT.
           MOVE 0 TO WITHHELD-FOUND-INDEX.
           MOVE 0 TO WITHHELD-INDEX.
           PERFORM UNTIL WITHHELD-INDEX >= WITHHELD-COUNT
               ADD 1 TO WITHHELD-INDEX
               IF WITHHELD-OUTPUT-NAME (WITHHELD-INDEX)
                       = WITHHELD-OUTPUT-KEY
                   MOVE WITHHELD-INDEX TO WITHHELD-FOUND-INDEX
                   MOVE WITHHELD-COUNT TO WITHHELD-INDEX
               END-IF
           END-PERFORM.
           IF WITHHELD-FOUND-INDEX = 0 AND WITHHELD-COUNT < 40
               ADD 1 TO WITHHELD-COUNT
               MOVE WITHHELD-COUNT TO WITHHELD-FOUND-INDEX
               MOVE WITHHELD-OUTPUT-KEY
                   TO WITHHELD-OUTPUT-NAME (WITHHELD-FOUND-INDEX)
               MOVE 0 TO WITHHELD-OUTPUT-TOTAL (WITHHELD-FOUND-INDEX)
           END-IF.

       COUNT-WITHHELD-RECORD.
           PERFORM NOTE-WITHHELD-OUTPUT.
           IF WITHHELD-FOUND-INDEX > 0
               ADD 1 TO WITHHELD-OUTPUT-TOTAL (WITHHELD-FOUND-INDEX)
           END-IF.

       SET-COURSE-SCALE.

      *> Grade and letter columns for one enrollment: a graded record
      *> shows the grade and its letter, an I/W/AU record shows the
      *> status letters in the grade column instead. A transfer
      *> credit shows its converted grade and letter.
       SET-GRADE-DISPLAY.
           IF ENROLLMENT-HAS-GRADE
               PERFORM LOOKUP-LETTER-GRADE
               MOVE LOOKUP-GRADE TO GRADE-DISPLAY-FIELD
               MOVE LETTER-GRADE TO LETTER-DISPLAY-FIELD
               MOVE SPACES TO LETTER-DISPLAY-FIELD
           END-IF.

      *> Credit hours and grade points for one graded enrollment
      *> (LOOKUP-COURSE, LOOKUP-GRADE): the letter comes off the
      *> course's own scale and the points off the letter. A letter
      *> with no points on file is left out of the GPA and reported.
       SET-ENROLLMENT-POINTS.
           PERFORM SET-COURSE-SCALE.
           PERFORM LOOKUP-LETTER-GRADE.
           PERFORM FIND-CATALOG-COURSE.
           MOVE 0 TO ENROLLMENT-CREDITS ENROLLMENT-POINTS.
           MOVE "N" TO ENROLLMENT-POINTS-FLAG.
           IF CATALOG-FOUND-INDEX > 0
               MOVE CATALOG-ENTRY-CREDITS (CATALOG-FOUND-INDEX)
                   TO ENROLLMENT-CREDITS
           END-IF.
           MOVE 0 TO GRADE-POINTS-INDEX.
           PERFORM UNTIL GRADE-POINTS-INDEX >= GRADE-POINTS-COUNT
               ADD 1 TO GRADE-POINTS-INDEX
               IF GRADE-POINTS-LETTER (GRADE-POINTS-INDEX)
                       = LETTER-GRADE
                   MOVE GRADE-POINTS-VALUE (GRADE-POINTS-INDEX)
                       TO ENROLLMENT-POINTS
                   SET ENROLLMENT-HAS-POINTS TO TRUE
                   MOVE GRADE-POINTS-COUNT TO GRADE-POINTS-INDEX
               END-IF
           END-PERFORM.
           IF NOT ENROLLMENT-HAS-POINTS
               ADD 1 TO UNRATED-LETTER-COUNT
               DISPLAY "No grade points for letter " LETTER-GRADE
                   " in " LOOKUP-COURSE " - left out of the GPA."
           END-IF.

       DISPLAY-MENU.
           DISPLAY "----------------------------------------".
           DISPLAY "       STUDENT GRADE SORTER MENU         ".
           DISPLAY "7. Approve Held Transactions".
           DISPLAY "8. Match Registrar Acknowledgments".
           DISPLAY "9. Archive Aged Audit/History Records".
           DISPLAY "10. Prerequisite Violation List".
           DISPLAY "11. Missing-Grade Chase Report".
           DISPLAY "12. Grade-Change Pattern Review".
           DISPLAY "13. Transfer-Credit Import".
           DISPLAY "14. Department Report Bursting".
           DISPLAY "15. Grade-Change Notice Extract".
           DISPLAY "----------------------------------------".
           DISPLAY "Enter your choice (1-15): " WITH NO ADVANCING.

       GET-CHOICE.
           IF NOT BATCH-MODE
               ACCEPT USER-CHOICE
           END-IF.

           IF USER-CHOICE < 1 OR USER-CHOICE > 15 THEN
               IF BATCH-MODE
                   DISPLAY "Invalid batch PARM main choice: "
                       USER-CHOICE
                   PERFORM ABORT-RUN-CONTROL
               ELSE
                   DISPLAY "Invalid choice. Please enter 1 to 15."
                   PERFORM GET-CHOICE
               END-IF
           END-IF.
                   PERFORM MATCH-REGISTRAR-ACKS
               WHEN 9
                   PERFORM ARCHIVE-AGED-RECORDS
               WHEN 10
                   PERFORM GENERATE-PREREQ-VIOLATIONS
               WHEN 11
                   PERFORM GENERATE-MISSING-GRADE-REPORT
               WHEN 12
                   PERFORM GENERATE-CHANGE-REVIEW
               WHEN 13
                   PERFORM IMPORT-TRANSFER-CREDITS
               WHEN 14
                   PERFORM BURST-DEPARTMENT-REPORTS
               WHEN 15
                   PERFORM GENERATE-CHANGE-NOTICES
           END-EVALUATE.

       GET-SORTING-OPTION.
           DISPLAY "5. Generate Transcript Report"
           DISPLAY "6. Generate At-Risk Extract"
           DISPLAY "7. Generate Course Trend Report"
           DISPLAY "8. Generate Academic Standing Run"
           DISPLAY "9. Generate Degree Audit Report"
           DISPLAY "----------------------------------------"
           DISPLAY "Enter your choice (1-9): " WITH NO ADVANCING.
           IF NOT BATCH-MODE
               ACCEPT USER-SUB-CHOICE
           END-IF.
                   PERFORM GENERATE-ATRISK-EXTRACT
               WHEN 7
                   PERFORM GENERATE-TREND-REPORT
               WHEN 8
                   PERFORM GENERATE-ACADEMIC-STANDING
               WHEN 9
                   PERFORM GENERATE-DEGREE-AUDIT
               WHEN OTHER
                   IF BATCH-MODE
                       DISPLAY "Invalid batch PARM report type: "
                           USER-SUB-CHOICE
                       PERFORM ABORT-RUN-CONTROL
                   ELSE
                       DISPLAY "Invalid choice. Please enter 1-9."
                       PERFORM GET-REPORT-TYPE
                   END-IF
           END-EVALUATE.
           MOVE COURSE OF STUDENT-RECORD TO STAGING-COURSE.
           MOVE GRADE-STATUS OF STUDENT-RECORD TO WORK-GRADE-STATUS.
           MOVE WORK-GRADE-STATUS TO STAGING-GRADE-STATUS.
           IF ENROLLMENT-HAS-GRADE
               MOVE GRADE OF STUDENT-RECORD TO STAGING-GRADE
           ELSE
               MOVE 0 TO STAGING-GRADE

       WRITE-SORTED-FILE.
           OPEN OUTPUT SORTED-FILE.
           MOVE "sorted_students.txt" TO WITHHELD-OUTPUT-KEY.
           PERFORM NOTE-WITHHELD-OUTPUT.
           MOVE SPACES TO SORTED-RECORD.
           STRING "RANKED BY " DELIMITED BY SIZE
               SORT-OPTION-NAME DELIMITED BY SIZE
               RETURN SORT-WORK-FILE
                   AT END MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       PERFORM WRITE-SORTED-LINE
           END-PERFORM.
           CLOSE SORTED-FILE.
           MOVE "sorted_students.txt" TO OUTPUT-FILE-NAME.
           PERFORM RECORD-OUTPUT-FILE.

      *> A student under a confidentiality hold is left off the
      *> listing and does not take a rank.
       WRITE-SORTED-LINE.
           MOVE SORT-FIRST-NAME TO WORK-FIRST-NAME.
           MOVE SORT-LAST-NAME TO WORK-LAST-NAME.
           MOVE SORT-STUDENT-NUMBER TO DEMOG-LOOKUP-NUMBER.
           PERFORM APPLY-DEMOGRAPHIC-NAMES.
           IF STUDENT-IS-CONFIDENTIAL
               PERFORM COUNT-WITHHELD-RECORD
           ELSE
               ADD 1 TO SORT-RANK
               MOVE SORT-COURSE TO LOOKUP-COURSE
               PERFORM SET-COURSE-SCALE
               MOVE SORT-GRADE TO LOOKUP-GRADE
               MOVE SORT-GRADE-STATUS TO WORK-GRADE-STATUS
               PERFORM SET-GRADE-DISPLAY
               MOVE SPACES TO SORTED-RECORD
               STRING SORT-RANK DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SORT-STUDENT-NUMBER DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WORK-FIRST-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WORK-LAST-NAME DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SORT-COURSE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   GRADE-DISPLAY-FIELD DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   LETTER-DISPLAY-FIELD DELIMITED BY SIZE
                   INTO SORTED-RECORD
               WRITE SORTED-RECORD
           END-IF.

      *> When the same student arrives from two departments, the run
      *> must say so instead of letting the last file processed
      *> silently win: staged records are compared in student/course
           MOVE "grade_history.txt" TO ARCH-IN-NAME.
           MOVE "grade_history" TO ARCH-BASE-NAME.
           PERFORM ARCHIVE-ONE-FILE.
           MOVE "transaction_register.txt" TO ARCH-IN-NAME.
           MOVE "transaction_register" TO ARCH-BASE-NAME.
           PERFORM ARCHIVE-ONE-FILE.
           MOVE SPACES TO ARCHIVE-NOTE.
           STRING "ARCHIVED " DELIMITED BY SIZE
               ARCHIVE-TOTAL-MOVED DELIMITED BY SIZE
                   AND ARCH-IN-RECORD (5:8) IS NUMERIC
                   MOVE ARCH-IN-RECORD (5:8) TO ARCH-BLOCK-DATE
               END-IF
               IF ARCH-IN-RECORD (1:21) = "TRANSACTION REGISTER "
                   AND ARCH-IN-RECORD (22:8) IS NUMERIC
                   MOVE ARCH-IN-RECORD (22:8) TO ARCH-BLOCK-DATE
               END-IF
           END-IF.

       COPY-ARCHIVE-KEEP-BACK.
                   "nothing to apply."
           ELSE
               CLOSE TRANSACTION-FILE
               PERFORM OPEN-REGISTER-EXTEND
               PERFORM ACQUIRE-MASTER-LOCK
               MOVE 0 TO APPLIED-TRANS-COUNT REJECTED-TRANS-COUNT
                   TRANS-SEQUENCE LAST-ADDED-NUMBER HELD-TRANS-COUNT
                   "transaction_register.txt"
           END-IF.

      *> The master is open for random reads while the transactions
      *> are validated, so every ADD can be checked against the
      *> student's prerequisite grades before it reaches the match.
       BUILD-TRANSACTION-SORT-RECORDS.
           OPEN INPUT TRANSACTION-FILE.
           OPEN INPUT MASTER-FILE.
           MOVE MASTER-FILE-STATUS TO PREREQ-MASTER-STATUS.
           MOVE "N" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "Y"
               READ TRANSACTION-FILE
                               TO WORK-GRADE-STATUS
                           MOVE WORK-GRADE-STATUS
                               TO SORT-GRADE-STATUS
                           IF ENROLLMENT-HAS-GRADE
                               MOVE TRANS-GRADE TO SORT-GRADE
                           ELSE
                               MOVE 0 TO SORT-GRADE
                           END-IF
                           MOVE PREREQ-MISSING-COURSE TO SORT-SOURCE
                           RELEASE SORT-WORK-RECORD
                       ELSE
                           MOVE TRANS-CODE TO REGISTER-CODE
                       END-IF
           END-PERFORM.
           CLOSE TRANSACTION-FILE.
           IF PREREQ-MASTER-STATUS = "00"
               CLOSE MASTER-FILE
           END-IF.

       VALIDATE-TRANSACTION.
           SET TRANS-IS-VALID TO TRUE.
           MOVE SPACES TO REGISTER-REASON.
           MOVE SPACES TO PREREQ-MISSING-COURSE.
           EVALUATE TRUE
               WHEN TRANS-CODE NOT = "ADD" AND TRANS-CODE NOT = "CHG"
                   AND TRANS-CODE NOT = "DEL"
                       END-IF
                   END-IF
                   MOVE TRANS-GRADE-STATUS TO WORK-GRADE-STATUS
                   IF STATUS-TRANSFER
                       SET TRANS-IS-INVALID TO TRUE
                       MOVE "TR ONLY VIA TRANSFER IMPORT"
                           TO REGISTER-REASON
                   ELSE
                       IF NOT TRANS-STATUS-IS-KNOWN
                           SET TRANS-IS-INVALID TO TRUE
                           MOVE "GRADE STATUS NOT I/W/AU"
                               TO REGISTER-REASON
                       END-IF
                   END-IF
                   IF ENROLLMENT-HAS-GRADE
                       AND TRANS-GRADE IS NOT NUMERIC
                       SET TRANS-IS-INVALID TO TRUE
                       MOVE "GRADE IS NOT NUMERIC" TO REGISTER-REASON
                       END-IF
                   END-IF
           END-EVALUATE.
           IF TRANS-IS-VALID AND TRANS-CODE = "ADD"
               MOVE TRANS-STUDENT-NUMBER TO PREREQ-CHECK-NUMBER
               MOVE TRANS-COURSE TO PREREQ-CHECK-COURSE
               PERFORM CHECK-ENROLLMENT-PREREQS
           END-IF.

       MATCH-TRANSACTIONS-TO-MASTER.
           OPEN INPUT MASTER-FILE.
           MOVE SORT-STUDENT-NUMBER TO REGISTER-NUMBER.
           MOVE SORT-COURSE TO REGISTER-COURSE.
           IF REGISTER-CODE = "ADD"
               EVALUATE TRUE
                   WHEN LAST-ADDED-SET
                       AND SORT-STUDENT-NUMBER = LAST-ADDED-NUMBER
                       AND SORT-COURSE = LAST-ADDED-COURSE
                       MOVE "ALREADY ON MASTER" TO REGISTER-REASON
                       PERFORM LOG-REJECTED-TRANSACTION
                   WHEN SORT-SOURCE NOT = SPACES
                       PERFORM HOLD-PENDING-TRANSACTION
                   WHEN OTHER
                       MOVE SPACES TO STAGING-RECORD
                       MOVE SORT-STUDENT-NUMBER
                           TO STAGING-STUDENT-NUMBER
                       MOVE SORT-FIRST-NAME TO STAGING-FIRST-NAME
                       MOVE SORT-LAST-NAME TO STAGING-LAST-NAME
                       MOVE SORT-COURSE TO STAGING-COURSE
                       MOVE SORT-GRADE TO STAGING-GRADE
                       MOVE SORT-GRADE-STATUS TO STAGING-GRADE-STATUS
                       WRITE STAGING-RECORD
                       MOVE SORT-STUDENT-NUMBER TO LAST-ADDED-NUMBER
                       MOVE SORT-COURSE TO LAST-ADDED-COURSE
                       MOVE "Y" TO LAST-ADDED-FLAG
                       MOVE "--" TO REGISTER-FROM-DISPLAY
                       PERFORM LOG-APPLIED-TRANSACTION
               END-EVALUATE
           ELSE
               MOVE "NOT ON MASTER" TO REGISTER-REASON
               PERFORM LOG-REJECTED-TRANSACTION
               WHEN REGISTER-CODE = "ADD" AND HELD-IS-ACTIVE
                   MOVE "ALREADY ON MASTER" TO REGISTER-REASON
                   PERFORM LOG-REJECTED-TRANSACTION
               WHEN REGISTER-CODE = "ADD" AND SORT-SOURCE NOT = SPACES
                   PERFORM HOLD-PENDING-TRANSACTION
               WHEN REGISTER-CODE = "ADD"
                   MOVE SORT-FIRST-NAME TO HELD-FIRST-NAME
                   MOVE SORT-LAST-NAME TO HELD-LAST-NAME
                   MOVE SORT-GRADE TO HELD-GRADE
                   MOVE SORT-GRADE-STATUS TO HELD-GRADE-STATUS
                   MOVE "Y" TO HELD-ACTIVE-FLAG
                   MOVE "--" TO REGISTER-FROM-DISPLAY
                   PERFORM LOG-APPLIED-TRANSACTION
               WHEN NOT HELD-IS-ACTIVE
                   MOVE "NOT ON MASTER" TO REGISTER-REASON
                   IF GRADE-MOVE-POINTS > APPROVAL-THRESHOLD
                       PERFORM HOLD-PENDING-TRANSACTION
                   ELSE
                       IF HELD-GRADE-STATUS = SPACES
                           MOVE HELD-GRADE TO REGISTER-FROM-DISPLAY
                       ELSE
                           MOVE HELD-GRADE-STATUS
                               TO REGISTER-FROM-DISPLAY
                       END-IF
                       MOVE SORT-FIRST-NAME TO HELD-FIRST-NAME
                       MOVE SORT-LAST-NAME TO HELD-LAST-NAME
                       MOVE SORT-COURSE TO HELD-COURSE
                   PERFORM HOLD-PENDING-TRANSACTION
           END-EVALUATE.

      *> REGISTER-FROM-DISPLAY is set by the caller before the held
      *> record is overwritten ("--" for an ADD).
       LOG-APPLIED-TRANSACTION.
           ADD 1 TO APPLIED-TRANS-COUNT.
           MOVE "APPLIED " TO REGISTER-ACTION.
           IF SORT-GRADE-STATUS = SPACES
               MOVE SORT-GRADE TO REGISTER-TO-DISPLAY
           ELSE
               MOVE SORT-GRADE-STATUS TO REGISTER-TO-DISPLAY
           END-IF.
           MOVE SPACES TO REGISTER-REASON.
           STRING "FROM " DELIMITED BY SIZE
               REGISTER-FROM-DISPLAY DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               REGISTER-TO-DISPLAY DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               SUBMIT-OPERATOR-ID DELIMITED BY SIZE
               INTO REGISTER-REASON.
           PERFORM BUILD-REGISTER-LINE.
           IF REGISTER-CODE NOT = "DEL"
               PERFORM WRITE-OUTBOUND-DETAIL
               MOVE FUNCTION NUMVAL(APPROVAL-THRESHOLD-TEXT)
                   TO APPROVAL-THRESHOLD
           END-IF.

       OPEN-OUTBOUND-INTERFACE.
           MOVE 0 TO OUTBOUND-COUNT OUTBOUND-HASH.
           MOVE BUSINESS-DATE TO OUT-HEADER-DATE.
           MOVE "GRADESORT" TO OUT-HEADER-SOURCE.
           WRITE OUTBOUND-RECORD FROM OUTBOUND-HEADER-RECORD.
           OPEN EXTEND SENT-LOG-FILE.
           IF SENT-LOG-STATUS = "35"
               OPEN OUTPUT SENT-LOG-FILE
           END-IF.

       WRITE-OUTBOUND-DETAIL.
           MOVE SPACES TO OUTBOUND-RECORD.
           MOVE SORT-GRADE TO OUTBOUND-GRADE.
           MOVE SORT-GRADE-STATUS TO OUTBOUND-GRADE-STATUS.
           WRITE OUTBOUND-RECORD.
           PERFORM LOG-OUTBOUND-SENT.
           ADD 1 TO OUTBOUND-COUNT.
           ADD SORT-GRADE TO OUTBOUND-HASH.

           MOVE PENDING-NEW-GRADE TO OUTBOUND-GRADE.
           MOVE PENDING-NEW-STATUS TO OUTBOUND-GRADE-STATUS.
           WRITE OUTBOUND-RECORD.
           PERFORM LOG-OUTBOUND-SENT.
           ADD 1 TO OUTBOUND-COUNT.
           ADD PENDING-NEW-GRADE TO OUTBOUND-HASH.

      *> Keyed the same way as the review events (text student
      *> number) so the notice run can match the two directly.
       LOG-OUTBOUND-SENT.
           MOVE SPACES TO SENT-LOG-RECORD.
           MOVE BUSINESS-DATE TO SENT-LOG-DATE.
           MOVE OUTBOUND-STUDENT-NUMBER TO SENT-LOG-STUDENT-NUMBER.
           MOVE OUTBOUND-COURSE TO SENT-LOG-COURSE.
           MOVE OUTBOUND-GRADE TO SENT-LOG-GRADE.
           MOVE OUTBOUND-GRADE-STATUS TO SENT-LOG-GRADE-STATUS.
           MOVE OUTBOUND-FILE-NAME TO SENT-LOG-FILE-NAME.
           WRITE SENT-LOG-RECORD.

       CLOSE-OUTBOUND-INTERFACE.
           MOVE SPACES TO OUTBOUND-TRAILER-RECORD.
           MOVE "TRL" TO OUT-TRAILER-TYPE.
           MOVE OUTBOUND-HASH TO OUT-TRAILER-HASH.
           WRITE OUTBOUND-RECORD FROM OUTBOUND-TRAILER-RECORD.
           CLOSE OUTBOUND-FILE.
           CLOSE SENT-LOG-FILE.
           MOVE OUTBOUND-FILE-NAME TO OUTPUT-FILE-NAME.
           PERFORM RECORD-OUTPUT-FILE.
           DISPLAY "Outbound interface written: " OUTBOUND-COUNT

      *> The transaction is not applied: the master record stays as
      *> it is and the request waits on pending_approvals.txt for a
      *> second operator to release or reject it. An ADD held here
      *> failed a prerequisite (course in SORT-SOURCE); releasing it
      *> is the only way to enrol the student past the check.
       HOLD-PENDING-TRANSACTION.
           ADD 1 TO HELD-TRANS-COUNT.
           OPEN EXTEND PENDING-FILE.
           MOVE REGISTER-CODE TO PENDING-CODE.
           MOVE SORT-STUDENT-NUMBER TO PENDING-STUDENT-NUMBER.
           MOVE SORT-COURSE TO PENDING-COURSE.
           IF REGISTER-CODE = "ADD"
               MOVE 0 TO PENDING-OLD-GRADE
           ELSE
               MOVE HELD-GRADE TO PENDING-OLD-GRADE
           END-IF.
           MOVE SORT-GRADE TO PENDING-NEW-GRADE.
           MOVE SORT-GRADE-STATUS TO PENDING-NEW-STATUS.
           MOVE SORT-FIRST-NAME TO PENDING-FIRST-NAME.
           WRITE PENDING-RECORD.
           CLOSE PENDING-FILE.
           MOVE "HELD" TO REGISTER-ACTION.
           IF REGISTER-CODE = "ADD"
               MOVE SPACES TO REGISTER-REASON
               STRING "PREREQ NOT MET " DELIMITED BY SIZE
                   SORT-SOURCE DELIMITED BY SPACE
                   INTO REGISTER-REASON
           ELSE
               MOVE "PENDING APPROVAL" TO REGISTER-REASON
           END-IF.
           PERFORM BUILD-REGISTER-LINE.
           DISPLAY "HELD FOR APPROVAL: " REGISTER-CODE " "
               REGISTER-NUMBER " " REGISTER-COURSE.
               DISPLAY "Approving operator ID: " WITH NO ADVANCING
               ACCEPT APPROVE-OPERATOR-ID
           END-PERFORM.
           MOVE APPROVE-OPERATOR-ID TO SECURITY-LOOKUP-ID.
           PERFORM FIND-OPERATOR-ROLES.
           IF NOT HAS-APPROVER-ROLE
               MOVE "APPROVE HELD TRANSACTIONS" TO SECURITY-FUNCTION
               PERFORM REFUSE-FUNCTION
               DISPLAY "Listing pending items only."
               SET APPROVAL-LIST-ONLY TO TRUE
           END-IF.

       DECIDE-PENDING-ITEM.
           DISPLAY "PENDING " PENDING-CODE " "
               PERFORM GET-APPROVAL-ANSWER
           END-IF.

      *> A held ADD is the only item released onto an empty key: it
      *> was a prerequisite override, so the record is written new.
       RELEASE-PENDING-ITEM.
           MOVE PENDING-STUDENT-NUMBER TO MASTER-STUDENT-NUMBER.
           MOVE PENDING-COURSE TO MASTER-COURSE.
           READ MASTER-FILE
               INVALID KEY
                   IF PENDING-CODE = "ADD"
                       MOVE PENDING-STUDENT-NUMBER
                           TO MASTER-STUDENT-NUMBER
                       MOVE PENDING-COURSE TO MASTER-COURSE
                       MOVE PENDING-FIRST-NAME TO MASTER-FIRST-NAME
                       MOVE PENDING-LAST-NAME TO MASTER-LAST-NAME
                       MOVE PENDING-NEW-GRADE TO MASTER-GRADE
                       MOVE PENDING-NEW-STATUS
                           TO MASTER-GRADE-STATUS
                       WRITE MASTER-RECORD
                           INVALID KEY
                               DISPLAY "  Master write failed - status "
                                   MASTER-FILE-STATUS
                               MOVE "R" TO PENDING-STATUS
                               ADD 1 TO REJECTED-PENDING-COUNT
                           NOT INVALID KEY
                               PERFORM WRITE-OUTBOUND-PENDING-DETAIL
                               MOVE "A" TO PENDING-STATUS
                               ADD 1 TO RELEASED-TRANS-COUNT
                       END-WRITE
                   ELSE
                       DISPLAY "  No longer on master - item rejected."
                       MOVE "R" TO PENDING-STATUS
                       ADD 1 TO REJECTED-PENDING-COUNT
                   END-IF
               NOT INVALID KEY
                   EVALUATE PENDING-CODE
                       WHEN "ADD"
                           DISPLAY "  Already on master - item "
                               "rejected."
                           MOVE "R" TO PENDING-STATUS
                           ADD 1 TO REJECTED-PENDING-COUNT
                       WHEN "DEL"
                           DELETE MASTER-FILE RECORD
                           MOVE "A" TO PENDING-STATUS
                           ADD 1 TO RELEASED-TRANS-COUNT
                       WHEN OTHER
                           MOVE PENDING-NEW-GRADE TO MASTER-GRADE
                           MOVE PENDING-NEW-STATUS
                               TO MASTER-GRADE-STATUS
                           MOVE PENDING-FIRST-NAME
                               TO MASTER-FIRST-NAME
                           MOVE PENDING-LAST-NAME TO MASTER-LAST-NAME
                           REWRITE MASTER-RECORD
                           PERFORM WRITE-OUTBOUND-PENDING-DETAIL
                           MOVE "A" TO PENDING-STATUS
                           ADD 1 TO RELEASED-TRANS-COUNT
                   END-EVALUATE
           END-READ.
           MOVE APPROVE-OPERATOR-ID TO PENDING-DECIDE-OPERATOR.
           MOVE BUSINESS-DATE TO PENDING-DECIDE-DATE.
           IF REGISTER-FILE-STATUS = "35"
               OPEN OUTPUT REGISTER-FILE
           END-IF.
           MOVE SPACES TO REGISTER-LINE.
           STRING "TRANSACTION REGISTER " DELIMITED BY SIZE
               BUSINESS-DATE DELIMITED BY SIZE
               INTO REGISTER-LINE.
           PERFORM WRITE-REGISTER-LINE.

       COPY-PENDING-TEMP-BACK.
           OPEN INPUT PENDING-TEMP-FILE.
               MOVE "STUDENT INQUIRY" TO REPORT-TITLE
               MOVE SPACES TO REPORT-COLUMN-HEADING
               PERFORM OPEN-REPORT-FILE
               MOVE SPACES TO WORK-FIRST-NAME WORK-LAST-NAME
               MOVE INQUIRY-NUMBER-TEXT TO DEMOG-LOOKUP-NUMBER
               MOVE REPORT-FILE-NAME TO WITHHELD-OUTPUT-KEY
               PERFORM APPLY-MASKED-NAMES
               MOVE SPACES TO REPORT-LINE
               STRING "STUDENT INQUIRY " DELIMITED BY SIZE
                   WORK-STUDENT-ID DELIMITED BY SIZE
                   " ON " DELIMITED BY SIZE
                   RUN-DATE DELIMITED BY SIZE
                   INTO REPORT-LINE
                           " is not on the master file."
                       MOVE SPACES TO REPORT-LINE
                       STRING "STUDENT " DELIMITED BY SIZE
                           WORK-STUDENT-ID DELIMITED BY SIZE
                           " NOT ON MASTER" DELIMITED BY SIZE
                           INTO REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
               WORK-LAST-NAME " " MASTER-COURSE " "
               GRADE-DISPLAY-FIELD "  " LETTER-DISPLAY-FIELD "  "
               FUNCTION TRIM(CATALOG-TITLE).
      *> The screen is the office's own lookup; the printed copy is
      *> masked like every other report in grade_report.txt.
           MOVE REPORT-FILE-NAME TO WITHHELD-OUTPUT-KEY.
           PERFORM APPLY-MASKED-NAMES.
           MOVE SPACES TO REPORT-LINE.
           STRING WORK-STUDENT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WORK-FIRST-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
       OPEN-REPORT-FILE.
      *> In PARM=ALL mode every report after the first extends the
      *> same print file so the night's output is one print stream.
      *> A department burst does the same within each department's
      *> file.
           IF BURST-IN-PROGRESS
               IF BURST-FILE-STARTED
                   OPEN EXTEND REPORT-FILE
               ELSE
                   OPEN OUTPUT REPORT-FILE
                   SET BURST-FILE-STARTED TO TRUE
               END-IF
           ELSE
               IF RUN-ALL-MODE AND REPORT-OPENED-ONCE
                   OPEN EXTEND REPORT-FILE
               ELSE
                   OPEN OUTPUT REPORT-FILE
                   SET REPORT-OPENED-ONCE TO TRUE
               END-IF
           END-IF.
           MOVE 0 TO REPORT-PAGE-NUMBER.
           MOVE LINES-PER-PAGE TO REPORT-LINE-COUNT.
           MOVE REPORT-FILE-NAME TO WITHHELD-OUTPUT-KEY.
           PERFORM NOTE-WITHHELD-OUTPUT.

      *> Every report line flows through here so each report gets a
      *> page heading with the run date and page number, the column
           MOVE REPORT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           ADD 1 TO REPORT-LINE-COUNT.
           ADD 1 TO REPORT-RECORD-TOTAL.
           MOVE SPACES TO REPORT-LINE.

       WRITE-REPORT-PAGE-HEADING.
           ADD 1 TO REPORT-PAGE-NUMBER.
           ADD 1 TO REPORT-PAGE-TOTAL.
           MOVE REPORT-PAGE-NUMBER TO REPORT-PAGE-DISPLAY.
           MOVE SPACES TO REPORT-RECORD.
           STRING REPORT-TITLE DELIMITED BY SIZE
           MOVE ALL "-" TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 2 TO REPORT-LINE-COUNT.
           ADD 2 TO REPORT-RECORD-TOTAL.
           IF BURST-IN-PROGRESS
               MOVE SPACES TO REPORT-RECORD
               STRING "DEPARTMENT: " DELIMITED BY SIZE
                   BURST-DEPARTMENT DELIMITED BY SIZE
                   "  BUSINESS DATE " DELIMITED BY SIZE
                   BUSINESS-DATE DELIMITED BY SIZE
                   INTO REPORT-RECORD
               WRITE REPORT-RECORD
               ADD 1 TO REPORT-LINE-COUNT
               ADD 1 TO REPORT-RECORD-TOTAL
           END-IF.
           IF REPORT-COLUMN-HEADING NOT = SPACES
               MOVE REPORT-COLUMN-HEADING TO REPORT-RECORD
               WRITE REPORT-RECORD
               ADD 1 TO REPORT-LINE-COUNT
               ADD 1 TO REPORT-RECORD-TOTAL
           END-IF.

       WRITE-REPORT-TOTALS-MARKER.
           MOVE "*** END OF REPORT ***" TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           CLOSE REPORT-FILE.
           IF NOT BURST-IN-PROGRESS
               MOVE REPORT-FILE-NAME TO OUTPUT-FILE-NAME
               PERFORM RECORD-OUTPUT-FILE
           END-IF.

       OPEN-EXCEPTION-FILE.
           IF NOT EXCEPTION-FILE-OPEN
               ADD 1 TO TOTAL-EXCEPTIONS
           END-IF.

      *> In PARM=ALL mode, and across a department burst, the
      *> exception file stays open across the chained functions and
      *> is closed once at the end.
       CLOSE-EXCEPTION-FILE.
           IF EXCEPTION-FILE-OPEN AND NOT RUN-ALL-MODE
               AND NOT BURST-IN-PROGRESS
               PERFORM FINISH-EXCEPTION-FILE
           END-IF.

       GENERATE-CSV-EXPORT.
           PERFORM VERIFY-INPUT-CONTROLS.
           OPEN OUTPUT CSV-FILE.
           MOVE "grade_export.csv" TO WITHHELD-OUTPUT-KEY.
           PERFORM NOTE-WITHHELD-OUTPUT.
           PERFORM OPEN-EXCEPTION-FILE.
           STRING "STUDENT_NUMBER,FIRST_NAME,LAST_NAME,COURSE,"
                   DELIMITED BY SIZE
                           SET RECORD-IS-INVALID TO TRUE
                       END-IF
                       IF RECORD-IS-VALID
                           MOVE STUDENT-NUMBER OF STUDENT-RECORD
                               TO DEMOG-LOOKUP-NUMBER
                           PERFORM APPLY-DEMOGRAPHIC-NAMES
                       END-IF
                       IF RECORD-IS-VALID AND STUDENT-IS-CONFIDENTIAL
                           PERFORM COUNT-WITHHELD-RECORD
                       END-IF
                       IF RECORD-IS-VALID
                           AND NOT STUDENT-IS-CONFIDENTIAL
                           STRING STUDENT-NUMBER OF STUDENT-RECORD
                                   DELIMITED BY SIZE
                               "," DELIMITED BY SIZE
                   CURRENT-SOURCE DELIMITED BY SIZE
                   " - GRADE STATUS " DELIMITED BY SIZE
                   GRADE-STATUS OF STUDENT-RECORD DELIMITED BY SIZE
                   " IS NOT I, W, AU OR TR" DELIMITED BY SIZE
                   INTO EXCEPTION-LINE
               PERFORM WRITE-EXCEPTION-LINE
           END-IF.
               END-IF
           END-IF.
      *> An I/W/AU enrollment carries no usable grade, so the grade
      *> edits apply to graded and transfer records only.
           IF ENROLLMENT-HAS-GRADE
               IF GRADE OF STUDENT-RECORD IS NOT NUMERIC
                   SET RECORD-IS-INVALID TO TRUE
                   STRING STUDENT-NUMBER OF STUDENT-RECORD
                           PERFORM SET-COURSE-SCALE
                           MOVE GRADE-STATUS OF STUDENT-RECORD
                               TO WORK-GRADE-STATUS
                           IF ENROLLMENT-HAS-GRADE
                               MOVE GRADE OF STUDENT-RECORD
                                   TO LOOKUP-GRADE
                           ELSE
                               TO WORK-LAST-NAME
                           MOVE STUDENT-NUMBER OF STUDENT-RECORD
                               TO DEMOG-LOOKUP-NUMBER
                           MOVE "grade_report.txt"
                               TO WITHHELD-OUTPUT-KEY
                           PERFORM APPLY-MASKED-NAMES
                           DISPLAY WORK-FIRST-NAME "  "
                               WORK-LAST-NAME "  "
                               GRADE-DISPLAY-FIELD "    "
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           DISPLAY "GRAND LOWEST GRADE:   " GRAND-LOWEST-GRADE.
           IF NOT BURST-IN-PROGRESS
               PERFORM APPEND-GRAND-HISTORY
           END-IF.

           PERFORM CLOSE-EXCEPTION-FILE.
           PERFORM CLOSE-REPORT-FILE.
                       ELSE
                           SET RECORD-IS-INVALID TO TRUE
                       END-IF
                       MOVE COURSE OF STUDENT-RECORD TO LOOKUP-COURSE
                       PERFORM CHECK-BURST-DEPARTMENT
                       IF RECORD-IS-VALID AND IN-BURST-DEPARTMENT
                           MOVE COURSE OF STUDENT-RECORD TO SORT-KEY
                           MOVE LAST-NAME OF STUDENT-RECORD
                               TO SORT-TIEBREAK
                               TO WORK-GRADE-STATUS
                           MOVE WORK-GRADE-STATUS
                               TO SORT-GRADE-STATUS
                           IF ENROLLMENT-HAS-GRADE
                               MOVE GRADE OF STUDENT-RECORD
                                   TO SORT-GRADE
                           ELSE
                       MOVE SORT-LAST-NAME TO WORK-LAST-NAME
                       MOVE SORT-STUDENT-NUMBER
                           TO DEMOG-LOOKUP-NUMBER
                       MOVE REPORT-FILE-NAME TO WITHHELD-OUTPUT-KEY
                       PERFORM APPLY-MASKED-NAMES
                       PERFORM SET-TRANSFER-MARKER
                       STRING WORK-FIRST-NAME DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           WORK-LAST-NAME DELIMITED BY SIZE
                           GRADE-DISPLAY-FIELD DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           LETTER-DISPLAY-FIELD DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           TRANSFER-MARKER DELIMITED BY SIZE
                           INTO REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
                       DISPLAY "  " WORK-FIRST-NAME "  "
                           WORK-LAST-NAME "  " GRADE-DISPLAY-FIELD
                           "  " LETTER-DISPLAY-FIELD "  "
                           TRANSFER-MARKER
                       ADD 1 TO CRS-TOTAL-STUDENTS
                       ADD 1 TO GRAND-TOTAL-STUDENTS
                       IF ENROLLMENT-IS-GRADED
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           DISPLAY "  SUBTOTAL LOWEST:   " CRS-LOWEST-GRADE.
           IF NOT BURST-IN-PROGRESS
               PERFORM APPEND-COURSE-HISTORY
           END-IF.

       GENERATE-TRANSCRIPT-REPORT.
           PERFORM VERIFY-INPUT-CONTROLS.
           MOVE SPACES TO STU-BREAK-FIRST-NAME STU-BREAK-LAST-NAME.
           MOVE 0 TO STU-TOTAL-COURSES STU-TOTAL-GRADE
               STU-GRADED-COURSES.
           MOVE 0 TO STU-CREDITS-ATTEMPTED STU-QUALITY-POINTS.

           MOVE "STUDENT TRANSCRIPT REPORT" TO REPORT-TITLE.
           MOVE SPACES TO REPORT-COLUMN-HEADING.
                               TO WORK-GRADE-STATUS
                           MOVE WORK-GRADE-STATUS
                               TO SORT-GRADE-STATUS
                           IF ENROLLMENT-HAS-GRADE
                               MOVE GRADE OF STUDENT-RECORD
                                   TO SORT-GRADE
                           ELSE
                           MOVE SORT-LAST-NAME TO WORK-LAST-NAME
                           MOVE SORT-STUDENT-NUMBER
                               TO DEMOG-LOOKUP-NUMBER
                           MOVE "grade_report.txt"
                               TO WITHHELD-OUTPUT-KEY
                           PERFORM APPLY-MASKED-NAMES
                           MOVE WORK-FIRST-NAME
                               TO STU-BREAK-FIRST-NAME
                           MOVE WORK-LAST-NAME TO STU-BREAK-LAST-NAME
                           MOVE 0 TO STU-TOTAL-COURSES
                               STU-TOTAL-GRADE STU-GRADED-COURSES
                           MOVE 0 TO STU-CREDITS-ATTEMPTED
                               STU-QUALITY-POINTS STU-TRANSFER-CREDITS
                           STRING "STUDENT: " DELIMITED BY SIZE
                               WORK-STUDENT-ID DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               WORK-FIRST-NAME DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               WORK-LAST-NAME DELIMITED BY SIZE
                               INTO REPORT-LINE
                           PERFORM WRITE-REPORT-LINE
                           DISPLAY "STUDENT: " WORK-STUDENT-ID " "
                               WORK-FIRST-NAME " " WORK-LAST-NAME
                       END-IF
                       MOVE SORT-COURSE TO LOOKUP-COURSE
                       MOVE SORT-GRADE TO LOOKUP-GRADE
                       MOVE SORT-GRADE-STATUS TO WORK-GRADE-STATUS
                       PERFORM SET-GRADE-DISPLAY
                       PERFORM SET-TRANSFER-MARKER
                       STRING "  " DELIMITED BY SIZE
                           SORT-COURSE DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           LETTER-DISPLAY-FIELD DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           CATALOG-TITLE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           TRANSFER-MARKER DELIMITED BY SIZE
                           INTO REPORT-LINE
                       PERFORM WRITE-REPORT-LINE
                       DISPLAY "  " SORT-COURSE "  "
                           GRADE-DISPLAY-FIELD "  "
                           LETTER-DISPLAY-FIELD "  " CATALOG-TITLE
                           " " TRANSFER-MARKER
                       ADD 1 TO STU-TOTAL-COURSES
                       IF STATUS-TRANSFER
                           AND SORT-GRADE >= ACTIVE-PASS-CUTOFF
                           AND CATALOG-FOUND-INDEX > 0
                           ADD CATALOG-ENTRY-CREDITS
                               (CATALOG-FOUND-INDEX)
                               TO STU-TRANSFER-CREDITS
                       END-IF
                       IF ENROLLMENT-IS-GRADED
                           ADD 1 TO STU-GRADED-COURSES
                           ADD SORT-GRADE TO STU-TOTAL-GRADE
                           PERFORM SET-ENROLLMENT-POINTS
                           IF ENROLLMENT-HAS-POINTS
                               ADD ENROLLMENT-CREDITS
                                   TO STU-CREDITS-ATTEMPTED
                               COMPUTE STU-QUALITY-POINTS =
                                   STU-QUALITY-POINTS
                                   + ENROLLMENT-CREDITS
                                   * ENROLLMENT-POINTS
                           END-IF
                       END-IF
           END-PERFORM.

      *> I/W/AU courses count toward the course total but not the
      *> overall average, which is taken over graded courses only.
      *> The GPA beside it is weighted by catalog credit hours.
      *> Passed transfer credits are added to the credits shown and
      *> broken out on a line of their own; they carry no GPA.
       WRITE-STUDENT-SUBTOTAL.
           IF STU-GRADED-COURSES > 0
               COMPUTE STU-AVERAGE-GRADE =
               MOVE 0 TO STU-AVERAGE-GRADE
           END-IF.
           MOVE STU-AVERAGE-GRADE TO STU-AVERAGE-GRADE-DISPLAY.
           IF STU-CREDITS-ATTEMPTED > 0
               COMPUTE STU-GPA =
                   STU-QUALITY-POINTS / STU-CREDITS-ATTEMPTED
           ELSE
               MOVE 0 TO STU-GPA
           END-IF.
           MOVE STU-GPA TO STU-GPA-DISPLAY.
           ADD STU-TRANSFER-CREDITS TO STU-CREDITS-ATTEMPTED.
           STRING "  COURSES: " DELIMITED BY SIZE
               STU-TOTAL-COURSES DELIMITED BY SIZE
               "  OVERALL AVERAGE: " DELIMITED BY SIZE
               STU-AVERAGE-GRADE-DISPLAY DELIMITED BY SIZE
               "  CREDITS: " DELIMITED BY SIZE
               STU-CREDITS-ATTEMPTED DELIMITED BY SIZE
               "  GPA: " DELIMITED BY SIZE
               STU-GPA-DISPLAY DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           DISPLAY "  COURSES: " STU-TOTAL-COURSES
               "  OVERALL AVERAGE: " STU-AVERAGE-GRADE-DISPLAY
               "  CREDITS: " STU-CREDITS-ATTEMPTED
               "  GPA: " STU-GPA-DISPLAY.
           IF STU-TRANSFER-CREDITS > 0
               STRING "  TRANSFER CREDITS: " DELIMITED BY SIZE
                   STU-TRANSFER-CREDITS DELIMITED BY SIZE
                   " (IN CREDITS, NOT IN GPA)" DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               DISPLAY "  TRANSFER CREDITS: " STU-TRANSFER-CREDITS
                   " (IN CREDITS, NOT IN GPA)"
           END-IF.

      *> One record per student below the course pass cutoff (ATRISK,
      *> with the shortfall) or within WARNING-MARGIN points above it
           PERFORM VERIFY-INPUT-CONTROLS.
           PERFORM OPEN-EXCEPTION-FILE.
           OPEN OUTPUT ATRISK-FILE.
           MOVE "at_risk_extract.txt" TO WITHHELD-OUTPUT-KEY.
           PERFORM NOTE-WITHHELD-OUTPUT.
           MOVE 0 TO ATRISK-COUNT WARNING-COUNT
               ATRISK-INCOMPLETE-COUNT.

               + WARNING-MARGIN.
           EVALUATE TRUE
               WHEN STATUS-WITHDRAWN OR STATUS-AUDIT
                   OR STATUS-TRANSFER
                   CONTINUE
               WHEN STATUS-INCOMPLETE
                   MOVE "INCMPLT" TO ATRISK-STATUS
           END-EVALUATE.

      *> The advisor comes off the demographic master so student
      *> services knows who should act on each student. A student
      *> under a confidentiality hold stays in the counts but is
      *> left off the extract.
       WRITE-ATRISK-STUDENT.
           MOVE FIRST-NAME OF STUDENT-RECORD TO WORK-FIRST-NAME.
           MOVE LAST-NAME OF STUDENT-RECORD TO WORK-LAST-NAME.
           MOVE STUDENT-NUMBER OF STUDENT-RECORD
               TO DEMOG-LOOKUP-NUMBER.
           PERFORM APPLY-DEMOGRAPHIC-NAMES.
           IF STUDENT-IS-CONFIDENTIAL
               PERFORM COUNT-WITHHELD-RECORD
           ELSE
               MOVE SPACES TO ATRISK-LINE
               STRING FUNCTION TRIM(ATRISK-STATUS) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   STUDENT-NUMBER OF STUDENT-RECORD DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WORK-FIRST-NAME)
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WORK-LAST-NAME)
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(COURSE OF STUDENT-RECORD)
                       DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   GRADE OF STUDENT-RECORD DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   ACTIVE-PASS-CUTOFF DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   ATRISK-POINTS DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   FUNCTION TRIM(WORK-ADVISOR) DELIMITED BY SIZE
                   INTO ATRISK-LINE
               PERFORM WRITE-ATRISK-LINE
               DISPLAY "  " ATRISK-STATUS " " STUDENT-NUMBER " "
                   WORK-FIRST-NAME " " WORK-LAST-NAME " " COURSE " "
                   GRADE OF STUDENT-RECORD " " WORK-ADVISOR
           END-IF.

       WRITE-ATRISK-LINE.
           MOVE ATRISK-LINE TO ATRISK-RECORD.
                       ELSE
                           SET RECORD-IS-INVALID TO TRUE
                       END-IF
                       MOVE COURSE OF STUDENT-RECORD TO LOOKUP-COURSE
                       PERFORM CHECK-BURST-DEPARTMENT
                       IF RECORD-IS-VALID AND IN-BURST-DEPARTMENT
                           MOVE GRADE-STATUS OF STUDENT-RECORD
                               TO WORK-GRADE-STATUS
                           EVALUATE TRUE
           MOVE LAST-NAME OF STUDENT-RECORD TO WORK-LAST-NAME.
           MOVE STUDENT-NUMBER OF STUDENT-RECORD
               TO DEMOG-LOOKUP-NUMBER.
           MOVE REPORT-FILE-NAME TO WITHHELD-OUTPUT-KEY.
           PERFORM APPLY-MASKED-NAMES.
           STRING WORK-FIRST-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WORK-LAST-NAME DELIMITED BY SIZE
           MOVE TREND-POINT-AVG
               (TREND-COURSE-INDEX TREND-POINT-INDEX)
               TO TREND-PREV-AVG.

      *> Term academic standing off the indexed master: each graded
      *> enrollment earns its catalog credit hours times the grade
      *> points of its letter, and the student's GPA is the quality
      *> points over credits attempted. I/W/AU enrollments carry no
      *> credits and no points. Thresholds come from the run
      *> environment: SGS-DEANS-LIST-GPA (default 3.50) and
      *> SGS-PROBATION-GPA (default 2.00).
       GENERATE-ACADEMIC-STANDING.
           DISPLAY "----------------------------------------".
           DISPLAY "     ACADEMIC STANDING RUN               ".
           DISPLAY "----------------------------------------".
           PERFORM GET-STANDING-THRESHOLDS.
           MOVE 0 TO STANDING-STUDENT-COUNT DEANS-LIST-COUNT
               GOOD-STANDING-COUNT PROBATION-COUNT.
           MOVE 0 TO STANDING-ENROLLMENT-COUNT STANDING-BREAK-NUMBER.
           OPEN INPUT MASTER-FILE.
           MOVE MASTER-FILE-STATUS TO MASTER-OPEN-STATUS.
           IF MASTER-OPEN-STATUS NOT = "00"
               DISPLAY "No master file available - status "
                   MASTER-OPEN-STATUS
               IF MASTER-OPEN-STATUS NOT = "35"
                   MOVE 12 TO CANDIDATE-CONDITION-CODE
                   PERFORM RAISE-CONDITION-CODE
               END-IF
           ELSE
               OPEN OUTPUT STANDING-FILE
               MOVE "academic_standing.txt" TO WITHHELD-OUTPUT-KEY
               PERFORM NOTE-WITHHELD-OUTPUT
               MOVE "N" TO MASTER-EOF-FLAG
               PERFORM UNTIL MASTER-EOF-FLAG = "Y"
                   READ MASTER-FILE NEXT
                       AT END MOVE "Y" TO MASTER-EOF-FLAG
                       NOT AT END
                           PERFORM ADD-STANDING-ENROLLMENT
                   END-READ
               END-PERFORM
               IF STANDING-ENROLLMENT-COUNT > 0
                   PERFORM WRITE-STANDING-STUDENT
               END-IF
               CLOSE MASTER-FILE
               CLOSE STANDING-FILE
               MOVE "academic_standing.txt" TO OUTPUT-FILE-NAME
               PERFORM RECORD-OUTPUT-FILE
               DISPLAY "STUDENTS CLASSIFIED: " STANDING-STUDENT-COUNT
               DISPLAY "DEAN'S LIST:         " DEANS-LIST-COUNT
               DISPLAY "GOOD STANDING:       " GOOD-STANDING-COUNT
               DISPLAY "PROBATION:           " PROBATION-COUNT
               DISPLAY "Standing run completed. Results saved to "
                   "academic_standing.txt"
           END-IF.

       GET-STANDING-THRESHOLDS.
           MOVE SPACES TO STANDING-THRESHOLD-TEXT.
           ACCEPT STANDING-THRESHOLD-TEXT
               FROM ENVIRONMENT "SGS-DEANS-LIST-GPA".
           IF STANDING-THRESHOLD-TEXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(STANDING-THRESHOLD-TEXT) = 0
               MOVE FUNCTION NUMVAL(STANDING-THRESHOLD-TEXT)
                   TO DEANS-LIST-GPA
           END-IF.
           MOVE SPACES TO STANDING-THRESHOLD-TEXT.
           ACCEPT STANDING-THRESHOLD-TEXT
               FROM ENVIRONMENT "SGS-PROBATION-GPA".
           IF STANDING-THRESHOLD-TEXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(STANDING-THRESHOLD-TEXT) = 0
               MOVE FUNCTION NUMVAL(STANDING-THRESHOLD-TEXT)
                   TO PROBATION-GPA
           END-IF.
           DISPLAY "Dean's list at GPA " DEANS-LIST-GPA
               " and above, probation below " PROBATION-GPA ".".

      *> The master is keyed on student number plus course, so each
      *> student's enrollments arrive together and a change of
      *> number closes off the previous student.
       ADD-STANDING-ENROLLMENT.
           IF MASTER-STUDENT-NUMBER NOT = STANDING-BREAK-NUMBER
               OR STANDING-ENROLLMENT-COUNT = 0
               IF STANDING-ENROLLMENT-COUNT > 0
                   PERFORM WRITE-STANDING-STUDENT
               END-IF
               MOVE MASTER-STUDENT-NUMBER TO STANDING-BREAK-NUMBER
               MOVE MASTER-FIRST-NAME TO STANDING-BREAK-FIRST-NAME
               MOVE MASTER-LAST-NAME TO STANDING-BREAK-LAST-NAME
               MOVE 0 TO STANDING-ENROLLMENT-COUNT
                   STANDING-CREDITS-ATTEMPTED STANDING-CREDITS-EARNED
                   STANDING-QUALITY-POINTS
           END-IF.
           ADD 1 TO STANDING-ENROLLMENT-COUNT.
           MOVE MASTER-GRADE-STATUS TO WORK-GRADE-STATUS.
           IF ENROLLMENT-IS-GRADED
               MOVE MASTER-COURSE TO LOOKUP-COURSE
               MOVE MASTER-GRADE TO LOOKUP-GRADE
               PERFORM SET-ENROLLMENT-POINTS
               IF ENROLLMENT-HAS-POINTS
                   ADD ENROLLMENT-CREDITS
                       TO STANDING-CREDITS-ATTEMPTED
                   COMPUTE STANDING-QUALITY-POINTS =
                       STANDING-QUALITY-POINTS
                       + ENROLLMENT-CREDITS * ENROLLMENT-POINTS
                   IF MASTER-GRADE >= ACTIVE-PASS-CUTOFF
                       ADD ENROLLMENT-CREDITS
                           TO STANDING-CREDITS-EARNED
                   END-IF
               END-IF
           END-IF.
      *> A passed transfer credit is earned but never attempted here,
      *> so it stays out of the GPA.
           IF STATUS-TRANSFER
               MOVE MASTER-COURSE TO LOOKUP-COURSE
               PERFORM SET-COURSE-SCALE
               PERFORM FIND-CATALOG-COURSE
               IF MASTER-GRADE >= ACTIVE-PASS-CUTOFF
                   AND CATALOG-FOUND-INDEX > 0
                   ADD CATALOG-ENTRY-CREDITS (CATALOG-FOUND-INDEX)
                       TO STANDING-CREDITS-EARNED
               END-IF
           END-IF.

      *> A student with no graded credits yet (all I/W/AU) has
      *> nothing to judge and stays in good standing.
       WRITE-STANDING-STUDENT.
           IF STANDING-CREDITS-ATTEMPTED > 0
               COMPUTE STANDING-GPA = STANDING-QUALITY-POINTS
                   / STANDING-CREDITS-ATTEMPTED
           ELSE
               MOVE 0 TO STANDING-GPA
           END-IF.
           EVALUATE TRUE
               WHEN STANDING-CREDITS-ATTEMPTED = 0
                   MOVE "GOOD STANDING" TO STANDING-CLASS
                   ADD 1 TO GOOD-STANDING-COUNT
               WHEN STANDING-GPA >= DEANS-LIST-GPA
                   MOVE "DEAN'S LIST" TO STANDING-CLASS
                   ADD 1 TO DEANS-LIST-COUNT
               WHEN STANDING-GPA < PROBATION-GPA
                   MOVE "PROBATION" TO STANDING-CLASS
                   ADD 1 TO PROBATION-COUNT
               WHEN OTHER
                   MOVE "GOOD STANDING" TO STANDING-CLASS
                   ADD 1 TO GOOD-STANDING-COUNT
           END-EVALUATE.
           ADD 1 TO STANDING-STUDENT-COUNT.
           MOVE STANDING-BREAK-FIRST-NAME TO WORK-FIRST-NAME.
           MOVE STANDING-BREAK-LAST-NAME TO WORK-LAST-NAME.
           MOVE STANDING-BREAK-NUMBER TO DEMOG-LOOKUP-NUMBER.
           PERFORM APPLY-DEMOGRAPHIC-NAMES.
           IF STUDENT-IS-CONFIDENTIAL
               PERFORM COUNT-WITHHELD-RECORD
           ELSE
               PERFORM WRITE-STANDING-RECORD
           END-IF.

      *> A student under a confidentiality hold is classified and
      *> counted above but not written to the extract.
       WRITE-STANDING-RECORD.
           MOVE SPACES TO STANDING-RECORD.
           MOVE BUSINESS-DATE TO STANDING-BUSINESS-DATE.
           MOVE STANDING-BREAK-NUMBER TO STANDING-STUDENT-NUMBER.
           MOVE WORK-FIRST-NAME TO STANDING-FIRST-NAME.
           MOVE WORK-LAST-NAME TO STANDING-LAST-NAME.
           IF DEMOG-ON-FILE AND DEMOG-FOUND-INDEX > 0
               MOVE DEMOG-ENTRY-PROGRAM (DEMOG-FOUND-INDEX)
                   TO STANDING-PROGRAM
           END-IF.
           MOVE STANDING-CREDITS-ATTEMPTED TO STANDING-ATTEMPTED.
           MOVE STANDING-CREDITS-EARNED TO STANDING-EARNED.
           MOVE STANDING-QUALITY-POINTS TO STANDING-POINTS.
           MOVE STANDING-GPA TO STANDING-GPA-OUT.
           MOVE STANDING-CLASS TO STANDING-CLASS-OUT.
           WRITE STANDING-RECORD.
           DISPLAY "  " STANDING-BREAK-NUMBER " " WORK-FIRST-NAME " "
               WORK-LAST-NAME " " STANDING-ATTEMPTED " "
               STANDING-GPA-OUT " " STANDING-CLASS.

      *> Degree progress per student on the demographic master,
      *> checked against program_requirements.txt: every required
      *> course of the student's program is COMPLETED (passed at the
      *> course's own cutoff), RETAKE (graded below it) or
      *> OUTSTANDING (not taken, or I/W/AU); other passed courses
      *> print as ELECTIVE. Credits earned are the catalog credit
      *> hours of every passed enrollment on the master.
       GENERATE-DEGREE-AUDIT.
           DISPLAY "----------------------------------------".
           DISPLAY "     DEGREE AUDIT REPORT                 ".
           DISPLAY "----------------------------------------".
           PERFORM LOAD-PROGRAM-REQUIREMENTS.
           MOVE 0 TO AUDIT-STUDENT-COUNT AUDIT-ELIGIBLE-COUNT
               AUDIT-NOT-ELIGIBLE-COUNT AUDIT-NO-PROGRAM-COUNT.
           PERFORM OPEN-REPORT-FILE.
           MOVE "DEGREE AUDIT REPORT" TO REPORT-TITLE.
           MOVE SPACES TO REPORT-COLUMN-HEADING.
           IF NOT DEMOG-ON-FILE
               MOVE "No demographic master - no programs to audit."
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               DISPLAY "No demographic master - no programs to audit."
           ELSE
               OPEN INPUT MASTER-FILE
               MOVE MASTER-FILE-STATUS TO MASTER-OPEN-STATUS
               IF MASTER-OPEN-STATUS NOT = "00"
                   DISPLAY "No master file available - status "
                       MASTER-OPEN-STATUS
                   IF MASTER-OPEN-STATUS NOT = "35"
                       MOVE 12 TO CANDIDATE-CONDITION-CODE
                       PERFORM RAISE-CONDITION-CODE
                   END-IF
                   MOVE "No master file available." TO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               ELSE
                   MOVE 0 TO AUDIT-DEMOG-INDEX
                   PERFORM UNTIL AUDIT-DEMOG-INDEX >= DEMOG-COUNT
                       ADD 1 TO AUDIT-DEMOG-INDEX
                       PERFORM AUDIT-ONE-STUDENT
                   END-PERFORM
                   CLOSE MASTER-FILE
                   PERFORM WRITE-REPORT-TOTALS-MARKER
                   STRING "STUDENTS AUDITED: " DELIMITED BY SIZE
                       AUDIT-STUDENT-COUNT DELIMITED BY SIZE
                       INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   STRING "ELIGIBLE:         " DELIMITED BY SIZE
                       AUDIT-ELIGIBLE-COUNT DELIMITED BY SIZE
                       INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   STRING "NOT ELIGIBLE:     " DELIMITED BY SIZE
                       AUDIT-NOT-ELIGIBLE-COUNT DELIMITED BY SIZE
                       INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   STRING "NO REQUIREMENTS:  " DELIMITED BY SIZE
                       AUDIT-NO-PROGRAM-COUNT DELIMITED BY SIZE
                       INTO REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   DISPLAY "STUDENTS AUDITED: " AUDIT-STUDENT-COUNT
                   DISPLAY "ELIGIBLE:         " AUDIT-ELIGIBLE-COUNT
                   DISPLAY "NOT ELIGIBLE:     "
                       AUDIT-NOT-ELIGIBLE-COUNT
                   DISPLAY "NO REQUIREMENTS:  " AUDIT-NO-PROGRAM-COUNT
               END-IF
           END-IF.
           PERFORM CLOSE-REPORT-FILE.
           DISPLAY "Degree audit completed. Results saved to "
               "grade_report.txt".

       LOAD-PROGRAM-REQUIREMENTS.
           MOVE 0 TO PROGRAM-COUNT.
           OPEN INPUT PROGRAM-REQ-FILE.
           IF PROGRAM-REQ-STATUS NOT = "00"
               DISPLAY "No program_requirements.txt on disk - "
                   "programs have no requirements to audit."
               IF PROGRAM-REQ-STATUS NOT = "35"
                   MOVE 12 TO CANDIDATE-CONDITION-CODE
                   PERFORM RAISE-CONDITION-CODE
               END-IF
           ELSE
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ PROGRAM-REQ-FILE
                       AT END MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF PROGRAM-REQ-TYPE = "T"
                               OR PROGRAM-REQ-TYPE = "R"
                               PERFORM APPLY-PROGRAM-REQ-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROGRAM-REQ-FILE
               DISPLAY "Program requirements loaded ("
                   PROGRAM-COUNT " program(s))."
           END-IF.

       APPLY-PROGRAM-REQ-RECORD.
           MOVE PROGRAM-REQ-PROGRAM TO PROGRAM-LOOKUP-NAME.
           PERFORM FIND-PROGRAM-ENTRY.
           IF PROGRAM-FOUND-INDEX = 0
               IF PROGRAM-COUNT < 10
                   ADD 1 TO PROGRAM-COUNT
                   MOVE PROGRAM-COUNT TO PROGRAM-FOUND-INDEX
                   MOVE PROGRAM-REQ-PROGRAM
                       TO PROGRAM-ENTRY-NAME (PROGRAM-FOUND-INDEX)
                   MOVE 0
                       TO PROGRAM-ENTRY-CREDITS (PROGRAM-FOUND-INDEX)
                   MOVE 0
                       TO PROGRAM-ENTRY-REQ-COUNT (PROGRAM-FOUND-INDEX)
               ELSE
                   DISPLAY "Program table full - requirement for "
                       PROGRAM-REQ-PROGRAM " ignored."
               END-IF
           END-IF.
           IF PROGRAM-FOUND-INDEX > 0
               IF PROGRAM-REQ-TYPE = "T"
                   IF PROGRAM-REQ-CREDITS IS NUMERIC
                       MOVE PROGRAM-REQ-CREDITS TO
                           PROGRAM-ENTRY-CREDITS (PROGRAM-FOUND-INDEX)
                   ELSE
                       DISPLAY "Credit requirement for "
                           PROGRAM-REQ-PROGRAM
                           " is not numeric - ignored."
                   END-IF
               ELSE
                   IF PROGRAM-ENTRY-REQ-COUNT (PROGRAM-FOUND-INDEX)
                           < 20
                       ADD 1 TO
                           PROGRAM-ENTRY-REQ-COUNT (PROGRAM-FOUND-INDEX)
                       MOVE PROGRAM-ENTRY-REQ-COUNT
                           (PROGRAM-FOUND-INDEX) TO REQUIRED-INDEX
                       MOVE PROGRAM-REQ-REQUIRED
                           TO PROGRAM-ENTRY-REQUIRED
                               (PROGRAM-FOUND-INDEX REQUIRED-INDEX)
                   ELSE
                       DISPLAY "Too many required courses for "
                           PROGRAM-REQ-PROGRAM " - "
                           PROGRAM-REQ-REQUIRED " ignored."
                   END-IF
               END-IF
           END-IF.

       FIND-PROGRAM-ENTRY.
           MOVE 0 TO PROGRAM-FOUND-INDEX.
           MOVE 0 TO PROGRAM-INDEX.
           PERFORM UNTIL PROGRAM-INDEX >= PROGRAM-COUNT
               ADD 1 TO PROGRAM-INDEX
               IF PROGRAM-ENTRY-NAME (PROGRAM-INDEX)
                       = PROGRAM-LOOKUP-NAME
                   MOVE PROGRAM-INDEX TO PROGRAM-FOUND-INDEX
                   MOVE PROGRAM-COUNT TO PROGRAM-INDEX
               END-IF
           END-PERFORM.

       AUDIT-ONE-STUDENT.
           ADD 1 TO AUDIT-STUDENT-COUNT.
           MOVE DEMOG-ENTRY-NUMBER (AUDIT-DEMOG-INDEX)
               TO AUDIT-STUDENT-NUMBER.
           PERFORM LOAD-AUDIT-ENROLLMENTS.
           MOVE 0 TO AUDIT-CREDITS-EARNED AUDIT-OUTSTANDING-COUNT
               AUDIT-RETAKE-COUNT.
           MOVE 0 TO AUDIT-ENROLL-INDEX.
           PERFORM UNTIL AUDIT-ENROLL-INDEX >= AUDIT-ENROLL-COUNT
               ADD 1 TO AUDIT-ENROLL-INDEX
               PERFORM SET-AUDIT-COURSE-RESULT
               IF AUDIT-COURSE-PASSED
                   PERFORM FIND-CATALOG-COURSE
                   IF CATALOG-FOUND-INDEX > 0
                       ADD CATALOG-ENTRY-CREDITS (CATALOG-FOUND-INDEX)
                           TO AUDIT-CREDITS-EARNED
                   END-IF
               END-IF
           END-PERFORM.
           MOVE AUDIT-STUDENT-NUMBER TO DEMOG-LOOKUP-NUMBER.
           MOVE "grade_report.txt" TO WITHHELD-OUTPUT-KEY.
           PERFORM APPLY-MASKED-NAMES.
           MOVE SPACES TO REPORT-LINE.
           STRING "STUDENT: " DELIMITED BY SIZE
               WORK-STUDENT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WORK-FIRST-NAME) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WORK-LAST-NAME) DELIMITED BY SIZE
               "  PROGRAM: " DELIMITED BY SIZE
               DEMOG-ENTRY-PROGRAM (AUDIT-DEMOG-INDEX)
                   DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  ADVISOR: " DELIMITED BY SIZE
               WORK-ADVISOR DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           DISPLAY "STUDENT: " WORK-STUDENT-ID " "
               WORK-FIRST-NAME " " WORK-LAST-NAME " "
               DEMOG-ENTRY-PROGRAM (AUDIT-DEMOG-INDEX) " "
               WORK-ADVISOR.
           MOVE DEMOG-ENTRY-PROGRAM (AUDIT-DEMOG-INDEX)
               TO PROGRAM-LOOKUP-NAME.
           PERFORM FIND-PROGRAM-ENTRY.
           IF PROGRAM-FOUND-INDEX = 0
               ADD 1 TO AUDIT-NO-PROGRAM-COUNT
               MOVE "  NO REQUIREMENTS ON FILE FOR THIS PROGRAM"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               DISPLAY "  NO REQUIREMENTS ON FILE FOR THIS PROGRAM"
           ELSE
               MOVE 0 TO REQUIRED-INDEX
               PERFORM UNTIL REQUIRED-INDEX >=
                       PROGRAM-ENTRY-REQ-COUNT (PROGRAM-FOUND-INDEX)
                   ADD 1 TO REQUIRED-INDEX
                   PERFORM AUDIT-REQUIRED-COURSE
               END-PERFORM
               MOVE 0 TO AUDIT-ENROLL-INDEX
               PERFORM UNTIL AUDIT-ENROLL-INDEX >= AUDIT-ENROLL-COUNT
                   ADD 1 TO AUDIT-ENROLL-INDEX
                   IF AUDIT-ENROLL-REQUIRED (AUDIT-ENROLL-INDEX) = "N"
                       PERFORM SET-AUDIT-COURSE-RESULT
                       IF AUDIT-COURSE-PASSED
                           MOVE "ELECTIVE" TO AUDIT-COURSE-RESULT
                           PERFORM WRITE-AUDIT-COURSE-LINE
                       END-IF
                   END-IF
               END-PERFORM
               IF AUDIT-OUTSTANDING-COUNT = 0
                   AND AUDIT-RETAKE-COUNT = 0
                   AND AUDIT-CREDITS-EARNED >=
                       PROGRAM-ENTRY-CREDITS (PROGRAM-FOUND-INDEX)
                   MOVE "ELIGIBLE" TO AUDIT-RESULT
                   ADD 1 TO AUDIT-ELIGIBLE-COUNT
               ELSE
                   MOVE "NOT ELIGIBLE" TO AUDIT-RESULT
                   ADD 1 TO AUDIT-NOT-ELIGIBLE-COUNT
               END-IF
               MOVE SPACES TO REPORT-LINE
               STRING "  CREDITS EARNED: " DELIMITED BY SIZE
                   AUDIT-CREDITS-EARNED DELIMITED BY SIZE
                   "  REQUIRED: " DELIMITED BY SIZE
                   PROGRAM-ENTRY-CREDITS (PROGRAM-FOUND-INDEX)
                       DELIMITED BY SIZE
                   "  OUTSTANDING: " DELIMITED BY SIZE
                   AUDIT-OUTSTANDING-COUNT DELIMITED BY SIZE
                   "  RETAKE: " DELIMITED BY SIZE
                   AUDIT-RETAKE-COUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               DISPLAY "  CREDITS EARNED: " AUDIT-CREDITS-EARNED
                   "  REQUIRED: "
                   PROGRAM-ENTRY-CREDITS (PROGRAM-FOUND-INDEX)
               MOVE SPACES TO REPORT-LINE
               STRING "  RESULT: " DELIMITED BY SIZE
                   AUDIT-RESULT DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               DISPLAY "  RESULT: " AUDIT-RESULT
           END-IF.

       LOAD-AUDIT-ENROLLMENTS.
           MOVE 0 TO AUDIT-ENROLL-COUNT.
           MOVE AUDIT-STUDENT-NUMBER TO MASTER-STUDENT-NUMBER.
           MOVE LOW-VALUES TO MASTER-COURSE.
           START MASTER-FILE KEY IS >= MASTER-RECORD-KEY
               INVALID KEY MOVE "Y" TO MASTER-EOF-FLAG
               NOT INVALID KEY MOVE "N" TO MASTER-EOF-FLAG
           END-START.
           PERFORM UNTIL MASTER-EOF-FLAG = "Y"
               READ MASTER-FILE NEXT
                   AT END MOVE "Y" TO MASTER-EOF-FLAG
                   NOT AT END
                       IF MASTER-STUDENT-NUMBER = AUDIT-STUDENT-NUMBER
                           AND AUDIT-ENROLL-COUNT < 30
                           ADD 1 TO AUDIT-ENROLL-COUNT
                           MOVE MASTER-COURSE TO AUDIT-ENROLL-COURSE
                               (AUDIT-ENROLL-COUNT)
                           MOVE MASTER-GRADE TO AUDIT-ENROLL-GRADE
                               (AUDIT-ENROLL-COUNT)
                           MOVE MASTER-GRADE-STATUS
                               TO AUDIT-ENROLL-STATUS
                                   (AUDIT-ENROLL-COUNT)
                           MOVE "N" TO AUDIT-ENROLL-REQUIRED
                               (AUDIT-ENROLL-COUNT)
                       ELSE
                           MOVE "Y" TO MASTER-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM.

      *> Result for the enrollment at AUDIT-ENROLL-INDEX, with the
      *> scale, grade columns and LOOKUP-COURSE left set for printing.
       SET-AUDIT-COURSE-RESULT.
           MOVE AUDIT-ENROLL-COURSE (AUDIT-ENROLL-INDEX)
               TO LOOKUP-COURSE.
           PERFORM SET-COURSE-SCALE.
           MOVE AUDIT-ENROLL-GRADE (AUDIT-ENROLL-INDEX)
               TO LOOKUP-GRADE.
           MOVE AUDIT-ENROLL-STATUS (AUDIT-ENROLL-INDEX)
               TO WORK-GRADE-STATUS.
           PERFORM SET-GRADE-DISPLAY.
           IF ENROLLMENT-HAS-GRADE
               IF AUDIT-ENROLL-GRADE (AUDIT-ENROLL-INDEX)
                       >= ACTIVE-PASS-CUTOFF
                   IF STATUS-TRANSFER
                       MOVE "TRANSFERRED" TO AUDIT-COURSE-RESULT
                   ELSE
                       MOVE "COMPLETED" TO AUDIT-COURSE-RESULT
                   END-IF
               ELSE
                   MOVE "RETAKE" TO AUDIT-COURSE-RESULT
               END-IF
           ELSE
               MOVE "OUTSTANDING" TO AUDIT-COURSE-RESULT
           END-IF.

       AUDIT-REQUIRED-COURSE.
           MOVE 0 TO AUDIT-ENROLL-FOUND-INDEX.
           MOVE 0 TO AUDIT-ENROLL-INDEX.
           PERFORM UNTIL AUDIT-ENROLL-INDEX >= AUDIT-ENROLL-COUNT
               ADD 1 TO AUDIT-ENROLL-INDEX
               IF AUDIT-ENROLL-COURSE (AUDIT-ENROLL-INDEX) =
                       PROGRAM-ENTRY-REQUIRED
                           (PROGRAM-FOUND-INDEX REQUIRED-INDEX)
                   MOVE AUDIT-ENROLL-INDEX TO AUDIT-ENROLL-FOUND-INDEX
                   MOVE AUDIT-ENROLL-COUNT TO AUDIT-ENROLL-INDEX
               END-IF
           END-PERFORM.
           IF AUDIT-ENROLL-FOUND-INDEX > 0
               MOVE AUDIT-ENROLL-FOUND-INDEX TO AUDIT-ENROLL-INDEX
               MOVE "Y" TO AUDIT-ENROLL-REQUIRED (AUDIT-ENROLL-INDEX)
               PERFORM SET-AUDIT-COURSE-RESULT
           ELSE
               MOVE PROGRAM-ENTRY-REQUIRED
                   (PROGRAM-FOUND-INDEX REQUIRED-INDEX)
                   TO LOOKUP-COURSE
               MOVE SPACES TO GRADE-DISPLAY-FIELD LETTER-DISPLAY-FIELD
               MOVE "OUTSTANDING" TO AUDIT-COURSE-RESULT
           END-IF.
           IF AUDIT-COURSE-FAILED
               ADD 1 TO AUDIT-RETAKE-COUNT
           END-IF.
           IF NOT AUDIT-COURSE-PASSED AND NOT AUDIT-COURSE-FAILED
               ADD 1 TO AUDIT-OUTSTANDING-COUNT
           END-IF.
           PERFORM WRITE-AUDIT-COURSE-LINE.

       WRITE-AUDIT-COURSE-LINE.
           PERFORM FIND-CATALOG-COURSE.
           MOVE SPACES TO REPORT-LINE.
           STRING "  " DELIMITED BY SIZE
               AUDIT-COURSE-RESULT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               LOOKUP-COURSE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               GRADE-DISPLAY-FIELD DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               LETTER-DISPLAY-FIELD DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CATALOG-TITLE DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           DISPLAY "  " AUDIT-COURSE-RESULT "  " LOOKUP-COURSE "  "
               GRADE-DISPLAY-FIELD "  " LETTER-DISPLAY-FIELD "  "
               CATALOG-TITLE.

      *> Without course_prerequisites.txt on disk no enrollment is
      *> checked, so the file can be introduced a department at a
      *> time. Rows without a numeric minimum grade are skipped.
       LOAD-PREREQUISITES.
           MOVE 0 TO PREREQ-COUNT.
           OPEN INPUT PREREQ-FILE.
           IF PREREQ-FILE-STATUS = "35"
               DISPLAY "No course_prerequisites.txt on disk - "
                   "enrollments not checked for prerequisites."
           ELSE
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ PREREQ-FILE
                       AT END MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF PREREQ-COURSE NOT = SPACES
                               AND PREREQ-REQUIRED NOT = SPACES
                               AND PREREQ-MIN-GRADE IS NUMERIC
                               AND PREREQ-COUNT < 200
                               ADD 1 TO PREREQ-COUNT
                               MOVE PREREQ-COURSE TO
                                   PREREQ-ENTRY-COURSE (PREREQ-COUNT)
                               MOVE PREREQ-REQUIRED TO
                                   PREREQ-ENTRY-REQUIRED (PREREQ-COUNT)
                               MOVE PREREQ-MIN-GRADE TO
                                   PREREQ-ENTRY-MIN-GRADE (PREREQ-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PREREQ-FILE
               SET PREREQS-ON-FILE TO TRUE
               DISPLAY "Prerequisites loaded from "
                   "course_prerequisites.txt (" PREREQ-COUNT
                   " row(s))."
           END-IF.

      *> Every prerequisite of PREREQ-CHECK-COURSE must be on the
      *> master for PREREQ-CHECK-NUMBER, graded at or above its
      *> minimum. The master must already be open (status in
      *> PREREQ-MASTER-STATUS); with no master nothing is passed.
       CHECK-ENROLLMENT-PREREQS.
           MOVE SPACES TO PREREQ-MISSING-COURSE.
           MOVE 0 TO PREREQ-INDEX.
           PERFORM UNTIL PREREQ-INDEX >= PREREQ-COUNT
                   OR PREREQ-MISSING-COURSE NOT = SPACES
               ADD 1 TO PREREQ-INDEX
               IF PREREQ-ENTRY-COURSE (PREREQ-INDEX)
                       = PREREQ-CHECK-COURSE
                   PERFORM CHECK-ONE-PREREQ
               END-IF
           END-PERFORM.

       CHECK-ONE-PREREQ.
           MOVE "N" TO PREREQ-MET-FLAG.
           IF PREREQ-MASTER-STATUS = "00"
               MOVE PREREQ-CHECK-NUMBER TO MASTER-STUDENT-NUMBER
               MOVE PREREQ-ENTRY-REQUIRED (PREREQ-INDEX)
                   TO MASTER-COURSE
               READ MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF (MASTER-GRADE-STATUS = SPACES
                               OR MASTER-GRADE-STATUS = "TR")
                           AND MASTER-GRADE >=
                               PREREQ-ENTRY-MIN-GRADE (PREREQ-INDEX)
                           SET PREREQ-IS-MET TO TRUE
                       END-IF
               END-READ
           END-IF.
           IF NOT PREREQ-IS-MET
               MOVE PREREQ-ENTRY-REQUIRED (PREREQ-INDEX)
                   TO PREREQ-MISSING-COURSE
           END-IF.

      *> Nightly list for department heads: every enrollment on the
      *> master (other than a withdrawal) whose student has not passed
      *> a prerequisite, so it can be dropped before the add/drop
      *> deadline (SGS-ADD-DROP-DEADLINE, YYYYMMDD) passes.
      *> Enrollments a second operator already released past the
      *> check are listed as OVERRIDE rather than VIOLATION.
       GENERATE-PREREQ-VIOLATIONS.
           DISPLAY "----------------------------------------".
           DISPLAY "     PREREQUISITE VIOLATION LIST         ".
           DISPLAY "----------------------------------------".
           MOVE 0 TO PREREQ-VIOLATION-COUNT PREREQ-OVERRIDE-COUNT.
           MOVE 0 TO AUDIT-ENROLL-COUNT PREREQ-BREAK-NUMBER.
           MOVE 0 TO ADD-DROP-DEADLINE.
           MOVE SPACES TO ADD-DROP-DEADLINE-TEXT.
           ACCEPT ADD-DROP-DEADLINE-TEXT
               FROM ENVIRONMENT "SGS-ADD-DROP-DEADLINE".
           IF ADD-DROP-DEADLINE-TEXT IS NUMERIC
               MOVE ADD-DROP-DEADLINE-TEXT TO ADD-DROP-DEADLINE
           END-IF.
           IF NOT PREREQS-ON-FILE
               DISPLAY "No prerequisites on file - nothing to list."
           ELSE
               PERFORM LOAD-PREREQ-OVERRIDES
               OPEN INPUT MASTER-FILE
               MOVE MASTER-FILE-STATUS TO MASTER-OPEN-STATUS
               IF MASTER-OPEN-STATUS NOT = "00"
                   DISPLAY "No master file available - status "
                       MASTER-OPEN-STATUS
                   IF MASTER-OPEN-STATUS NOT = "35"
                       MOVE 12 TO CANDIDATE-CONDITION-CODE
                       PERFORM RAISE-CONDITION-CODE
                   END-IF
               ELSE
                   OPEN OUTPUT PREREQ-LIST-FILE
                   MOVE "prereq_violations.txt" TO WITHHELD-OUTPUT-KEY
                   PERFORM NOTE-WITHHELD-OUTPUT
                   PERFORM WRITE-PREREQ-HEADINGS
                   MOVE "N" TO MASTER-EOF-FLAG
                   PERFORM UNTIL MASTER-EOF-FLAG = "Y"
                       READ MASTER-FILE NEXT
                           AT END MOVE "Y" TO MASTER-EOF-FLAG
                           NOT AT END
                               PERFORM ADD-PREREQ-ENROLLMENT
                       END-READ
                   END-PERFORM
                   IF AUDIT-ENROLL-COUNT > 0
                       PERFORM CHECK-STUDENT-PREREQS
                   END-IF
                   MOVE SPACES TO PREREQ-LINE
                   STRING "VIOLATIONS: " DELIMITED BY SIZE
                       PREREQ-VIOLATION-COUNT DELIMITED BY SIZE
                       "  OVERRIDES: " DELIMITED BY SIZE
                       PREREQ-OVERRIDE-COUNT DELIMITED BY SIZE
                       INTO PREREQ-LINE
                   PERFORM WRITE-PREREQ-LINE
                   CLOSE MASTER-FILE
                   CLOSE PREREQ-LIST-FILE
                   MOVE "prereq_violations.txt" TO OUTPUT-FILE-NAME
                   PERFORM RECORD-OUTPUT-FILE
                   DISPLAY "VIOLATIONS: " PREREQ-VIOLATION-COUNT
                   DISPLAY "OVERRIDES:  " PREREQ-OVERRIDE-COUNT
                   IF ADD-DROP-DEADLINE > 0
                       AND BUSINESS-DATE > ADD-DROP-DEADLINE
                       DISPLAY "WARNING: add/drop deadline "
                           ADD-DROP-DEADLINE " has passed."
                   END-IF
                   DISPLAY "List completed. Results saved to "
                       "prereq_violations.txt"
               END-IF
           END-IF.

       LOAD-PREREQ-OVERRIDES.
           MOVE 0 TO OVERRIDE-COUNT.
           OPEN INPUT PENDING-FILE.
           IF PENDING-FILE-STATUS = "00"
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ PENDING-FILE
                       AT END MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF PENDING-STATUS = "A"
                               AND PENDING-CODE = "ADD"
                               AND OVERRIDE-COUNT < 200
                               ADD 1 TO OVERRIDE-COUNT
                               MOVE PENDING-STUDENT-NUMBER
                                   TO OVERRIDE-MATCH-NUMBER
                               MOVE PENDING-COURSE
                                   TO OVERRIDE-MATCH-COURSE
                               MOVE OVERRIDE-MATCH-KEY
                                   TO OVERRIDE-ENTRY-KEY
                                       (OVERRIDE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

       WRITE-PREREQ-HEADINGS.
           MOVE SPACES TO PREREQ-LINE.
           STRING "PREREQUISITE VIOLATIONS  BUSINESS DATE "
                   DELIMITED BY SIZE
               BUSINESS-DATE DELIMITED BY SIZE
               INTO PREREQ-LINE.
           IF ADD-DROP-DEADLINE > 0
               STRING "PREREQUISITE VIOLATIONS  BUSINESS DATE "
                       DELIMITED BY SIZE
                   BUSINESS-DATE DELIMITED BY SIZE
                   "  ADD/DROP DEADLINE " DELIMITED BY SIZE
                   ADD-DROP-DEADLINE DELIMITED BY SIZE
                   INTO PREREQ-LINE
           END-IF.
           PERFORM WRITE-PREREQ-LINE.
           MOVE SPACES TO PREREQ-LINE.
           STRING "STATUS    NUMBR FIRST NAME      LAST NAME       "
                   DELIMITED BY SIZE
               "COURSE     DEPT       PREREQ     MN HELD       "
                   DELIMITED BY SIZE
               "ADVISOR" DELIMITED BY SIZE
               INTO PREREQ-LINE.
           PERFORM WRITE-PREREQ-LINE.

      *> Same control break as the standing run: a student's
      *> enrollments are gathered into the audit table and checked
      *> together once the student number changes.
       ADD-PREREQ-ENROLLMENT.
           IF MASTER-STUDENT-NUMBER NOT = PREREQ-BREAK-NUMBER
               OR AUDIT-ENROLL-COUNT = 0
               IF AUDIT-ENROLL-COUNT > 0
                   PERFORM CHECK-STUDENT-PREREQS
               END-IF
               MOVE MASTER-STUDENT-NUMBER TO PREREQ-BREAK-NUMBER
               MOVE MASTER-FIRST-NAME TO PREREQ-BREAK-FIRST-NAME
               MOVE MASTER-LAST-NAME TO PREREQ-BREAK-LAST-NAME
               MOVE 0 TO AUDIT-ENROLL-COUNT
           END-IF.
           IF AUDIT-ENROLL-COUNT < 30
               ADD 1 TO AUDIT-ENROLL-COUNT
               MOVE MASTER-COURSE
                   TO AUDIT-ENROLL-COURSE (AUDIT-ENROLL-COUNT)
               MOVE MASTER-GRADE
                   TO AUDIT-ENROLL-GRADE (AUDIT-ENROLL-COUNT)
               MOVE MASTER-GRADE-STATUS
                   TO AUDIT-ENROLL-STATUS (AUDIT-ENROLL-COUNT)
           END-IF.

       CHECK-STUDENT-PREREQS.
           MOVE 0 TO AUDIT-ENROLL-INDEX.
           PERFORM UNTIL AUDIT-ENROLL-INDEX >= AUDIT-ENROLL-COUNT
               ADD 1 TO AUDIT-ENROLL-INDEX
               IF AUDIT-ENROLL-STATUS (AUDIT-ENROLL-INDEX) NOT = "W "
                   MOVE 0 TO PREREQ-INDEX
                   PERFORM UNTIL PREREQ-INDEX >= PREREQ-COUNT
                       ADD 1 TO PREREQ-INDEX
                       IF PREREQ-ENTRY-COURSE (PREREQ-INDEX) =
                               AUDIT-ENROLL-COURSE (AUDIT-ENROLL-INDEX)
                           PERFORM CHECK-LISTED-PREREQ
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *> Looks for the prerequisite among the student's own
      *> enrollments; HELD shows what was found there.
       CHECK-LISTED-PREREQ.
           MOVE "N" TO PREREQ-MET-FLAG.
           MOVE "NOT TAKEN" TO PREREQ-RESULT-TEXT.
           MOVE 0 TO AUDIT-ENROLL-FOUND-INDEX.
           PERFORM UNTIL AUDIT-ENROLL-FOUND-INDEX >= AUDIT-ENROLL-COUNT
               ADD 1 TO AUDIT-ENROLL-FOUND-INDEX
               IF AUDIT-ENROLL-COURSE (AUDIT-ENROLL-FOUND-INDEX) =
                       PREREQ-ENTRY-REQUIRED (PREREQ-INDEX)
                   PERFORM SET-PREREQ-RESULT
                   MOVE AUDIT-ENROLL-COUNT TO AUDIT-ENROLL-FOUND-INDEX
               END-IF
           END-PERFORM.
           IF NOT PREREQ-IS-MET
               MOVE "N" TO OVERRIDE-FOUND-FLAG
               MOVE PREREQ-BREAK-NUMBER TO OVERRIDE-MATCH-NUMBER
               MOVE AUDIT-ENROLL-COURSE (AUDIT-ENROLL-INDEX)
                   TO OVERRIDE-MATCH-COURSE
               MOVE 0 TO OVERRIDE-INDEX
               PERFORM UNTIL OVERRIDE-INDEX >= OVERRIDE-COUNT
                   ADD 1 TO OVERRIDE-INDEX
                   IF OVERRIDE-ENTRY-KEY (OVERRIDE-INDEX)
                           = OVERRIDE-MATCH-KEY
                       SET OVERRIDE-ON-FILE TO TRUE
                       MOVE OVERRIDE-COUNT TO OVERRIDE-INDEX
                   END-IF
               END-PERFORM
               PERFORM WRITE-PREREQ-VIOLATION
           END-IF.

       SET-PREREQ-RESULT.
           IF AUDIT-ENROLL-STATUS (AUDIT-ENROLL-FOUND-INDEX) = SPACES
               OR AUDIT-ENROLL-STATUS (AUDIT-ENROLL-FOUND-INDEX) = "TR"
               IF AUDIT-ENROLL-GRADE (AUDIT-ENROLL-FOUND-INDEX) >=
                       PREREQ-ENTRY-MIN-GRADE (PREREQ-INDEX)
                   SET PREREQ-IS-MET TO TRUE
               END-IF
               MOVE SPACES TO PREREQ-RESULT-TEXT
               STRING "GRADE " DELIMITED BY SIZE
                   AUDIT-ENROLL-GRADE (AUDIT-ENROLL-FOUND-INDEX)
                       DELIMITED BY SIZE
                   INTO PREREQ-RESULT-TEXT
           ELSE
               MOVE SPACES TO PREREQ-RESULT-TEXT
               STRING "STATUS " DELIMITED BY SIZE
                   AUDIT-ENROLL-STATUS (AUDIT-ENROLL-FOUND-INDEX)
                       DELIMITED BY SIZE
                   INTO PREREQ-RESULT-TEXT
           END-IF.

       WRITE-PREREQ-VIOLATION.
           MOVE PREREQ-BREAK-FIRST-NAME TO WORK-FIRST-NAME.
           MOVE PREREQ-BREAK-LAST-NAME TO WORK-LAST-NAME.
           MOVE PREREQ-BREAK-NUMBER TO DEMOG-LOOKUP-NUMBER.
           MOVE "prereq_violations.txt" TO WITHHELD-OUTPUT-KEY.
           PERFORM APPLY-MASKED-NAMES.
           MOVE AUDIT-ENROLL-COURSE (AUDIT-ENROLL-INDEX)
               TO LOOKUP-COURSE.
           PERFORM FIND-CATALOG-COURSE.
           MOVE SPACES TO PREREQ-DEPARTMENT.
           IF CATALOG-FOUND-INDEX > 0
               MOVE CATALOG-ENTRY-DEPT (CATALOG-FOUND-INDEX)
                   TO PREREQ-DEPARTMENT
           END-IF.
           MOVE PREREQ-ENTRY-MIN-GRADE (PREREQ-INDEX)
               TO PREREQ-MIN-TEXT.
           IF OVERRIDE-ON-FILE
               ADD 1 TO PREREQ-OVERRIDE-COUNT
               MOVE "OVERRIDE" TO PREREQ-STATUS-TEXT
           ELSE
               ADD 1 TO PREREQ-VIOLATION-COUNT
               MOVE "VIOLATION" TO PREREQ-STATUS-TEXT
           END-IF.
           MOVE SPACES TO PREREQ-LINE.
           STRING PREREQ-STATUS-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WORK-STUDENT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WORK-FIRST-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WORK-LAST-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               LOOKUP-COURSE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PREREQ-DEPARTMENT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PREREQ-ENTRY-REQUIRED (PREREQ-INDEX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PREREQ-MIN-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PREREQ-RESULT-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WORK-ADVISOR DELIMITED BY SIZE
               INTO PREREQ-LINE.
           PERFORM WRITE-PREREQ-LINE.

       WRITE-PREREQ-LINE.
           MOVE PREREQ-LINE TO PREREQ-LIST-RECORD.
           WRITE PREREQ-LIST-RECORD.
           MOVE SPACES TO PREREQ-LINE.

      *> Term-end chase list: every master enrollment still at status
      *> I, or graded with no grade posted, as of the grading deadline
      *> (SGS-GRADING-DEADLINE, YYYYMMDD, default the business date).
      *> Printed by department and course with counts outstanding,
      *> and extracted for the department secretaries. Anything still
      *> outstanding once the deadline has passed raises a warning.
       GENERATE-MISSING-GRADE-REPORT.
           DISPLAY "----------------------------------------".
           DISPLAY "     MISSING-GRADE CHASE REPORT          ".
           DISPLAY "----------------------------------------".
           MOVE BUSINESS-DATE TO GRADING-DEADLINE.
           MOVE SPACES TO GRADING-DEADLINE-TEXT.
           ACCEPT GRADING-DEADLINE-TEXT
               FROM ENVIRONMENT "SGS-GRADING-DEADLINE".
           IF GRADING-DEADLINE-TEXT IS NUMERIC
               MOVE GRADING-DEADLINE-TEXT TO GRADING-DEADLINE
           END-IF.
           MOVE 0 TO MISSING-TOTAL-COUNT MISSING-COURSES-LISTED
               MISSING-DEPTS-LISTED.
           MOVE SPACES TO MISSING-DEPT-BREAK MISSING-COURSE-BREAK.
           OPEN INPUT MASTER-FILE.
           MOVE MASTER-FILE-STATUS TO MASTER-OPEN-STATUS.
           IF MASTER-OPEN-STATUS NOT = "00"
               DISPLAY "No master file available - status "
                   MASTER-OPEN-STATUS
               IF MASTER-OPEN-STATUS NOT = "35"
                   MOVE 12 TO CANDIDATE-CONDITION-CODE
                   PERFORM RAISE-CONDITION-CODE
               END-IF
           ELSE
               PERFORM OPEN-REPORT-FILE
               MOVE "MISSING-GRADE CHASE REPORT" TO REPORT-TITLE
               MOVE SPACES TO REPORT-COLUMN-HEADING
               STRING "    NUMBR FIRST NAME      LAST NAME       "
                       DELIMITED BY SIZE
                   "STATUS     ADVISOR" DELIMITED BY SIZE
                   INTO REPORT-COLUMN-HEADING
               STRING "GRADING DEADLINE " DELIMITED BY SIZE
                   GRADING-DEADLINE DELIMITED BY SIZE
                   "  BUSINESS DATE " DELIMITED BY SIZE
                   BUSINESS-DATE DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
      *> A department burst prints the chase list only; the extract
      *> stays the whole-institution file written by menu 11.
               IF NOT BURST-IN-PROGRESS
                   OPEN OUTPUT MISSING-GRADE-FILE
                   MOVE "missing_grade_extract.txt"
                       TO WITHHELD-OUTPUT-KEY
                   PERFORM NOTE-WITHHELD-OUTPUT
                   STRING "DEPARTMENT,COURSE,STUDENT_NUMBER,"
                           DELIMITED BY SIZE
                       "FIRST_NAME,LAST_NAME,STATUS,ADVISOR,DEADLINE"
                           DELIMITED BY SIZE
                       INTO MISSING-LINE
                   PERFORM WRITE-MISSING-LINE
               END-IF
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SORT-SOURCE
                   ON ASCENDING KEY SORT-COURSE
                   ON ASCENDING KEY SORT-STUDENT-NUMBER
                   INPUT PROCEDURE IS BUILD-MISSING-GRADE-RECORDS
                   OUTPUT PROCEDURE IS WRITE-MISSING-GRADE-REPORT
               IF MISSING-COURSE-BREAK NOT = SPACES
                   PERFORM WRITE-MISSING-COURSE-TOTAL
                   PERFORM WRITE-MISSING-DEPT-TOTAL
               END-IF
               CLOSE MASTER-FILE
               PERFORM WRITE-REPORT-TOTALS-MARKER
               STRING "TOTAL OUTSTANDING:    " DELIMITED BY SIZE
                   MISSING-TOTAL-COUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               STRING "COURSES OUTSTANDING:  " DELIMITED BY SIZE
                   MISSING-COURSES-LISTED DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               STRING "DEPARTMENTS CHASED:   " DELIMITED BY SIZE
                   MISSING-DEPTS-LISTED DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM CLOSE-REPORT-FILE
               IF NOT BURST-IN-PROGRESS
                   CLOSE MISSING-GRADE-FILE
                   MOVE "missing_grade_extract.txt" TO OUTPUT-FILE-NAME
                   PERFORM RECORD-OUTPUT-FILE
               END-IF
               DISPLAY "TOTAL OUTSTANDING:    " MISSING-TOTAL-COUNT
               DISPLAY "COURSES OUTSTANDING:  " MISSING-COURSES-LISTED
               DISPLAY "DEPARTMENTS CHASED:   " MISSING-DEPTS-LISTED
               IF BUSINESS-DATE > GRADING-DEADLINE
                   AND MISSING-TOTAL-COUNT > 0
                   DISPLAY "WARNING: grading deadline "
                       GRADING-DEADLINE " has passed with grades "
                       "outstanding."
                   MOVE 4 TO CANDIDATE-CONDITION-CODE
                   PERFORM RAISE-CONDITION-CODE
               END-IF
               IF NOT BURST-IN-PROGRESS
                   DISPLAY "Report completed. Results saved to "
                       "grade_report.txt and missing_grade_extract.txt"
               END-IF
           END-IF.

      *> Department comes off the catalog; a course not on the
      *> catalog is still chased, under UNKNOWN.
       BUILD-MISSING-GRADE-RECORDS.
           MOVE "N" TO MASTER-EOF-FLAG.
           PERFORM UNTIL MASTER-EOF-FLAG = "Y"
               READ MASTER-FILE NEXT
                   AT END MOVE "Y" TO MASTER-EOF-FLAG
                   NOT AT END
                       IF MASTER-GRADE-STATUS = "I "
                           OR (MASTER-GRADE-STATUS = SPACES
                               AND MASTER-GRADE IS NOT NUMERIC)
                           MOVE MASTER-COURSE TO LOOKUP-COURSE
                           PERFORM FIND-CATALOG-COURSE
                           IF CATALOG-FOUND-INDEX > 0
                               MOVE CATALOG-ENTRY-DEPT
                                   (CATALOG-FOUND-INDEX) TO SORT-SOURCE
                           ELSE
                               MOVE "UNKNOWN" TO SORT-SOURCE
                           END-IF
                           MOVE SPACES TO SORT-KEY SORT-TIEBREAK
                           MOVE MASTER-STUDENT-NUMBER
                               TO SORT-STUDENT-NUMBER
                           MOVE MASTER-FIRST-NAME TO SORT-FIRST-NAME
                           MOVE MASTER-LAST-NAME TO SORT-LAST-NAME
                           MOVE MASTER-COURSE TO SORT-COURSE
                           MOVE 0 TO SORT-GRADE
                           MOVE MASTER-GRADE-STATUS TO SORT-GRADE-STATUS
                           IF NOT BURST-IN-PROGRESS
                               OR SORT-SOURCE = BURST-DEPARTMENT
                               RELEASE SORT-WORK-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-MISSING-GRADE-REPORT.
           MOVE "N" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "Y"
               RETURN SORT-WORK-FILE
                   AT END MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       PERFORM WRITE-MISSING-GRADE-DETAIL
               END-RETURN
           END-PERFORM.

       WRITE-MISSING-GRADE-DETAIL.
           IF SORT-SOURCE NOT = MISSING-DEPT-BREAK
               IF MISSING-COURSE-BREAK NOT = SPACES
                   PERFORM WRITE-MISSING-COURSE-TOTAL
                   PERFORM WRITE-MISSING-DEPT-TOTAL
               END-IF
               MOVE SORT-SOURCE TO MISSING-DEPT-BREAK
               MOVE SPACES TO MISSING-COURSE-BREAK
               MOVE 0 TO MISSING-DEPT-COUNT
               ADD 1 TO MISSING-DEPTS-LISTED
               STRING "DEPARTMENT: " DELIMITED BY SIZE
                   SORT-SOURCE DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               DISPLAY "DEPARTMENT: " SORT-SOURCE
           END-IF.
           IF SORT-COURSE NOT = MISSING-COURSE-BREAK
               IF MISSING-COURSE-BREAK NOT = SPACES
                   PERFORM WRITE-MISSING-COURSE-TOTAL
               END-IF
               MOVE SORT-COURSE TO MISSING-COURSE-BREAK
               MOVE 0 TO MISSING-COURSE-COUNT
               ADD 1 TO MISSING-COURSES-LISTED
               MOVE SORT-COURSE TO LOOKUP-COURSE
               PERFORM FIND-CATALOG-COURSE
               STRING "  COURSE: " DELIMITED BY SIZE
                   SORT-COURSE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CATALOG-TITLE DELIMITED BY SIZE
                   INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               DISPLAY "  COURSE: " SORT-COURSE " " CATALOG-TITLE
           END-IF.
           IF SORT-GRADE-STATUS = "I "
               MOVE "INCOMPLETE" TO MISSING-STATUS-TEXT
           ELSE
               MOVE "NO GRADE" TO MISSING-STATUS-TEXT
           END-IF.
           MOVE SORT-FIRST-NAME TO WORK-FIRST-NAME.
           MOVE SORT-LAST-NAME TO WORK-LAST-NAME.
           MOVE SORT-STUDENT-NUMBER TO DEMOG-LOOKUP-NUMBER.
           MOVE REPORT-FILE-NAME TO WITHHELD-OUTPUT-KEY.
           PERFORM APPLY-MASKED-NAMES.
           STRING "    " DELIMITED BY SIZE
               WORK-STUDENT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WORK-FIRST-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WORK-LAST-NAME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MISSING-STATUS-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WORK-ADVISOR DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           DISPLAY "    " WORK-STUDENT-ID " " WORK-FIRST-NAME " "
               WORK-LAST-NAME " " MISSING-STATUS-TEXT.
           IF NOT BURST-IN-PROGRESS
               IF STUDENT-IS-CONFIDENTIAL
                   MOVE "missing_grade_extract.txt"
                       TO WITHHELD-OUTPUT-KEY
                   PERFORM COUNT-WITHHELD-RECORD
               ELSE
                   PERFORM WRITE-MISSING-EXTRACT-LINE
               END-IF
           END-IF.
           ADD 1 TO MISSING-COURSE-COUNT MISSING-DEPT-COUNT
               MISSING-TOTAL-COUNT.

      *> The extract leaves the office, so a student under a
      *> confidentiality hold is counted on the report but not sent.
       WRITE-MISSING-EXTRACT-LINE.
           STRING FUNCTION TRIM(SORT-SOURCE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(SORT-COURSE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               SORT-STUDENT-NUMBER DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WORK-FIRST-NAME) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WORK-LAST-NAME) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(MISSING-STATUS-TEXT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WORK-ADVISOR) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               GRADING-DEADLINE DELIMITED BY SIZE
               INTO MISSING-LINE.
           PERFORM WRITE-MISSING-LINE.

       WRITE-MISSING-COURSE-TOTAL.
           STRING "  COURSE OUTSTANDING:     " DELIMITED BY SIZE
               MISSING-COURSE-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           DISPLAY "  COURSE OUTSTANDING:     " MISSING-COURSE-COUNT.

       WRITE-MISSING-DEPT-TOTAL.
           STRING "DEPARTMENT OUTSTANDING:   " DELIMITED BY SIZE
               MISSING-DEPT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           DISPLAY "DEPARTMENT OUTSTANDING:   " MISSING-DEPT-COUNT.

       WRITE-MISSING-LINE.
           MOVE MISSING-LINE TO MISSING-GRADE-RECORD.
           WRITE MISSING-GRADE-RECORD.
           MOVE SPACES TO MISSING-LINE.

      *> Periodic grade-change review for internal audit. Merges the
      *> maintenance audit trail, the transaction register and the
      *> pending-approval file for a date range (SGS-REVIEW-FROM and
      *> SGS-REVIEW-TO, YYYYMMDD, default everything up to the
      *> business date) into one dated listing, then flags:
      *>   - an enrollment changed more than SGS-REVIEW-CHANGE-LIMIT
      *>     times (default 2)
      *>   - a failing grade raised to a pass after the term's first
      *>     release (SGS-FIRST-RELEASE-DATE, default the start of the
      *>     range), using the course's own pass mark
      *>   - an operator making more than SGS-REVIEW-OPERATOR-SHARE
      *>     percent of the changes (default 50)
      *>   - a pair of operators approving each other's holds more
      *>     than SGS-REVIEW-PAIR-LIMIT times (default 2)
      *> Holds submitted online show in the listing as HLD/PRQ; they
      *> are counted as changes only once released (PND, decision A).
       GENERATE-CHANGE-REVIEW.
           DISPLAY "----------------------------------------".
           DISPLAY "     GRADE-CHANGE PATTERN REVIEW         ".
           DISPLAY "----------------------------------------".
           PERFORM GET-REVIEW-SETTINGS.
           MOVE 0 TO REVIEW-EVENT-COUNT REVIEW-CHANGE-COUNT
               REVIEW-FLAG-COUNT REVIEW-NEXT-SEQUENCE
               REVIEW-ENROLL-COUNT REVIEW-OPER-COUNT REVIEW-PAIR-COUNT
               REVIEW-RAISE-COUNT.
           MOVE "N" TO REVIEW-TABLE-FULL-FLAG.
           PERFORM OPEN-REPORT-FILE.
           MOVE "GRADE-CHANGE PATTERN REVIEW" TO REPORT-TITLE.
           MOVE SPACES TO REPORT-COLUMN-HEADING.
           STRING "DATE     SRC ACT NUMBR COURSE     CHANGE "
                   DELIMITED BY SIZE
               "OPERATOR APPROVER D FLAG" DELIMITED BY SIZE
               INTO REPORT-COLUMN-HEADING.
           STRING "PERIOD " DELIMITED BY SIZE
               REVIEW-FROM-DATE DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               REVIEW-TO-DATE DELIMITED BY SIZE
               "  FIRST RELEASE " DELIMITED BY SIZE
               REVIEW-FIRST-RELEASE DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           DISPLAY "PERIOD " REVIEW-FROM-DATE " TO " REVIEW-TO-DATE
               "  FIRST RELEASE " REVIEW-FIRST-RELEASE.
           SORT REVIEW-WORK-FILE
               ON ASCENDING KEY REVIEW-DATE
               ON ASCENDING KEY REVIEW-TIME
               ON ASCENDING KEY REVIEW-SEQUENCE
               INPUT PROCEDURE IS BUILD-REVIEW-RECORDS
               OUTPUT PROCEDURE IS WRITE-REVIEW-LISTING.
           PERFORM WRITE-REVIEW-FLAGS.
           PERFORM WRITE-REPORT-TOTALS-MARKER.
           STRING "EVENTS LISTED:        " DELIMITED BY SIZE
               REVIEW-EVENT-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           STRING "CHANGES COUNTED:      " DELIMITED BY SIZE
               REVIEW-CHANGE-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           STRING "PATTERNS FLAGGED:     " DELIMITED BY SIZE
               REVIEW-FLAG-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF REVIEW-TABLE-FULL
               MOVE "WARNING: REVIEW TABLES FULL - NARROW THE PERIOD"
                   TO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               DISPLAY "WARNING: review tables full - counts are "
                   "incomplete; narrow the review period."
           END-IF.
           PERFORM CLOSE-REPORT-FILE.
           DISPLAY "EVENTS LISTED:        " REVIEW-EVENT-COUNT.
           DISPLAY "CHANGES COUNTED:      " REVIEW-CHANGE-COUNT.
           DISPLAY "PATTERNS FLAGGED:     " REVIEW-FLAG-COUNT.
           IF REVIEW-FLAG-COUNT > 0 OR REVIEW-TABLE-FULL
               MOVE 4 TO CANDIDATE-CONDITION-CODE
               PERFORM RAISE-CONDITION-CODE
           END-IF.
           DISPLAY "Report completed. Results saved to "
               "grade_report.txt".

       GET-REVIEW-SETTINGS.
           MOVE 0 TO REVIEW-FROM-DATE.
           MOVE SPACES TO REVIEW-DATE-TEXT.
           ACCEPT REVIEW-DATE-TEXT FROM ENVIRONMENT "SGS-REVIEW-FROM".
           IF REVIEW-DATE-TEXT IS NUMERIC
               MOVE REVIEW-DATE-TEXT TO REVIEW-FROM-DATE
           END-IF.
           MOVE BUSINESS-DATE TO REVIEW-TO-DATE.
           MOVE SPACES TO REVIEW-DATE-TEXT.
           ACCEPT REVIEW-DATE-TEXT FROM ENVIRONMENT "SGS-REVIEW-TO".
           IF REVIEW-DATE-TEXT IS NUMERIC
               MOVE REVIEW-DATE-TEXT TO REVIEW-TO-DATE
           END-IF.
           MOVE REVIEW-FROM-DATE TO REVIEW-FIRST-RELEASE.
           MOVE SPACES TO REVIEW-DATE-TEXT.
           ACCEPT REVIEW-DATE-TEXT
               FROM ENVIRONMENT "SGS-FIRST-RELEASE-DATE".
           IF REVIEW-DATE-TEXT IS NUMERIC
               MOVE REVIEW-DATE-TEXT TO REVIEW-FIRST-RELEASE
           END-IF.
           MOVE SPACES TO REVIEW-LIMIT-TEXT.
           ACCEPT REVIEW-LIMIT-TEXT
               FROM ENVIRONMENT "SGS-REVIEW-CHANGE-LIMIT".
           IF REVIEW-LIMIT-TEXT NOT = SPACES
               AND FUNCTION TRIM(REVIEW-LIMIT-TEXT) IS NUMERIC
               MOVE FUNCTION NUMVAL(REVIEW-LIMIT-TEXT)
                   TO REVIEW-CHANGE-LIMIT
           END-IF.
           MOVE SPACES TO REVIEW-LIMIT-TEXT.
           ACCEPT REVIEW-LIMIT-TEXT
               FROM ENVIRONMENT "SGS-REVIEW-OPERATOR-SHARE".
           IF REVIEW-LIMIT-TEXT NOT = SPACES
               AND FUNCTION TRIM(REVIEW-LIMIT-TEXT) IS NUMERIC
               MOVE FUNCTION NUMVAL(REVIEW-LIMIT-TEXT)
                   TO REVIEW-SHARE-PERCENT
           END-IF.
           MOVE SPACES TO REVIEW-LIMIT-TEXT.
           ACCEPT REVIEW-LIMIT-TEXT
               FROM ENVIRONMENT "SGS-REVIEW-PAIR-LIMIT".
           IF REVIEW-LIMIT-TEXT NOT = SPACES
               AND FUNCTION TRIM(REVIEW-LIMIT-TEXT) IS NUMERIC
               MOVE FUNCTION NUMVAL(REVIEW-LIMIT-TEXT)
                   TO REVIEW-PAIR-LIMIT
           END-IF.

      *> A trail that is not on disk is skipped - the review runs on
      *> whatever evidence exists.
       BUILD-REVIEW-RECORDS.
           PERFORM LOAD-MAINT-AUDIT-EVENTS.
           PERFORM LOAD-REGISTER-EVENTS.
           PERFORM LOAD-PENDING-EVENTS.

       LOAD-MAINT-AUDIT-EVENTS.
           OPEN INPUT MAINT-AUDIT-FILE.
           IF MAINT-AUDIT-FILE-STATUS = "35"
               DISPLAY "No maintenance_audit.txt on disk - skipped."
           ELSE
               MOVE 0 TO REVIEW-HOLD-DATE
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ MAINT-AUDIT-FILE
                       AT END MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           PERFORM SCAN-MAINT-AUDIT-LINE
                   END-READ
               END-PERFORM
               CLOSE MAINT-AUDIT-FILE
           END-IF.

      *> The header line gives date, time, operator and action; the
      *> BEFORE image gives the old grade and the AFTER image the new
      *> one, and completes the event.
       SCAN-MAINT-AUDIT-LINE.
           EVALUATE TRUE
               WHEN MAINT-AUDIT-DATE IS NUMERIC
                   MOVE MAINT-AUDIT-DATE TO REVIEW-HOLD-DATE
                   MOVE MAINT-AUDIT-TIME TO REVIEW-HOLD-TIME
                   MOVE MAINT-AUDIT-OPERATOR TO REVIEW-HOLD-OPERATOR
                   MOVE MAINT-AUDIT-ACTION TO REVIEW-HOLD-ACTION
                   MOVE "--" TO REVIEW-HOLD-OLD
                   MOVE SPACES TO REVIEW-HOLD-NUMBER REVIEW-HOLD-COURSE
               WHEN MAINT-AUDIT-IMAGE-TAG = "  BEFORE: "
                   MOVE MAINT-AUDIT-NUMBER TO REVIEW-HOLD-NUMBER
                   MOVE MAINT-AUDIT-COURSE TO REVIEW-HOLD-COURSE
                   IF MAINT-AUDIT-NUMBER = SPACES
                       MOVE "--" TO REVIEW-HOLD-OLD
                   ELSE
                       IF MAINT-AUDIT-GRADE-STATUS = SPACES
                           MOVE MAINT-AUDIT-GRADE TO REVIEW-HOLD-OLD
                       ELSE
                           MOVE MAINT-AUDIT-GRADE-STATUS
                               TO REVIEW-HOLD-OLD
                       END-IF
                   END-IF
               WHEN MAINT-AUDIT-IMAGE-TAG = "  AFTER:  "
                   AND REVIEW-HOLD-DATE > 0
                   MOVE SPACES TO REVIEW-WORK-RECORD
                   MOVE REVIEW-HOLD-DATE TO REVIEW-DATE
                   MOVE REVIEW-HOLD-TIME TO REVIEW-TIME
                   MOVE "MNT" TO REVIEW-SOURCE
                   MOVE REVIEW-HOLD-ACTION TO REVIEW-ACTION
                   MOVE REVIEW-HOLD-OLD TO REVIEW-OLD-SHOW
      *> A held delete leaves the after image blank; the enrollment
      *> is named by the before image instead.
                   EVALUATE TRUE
                       WHEN MAINT-AUDIT-NUMBER = SPACES
                           MOVE REVIEW-HOLD-NUMBER
                               TO REVIEW-STUDENT-NUMBER
                           MOVE REVIEW-HOLD-COURSE TO REVIEW-COURSE
                           MOVE "--" TO REVIEW-NEW-SHOW
                       WHEN MAINT-AUDIT-GRADE-STATUS = SPACES
                           MOVE MAINT-AUDIT-NUMBER
                               TO REVIEW-STUDENT-NUMBER
                           MOVE MAINT-AUDIT-COURSE TO REVIEW-COURSE
                           MOVE MAINT-AUDIT-GRADE TO REVIEW-NEW-SHOW
                       WHEN OTHER
                           MOVE MAINT-AUDIT-NUMBER
                               TO REVIEW-STUDENT-NUMBER
                           MOVE MAINT-AUDIT-COURSE TO REVIEW-COURSE
                           MOVE MAINT-AUDIT-GRADE-STATUS
                               TO REVIEW-NEW-SHOW
                   END-EVALUATE
                   MOVE REVIEW-HOLD-OPERATOR TO REVIEW-OPERATOR
                   IF REVIEW-ACTION = "ADD" OR REVIEW-ACTION = "CHG"
                       MOVE "Y" TO REVIEW-CHANGE-FLAG
                   ELSE
                       MOVE "N" TO REVIEW-CHANGE-FLAG
                   END-IF
                   PERFORM RELEASE-REVIEW-EVENT
                   MOVE 0 TO REVIEW-HOLD-DATE
           END-EVALUATE.

      *> Only applied lines carrying the before/after detail are
      *> events; held items are taken from the pending file instead.
       LOAD-REGISTER-EVENTS.
           OPEN INPUT REGISTER-FILE.
           IF REGISTER-FILE-STATUS = "35"
               DISPLAY "No transaction_register.txt on disk - skipped."
           ELSE
               MOVE 0 TO REVIEW-BLOCK-DATE
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ REGISTER-FILE
                       AT END MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           PERFORM SCAN-REGISTER-LINE
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF.

       SCAN-REGISTER-LINE.
           IF REGISTER-HEADER-TAG = "TRANSACTION REGISTER "
               AND REGISTER-HEADER-DATE IS NUMERIC
               MOVE REGISTER-HEADER-DATE TO REVIEW-BLOCK-DATE
           ELSE
               IF REGISTER-VIEW-ACTION = "APPLIED "
                   AND REGISTER-VIEW-FROM-TAG = "FROM "
                   MOVE SPACES TO REVIEW-WORK-RECORD
                   MOVE REVIEW-BLOCK-DATE TO REVIEW-DATE
                   MOVE "000000" TO REVIEW-TIME
                   MOVE "REG" TO REVIEW-SOURCE
                   MOVE REGISTER-VIEW-CODE TO REVIEW-ACTION
                   MOVE REGISTER-VIEW-NUMBER TO REVIEW-STUDENT-NUMBER
                   MOVE REGISTER-VIEW-COURSE TO REVIEW-COURSE
                   MOVE REGISTER-VIEW-OLD TO REVIEW-OLD-SHOW
                   MOVE REGISTER-VIEW-NEW TO REVIEW-NEW-SHOW
                   MOVE REGISTER-VIEW-OPERATOR TO REVIEW-OPERATOR
                   MOVE "Y" TO REVIEW-CHANGE-FLAG
                   PERFORM RELEASE-REVIEW-EVENT
               END-IF
           END-IF.

      *> A decided item is dated by its decision and shows both
      *> operators; an item still pending is dated by its submission.
      *> Only a release (A) changes the master.
       LOAD-PENDING-EVENTS.
           OPEN INPUT PENDING-FILE.
           IF PENDING-FILE-STATUS = "35"
               DISPLAY "No pending_approvals.txt on disk - skipped."
           ELSE
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ PENDING-FILE
                       AT END MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           PERFORM SCAN-PENDING-ITEM
                   END-READ
               END-PERFORM
               CLOSE PENDING-FILE
           END-IF.

       SCAN-PENDING-ITEM.
           MOVE SPACES TO REVIEW-WORK-RECORD.
           IF PENDING-STATUS = "A" OR PENDING-STATUS = "R"
               MOVE PENDING-DECIDE-DATE TO REVIEW-DATE
               MOVE PENDING-DECIDE-OPERATOR TO REVIEW-APPROVER
           ELSE
               MOVE PENDING-SUBMIT-DATE TO REVIEW-DATE
           END-IF.
           MOVE "000000" TO REVIEW-TIME.
           MOVE "PND" TO REVIEW-SOURCE.
           MOVE PENDING-CODE TO REVIEW-ACTION.
           MOVE PENDING-STUDENT-NUMBER TO REVIEW-STUDENT-NUMBER.
           MOVE PENDING-COURSE TO REVIEW-COURSE.
           IF PENDING-CODE = "ADD"
               MOVE "--" TO REVIEW-OLD-SHOW
           ELSE
               MOVE PENDING-OLD-GRADE TO REVIEW-OLD-SHOW
           END-IF.
           EVALUATE TRUE
               WHEN PENDING-CODE = "DEL"
                   MOVE "--" TO REVIEW-NEW-SHOW
               WHEN PENDING-NEW-STATUS = SPACES
                   MOVE PENDING-NEW-GRADE TO REVIEW-NEW-SHOW
               WHEN OTHER
                   MOVE PENDING-NEW-STATUS TO REVIEW-NEW-SHOW
           END-EVALUATE.
           MOVE PENDING-SUBMIT-OPERATOR TO REVIEW-OPERATOR.
           MOVE PENDING-STATUS TO REVIEW-DECISION.
           IF PENDING-STATUS = "A"
               MOVE "Y" TO REVIEW-CHANGE-FLAG
           ELSE
               MOVE "N" TO REVIEW-CHANGE-FLAG
           END-IF.
           PERFORM RELEASE-REVIEW-EVENT.

       RELEASE-REVIEW-EVENT.
           IF REVIEW-DATE >= REVIEW-FROM-DATE
               AND REVIEW-DATE <= REVIEW-TO-DATE
               ADD 1 TO REVIEW-NEXT-SEQUENCE
               MOVE REVIEW-NEXT-SEQUENCE TO REVIEW-SEQUENCE
               RELEASE REVIEW-WORK-RECORD
           END-IF.

       WRITE-REVIEW-LISTING.
           MOVE "N" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "Y"
               RETURN REVIEW-WORK-FILE
                   AT END MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       PERFORM WRITE-REVIEW-DETAIL
               END-RETURN
           END-PERFORM.

       WRITE-REVIEW-DETAIL.
           ADD 1 TO REVIEW-EVENT-COUNT.
           MOVE SPACES TO REVIEW-FLAG-TEXT.
           IF REVIEW-IS-CHANGE
               ADD 1 TO REVIEW-CHANGE-COUNT
               PERFORM TALLY-REVIEW-OPERATOR
               IF REVIEW-ACTION = "CHG"
                   PERFORM TALLY-REVIEW-ENROLLMENT
                   PERFORM CHECK-REVIEW-FAIL-PASS
               END-IF
           END-IF.
           IF REVIEW-SOURCE = "PND" AND REVIEW-DECISION = "A"
               PERFORM TALLY-REVIEW-PAIR
           END-IF.
           MOVE REVIEW-STUDENT-NUMBER TO DEMOG-LOOKUP-NUMBER.
           MOVE "grade_report.txt" TO WITHHELD-OUTPUT-KEY.
           PERFORM APPLY-MASKED-NAMES.
           STRING REVIEW-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REVIEW-SOURCE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REVIEW-ACTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WORK-STUDENT-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REVIEW-COURSE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REVIEW-OLD-SHOW DELIMITED BY SIZE
               ">" DELIMITED BY SIZE
               REVIEW-NEW-SHOW DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               REVIEW-OPERATOR DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REVIEW-APPROVER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REVIEW-DECISION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REVIEW-FLAG-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE.
           IF REVIEW-FLAG-TEXT NOT = SPACES
               AND REVIEW-RAISE-COUNT < 100
               ADD 1 TO REVIEW-RAISE-COUNT
               MOVE REPORT-LINE
                   TO REVIEW-RAISE-LINE (REVIEW-RAISE-COUNT)
           END-IF.
           DISPLAY REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

      *> Raised from below the course's pass mark to at or above it,
      *> after the first release of grades for the term.
       CHECK-REVIEW-FAIL-PASS.
           IF REVIEW-DATE > REVIEW-FIRST-RELEASE
               AND REVIEW-OLD-SHOW IS NUMERIC
               AND REVIEW-NEW-SHOW IS NUMERIC
               MOVE REVIEW-OLD-SHOW TO REVIEW-OLD-NUMERIC
               MOVE REVIEW-NEW-SHOW TO REVIEW-NEW-NUMERIC
               MOVE REVIEW-COURSE TO LOOKUP-COURSE
               PERFORM SET-COURSE-SCALE
               IF REVIEW-OLD-NUMERIC < ACTIVE-PASS-CUTOFF
                   AND REVIEW-NEW-NUMERIC >= ACTIVE-PASS-CUTOFF
                   MOVE "FAIL>PASS" TO REVIEW-FLAG-TEXT
               END-IF
           END-IF.

       TALLY-REVIEW-ENROLLMENT.
           MOVE REVIEW-STUDENT-NUMBER TO REVIEW-MATCH-NUMBER.
           MOVE REVIEW-COURSE TO REVIEW-MATCH-COURSE.
           MOVE 0 TO REVIEW-ENROLL-FOUND.
           MOVE 0 TO REVIEW-ENROLL-INDEX.
           PERFORM UNTIL REVIEW-ENROLL-INDEX >= REVIEW-ENROLL-COUNT
               ADD 1 TO REVIEW-ENROLL-INDEX
               IF REVIEW-ENROLL-KEY (REVIEW-ENROLL-INDEX)
                   = REVIEW-ENROLL-MATCH-KEY
                   MOVE REVIEW-ENROLL-INDEX TO REVIEW-ENROLL-FOUND
                   MOVE REVIEW-ENROLL-COUNT TO REVIEW-ENROLL-INDEX
               END-IF
           END-PERFORM.
           IF REVIEW-ENROLL-FOUND = 0
               IF REVIEW-ENROLL-COUNT < 500
                   ADD 1 TO REVIEW-ENROLL-COUNT
                   MOVE REVIEW-ENROLL-COUNT TO REVIEW-ENROLL-FOUND
                   MOVE REVIEW-ENROLL-MATCH-KEY
                       TO REVIEW-ENROLL-KEY (REVIEW-ENROLL-FOUND)
                   MOVE 0 TO REVIEW-ENROLL-CHANGES (REVIEW-ENROLL-FOUND)
               ELSE
                   SET REVIEW-TABLE-FULL TO TRUE
               END-IF
           END-IF.
           IF REVIEW-ENROLL-FOUND > 0
               ADD 1 TO REVIEW-ENROLL-CHANGES (REVIEW-ENROLL-FOUND)
           END-IF.

       TALLY-REVIEW-OPERATOR.
           MOVE 0 TO REVIEW-OPER-FOUND.
           MOVE 0 TO REVIEW-OPER-INDEX.
           PERFORM UNTIL REVIEW-OPER-INDEX >= REVIEW-OPER-COUNT
               ADD 1 TO REVIEW-OPER-INDEX
               IF REVIEW-OPER-ID (REVIEW-OPER-INDEX) = REVIEW-OPERATOR
                   MOVE REVIEW-OPER-INDEX TO REVIEW-OPER-FOUND
                   MOVE REVIEW-OPER-COUNT TO REVIEW-OPER-INDEX
               END-IF
           END-PERFORM.
           IF REVIEW-OPER-FOUND = 0
               IF REVIEW-OPER-COUNT < 50
                   ADD 1 TO REVIEW-OPER-COUNT
                   MOVE REVIEW-OPER-COUNT TO REVIEW-OPER-FOUND
                   MOVE REVIEW-OPERATOR
                       TO REVIEW-OPER-ID (REVIEW-OPER-FOUND)
                   MOVE 0 TO REVIEW-OPER-CHANGES (REVIEW-OPER-FOUND)
               ELSE
                   SET REVIEW-TABLE-FULL TO TRUE
               END-IF
           END-IF.
           IF REVIEW-OPER-FOUND > 0
               ADD 1 TO REVIEW-OPER-CHANGES (REVIEW-OPER-FOUND)
           END-IF.

      *> Pairs are kept in name order so A-for-B and B-for-A land on
      *> the same row: FORWARD counts the first operator submitting
      *> and the second approving, REVERSE the other way round.
       TALLY-REVIEW-PAIR.
           IF REVIEW-OPERATOR < REVIEW-APPROVER
               MOVE REVIEW-OPERATOR TO REVIEW-PAIR-LOW
               MOVE REVIEW-APPROVER TO REVIEW-PAIR-HIGH
           ELSE
               MOVE REVIEW-APPROVER TO REVIEW-PAIR-LOW
               MOVE REVIEW-OPERATOR TO REVIEW-PAIR-HIGH
           END-IF.
           MOVE 0 TO REVIEW-PAIR-FOUND.
           MOVE 0 TO REVIEW-PAIR-INDEX.
           PERFORM UNTIL REVIEW-PAIR-INDEX >= REVIEW-PAIR-COUNT
               ADD 1 TO REVIEW-PAIR-INDEX
               IF REVIEW-PAIR-FIRST (REVIEW-PAIR-INDEX)
                   = REVIEW-PAIR-LOW
                   AND REVIEW-PAIR-SECOND (REVIEW-PAIR-INDEX)
                   = REVIEW-PAIR-HIGH
                   MOVE REVIEW-PAIR-INDEX TO REVIEW-PAIR-FOUND
                   MOVE REVIEW-PAIR-COUNT TO REVIEW-PAIR-INDEX
               END-IF
           END-PERFORM.
           IF REVIEW-PAIR-FOUND = 0
               IF REVIEW-PAIR-COUNT < 50
                   ADD 1 TO REVIEW-PAIR-COUNT
                   MOVE REVIEW-PAIR-COUNT TO REVIEW-PAIR-FOUND
                   MOVE REVIEW-PAIR-LOW
                       TO REVIEW-PAIR-FIRST (REVIEW-PAIR-FOUND)
                   MOVE REVIEW-PAIR-HIGH
                       TO REVIEW-PAIR-SECOND (REVIEW-PAIR-FOUND)
                   MOVE 0 TO REVIEW-PAIR-FORWARD (REVIEW-PAIR-FOUND)
                       REVIEW-PAIR-REVERSE (REVIEW-PAIR-FOUND)
               ELSE
                   SET REVIEW-TABLE-FULL TO TRUE
               END-IF
           END-IF.
           IF REVIEW-PAIR-FOUND > 0
               IF REVIEW-OPERATOR = REVIEW-PAIR-LOW
                   ADD 1 TO REVIEW-PAIR-FORWARD (REVIEW-PAIR-FOUND)
               ELSE
                   ADD 1 TO REVIEW-PAIR-REVERSE (REVIEW-PAIR-FOUND)
               END-IF
           END-IF.

       WRITE-REVIEW-FLAGS.
           MOVE "PATTERN FLAGS" TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           DISPLAY "PATTERN FLAGS".
           PERFORM WRITE-REVIEW-ENROLL-FLAGS.
           PERFORM WRITE-REVIEW-RAISE-FLAGS.
           PERFORM WRITE-REVIEW-OPER-FLAGS.
           PERFORM WRITE-REVIEW-PAIR-FLAGS.

       WRITE-REVIEW-ENROLL-FLAGS.
           STRING "ENROLLMENTS CHANGED MORE THAN " DELIMITED BY SIZE
               REVIEW-CHANGE-LIMIT DELIMITED BY SIZE
               " TIMES" DELIMITED BY SIZE
               INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 0 TO REVIEW-SECTION-COUNT.
           MOVE 0 TO REVIEW-ENROLL-INDEX.
           PERFORM UNTIL REVIEW-ENROLL-INDEX >= REVIEW-ENROLL-COUNT
               ADD 1 TO REVIEW-ENROLL-INDEX
               IF REVIEW-ENROLL-CHANGES (REVIEW-ENROLL-INDEX)
                   > REVIEW-CHANGE-LIMIT
                   ADD 1 TO REVIEW-SECTION-COUNT REVIEW-FLAG-COUNT
                   MOVE REVIEW-ENROLL-KEY (REVIEW-ENROLL-INDEX)
                       TO REVIEW-ENROLL-MATCH-KEY
                   MOVE REVIEW-MATCH-NUMBER TO DEMOG-LOOKUP-NUMBER
                   MOVE "grade_report.txt" TO WITHHELD-OUTPUT-KEY
                   PERFORM APPLY-MASKED-NAMES
                   STRING "  " DELIMITED BY SIZE
                       WORK-STUDENT-ID DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       REVIEW-MATCH-COURSE DELIMITED BY SIZE
                       " CHANGES: " DELIMITED BY SIZE
                       REVIEW-ENROLL-CHANGES (REVIEW-ENROLL-INDEX)
                           DELIMITED BY SIZE
                       INTO REPORT-LINE
                   DISPLAY REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM.
           PERFORM WRITE-REVIEW-NONE-LINE.

       WRITE-REVIEW-RAISE-FLAGS.
           STRING "FAILING TO PASSING AFTER FIRST RELEASE "
                   DELIMITED BY SIZE
               REVIEW-FIRST-RELEASE DELIMITED BY SIZE
               INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 0 TO REVIEW-SECTION-COUNT.
           MOVE 0 TO REVIEW-RAISE-INDEX.
           PERFORM UNTIL REVIEW-RAISE-INDEX >= REVIEW-RAISE-COUNT
               ADD 1 TO REVIEW-RAISE-INDEX
               ADD 1 TO REVIEW-SECTION-COUNT REVIEW-FLAG-COUNT
               STRING "  " DELIMITED BY SIZE
                   REVIEW-RAISE-LINE (REVIEW-RAISE-INDEX)
                       DELIMITED BY SIZE
                   INTO REPORT-LINE
               DISPLAY REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-PERFORM.
           PERFORM WRITE-REVIEW-NONE-LINE.

       WRITE-REVIEW-OPER-FLAGS.
           STRING "OPERATORS OVER " DELIMITED BY SIZE
               REVIEW-SHARE-PERCENT DELIMITED BY SIZE
               "% OF " DELIMITED BY SIZE
               REVIEW-CHANGE-COUNT DELIMITED BY SIZE
               " CHANGES" DELIMITED BY SIZE
               INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 0 TO REVIEW-SECTION-COUNT.
           MOVE 0 TO REVIEW-OPER-INDEX.
           PERFORM UNTIL REVIEW-OPER-INDEX >= REVIEW-OPER-COUNT
               ADD 1 TO REVIEW-OPER-INDEX
               COMPUTE REVIEW-PERCENT =
                   REVIEW-OPER-CHANGES (REVIEW-OPER-INDEX) * 100
                   / REVIEW-CHANGE-COUNT
               IF REVIEW-PERCENT > REVIEW-SHARE-PERCENT
                   ADD 1 TO REVIEW-SECTION-COUNT REVIEW-FLAG-COUNT
                   STRING "  " DELIMITED BY SIZE
                       REVIEW-OPER-ID (REVIEW-OPER-INDEX)
                           DELIMITED BY SIZE
                       " CHANGES: " DELIMITED BY SIZE
                       REVIEW-OPER-CHANGES (REVIEW-OPER-INDEX)
                           DELIMITED BY SIZE
                       "  SHARE: " DELIMITED BY SIZE
                       REVIEW-PERCENT DELIMITED BY SIZE
                       "%" DELIMITED BY SIZE
                       INTO REPORT-LINE
                   DISPLAY REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM.
           PERFORM WRITE-REVIEW-NONE-LINE.

       WRITE-REVIEW-PAIR-FLAGS.
           STRING "OPERATOR PAIRS OVER " DELIMITED BY SIZE
               REVIEW-PAIR-LIMIT DELIMITED BY SIZE
               " RELEASED HOLDS, BOTH WAYS" DELIMITED BY SIZE
               INTO REPORT-LINE.
           DISPLAY REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE 0 TO REVIEW-SECTION-COUNT.
           MOVE 0 TO REVIEW-PAIR-INDEX.
           PERFORM UNTIL REVIEW-PAIR-INDEX >= REVIEW-PAIR-COUNT
               ADD 1 TO REVIEW-PAIR-INDEX
               COMPUTE REVIEW-PAIR-TOTAL =
                   REVIEW-PAIR-FORWARD (REVIEW-PAIR-INDEX)
                   + REVIEW-PAIR-REVERSE (REVIEW-PAIR-INDEX)
               IF REVIEW-PAIR-FORWARD (REVIEW-PAIR-INDEX) > 0
                   AND REVIEW-PAIR-REVERSE (REVIEW-PAIR-INDEX) > 0
                   AND REVIEW-PAIR-TOTAL > REVIEW-PAIR-LIMIT
                   ADD 1 TO REVIEW-SECTION-COUNT REVIEW-FLAG-COUNT
                   STRING "  " DELIMITED BY SIZE
                       REVIEW-PAIR-FIRST (REVIEW-PAIR-INDEX)
                           DELIMITED BY SIZE
                       " / " DELIMITED BY SIZE
                       REVIEW-PAIR-SECOND (REVIEW-PAIR-INDEX)
                           DELIMITED BY SIZE
                       " SUBMITTED/APPROVED: " DELIMITED BY SIZE
                       REVIEW-PAIR-FORWARD (REVIEW-PAIR-INDEX)
                           DELIMITED BY SIZE
                       "  REVERSED: " DELIMITED BY SIZE
                       REVIEW-PAIR-REVERSE (REVIEW-PAIR-INDEX)
                           DELIMITED BY SIZE
                       INTO REPORT-LINE
                   DISPLAY REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               END-IF
           END-PERFORM.
           PERFORM WRITE-REVIEW-NONE-LINE.

       WRITE-REVIEW-NONE-LINE.
           IF REVIEW-SECTION-COUNT = 0
               MOVE "  NONE" TO REPORT-LINE
               DISPLAY REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *> The operator for the run comes from SGS-OPERATOR-ID. A
      *> scheduled run without it is the BATCH operator; an
      *> interactive session without it is asked who is signed on.
       GET-RUN-OPERATOR.
           MOVE SPACES TO SUBMIT-OPERATOR-ID.
           ACCEPT SUBMIT-OPERATOR-ID
               FROM ENVIRONMENT "SGS-OPERATOR-ID".
           IF SUBMIT-OPERATOR-ID = SPACES
               IF BATCH-MODE
                   MOVE "BATCH" TO SUBMIT-OPERATOR-ID
               ELSE
                   PERFORM UNTIL SUBMIT-OPERATOR-ID NOT = SPACES
                       DISPLAY "Enter operator ID: " WITH NO ADVANCING
                       ACCEPT SUBMIT-OPERATOR-ID
                   END-PERFORM
               END-IF
           END-IF.

      *> Role needed for each function: operations for the staging
      *> sort, the nightly ALL run and everything that rewrites the
      *> master or its control files; approver or operations to work
      *> the pending file (each decision is still checked against the
      *> approving operator); auditor for the grade-change review;
      *> clerk or operations for the transfer-credit import;
      *> operations for the department burst, whose files leave the
      *> office unattended.
      *> Reports, extracts and the inquiry are open to any operator
      *> holding a role.
       AUTHORIZE-RUN-FUNCTION.
           MOVE SUBMIT-OPERATOR-ID TO SECURITY-LOOKUP-ID.
           PERFORM FIND-OPERATOR-ROLES.
           MOVE "N" TO FUNCTION-AUTHORIZED-FLAG.
           IF RUN-ALL-MODE
               MOVE "NIGHTLY ALL RUN" TO SECURITY-FUNCTION
               IF HAS-OPERATIONS-ROLE
                   SET FUNCTION-IS-AUTHORIZED TO TRUE
               END-IF
           ELSE
               EVALUATE USER-CHOICE
                   WHEN 1
                       MOVE "SORT AND STAGE" TO SECURITY-FUNCTION
                   WHEN 2
                       MOVE "SUMMARY REPORTS" TO SECURITY-FUNCTION
                   WHEN 3
                       MOVE "CSV EXPORT" TO SECURITY-FUNCTION
                   WHEN 4
                       MOVE "STUDENT INQUIRY" TO SECURITY-FUNCTION
                   WHEN 5
                       MOVE "APPLY MASTER TRANSACTIONS"
                           TO SECURITY-FUNCTION
                   WHEN 6
                       MOVE "RESTORE MASTER GENERATION"
                           TO SECURITY-FUNCTION
                   WHEN 7
                       MOVE "APPROVE HELD TRANSACTIONS"
                           TO SECURITY-FUNCTION
                   WHEN 8
                       MOVE "MATCH REGISTRAR ACKS" TO SECURITY-FUNCTION
                   WHEN 9
                       MOVE "ARCHIVE AGED RECORDS" TO SECURITY-FUNCTION
                   WHEN 10
                       MOVE "PREREQUISITE VIOLATION LIST"
                           TO SECURITY-FUNCTION
                   WHEN 11
                       MOVE "MISSING-GRADE CHASE REPORT"
                           TO SECURITY-FUNCTION
                   WHEN 12
                       MOVE "GRADE-CHANGE PATTERN REVIEW"
                           TO SECURITY-FUNCTION
                   WHEN 13
                       MOVE "TRANSFER-CREDIT IMPORT"
                           TO SECURITY-FUNCTION
                   WHEN 14
                       MOVE "DEPARTMENT REPORT BURSTING"
                           TO SECURITY-FUNCTION
                   WHEN 15
                       MOVE "GRADE-CHANGE NOTICE EXTRACT"
                           TO SECURITY-FUNCTION
               END-EVALUATE
               EVALUATE USER-CHOICE
                   WHEN 1
                   WHEN 5
                   WHEN 6
                   WHEN 8
                   WHEN 9
                   WHEN 14
                   WHEN 15
                       IF HAS-OPERATIONS-ROLE
                           SET FUNCTION-IS-AUTHORIZED TO TRUE
                       END-IF
                   WHEN 7
                       IF HAS-APPROVER-ROLE OR HAS-OPERATIONS-ROLE
                           SET FUNCTION-IS-AUTHORIZED TO TRUE
                       END-IF
                   WHEN 12
                       IF HAS-AUDITOR-ROLE
                           SET FUNCTION-IS-AUTHORIZED TO TRUE
                       END-IF
                   WHEN 13
                       IF HAS-CLERK-ROLE OR HAS-OPERATIONS-ROLE
                           SET FUNCTION-IS-AUTHORIZED TO TRUE
                       END-IF
                   WHEN OTHER
                       IF HAS-CLERK-ROLE OR HAS-APPROVER-ROLE
                           OR HAS-OPERATIONS-ROLE OR HAS-AUDITOR-ROLE
                           SET FUNCTION-IS-AUTHORIZED TO TRUE
                       END-IF
               END-EVALUATE
           END-IF.
           IF NOT FUNCTION-IS-AUTHORIZED
               PERFORM REFUSE-FUNCTION
           END-IF.

      *> Without operator_security.txt on disk no operator holds any
      *> role, so every function is refused until the file is put
      *> back.
       FIND-OPERATOR-ROLES.
           MOVE "N" TO SECURITY-FOUND-FLAG.
           MOVE SPACES TO OPERATOR-ROLES.
           OPEN INPUT SECURITY-FILE.
           IF SECURITY-FILE-STATUS = "35"
               DISPLAY "No operator_security.txt on disk - "
                   "no operator is authorized."
           ELSE
               MOVE "N" TO SECURITY-EOF-FLAG
               PERFORM UNTIL SECURITY-EOF-FLAG = "Y"
                   READ SECURITY-FILE
                       AT END MOVE "Y" TO SECURITY-EOF-FLAG
                       NOT AT END
                           IF SECURITY-OPERATOR = SECURITY-LOOKUP-ID
                               SET OPERATOR-ON-FILE TO TRUE
                               MOVE SECURITY-ROLES TO OPERATOR-ROLES
                               MOVE "Y" TO SECURITY-EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECURITY-FILE
           END-IF.

      *> A refused function is shown to the operator, goes into the
      *> run_audit.log block with the operator and the function, and
      *> ends the run 12 because the requested work was not done.
       REFUSE-FUNCTION.
           DISPLAY "OPERATOR " SECURITY-LOOKUP-ID
               " IS NOT AUTHORIZED FOR "
               FUNCTION TRIM(SECURITY-FUNCTION) " - REFUSED".
           MOVE SPACES TO SECURITY-NOTE.
           STRING "REFUSED " DELIMITED BY SIZE
               SECURITY-LOOKUP-ID DELIMITED BY SPACE
               " FUNCTION " DELIMITED BY SIZE
               SECURITY-FUNCTION DELIMITED BY SIZE
               INTO SECURITY-NOTE.
           MOVE 12 TO CANDIDATE-CONDITION-CODE.
           PERFORM RAISE-CONDITION-CODE.

       SET-TRANSFER-MARKER.
           IF STATUS-TRANSFER
               MOVE "TRANSFER" TO TRANSFER-MARKER
           ELSE
               MOVE SPACES TO TRANSFER-MARKER
           END-IF.

       APPLY-TRANSFER-SCALE-RECORD.
           IF SCALE-COURSE = SPACES
               OR SCALE-TRANSFER-GRADE = SPACES
               OR SCALE-TRANSFER-LETTER = SPACES
               DISPLAY "Transfer scale record for " SCALE-COURSE " "
                   SCALE-TRANSFER-GRADE " is not valid - ignored."
           ELSE
               IF TRANSFER-SCALE-COUNT < 100
                   ADD 1 TO TRANSFER-SCALE-COUNT
                   MOVE SCALE-COURSE TO TRANSFER-SCALE-INSTITUTION
                       (TRANSFER-SCALE-COUNT)
                   MOVE SCALE-TRANSFER-GRADE TO TRANSFER-SCALE-GRADE
                       (TRANSFER-SCALE-COUNT)
                   MOVE SCALE-TRANSFER-LETTER TO TRANSFER-SCALE-LETTER
                       (TRANSFER-SCALE-COUNT)
               ELSE
                   DISPLAY "Transfer scale table full - "
                       SCALE-COURSE " " SCALE-TRANSFER-GRADE
                       " ignored."
               END-IF
           END-IF.

      *> Transfer-credit intake: each partner line is mapped to a
      *> local course through course_equivalency.txt, its grade is
      *> converted through the partner's "T" rows in grade_scale.txt
      *> to a letter and then to the bottom of that letter's band on
      *> the local course's scale, and the enrollment is written to
      *> the master with grade status TR. The source institution
      *> goes on transfer_credit_ledger.txt and the posting to the
      *> registrar on registrar_outbound_xfer.txt. Lines that cannot
      *> be mapped, converted or posted are listed on
      *> transfer_exceptions.txt for review and raise RC 4.
       IMPORT-TRANSFER-CREDITS.
           DISPLAY "----------------------------------------".
           DISPLAY "       TRANSFER-CREDIT IMPORT            ".
           DISPLAY "----------------------------------------".
           MOVE 0 TO TRANSFER-READ-COUNT TRANSFER-POSTED-COUNT
               TRANSFER-EXCEPTION-COUNT.
           OPEN INPUT TRANSFER-IN-FILE.
           IF TRANSFER-FILE-STATUS = "35"
               DISPLAY "No transfer_credits.txt on disk - "
                   "nothing to import."
           ELSE
               PERFORM LOAD-COURSE-EQUIVALENCIES
               PERFORM ACQUIRE-MASTER-LOCK
               OPEN I-O MASTER-FILE
               MOVE MASTER-FILE-STATUS TO MASTER-OPEN-STATUS
               IF MASTER-OPEN-STATUS NOT = "00"
                   DISPLAY "Master file unavailable - status "
                       MASTER-OPEN-STATUS " - nothing imported."
                   MOVE 12 TO CANDIDATE-CONDITION-CODE
                   PERFORM RAISE-CONDITION-CODE
                   CLOSE TRANSFER-IN-FILE
               ELSE
                   OPEN OUTPUT TRANSFER-EXCEPTION-FILE
                   MOVE SPACES TO TRANSFER-LINE
                   STRING "TRANSFER CREDIT EXCEPTIONS "
                           DELIMITED BY SIZE
                       BUSINESS-DATE DELIMITED BY SIZE
                       INTO TRANSFER-LINE
                   PERFORM WRITE-TRANSFER-EXCEPTION-LINE
                   OPEN EXTEND TRANSFER-LEDGER-FILE
                   IF TRANSFER-LEDGER-STATUS = "35"
                       OPEN OUTPUT TRANSFER-LEDGER-FILE
                   END-IF
                   MOVE "registrar_outbound_xfer.txt"
                       TO OUTBOUND-FILE-NAME
                   PERFORM OPEN-OUTBOUND-INTERFACE
                   MOVE "N" TO EOF-FLAG
                   PERFORM UNTIL EOF-FLAG = "Y"
                       READ TRANSFER-IN-FILE
                           AT END MOVE "Y" TO EOF-FLAG
                           NOT AT END
                               IF TRANSFER-IN-RECORD NOT = SPACES
                                   PERFORM POST-TRANSFER-CREDIT
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE TRANSFER-IN-FILE
                   CLOSE MASTER-FILE
                   CLOSE TRANSFER-LEDGER-FILE
                   PERFORM CLOSE-OUTBOUND-INTERFACE
                   MOVE SPACES TO TRANSFER-LINE
                   STRING "READ " DELIMITED BY SIZE
                       TRANSFER-READ-COUNT DELIMITED BY SIZE
                       " POSTED " DELIMITED BY SIZE
                       TRANSFER-POSTED-COUNT DELIMITED BY SIZE
                       " EXCEPTIONS " DELIMITED BY SIZE
                       TRANSFER-EXCEPTION-COUNT DELIMITED BY SIZE
                       INTO TRANSFER-LINE
                   PERFORM WRITE-TRANSFER-EXCEPTION-LINE
                   CLOSE TRANSFER-EXCEPTION-FILE
                   MOVE "students_master.dat" TO OUTPUT-FILE-NAME
                   PERFORM RECORD-OUTPUT-FILE
                   MOVE "transfer_credit_ledger.txt"
                       TO OUTPUT-FILE-NAME
                   PERFORM RECORD-OUTPUT-FILE
                   MOVE "transfer_exceptions.txt" TO OUTPUT-FILE-NAME
                   PERFORM RECORD-OUTPUT-FILE
                   DISPLAY "READ:       " TRANSFER-READ-COUNT
                   DISPLAY "POSTED:     " TRANSFER-POSTED-COUNT
                   DISPLAY "EXCEPTIONS: " TRANSFER-EXCEPTION-COUNT
                   IF TRANSFER-EXCEPTION-COUNT > 0
                       DISPLAY "Unposted lines listed on "
                           "transfer_exceptions.txt for review."
                       MOVE 4 TO CANDIDATE-CONDITION-CODE
                       PERFORM RAISE-CONDITION-CODE
                   END-IF
               END-IF
               PERFORM RELEASE-MASTER-LOCK
           END-IF.

      *> Without course_equivalency.txt on disk nothing can be mapped,
      *> so every partner line goes to the exception list.
       LOAD-COURSE-EQUIVALENCIES.
           MOVE 0 TO EQUIV-COUNT.
           OPEN INPUT EQUIV-FILE.
           IF EQUIV-FILE-STATUS = "35"
               DISPLAY "No course_equivalency.txt on disk - "
                   "no partner course can be mapped."
           ELSE
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ EQUIV-FILE
                       AT END MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF EQUIV-INSTITUTION NOT = SPACES
                               AND EQUIV-EXTERNAL-COURSE NOT = SPACES
                               AND EQUIV-LOCAL-COURSE NOT = SPACES
                               AND EQUIV-COUNT < 200
                               ADD 1 TO EQUIV-COUNT
                               MOVE EQUIV-INSTITUTION TO
                                   EQUIV-ENTRY-INSTITUTION (EQUIV-COUNT)
                               MOVE EQUIV-EXTERNAL-COURSE TO
                                   EQUIV-ENTRY-EXTERNAL (EQUIV-COUNT)
                               MOVE EQUIV-LOCAL-COURSE TO
                                   EQUIV-ENTRY-LOCAL (EQUIV-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EQUIV-FILE
               DISPLAY "Course equivalencies loaded from "
                   "course_equivalency.txt (" EQUIV-COUNT " row(s))."
           END-IF.

      *> Checks run in order and the first failure is the reason
      *> listed; a line already on the master for that local course
      *> is never overwritten.
       POST-TRANSFER-CREDIT.
           ADD 1 TO TRANSFER-READ-COUNT.
           SET TRANSFER-IS-VALID TO TRUE.
           MOVE SPACES TO TRANSFER-REASON TRANSFER-LOCAL-COURSE
               TRANSFER-LETTER.
           MOVE 0 TO TRANSFER-GRADE.
           EVALUATE TRUE
               WHEN TRANSFER-STUDENT-NUMBER IS NOT NUMERIC
                   SET TRANSFER-IS-INVALID TO TRUE
                   MOVE "STUDENT NUMBER NOT NUMERIC"
                       TO TRANSFER-REASON
               WHEN TRANSFER-INSTITUTION = SPACES
                   OR TRANSFER-EXTERNAL-COURSE = SPACES
                   OR TRANSFER-EXTERNAL-GRADE = SPACES
                   SET TRANSFER-IS-INVALID TO TRUE
                   MOVE "INSTITUTION/COURSE/GRADE BLANK"
                       TO TRANSFER-REASON
               WHEN OTHER
                   PERFORM FIND-COURSE-EQUIVALENT
                   IF EQUIV-FOUND-INDEX = 0
                       SET TRANSFER-IS-INVALID TO TRUE
                       MOVE "NO COURSE EQUIVALENCY"
                           TO TRANSFER-REASON
                   ELSE
                       MOVE EQUIV-ENTRY-LOCAL (EQUIV-FOUND-INDEX)
                           TO TRANSFER-LOCAL-COURSE
                   END-IF
           END-EVALUATE.
           IF TRANSFER-IS-VALID
               MOVE TRANSFER-STUDENT-NUMBER TO DEMOG-LOOKUP-NUMBER
               PERFORM FIND-DEMOGRAPHIC-STUDENT
               IF DEMOG-FOUND-INDEX = 0
                   SET TRANSFER-IS-INVALID TO TRUE
                   MOVE "NOT ON DEMOGRAPHIC MASTER" TO TRANSFER-REASON
               END-IF
           END-IF.
           IF TRANSFER-IS-VALID AND CATALOG-ON-FILE
               MOVE TRANSFER-LOCAL-COURSE TO LOOKUP-COURSE
               PERFORM FIND-CATALOG-COURSE
               IF CATALOG-FOUND-INDEX = 0
                   SET TRANSFER-IS-INVALID TO TRUE
                   MOVE "LOCAL COURSE NOT IN CATALOG"
                       TO TRANSFER-REASON
               ELSE
                   IF CATALOG-ENTRY-ACTIVE (CATALOG-FOUND-INDEX)
                           NOT = "Y"
                       SET TRANSFER-IS-INVALID TO TRUE
                       MOVE "LOCAL COURSE INACTIVE"
                           TO TRANSFER-REASON
                   END-IF
               END-IF
           END-IF.
           IF TRANSFER-IS-VALID
               PERFORM CONVERT-TRANSFER-GRADE
           END-IF.
           IF TRANSFER-IS-VALID
               MOVE TRANSFER-STUDENT-NUMBER TO MASTER-STUDENT-NUMBER
               MOVE TRANSFER-LOCAL-COURSE TO MASTER-COURSE
               READ MASTER-FILE
                   INVALID KEY
                       PERFORM WRITE-TRANSFER-MASTER
                   NOT INVALID KEY
                       SET TRANSFER-IS-INVALID TO TRUE
                       MOVE "ALREADY ON MASTER" TO TRANSFER-REASON
               END-READ
           END-IF.
           IF TRANSFER-IS-INVALID
               PERFORM LOG-TRANSFER-EXCEPTION
           END-IF.

       FIND-COURSE-EQUIVALENT.
           MOVE 0 TO EQUIV-FOUND-INDEX.
           MOVE 0 TO EQUIV-INDEX.
           PERFORM UNTIL EQUIV-INDEX >= EQUIV-COUNT
               ADD 1 TO EQUIV-INDEX
               IF EQUIV-ENTRY-INSTITUTION (EQUIV-INDEX)
                       = TRANSFER-INSTITUTION
                   AND EQUIV-ENTRY-EXTERNAL (EQUIV-INDEX)
                       = TRANSFER-EXTERNAL-COURSE
                   MOVE EQUIV-INDEX TO EQUIV-FOUND-INDEX
                   MOVE EQUIV-COUNT TO EQUIV-INDEX
               END-IF
           END-PERFORM.

      *> Partner grade to local letter through the "T" rows, then to
      *> the low end of that letter's band on the local course's
      *> scale, so the posted grade re-derives the same letter.
       CONVERT-TRANSFER-GRADE.
           MOVE 0 TO TRANSFER-SCALE-INDEX.
           PERFORM UNTIL TRANSFER-SCALE-INDEX >= TRANSFER-SCALE-COUNT
               ADD 1 TO TRANSFER-SCALE-INDEX
               IF TRANSFER-SCALE-INSTITUTION (TRANSFER-SCALE-INDEX)
                       = TRANSFER-INSTITUTION
                   AND TRANSFER-SCALE-GRADE (TRANSFER-SCALE-INDEX)
                       = TRANSFER-EXTERNAL-GRADE
                   MOVE TRANSFER-SCALE-LETTER (TRANSFER-SCALE-INDEX)
                       TO TRANSFER-LETTER
                   MOVE TRANSFER-SCALE-COUNT TO TRANSFER-SCALE-INDEX
               END-IF
           END-PERFORM.
           IF TRANSFER-LETTER = SPACES
               SET TRANSFER-IS-INVALID TO TRUE
               MOVE "GRADE NOT ON TRANSFER SCALE" TO TRANSFER-REASON
           ELSE
               MOVE TRANSFER-LOCAL-COURSE TO LOOKUP-COURSE
               PERFORM SET-COURSE-SCALE
               MOVE ACTIVE-SCALE-INDEX TO ACTIVE-BAND-INDEX
               IF SCALE-ENTRY-BAND-COUNT (ACTIVE-BAND-INDEX) = 0
                   MOVE 1 TO ACTIVE-BAND-INDEX
               END-IF
               MOVE "?" TO LETTER-GRADE
               MOVE 0 TO SCALE-BAND-INDEX
               PERFORM UNTIL SCALE-BAND-INDEX >=
                       SCALE-ENTRY-BAND-COUNT (ACTIVE-BAND-INDEX)
                   ADD 1 TO SCALE-BAND-INDEX
                   IF SCALE-ENTRY-LETTER
                           (ACTIVE-BAND-INDEX SCALE-BAND-INDEX)
                           = TRANSFER-LETTER
                       MOVE SCALE-ENTRY-LOW
                           (ACTIVE-BAND-INDEX SCALE-BAND-INDEX)
                           TO TRANSFER-GRADE
                       MOVE TRANSFER-LETTER TO LETTER-GRADE
                       MOVE SCALE-ENTRY-BAND-COUNT (ACTIVE-BAND-INDEX)
                           TO SCALE-BAND-INDEX
                   END-IF
               END-PERFORM
               IF LETTER-GRADE NOT = TRANSFER-LETTER
                   SET TRANSFER-IS-INVALID TO TRUE
                   MOVE "LETTER NOT ON COURSE SCALE"
                       TO TRANSFER-REASON
               END-IF
           END-IF.

       WRITE-TRANSFER-MASTER.
           MOVE SPACES TO MASTER-RECORD.
           MOVE TRANSFER-STUDENT-NUMBER TO MASTER-STUDENT-NUMBER.
           MOVE TRANSFER-LOCAL-COURSE TO MASTER-COURSE.
           MOVE DEMOG-ENTRY-FIRST (DEMOG-FOUND-INDEX)
               TO MASTER-FIRST-NAME.
           MOVE DEMOG-ENTRY-LAST (DEMOG-FOUND-INDEX)
               TO MASTER-LAST-NAME.
           MOVE TRANSFER-GRADE TO MASTER-GRADE.
           MOVE "TR" TO MASTER-GRADE-STATUS.
           WRITE MASTER-RECORD
               INVALID KEY
                   SET TRANSFER-IS-INVALID TO TRUE
                   MOVE "MASTER WRITE FAILED" TO TRANSFER-REASON
               NOT INVALID KEY
                   ADD 1 TO TRANSFER-POSTED-COUNT
                   PERFORM WRITE-OUTBOUND-MASTER-DETAIL
                   PERFORM WRITE-TRANSFER-LEDGER
           END-WRITE.

      *> Same detail layout, sourced from a record just written to
      *> the master, so transfer credits reach the registrar too.
       WRITE-OUTBOUND-MASTER-DETAIL.
           MOVE SPACES TO OUTBOUND-RECORD.
           MOVE MASTER-STUDENT-NUMBER TO OUTBOUND-STUDENT-NUMBER.
           MOVE MASTER-FIRST-NAME TO OUTBOUND-FIRST-NAME.
           MOVE MASTER-LAST-NAME TO OUTBOUND-LAST-NAME.
           MOVE MASTER-COURSE TO OUTBOUND-COURSE.
           MOVE MASTER-GRADE TO OUTBOUND-GRADE.
           MOVE MASTER-GRADE-STATUS TO OUTBOUND-GRADE-STATUS.
           WRITE OUTBOUND-RECORD.
           PERFORM LOG-OUTBOUND-SENT.
           ADD 1 TO OUTBOUND-COUNT.
           ADD MASTER-GRADE TO OUTBOUND-HASH.

      *> Permanent record of where each transfer credit came from:
      *> the master carries only the TR status, the ledger carries
      *> the institution, the partner course and grade, and who
      *> posted it.
       WRITE-TRANSFER-LEDGER.
           MOVE SPACES TO TRANSFER-LINE.
           STRING BUSINESS-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MASTER-STUDENT-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MASTER-COURSE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MASTER-GRADE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRANSFER-LETTER DELIMITED BY SIZE
               " TR FROM " DELIMITED BY SIZE
               TRANSFER-INSTITUTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRANSFER-EXTERNAL-COURSE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRANSFER-EXTERNAL-GRADE DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               SUBMIT-OPERATOR-ID DELIMITED BY SIZE
               INTO TRANSFER-LINE.
           MOVE TRANSFER-LINE TO TRANSFER-LEDGER-RECORD.
           WRITE TRANSFER-LEDGER-RECORD.
           DISPLAY "POSTED " TRANSFER-LINE.

       LOG-TRANSFER-EXCEPTION.
           ADD 1 TO TRANSFER-EXCEPTION-COUNT.
           MOVE SPACES TO TRANSFER-LINE.
           STRING TRANSFER-STUDENT-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRANSFER-INSTITUTION DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRANSFER-EXTERNAL-COURSE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRANSFER-EXTERNAL-GRADE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TRANSFER-LOCAL-COURSE DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               TRANSFER-REASON DELIMITED BY SIZE
               INTO TRANSFER-LINE.
           DISPLAY "EXCEPTION " TRANSFER-LINE.
           PERFORM WRITE-TRANSFER-EXCEPTION-LINE.

       WRITE-TRANSFER-EXCEPTION-LINE.
           MOVE TRANSFER-LINE TO TRANSFER-EXCEPTION-RECORD.
           WRITE TRANSFER-EXCEPTION-RECORD.
           MOVE SPACES TO TRANSFER-LINE.

      *> Department burst: the per-course breakdown, the grade
      *> distribution and the missing-grade chase list are written
      *> once per catalog department, each department to its own
      *> dept_report_<department>.txt, holding only that department's
      *> courses. distribution_manifest.txt lists every file with its
      *> record and page counts and the recipient from
      *> department_contacts.txt, for the file-transfer job to deliver
      *> unattended. A department with no contact on file goes out as
      *> UNASSIGNED and the run ends 4. Course history is not appended
      *> again by the burst.
       BURST-DEPARTMENT-REPORTS.
           DISPLAY "----------------------------------------".
           DISPLAY "     DEPARTMENT REPORT BURSTING          ".
           DISPLAY "----------------------------------------".
           PERFORM BUILD-BURST-DEPARTMENTS.
           IF BURST-COUNT = 0
               DISPLAY "No catalog departments on file - nothing "
                   "to burst."
               MOVE 4 TO CANDIDATE-CONDITION-CODE
               PERFORM RAISE-CONDITION-CODE
           ELSE
               PERFORM LOAD-DEPARTMENT-CONTACTS
               PERFORM OPEN-EXCEPTION-FILE
               SET BURST-IN-PROGRESS TO TRUE
               MOVE 0 TO BURST-INDEX
               PERFORM UNTIL BURST-INDEX >= BURST-COUNT
                   ADD 1 TO BURST-INDEX
                   PERFORM BURST-ONE-DEPARTMENT
               END-PERFORM
               MOVE "N" TO BURST-FLAG
               MOVE "grade_report.txt" TO REPORT-FILE-NAME
               PERFORM CLOSE-EXCEPTION-FILE
               PERFORM WRITE-DISTRIBUTION-MANIFEST
               IF BURST-UNASSIGNED-COUNT > 0
                   DISPLAY "WARNING: " BURST-UNASSIGNED-COUNT
                       " department file(s) have no recipient in "
                       "department_contacts.txt."
                   MOVE 4 TO CANDIDATE-CONDITION-CODE
                   PERFORM RAISE-CONDITION-CODE
               END-IF
               DISPLAY "Bursting completed. " BURST-COUNT
                   " department file(s) listed on "
                   "distribution_manifest.txt"
           END-IF.

      *> One entry per distinct catalog department, in catalog order.
       BUILD-BURST-DEPARTMENTS.
           MOVE 0 TO BURST-COUNT BURST-UNASSIGNED-COUNT.
           MOVE 0 TO CATALOG-INDEX.
           PERFORM UNTIL CATALOG-INDEX >= CATALOG-COUNT
               ADD 1 TO CATALOG-INDEX
               MOVE 0 TO BURST-FOUND-INDEX
               MOVE 0 TO BURST-INDEX
               PERFORM UNTIL BURST-INDEX >= BURST-COUNT
                   ADD 1 TO BURST-INDEX
                   IF BURST-ENTRY-DEPT (BURST-INDEX)
                       = CATALOG-ENTRY-DEPT (CATALOG-INDEX)
                       MOVE BURST-INDEX TO BURST-FOUND-INDEX
                       MOVE BURST-COUNT TO BURST-INDEX
                   END-IF
               END-PERFORM
               IF BURST-FOUND-INDEX = 0
                   AND CATALOG-ENTRY-DEPT (CATALOG-INDEX) NOT = SPACES
                   AND BURST-COUNT < 50
                   ADD 1 TO BURST-COUNT
                   MOVE CATALOG-ENTRY-DEPT (CATALOG-INDEX)
                       TO BURST-ENTRY-DEPT (BURST-COUNT)
                   MOVE SPACES TO BURST-ENTRY-FILE (BURST-COUNT)
                   STRING "dept_report_" DELIMITED BY SIZE
                       CATALOG-ENTRY-DEPT (CATALOG-INDEX)
                           DELIMITED BY SPACE
                       ".txt" DELIMITED BY SIZE
                       INTO BURST-ENTRY-FILE (BURST-COUNT)
                   MOVE 0 TO BURST-ENTRY-RECORDS (BURST-COUNT)
                       BURST-ENTRY-PAGES (BURST-COUNT)
                   MOVE "UNASSIGNED"
                       TO BURST-ENTRY-RECIPIENT (BURST-COUNT)
               END-IF
           END-PERFORM.

       LOAD-DEPARTMENT-CONTACTS.
           OPEN INPUT CONTACT-FILE.
           IF CONTACT-FILE-STATUS = "35"
               DISPLAY "No department_contacts.txt on disk - "
                   "every department file is UNASSIGNED."
           ELSE
               MOVE "N" TO CONTACT-EOF-FLAG
               PERFORM UNTIL CONTACT-EOF-FLAG = "Y"
                   READ CONTACT-FILE
                       AT END MOVE "Y" TO CONTACT-EOF-FLAG
                       NOT AT END
                           PERFORM APPLY-DEPARTMENT-CONTACT
                   END-READ
               END-PERFORM
               CLOSE CONTACT-FILE
           END-IF.
           MOVE 0 TO BURST-INDEX.
           PERFORM UNTIL BURST-INDEX >= BURST-COUNT
               ADD 1 TO BURST-INDEX
               IF BURST-ENTRY-RECIPIENT (BURST-INDEX) = "UNASSIGNED"
                   ADD 1 TO BURST-UNASSIGNED-COUNT
               END-IF
           END-PERFORM.

       APPLY-DEPARTMENT-CONTACT.
           MOVE 0 TO BURST-INDEX.
           PERFORM UNTIL BURST-INDEX >= BURST-COUNT
               ADD 1 TO BURST-INDEX
               IF BURST-ENTRY-DEPT (BURST-INDEX) = CONTACT-DEPARTMENT
                   AND CONTACT-RECIPIENT NOT = SPACES
                   MOVE CONTACT-RECIPIENT
                       TO BURST-ENTRY-RECIPIENT (BURST-INDEX)
                   MOVE BURST-COUNT TO BURST-INDEX
               END-IF
           END-PERFORM.

      *> The three reports for one department, extending the one
      *> department file. Input exceptions are logged by the first
      *> pass only; every later pass validates the same records.
       BURST-ONE-DEPARTMENT.
           MOVE BURST-ENTRY-DEPT (BURST-INDEX) TO BURST-DEPARTMENT.
           MOVE BURST-ENTRY-FILE (BURST-INDEX) TO REPORT-FILE-NAME.
           MOVE "N" TO BURST-FILE-FLAG.
           MOVE 0 TO REPORT-RECORD-TOTAL REPORT-PAGE-TOTAL.
           DISPLAY "Department " BURST-DEPARTMENT " - "
               FUNCTION TRIM(REPORT-FILE-NAME).
           PERFORM GENERATE-COURSE-REPORT.
           SET EXCEPTIONS-ALREADY-LOGGED TO TRUE.
           PERFORM GENERATE-DISTRIBUTION-REPORT.
           PERFORM GENERATE-MISSING-GRADE-REPORT.
           MOVE REPORT-RECORD-TOTAL
               TO BURST-ENTRY-RECORDS (BURST-INDEX).
           MOVE REPORT-PAGE-TOTAL TO BURST-ENTRY-PAGES (BURST-INDEX).

      *> Outside a burst every course is in; during one, only the
      *> courses the catalog files under the burst department. A
      *> course not on the catalog belongs to UNKNOWN, as on the
      *> missing-grade chase list.
       CHECK-BURST-DEPARTMENT.
           SET IN-BURST-DEPARTMENT TO TRUE.
           IF BURST-IN-PROGRESS
               PERFORM FIND-CATALOG-COURSE
               IF CATALOG-FOUND-INDEX > 0
                   IF CATALOG-ENTRY-DEPT (CATALOG-FOUND-INDEX)
                       NOT = BURST-DEPARTMENT
                       MOVE "N" TO BURST-MATCH-FLAG
                   END-IF
               ELSE
                   IF BURST-DEPARTMENT NOT = "UNKNOWN"
                       MOVE "N" TO BURST-MATCH-FLAG
                   END-IF
               END-IF
           END-IF.

       WRITE-DISTRIBUTION-MANIFEST.
           MOVE 0 TO BURST-RECORD-GRAND.
           OPEN OUTPUT MANIFEST-FILE.
           MOVE SPACES TO MANIFEST-HEADER-RECORD.
           MOVE "HDR" TO MAN-HEADER-TYPE.
           MOVE BUSINESS-DATE TO MAN-HEADER-DATE.
           MOVE RUN-DATE TO MAN-HEADER-RUN-DATE.
           MOVE SUBMIT-OPERATOR-ID TO MAN-HEADER-OPERATOR.
           WRITE MANIFEST-HEADER-RECORD.
           MOVE 0 TO BURST-INDEX.
           PERFORM UNTIL BURST-INDEX >= BURST-COUNT
               ADD 1 TO BURST-INDEX
               MOVE SPACES TO MANIFEST-RECORD
               MOVE BUSINESS-DATE TO MANIFEST-BUSINESS-DATE
               MOVE BURST-ENTRY-DEPT (BURST-INDEX)
                   TO MANIFEST-DEPARTMENT
               MOVE BURST-ENTRY-FILE (BURST-INDEX)
                   TO MANIFEST-FILE-NAME
               MOVE BURST-ENTRY-RECORDS (BURST-INDEX)
                   TO MANIFEST-RECORD-COUNT
               MOVE BURST-ENTRY-PAGES (BURST-INDEX)
                   TO MANIFEST-PAGE-COUNT
               MOVE BURST-ENTRY-RECIPIENT (BURST-INDEX)
                   TO MANIFEST-RECIPIENT
               WRITE MANIFEST-RECORD
               ADD BURST-ENTRY-RECORDS (BURST-INDEX)
                   TO BURST-RECORD-GRAND
               DISPLAY "  " BURST-ENTRY-DEPT (BURST-INDEX) " "
                   BURST-ENTRY-RECORDS (BURST-INDEX) " record(s) "
                   BURST-ENTRY-PAGES (BURST-INDEX) " page(s) to "
                   FUNCTION TRIM(BURST-ENTRY-RECIPIENT (BURST-INDEX))
           END-PERFORM.
           MOVE SPACES TO MANIFEST-TRAILER-RECORD.
           MOVE "TRL" TO MAN-TRAILER-TYPE.
           MOVE BURST-COUNT TO MAN-TRAILER-FILES.
           MOVE BURST-RECORD-GRAND TO MAN-TRAILER-RECORDS.
           WRITE MANIFEST-TRAILER-RECORD.
           CLOSE MANIFEST-FILE.
           MOVE "distribution_manifest.txt" TO OUTPUT-FILE-NAME.
           PERFORM RECORD-OUTPUT-FILE.

      *> Nightly grade-change notices for the student communications
      *> mail merge. An enrollment qualifies when a CHG from the
      *> transaction run, a released hold or a maintenance edit moved
      *> its grade or status on a business date after the enrollment
      *> was first sent to the registrar (registrar_sent_log.txt).
      *> The events come off the same three trails as the change
      *> review. Every notice issued is remembered on
      *> grade_notices_issued.txt and is not sent again on a later
      *> night; a rerun of the same business date writes the same
      *> notices again without remembering them twice. A student
      *> under a confidentiality hold is withheld and not remembered,
      *> so the notice goes out once the hold is lifted.
       GENERATE-CHANGE-NOTICES.
           DISPLAY "----------------------------------------".
           DISPLAY "     GRADE-CHANGE NOTICE EXTRACT         ".
           DISPLAY "----------------------------------------".
           MOVE 0 TO NOTICE-COUNT NOTICE-NEW-COUNT NOTICE-PRIOR-COUNT.
           MOVE "N" TO NOTICE-TABLE-FULL-FLAG.
           PERFORM LOAD-SENT-LOG.
           PERFORM LOAD-ISSUED-NOTICES.
           OPEN OUTPUT NOTICE-FILE.
           MOVE "grade_change_notices.txt" TO WITHHELD-OUTPUT-KEY.
           PERFORM NOTE-WITHHELD-OUTPUT.
           STRING "STUDENT_NUMBER,FIRST_NAME,LAST_NAME,COURSE,"
                   DELIMITED BY SIZE
               "COURSE_TITLE,OLD_GRADE,OLD_LETTER,NEW_GRADE,"
                   DELIMITED BY SIZE
               "NEW_LETTER,EFFECTIVE_DATE,ADVISOR,SOURCE"
                   DELIMITED BY SIZE
               INTO NOTICE-LINE.
           PERFORM WRITE-NOTICE-LINE.
           OPEN EXTEND NOTICE-MEMORY-FILE.
           IF NOTICE-MEMORY-STATUS = "35"
               OPEN OUTPUT NOTICE-MEMORY-FILE
           END-IF.
           MOVE 0 TO REVIEW-FROM-DATE REVIEW-NEXT-SEQUENCE.
           MOVE BUSINESS-DATE TO REVIEW-TO-DATE.
           SORT REVIEW-WORK-FILE
               ON ASCENDING KEY REVIEW-DATE
               ON ASCENDING KEY REVIEW-TIME
               ON ASCENDING KEY REVIEW-SEQUENCE
               INPUT PROCEDURE IS BUILD-REVIEW-RECORDS
               OUTPUT PROCEDURE IS WRITE-CHANGE-NOTICES.
           CLOSE NOTICE-MEMORY-FILE.
           CLOSE NOTICE-FILE.
           MOVE "grade_change_notices.txt" TO OUTPUT-FILE-NAME.
           PERFORM RECORD-OUTPUT-FILE.
           MOVE "grade_notices_issued.txt" TO OUTPUT-FILE-NAME.
           PERFORM RECORD-OUTPUT-FILE.
           DISPLAY "NOTICES WRITTEN:      " NOTICE-COUNT.
           DISPLAY "NEWLY ISSUED:         " NOTICE-NEW-COUNT.
           DISPLAY "ISSUED ON EARLIER RUN:" NOTICE-PRIOR-COUNT.
           IF NOTICE-TABLE-FULL
               DISPLAY "WARNING: sent-log or issued-notice table full"
                   " - notices may be missed or repeated."
               MOVE 8 TO CANDIDATE-CONDITION-CODE
               PERFORM RAISE-CONDITION-CODE
           END-IF.
           DISPLAY "Extract completed. Results saved to "
               "grade_change_notices.txt".

      *> First-sent date per enrollment: the earliest business date
      *> the log shows it going out on any outbound file.
       LOAD-SENT-LOG.
           MOVE 0 TO SENT-COUNT.
           OPEN INPUT SENT-LOG-FILE.
           IF SENT-LOG-STATUS = "35"
               DISPLAY "No registrar_sent_log.txt on disk - nothing "
                   "has been sent, no notices are due."
           ELSE
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ SENT-LOG-FILE
                       AT END MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           PERFORM NOTE-SENT-ENROLLMENT
                   END-READ
               END-PERFORM
               CLOSE SENT-LOG-FILE
               DISPLAY "Registrar sent log loaded (" SENT-COUNT
                   " enrollment(s))."
           END-IF.

       NOTE-SENT-ENROLLMENT.
           MOVE SENT-LOG-STUDENT-NUMBER TO SENT-KEY-NUMBER.
           MOVE SENT-LOG-COURSE TO SENT-KEY-COURSE.
           PERFORM FIND-SENT-ENROLLMENT.
           IF SENT-FOUND-INDEX > 0
               IF SENT-LOG-DATE <
                       SENT-ENTRY-FIRST-DATE (SENT-FOUND-INDEX)
                   MOVE SENT-LOG-DATE
                       TO SENT-ENTRY-FIRST-DATE (SENT-FOUND-INDEX)
               END-IF
           ELSE
               IF SENT-COUNT < 9999
                   ADD 1 TO SENT-COUNT
                   MOVE SENT-LOG-STUDENT-NUMBER
                       TO SENT-ENTRY-NUMBER (SENT-COUNT)
                   MOVE SENT-LOG-COURSE
                       TO SENT-ENTRY-COURSE (SENT-COUNT)
                   MOVE SENT-LOG-DATE
                       TO SENT-ENTRY-FIRST-DATE (SENT-COUNT)
               ELSE
                   SET NOTICE-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       FIND-SENT-ENROLLMENT.
           MOVE 0 TO SENT-FOUND-INDEX.
           MOVE 0 TO SENT-INDEX.
           PERFORM UNTIL SENT-INDEX >= SENT-COUNT
               ADD 1 TO SENT-INDEX
               IF SENT-ENTRY-NUMBER (SENT-INDEX) = SENT-KEY-NUMBER
                   AND SENT-ENTRY-COURSE (SENT-INDEX) = SENT-KEY-COURSE
                   MOVE SENT-INDEX TO SENT-FOUND-INDEX
                   MOVE SENT-COUNT TO SENT-INDEX
               END-IF
           END-PERFORM.

       LOAD-ISSUED-NOTICES.
           MOVE 0 TO ISSUED-COUNT.
           OPEN INPUT NOTICE-MEMORY-FILE.
           IF NOTICE-MEMORY-STATUS = "35"
               DISPLAY "No grade_notices_issued.txt on disk - no "
                   "notices issued before this run."
           ELSE
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ NOTICE-MEMORY-FILE
                       AT END MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           PERFORM NOTE-ISSUED-NOTICE
                   END-READ
               END-PERFORM
               CLOSE NOTICE-MEMORY-FILE
               DISPLAY "Issued notices loaded (" ISSUED-COUNT
                   " notice(s))."
           END-IF.

       NOTE-ISSUED-NOTICE.
           IF ISSUED-COUNT < 9999
               ADD 1 TO ISSUED-COUNT
               MOVE ISSUED-DATE TO ISSUED-ENTRY-DATE (ISSUED-COUNT)
               MOVE ISSUED-STUDENT-NUMBER
                   TO ISSUED-ENTRY-NUMBER (ISSUED-COUNT)
               MOVE ISSUED-COURSE TO ISSUED-ENTRY-COURSE (ISSUED-COUNT)
               MOVE ISSUED-EFFECTIVE-DATE
                   TO ISSUED-ENTRY-EFFECTIVE (ISSUED-COUNT)
               MOVE ISSUED-OLD-SHOW TO ISSUED-ENTRY-OLD (ISSUED-COUNT)
               MOVE ISSUED-NEW-SHOW TO ISSUED-ENTRY-NEW (ISSUED-COUNT)
               MOVE ISSUED-SOURCE TO ISSUED-ENTRY-SOURCE (ISSUED-COUNT)
           ELSE
               SET NOTICE-TABLE-FULL TO TRUE
           END-IF.

       WRITE-CHANGE-NOTICES.
           MOVE "N" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "Y"
               RETURN REVIEW-WORK-FILE
                   AT END MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       PERFORM CHECK-CHANGE-NOTICE
               END-RETURN
           END-PERFORM.

      *> Only an applied CHG that really moved the grade or status,
      *> on a later business date than the enrollment first went to
      *> the registrar. ADDs and DELs are not grade changes to the
      *> student; unreleased holds have not changed anything yet.
       CHECK-CHANGE-NOTICE.
           IF REVIEW-IS-CHANGE AND REVIEW-ACTION = "CHG"
               AND REVIEW-OLD-SHOW NOT = REVIEW-NEW-SHOW
               MOVE REVIEW-STUDENT-NUMBER TO SENT-KEY-NUMBER
               MOVE REVIEW-COURSE TO SENT-KEY-COURSE
               PERFORM FIND-SENT-ENROLLMENT
               IF SENT-FOUND-INDEX > 0
                   IF REVIEW-DATE >
                           SENT-ENTRY-FIRST-DATE (SENT-FOUND-INDEX)
                       PERFORM ISSUE-CHANGE-NOTICE
                   END-IF
               END-IF
           END-IF.

      *> A notice remembered from an earlier business date is not
      *> sent again; one remembered today is a rerun and is written
      *> again so the extract stays complete.
       ISSUE-CHANGE-NOTICE.
           PERFORM FIND-ISSUED-NOTICE.
           IF ISSUED-FOUND-INDEX > 0
               AND ISSUED-ENTRY-DATE (ISSUED-FOUND-INDEX)
                   NOT = BUSINESS-DATE
               ADD 1 TO NOTICE-PRIOR-COUNT
           ELSE
               MOVE REVIEW-STUDENT-NUMBER TO DEMOG-LOOKUP-NUMBER
               MOVE SPACES TO WORK-FIRST-NAME WORK-LAST-NAME
               PERFORM APPLY-DEMOGRAPHIC-NAMES
               IF STUDENT-IS-CONFIDENTIAL
                   MOVE "grade_change_notices.txt"
                       TO WITHHELD-OUTPUT-KEY
                   PERFORM COUNT-WITHHELD-RECORD
               ELSE
                   PERFORM WRITE-NOTICE-DETAIL
                   IF ISSUED-FOUND-INDEX = 0
                       PERFORM REMEMBER-ISSUED-NOTICE
                   END-IF
               END-IF
           END-IF.

       FIND-ISSUED-NOTICE.
           MOVE 0 TO ISSUED-FOUND-INDEX.
           MOVE 0 TO ISSUED-INDEX.
           PERFORM UNTIL ISSUED-INDEX >= ISSUED-COUNT
               ADD 1 TO ISSUED-INDEX
               IF ISSUED-ENTRY-NUMBER (ISSUED-INDEX)
                       = REVIEW-STUDENT-NUMBER
                   AND ISSUED-ENTRY-COURSE (ISSUED-INDEX)
                       = REVIEW-COURSE
                   AND ISSUED-ENTRY-EFFECTIVE (ISSUED-INDEX)
                       = REVIEW-DATE
                   AND ISSUED-ENTRY-OLD (ISSUED-INDEX)
                       = REVIEW-OLD-SHOW
                   AND ISSUED-ENTRY-NEW (ISSUED-INDEX)
                       = REVIEW-NEW-SHOW
                   AND ISSUED-ENTRY-SOURCE (ISSUED-INDEX)
                       = REVIEW-SOURCE
                   MOVE ISSUED-INDEX TO ISSUED-FOUND-INDEX
                   MOVE ISSUED-COUNT TO ISSUED-INDEX
               END-IF
           END-PERFORM.

       REMEMBER-ISSUED-NOTICE.
           MOVE SPACES TO NOTICE-MEMORY-RECORD.
           MOVE BUSINESS-DATE TO ISSUED-DATE.
           MOVE REVIEW-STUDENT-NUMBER TO ISSUED-STUDENT-NUMBER.
           MOVE REVIEW-COURSE TO ISSUED-COURSE.
           MOVE REVIEW-DATE TO ISSUED-EFFECTIVE-DATE.
           MOVE REVIEW-OLD-SHOW TO ISSUED-OLD-SHOW.
           MOVE REVIEW-NEW-SHOW TO ISSUED-NEW-SHOW.
           MOVE REVIEW-SOURCE TO ISSUED-SOURCE.
           PERFORM NOTE-ISSUED-NOTICE.
           WRITE NOTICE-MEMORY-RECORD.
           ADD 1 TO NOTICE-NEW-COUNT.

      *> Letters come off the course's own scale; a status in place
      *> of a grade goes out in the letter column with no grade.
       WRITE-NOTICE-DETAIL.
           MOVE REVIEW-COURSE TO LOOKUP-COURSE.
           PERFORM SET-COURSE-SCALE.
           PERFORM FIND-CATALOG-COURSE.
           MOVE REVIEW-OLD-SHOW TO NOTICE-SHOW.
           PERFORM SET-NOTICE-GRADE.
           MOVE NOTICE-SHOW-GRADE TO NOTICE-OLD-GRADE.
           MOVE NOTICE-SHOW-LETTER TO NOTICE-OLD-LETTER.
           MOVE REVIEW-NEW-SHOW TO NOTICE-SHOW.
           PERFORM SET-NOTICE-GRADE.
           MOVE NOTICE-SHOW-GRADE TO NOTICE-NEW-GRADE.
           MOVE NOTICE-SHOW-LETTER TO NOTICE-NEW-LETTER.
           EVALUATE REVIEW-SOURCE
               WHEN "MNT"
                   MOVE "MAINTENANCE" TO NOTICE-SOURCE-TEXT
               WHEN "REG"
                   MOVE "TRANSACTION" TO NOTICE-SOURCE-TEXT
               WHEN OTHER
                   MOVE "APPROVAL" TO NOTICE-SOURCE-TEXT
           END-EVALUATE.
           STRING REVIEW-STUDENT-NUMBER DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WORK-FIRST-NAME) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WORK-LAST-NAME) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(REVIEW-COURSE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(CATALOG-TITLE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(NOTICE-OLD-GRADE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(NOTICE-OLD-LETTER) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(NOTICE-NEW-GRADE) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(NOTICE-NEW-LETTER) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               REVIEW-DATE DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(WORK-ADVISOR) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(NOTICE-SOURCE-TEXT) DELIMITED BY SIZE
               INTO NOTICE-LINE.
           PERFORM WRITE-NOTICE-LINE.
           ADD 1 TO NOTICE-COUNT.

       SET-NOTICE-GRADE.
           IF NOTICE-SHOW IS NUMERIC
               MOVE NOTICE-SHOW TO NOTICE-SHOW-GRADE
               MOVE NOTICE-SHOW TO LOOKUP-GRADE
               PERFORM LOOKUP-LETTER-GRADE
               MOVE LETTER-GRADE TO NOTICE-SHOW-LETTER
           ELSE
               MOVE SPACES TO NOTICE-SHOW-GRADE
               MOVE NOTICE-SHOW TO NOTICE-SHOW-LETTER
           END-IF.

       WRITE-NOTICE-LINE.
           MOVE NOTICE-LINE TO NOTICE-RECORD.
           WRITE NOTICE-RECORD.
           MOVE SPACES TO NOTICE-LINE.
