           SELECT PENDING-FILE ASSIGN TO "pending_approvals.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PENDING-FILE-STATUS.
           SELECT PREREQ-FILE ASSIGN TO "course_prerequisites.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PREREQ-FILE-STATUS.
           SELECT SECURITY-FILE ASSIGN TO "operator_security.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SECURITY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 DEMOG-PROGRAM      PIC X(10).
           05 FILLER             PIC X(1).
           05 DEMOG-ADVISOR      PIC X(15).
           05 FILLER             PIC X(1).
           05 DEMOG-CONFIDENTIAL-FLAG PIC X(1).

      *> The same two-person control the batch transaction path
      *> applies: a grade change over the approval threshold, every
      *> delete, and an add that fails a prerequisite, is not applied
      *> here but diverted to the pending-approval file for a
      *> different operator to release or reject through the
      *> sorter's approval function.
       FD PENDING-FILE.
       01 PENDING-RECORD.
           05 PENDING-STATUS     PIC X(1).
           05 FILLER             PIC X(1).
           05 PENDING-DECIDE-DATE PIC 9(8).

      *> Same layout the sorter reads: course, prerequisite course
      *> and the minimum grade the prerequisite must carry.
       FD PREREQ-FILE.
       01 PREREQ-RECORD.
           05 PREREQ-COURSE      PIC X(10).
           05 FILLER             PIC X(1).
           05 PREREQ-REQUIRED    PIC X(10).
           05 FILLER             PIC X(1).
           05 PREREQ-MIN-GRADE   PIC 99.

      *> Same operator security file the sorter checks: operator ID
      *> and the role letters C clerk, A approver, O operations and
      *> U auditor, "-" where the role is not held.
       FD SECURITY-FILE.
       01 SECURITY-RECORD.
           05 SECURITY-OPERATOR  PIC X(8).
           05 FILLER             PIC X(1).
           05 SECURITY-ROLES     PIC X(4).

       WORKING-STORAGE SECTION.
       01 USER-CHOICE            PIC 9 VALUE 0.
       01 EOF-FLAG               PIC X VALUE 'N'.
           05 IMAGE-GRADE-STATUS PIC X(2).
       01 AUDIT-LINE             PIC X(80) VALUE SPACES.
       01 AUDIT-ACTION           PIC X(3) VALUE SPACES.
       01 AUDIT-NOTE             PIC X(30) VALUE SPACES.
       01 CATALOG-FILE-STATUS    PIC XX VALUE SPACES.
       01 CATALOG-COUNT          PIC 99 VALUE 0.
       01 CATALOG-INDEX          PIC 99 VALUE 0.
       01 GRADE-MOVE-POINTS      PIC 99 VALUE 0.
       01 HOLD-CODE              PIC X(3) VALUE SPACES.
       01 HELD-COUNT             PIC 999 VALUE 0.
       01 PREREQ-FILE-STATUS     PIC XX VALUE SPACES.
       01 PREREQ-COUNT           PIC 999 VALUE 0.
       01 PREREQ-INDEX           PIC 999 VALUE 0.
       01 PREREQ-TABLE.
           05 PREREQ-ENTRY OCCURS 200 TIMES.
               10 PREREQ-ENTRY-COURSE PIC X(10).
               10 PREREQ-ENTRY-REQUIRED PIC X(10).
               10 PREREQ-ENTRY-MIN-GRADE PIC 99.
       01 PREREQ-MISSING-COURSE  PIC X(10) VALUE SPACES.
       01 PREREQ-MET-FLAG        PIC X VALUE 'N'.
           88 PREREQ-IS-MET      VALUE 'Y'.
       01 SECURITY-FILE-STATUS   PIC XX VALUE SPACES.
       01 OPERATOR-ROLES.
           05 ROLE-CLERK-FLAG    PIC X VALUE SPACE.
               88 HAS-CLERK-ROLE VALUE 'C'.
           05 ROLE-APPROVER-FLAG PIC X VALUE SPACE.
               88 HAS-APPROVER-ROLE VALUE 'A'.
           05 ROLE-OPERATIONS-FLAG PIC X VALUE SPACE.
               88 HAS-OPERATIONS-ROLE VALUE 'O'.
           05 ROLE-AUDITOR-FLAG  PIC X VALUE SPACE.
               88 HAS-AUDITOR-ROLE VALUE 'U'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM GET-RUN-DATE
           PERFORM GET-OPERATOR-ID
           PERFORM CHECK-OPERATOR-AUTHORITY
           PERFORM GET-APPROVAL-THRESHOLD
           PERFORM LOAD-COURSE-CATALOG
           PERFORM LOAD-PREREQUISITES
           PERFORM LOAD-DEMOGRAPHICS
           PERFORM ACQUIRE-MASTER-LOCK
           PERFORM OPEN-MASTER-FILE
               PERFORM VALIDATE-ENTRY-FIELDS
               IF RECORD-IS-VALID
                   PERFORM ACCEPT-REASON-CODE
                   PERFORM CHECK-ENTRY-PREREQS
                   IF PREREQ-MISSING-COURSE NOT = SPACES
                       PERFORM HOLD-PREREQ-ADD
                   ELSE
                       PERFORM WRITE-NEW-ENROLLMENT
                   END-IF
               ELSE
                   DISPLAY "Add rejected - record not accepted."
               END-IF
           END-IF
           END-IF.

       WRITE-NEW-ENROLLMENT.
           MOVE SPACES TO MASTER-RECORD.
           MOVE ENTRY-STUDENT-NUMBER TO MASTER-STUDENT-NUMBER.
           MOVE ENTRY-COURSE TO MASTER-COURSE.
           MOVE ENTRY-FIRST-NAME TO MASTER-FIRST-NAME.
           MOVE ENTRY-LAST-NAME TO MASTER-LAST-NAME.
           MOVE ENTRY-GRADE-NUMERIC TO MASTER-GRADE.
           MOVE ENTRY-GRADE-STATUS TO MASTER-GRADE-STATUS.
           WRITE MASTER-RECORD
               INVALID KEY
                   DISPLAY "WRITE FAILED - STATUS "
                       MASTER-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO UPDATE-COUNT
                   MOVE SPACES TO BEFORE-IMAGE
                   PERFORM BUILD-AFTER-IMAGE
                   MOVE "ADD" TO AUDIT-ACTION
                   PERFORM WRITE-AUDIT-ENTRY
                   DISPLAY "Student added."
           END-WRITE.

      *> A student who has not passed a prerequisite is not enrolled
      *> here. The add waits on the pending file for a second
      *> operator, and the audit trail records it as PRQ with the
      *> prerequisite that was missing.
       HOLD-PREREQ-ADD.
           MOVE "ADD" TO HOLD-CODE.
           PERFORM WRITE-PENDING-HOLD.
           MOVE SPACES TO BEFORE-IMAGE.
           PERFORM BUILD-ENTRY-IMAGE.
           MOVE "PRQ" TO AUDIT-ACTION.
           MOVE SPACES TO AUDIT-NOTE.
           STRING "PREREQ NOT MET " DELIMITED BY SIZE
               PREREQ-MISSING-COURSE DELIMITED BY SPACE
               INTO AUDIT-NOTE.
           PERFORM WRITE-AUDIT-ENTRY.
           MOVE SPACES TO AUDIT-NOTE.
           DISPLAY "Prerequisite " PREREQ-MISSING-COURSE
               " not passed - add held for approval by a second "
               "operator.".

       CHANGE-STUDENT.
           DISPLAY "----------------------------------------".
           DISPLAY "       CHANGE STUDENT                    ".
               END-IF
           END-PERFORM.

       LOAD-PREREQUISITES.
           MOVE 0 TO PREREQ-COUNT.
           OPEN INPUT PREREQ-FILE.
           IF PREREQ-FILE-STATUS = "35"
               DISPLAY "No course_prerequisites.txt on disk - adds "
                   "not checked for prerequisites."
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
               DISPLAY "Prerequisites loaded ("
                   PREREQ-COUNT " row(s))."
           END-IF.
           MOVE "N" TO EOF-FLAG.

      *> Every prerequisite of ENTRY-COURSE must already be on the
      *> master for this student, graded at or above its minimum.
      *> PREREQ-MISSING-COURSE returns the first one that is not.
       CHECK-ENTRY-PREREQS.
           MOVE SPACES TO PREREQ-MISSING-COURSE.
           MOVE 0 TO PREREQ-INDEX.
           PERFORM UNTIL PREREQ-INDEX >= PREREQ-COUNT
                   OR PREREQ-MISSING-COURSE NOT = SPACES
               ADD 1 TO PREREQ-INDEX
               IF PREREQ-ENTRY-COURSE (PREREQ-INDEX) = ENTRY-COURSE
                   MOVE "N" TO PREREQ-MET-FLAG
                   MOVE ENTRY-STUDENT-NUMBER TO MASTER-STUDENT-NUMBER
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
                   IF NOT PREREQ-IS-MET
                       MOVE PREREQ-ENTRY-REQUIRED (PREREQ-INDEX)
                           TO PREREQ-MISSING-COURSE
                   END-IF
               END-IF
           END-PERFORM.

       ACCEPT-REASON-CODE.
           MOVE SPACES TO REASON-CODE.
           PERFORM UNTIL REASON-CODE NOT = SPACES
           MOVE HOLD-CODE TO PENDING-CODE.
           MOVE ENTRY-STUDENT-NUMBER TO PENDING-STUDENT-NUMBER.
           MOVE ENTRY-COURSE TO PENDING-COURSE.
           IF HOLD-CODE = "ADD"
               MOVE 0 TO PENDING-OLD-GRADE
           ELSE
               MOVE MASTER-GRADE TO PENDING-OLD-GRADE
           END-IF.
           IF HOLD-CODE = "DEL"
               MOVE MASTER-GRADE TO PENDING-NEW-GRADE
               MOVE MASTER-GRADE-STATUS TO PENDING-NEW-STATUS
               AUDIT-ACTION DELIMITED BY SIZE
               " REASON " DELIMITED BY SIZE
               REASON-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AUDIT-NOTE DELIMITED BY SIZE
               INTO AUDIT-LINE.
           PERFORM WRITE-AUDIT-LINE.
           MOVE SPACES TO AUDIT-LINE.
           MOVE AUDIT-LINE TO AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           MOVE SPACES TO AUDIT-LINE.

      *> Every maintenance function posts to the master, so only an
      *> operator holding the clerk role may sign on. A refusal is
      *> logged before the master is locked and ends the session.
       CHECK-OPERATOR-AUTHORITY.
           PERFORM FIND-OPERATOR-ROLES.
           IF NOT HAS-CLERK-ROLE
               DISPLAY "OPERATOR " OPERATOR-ID
                   " IS NOT AUTHORIZED FOR STUDENT MAINTENANCE"
                   " - REFUSED"
               MOVE "REF" TO AUDIT-ACTION
               MOVE "ROLE" TO REASON-CODE
               MOVE "STUDENT MAINTENANCE" TO AUDIT-NOTE
               PERFORM WRITE-REFUSAL-ENTRY
               STOP RUN RETURNING 12
           END-IF.

      *> Without operator_security.txt on disk no operator holds any
      *> role, so no one can sign on until the file is put back.
       FIND-OPERATOR-ROLES.
           MOVE SPACES TO OPERATOR-ROLES.
           OPEN INPUT SECURITY-FILE.
           IF SECURITY-FILE-STATUS = "35"
               DISPLAY "No operator_security.txt on disk - "
                   "no operator is authorized."
           ELSE
               MOVE "N" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "Y"
                   READ SECURITY-FILE
                       AT END MOVE "Y" TO EOF-FLAG
                       NOT AT END
                           IF SECURITY-OPERATOR = OPERATOR-ID
                               MOVE SECURITY-ROLES TO OPERATOR-ROLES
                               MOVE "Y" TO EOF-FLAG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SECURITY-FILE
           END-IF.

      *> A refusal has no record images: the header line alone names
      *> the operator and the function that was refused.
       WRITE-REFUSAL-ENTRY.
           ACCEPT RUN-TIME FROM TIME.
           PERFORM OPEN-AUDIT-FILE.
           MOVE SPACES TO AUDIT-LINE.
           STRING RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RUN-TIME (1:6) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OPERATOR-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AUDIT-ACTION DELIMITED BY SIZE
               " REASON " DELIMITED BY SIZE
               REASON-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AUDIT-NOTE DELIMITED BY SIZE
               INTO AUDIT-LINE.
           PERFORM WRITE-AUDIT-LINE.
           CLOSE AUDIT-FILE.
