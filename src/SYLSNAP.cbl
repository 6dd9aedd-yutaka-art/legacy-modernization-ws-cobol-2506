      ******************************************************************
      * シラバス管理システム - 学務系ファイルの世代バックアップ作成
      *
      * 学務系のファイル（シラバス・学生・履修・成績などの
      * マスタと、履修・試験・成績・卒業判定・学生支援・教室・
      * オペレータ管理の各業務が持つ索引編成ファイル、および
      * 成績提出締切・必修科目一覧・閉講科目一覧・ログイン記録の
      * 順編成ファイル。対象の一覧は MAIN-PROCESS の順）を
      * 日時付きの世代ファイル acad_backup_YYYYMMDDHHMMSS.dat 1本に
      * アンロードし、世代台帳（acad_backup_catalog.dat）に登録する。
      * 世代ファイルの形式は図書館のLIBBKUPと同じで、ファイルごと
      * に F レコード（ファイル識別）、D レコード（レコードイメ
      * ージ）、T レコード（件数）を並べる。保持世代数を超えた古い
      * 世代は台帳上で superseded に落とす。
      * SYLBKUP の手動作成のほか、学期繰越（SYLROLL）と進級・卒業
      * 処理（STUPROG）が本処理の前に呼び出して実行前の状態を残す。
      * 戻り値 LS-RETURN-CODE "00"=作成済 "30"=世代ファイル作成不可
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLSNAP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYLLABUS-FILE
               ASSIGN TO "syllabus.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-COURSE-ID
               ALTERNATE RECORD KEY IS SYL-TEACHER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-DEPARTMENT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-SEMESTER WITH DUPLICATES
               FILE STATUS IS WS-IX-STATUS.

           SELECT STUDENT-FILE
               ASSIGN TO "student.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-IX-STATUS.

           SELECT ENROLLMENT-FILE
               ASSIGN TO "enrollment.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-KEY
               ALTERNATE RECORD KEY IS ENR-COURSE-ID WITH DUPLICATES
               FILE STATUS IS WS-IX-STATUS.

           SELECT GRADE-FILE
               ASSIGN TO "grade.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-KEY
               FILE STATUS IS WS-IX-STATUS.

           SELECT TEACHER-FILE
               ASSIGN TO "teacher.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TEA-ID
               FILE STATUS IS WS-IX-STATUS.

           SELECT DEPARTMENT-FILE
               ASSIGN TO "department.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-ID
               FILE STATUS IS WS-IX-STATUS.

           SELECT TERM-FILE
               ASSIGN TO "term.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-SEMESTER
               FILE STATUS IS WS-IX-STATUS.

           SELECT SECTION-FILE
               ASSIGN TO "course_section.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-KEY
               FILE STATUS IS WS-IX-STATUS.

           SELECT RESERVE-BOOK-FILE
               ASSIGN TO "course_reserve.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRS-KEY
               ALTERNATE RECORD KEY IS CRS-BOOK-ID WITH DUPLICATES
               FILE STATUS IS WS-IX-STATUS.

           SELECT DEGREE-FILE
               ASSIGN TO "degree.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEG-DEPARTMENT-ID
               FILE STATUS IS WS-IX-STATUS.

           SELECT DIPLOMA-FILE
               ASSIGN TO "diploma_register.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIP-STUDENT-ID
               ALTERNATE RECORD KEY IS DIP-NUMBER
               FILE STATUS IS WS-IX-STATUS.

           SELECT STANDING-FILE
               ASSIGN TO "academic_standing.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STN-KEY
               FILE STATUS IS WS-IX-STATUS.

           SELECT REQUIREMENT-FILE
               ASSIGN TO "requirement.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REQ-KEY
               FILE STATUS IS WS-IX-STATUS.

           SELECT CLASSROOM-FILE
               ASSIGN TO "classroom.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROOM-CODE
               FILE STATUS IS WS-IX-STATUS.

           SELECT TEXTBOOK-FILE
               ASSIGN TO "course_textbook.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TXT-KEY
               FILE STATUS IS WS-IX-STATUS.

           SELECT TRANSFER-FILE
               ASSIGN TO "transfer_credit.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TCR-KEY
               FILE STATUS IS WS-IX-STATUS.

           SELECT WAITLIST-FILE
               ASSIGN TO "waitlist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-NO
               ALTERNATE RECORD KEY IS WL-COURSE-ID WITH DUPLICATES
               FILE STATUS IS WS-IX-STATUS.

           SELECT CROSSLIST-FILE
               ASSIGN TO "crosslist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XLS-ALT-COURSE-ID
               FILE STATUS IS WS-IX-STATUS.

           SELECT CLASS-EXC-FILE
               ASSIGN TO "session_exception.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEX-KEY
               FILE STATUS IS WS-IX-STATUS.

           SELECT DEADLINE-FILE
               ASSIGN TO "grade_deadline.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IX-STATUS.

           SELECT SYLLABUS-HISTORY-FILE
               ASSIGN TO "syllabus_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-KEY
               FILE STATUS IS WS-IX-STATUS.

           SELECT HOLD-FILE
               ASSIGN TO "student_hold.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHD-KEY
               FILE STATUS IS WS-IX-STATUS.

           SELECT DEPT-CHANGE-FILE
               ASSIGN TO "dept_change.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCH-KEY
               FILE STATUS IS WS-IX-STATUS.

           SELECT DEPT-CHANGE-COURSE-FILE
               ASSIGN TO "dept_change_course.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCC-KEY
               FILE STATUS IS WS-IX-STATUS.

           SELECT SCHOLARSHIP-FILE
               ASSIGN TO "scholarship.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCH-ID
               FILE STATUS IS WS-IX-STATUS.

           SELECT AWARD-FILE
               ASSIGN TO "scholarship_award.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAW-KEY
               FILE STATUS IS WS-IX-STATUS.

           SELECT SYL-OPERATOR-FILE
               ASSIGN TO "syl_operator.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOP-ID
               FILE STATUS IS WS-IX-STATUS.

           SELECT LOGIN-AUDIT-FILE
               ASSIGN TO "syl_login_audit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IX-STATUS.

           SELECT DECLARATION-FILE
               ASSIGN TO "program_declaration.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDC-KEY
               FILE STATUS IS WS-IX-STATUS.

           SELECT REQUIRED-LIST-FILE
               ASSIGN TO "required_course.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IX-STATUS.

           SELECT SUBSTITUTION-FILE
               ASSIGN TO "course_substitution.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SBS-KEY
               FILE STATUS IS WS-IX-STATUS.

           SELECT OUTCOME-FILE
               ASSIGN TO "program_outcome.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLO-KEY
               FILE STATUS IS WS-IX-STATUS.

           SELECT CURRICULUM-MAP-FILE
               ASSIGN TO "curriculum_map.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-KEY
               FILE STATUS IS WS-IX-STATUS.

           SELECT TA-FILE
               ASSIGN TO "teaching_assistant.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TA-STUDENT-ID
               FILE STATUS IS WS-IX-STATUS.

           SELECT TA-ASSIGN-FILE
               ASSIGN TO "ta_assignment.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAS-KEY
               FILE STATUS IS WS-IX-STATUS.

           SELECT UNAVAIL-FILE
               ASSIGN TO "teacher_unavail.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TUN-KEY
               FILE STATUS IS WS-IX-STATUS.

           SELECT THESIS-FILE
               ASSIGN TO "thesis.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS THS-STUDENT-ID
               ALTERNATE RECORD KEY IS THS-SUPERVISOR-ID WITH DUPLICATES
               FILE STATUS IS WS-IX-STATUS.

           SELECT INTERNSHIP-FILE
               ASSIGN TO "internship.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITN-KEY
               FILE STATUS IS WS-IX-STATUS.

           SELECT HOST-FILE
               ASSIGN TO "internship_host.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-ID
               FILE STATUS IS WS-IX-STATUS.

           SELECT CERTIFICATE-FILE
               ASSIGN TO "certificate_register.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CERT-SERIAL-NO
               FILE STATUS IS WS-IX-STATUS.

           SELECT CONTACT-FILE
               ASSIGN TO "student_contact.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CNT-STUDENT-ID
               FILE STATUS IS WS-IX-STATUS.

           SELECT PIN-FILE
               ASSIGN TO "student_pin.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SPN-STUDENT-ID
               FILE STATUS IS WS-IX-STATUS.

           SELECT RANK-FILE
               ASSIGN TO "class_rank.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRK-KEY
               FILE STATUS IS WS-IX-STATUS.

           SELECT ATTENDANCE-FILE
               ASSIGN TO "attendance.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATT-KEY
               FILE STATUS IS WS-IX-STATUS.

           SELECT EXAM-SLOT-FILE
               ASSIGN TO "exam_slot.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXS-KEY
               FILE STATUS IS WS-IX-STATUS.

           SELECT MAKEUP-PERIOD-FILE
               ASSIGN TO "makeup_period.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MKP-SEMESTER
               FILE STATUS IS WS-IX-STATUS.

           SELECT MAKEUP-APP-FILE
               ASSIGN TO "makeup_application.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MKA-KEY
               FILE STATUS IS WS-IX-STATUS.

           SELECT LOTTERY-COURSE-FILE
               ASSIGN TO "lottery_course.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LTC-KEY
               FILE STATUS IS WS-IX-STATUS.

           SELECT LOTTERY-REQUEST-FILE
               ASSIGN TO "lottery_request.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LRQ-KEY
               FILE STATUS IS WS-IX-STATUS.

           SELECT CANCEL-LIST-FILE
               ASSIGN TO "course_cancel.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IX-STATUS.

           SELECT ROOM-NEED-FILE
               ASSIGN TO "room_need.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RND-COURSE-ID
               FILE STATUS IS WS-IX-STATUS.

           SELECT EVENT-BOOKING-FILE
               ASSIGN TO "event_booking.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVB-KEY
               FILE STATUS IS WS-IX-STATUS.

           SELECT OFFICE-HOUR-FILE
               ASSIGN TO "office_hours.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFH-KEY
               FILE STATUS IS WS-IX-STATUS.

           SELECT APPOINTMENT-FILE
               ASSIGN TO "advising_appointment.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APT-KEY
               ALTERNATE RECORD KEY IS APT-STUDENT-ID WITH DUPLICATES
               FILE STATUS IS WS-IX-STATUS.

           SELECT GENERATION-FILE
               ASSIGN TO WS-GEN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.

           SELECT CATALOG-FILE
               ASSIGN TO "acad_backup_catalog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYLLABUS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SYLFILE.

       FD  STUDENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STUFILE.

       FD  ENROLLMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ENRFILE.

       FD  GRADE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GRDFILE.

       FD  TEACHER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TEAFILE.

       FD  DEPARTMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DEPFILE.

       FD  TERM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TERMFILE.

       FD  SECTION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SECFILE.

       FD  RESERVE-BOOK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CRSFILE.

       FD  DEGREE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DEGFILE.

       FD  DIPLOMA-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DIPFILE.

       FD  STANDING-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STNDFILE.

       FD  REQUIREMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY REQFILE.

       FD  CLASSROOM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ROOMFILE.

       FD  TEXTBOOK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TXTFILE.

       FD  TRANSFER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TCRFILE.

       FD  WAITLIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WAITFILE.

       FD  CROSSLIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY XLSTFILE.

       FD  CLASS-EXC-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CEXFILE.

       FD  DEADLINE-FILE
           LABEL RECORDS ARE STANDARD.
       01  DEADLINE-LINE            PIC X(20).

       FD  SYLLABUS-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SYLHIST.

       FD  HOLD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SHLDFILE.

       FD  DEPT-CHANGE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DCHFILE.

       FD  DEPT-CHANGE-COURSE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DCCFILE.

       FD  SCHOLARSHIP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SCHFILE.

       FD  AWARD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SAWDFILE.

       FD  SYL-OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SOPRFILE.

       FD  LOGIN-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.
       01  LOGIN-AUDIT-LINE         PIC X(40).

       FD  DECLARATION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PDCFILE.

       FD  REQUIRED-LIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  REQUIRED-LIST-LINE       PIC X(20).

       FD  SUBSTITUTION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SBSFILE.

       FD  OUTCOME-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PLOFILE.

       FD  CURRICULUM-MAP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CMPFILE.

       FD  TA-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TAFILE.

       FD  TA-ASSIGN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TASGFILE.

       FD  UNAVAIL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TUNFILE.

       FD  THESIS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY THSFILE.

       FD  INTERNSHIP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ITNFILE.

       FD  HOST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HSTFILE.

       FD  CERTIFICATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CERTFILE.

       FD  CONTACT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CNTFILE.

       FD  PIN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SPINFILE.

       FD  RANK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RANKFILE.

       FD  ATTENDANCE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ATTFILE.

       FD  EXAM-SLOT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EXSFILE.

       FD  MAKEUP-PERIOD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MKPFILE.

       FD  MAKEUP-APP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MKAFILE.

       FD  LOTTERY-COURSE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LTCFILE.

       FD  LOTTERY-REQUEST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LRQFILE.

       FD  CANCEL-LIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  CANCEL-LIST-LINE         PIC X(20).

       FD  ROOM-NEED-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RNDFILE.

       FD  EVENT-BOOKING-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVBKFILE.

       FD  OFFICE-HOUR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OFHFILE.

       FD  APPOINTMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APTFILE.

       FD  GENERATION-FILE
           LABEL RECORDS ARE STANDARD.
       01  GENERATION-LINE          PIC X(1000).

       FD  CATALOG-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ABKFILE.

       WORKING-STORAGE SECTION.
       01  WS-IX-STATUS             PIC XX VALUE "00".
           88  WS-IX-SUCCESS        VALUE "00".
           88  WS-IX-EOF            VALUE "10".

       01  WS-GEN-STATUS            PIC XX VALUE "00".
           88  WS-GEN-SUCCESS       VALUE "00".

       01  WS-CAT-STATUS            PIC XX VALUE "00".
           88  WS-CAT-SUCCESS       VALUE "00".
           88  WS-CAT-EOF           VALUE "10".

       01  WS-GEN-ID                PIC 9(14) VALUE ZERO.
       01  WS-GEN-FILENAME          PIC X(40) VALUE SPACES.

      * 保持する世代数（実行前の自動退避を含む）
       01  WS-KEEP-GENERATIONS      PIC 9(2) VALUE 10.

       01  WS-FILE-COUNT            PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-COUNT           PIC 9(7) VALUE ZERO.

       01  WS-GEN-DETAIL.
           05  WS-GEN-TYPE          PIC X(1).
           05  WS-GEN-BODY          PIC X(999).
       01  WS-GEN-COUNT-REC REDEFINES WS-GEN-DETAIL.
           05  FILLER               PIC X(1).
           05  WS-GEN-REC-COUNT     PIC 9(6).
           05  FILLER               PIC X(993).

       01  WS-CURRENT-SECTION       PIC X(12) VALUE SPACES.

       01  WS-CATG-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-CATG-TABLE.
           05  WS-CATG-ENTRY OCCURS 200 TIMES.
               10  WS-CATG-GEN-ID       PIC 9(14).
               10  WS-CATG-MARK         PIC X(1).
               10  WS-CATG-ORIGIN       PIC X(8).
               10  WS-CATG-TOTAL        PIC 9(7).
       01  WS-CATG-I                PIC 9(3) VALUE ZERO.
       01  WS-ACTIVE-GENS           PIC 9(3) VALUE ZERO.

       LINKAGE SECTION.
       01  LS-ORIGIN                PIC X(8).
       01  LS-GEN-ID                PIC 9(14).
       01  LS-TOTAL-COUNT           PIC 9(7).
       01  LS-RETURN-CODE           PIC X(2).

       PROCEDURE DIVISION USING LS-ORIGIN, LS-GEN-ID,
                                LS-TOTAL-COUNT, LS-RETURN-CODE.
       MAIN-PROCESS SECTION.
           MOVE "00" TO LS-RETURN-CODE
           MOVE ZERO TO LS-GEN-ID
           MOVE ZERO TO LS-TOTAL-COUNT
           MOVE ZERO TO WS-TOTAL-COUNT
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-GEN-ID
           MOVE SPACES TO WS-GEN-FILENAME
           STRING "acad_backup_" DELIMITED BY SIZE
                   WS-GEN-ID DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
               INTO WS-GEN-FILENAME
           OPEN OUTPUT GENERATION-FILE
           IF NOT WS-GEN-SUCCESS
               MOVE "30" TO LS-RETURN-CODE
           ELSE
               PERFORM UNLOAD-SYLLABUS-FILE
               PERFORM UNLOAD-STUDENT-FILE
               PERFORM UNLOAD-ENROLLMENT-FILE
               PERFORM UNLOAD-GRADE-FILE
               PERFORM UNLOAD-TEACHER-FILE
               PERFORM UNLOAD-DEPARTMENT-FILE
               PERFORM UNLOAD-TERM-FILE
               PERFORM UNLOAD-SECTION-FILE
               PERFORM UNLOAD-RESERVE-FILE
               PERFORM UNLOAD-DEGREE-FILE
               PERFORM UNLOAD-DIPLOMA-FILE
               PERFORM UNLOAD-STANDING-FILE
               PERFORM UNLOAD-REQUIREMENT-FILE
               PERFORM UNLOAD-CLASSROOM-FILE
               PERFORM UNLOAD-TEXTBOOK-FILE
               PERFORM UNLOAD-TRANSFER-FILE
               PERFORM UNLOAD-WAITLIST-FILE
               PERFORM UNLOAD-CROSSLIST-FILE
               PERFORM UNLOAD-CLASS-EXC-FILE
               PERFORM UNLOAD-DEADLINE-FILE
               PERFORM UNLOAD-SYLLABUS-HISTORY-FILE
               PERFORM UNLOAD-HOLD-FILE
               PERFORM UNLOAD-DEPT-CHANGE-FILE
               PERFORM UNLOAD-DEPT-CHANGE-COURSE-FILE
               PERFORM UNLOAD-SCHOLARSHIP-FILE
               PERFORM UNLOAD-AWARD-FILE
               PERFORM UNLOAD-SYL-OPERATOR-FILE
               PERFORM UNLOAD-LOGIN-AUDIT-FILE
               PERFORM UNLOAD-DECLARATION-FILE
               PERFORM UNLOAD-REQUIRED-LIST-FILE
               PERFORM UNLOAD-SUBSTITUTION-FILE
               PERFORM UNLOAD-OUTCOME-FILE
               PERFORM UNLOAD-CURRICULUM-MAP-FILE
               PERFORM UNLOAD-TA-FILE
               PERFORM UNLOAD-TA-ASSIGN-FILE
               PERFORM UNLOAD-UNAVAIL-FILE
               PERFORM UNLOAD-THESIS-FILE
               PERFORM UNLOAD-INTERNSHIP-FILE
               PERFORM UNLOAD-HOST-FILE
               PERFORM UNLOAD-CERTIFICATE-FILE
               PERFORM UNLOAD-CONTACT-FILE
               PERFORM UNLOAD-PIN-FILE
               PERFORM UNLOAD-RANK-FILE
               PERFORM UNLOAD-ATTENDANCE-FILE
               PERFORM UNLOAD-EXAM-SLOT-FILE
               PERFORM UNLOAD-MAKEUP-PERIOD-FILE
               PERFORM UNLOAD-MAKEUP-APP-FILE
               PERFORM UNLOAD-LOTTERY-COURSE-FILE
               PERFORM UNLOAD-LOTTERY-REQUEST-FILE
               PERFORM UNLOAD-CANCEL-LIST-FILE
               PERFORM UNLOAD-ROOM-NEED-FILE
               PERFORM UNLOAD-EVENT-BOOKING-FILE
               PERFORM UNLOAD-OFFICE-HOUR-FILE
               PERFORM UNLOAD-APPOINTMENT-FILE
               CLOSE GENERATION-FILE
               PERFORM REGISTER-GENERATION
               MOVE WS-GEN-ID TO LS-GEN-ID
               MOVE WS-TOTAL-COUNT TO LS-TOTAL-COUNT
           END-IF
           MOVE "00" TO WS-GEN-STATUS
           GOBACK.

       WRITE-SECTION-HEADER SECTION.
           MOVE SPACES TO WS-GEN-DETAIL
           MOVE "F" TO WS-GEN-TYPE
           MOVE WS-CURRENT-SECTION TO WS-GEN-BODY
           MOVE WS-GEN-DETAIL TO GENERATION-LINE
           WRITE GENERATION-LINE
           MOVE ZERO TO WS-FILE-COUNT.

       WRITE-SECTION-TRAILER SECTION.
           MOVE SPACES TO WS-GEN-DETAIL
           MOVE "T" TO WS-GEN-TYPE
           MOVE WS-FILE-COUNT TO WS-GEN-REC-COUNT
           MOVE WS-GEN-DETAIL TO GENERATION-LINE
           WRITE GENERATION-LINE
           ADD WS-FILE-COUNT TO WS-TOTAL-COUNT.

       WRITE-DATA-LINE SECTION.
           MOVE WS-GEN-DETAIL TO GENERATION-LINE
           WRITE GENERATION-LINE
           ADD 1 TO WS-FILE-COUNT.

       UNLOAD-SYLLABUS-FILE SECTION.
           MOVE "SYLLABUS" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT SYLLABUS-FILE
           IF WS-IX-SUCCESS
               MOVE LOW-VALUES TO SYL-COURSE-ID
               START SYLLABUS-FILE KEY >= SYL-COURSE-ID
                   INVALID KEY
                       MOVE "10" TO WS-IX-STATUS
               END-START
               PERFORM UNTIL WS-IX-EOF
                   READ SYLLABUS-FILE NEXT
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE SYLLABUS-FILE-REC TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE SYLLABUS-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-STUDENT-FILE SECTION.
           MOVE "STUDENT" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT STUDENT-FILE
           IF WS-IX-SUCCESS
               MOVE LOW-VALUES TO STU-ID
               START STUDENT-FILE KEY >= STU-ID
                   INVALID KEY
                       MOVE "10" TO WS-IX-STATUS
               END-START
               PERFORM UNTIL WS-IX-EOF
                   READ STUDENT-FILE NEXT
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE STUDENT-RECORD TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE STUDENT-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-ENROLLMENT-FILE SECTION.
           MOVE "ENROLLMENT" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT ENROLLMENT-FILE
           IF WS-IX-SUCCESS
               MOVE LOW-VALUES TO ENR-KEY
               START ENROLLMENT-FILE KEY >= ENR-KEY
                   INVALID KEY
                       MOVE "10" TO WS-IX-STATUS
               END-START
               PERFORM UNTIL WS-IX-EOF
                   READ ENROLLMENT-FILE NEXT
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE ENROLLMENT-RECORD TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE ENROLLMENT-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-GRADE-FILE SECTION.
           MOVE "GRADE" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT GRADE-FILE
           IF WS-IX-SUCCESS
               MOVE LOW-VALUES TO GRD-KEY
               START GRADE-FILE KEY >= GRD-KEY
                   INVALID KEY
                       MOVE "10" TO WS-IX-STATUS
               END-START
               PERFORM UNTIL WS-IX-EOF
                   READ GRADE-FILE NEXT
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE GRADE-RECORD TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE GRADE-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-TEACHER-FILE SECTION.
           MOVE "TEACHER" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT TEACHER-FILE
           IF WS-IX-SUCCESS
               MOVE LOW-VALUES TO TEA-ID
               START TEACHER-FILE KEY >= TEA-ID
                   INVALID KEY
                       MOVE "10" TO WS-IX-STATUS
               END-START
               PERFORM UNTIL WS-IX-EOF
                   READ TEACHER-FILE NEXT
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE TEACHER-RECORD TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE TEACHER-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-DEPARTMENT-FILE SECTION.
           MOVE "DEPARTMENT" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT DEPARTMENT-FILE
           IF WS-IX-SUCCESS
               MOVE LOW-VALUES TO DEP-ID
               START DEPARTMENT-FILE KEY >= DEP-ID
                   INVALID KEY
                       MOVE "10" TO WS-IX-STATUS
               END-START
               PERFORM UNTIL WS-IX-EOF
                   READ DEPARTMENT-FILE NEXT
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE DEPARTMENT-RECORD TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE DEPARTMENT-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-TERM-FILE SECTION.
           MOVE "TERM" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT TERM-FILE
           IF WS-IX-SUCCESS
               MOVE LOW-VALUES TO TERM-SEMESTER
               START TERM-FILE KEY >= TERM-SEMESTER
                   INVALID KEY
                       MOVE "10" TO WS-IX-STATUS
               END-START
               PERFORM UNTIL WS-IX-EOF
                   READ TERM-FILE NEXT
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE TERM-RECORD TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE TERM-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-SECTION-FILE SECTION.
           MOVE "SECTION" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT SECTION-FILE
           IF WS-IX-SUCCESS
               MOVE LOW-VALUES TO SEC-KEY
               START SECTION-FILE KEY >= SEC-KEY
                   INVALID KEY
                       MOVE "10" TO WS-IX-STATUS
               END-START
               PERFORM UNTIL WS-IX-EOF
                   READ SECTION-FILE NEXT
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE SECTION-RECORD TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE SECTION-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-RESERVE-FILE SECTION.
           MOVE "RESERVE" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT RESERVE-BOOK-FILE
           IF WS-IX-SUCCESS
               MOVE LOW-VALUES TO CRS-KEY
               START RESERVE-BOOK-FILE KEY >= CRS-KEY
                   INVALID KEY
                       MOVE "10" TO WS-IX-STATUS
               END-START
               PERFORM UNTIL WS-IX-EOF
                   READ RESERVE-BOOK-FILE NEXT
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE COURSE-RESERVE-RECORD TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE RESERVE-BOOK-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-DEGREE-FILE SECTION.
           MOVE "DEGREE" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT DEGREE-FILE
           IF WS-IX-SUCCESS
               MOVE LOW-VALUES TO DEG-DEPARTMENT-ID
               START DEGREE-FILE KEY >= DEG-DEPARTMENT-ID
                   INVALID KEY
                       MOVE "10" TO WS-IX-STATUS
               END-START
               PERFORM UNTIL WS-IX-EOF
                   READ DEGREE-FILE NEXT
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE DEGREE-RECORD TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE DEGREE-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-DIPLOMA-FILE SECTION.
           MOVE "DIPLOMA" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT DIPLOMA-FILE
           IF WS-IX-SUCCESS
               MOVE LOW-VALUES TO DIP-STUDENT-ID
               START DIPLOMA-FILE KEY >= DIP-STUDENT-ID
                   INVALID KEY
                       MOVE "10" TO WS-IX-STATUS
               END-START
               PERFORM UNTIL WS-IX-EOF
                   READ DIPLOMA-FILE NEXT
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE DIPLOMA-RECORD TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE DIPLOMA-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-STANDING-FILE SECTION.
           MOVE "STANDING" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT STANDING-FILE
           IF WS-IX-SUCCESS
               MOVE LOW-VALUES TO STN-KEY
               START STANDING-FILE KEY >= STN-KEY
                   INVALID KEY
                       MOVE "10" TO WS-IX-STATUS
               END-START
               PERFORM UNTIL WS-IX-EOF
                   READ STANDING-FILE NEXT
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE STANDING-RECORD TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE STANDING-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-REQUIREMENT-FILE SECTION.
           MOVE "REQUIREMENT" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT REQUIREMENT-FILE
           IF WS-IX-SUCCESS
               MOVE LOW-VALUES TO REQ-KEY
               START REQUIREMENT-FILE KEY >= REQ-KEY
                   INVALID KEY
                       MOVE "10" TO WS-IX-STATUS
               END-START
               PERFORM UNTIL WS-IX-EOF
                   READ REQUIREMENT-FILE NEXT
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE REQUIREMENT-RECORD TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE REQUIREMENT-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-CLASSROOM-FILE SECTION.
           MOVE "CLASSROOM" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT CLASSROOM-FILE
           IF WS-IX-SUCCESS
               MOVE LOW-VALUES TO ROOM-CODE
               START CLASSROOM-FILE KEY >= ROOM-CODE
                   INVALID KEY
                       MOVE "10" TO WS-IX-STATUS
               END-START
               PERFORM UNTIL WS-IX-EOF
                   READ CLASSROOM-FILE NEXT
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE CLASSROOM-RECORD TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE CLASSROOM-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-TEXTBOOK-FILE SECTION.
           MOVE "TEXTBOOK" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT TEXTBOOK-FILE
           IF WS-IX-SUCCESS
               MOVE LOW-VALUES TO TXT-KEY
               START TEXTBOOK-FILE KEY >= TXT-KEY
                   INVALID KEY
                       MOVE "10" TO WS-IX-STATUS
               END-START
               PERFORM UNTIL WS-IX-EOF
                   READ TEXTBOOK-FILE NEXT
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE TEXTBOOK-RECORD TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE TEXTBOOK-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-TRANSFER-FILE SECTION.
           MOVE "TRANSFER" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT TRANSFER-FILE
           IF WS-IX-SUCCESS
               MOVE LOW-VALUES TO TCR-KEY
               START TRANSFER-FILE KEY >= TCR-KEY
                   INVALID KEY
                       MOVE "10" TO WS-IX-STATUS
               END-START
               PERFORM UNTIL WS-IX-EOF
                   READ TRANSFER-FILE NEXT
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE TRANSFER-CREDIT-RECORD TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE TRANSFER-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-WAITLIST-FILE SECTION.
           MOVE "WAITLIST" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT WAITLIST-FILE
           IF WS-IX-SUCCESS
               MOVE LOW-VALUES TO WL-NO
               START WAITLIST-FILE KEY >= WL-NO
                   INVALID KEY
                       MOVE "10" TO WS-IX-STATUS
               END-START
               PERFORM UNTIL WS-IX-EOF
                   READ WAITLIST-FILE NEXT
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE WAITLIST-RECORD TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE WAITLIST-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-CROSSLIST-FILE SECTION.
           MOVE "CROSSLIST" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT CROSSLIST-FILE
           IF WS-IX-SUCCESS
               MOVE LOW-VALUES TO XLS-ALT-COURSE-ID
               START CROSSLIST-FILE KEY >= XLS-ALT-COURSE-ID
                   INVALID KEY
                       MOVE "10" TO WS-IX-STATUS
               END-START
               PERFORM UNTIL WS-IX-EOF
                   READ CROSSLIST-FILE NEXT
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE CROSSLIST-RECORD TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE CROSSLIST-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-CLASS-EXC-FILE SECTION.
           MOVE "EXCEPTION" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT CLASS-EXC-FILE
           IF WS-IX-SUCCESS
               MOVE LOW-VALUES TO CEX-KEY
               START CLASS-EXC-FILE KEY >= CEX-KEY
                   INVALID KEY
                       MOVE "10" TO WS-IX-STATUS
               END-START
               PERFORM UNTIL WS-IX-EOF
                   READ CLASS-EXC-FILE NEXT
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE CLASS-EXC-RECORD TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE CLASS-EXC-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-DEADLINE-FILE SECTION.
           MOVE "DEADLINE" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT DEADLINE-FILE
           IF WS-IX-SUCCESS
               PERFORM UNTIL WS-IX-EOF
                   READ DEADLINE-FILE
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE DEADLINE-LINE TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE DEADLINE-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-SYLLABUS-HISTORY-FILE SECTION.
           MOVE "HISTORY" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT SYLLABUS-HISTORY-FILE
           IF WS-IX-SUCCESS
               MOVE LOW-VALUES TO HIS-KEY
               START SYLLABUS-HISTORY-FILE KEY >= HIS-KEY
                   INVALID KEY
                       MOVE "10" TO WS-IX-STATUS
               END-START
               PERFORM UNTIL WS-IX-EOF
                   READ SYLLABUS-HISTORY-FILE NEXT
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE SYLLABUS-HISTORY-REC TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE SYLLABUS-HISTORY-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-HOLD-FILE SECTION.
           MOVE "HOLD" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT HOLD-FILE
           IF WS-IX-SUCCESS
               MOVE LOW-VALUES TO SHD-KEY
               START HOLD-FILE KEY >= SHD-KEY
                   INVALID KEY
                       MOVE "10" TO WS-IX-STATUS
               END-START
               PERFORM UNTIL WS-IX-EOF
                   READ HOLD-FILE NEXT
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE STUDENT-HOLD-RECORD TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-DEPT-CHANGE-FILE SECTION.
           MOVE "DEPTCHANGE" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT DEPT-CHANGE-FILE
           IF WS-IX-SUCCESS
               MOVE LOW-VALUES TO DCH-KEY
               START DEPT-CHANGE-FILE KEY >= DCH-KEY
                   INVALID KEY
                       MOVE "10" TO WS-IX-STATUS
               END-START
               PERFORM UNTIL WS-IX-EOF
                   READ DEPT-CHANGE-FILE NEXT
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE DEPT-CHANGE-RECORD TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE DEPT-CHANGE-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-DEPT-CHANGE-COURSE-FILE SECTION.
           MOVE "CHANGECOURSE" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT DEPT-CHANGE-COURSE-FILE
           IF WS-IX-SUCCESS
               MOVE LOW-VALUES TO DCC-KEY
               START DEPT-CHANGE-COURSE-FILE KEY >= DCC-KEY
                   INVALID KEY
                       MOVE "10" TO WS-IX-STATUS
               END-START
               PERFORM UNTIL WS-IX-EOF
                   READ DEPT-CHANGE-COURSE-FILE NEXT
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE DEPT-CHANGE-COURSE-RECORD TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE DEPT-CHANGE-COURSE-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-SCHOLARSHIP-FILE SECTION.
           MOVE "SCHOLARSHIP" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT SCHOLARSHIP-FILE
           IF WS-IX-SUCCESS
               MOVE LOW-VALUES TO SCH-ID
               START SCHOLARSHIP-FILE KEY >= SCH-ID
                   INVALID KEY
                       MOVE "10" TO WS-IX-STATUS
               END-START
               PERFORM UNTIL WS-IX-EOF
                   READ SCHOLARSHIP-FILE NEXT
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE SCHOLARSHIP-RECORD TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE SCHOLARSHIP-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-AWARD-FILE SECTION.
           MOVE "AWARD" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT AWARD-FILE
           IF WS-IX-SUCCESS
               MOVE LOW-VALUES TO SAW-KEY
               START AWARD-FILE KEY >= SAW-KEY
                   INVALID KEY
                       MOVE "10" TO WS-IX-STATUS
               END-START
               PERFORM UNTIL WS-IX-EOF
                   READ AWARD-FILE NEXT
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE SCHOLARSHIP-AWARD-RECORD TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE AWARD-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-SYL-OPERATOR-FILE SECTION.
           MOVE "OPERATOR" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT SYL-OPERATOR-FILE
           IF WS-IX-SUCCESS
               MOVE LOW-VALUES TO SOP-ID
               START SYL-OPERATOR-FILE KEY >= SOP-ID
                   INVALID KEY
                       MOVE "10" TO WS-IX-STATUS
               END-START
               PERFORM UNTIL WS-IX-EOF
                   READ SYL-OPERATOR-FILE NEXT
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE SYL-OPERATOR-RECORD TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE SYL-OPERATOR-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-LOGIN-AUDIT-FILE SECTION.
           MOVE "LOGINAUDIT" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT LOGIN-AUDIT-FILE
           IF WS-IX-SUCCESS
               PERFORM UNTIL WS-IX-EOF
                   READ LOGIN-AUDIT-FILE
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE LOGIN-AUDIT-LINE TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE LOGIN-AUDIT-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-DECLARATION-FILE SECTION.
           MOVE "DECLARATION" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT DECLARATION-FILE
           IF WS-IX-SUCCESS
               MOVE LOW-VALUES TO PDC-KEY
               START DECLARATION-FILE KEY >= PDC-KEY
                   INVALID KEY
                       MOVE "10" TO WS-IX-STATUS
               END-START
               PERFORM UNTIL WS-IX-EOF
                   READ DECLARATION-FILE NEXT
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE PROGRAM-DECLARATION-RECORD
                               TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE DECLARATION-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-REQUIRED-LIST-FILE SECTION.
           MOVE "REQUIREDLIST" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT REQUIRED-LIST-FILE
           IF WS-IX-SUCCESS
               PERFORM UNTIL WS-IX-EOF
                   READ REQUIRED-LIST-FILE
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE REQUIRED-LIST-LINE TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE REQUIRED-LIST-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-SUBSTITUTION-FILE SECTION.
           MOVE "SUBSTITUTION" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT SUBSTITUTION-FILE
           IF WS-IX-SUCCESS
               MOVE LOW-VALUES TO SBS-KEY
               START SUBSTITUTION-FILE KEY >= SBS-KEY
                   INVALID KEY
                       MOVE "10" TO WS-IX-STATUS
               END-START
               PERFORM UNTIL WS-IX-EOF
                   READ SUBSTITUTION-FILE NEXT
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE COURSE-SUBSTITUTION-RECORD
                               TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE SUBSTITUTION-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-OUTCOME-FILE SECTION.
           MOVE "OUTCOME" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT OUTCOME-FILE
           IF WS-IX-SUCCESS
               MOVE LOW-VALUES TO PLO-KEY
               START OUTCOME-FILE KEY >= PLO-KEY
                   INVALID KEY
                       MOVE "10" TO WS-IX-STATUS
               END-START
               PERFORM UNTIL WS-IX-EOF
                   READ OUTCOME-FILE NEXT
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE OUTCOME-RECORD TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE OUTCOME-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-CURRICULUM-MAP-FILE SECTION.
           MOVE "CURRMAP" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT CURRICULUM-MAP-FILE
           IF WS-IX-SUCCESS
               MOVE LOW-VALUES TO CMP-KEY
               START CURRICULUM-MAP-FILE KEY >= CMP-KEY
                   INVALID KEY
                       MOVE "10" TO WS-IX-STATUS
               END-START
               PERFORM UNTIL WS-IX-EOF
                   READ CURRICULUM-MAP-FILE NEXT
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE CURRICULUM-MAP-RECORD TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE CURRICULUM-MAP-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-TA-FILE SECTION.
           MOVE "TA" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT TA-FILE
           IF WS-IX-SUCCESS
               MOVE LOW-VALUES TO TA-STUDENT-ID
               START TA-FILE KEY >= TA-STUDENT-ID
                   INVALID KEY
                       MOVE "10" TO WS-IX-STATUS
               END-START
               PERFORM UNTIL WS-IX-EOF
                   READ TA-FILE NEXT
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE TA-RECORD TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE TA-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-TA-ASSIGN-FILE SECTION.
           MOVE "TAASSIGN" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT TA-ASSIGN-FILE
           IF WS-IX-SUCCESS
               MOVE LOW-VALUES TO TAS-KEY
               START TA-ASSIGN-FILE KEY >= TAS-KEY
                   INVALID KEY
                       MOVE "10" TO WS-IX-STATUS
               END-START
               PERFORM UNTIL WS-IX-EOF
                   READ TA-ASSIGN-FILE NEXT
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE TA-ASSIGN-RECORD TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE TA-ASSIGN-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-UNAVAIL-FILE SECTION.
           MOVE "UNAVAIL" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT UNAVAIL-FILE
           IF WS-IX-SUCCESS
               MOVE LOW-VALUES TO TUN-KEY
               START UNAVAIL-FILE KEY >= TUN-KEY
                   INVALID KEY
                       MOVE "10" TO WS-IX-STATUS
               END-START
               PERFORM UNTIL WS-IX-EOF
                   READ UNAVAIL-FILE NEXT
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE TEACHER-UNAVAIL-RECORD TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE UNAVAIL-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-THESIS-FILE SECTION.
           MOVE "THESIS" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT THESIS-FILE
           IF WS-IX-SUCCESS
               MOVE LOW-VALUES TO THS-STUDENT-ID
               START THESIS-FILE KEY >= THS-STUDENT-ID
                   INVALID KEY
                       MOVE "10" TO WS-IX-STATUS
               END-START
               PERFORM UNTIL WS-IX-EOF
                   READ THESIS-FILE NEXT
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE THESIS-RECORD TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE THESIS-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-INTERNSHIP-FILE SECTION.
           MOVE "INTERNSHIP" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT INTERNSHIP-FILE
           IF WS-IX-SUCCESS
               MOVE LOW-VALUES TO ITN-KEY
               START INTERNSHIP-FILE KEY >= ITN-KEY
                   INVALID KEY
                       MOVE "10" TO WS-IX-STATUS
               END-START
               PERFORM UNTIL WS-IX-EOF
                   READ INTERNSHIP-FILE NEXT
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE INTERNSHIP-RECORD TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE INTERNSHIP-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-HOST-FILE SECTION.
           MOVE "HOST" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT HOST-FILE
           IF WS-IX-SUCCESS
               MOVE LOW-VALUES TO HST-ID
               START HOST-FILE KEY >= HST-ID
                   INVALID KEY
                       MOVE "10" TO WS-IX-STATUS
               END-START
               PERFORM UNTIL WS-IX-EOF
                   READ HOST-FILE NEXT
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE HOST-ORG-RECORD TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE HOST-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-CERTIFICATE-FILE SECTION.
           MOVE "CERTIFICATE" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT CERTIFICATE-FILE
           IF WS-IX-SUCCESS
               MOVE LOW-VALUES TO CERT-SERIAL-NO
               START CERTIFICATE-FILE KEY >= CERT-SERIAL-NO
                   INVALID KEY
                       MOVE "10" TO WS-IX-STATUS
               END-START
               PERFORM UNTIL WS-IX-EOF
                   READ CERTIFICATE-FILE NEXT
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE CERTIFICATE-RECORD TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE CERTIFICATE-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-CONTACT-FILE SECTION.
           MOVE "CONTACT" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT CONTACT-FILE
           IF WS-IX-SUCCESS
               MOVE LOW-VALUES TO CNT-STUDENT-ID
               START CONTACT-FILE KEY >= CNT-STUDENT-ID
                   INVALID KEY
                       MOVE "10" TO WS-IX-STATUS
               END-START
               PERFORM UNTIL WS-IX-EOF
                   READ CONTACT-FILE NEXT
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE STUDENT-CONTACT-RECORD TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE CONTACT-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-PIN-FILE SECTION.
           MOVE "PIN" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT PIN-FILE
           IF WS-IX-SUCCESS
               MOVE LOW-VALUES TO SPN-STUDENT-ID
               START PIN-FILE KEY >= SPN-STUDENT-ID
                   INVALID KEY
                       MOVE "10" TO WS-IX-STATUS
               END-START
               PERFORM UNTIL WS-IX-EOF
                   READ PIN-FILE NEXT
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE STUDENT-PIN-RECORD TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE PIN-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-RANK-FILE SECTION.
           MOVE "RANK" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT RANK-FILE
           IF WS-IX-SUCCESS
               MOVE LOW-VALUES TO CRK-KEY
               START RANK-FILE KEY >= CRK-KEY
                   INVALID KEY
                       MOVE "10" TO WS-IX-STATUS
               END-START
               PERFORM UNTIL WS-IX-EOF
                   READ RANK-FILE NEXT
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE CLASS-RANK-RECORD TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE RANK-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-ATTENDANCE-FILE SECTION.
           MOVE "ATTENDANCE" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT ATTENDANCE-FILE
           IF WS-IX-SUCCESS
               MOVE LOW-VALUES TO ATT-KEY
               START ATTENDANCE-FILE KEY >= ATT-KEY
                   INVALID KEY
                       MOVE "10" TO WS-IX-STATUS
               END-START
               PERFORM UNTIL WS-IX-EOF
                   READ ATTENDANCE-FILE NEXT
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE ATTENDANCE-RECORD TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE ATTENDANCE-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-EXAM-SLOT-FILE SECTION.
           MOVE "EXAMSLOT" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT EXAM-SLOT-FILE
           IF WS-IX-SUCCESS
               MOVE LOW-VALUES TO EXS-KEY
               START EXAM-SLOT-FILE KEY >= EXS-KEY
                   INVALID KEY
                       MOVE "10" TO WS-IX-STATUS
               END-START
               PERFORM UNTIL WS-IX-EOF
                   READ EXAM-SLOT-FILE NEXT
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE EXAM-SLOT-RECORD TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE EXAM-SLOT-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-MAKEUP-PERIOD-FILE SECTION.
           MOVE "MAKEUPPERIOD" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT MAKEUP-PERIOD-FILE
           IF WS-IX-SUCCESS
               MOVE LOW-VALUES TO MKP-SEMESTER
               START MAKEUP-PERIOD-FILE KEY >= MKP-SEMESTER
                   INVALID KEY
                       MOVE "10" TO WS-IX-STATUS
               END-START
               PERFORM UNTIL WS-IX-EOF
                   READ MAKEUP-PERIOD-FILE NEXT
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE MAKEUP-PERIOD-RECORD TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE MAKEUP-PERIOD-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-MAKEUP-APP-FILE SECTION.
           MOVE "MAKEUPAPP" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT MAKEUP-APP-FILE
           IF WS-IX-SUCCESS
               MOVE LOW-VALUES TO MKA-KEY
               START MAKEUP-APP-FILE KEY >= MKA-KEY
                   INVALID KEY
                       MOVE "10" TO WS-IX-STATUS
               END-START
               PERFORM UNTIL WS-IX-EOF
                   READ MAKEUP-APP-FILE NEXT
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE MAKEUP-APPLICATION-RECORD TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE MAKEUP-APP-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-LOTTERY-COURSE-FILE SECTION.
           MOVE "LOTTERYCRS" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT LOTTERY-COURSE-FILE
           IF WS-IX-SUCCESS
               MOVE LOW-VALUES TO LTC-KEY
               START LOTTERY-COURSE-FILE KEY >= LTC-KEY
                   INVALID KEY
                       MOVE "10" TO WS-IX-STATUS
               END-START
               PERFORM UNTIL WS-IX-EOF
                   READ LOTTERY-COURSE-FILE NEXT
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE LOTTERY-COURSE-RECORD TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE LOTTERY-COURSE-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-LOTTERY-REQUEST-FILE SECTION.
           MOVE "LOTTERYREQ" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT LOTTERY-REQUEST-FILE
           IF WS-IX-SUCCESS
               MOVE LOW-VALUES TO LRQ-KEY
               START LOTTERY-REQUEST-FILE KEY >= LRQ-KEY
                   INVALID KEY
                       MOVE "10" TO WS-IX-STATUS
               END-START
               PERFORM UNTIL WS-IX-EOF
                   READ LOTTERY-REQUEST-FILE NEXT
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE LOTTERY-REQUEST-RECORD TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE LOTTERY-REQUEST-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-CANCEL-LIST-FILE SECTION.
           MOVE "CANCELLIST" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT CANCEL-LIST-FILE
           IF WS-IX-SUCCESS
               PERFORM UNTIL WS-IX-EOF
                   READ CANCEL-LIST-FILE
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE CANCEL-LIST-LINE TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE CANCEL-LIST-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-ROOM-NEED-FILE SECTION.
           MOVE "ROOMNEED" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT ROOM-NEED-FILE
           IF WS-IX-SUCCESS
               MOVE LOW-VALUES TO RND-COURSE-ID
               START ROOM-NEED-FILE KEY >= RND-COURSE-ID
                   INVALID KEY
                       MOVE "10" TO WS-IX-STATUS
               END-START
               PERFORM UNTIL WS-IX-EOF
                   READ ROOM-NEED-FILE NEXT
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE ROOM-NEED-RECORD TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE ROOM-NEED-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-EVENT-BOOKING-FILE SECTION.
           MOVE "EVENT" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT EVENT-BOOKING-FILE
           IF WS-IX-SUCCESS
               MOVE LOW-VALUES TO EVB-KEY
               START EVENT-BOOKING-FILE KEY >= EVB-KEY
                   INVALID KEY
                       MOVE "10" TO WS-IX-STATUS
               END-START
               PERFORM UNTIL WS-IX-EOF
                   READ EVENT-BOOKING-FILE NEXT
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE EVENT-BOOKING-RECORD TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE EVENT-BOOKING-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-OFFICE-HOUR-FILE SECTION.
           MOVE "OFFICEHOUR" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT OFFICE-HOUR-FILE
           IF WS-IX-SUCCESS
               MOVE LOW-VALUES TO OFH-KEY
               START OFFICE-HOUR-FILE KEY >= OFH-KEY
                   INVALID KEY
                       MOVE "10" TO WS-IX-STATUS
               END-START
               PERFORM UNTIL WS-IX-EOF
                   READ OFFICE-HOUR-FILE NEXT
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE OFFICE-HOUR-RECORD TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE OFFICE-HOUR-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

       UNLOAD-APPOINTMENT-FILE SECTION.
           MOVE "APPOINTMENT" TO WS-CURRENT-SECTION
           PERFORM WRITE-SECTION-HEADER
           OPEN INPUT APPOINTMENT-FILE
           IF WS-IX-SUCCESS
               MOVE LOW-VALUES TO APT-KEY
               START APPOINTMENT-FILE KEY >= APT-KEY
                   INVALID KEY
                       MOVE "10" TO WS-IX-STATUS
               END-START
               PERFORM UNTIL WS-IX-EOF
                   READ APPOINTMENT-FILE NEXT
                       AT END
                           MOVE "10" TO WS-IX-STATUS
                       NOT AT END
                           MOVE SPACES TO WS-GEN-DETAIL
                           MOVE "D" TO WS-GEN-TYPE
                           MOVE ADVISING-APPOINTMENT-RECORD
                               TO WS-GEN-BODY
                           PERFORM WRITE-DATA-LINE
                   END-READ
               END-PERFORM
               CLOSE APPOINTMENT-FILE
           END-IF
           MOVE "00" TO WS-IX-STATUS
           PERFORM WRITE-SECTION-TRAILER.

      * 世代台帳へ今回の世代を追記し、保持世代数を超えた
      * 古い世代をsupersededに落として書き戻す
       REGISTER-GENERATION SECTION.
           PERFORM LOAD-CATALOG
           IF WS-CATG-COUNT < 200
               ADD 1 TO WS-CATG-COUNT
               MOVE WS-GEN-ID TO WS-CATG-GEN-ID(WS-CATG-COUNT)
               MOVE "A" TO WS-CATG-MARK(WS-CATG-COUNT)
               MOVE LS-ORIGIN TO WS-CATG-ORIGIN(WS-CATG-COUNT)
               MOVE WS-TOTAL-COUNT TO WS-CATG-TOTAL(WS-CATG-COUNT)
           END-IF
           MOVE ZERO TO WS-ACTIVE-GENS
           PERFORM VARYING WS-CATG-I FROM WS-CATG-COUNT BY -1
                   UNTIL WS-CATG-I < 1
               IF WS-CATG-MARK(WS-CATG-I) = "A"
                   ADD 1 TO WS-ACTIVE-GENS
                   IF WS-ACTIVE-GENS > WS-KEEP-GENERATIONS
                       MOVE "S" TO WS-CATG-MARK(WS-CATG-I)
                   END-IF
               END-IF
           END-PERFORM
           PERFORM SAVE-CATALOG.

       LOAD-CATALOG SECTION.
           MOVE ZERO TO WS-CATG-COUNT
           OPEN INPUT CATALOG-FILE
           IF WS-CAT-SUCCESS
               PERFORM UNTIL WS-CAT-EOF
                   READ CATALOG-FILE
                       AT END
                           MOVE "10" TO WS-CAT-STATUS
                       NOT AT END
                           IF WS-CATG-COUNT < 200
                               ADD 1 TO WS-CATG-COUNT
                               MOVE ABK-GEN-ID
                                   TO WS-CATG-GEN-ID(WS-CATG-COUNT)
                               MOVE ABK-MARK
                                   TO WS-CATG-MARK(WS-CATG-COUNT)
                               MOVE ABK-ORIGIN
                                   TO WS-CATG-ORIGIN(WS-CATG-COUNT)
                               MOVE ABK-TOTAL-COUNT
                                   TO WS-CATG-TOTAL(WS-CATG-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF
           MOVE "00" TO WS-CAT-STATUS.

       SAVE-CATALOG SECTION.
           OPEN OUTPUT CATALOG-FILE
           PERFORM VARYING WS-CATG-I FROM 1 BY 1
                   UNTIL WS-CATG-I > WS-CATG-COUNT
               MOVE SPACES TO ACAD-BACKUP-CATALOG-RECORD
               MOVE WS-CATG-GEN-ID(WS-CATG-I) TO ABK-GEN-ID
               MOVE WS-CATG-MARK(WS-CATG-I) TO ABK-MARK
               MOVE WS-CATG-ORIGIN(WS-CATG-I) TO ABK-ORIGIN
               MOVE WS-CATG-TOTAL(WS-CATG-I) TO ABK-TOTAL-COUNT
               WRITE ACAD-BACKUP-CATALOG-RECORD
           END-PERFORM
           CLOSE CATALOG-FILE
           MOVE "00" TO WS-CAT-STATUS.
