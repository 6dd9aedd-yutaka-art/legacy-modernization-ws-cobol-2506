      ******************************************************************
      * シラバス管理システム - 学務系バックアップ／リストア
      *
      * 世代の作成は SYLSNAP を呼び出して行う（学期繰越・進級
      * 卒業処理の実行前にも同じ形式の世代が自動で作成される）。
      * リストアは世代番号を指定し、上書きの前に世代ファイル全体
      * を読んで F/D/T の並びと各ファイルの件数、世代台帳に記録
      * した総件数を照合する。検証を通った世代だけを、現在の状態
      * を RESTORE 世代として退避してから復元し、復元後にも T 件数
      * と実際の書き込み件数を照合する。世代に含まれないファイル
      * （その世代の作成後に対象へ加えたもの）は復元せず、現在の
      * 内容のまま残す
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLBKUP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.
       SPECIAL-NAMES.
           CONSOLE IS CRT.

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
           88  WS-GEN-EOF           VALUE "10".

       01  WS-CAT-STATUS            PIC XX VALUE "00".
           88  WS-CAT-SUCCESS       VALUE "00".
           88  WS-CAT-EOF           VALUE "10".

       01  WS-CONTINUE-FLAG         PIC X VALUE "Y".
           88  WS-CONTINUE          VALUE "Y", "y".
           88  WS-EXIT              VALUE "N", "n".

       01  WS-CHOICE                PIC 9 VALUE 0.

       01  WS-GEN-FILENAME          PIC X(40) VALUE SPACES.
       01  WS-INPUT-GEN-ID          PIC 9(14) VALUE ZERO.

      * SYLSNAP 呼び出し用
       01  WS-SNAP-ORIGIN           PIC X(8) VALUE SPACES.
       01  WS-SNAP-GEN-ID           PIC 9(14) VALUE ZERO.
       01  WS-SNAP-TOTAL            PIC 9(7) VALUE ZERO.
       01  WS-SNAP-RETURN-CODE      PIC X(2) VALUE "00".
           88  WS-SNAP-SUCCESS      VALUE "00".

       01  WS-VERIFY-OK-FLAG        PIC X VALUE "Y".
           88  WS-VERIFY-OK         VALUE "Y".
       01  WS-WRITE-OK-FLAG         PIC X VALUE "N".
           88  WS-WRITE-OK          VALUE "Y".
       01  WS-SECTION-OPEN-FLAG     PIC X VALUE "N".
           88  WS-SECTION-OPEN      VALUE "Y".

       01  WS-GEN-DETAIL.
           05  WS-GEN-TYPE          PIC X(1).
           05  WS-GEN-BODY          PIC X(999).
       01  WS-GEN-COUNT-REC REDEFINES WS-GEN-DETAIL.
           05  FILLER               PIC X(1).
           05  WS-GEN-REC-COUNT     PIC 9(6).
           05  FILLER               PIC X(993).

       01  WS-CURRENT-SECTION       PIC X(12) VALUE SPACES.
           88  WS-KNOWN-SECTION     VALUE
                                    "SYLLABUS"
                                    "STUDENT"
                                    "ENROLLMENT"
                                    "GRADE"
                                    "TEACHER"
                                    "DEPARTMENT"
                                    "TERM"
                                    "SECTION"
                                    "RESERVE"
                                    "DEGREE"
                                    "DIPLOMA"
                                    "STANDING"
                                    "REQUIREMENT"
                                    "CLASSROOM"
                                    "TEXTBOOK"
                                    "TRANSFER"
                                    "WAITLIST"
                                    "CROSSLIST"
                                    "EXCEPTION"
                                    "DEADLINE"
                                    "HISTORY"
                                    "HOLD"
                                    "DEPTCHANGE"
                                    "CHANGECOURSE"
                                    "SCHOLARSHIP"
                                    "AWARD"
                                    "OPERATOR"
                                    "LOGINAUDIT"
                                    "DECLARATION"
                                    "REQUIREDLIST"
                                    "SUBSTITUTION"
                                    "OUTCOME"
                                    "CURRMAP"
                                    "TA"
                                    "TAASSIGN"
                                    "UNAVAIL"
                                    "THESIS"
                                    "INTERNSHIP"
                                    "HOST"
                                    "CERTIFICATE"
                                    "CONTACT"
                                    "PIN"
                                    "RANK"
                                    "ATTENDANCE"
                                    "EXAMSLOT"
                                    "MAKEUPPERIOD"
                                    "MAKEUPAPP"
                                    "LOTTERYCRS"
                                    "LOTTERYREQ"
                                    "CANCELLIST"
                                    "ROOMNEED"
                                    "EVENT"
                                    "OFFICEHOUR"
                                    "APPOINTMENT".
       01  WS-RESTORE-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-VERIFY-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-VERIFY-TOTAL          PIC 9(7) VALUE ZERO.
       01  WS-VERIFY-SECTIONS       PIC 9(3) VALUE ZERO.

       01  WS-CATG-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-CATG-TABLE.
           05  WS-CATG-ENTRY OCCURS 200 TIMES.
               10  WS-CATG-GEN-ID       PIC 9(14).
               10  WS-CATG-MARK         PIC X(1).
               10  WS-CATG-ORIGIN       PIC X(8).
               10  WS-CATG-TOTAL        PIC 9(7).
       01  WS-CATG-I                PIC 9(3) VALUE ZERO.
       01  WS-ORIGIN-LABEL          PIC X(18) VALUE SPACES.
       01  WS-MARK-LABEL            PIC X(18) VALUE SPACES.

       COPY LIBERROR.

       SCREEN SECTION.
       01  BKUP-MENU-SCREEN.
           05  LINE 2 COL 1         VALUE
               "学務系バックアップ／リストアメニュー".
           05  LINE 4 COL 1         VALUE "1. バックアップ作成".
           05  LINE 5 COL 1         VALUE
               "2. リストア（世代指定）".
           05  LINE 6 COL 1         VALUE "3. 世代一覧".
           05  LINE 7 COL 1         VALUE "9. 戻る".
           05  LINE 9 COL 1         VALUE "選択: ".
           05  LINE 9 COL 8         PIC 9 USING WS-CHOICE.

       01  RESTORE-INPUT-SCREEN.
           05  LINE 2 COL 1         VALUE "学務系リストア".
           05  LINE 4 COL 1         VALUE
               "世代番号(YYYYMMDDHHMMSS): ".
           05  LINE 4 COL 28        PIC 9(14) USING WS-INPUT-GEN-ID.
           05  LINE 6 COL 1         VALUE
               "現在のデータは上書きされます。"
               & "実行しますか？ (Y/N): ".
           05  LINE 6 COL 55        PIC X USING WS-CONTINUE-FLAG.

       01  CONTINUE-SCREEN.
           05  LINE 16 COL 1        VALUE
               "続行しますか？ (Y/N): ".
           05  LINE 16 COL 25       PIC X USING WS-CONTINUE-FLAG.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE "Y" TO WS-CONTINUE-FLAG
           MOVE ZERO TO WS-CHOICE
           PERFORM UNTIL WS-EXIT
               PERFORM DISPLAY-MENU
               PERFORM PROCESS-CHOICE
               IF NOT WS-EXIT
                   PERFORM CHECK-CONTINUE
               END-IF
           END-PERFORM
           GOBACK.

       DISPLAY-MENU SECTION.
           DISPLAY BKUP-MENU-SCREEN
           ACCEPT BKUP-MENU-SCREEN.

       PROCESS-CHOICE SECTION.
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM CREATE-BACKUP
               WHEN 2
                   PERFORM RESTORE-BACKUP
               WHEN 3
                   PERFORM LIST-GENERATIONS
               WHEN 9
                   MOVE "N" TO WS-CONTINUE-FLAG
               WHEN OTHER
                   DISPLAY MSG-INVALID-INPUT
           END-EVALUATE.

      * ----- バックアップ作成 -----
       CREATE-BACKUP SECTION.
           MOVE "MANUAL" TO WS-SNAP-ORIGIN
           CALL "SYLSNAP" USING WS-SNAP-ORIGIN, WS-SNAP-GEN-ID,
                                WS-SNAP-TOTAL, WS-SNAP-RETURN-CODE
           IF WS-SNAP-SUCCESS
               DISPLAY "バックアップを作成しました。"
               DISPLAY "世代番号: " WS-SNAP-GEN-ID
               DISPLAY "総レコード件数: " WS-SNAP-TOTAL
           ELSE
               DISPLAY "世代ファイルを作成できません"
                   "でした。"
           END-IF.

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

       LIST-GENERATIONS SECTION.
           PERFORM LOAD-CATALOG
           DISPLAY "学務系バックアップ世代一覧"
           IF WS-CATG-COUNT = ZERO
               DISPLAY "世代はありません。"
           ELSE
               PERFORM VARYING WS-CATG-I FROM 1 BY 1
                       UNTIL WS-CATG-I > WS-CATG-COUNT
                   EVALUATE WS-CATG-ORIGIN(WS-CATG-I)
                       WHEN "SYLROLL"
                           MOVE "学期繰越前" TO WS-ORIGIN-LABEL
                       WHEN "STUPROG"
                           MOVE "進級処理前" TO WS-ORIGIN-LABEL
                       WHEN "RESTORE"
                           MOVE "リストア前" TO WS-ORIGIN-LABEL
                       WHEN OTHER
                           MOVE "手動作成" TO WS-ORIGIN-LABEL
                   END-EVALUATE
                   IF WS-CATG-MARK(WS-CATG-I) = "A"
                       MOVE "有効" TO WS-MARK-LABEL
                   ELSE
                       MOVE "保持期限超過" TO WS-MARK-LABEL
                   END-IF
                   DISPLAY WS-CATG-GEN-ID(WS-CATG-I) "  "
                       WS-ORIGIN-LABEL " " WS-CATG-TOTAL(WS-CATG-I)
                       "件  " WS-MARK-LABEL
               END-PERFORM
           END-IF.

      * ----- リストア -----
       RESTORE-BACKUP SECTION.
           MOVE ZERO TO WS-INPUT-GEN-ID
           MOVE "N" TO WS-CONTINUE-FLAG
           DISPLAY RESTORE-INPUT-SCREEN
           ACCEPT RESTORE-INPUT-SCREEN
           IF NOT WS-CONTINUE
               DISPLAY "リストアを中止しました。"
           ELSE
               MOVE SPACES TO WS-GEN-FILENAME
               STRING "acad_backup_" DELIMITED BY SIZE
                       WS-INPUT-GEN-ID DELIMITED BY SIZE
                       ".dat" DELIMITED BY SIZE
                   INTO WS-GEN-FILENAME
               PERFORM VERIFY-GENERATION
               IF NOT WS-VERIFY-OK
                   DISPLAY "世代ファイルの検証で異常が"
                       "あったため"
                       "リストアを中止しました。"
               ELSE
                   MOVE "RESTORE" TO WS-SNAP-ORIGIN
                   CALL "SYLSNAP" USING WS-SNAP-ORIGIN,
                                        WS-SNAP-GEN-ID,
                                        WS-SNAP-TOTAL,
                                        WS-SNAP-RETURN-CODE
                   IF NOT WS-SNAP-SUCCESS
                       DISPLAY "現在の状態を退避できない"
                           "ためリストアを中止しました。"
                   ELSE
                       DISPLAY "現在の状態を世代 "
                           WS-SNAP-GEN-ID
                           " に退避しました。"
                       PERFORM RESTORE-GENERATION
                   END-IF
               END-IF
           END-IF
           MOVE "Y" TO WS-CONTINUE-FLAG.

      * 上書き前の検証。F/D/Tの並び、ファイル名、各ファイルの
      * T件数とDレコード数、世代台帳の総件数を照合する
       VERIFY-GENERATION SECTION.
           MOVE "Y" TO WS-VERIFY-OK-FLAG
           MOVE "N" TO WS-SECTION-OPEN-FLAG
           MOVE ZERO TO WS-VERIFY-TOTAL
           MOVE ZERO TO WS-VERIFY-SECTIONS
           MOVE SPACES TO WS-CURRENT-SECTION
           OPEN INPUT GENERATION-FILE
           IF NOT WS-GEN-SUCCESS
               MOVE "N" TO WS-VERIFY-OK-FLAG
               DISPLAY "指定世代のバックアップが"
                   "見つかりません。"
           ELSE
               PERFORM UNTIL WS-GEN-EOF
                   READ GENERATION-FILE
                       AT END
                           MOVE "10" TO WS-GEN-STATUS
                       NOT AT END
                           MOVE GENERATION-LINE TO WS-GEN-DETAIL
                           PERFORM VERIFY-ONE-LINE
                   END-READ
               END-PERFORM
               CLOSE GENERATION-FILE
               IF WS-SECTION-OPEN
                   MOVE "N" TO WS-VERIFY-OK-FLAG
                   DISPLAY "件数レコードがありません: "
                       WS-CURRENT-SECTION
               END-IF
               IF WS-VERIFY-SECTIONS = ZERO
                   MOVE "N" TO WS-VERIFY-OK-FLAG
                   DISPLAY "世代ファイルにデータが"
                       "ありません。"
               END-IF
               PERFORM VERIFY-CATALOG-TOTAL
           END-IF
           MOVE "00" TO WS-GEN-STATUS
           MOVE SPACES TO WS-CURRENT-SECTION.

       VERIFY-ONE-LINE SECTION.
           EVALUATE WS-GEN-TYPE
               WHEN "F"
                   IF WS-SECTION-OPEN
                       MOVE "N" TO WS-VERIFY-OK-FLAG
                       DISPLAY "件数レコードがありません: "
                           WS-CURRENT-SECTION
                   END-IF
                   MOVE WS-GEN-BODY(1:12) TO WS-CURRENT-SECTION
                   IF NOT WS-KNOWN-SECTION
                       MOVE "N" TO WS-VERIFY-OK-FLAG
                       DISPLAY "不明なファイル識別: "
                           WS-CURRENT-SECTION
                   END-IF
                   MOVE "Y" TO WS-SECTION-OPEN-FLAG
                   MOVE ZERO TO WS-VERIFY-COUNT
               WHEN "D"
                   IF WS-SECTION-OPEN
                       ADD 1 TO WS-VERIFY-COUNT
                   ELSE
                       MOVE "N" TO WS-VERIFY-OK-FLAG
                   END-IF
               WHEN "T"
                   IF NOT WS-SECTION-OPEN
                       MOVE "N" TO WS-VERIFY-OK-FLAG
                   ELSE
                       IF WS-GEN-REC-COUNT NOT = WS-VERIFY-COUNT
                           MOVE "N" TO WS-VERIFY-OK-FLAG
                           DISPLAY "件数不一致: "
                               WS-CURRENT-SECTION
                               " 期待=" WS-GEN-REC-COUNT
                               " 実際=" WS-VERIFY-COUNT
                       END-IF
                       ADD WS-VERIFY-COUNT TO WS-VERIFY-TOTAL
                       ADD 1 TO WS-VERIFY-SECTIONS
                       MOVE "N" TO WS-SECTION-OPEN-FLAG
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-VERIFY-OK-FLAG
           END-EVALUATE.

      * 台帳に記録のある世代は総件数も一致しなければならない
       VERIFY-CATALOG-TOTAL SECTION.
           PERFORM LOAD-CATALOG
           PERFORM VARYING WS-CATG-I FROM 1 BY 1
                   UNTIL WS-CATG-I > WS-CATG-COUNT
               IF WS-CATG-GEN-ID(WS-CATG-I) = WS-INPUT-GEN-ID
               AND WS-CATG-TOTAL(WS-CATG-I) NOT = WS-VERIFY-TOTAL
                   MOVE "N" TO WS-VERIFY-OK-FLAG
                   DISPLAY "台帳件数不一致: 台帳="
                       WS-CATG-TOTAL(WS-CATG-I)
                       " 世代ファイル=" WS-VERIFY-TOTAL
               END-IF
           END-PERFORM.

       RESTORE-GENERATION SECTION.
           MOVE SPACES TO WS-CURRENT-SECTION
           OPEN INPUT GENERATION-FILE
           PERFORM UNTIL WS-GEN-EOF
               READ GENERATION-FILE
                   AT END
                       MOVE "10" TO WS-GEN-STATUS
                   NOT AT END
                       MOVE GENERATION-LINE TO WS-GEN-DETAIL
                       PERFORM PROCESS-RESTORE-LINE
               END-READ
           END-PERFORM
           CLOSE GENERATION-FILE
           PERFORM CLOSE-RESTORE-TARGET
           MOVE "00" TO WS-GEN-STATUS
           IF WS-VERIFY-OK
               DISPLAY "リストアが完了し、"
                   "件数検証もOKです。"
           ELSE
               DISPLAY "リストアは完了しましたが"
                   "件数不一致があります。"
               DISPLAY "退避した世代 " WS-SNAP-GEN-ID
                   " から戻すことができます。"
           END-IF.

       PROCESS-RESTORE-LINE SECTION.
           EVALUATE WS-GEN-TYPE
               WHEN "F"
                   PERFORM CLOSE-RESTORE-TARGET
                   MOVE WS-GEN-BODY(1:12) TO WS-CURRENT-SECTION
                   PERFORM OPEN-RESTORE-TARGET
                   MOVE ZERO TO WS-RESTORE-COUNT
               WHEN "D"
                   PERFORM RESTORE-ONE-RECORD
               WHEN "T"
                   IF WS-GEN-REC-COUNT NOT = WS-RESTORE-COUNT
                       MOVE "N" TO WS-VERIFY-OK-FLAG
                       DISPLAY "件数不一致: " WS-CURRENT-SECTION
                           " 期待=" WS-GEN-REC-COUNT
                           " 実際=" WS-RESTORE-COUNT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       OPEN-RESTORE-TARGET SECTION.
           EVALUATE WS-CURRENT-SECTION
               WHEN "SYLLABUS"
                   OPEN OUTPUT SYLLABUS-FILE
               WHEN "STUDENT"
                   OPEN OUTPUT STUDENT-FILE
               WHEN "ENROLLMENT"
                   OPEN OUTPUT ENROLLMENT-FILE
               WHEN "GRADE"
                   OPEN OUTPUT GRADE-FILE
               WHEN "TEACHER"
                   OPEN OUTPUT TEACHER-FILE
               WHEN "DEPARTMENT"
                   OPEN OUTPUT DEPARTMENT-FILE
               WHEN "TERM"
                   OPEN OUTPUT TERM-FILE
               WHEN "SECTION"
                   OPEN OUTPUT SECTION-FILE
               WHEN "RESERVE"
                   OPEN OUTPUT RESERVE-BOOK-FILE
               WHEN "DEGREE"
                   OPEN OUTPUT DEGREE-FILE
               WHEN "DIPLOMA"
                   OPEN OUTPUT DIPLOMA-FILE
               WHEN "STANDING"
                   OPEN OUTPUT STANDING-FILE
               WHEN "REQUIREMENT"
                   OPEN OUTPUT REQUIREMENT-FILE
               WHEN "CLASSROOM"
                   OPEN OUTPUT CLASSROOM-FILE
               WHEN "TEXTBOOK"
                   OPEN OUTPUT TEXTBOOK-FILE
               WHEN "TRANSFER"
                   OPEN OUTPUT TRANSFER-FILE
               WHEN "WAITLIST"
                   OPEN OUTPUT WAITLIST-FILE
               WHEN "CROSSLIST"
                   OPEN OUTPUT CROSSLIST-FILE
               WHEN "EXCEPTION"
                   OPEN OUTPUT CLASS-EXC-FILE
               WHEN "DEADLINE"
                   OPEN OUTPUT DEADLINE-FILE
               WHEN "HISTORY"
                   OPEN OUTPUT SYLLABUS-HISTORY-FILE
               WHEN "HOLD"
                   OPEN OUTPUT HOLD-FILE
               WHEN "DEPTCHANGE"
                   OPEN OUTPUT DEPT-CHANGE-FILE
               WHEN "CHANGECOURSE"
                   OPEN OUTPUT DEPT-CHANGE-COURSE-FILE
               WHEN "SCHOLARSHIP"
                   OPEN OUTPUT SCHOLARSHIP-FILE
               WHEN "AWARD"
                   OPEN OUTPUT AWARD-FILE
               WHEN "OPERATOR"
                   OPEN OUTPUT SYL-OPERATOR-FILE
               WHEN "LOGINAUDIT"
                   OPEN OUTPUT LOGIN-AUDIT-FILE
               WHEN "DECLARATION"
                   OPEN OUTPUT DECLARATION-FILE
               WHEN "REQUIREDLIST"
                   OPEN OUTPUT REQUIRED-LIST-FILE
               WHEN "SUBSTITUTION"
                   OPEN OUTPUT SUBSTITUTION-FILE
               WHEN "OUTCOME"
                   OPEN OUTPUT OUTCOME-FILE
               WHEN "CURRMAP"
                   OPEN OUTPUT CURRICULUM-MAP-FILE
               WHEN "TA"
                   OPEN OUTPUT TA-FILE
               WHEN "TAASSIGN"
                   OPEN OUTPUT TA-ASSIGN-FILE
               WHEN "UNAVAIL"
                   OPEN OUTPUT UNAVAIL-FILE
               WHEN "THESIS"
                   OPEN OUTPUT THESIS-FILE
               WHEN "INTERNSHIP"
                   OPEN OUTPUT INTERNSHIP-FILE
               WHEN "HOST"
                   OPEN OUTPUT HOST-FILE
               WHEN "CERTIFICATE"
                   OPEN OUTPUT CERTIFICATE-FILE
               WHEN "CONTACT"
                   OPEN OUTPUT CONTACT-FILE
               WHEN "PIN"
                   OPEN OUTPUT PIN-FILE
               WHEN "RANK"
                   OPEN OUTPUT RANK-FILE
               WHEN "ATTENDANCE"
                   OPEN OUTPUT ATTENDANCE-FILE
               WHEN "EXAMSLOT"
                   OPEN OUTPUT EXAM-SLOT-FILE
               WHEN "MAKEUPPERIOD"
                   OPEN OUTPUT MAKEUP-PERIOD-FILE
               WHEN "MAKEUPAPP"
                   OPEN OUTPUT MAKEUP-APP-FILE
               WHEN "LOTTERYCRS"
                   OPEN OUTPUT LOTTERY-COURSE-FILE
               WHEN "LOTTERYREQ"
                   OPEN OUTPUT LOTTERY-REQUEST-FILE
               WHEN "CANCELLIST"
                   OPEN OUTPUT CANCEL-LIST-FILE
               WHEN "ROOMNEED"
                   OPEN OUTPUT ROOM-NEED-FILE
               WHEN "EVENT"
                   OPEN OUTPUT EVENT-BOOKING-FILE
               WHEN "OFFICEHOUR"
                   OPEN OUTPUT OFFICE-HOUR-FILE
               WHEN "APPOINTMENT"
                   OPEN OUTPUT APPOINTMENT-FILE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CLOSE-RESTORE-TARGET SECTION.
           EVALUATE WS-CURRENT-SECTION
               WHEN "SYLLABUS"
                   CLOSE SYLLABUS-FILE
               WHEN "STUDENT"
                   CLOSE STUDENT-FILE
               WHEN "ENROLLMENT"
                   CLOSE ENROLLMENT-FILE
               WHEN "GRADE"
                   CLOSE GRADE-FILE
               WHEN "TEACHER"
                   CLOSE TEACHER-FILE
               WHEN "DEPARTMENT"
                   CLOSE DEPARTMENT-FILE
               WHEN "TERM"
                   CLOSE TERM-FILE
               WHEN "SECTION"
                   CLOSE SECTION-FILE
               WHEN "RESERVE"
                   CLOSE RESERVE-BOOK-FILE
               WHEN "DEGREE"
                   CLOSE DEGREE-FILE
               WHEN "DIPLOMA"
                   CLOSE DIPLOMA-FILE
               WHEN "STANDING"
                   CLOSE STANDING-FILE
               WHEN "REQUIREMENT"
                   CLOSE REQUIREMENT-FILE
               WHEN "CLASSROOM"
                   CLOSE CLASSROOM-FILE
               WHEN "TEXTBOOK"
                   CLOSE TEXTBOOK-FILE
               WHEN "TRANSFER"
                   CLOSE TRANSFER-FILE
               WHEN "WAITLIST"
                   CLOSE WAITLIST-FILE
               WHEN "CROSSLIST"
                   CLOSE CROSSLIST-FILE
               WHEN "EXCEPTION"
                   CLOSE CLASS-EXC-FILE
               WHEN "DEADLINE"
                   CLOSE DEADLINE-FILE
               WHEN "HISTORY"
                   CLOSE SYLLABUS-HISTORY-FILE
               WHEN "HOLD"
                   CLOSE HOLD-FILE
               WHEN "DEPTCHANGE"
                   CLOSE DEPT-CHANGE-FILE
               WHEN "CHANGECOURSE"
                   CLOSE DEPT-CHANGE-COURSE-FILE
               WHEN "SCHOLARSHIP"
                   CLOSE SCHOLARSHIP-FILE
               WHEN "AWARD"
                   CLOSE AWARD-FILE
               WHEN "OPERATOR"
                   CLOSE SYL-OPERATOR-FILE
               WHEN "LOGINAUDIT"
                   CLOSE LOGIN-AUDIT-FILE
               WHEN "DECLARATION"
                   CLOSE DECLARATION-FILE
               WHEN "REQUIREDLIST"
                   CLOSE REQUIRED-LIST-FILE
               WHEN "SUBSTITUTION"
                   CLOSE SUBSTITUTION-FILE
               WHEN "OUTCOME"
                   CLOSE OUTCOME-FILE
               WHEN "CURRMAP"
                   CLOSE CURRICULUM-MAP-FILE
               WHEN "TA"
                   CLOSE TA-FILE
               WHEN "TAASSIGN"
                   CLOSE TA-ASSIGN-FILE
               WHEN "UNAVAIL"
                   CLOSE UNAVAIL-FILE
               WHEN "THESIS"
                   CLOSE THESIS-FILE
               WHEN "INTERNSHIP"
                   CLOSE INTERNSHIP-FILE
               WHEN "HOST"
                   CLOSE HOST-FILE
               WHEN "CERTIFICATE"
                   CLOSE CERTIFICATE-FILE
               WHEN "CONTACT"
                   CLOSE CONTACT-FILE
               WHEN "PIN"
                   CLOSE PIN-FILE
               WHEN "RANK"
                   CLOSE RANK-FILE
               WHEN "ATTENDANCE"
                   CLOSE ATTENDANCE-FILE
               WHEN "EXAMSLOT"
                   CLOSE EXAM-SLOT-FILE
               WHEN "MAKEUPPERIOD"
                   CLOSE MAKEUP-PERIOD-FILE
               WHEN "MAKEUPAPP"
                   CLOSE MAKEUP-APP-FILE
               WHEN "LOTTERYCRS"
                   CLOSE LOTTERY-COURSE-FILE
               WHEN "LOTTERYREQ"
                   CLOSE LOTTERY-REQUEST-FILE
               WHEN "CANCELLIST"
                   CLOSE CANCEL-LIST-FILE
               WHEN "ROOMNEED"
                   CLOSE ROOM-NEED-FILE
               WHEN "EVENT"
                   CLOSE EVENT-BOOKING-FILE
               WHEN "OFFICEHOUR"
                   CLOSE OFFICE-HOUR-FILE
               WHEN "APPOINTMENT"
                   CLOSE APPOINTMENT-FILE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE SPACES TO WS-CURRENT-SECTION
           MOVE "00" TO WS-IX-STATUS.

      * 復元1件の書き込み。書けなかったレコードは件数に入れず、
      * 検証判定もNGへ落とす（黙って欠落させない）
       RESTORE-ONE-RECORD SECTION.
           MOVE "N" TO WS-WRITE-OK-FLAG
           EVALUATE WS-CURRENT-SECTION
               WHEN "SYLLABUS"
                   MOVE WS-GEN-BODY TO SYLLABUS-FILE-REC
                   WRITE SYLLABUS-FILE-REC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-WRITE
               WHEN "STUDENT"
                   MOVE WS-GEN-BODY TO STUDENT-RECORD
                   WRITE STUDENT-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-WRITE
               WHEN "ENROLLMENT"
                   MOVE WS-GEN-BODY TO ENROLLMENT-RECORD
                   WRITE ENROLLMENT-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-WRITE
               WHEN "GRADE"
                   MOVE WS-GEN-BODY TO GRADE-RECORD
                   WRITE GRADE-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-WRITE
               WHEN "TEACHER"
                   MOVE WS-GEN-BODY TO TEACHER-RECORD
                   WRITE TEACHER-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-WRITE
               WHEN "DEPARTMENT"
                   MOVE WS-GEN-BODY TO DEPARTMENT-RECORD
                   WRITE DEPARTMENT-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-WRITE
               WHEN "TERM"
                   MOVE WS-GEN-BODY TO TERM-RECORD
                   WRITE TERM-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-WRITE
               WHEN "SECTION"
                   MOVE WS-GEN-BODY TO SECTION-RECORD
                   WRITE SECTION-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-WRITE
               WHEN "RESERVE"
                   MOVE WS-GEN-BODY TO COURSE-RESERVE-RECORD
                   WRITE COURSE-RESERVE-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-WRITE
               WHEN "DEGREE"
                   MOVE WS-GEN-BODY TO DEGREE-RECORD
                   WRITE DEGREE-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-WRITE
               WHEN "DIPLOMA"
                   MOVE WS-GEN-BODY TO DIPLOMA-RECORD
                   WRITE DIPLOMA-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-WRITE
               WHEN "STANDING"
                   MOVE WS-GEN-BODY TO STANDING-RECORD
                   WRITE STANDING-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-WRITE
               WHEN "REQUIREMENT"
                   MOVE WS-GEN-BODY TO REQUIREMENT-RECORD
                   WRITE REQUIREMENT-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-WRITE
               WHEN "CLASSROOM"
                   MOVE WS-GEN-BODY TO CLASSROOM-RECORD
                   WRITE CLASSROOM-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-WRITE
               WHEN "TEXTBOOK"
                   MOVE WS-GEN-BODY TO TEXTBOOK-RECORD
                   WRITE TEXTBOOK-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-WRITE
               WHEN "TRANSFER"
                   MOVE WS-GEN-BODY TO TRANSFER-CREDIT-RECORD
                   WRITE TRANSFER-CREDIT-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-WRITE
               WHEN "WAITLIST"
                   MOVE WS-GEN-BODY TO WAITLIST-RECORD
                   WRITE WAITLIST-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-WRITE
               WHEN "CROSSLIST"
                   MOVE WS-GEN-BODY TO CROSSLIST-RECORD
                   WRITE CROSSLIST-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-WRITE
               WHEN "EXCEPTION"
                   MOVE WS-GEN-BODY TO CLASS-EXC-RECORD
                   WRITE CLASS-EXC-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-WRITE
               WHEN "DEADLINE"
                   MOVE WS-GEN-BODY TO DEADLINE-LINE
                   WRITE DEADLINE-LINE
                   IF WS-IX-SUCCESS
                       MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-IF
               WHEN "HISTORY"
                   MOVE WS-GEN-BODY TO SYLLABUS-HISTORY-REC
                   WRITE SYLLABUS-HISTORY-REC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-WRITE
               WHEN "HOLD"
                   MOVE WS-GEN-BODY TO STUDENT-HOLD-RECORD
                   WRITE STUDENT-HOLD-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-WRITE
               WHEN "DEPTCHANGE"
                   MOVE WS-GEN-BODY TO DEPT-CHANGE-RECORD
                   WRITE DEPT-CHANGE-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-WRITE
               WHEN "CHANGECOURSE"
                   MOVE WS-GEN-BODY TO DEPT-CHANGE-COURSE-RECORD
                   WRITE DEPT-CHANGE-COURSE-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-WRITE
               WHEN "SCHOLARSHIP"
                   MOVE WS-GEN-BODY TO SCHOLARSHIP-RECORD
                   WRITE SCHOLARSHIP-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-WRITE
               WHEN "AWARD"
                   MOVE WS-GEN-BODY TO SCHOLARSHIP-AWARD-RECORD
                   WRITE SCHOLARSHIP-AWARD-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-WRITE
               WHEN "OPERATOR"
                   MOVE WS-GEN-BODY TO SYL-OPERATOR-RECORD
                   WRITE SYL-OPERATOR-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-WRITE
               WHEN "LOGINAUDIT"
                   MOVE WS-GEN-BODY TO LOGIN-AUDIT-LINE
                   WRITE LOGIN-AUDIT-LINE
                   IF WS-IX-SUCCESS
                       MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-IF
               WHEN "DECLARATION"
                   MOVE WS-GEN-BODY TO PROGRAM-DECLARATION-RECORD
                   WRITE PROGRAM-DECLARATION-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-WRITE
               WHEN "REQUIREDLIST"
                   MOVE WS-GEN-BODY TO REQUIRED-LIST-LINE
                   WRITE REQUIRED-LIST-LINE
                   IF WS-IX-SUCCESS
                       MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-IF
               WHEN "SUBSTITUTION"
                   MOVE WS-GEN-BODY TO COURSE-SUBSTITUTION-RECORD
                   WRITE COURSE-SUBSTITUTION-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-WRITE
               WHEN "OUTCOME"
                   MOVE WS-GEN-BODY TO OUTCOME-RECORD
                   WRITE OUTCOME-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-WRITE
               WHEN "CURRMAP"
                   MOVE WS-GEN-BODY TO CURRICULUM-MAP-RECORD
                   WRITE CURRICULUM-MAP-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-WRITE
               WHEN "TA"
                   MOVE WS-GEN-BODY TO TA-RECORD
                   WRITE TA-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-WRITE
               WHEN "TAASSIGN"
                   MOVE WS-GEN-BODY TO TA-ASSIGN-RECORD
                   WRITE TA-ASSIGN-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-WRITE
               WHEN "UNAVAIL"
                   MOVE WS-GEN-BODY TO TEACHER-UNAVAIL-RECORD
                   WRITE TEACHER-UNAVAIL-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-WRITE
               WHEN "THESIS"
                   MOVE WS-GEN-BODY TO THESIS-RECORD
                   WRITE THESIS-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-WRITE
               WHEN "INTERNSHIP"
                   MOVE WS-GEN-BODY TO INTERNSHIP-RECORD
                   WRITE INTERNSHIP-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-WRITE
               WHEN "HOST"
                   MOVE WS-GEN-BODY TO HOST-ORG-RECORD
                   WRITE HOST-ORG-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-WRITE
               WHEN "CERTIFICATE"
                   MOVE WS-GEN-BODY TO CERTIFICATE-RECORD
                   WRITE CERTIFICATE-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-WRITE
               WHEN "CONTACT"
                   MOVE WS-GEN-BODY TO STUDENT-CONTACT-RECORD
                   WRITE STUDENT-CONTACT-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-WRITE
               WHEN "PIN"
                   MOVE WS-GEN-BODY TO STUDENT-PIN-RECORD
                   WRITE STUDENT-PIN-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-WRITE
               WHEN "RANK"
                   MOVE WS-GEN-BODY TO CLASS-RANK-RECORD
                   WRITE CLASS-RANK-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-WRITE
               WHEN "ATTENDANCE"
                   MOVE WS-GEN-BODY TO ATTENDANCE-RECORD
                   WRITE ATTENDANCE-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-WRITE
               WHEN "EXAMSLOT"
                   MOVE WS-GEN-BODY TO EXAM-SLOT-RECORD
                   WRITE EXAM-SLOT-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-WRITE
               WHEN "MAKEUPPERIOD"
                   MOVE WS-GEN-BODY TO MAKEUP-PERIOD-RECORD
                   WRITE MAKEUP-PERIOD-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-WRITE
               WHEN "MAKEUPAPP"
                   MOVE WS-GEN-BODY TO MAKEUP-APPLICATION-RECORD
                   WRITE MAKEUP-APPLICATION-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-WRITE
               WHEN "LOTTERYCRS"
                   MOVE WS-GEN-BODY TO LOTTERY-COURSE-RECORD
                   WRITE LOTTERY-COURSE-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-WRITE
               WHEN "LOTTERYREQ"
                   MOVE WS-GEN-BODY TO LOTTERY-REQUEST-RECORD
                   WRITE LOTTERY-REQUEST-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-WRITE
               WHEN "CANCELLIST"
                   MOVE WS-GEN-BODY TO CANCEL-LIST-LINE
                   WRITE CANCEL-LIST-LINE
                   IF WS-IX-SUCCESS
                       MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-IF
               WHEN "ROOMNEED"
                   MOVE WS-GEN-BODY TO ROOM-NEED-RECORD
                   WRITE ROOM-NEED-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-WRITE
               WHEN "EVENT"
                   MOVE WS-GEN-BODY TO EVENT-BOOKING-RECORD
                   WRITE EVENT-BOOKING-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-WRITE
               WHEN "OFFICEHOUR"
                   MOVE WS-GEN-BODY TO OFFICE-HOUR-RECORD
                   WRITE OFFICE-HOUR-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-WRITE
               WHEN "APPOINTMENT"
                   MOVE WS-GEN-BODY TO ADVISING-APPOINTMENT-RECORD
                   WRITE ADVISING-APPOINTMENT-RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-WRITE-OK-FLAG
                   END-WRITE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-WRITE-OK
               ADD 1 TO WS-RESTORE-COUNT
           ELSE
               MOVE "N" TO WS-VERIFY-OK-FLAG
               DISPLAY "復元書き込みに失敗: "
                   WS-CURRENT-SECTION
           END-IF.

       CHECK-CONTINUE SECTION.
           DISPLAY CONTINUE-SCREEN
           ACCEPT CONTINUE-SCREEN.
