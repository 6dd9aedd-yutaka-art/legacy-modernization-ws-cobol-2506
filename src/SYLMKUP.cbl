      ******************************************************************
      * シラバス管理システム - 追試験申請管理プログラム
      *
      * 病気や交通機関の遅延などで期末試験を受験できなかった学生の
      * 追試験の申請を受け付ける。申請できるのは、その学期に科目を
      * 履修し、期末試験時間割（SYLEXAM）で試験コマが割り当てられて
      * いた学生に限る。理由と証明書類を記録し、科目の所属学科の
      * 学科長が承認・却下する。学期ごとの申請期限と追試験期間も
      * ここで設定し、期限後に追試験編成（SYLMKSC）が割り当てる
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLMKUP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.
       SPECIAL-NAMES.
           CONSOLE IS CRT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAKEUP-APP-FILE
               ASSIGN TO "makeup_application.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MKA-KEY
               FILE STATUS IS WS-MKA-STATUS.

           SELECT MAKEUP-PERIOD-FILE
               ASSIGN TO "makeup_period.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MKP-SEMESTER
               FILE STATUS IS WS-MKP-STATUS.

           SELECT EXAM-SLOT-FILE
               ASSIGN TO "exam_slot.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXS-KEY
               FILE STATUS IS WS-EXS-STATUS.

           SELECT ENROLLMENT-FILE
               ASSIGN TO "enrollment.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-KEY
               ALTERNATE RECORD KEY IS ENR-COURSE-ID WITH DUPLICATES
               FILE STATUS IS WS-ENR-STATUS.

           SELECT STUDENT-FILE
               ASSIGN TO "student.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-STU-STATUS.

           SELECT SYLLABUS-FILE
               ASSIGN TO "syllabus.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-COURSE-ID
               ALTERNATE RECORD KEY IS SYL-TEACHER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-DEPARTMENT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-SEMESTER WITH DUPLICATES
               FILE STATUS IS WS-SYL-STATUS.

           SELECT DEPARTMENT-FILE
               ASSIGN TO "department.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-ID
               FILE STATUS IS WS-DEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAKEUP-APP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MKAFILE.

       FD  MAKEUP-PERIOD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MKPFILE.

       FD  EXAM-SLOT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EXSFILE.

       FD  ENROLLMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ENRFILE.

       FD  STUDENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STUFILE.

       FD  SYLLABUS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SYLFILE.

       FD  DEPARTMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DEPFILE.

       WORKING-STORAGE SECTION.
       01  WS-MKA-STATUS            PIC XX VALUE "00".
           88  WS-MKA-SUCCESS       VALUE "00".
           88  WS-MKA-EOF           VALUE "10".

       01  WS-MKP-STATUS            PIC XX VALUE "00".
           88  WS-MKP-SUCCESS       VALUE "00".

       01  WS-EXS-STATUS            PIC XX VALUE "00".
           88  WS-EXS-SUCCESS       VALUE "00".
       01  WS-EXS-OPEN-FLAG         PIC X VALUE "N".
           88  WS-EXS-OPEN          VALUE "Y".

       01  WS-ENR-STATUS            PIC XX VALUE "00".
           88  WS-ENR-SUCCESS       VALUE "00".

       01  WS-STU-STATUS            PIC XX VALUE "00".
           88  WS-STU-SUCCESS       VALUE "00".

       01  WS-SYL-STATUS            PIC XX VALUE "00".
           88  WS-SYL-SUCCESS       VALUE "00".

       01  WS-DEP-STATUS            PIC XX VALUE "00".
           88  WS-DEP-SUCCESS       VALUE "00".

       01  WS-CONTINUE-FLAG         PIC X VALUE "Y".
           88  WS-CONTINUE          VALUE "Y", "y".
           88  WS-EXIT              VALUE "N", "n".

       01  WS-CHOICE                PIC 9 VALUE 0.

       01  WS-CURRENT-DATE          PIC 9(8) VALUE ZERO.
       01  WS-INPUT-SEMESTER        PIC X(2) VALUE SPACES.
       01  WS-INPUT-STUDENT-ID      PIC X(7) VALUE SPACES.
       01  WS-INPUT-TEACHER-ID      PIC X(5) VALUE SPACES.
       01  WS-INPUT-DECISION        PIC X(1) VALUE SPACE.
           88  WS-DECISION-APPROVE  VALUE "A".
           88  WS-DECISION-REJECT   VALUE "R".

       01  WS-VALID-FLAG            PIC X VALUE "Y".
           88  WS-VALID             VALUE "Y".
       01  WS-NEW-MKP-FLAG          PIC X VALUE "N".
           88  WS-NEW-MKP           VALUE "Y".

       01  WS-LIST-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-SLOT-DAY              PIC 9 VALUE 0.
       01  WS-SLOT-PERIOD           PIC 9 VALUE 0.
       01  WS-STATUS-LABEL          PIC X(9) VALUE SPACES.
       01  WS-REASON-LABEL          PIC X(21) VALUE SPACES.
       01  WS-EVIDENCE-LABEL        PIC X(15) VALUE SPACES.

       COPY LIBERROR.

       SCREEN SECTION.
       01  MKU-MENU-SCREEN.
           05  LINE 2 COL 1         VALUE "追試験管理メニュー".
           05  LINE 4 COL 1         VALUE "1. 追試験期間の設定".
           05  LINE 5 COL 1         VALUE "2. 追試験の申請".
           05  LINE 6 COL 1         VALUE
               "3. 申請の承認・却下（学科長）".
           05  LINE 7 COL 1         VALUE "4. 学生別申請の照会".
           05  LINE 8 COL 1         VALUE "9. 戻る".
           05  LINE 10 COL 1        VALUE "選択: ".
           05  LINE 10 COL 8        PIC 9 USING WS-CHOICE.

       01  PERIOD-KEY-SCREEN.
           05  LINE 2 COL 1         VALUE "追試験期間の設定".
           05  LINE 4 COL 1         VALUE "学期: ".
           05  LINE 4 COL 8         PIC X(2) USING WS-INPUT-SEMESTER.

       01  PERIOD-DETAIL-SCREEN.
           05  LINE 5 COL 1         VALUE "申請期限(YYYYMMDD): ".
           05  LINE 5 COL 22
               PIC 9(8) USING MKP-APPLY-DEADLINE.
           05  LINE 6 COL 1         VALUE
               "追試験開始日(YYYYMMDD): ".
           05  LINE 6 COL 26        PIC 9(8) USING MKP-START-DATE.
           05  LINE 7 COL 1         VALUE "日数(1-5): ".
           05  LINE 7 COL 13        PIC 9(1) USING MKP-DAYS.

       01  APPLY-SCREEN.
           05  LINE 2 COL 1         VALUE "追試験の申請".
           05  LINE 4 COL 1         VALUE "学期: ".
           05  LINE 4 COL 8         PIC X(2) USING MKA-SEMESTER.
           05  LINE 5 COL 1         VALUE "学籍番号: ".
           05  LINE 5 COL 12        PIC X(7) USING MKA-STUDENT-ID.
           05  LINE 6 COL 1         VALUE "科目コード: ".
           05  LINE 6 COL 14        PIC X(6) USING MKA-COURSE-ID.
           05  LINE 7 COL 1         VALUE
               "理由区分 (I=病気 T=交通機関の遅延 O=そ"
               & "の他): ".
           05  LINE 7 COL 47        PIC X(1) USING MKA-REASON-CODE.
           05  LINE 8 COL 1         VALUE "理由: ".
           05  LINE 8 COL 8         PIC X(40) USING MKA-REASON.
           05  LINE 9 COL 1         VALUE
               "証明書類 (M=診断書 D=遅延証明書 O=その"
               & "他 N=なし): ".
           05  LINE 9 COL 52
               PIC X(1) USING MKA-EVIDENCE-TYPE.
           05  LINE 10 COL 1        VALUE "証明書番号等: ".
           05  LINE 10 COL 16
               PIC X(20) USING MKA-EVIDENCE-REF.

       01  APP-KEY-SCREEN.
           05  LINE 2 COL 1         VALUE
               "申請の承認・却下（学科長）".
           05  LINE 4 COL 1         VALUE "学期: ".
           05  LINE 4 COL 8         PIC X(2) USING MKA-SEMESTER.
           05  LINE 5 COL 1         VALUE "学籍番号: ".
           05  LINE 5 COL 12        PIC X(7) USING MKA-STUDENT-ID.
           05  LINE 6 COL 1         VALUE "科目コード: ".
           05  LINE 6 COL 14        PIC X(6) USING MKA-COURSE-ID.

       01  DECIDE-SCREEN.
           05  LINE 12 COL 1        VALUE
               "承認者（学科長）の教員番号: ".
           05  LINE 12 COL 30
               PIC X(5) USING WS-INPUT-TEACHER-ID.
           05  LINE 13 COL 1        VALUE
               "判定 (A=承認 R=却下): ".
           05  LINE 13 COL 24       PIC X(1) USING WS-INPUT-DECISION.

       01  INQUIRY-SCREEN.
           05  LINE 2 COL 1         VALUE "学生別申請の照会".
           05  LINE 4 COL 1         VALUE "学期: ".
           05  LINE 4 COL 8         PIC X(2) USING WS-INPUT-SEMESTER.
           05  LINE 5 COL 1         VALUE "学籍番号: ".
           05  LINE 5 COL 12
               PIC X(7) USING WS-INPUT-STUDENT-ID.

       01  CONTINUE-SCREEN.
           05  LINE 16 COL 1        VALUE
               "続行しますか？ (Y/N): ".
           05  LINE 16 COL 25       PIC X USING WS-CONTINUE-FLAG.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE "Y" TO WS-CONTINUE-FLAG
           MOVE ZERO TO WS-CHOICE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           PERFORM OPEN-FILES
           PERFORM UNTIL WS-EXIT
               PERFORM DISPLAY-MENU
               PERFORM PROCESS-CHOICE
               IF NOT WS-EXIT
                   PERFORM CHECK-CONTINUE
               END-IF
           END-PERFORM
           PERFORM CLOSE-FILES
           GOBACK.

       OPEN-FILES SECTION.
           OPEN I-O MAKEUP-APP-FILE
           IF NOT WS-MKA-SUCCESS
               OPEN OUTPUT MAKEUP-APP-FILE
               CLOSE MAKEUP-APP-FILE
               OPEN I-O MAKEUP-APP-FILE
           END-IF
           OPEN I-O MAKEUP-PERIOD-FILE
           IF NOT WS-MKP-SUCCESS
               OPEN OUTPUT MAKEUP-PERIOD-FILE
               CLOSE MAKEUP-PERIOD-FILE
               OPEN I-O MAKEUP-PERIOD-FILE
           END-IF
           MOVE "N" TO WS-EXS-OPEN-FLAG
           OPEN INPUT EXAM-SLOT-FILE
           IF WS-EXS-SUCCESS
               MOVE "Y" TO WS-EXS-OPEN-FLAG
           END-IF
           OPEN INPUT ENROLLMENT-FILE
           OPEN INPUT STUDENT-FILE
           OPEN INPUT SYLLABUS-FILE
           OPEN INPUT DEPARTMENT-FILE.

       CLOSE-FILES SECTION.
           CLOSE MAKEUP-APP-FILE
           CLOSE MAKEUP-PERIOD-FILE
           IF WS-EXS-OPEN
               CLOSE EXAM-SLOT-FILE
           END-IF
           CLOSE ENROLLMENT-FILE
           CLOSE STUDENT-FILE
           CLOSE SYLLABUS-FILE
           CLOSE DEPARTMENT-FILE.

       DISPLAY-MENU SECTION.
           DISPLAY MKU-MENU-SCREEN
           ACCEPT MKU-MENU-SCREEN.

       PROCESS-CHOICE SECTION.
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM SET-MAKEUP-PERIOD
               WHEN 2
                   PERFORM APPLY-MAKEUP
               WHEN 3
                   PERFORM DECIDE-APPLICATION
               WHEN 4
                   PERFORM LIST-STUDENT-APPLICATIONS
               WHEN 9
                   MOVE "N" TO WS-CONTINUE-FLAG
               WHEN OTHER
                   DISPLAY MSG-INVALID-INPUT
           END-EVALUATE.

      * 学期ごとの申請期限と追試験期間を設定する（同一学期は上書き）
       SET-MAKEUP-PERIOD SECTION.
           MOVE SPACES TO WS-INPUT-SEMESTER
           DISPLAY PERIOD-KEY-SCREEN
           ACCEPT PERIOD-KEY-SCREEN
           IF WS-INPUT-SEMESTER = SPACES
               DISPLAY MSG-INVALID-INPUT
           ELSE
               MOVE WS-INPUT-SEMESTER TO MKP-SEMESTER
               MOVE "N" TO WS-NEW-MKP-FLAG
               READ MAKEUP-PERIOD-FILE
                   INVALID KEY
                       INITIALIZE MAKEUP-PERIOD-RECORD
                       MOVE WS-INPUT-SEMESTER TO MKP-SEMESTER
                       MOVE "Y" TO WS-NEW-MKP-FLAG
               END-READ
               MOVE "00" TO WS-MKP-STATUS
               DISPLAY PERIOD-DETAIL-SCREEN
               ACCEPT PERIOD-DETAIL-SCREEN
               IF MKP-APPLY-DEADLINE = ZERO
               OR MKP-START-DATE <= MKP-APPLY-DEADLINE
               OR MKP-DAYS < 1 OR MKP-DAYS > 5
                   DISPLAY "申請期限の後に開始日を、"
                       "日数は1〜5で入力してください。"
               ELSE
                   MOVE WS-CURRENT-DATE TO MKP-SET-DATE
                   IF WS-NEW-MKP
                       WRITE MAKEUP-PERIOD-RECORD
                           INVALID KEY
                               DISPLAY MSG-DUPLICATE-KEY
                           NOT INVALID KEY
                               DISPLAY "追試験期間を"
                                   "設定しました。"
                       END-WRITE
                   ELSE
                       REWRITE MAKEUP-PERIOD-RECORD
                           INVALID KEY
                               DISPLAY MSG-FILE-WRITE
                           NOT INVALID KEY
                               DISPLAY "追試験期間を"
                                   "更新しました。"
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

      * 追試験の申請。申請期限内で、その学期に科目を履修し試験コマ
      * が割り当てられていた学生に限り受け付ける
       APPLY-MAKEUP SECTION.
           INITIALIZE MAKEUP-APPLICATION-RECORD
           DISPLAY APPLY-SCREEN
           ACCEPT APPLY-SCREEN
           MOVE FUNCTION UPPER-CASE(MKA-REASON-CODE)
               TO MKA-REASON-CODE
           MOVE FUNCTION UPPER-CASE(MKA-EVIDENCE-TYPE)
               TO MKA-EVIDENCE-TYPE
           MOVE "Y" TO WS-VALID-FLAG
           MOVE MKA-SEMESTER TO MKP-SEMESTER
           READ MAKEUP-PERIOD-FILE
               INVALID KEY
                   DISPLAY "この学期の追試験期間が"
                       "未設定です。"
                   MOVE "N" TO WS-VALID-FLAG
               NOT INVALID KEY
                   IF WS-CURRENT-DATE > MKP-APPLY-DEADLINE
                       DISPLAY "申請期限を過ぎています。"
                       MOVE "N" TO WS-VALID-FLAG
                   END-IF
           END-READ
           MOVE "00" TO WS-MKP-STATUS
           IF WS-VALID
               MOVE MKA-STUDENT-ID TO STU-ID
               READ STUDENT-FILE
                   INVALID KEY
                       DISPLAY "学籍番号が未登録です。"
                       MOVE "N" TO WS-VALID-FLAG
               END-READ
               MOVE "00" TO WS-STU-STATUS
           END-IF
           IF WS-VALID
               PERFORM CHECK-EXAM-ELIGIBILITY
           END-IF
           IF WS-VALID
               IF NOT MKA-VALID-REASON
               OR NOT MKA-VALID-EVIDENCE
               OR MKA-REASON = SPACES
                   DISPLAY MSG-INVALID-INPUT
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF
           IF WS-VALID
               MOVE WS-CURRENT-DATE TO MKA-APPLY-DATE
               MOVE "P" TO MKA-STATUS
               WRITE MAKEUP-APPLICATION-RECORD
                   INVALID KEY
                       DISPLAY "この科目の追試験は"
                           "申請済です。"
                   NOT INVALID KEY
                       DISPLAY "追試験の申請を"
                           "受け付けました。"
               END-WRITE
           END-IF.

      * 履修（有効）と期末試験のコマ割当を確認する
       CHECK-EXAM-ELIGIBILITY SECTION.
           MOVE MKA-STUDENT-ID TO ENR-STUDENT-ID
           MOVE MKA-COURSE-ID TO ENR-COURSE-ID
           MOVE MKA-SEMESTER TO ENR-SEMESTER
           READ ENROLLMENT-FILE
               INVALID KEY
                   DISPLAY "この学期に科目を"
                       "履修していません。"
                   MOVE "N" TO WS-VALID-FLAG
               NOT INVALID KEY
                   IF NOT ENR-ACTIVE
                       DISPLAY "この学期に科目を"
                           "履修していません。"
                       MOVE "N" TO WS-VALID-FLAG
                   END-IF
           END-READ
           MOVE "00" TO WS-ENR-STATUS
           IF WS-VALID
               MOVE "23" TO WS-EXS-STATUS
               IF WS-EXS-OPEN
                   MOVE MKA-SEMESTER TO EXS-SEMESTER
                   MOVE MKA-COURSE-ID TO EXS-COURSE-ID
                   READ EXAM-SLOT-FILE
                       INVALID KEY
                           MOVE "23" TO WS-EXS-STATUS
                   END-READ
               END-IF
               IF WS-EXS-SUCCESS AND EXS-SLOT = ZERO
                   MOVE "23" TO WS-EXS-STATUS
               END-IF
               IF NOT WS-EXS-SUCCESS
                   DISPLAY "期末試験のコマが"
                       "割り当てられていない科目です。"
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
               MOVE "00" TO WS-EXS-STATUS
           END-IF.

      * 科目の所属学科の学科長が未判定の申請を承認・却下する
       DECIDE-APPLICATION SECTION.
           INITIALIZE MAKEUP-APPLICATION-RECORD
           DISPLAY APP-KEY-SCREEN
           ACCEPT APP-KEY-SCREEN
           MOVE "Y" TO WS-VALID-FLAG
           READ MAKEUP-APP-FILE
               INVALID KEY
                   DISPLAY MSG-RECORD-NOT-FOUND
                   MOVE "N" TO WS-VALID-FLAG
               NOT INVALID KEY
                   IF NOT MKA-PENDING
                       DISPLAY "判定済の申請です。"
                       MOVE "N" TO WS-VALID-FLAG
                   END-IF
           END-READ
           MOVE "00" TO WS-MKA-STATUS
           IF WS-VALID
               PERFORM SET-APPLICATION-LABELS
               DISPLAY "理由: " WS-REASON-LABEL " " MKA-REASON
               DISPLAY "証明書類: " WS-EVIDENCE-LABEL " "
                   MKA-EVIDENCE-REF "  申請日: " MKA-APPLY-DATE
               MOVE SPACES TO WS-INPUT-TEACHER-ID
               MOVE SPACE TO WS-INPUT-DECISION
               DISPLAY DECIDE-SCREEN
               ACCEPT DECIDE-SCREEN
               MOVE FUNCTION UPPER-CASE(WS-INPUT-DECISION)
                   TO WS-INPUT-DECISION
               MOVE MKA-COURSE-ID TO SYL-COURSE-ID
               READ SYLLABUS-FILE
                   INVALID KEY
                       MOVE SPACES TO SYL-DEPARTMENT-ID
               END-READ
               MOVE "00" TO WS-SYL-STATUS
               MOVE SYL-DEPARTMENT-ID TO DEP-ID
               READ DEPARTMENT-FILE
                   INVALID KEY
                       MOVE SPACES TO DEP-CHAIR-ID
               END-READ
               MOVE "00" TO WS-DEP-STATUS
               IF WS-INPUT-TEACHER-ID = SPACES
               OR WS-INPUT-TEACHER-ID NOT = DEP-CHAIR-ID
                   DISPLAY "科目の所属学科の"
                       "学科長ではありません。"
                   MOVE "N" TO WS-VALID-FLAG
               ELSE
                   IF NOT WS-DECISION-APPROVE
                   AND NOT WS-DECISION-REJECT
                       DISPLAY MSG-INVALID-INPUT
                       MOVE "N" TO WS-VALID-FLAG
                   END-IF
               END-IF
           END-IF
           IF WS-VALID
               MOVE WS-INPUT-DECISION TO MKA-STATUS
               MOVE WS-INPUT-TEACHER-ID TO MKA-APPROVER-ID
               MOVE WS-CURRENT-DATE TO MKA-DECIDE-DATE
               REWRITE MAKEUP-APPLICATION-RECORD
                   INVALID KEY
                       DISPLAY MSG-FILE-WRITE
                   NOT INVALID KEY
                       IF MKA-APPROVED
                           DISPLAY "申請を承認しました。"
                       ELSE
                           DISPLAY "申請を却下しました。"
                       END-IF
               END-REWRITE
           END-IF.

       LIST-STUDENT-APPLICATIONS SECTION.
           MOVE SPACES TO WS-INPUT-SEMESTER
           MOVE SPACES TO WS-INPUT-STUDENT-ID
           DISPLAY INQUIRY-SCREEN
           ACCEPT INQUIRY-SCREEN
           MOVE ZERO TO WS-LIST-COUNT
           MOVE WS-INPUT-SEMESTER TO MKA-SEMESTER
           MOVE WS-INPUT-STUDENT-ID TO MKA-STUDENT-ID
           MOVE LOW-VALUES TO MKA-COURSE-ID
           MOVE "00" TO WS-MKA-STATUS
           START MAKEUP-APP-FILE KEY >= MKA-KEY
               INVALID KEY
                   MOVE "10" TO WS-MKA-STATUS
           END-START
           PERFORM UNTIL WS-MKA-EOF
               READ MAKEUP-APP-FILE NEXT
                   AT END
                       MOVE "10" TO WS-MKA-STATUS
                   NOT AT END
                       IF MKA-SEMESTER NOT = WS-INPUT-SEMESTER
                       OR MKA-STUDENT-ID NOT = WS-INPUT-STUDENT-ID
                           MOVE "10" TO WS-MKA-STATUS
                       ELSE
                           ADD 1 TO WS-LIST-COUNT
                           PERFORM DISPLAY-ONE-APPLICATION
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-MKA-STATUS
           IF WS-LIST-COUNT = ZERO
               DISPLAY MSG-RECORD-NOT-FOUND
           END-IF.

       DISPLAY-ONE-APPLICATION SECTION.
           PERFORM SET-APPLICATION-LABELS
           DISPLAY "科目: " MKA-COURSE-ID "  " WS-STATUS-LABEL
               "  申請日: " MKA-APPLY-DATE
           DISPLAY "    理由: " WS-REASON-LABEL " " MKA-REASON
           DISPLAY "    証明書類: " WS-EVIDENCE-LABEL " "
               MKA-EVIDENCE-REF
           IF MKA-SCHEDULED
               COMPUTE WS-SLOT-DAY = (MKA-MAKEUP-SLOT - 1) / 4 + 1
               COMPUTE WS-SLOT-PERIOD =
                   MKA-MAKEUP-SLOT - (WS-SLOT-DAY - 1) * 4
               DISPLAY "    追試験: 第" WS-SLOT-DAY "日 "
                   WS-SLOT-PERIOD "限  教室: " MKA-MAKEUP-ROOM
           END-IF.

       SET-APPLICATION-LABELS SECTION.
           EVALUATE TRUE
               WHEN MKA-PENDING
                   MOVE "未判定" TO WS-STATUS-LABEL
               WHEN MKA-APPROVED
                   MOVE "承認" TO WS-STATUS-LABEL
               WHEN MKA-REJECTED
                   MOVE "却下" TO WS-STATUS-LABEL
               WHEN OTHER
                   MOVE "編成済" TO WS-STATUS-LABEL
           END-EVALUATE
           EVALUATE TRUE
               WHEN MKA-REASON-ILLNESS
                   MOVE "病気" TO WS-REASON-LABEL
               WHEN MKA-REASON-TRANSPORT
                   MOVE "交通機関の遅延" TO WS-REASON-LABEL
               WHEN OTHER
                   MOVE "その他" TO WS-REASON-LABEL
           END-EVALUATE
           EVALUATE TRUE
               WHEN MKA-EVIDENCE-MEDICAL
                   MOVE "診断書" TO WS-EVIDENCE-LABEL
               WHEN MKA-EVIDENCE-DELAY
                   MOVE "遅延証明書" TO WS-EVIDENCE-LABEL
               WHEN MKA-EVIDENCE-OTHER
                   MOVE "その他" TO WS-EVIDENCE-LABEL
               WHEN OTHER
                   MOVE "なし" TO WS-EVIDENCE-LABEL
           END-EVALUATE.

       CHECK-CONTINUE SECTION.
           DISPLAY CONTINUE-SCREEN
           ACCEPT CONTINUE-SCREEN.
