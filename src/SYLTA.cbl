******************************************************************
      * シラバス管理システム - ティーチング・アシスタント（TA）管理
      *
      * 在籍学生をTAとして登録し、学期ごとに科目のセクション
      * （SECFILE）へ週あたりの時間で配置する。
      *  1. TA登録／修正 - 学籍番号・時給・週上限時間
      *  2. TA配置登録／修正 - 配置先の科目を同じ学期に履修中
      *     でないこと、同じ学期の配置の週時間合計がTAの週上限
      *     時間を超えないことを確認する
      *  3. TA配置解除
      *  4. 学期別TA時間報告 - 予算担当向けに、配置先科目の
      *     学部ごとに週時間・学期時間（週時間×15週）・金額を
      *     集計して出力する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLTA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.
       SPECIAL-NAMES.
           CONSOLE IS CRT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TA-FILE
               ASSIGN TO "teaching_assistant.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TA-STUDENT-ID
               FILE STATUS IS WS-TA-STATUS.

           SELECT TA-ASSIGN-FILE
               ASSIGN TO "ta_assignment.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TAS-KEY
               FILE STATUS IS WS-TAS-STATUS.

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

           SELECT SECTION-FILE
               ASSIGN TO "course_section.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-KEY
               FILE STATUS IS WS-SEC-STATUS.

           SELECT ENROLLMENT-FILE
               ASSIGN TO "enrollment.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-KEY
               ALTERNATE RECORD KEY IS ENR-COURSE-ID WITH DUPLICATES
               FILE STATUS IS WS-ENR-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TA-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TAFILE.

       FD  TA-ASSIGN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TASGFILE.

       FD  STUDENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STUFILE.

       FD  SYLLABUS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SYLFILE.

       FD  SECTION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SECFILE.

       FD  ENROLLMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ENRFILE.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-TA-STATUS             PIC XX VALUE "00".
           88  WS-TA-SUCCESS        VALUE "00".

       01  WS-TAS-STATUS            PIC XX VALUE "00".
           88  WS-TAS-SUCCESS       VALUE "00".
           88  WS-TAS-EOF           VALUE "10".

       01  WS-STU-STATUS            PIC XX VALUE "00".
           88  WS-STU-SUCCESS       VALUE "00".

       01  WS-SYL-STATUS            PIC XX VALUE "00".
           88  WS-SYL-SUCCESS       VALUE "00".

       01  WS-SEC-STATUS            PIC XX VALUE "00".
           88  WS-SEC-SUCCESS       VALUE "00".
       01  WS-SEC-OPEN-FLAG         PIC X VALUE "N".
           88  WS-SEC-OPEN          VALUE "Y".

       01  WS-ENR-STATUS            PIC XX VALUE "00".
           88  WS-ENR-SUCCESS       VALUE "00".

       01  WS-REPORT-STATUS         PIC XX VALUE "00".
           88  WS-REPORT-SUCCESS    VALUE "00".

       01  WS-CONTINUE-FLAG         PIC X VALUE "Y".
           88  WS-CONTINUE          VALUE "Y", "y".
           88  WS-EXIT              VALUE "N", "n".

       01  WS-CHOICE                PIC 9 VALUE 0.

       01  WS-CURRENT-DATE          PIC 9(8) VALUE ZERO.
       01  WS-REPORT-FILENAME       PIC X(40) VALUE SPACES.

       01  WS-INPUT-STUDENT-ID      PIC X(7) VALUE SPACES.
       01  WS-INPUT-RATE            PIC 9(5) VALUE ZERO.
       01  WS-INPUT-MAX-HOURS       PIC 9(2) VALUE ZERO.
       01  WS-INPUT-TA-STATUS       PIC X(1) VALUE SPACE.
       01  WS-INPUT-SEMESTER        PIC X(2) VALUE SPACES.
       01  WS-INPUT-COURSE-ID       PIC X(6) VALUE SPACES.
       01  WS-INPUT-SEC-NO          PIC 9(2) VALUE ZERO.
       01  WS-INPUT-HOURS           PIC 9(2) VALUE ZERO.

       01  WS-VALID-FLAG            PIC X VALUE "N".
           88  WS-VALID             VALUE "Y".
       01  WS-TA-EXISTS-FLAG        PIC X VALUE "N".
           88  WS-TA-EXISTS         VALUE "Y".
       01  WS-OTHER-HOURS           PIC 9(3) VALUE ZERO.
       01  WS-NEW-TOTAL-HOURS       PIC 9(3) VALUE ZERO.

      * 学期の授業週数（シラバスの週計画と同じ15週）
       01  WS-WEEKS-PER-TERM        PIC 9(2) VALUE 15.

      * 学部別報告用作業表
       01  WS-RP-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-RP-TABLE.
           05  WS-RP-ENTRY OCCURS 2000 TIMES.
               10  WS-RP-DEPARTMENT-ID  PIC X(4).
               10  WS-RP-STUDENT-ID     PIC X(7).
               10  WS-RP-COURSE-ID      PIC X(6).
               10  WS-RP-SEC-NO         PIC 9(2).
               10  WS-RP-WEEKLY-HOURS   PIC 9(2).
               10  WS-RP-RATE           PIC 9(5).
       01  WS-RP-I                  PIC 9(4) VALUE ZERO.
       01  WS-RP-J                  PIC 9(4) VALUE ZERO.
       01  WS-RP-TEMP.
           05  WS-RT-DEPARTMENT-ID  PIC X(4).
           05  WS-RT-STUDENT-ID     PIC X(7).
           05  WS-RT-COURSE-ID      PIC X(6).
           05  WS-RT-SEC-NO         PIC 9(2).
           05  WS-RT-WEEKLY-HOURS   PIC 9(2).
           05  WS-RT-RATE           PIC 9(5).
       01  WS-PREV-DEPARTMENT       PIC X(4) VALUE SPACES.

       01  WS-TERM-HOURS            PIC 9(5) VALUE ZERO.
       01  WS-AMOUNT                PIC 9(9) VALUE ZERO.
       01  WS-DEPT-WEEKLY           PIC 9(5) VALUE ZERO.
       01  WS-DEPT-TERM-HOURS       PIC 9(6) VALUE ZERO.
       01  WS-DEPT-AMOUNT           PIC 9(10) VALUE ZERO.
       01  WS-TOTAL-WEEKLY          PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-TERM-HOURS      PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-AMOUNT          PIC 9(10) VALUE ZERO.

       01  WS-HEADER1               PIC X(132) VALUE ALL "=".
       01  WS-HEADER2               PIC X(132) VALUE ALL "-".
       01  WS-REPORT-TITLE          PIC X(132) VALUE
           "                          学期別TA時間報告"
           & "（学部別）".
       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-CONDITION-LINE.
           05  FILLER               PIC X(10) VALUE "学期: ".
           05  WS-CL-SEMESTER       PIC X(2).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(12) VALUE "作成日: ".
           05  WS-CL-DATE           PIC 9(8).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(20) VALUE
               "学期週数: ".
           05  WS-CL-WEEKS          PIC Z9.
           05  FILLER               PIC X(70) VALUE SPACES.

       01  WS-DEPT-HEADER.
           05  FILLER               PIC X(11) VALUE "【学部: ".
           05  WS-DH-DEPARTMENT     PIC X(4).
           05  FILLER               PIC X(3) VALUE "】".
           05  FILLER               PIC X(114) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  FILLER               PIC X(12) VALUE "学籍番号".
           05  FILLER               PIC X(31) VALUE "氏名".
           05  FILLER               PIC X(15) VALUE "科目 セク".
           05  FILLER               PIC X(12) VALUE "週時間".
           05  FILLER               PIC X(15) VALUE "学期時間".
           05  FILLER               PIC X(9) VALUE "時給".
           05  FILLER               PIC X(12) VALUE "金額".
           05  FILLER               PIC X(24) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DT-STUDENT        PIC X(7).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DT-NAME           PIC X(30).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DT-COURSE         PIC X(6).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-DT-SEC-NO         PIC 9(2).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-DT-WEEKLY         PIC ZZZZ9.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-DT-TERM-HOURS     PIC ZZZ,ZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DT-RATE           PIC ZZ,ZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DT-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(37) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-TL-LABEL          PIC X(51).
           05  WS-TL-WEEKLY         PIC ZZZZ9.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-TL-TERM-HOURS     PIC ZZZ,ZZ9.
           05  FILLER               PIC X(10) VALUE SPACES.
           05  WS-TL-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(40) VALUE SPACES.

       COPY LIBERROR.

       SCREEN SECTION.
       01  TA-MENU-SCREEN.
           05  LINE 2 COL 1         VALUE "TA管理メニュー".
           05  LINE 4 COL 1         VALUE "1. TA登録／修正".
           05  LINE 5 COL 1         VALUE "2. TA配置登録／修正".
           05  LINE 6 COL 1         VALUE "3. TA配置解除".
           05  LINE 7 COL 1         VALUE
               "4. 学期別TA時間報告（学部別）".
           05  LINE 8 COL 1         VALUE "9. 戻る".
           05  LINE 10 COL 1        VALUE "選択: ".
           05  LINE 10 COL 8        PIC 9 USING WS-CHOICE.

       01  TA-ENTRY-SCREEN.
           05  LINE 12 COL 1        VALUE "学籍番号: ".
           05  LINE 12 COL 12
               PIC X(7) USING WS-INPUT-STUDENT-ID.
           05  LINE 13 COL 1        VALUE "時給(円): ".
           05  LINE 13 COL 12       PIC 9(5) USING WS-INPUT-RATE.
           05  LINE 14 COL 1        VALUE "週上限時間: ".
           05  LINE 14 COL 14
               PIC 9(2) USING WS-INPUT-MAX-HOURS.
           05  LINE 15 COL 1        VALUE "状態(A=有効 I=無効): ".
           05  LINE 15 COL 23
               PIC X(1) USING WS-INPUT-TA-STATUS.

       01  ASSIGN-SELECT-SCREEN.
           05  LINE 12 COL 1        VALUE "学籍番号: ".
           05  LINE 12 COL 12
               PIC X(7) USING WS-INPUT-STUDENT-ID.
           05  LINE 13 COL 1        VALUE "学期: ".
           05  LINE 13 COL 8        PIC X(2) USING WS-INPUT-SEMESTER.
           05  LINE 14 COL 1        VALUE "科目コード: ".
           05  LINE 14 COL 14       PIC X(6) USING WS-INPUT-COURSE-ID.
           05  LINE 15 COL 1        VALUE "セクション番号: ".
           05  LINE 15 COL 18       PIC 9(2) USING WS-INPUT-SEC-NO.

       01  ASSIGN-HOURS-SCREEN.
           05  LINE 16 COL 1        VALUE "週時間: ".
           05  LINE 16 COL 10       PIC 9(2) USING WS-INPUT-HOURS.

       01  REPORT-INPUT-SCREEN.
           05  LINE 12 COL 1        VALUE "学期: ".
           05  LINE 12 COL 8        PIC X(2) USING WS-INPUT-SEMESTER.

       01  CONTINUE-SCREEN.
           05  LINE 20 COL 1        VALUE
               "続行しますか？ (Y/N): ".
           05  LINE 20 COL 25       PIC X USING WS-CONTINUE-FLAG.

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
           OPEN I-O TA-FILE
           IF NOT WS-TA-SUCCESS
               OPEN OUTPUT TA-FILE
               CLOSE TA-FILE
               OPEN I-O TA-FILE
           END-IF
           OPEN I-O TA-ASSIGN-FILE
           IF NOT WS-TAS-SUCCESS
               OPEN OUTPUT TA-ASSIGN-FILE
               CLOSE TA-ASSIGN-FILE
               OPEN I-O TA-ASSIGN-FILE
           END-IF
           OPEN INPUT STUDENT-FILE
           OPEN INPUT SYLLABUS-FILE
           OPEN INPUT ENROLLMENT-FILE
           MOVE "N" TO WS-SEC-OPEN-FLAG
           OPEN INPUT SECTION-FILE
           IF WS-SEC-SUCCESS
               MOVE "Y" TO WS-SEC-OPEN-FLAG
           END-IF.

       CLOSE-FILES SECTION.
           CLOSE TA-FILE
           CLOSE TA-ASSIGN-FILE
           CLOSE STUDENT-FILE
           CLOSE SYLLABUS-FILE
           CLOSE ENROLLMENT-FILE
           IF WS-SEC-OPEN
               CLOSE SECTION-FILE
           END-IF.

       DISPLAY-MENU SECTION.
           DISPLAY TA-MENU-SCREEN
           ACCEPT TA-MENU-SCREEN.

       PROCESS-CHOICE SECTION.
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM REGISTER-TA
               WHEN 2
                   PERFORM REGISTER-ASSIGNMENT
               WHEN 3
                   PERFORM END-ASSIGNMENT
               WHEN 4
                   PERFORM TA-HOURS-REPORT
               WHEN 9
                   MOVE "N" TO WS-CONTINUE-FLAG
               WHEN OTHER
                   DISPLAY MSG-INVALID-INPUT
           END-EVALUATE.

      * TAの登録・修正。在籍中の学生のみ登録できる。登録済みの
      * TAは現在の内容を初期表示する
       REGISTER-TA SECTION.
           MOVE SPACES TO WS-INPUT-STUDENT-ID
           MOVE ZERO TO WS-INPUT-RATE
           MOVE ZERO TO WS-INPUT-MAX-HOURS
           MOVE "A" TO WS-INPUT-TA-STATUS
           DISPLAY TA-ENTRY-SCREEN
           ACCEPT TA-ENTRY-SCREEN
           IF WS-INPUT-STUDENT-ID = SPACES
           OR WS-INPUT-RATE = ZERO
           OR WS-INPUT-MAX-HOURS = ZERO
           OR (WS-INPUT-TA-STATUS NOT = "A"
           AND WS-INPUT-TA-STATUS NOT = "I")
               DISPLAY MSG-INVALID-INPUT
           ELSE
               MOVE WS-INPUT-STUDENT-ID TO STU-ID
               READ STUDENT-FILE
                   INVALID KEY
                       DISPLAY "学籍番号が未登録です。"
                       MOVE "23" TO WS-STU-STATUS
                   NOT INVALID KEY
                       IF NOT STU-ACTIVE
                           DISPLAY "在籍中の学生では"
                               "ありません。"
                           MOVE "23" TO WS-STU-STATUS
                       END-IF
               END-READ
               IF WS-STU-SUCCESS
                   PERFORM WRITE-TA-RECORD
               END-IF
               MOVE "00" TO WS-STU-STATUS
           END-IF.

       WRITE-TA-RECORD SECTION.
           MOVE WS-INPUT-STUDENT-ID TO TA-STUDENT-ID
           READ TA-FILE
               INVALID KEY
                   MOVE "N" TO WS-TA-EXISTS-FLAG
                   INITIALIZE TA-RECORD
                   MOVE WS-INPUT-STUDENT-ID TO TA-STUDENT-ID
                   MOVE WS-CURRENT-DATE TO TA-REG-DATE
               NOT INVALID KEY
                   MOVE "Y" TO WS-TA-EXISTS-FLAG
           END-READ
           MOVE WS-INPUT-RATE TO TA-HOURLY-RATE
           MOVE WS-INPUT-MAX-HOURS TO TA-MAX-WEEKLY-HOURS
           MOVE WS-INPUT-TA-STATUS TO TA-STATUS
           IF WS-TA-EXISTS
               REWRITE TA-RECORD
                   INVALID KEY
                       DISPLAY MSG-FILE-WRITE
                   NOT INVALID KEY
                       DISPLAY "TAを更新しました。"
               END-REWRITE
           ELSE
               WRITE TA-RECORD
                   INVALID KEY
                       DISPLAY MSG-FILE-WRITE
                   NOT INVALID KEY
                       DISPLAY "TAを登録しました。"
               END-WRITE
           END-IF
           MOVE "00" TO WS-TA-STATUS.

      * TAのセクション配置。同じキーの配置は週時間を更新する
       REGISTER-ASSIGNMENT SECTION.
           MOVE SPACES TO WS-INPUT-STUDENT-ID
           MOVE SPACES TO WS-INPUT-SEMESTER
           MOVE SPACES TO WS-INPUT-COURSE-ID
           MOVE ZERO TO WS-INPUT-SEC-NO
           MOVE ZERO TO WS-INPUT-HOURS
           DISPLAY ASSIGN-SELECT-SCREEN
           ACCEPT ASSIGN-SELECT-SCREEN
           DISPLAY ASSIGN-HOURS-SCREEN
           ACCEPT ASSIGN-HOURS-SCREEN
           IF WS-INPUT-STUDENT-ID = SPACES
           OR WS-INPUT-SEMESTER = SPACES
           OR WS-INPUT-COURSE-ID = SPACES
           OR WS-INPUT-HOURS = ZERO
               DISPLAY MSG-INVALID-INPUT
           ELSE
               PERFORM VALIDATE-ASSIGNMENT
               IF WS-VALID
                   PERFORM CHECK-WEEKLY-HOURS
               END-IF
               IF WS-VALID
                   PERFORM WRITE-ASSIGNMENT-RECORD
               END-IF
           END-IF.

      * TA・科目・セクションの確認と、同じ学期にその科目を
      * 履修していないことの確認
       VALIDATE-ASSIGNMENT SECTION.
           MOVE "Y" TO WS-VALID-FLAG
           MOVE WS-INPUT-STUDENT-ID TO TA-STUDENT-ID
           READ TA-FILE
               INVALID KEY
                   DISPLAY "TAとして登録されていません。"
                   MOVE "N" TO WS-VALID-FLAG
               NOT INVALID KEY
                   IF NOT TA-ACTIVE
                       DISPLAY "このTAは無効です。"
                       MOVE "N" TO WS-VALID-FLAG
                   END-IF
           END-READ
           MOVE "00" TO WS-TA-STATUS
           IF WS-VALID
               MOVE WS-INPUT-COURSE-ID TO SYL-COURSE-ID
               READ SYLLABUS-FILE
                   INVALID KEY
                       DISPLAY "科目コードが未登録です。"
                       MOVE "N" TO WS-VALID-FLAG
               END-READ
               MOVE "00" TO WS-SYL-STATUS
           END-IF
           IF WS-VALID
           AND WS-INPUT-SEC-NO > ZERO
               IF WS-SEC-OPEN
                   MOVE WS-INPUT-COURSE-ID TO SEC-COURSE-ID
                   MOVE WS-INPUT-SEC-NO TO SEC-NO
                   READ SECTION-FILE
                       INVALID KEY
                           DISPLAY "セクションが未登録"
                               "です。"
                           MOVE "N" TO WS-VALID-FLAG
                       NOT INVALID KEY
                           IF NOT SEC-ACTIVE
                               DISPLAY "セクションは"
                                   "閉鎖されています。"
                               MOVE "N" TO WS-VALID-FLAG
                           END-IF
                   END-READ
                   MOVE "00" TO WS-SEC-STATUS
               ELSE
                   DISPLAY "セクションが未登録です。"
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF
           IF WS-VALID
               MOVE WS-INPUT-STUDENT-ID TO ENR-STUDENT-ID
               MOVE WS-INPUT-COURSE-ID TO ENR-COURSE-ID
               MOVE WS-INPUT-SEMESTER TO ENR-SEMESTER
               READ ENROLLMENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ENR-ACTIVE
                           DISPLAY "このTAは同じ学期に"
                               "この科目を履修しています。"
                           MOVE "N" TO WS-VALID-FLAG
                       END-IF
               END-READ
               MOVE "00" TO WS-ENR-STATUS
           END-IF.

      * 同じ学期のほかの配置（解除済みを除く）の週時間に今回の
      * 週時間を加え、TAの週上限時間と比べる
       CHECK-WEEKLY-HOURS SECTION.
           MOVE ZERO TO WS-OTHER-HOURS
           MOVE WS-INPUT-STUDENT-ID TO TAS-STUDENT-ID
           MOVE WS-INPUT-SEMESTER TO TAS-SEMESTER
           MOVE LOW-VALUES TO TAS-COURSE-ID
           MOVE ZERO TO TAS-SEC-NO
           MOVE "00" TO WS-TAS-STATUS
           START TA-ASSIGN-FILE KEY >= TAS-KEY
               INVALID KEY
                   MOVE "10" TO WS-TAS-STATUS
           END-START
           PERFORM UNTIL WS-TAS-EOF
               READ TA-ASSIGN-FILE NEXT
                   AT END
                       MOVE "10" TO WS-TAS-STATUS
                   NOT AT END
                       IF TAS-STUDENT-ID NOT = WS-INPUT-STUDENT-ID
                       OR TAS-SEMESTER NOT = WS-INPUT-SEMESTER
                           MOVE "10" TO WS-TAS-STATUS
                       ELSE
                           IF TAS-ACTIVE
                           AND (TAS-COURSE-ID NOT = WS-INPUT-COURSE-ID
                           OR TAS-SEC-NO NOT = WS-INPUT-SEC-NO)
                               ADD TAS-WEEKLY-HOURS TO WS-OTHER-HOURS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-TAS-STATUS
           COMPUTE WS-NEW-TOTAL-HOURS = WS-OTHER-HOURS + WS-INPUT-HOURS
           IF WS-NEW-TOTAL-HOURS > TA-MAX-WEEKLY-HOURS
               DISPLAY "週上限時間を超えます。上限: "
                   TA-MAX-WEEKLY-HOURS " 配置済み: " WS-OTHER-HOURS
               MOVE "N" TO WS-VALID-FLAG
           END-IF.

       WRITE-ASSIGNMENT-RECORD SECTION.
           MOVE WS-INPUT-STUDENT-ID TO TAS-STUDENT-ID
           MOVE WS-INPUT-SEMESTER TO TAS-SEMESTER
           MOVE WS-INPUT-COURSE-ID TO TAS-COURSE-ID
           MOVE WS-INPUT-SEC-NO TO TAS-SEC-NO
           MOVE WS-INPUT-HOURS TO TAS-WEEKLY-HOURS
           MOVE "A" TO TAS-STATUS
           MOVE WS-CURRENT-DATE TO TAS-ASSIGN-DATE
           WRITE TA-ASSIGN-RECORD
               INVALID KEY
                   REWRITE TA-ASSIGN-RECORD
                       INVALID KEY
                           DISPLAY MSG-FILE-WRITE
                       NOT INVALID KEY
                           DISPLAY "TA配置を更新しました。"
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "TA配置を登録しました。"
           END-WRITE
           MOVE "00" TO WS-TAS-STATUS.

       END-ASSIGNMENT SECTION.
           MOVE SPACES TO WS-INPUT-STUDENT-ID
           MOVE SPACES TO WS-INPUT-SEMESTER
           MOVE SPACES TO WS-INPUT-COURSE-ID
           MOVE ZERO TO WS-INPUT-SEC-NO
           DISPLAY ASSIGN-SELECT-SCREEN
           ACCEPT ASSIGN-SELECT-SCREEN
           MOVE WS-INPUT-STUDENT-ID TO TAS-STUDENT-ID
           MOVE WS-INPUT-SEMESTER TO TAS-SEMESTER
           MOVE WS-INPUT-COURSE-ID TO TAS-COURSE-ID
           MOVE WS-INPUT-SEC-NO TO TAS-SEC-NO
           READ TA-ASSIGN-FILE
               INVALID KEY
                   DISPLAY MSG-RECORD-NOT-FOUND
               NOT INVALID KEY
                   MOVE "E" TO TAS-STATUS
                   REWRITE TA-ASSIGN-RECORD
                       INVALID KEY
                           DISPLAY MSG-FILE-WRITE
                       NOT INVALID KEY
                           DISPLAY "TA配置を解除しました。"
                   END-REWRITE
           END-READ
           MOVE "00" TO WS-TAS-STATUS.

      * 指定学期の有効な配置を配置先科目の学部ごとにまとめ、
      * 週時間・学期時間・金額を学部計・総計とともに出力する
       TA-HOURS-REPORT SECTION.
           MOVE SPACES TO WS-INPUT-SEMESTER
           DISPLAY REPORT-INPUT-SCREEN
           ACCEPT REPORT-INPUT-SCREEN
           IF WS-INPUT-SEMESTER = SPACES
               DISPLAY MSG-INVALID-INPUT
           ELSE
               PERFORM LOAD-REPORT-ENTRIES
               PERFORM SORT-BY-DEPARTMENT
               PERFORM WRITE-HOURS-REPORT
           END-IF.

       LOAD-REPORT-ENTRIES SECTION.
           MOVE ZERO TO WS-RP-COUNT
           MOVE LOW-VALUES TO TAS-KEY
           MOVE "00" TO WS-TAS-STATUS
           START TA-ASSIGN-FILE KEY >= TAS-KEY
               INVALID KEY
                   MOVE "10" TO WS-TAS-STATUS
           END-START
           PERFORM UNTIL WS-TAS-EOF
               READ TA-ASSIGN-FILE NEXT
                   AT END
                       MOVE "10" TO WS-TAS-STATUS
                   NOT AT END
                       IF TAS-SEMESTER = WS-INPUT-SEMESTER
                       AND TAS-ACTIVE
                       AND WS-RP-COUNT < 2000
                           PERFORM ADD-REPORT-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-TAS-STATUS.

       ADD-REPORT-ENTRY SECTION.
           ADD 1 TO WS-RP-COUNT
           MOVE TAS-COURSE-ID TO SYL-COURSE-ID
           READ SYLLABUS-FILE
               INVALID KEY
                   MOVE SPACES TO SYL-DEPARTMENT-ID
           END-READ
           MOVE "00" TO WS-SYL-STATUS
           MOVE TAS-STUDENT-ID TO TA-STUDENT-ID
           READ TA-FILE
               INVALID KEY
                   MOVE ZERO TO TA-HOURLY-RATE
           END-READ
           MOVE "00" TO WS-TA-STATUS
           MOVE SYL-DEPARTMENT-ID
               TO WS-RP-DEPARTMENT-ID(WS-RP-COUNT)
           MOVE TAS-STUDENT-ID TO WS-RP-STUDENT-ID(WS-RP-COUNT)
           MOVE TAS-COURSE-ID TO WS-RP-COURSE-ID(WS-RP-COUNT)
           MOVE TAS-SEC-NO TO WS-RP-SEC-NO(WS-RP-COUNT)
           MOVE TAS-WEEKLY-HOURS TO WS-RP-WEEKLY-HOURS(WS-RP-COUNT)
           MOVE TA-HOURLY-RATE TO WS-RP-RATE(WS-RP-COUNT).

       SORT-BY-DEPARTMENT SECTION.
           PERFORM VARYING WS-RP-I FROM 1 BY 1
                   UNTIL WS-RP-I >= WS-RP-COUNT
               PERFORM VARYING WS-RP-J FROM WS-RP-I BY 1
                       UNTIL WS-RP-J > WS-RP-COUNT
                   IF WS-RP-DEPARTMENT-ID(WS-RP-J) <
                       WS-RP-DEPARTMENT-ID(WS-RP-I)
                       MOVE WS-RP-ENTRY(WS-RP-I) TO WS-RP-TEMP
                       MOVE WS-RP-ENTRY(WS-RP-J)
                           TO WS-RP-ENTRY(WS-RP-I)
                       MOVE WS-RP-TEMP TO WS-RP-ENTRY(WS-RP-J)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-HOURS-REPORT SECTION.
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "ta_hours_" DELIMITED BY SIZE
                   WS-INPUT-SEMESTER DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-CURRENT-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM WS-HEADER1
           WRITE REPORT-LINE FROM WS-REPORT-TITLE
           WRITE REPORT-LINE FROM WS-HEADER1
           MOVE WS-INPUT-SEMESTER TO WS-CL-SEMESTER
           MOVE WS-CURRENT-DATE TO WS-CL-DATE
           MOVE WS-WEEKS-PER-TERM TO WS-CL-WEEKS
           WRITE REPORT-LINE FROM WS-CONDITION-LINE
           MOVE ZERO TO WS-TOTAL-WEEKLY
           MOVE ZERO TO WS-TOTAL-TERM-HOURS
           MOVE ZERO TO WS-TOTAL-AMOUNT
           PERFORM VARYING WS-RP-I FROM 1 BY 1
                   UNTIL WS-RP-I > WS-RP-COUNT
               IF WS-RP-I = 1
               OR WS-RP-DEPARTMENT-ID(WS-RP-I) NOT = WS-PREV-DEPARTMENT
                   IF WS-RP-I > 1
                       PERFORM WRITE-DEPARTMENT-TOTAL
                   END-IF
                   WRITE REPORT-LINE FROM WS-BLANK-LINE
                   MOVE WS-RP-DEPARTMENT-ID(WS-RP-I) TO WS-DH-DEPARTMENT
                   WRITE REPORT-LINE FROM WS-DEPT-HEADER
                   WRITE REPORT-LINE FROM WS-COLUMN-HEADER
                   MOVE WS-RP-DEPARTMENT-ID(WS-RP-I)
                       TO WS-PREV-DEPARTMENT
                   MOVE ZERO TO WS-DEPT-WEEKLY
                   MOVE ZERO TO WS-DEPT-TERM-HOURS
                   MOVE ZERO TO WS-DEPT-AMOUNT
               END-IF
               PERFORM WRITE-REPORT-DETAIL
           END-PERFORM
           IF WS-RP-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-BLANK-LINE
               MOVE "この学期のTA配置はありません。"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           ELSE
               PERFORM WRITE-DEPARTMENT-TOTAL
               WRITE REPORT-LINE FROM WS-HEADER1
               MOVE "総計" TO WS-TL-LABEL
               MOVE WS-TOTAL-WEEKLY TO WS-TL-WEEKLY
               MOVE WS-TOTAL-TERM-HOURS TO WS-TL-TERM-HOURS
               MOVE WS-TOTAL-AMOUNT TO WS-TL-AMOUNT
               WRITE REPORT-LINE FROM WS-TOTAL-LINE
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "TA時間報告を出力しました: "
               WS-REPORT-FILENAME
           DISPLAY "配置件数: " WS-RP-COUNT "件".

       WRITE-REPORT-DETAIL SECTION.
           COMPUTE WS-TERM-HOURS =
               WS-RP-WEEKLY-HOURS(WS-RP-I) * WS-WEEKS-PER-TERM
           COMPUTE WS-AMOUNT = WS-TERM-HOURS * WS-RP-RATE(WS-RP-I)
           MOVE WS-RP-STUDENT-ID(WS-RP-I) TO WS-DT-STUDENT
           MOVE WS-RP-STUDENT-ID(WS-RP-I) TO STU-ID
           MOVE SPACES TO WS-DT-NAME
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "*** 学生情報なし ***" TO WS-DT-NAME
               NOT INVALID KEY
                   STRING STU-LAST-NAME DELIMITED BY "  "
                           " " DELIMITED BY SIZE
                           STU-FIRST-NAME DELIMITED BY "  "
                       INTO WS-DT-NAME
           END-READ
           MOVE "00" TO WS-STU-STATUS
           MOVE WS-RP-COURSE-ID(WS-RP-I) TO WS-DT-COURSE
           MOVE WS-RP-SEC-NO(WS-RP-I) TO WS-DT-SEC-NO
           MOVE WS-RP-WEEKLY-HOURS(WS-RP-I) TO WS-DT-WEEKLY
           MOVE WS-TERM-HOURS TO WS-DT-TERM-HOURS
           MOVE WS-RP-RATE(WS-RP-I) TO WS-DT-RATE
           MOVE WS-AMOUNT TO WS-DT-AMOUNT
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ADD WS-RP-WEEKLY-HOURS(WS-RP-I) TO WS-DEPT-WEEKLY
           ADD WS-TERM-HOURS TO WS-DEPT-TERM-HOURS
           ADD WS-AMOUNT TO WS-DEPT-AMOUNT
           ADD WS-RP-WEEKLY-HOURS(WS-RP-I) TO WS-TOTAL-WEEKLY
           ADD WS-TERM-HOURS TO WS-TOTAL-TERM-HOURS
           ADD WS-AMOUNT TO WS-TOTAL-AMOUNT.

       WRITE-DEPARTMENT-TOTAL SECTION.
           WRITE REPORT-LINE FROM WS-HEADER2
           MOVE "学部計" TO WS-TL-LABEL
           MOVE WS-DEPT-WEEKLY TO WS-TL-WEEKLY
           MOVE WS-DEPT-TERM-HOURS TO WS-TL-TERM-HOURS
           MOVE WS-DEPT-AMOUNT TO WS-TL-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

       CHECK-CONTINUE SECTION.
           DISPLAY CONTINUE-SCREEN
           ACCEPT CONTINUE-SCREEN.
