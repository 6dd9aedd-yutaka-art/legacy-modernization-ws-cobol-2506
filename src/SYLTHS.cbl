      ******************************************************************
      * シラバス管理システム - 卒業研究管理プログラム
      *
      * 学生ごとに卒業研究の指導教員・題目（和文・英文）を登録し、
      * 題目承認・中間報告・論文提出・口頭試問の予定日と実施日、
      * 副査を記録する。口頭試問の後に判定結果を登録すると、
      * その評語を卒業研究の科目の成績として記録する。
      * 学科事務室向けに予定日を過ぎて未実施の節目がある学生の
      * 進捗遅れ一覧と、教員ごとの指導学生数の一覧を作成する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLTHS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.
       SPECIAL-NAMES.
           CONSOLE IS CRT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT THESIS-FILE
               ASSIGN TO "thesis.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS THS-STUDENT-ID
               ALTERNATE RECORD KEY IS THS-SUPERVISOR-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-THS-STATUS.

           SELECT STUDENT-FILE
               ASSIGN TO "student.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-STU-STATUS.

           SELECT TEACHER-FILE
               ASSIGN TO "teacher.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TEA-ID
               FILE STATUS IS WS-TEA-STATUS.

           SELECT SYLLABUS-FILE
               ASSIGN TO "syllabus.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-COURSE-ID
               ALTERNATE RECORD KEY IS SYL-TEACHER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-DEPARTMENT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-SEMESTER WITH DUPLICATES
               FILE STATUS IS WS-SYL-STATUS.

           SELECT GRADE-FILE
               ASSIGN TO "grade.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-KEY
               FILE STATUS IS WS-GRD-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  THESIS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY THSFILE.

       FD  STUDENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STUFILE.

       FD  TEACHER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TEAFILE.

       FD  SYLLABUS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SYLFILE.

       FD  GRADE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GRDFILE.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-THS-STATUS            PIC XX VALUE "00".
           88  WS-THS-SUCCESS       VALUE "00".
           88  WS-THS-EOF           VALUE "10".

       01  WS-STU-STATUS            PIC XX VALUE "00".
           88  WS-STU-SUCCESS       VALUE "00".

       01  WS-TEA-STATUS            PIC XX VALUE "00".
           88  WS-TEA-SUCCESS       VALUE "00".
           88  WS-TEA-EOF           VALUE "10".

       01  WS-SYL-STATUS            PIC XX VALUE "00".
           88  WS-SYL-SUCCESS       VALUE "00".

       01  WS-GRD-STATUS            PIC XX VALUE "00".
           88  WS-GRD-SUCCESS       VALUE "00".

       01  WS-REPORT-STATUS         PIC XX VALUE "00".
           88  WS-REPORT-SUCCESS    VALUE "00".

       01  WS-CONTINUE-FLAG         PIC X VALUE "Y".
           88  WS-CONTINUE          VALUE "Y", "y".
           88  WS-EXIT              VALUE "N", "n".

       01  WS-CHOICE                PIC 9 VALUE 0.

       01  WS-CURRENT-DATE          PIC 9(8) VALUE ZERO.
       01  WS-REPORT-FILENAME       PIC X(50) VALUE SPACES.
       01  WS-SCREEN-TITLE          PIC X(40) VALUE SPACES.
       01  WS-INPUT-STUDENT-ID      PIC X(7) VALUE SPACES.
       01  WS-INPUT-DEP-ID          PIC X(4) VALUE SPACES.
       01  WS-INPUT-GRADE           PIC X(2) VALUE SPACES.
           88  WS-VALID-GRADE       VALUE "A+", "A ", "B ", "C ",
                                          "F ".
       01  WS-INPUT-POINT           PIC 9V9 VALUE ZERO.

       01  WS-VALID-FLAG            PIC X VALUE "Y".
           88  WS-VALID             VALUE "Y".
       01  WS-NEW-THS-FLAG          PIC X VALUE "N".
           88  WS-NEW-THS           VALUE "Y".
       01  WS-RESTART-FLAG          PIC X VALUE "N".
           88  WS-RESTART           VALUE "Y".
       01  WS-POSTED-FLAG           PIC X VALUE "N".
           88  WS-POSTED            VALUE "Y".
       01  WS-BEHIND-FLAG           PIC X VALUE "N".
           88  WS-BEHIND            VALUE "Y".

       01  WS-MS-I                  PIC 9 VALUE ZERO.
       01  WS-EX-I                  PIC 9 VALUE ZERO.
       01  WS-BEHIND-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-ACTIVE-LOAD           PIC 9(3) VALUE ZERO.
       01  WS-DONE-LOAD             PIC 9(3) VALUE ZERO.
       01  WS-TOTAL-ACTIVE          PIC 9(4) VALUE ZERO.
       01  WS-TOTAL-DONE            PIC 9(4) VALUE ZERO.
       01  WS-TEACHER-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-POINT-EDIT            PIC 9.9.

       01  WS-STUDENT-NAME          PIC X(41) VALUE SPACES.
       01  WS-TEACHER-NAME          PIC X(41) VALUE SPACES.

      * 節目の名称（添字は THS-MILESTONE と同じ）
       01  WS-MS-LABEL-VALUES.
           05  FILLER               PIC X(12) VALUE "題目承認".
           05  FILLER               PIC X(12) VALUE "中間報告".
           05  FILLER               PIC X(12) VALUE "論文提出".
           05  FILLER               PIC X(12) VALUE "口頭試問".
       01  WS-MS-LABEL-TABLE REDEFINES WS-MS-LABEL-VALUES.
           05  WS-MS-LABEL OCCURS 4 TIMES
                                    PIC X(12).

       01  WS-HEADER1               PIC X(132) VALUE ALL "=".
       01  WS-RULE-LINE             PIC X(132) VALUE ALL "-".
       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-DELAY-TITLE           PIC X(132) VALUE
           "卒業研究 進捗遅れ一覧".
       01  WS-LOAD-TITLE            PIC X(132) VALUE
           "卒業研究 指導教員別担当数一覧".

       01  WS-REPORT-HEADING.
           05  FILLER               PIC X(12) VALUE "作成日: ".
           05  WS-RH-DATE           PIC 9(8).
           05  FILLER               PIC X(12) VALUE "  学科: ".
           05  WS-RH-DEPT           PIC X(12).
           05  FILLER               PIC X(88) VALUE SPACES.

       01  WS-DELAY-HEADER.
           05  FILLER               PIC X(14) VALUE "学籍番号".
           05  FILLER               PIC X(45) VALUE "氏名".
           05  FILLER               PIC X(8) VALUE "学科".
           05  FILLER               PIC X(12) VALUE "指導教員".
           05  FILLER               PIC X(12) VALUE "節目".
           05  FILLER               PIC X(9) VALUE "予定日".
           05  FILLER               PIC X(32) VALUE SPACES.

       01  WS-DELAY-DETAIL.
           05  WS-DD-STUDENT-ID     PIC X(7).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-DD-NAME           PIC X(41).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DD-DEPT           PIC X(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DD-SUPERVISOR     PIC X(5).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-DD-MILESTONE      PIC X(12).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DD-DUE-DATE       PIC 9(8).
           05  FILLER               PIC X(43) VALUE SPACES.

       01  WS-DELAY-TOTAL.
           05  FILLER               PIC X(24) VALUE
               "遅れのある学生: ".
           05  WS-DT-COUNT          PIC ZZZ9.
           05  FILLER               PIC X(3) VALUE "名".
           05  FILLER               PIC X(101) VALUE SPACES.

       01  WS-LOAD-HEADER.
           05  FILLER               PIC X(14) VALUE "教員番号".
           05  FILLER               PIC X(45) VALUE "氏名".
           05  FILLER               PIC X(10) VALUE "学科".
           05  FILLER               PIC X(19) VALUE "職名".
           05  FILLER               PIC X(15) VALUE "指導中".
           05  FILLER               PIC X(21) VALUE
               "判定済（累計）".
           05  FILLER               PIC X(8) VALUE SPACES.

       01  WS-LOAD-DETAIL.
           05  WS-LD-TEACHER-ID     PIC X(5).
           05  FILLER               PIC X(5) VALUE SPACES.
           05  WS-LD-NAME           PIC X(41).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-LD-DEPT           PIC X(4).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-LD-TITLE          PIC X(15).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-LD-ACTIVE         PIC ZZ9.
           05  FILLER               PIC X(9) VALUE SPACES.
           05  WS-LD-DONE           PIC ZZ9.
           05  FILLER               PIC X(39) VALUE SPACES.

       01  WS-LOAD-TOTAL.
           05  FILLER               PIC X(12) VALUE "教員数: ".
           05  WS-LT-TEACHERS       PIC ZZZ9.
           05  FILLER               PIC X(19) VALUE
               "  指導中合計: ".
           05  WS-LT-ACTIVE         PIC ZZZ9.
           05  FILLER               PIC X(19) VALUE
               "  判定済合計: ".
           05  WS-LT-DONE           PIC ZZZ9.
           05  FILLER               PIC X(70) VALUE SPACES.

       COPY LIBERROR.

       SCREEN SECTION.
       01  THS-MENU-SCREEN.
           05  LINE 2 COL 1         VALUE
               "卒業研究管理メニュー".
           05  LINE 4 COL 1         VALUE
               "1. 卒業研究の登録（指導教員・題目）".
           05  LINE 5 COL 1         VALUE
               "2. 節目の予定日・実施日の記録".
           05  LINE 6 COL 1         VALUE "3. 副査の登録".
           05  LINE 7 COL 1         VALUE
               "4. 判定結果の登録（成績記録）".
           05  LINE 8 COL 1         VALUE "5. 卒業研究の照会".
           05  LINE 9 COL 1         VALUE
               "6. 進捗遅れ一覧の作成".
           05  LINE 10 COL 1        VALUE
               "7. 指導教員別担当数一覧の作成".
           05  LINE 11 COL 1        VALUE "9. 戻る".
           05  LINE 13 COL 1        VALUE "選択: ".
           05  LINE 13 COL 8        PIC 9 USING WS-CHOICE.

       01  THS-KEY-SCREEN.
           05  LINE 2 COL 1         PIC X(40) FROM WS-SCREEN-TITLE.
           05  LINE 4 COL 1         VALUE "学籍番号: ".
           05  LINE 4 COL 12
               PIC X(7) USING WS-INPUT-STUDENT-ID.

       01  THS-REGISTER-SCREEN.
           05  LINE 5 COL 1         VALUE "指導教員番号: ".
           05  LINE 5 COL 16        PIC X(5) USING THS-SUPERVISOR-ID.
           05  LINE 6 COL 1         VALUE
               "卒業研究の科目コード: ".
           05  LINE 6 COL 24        PIC X(6) USING THS-COURSE-ID.
           05  LINE 7 COL 1         VALUE "履修学期: ".
           05  LINE 7 COL 12        PIC X(2) USING THS-SEMESTER.
           05  LINE 8 COL 1         VALUE "題目（和文）: ".
           05  LINE 8 COL 16        PIC X(60) USING THS-TITLE-JA.
           05  LINE 9 COL 1         VALUE "題目（英文）: ".
           05  LINE 9 COL 16        PIC X(60) USING THS-TITLE-EN.

       01  THS-MILESTONE-SCREEN.
           05  LINE 6 COL 1         VALUE "節目".
           05  LINE 6 COL 14        VALUE "予定日".
           05  LINE 6 COL 26        VALUE "実施日".
           05  LINE 7 COL 1         VALUE "題目承認".
           05  LINE 7 COL 14
               PIC 9(8) USING THS-MS-DUE-DATE(1).
           05  LINE 7 COL 26
               PIC 9(8) USING THS-MS-DONE-DATE(1).
           05  LINE 8 COL 1         VALUE "中間報告".
           05  LINE 8 COL 14
               PIC 9(8) USING THS-MS-DUE-DATE(2).
           05  LINE 8 COL 26
               PIC 9(8) USING THS-MS-DONE-DATE(2).
           05  LINE 9 COL 1         VALUE "論文提出".
           05  LINE 9 COL 14
               PIC 9(8) USING THS-MS-DUE-DATE(3).
           05  LINE 9 COL 26
               PIC 9(8) USING THS-MS-DONE-DATE(3).
           05  LINE 10 COL 1        VALUE "口頭試問".
           05  LINE 10 COL 14
               PIC 9(8) USING THS-MS-DUE-DATE(4).
           05  LINE 10 COL 26
               PIC 9(8) USING THS-MS-DONE-DATE(4).
           05  LINE 11 COL 1        VALUE
               "(YYYYMMDD、未定・未実施は0)".

       01  THS-EXAMINER-SCREEN.
           05  LINE 5 COL 1         VALUE "指導教員（主査）: ".
           05  LINE 5 COL 20        PIC X(5) FROM THS-SUPERVISOR-ID.
           05  LINE 6 COL 1         VALUE "副査1: ".
           05  LINE 6 COL 9
               PIC X(5) USING THS-EXAMINER-ID(1).
           05  LINE 7 COL 1         VALUE "副査2: ".
           05  LINE 7 COL 9
               PIC X(5) USING THS-EXAMINER-ID(2).

       01  THS-RESULT-SCREEN.
           05  LINE 5 COL 1         VALUE "科目コード: ".
           05  LINE 5 COL 14        PIC X(6) FROM THS-COURSE-ID.
           05  LINE 6 COL 1         VALUE "学期: ".
           05  LINE 6 COL 8         PIC X(2) FROM THS-SEMESTER.
           05  LINE 7 COL 1         VALUE "評語(A+/A/B/C/F): ".
           05  LINE 7 COL 20        PIC X(2) USING WS-INPUT-GRADE.
           05  LINE 8 COL 1         VALUE "評点(0.0-4.0): ".
           05  LINE 8 COL 17        PIC 9.9 USING WS-INPUT-POINT.

       01  THS-REPORT-SCREEN.
           05  LINE 2 COL 1         PIC X(40) FROM WS-SCREEN-TITLE.
           05  LINE 4 COL 1         VALUE
               "学科コード（空白は全学科）: ".
           05  LINE 4 COL 30        PIC X(4) USING WS-INPUT-DEP-ID.

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
           OPEN I-O THESIS-FILE
           IF NOT WS-THS-SUCCESS
               OPEN OUTPUT THESIS-FILE
               CLOSE THESIS-FILE
               OPEN I-O THESIS-FILE
           END-IF
           OPEN I-O GRADE-FILE
           IF NOT WS-GRD-SUCCESS
               OPEN OUTPUT GRADE-FILE
               CLOSE GRADE-FILE
               OPEN I-O GRADE-FILE
           END-IF
           OPEN INPUT STUDENT-FILE
           OPEN INPUT TEACHER-FILE
           OPEN INPUT SYLLABUS-FILE.

       CLOSE-FILES SECTION.
           CLOSE THESIS-FILE
           CLOSE GRADE-FILE
           CLOSE STUDENT-FILE
           CLOSE TEACHER-FILE
           CLOSE SYLLABUS-FILE.

       DISPLAY-MENU SECTION.
           DISPLAY THS-MENU-SCREEN
           ACCEPT THS-MENU-SCREEN.

       PROCESS-CHOICE SECTION.
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM REGISTER-THESIS
               WHEN 2
                   PERFORM RECORD-MILESTONES
               WHEN 3
                   PERFORM ASSIGN-EXAMINERS
               WHEN 4
                   PERFORM RECORD-RESULT
               WHEN 5
                   PERFORM SHOW-THESIS
               WHEN 6
                   PERFORM REPORT-BEHIND
               WHEN 7
                   PERFORM REPORT-SUPERVISOR-LOAD
               WHEN 9
                   MOVE "N" TO WS-CONTINUE-FLAG
               WHEN OTHER
                   DISPLAY MSG-INVALID-INPUT
           END-EVALUATE.

      * 学籍番号を受け付け、卒業研究の記録を読む
       READ-THESIS-KEY SECTION.
           MOVE SPACES TO WS-INPUT-STUDENT-ID
           DISPLAY THS-KEY-SCREEN
           ACCEPT THS-KEY-SCREEN
           MOVE WS-INPUT-STUDENT-ID TO THS-STUDENT-ID
           READ THESIS-FILE
               INVALID KEY
                   MOVE "23" TO WS-THS-STATUS
           END-READ.

      * 進行中の卒業研究を読む。記録がないか判定済なら処理しない
       READ-ACTIVE-THESIS SECTION.
           PERFORM READ-THESIS-KEY
           MOVE "Y" TO WS-VALID-FLAG
           IF NOT WS-THS-SUCCESS
               DISPLAY MSG-RECORD-NOT-FOUND
               MOVE "N" TO WS-VALID-FLAG
           ELSE
               IF NOT THS-IN-PROGRESS
                   DISPLAY "判定済の卒業研究です。"
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF.

      * 指導教員と題目を登録する。進行中の記録は指導教員・題目の
      * 変更として上書きする。不合格（F）で判定済の記録は節目と
      * 判定結果を消して再登録できる
       REGISTER-THESIS SECTION.
           MOVE "卒業研究の登録" TO WS-SCREEN-TITLE
           PERFORM READ-THESIS-KEY
           MOVE "Y" TO WS-VALID-FLAG
           MOVE "N" TO WS-NEW-THS-FLAG
           MOVE "N" TO WS-RESTART-FLAG
           MOVE WS-INPUT-STUDENT-ID TO STU-ID
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY "学籍番号が未登録です。"
                   MOVE "N" TO WS-VALID-FLAG
               NOT INVALID KEY
                   IF NOT STU-ACTIVE
                       DISPLAY "在籍中の学生では"
                           "ありません。"
                       MOVE "N" TO WS-VALID-FLAG
                   END-IF
           END-READ
           MOVE "00" TO WS-STU-STATUS
           IF WS-VALID
               IF WS-THS-SUCCESS
                   IF THS-COMPLETED
                       IF THS-RESULT-GRADE = "F"
                           MOVE "Y" TO WS-RESTART-FLAG
                       ELSE
                           DISPLAY "判定済の卒業研究は変更"
                               "できません。"
                           MOVE "N" TO WS-VALID-FLAG
                       END-IF
                   END-IF
               ELSE
                   INITIALIZE THESIS-RECORD
                   MOVE WS-INPUT-STUDENT-ID TO THS-STUDENT-ID
                   MOVE "Y" TO WS-NEW-THS-FLAG
               END-IF
           END-IF
           IF WS-VALID
               DISPLAY THS-REGISTER-SCREEN
               ACCEPT THS-REGISTER-SCREEN
               PERFORM VALIDATE-REGISTRATION
           END-IF
           IF WS-VALID
               PERFORM SAVE-REGISTRATION
           END-IF.

       VALIDATE-REGISTRATION SECTION.
           MOVE THS-SUPERVISOR-ID TO TEA-ID
           READ TEACHER-FILE
               INVALID KEY
                   DISPLAY "指導教員の教員番号が"
                       "未登録です。"
                   MOVE "N" TO WS-VALID-FLAG
               NOT INVALID KEY
                   IF NOT TEA-ACTIVE
                       DISPLAY "指導教員が在職中では"
                           "ありません。"
                       MOVE "N" TO WS-VALID-FLAG
                   END-IF
           END-READ
           MOVE "00" TO WS-TEA-STATUS
           IF WS-VALID
               MOVE THS-COURSE-ID TO SYL-COURSE-ID
               READ SYLLABUS-FILE
                   INVALID KEY
                       DISPLAY "科目コードが未登録です。"
                       MOVE "N" TO WS-VALID-FLAG
               END-READ
               MOVE "00" TO WS-SYL-STATUS
           END-IF
           IF WS-VALID
               IF THS-SEMESTER = SPACES
               OR THS-TITLE-JA = SPACES
                   DISPLAY MSG-INVALID-INPUT
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF
           IF WS-VALID
               IF THS-SUPERVISOR-ID = THS-EXAMINER-ID(1)
               OR THS-SUPERVISOR-ID = THS-EXAMINER-ID(2)
                   DISPLAY "副査の教員は指導教員に"
                       "できません。"
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF.

       SAVE-REGISTRATION SECTION.
           IF WS-RESTART
               PERFORM VARYING WS-MS-I FROM 1 BY 1 UNTIL WS-MS-I > 4
                   MOVE ZERO TO THS-MS-DUE-DATE(WS-MS-I)
                   MOVE ZERO TO THS-MS-DONE-DATE(WS-MS-I)
               END-PERFORM
               MOVE SPACES TO THS-RESULT-GRADE
               MOVE ZERO TO THS-RESULT-POINT
               MOVE ZERO TO THS-RESULT-DATE
           END-IF
           IF WS-NEW-THS OR WS-RESTART
               MOVE WS-CURRENT-DATE TO THS-REGISTER-DATE
               MOVE "A" TO THS-STATUS
           END-IF
           IF WS-NEW-THS
               WRITE THESIS-RECORD
                   INVALID KEY
                       DISPLAY MSG-DUPLICATE-KEY
                   NOT INVALID KEY
                       DISPLAY "卒業研究を登録しました。"
               END-WRITE
           ELSE
               REWRITE THESIS-RECORD
                   INVALID KEY
                       DISPLAY MSG-FILE-WRITE
                   NOT INVALID KEY
                       DISPLAY "卒業研究を更新しました。"
               END-REWRITE
           END-IF.

      * 節目の予定日と実施日を記録する。実施日は節目の順に
      * 埋まり、前の節目より前の日付・未来の日付は受け付けない
       RECORD-MILESTONES SECTION.
           MOVE "節目の予定日・実施日の記録"
               TO WS-SCREEN-TITLE
           PERFORM READ-ACTIVE-THESIS
           IF WS-VALID
               DISPLAY THS-MILESTONE-SCREEN
               ACCEPT THS-MILESTONE-SCREEN
               PERFORM VARYING WS-MS-I FROM 1 BY 1 UNTIL WS-MS-I > 4
                   IF THS-MS-DONE-DATE(WS-MS-I) > WS-CURRENT-DATE
                       MOVE "N" TO WS-VALID-FLAG
                   END-IF
                   IF WS-MS-I > 1
                   AND THS-MS-DONE-DATE(WS-MS-I) > ZERO
                       IF THS-MS-DONE-DATE(WS-MS-I - 1) = ZERO
                       OR THS-MS-DONE-DATE(WS-MS-I) <
                          THS-MS-DONE-DATE(WS-MS-I - 1)
                           MOVE "N" TO WS-VALID-FLAG
                       END-IF
                   END-IF
               END-PERFORM
               IF NOT WS-VALID
                   DISPLAY "実施日は節目の順に、本日まで"
                       "の日付で入力してください。"
               ELSE
                   REWRITE THESIS-RECORD
                       INVALID KEY
                           DISPLAY MSG-FILE-WRITE
                       NOT INVALID KEY
                           DISPLAY "節目の日付を記録"
                               "しました。"
                   END-REWRITE
               END-IF
           END-IF.

      * 副査（在職中の教員、指導教員以外）を登録する。
      * 副査1は必須、副査2は任意
       ASSIGN-EXAMINERS SECTION.
           MOVE "副査の登録" TO WS-SCREEN-TITLE
           PERFORM READ-ACTIVE-THESIS
           IF WS-VALID
               DISPLAY THS-EXAMINER-SCREEN
               ACCEPT THS-EXAMINER-SCREEN
               IF THS-EXAMINER-ID(1) = SPACES
               OR THS-EXAMINER-ID(1) = THS-EXAMINER-ID(2)
                   DISPLAY MSG-INVALID-INPUT
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
               PERFORM VARYING WS-EX-I FROM 1 BY 1
                       UNTIL WS-EX-I > 2 OR NOT WS-VALID
                   IF THS-EXAMINER-ID(WS-EX-I) NOT = SPACES
                       PERFORM CHECK-EXAMINER
                   END-IF
               END-PERFORM
               IF WS-VALID
                   REWRITE THESIS-RECORD
                       INVALID KEY
                           DISPLAY MSG-FILE-WRITE
                       NOT INVALID KEY
                           DISPLAY "副査を登録しました。"
                   END-REWRITE
               END-IF
           END-IF.

       CHECK-EXAMINER SECTION.
           IF THS-EXAMINER-ID(WS-EX-I) = THS-SUPERVISOR-ID
               DISPLAY "指導教員は副査にできません。"
               MOVE "N" TO WS-VALID-FLAG
           ELSE
               MOVE THS-EXAMINER-ID(WS-EX-I) TO TEA-ID
               READ TEACHER-FILE
                   INVALID KEY
                       DISPLAY "副査の教員番号が"
                           "未登録です: "
                           THS-EXAMINER-ID(WS-EX-I)
                       MOVE "N" TO WS-VALID-FLAG
                   NOT INVALID KEY
                       IF NOT TEA-ACTIVE
                           DISPLAY "副査が在職中では"
                               "ありません: "
                               THS-EXAMINER-ID(WS-EX-I)
                           MOVE "N" TO WS-VALID-FLAG
                       END-IF
               END-READ
               MOVE "00" TO WS-TEA-STATUS
           END-IF.

      * 口頭試問の実施後に判定結果を登録し、卒業研究の科目・学期の
      * 成績として記録する。成績が記録済なら成績入力（SYLGRD）の
      * 訂正で扱う
       RECORD-RESULT SECTION.
           MOVE "判定結果の登録" TO WS-SCREEN-TITLE
           PERFORM READ-ACTIVE-THESIS
           IF WS-VALID
               IF THS-MS-DONE-DATE(4) = ZERO
                   DISPLAY "口頭試問が未実施です。"
                   MOVE "N" TO WS-VALID-FLAG
               ELSE
                   IF THS-EXAMINER-ID(1) = SPACES
                       DISPLAY "副査が未登録です。"
                       MOVE "N" TO WS-VALID-FLAG
                   END-IF
               END-IF
           END-IF
           IF WS-VALID
               MOVE SPACES TO WS-INPUT-GRADE
               MOVE ZERO TO WS-INPUT-POINT
               DISPLAY THS-RESULT-SCREEN
               ACCEPT THS-RESULT-SCREEN
               MOVE FUNCTION UPPER-CASE(WS-INPUT-GRADE)
                   TO WS-INPUT-GRADE
               IF NOT WS-VALID-GRADE
               OR WS-INPUT-POINT > 4.0
                   DISPLAY MSG-INVALID-INPUT
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF
           IF WS-VALID
               PERFORM POST-THESIS-GRADE
               IF WS-POSTED
                   MOVE WS-INPUT-GRADE TO THS-RESULT-GRADE
                   MOVE WS-INPUT-POINT TO THS-RESULT-POINT
                   MOVE WS-CURRENT-DATE TO THS-RESULT-DATE
                   MOVE "C" TO THS-STATUS
                   REWRITE THESIS-RECORD
                       INVALID KEY
                           DISPLAY MSG-FILE-WRITE
                       NOT INVALID KEY
                           DISPLAY "判定結果を登録し、成績"
                               "を記録しました。"
                   END-REWRITE
               END-IF
           END-IF.

       POST-THESIS-GRADE SECTION.
           MOVE "N" TO WS-POSTED-FLAG
           MOVE THS-STUDENT-ID TO GRD-STUDENT-ID
           MOVE THS-COURSE-ID TO GRD-COURSE-ID
           MOVE THS-SEMESTER TO GRD-SEMESTER
           READ GRADE-FILE
               INVALID KEY
                   INITIALIZE GRADE-RECORD
                   MOVE THS-STUDENT-ID TO GRD-STUDENT-ID
                   MOVE THS-COURSE-ID TO GRD-COURSE-ID
                   MOVE THS-SEMESTER TO GRD-SEMESTER
                   MOVE WS-INPUT-GRADE TO GRD-GRADE
                   MOVE WS-INPUT-POINT TO GRD-POINT
                   MOVE WS-CURRENT-DATE TO GRD-ENTRY-DATE
                   MOVE "R" TO GRD-STATUS
                   WRITE GRADE-RECORD
                       INVALID KEY
                           DISPLAY MSG-FILE-WRITE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-POSTED-FLAG
                   END-WRITE
               NOT INVALID KEY
                   DISPLAY "この学期の成績は記録済です。"
                       "訂正は成績入力（SYLGRD）で行って"
                       "ください。"
           END-READ
           MOVE "00" TO WS-GRD-STATUS.

       SHOW-THESIS SECTION.
           MOVE "卒業研究の照会" TO WS-SCREEN-TITLE
           PERFORM READ-THESIS-KEY
           IF NOT WS-THS-SUCCESS
               DISPLAY MSG-RECORD-NOT-FOUND
           ELSE
               MOVE THS-SUPERVISOR-ID TO TEA-ID
               PERFORM SET-TEACHER-NAME
               DISPLAY "学籍番号: " THS-STUDENT-ID
                   "  指導教員: " THS-SUPERVISOR-ID " "
                   WS-TEACHER-NAME
               DISPLAY "科目コード: " THS-COURSE-ID
                   "  学期: " THS-SEMESTER
                   "  登録日: " THS-REGISTER-DATE
               DISPLAY "題目: " THS-TITLE-JA
               DISPLAY "      " THS-TITLE-EN
               PERFORM VARYING WS-MS-I FROM 1 BY 1 UNTIL WS-MS-I > 4
                   DISPLAY WS-MS-LABEL(WS-MS-I)
                       "  予定日: " THS-MS-DUE-DATE(WS-MS-I)
                       "  実施日: " THS-MS-DONE-DATE(WS-MS-I)
               END-PERFORM
               DISPLAY "副査: " THS-EXAMINER-ID(1) " "
                   THS-EXAMINER-ID(2)
               IF THS-COMPLETED
                   MOVE THS-RESULT-POINT TO WS-POINT-EDIT
                   DISPLAY "判定: " THS-RESULT-GRADE " "
                       WS-POINT-EDIT "  判定日: " THS-RESULT-DATE
               ELSE
                   DISPLAY "判定: 未判定（進行中）"
               END-IF
           END-IF.

      * TEA-IDの教員の氏名を編集する
       SET-TEACHER-NAME SECTION.
           MOVE SPACES TO WS-TEACHER-NAME
           READ TEACHER-FILE
               INVALID KEY
                   MOVE "（未登録）" TO WS-TEACHER-NAME
               NOT INVALID KEY
                   STRING TEA-LAST-NAME DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       TEA-FIRST-NAME DELIMITED BY SPACE
                       INTO WS-TEACHER-NAME
           END-READ
           MOVE "00" TO WS-TEA-STATUS.

      * 進行中の卒業研究のうち、予定日を過ぎて実施日のない節目を
      * 学生ごとに列挙する（学科事務室向け）
       REPORT-BEHIND SECTION.
           MOVE "進捗遅れ一覧の作成" TO WS-SCREEN-TITLE
           PERFORM ACCEPT-REPORT-DEPT
           STRING "thesis_delay_" DELIMITED BY SIZE
                   WS-CURRENT-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM WS-DELAY-TITLE
           WRITE REPORT-LINE FROM WS-REPORT-HEADING
           WRITE REPORT-LINE FROM WS-HEADER1
           WRITE REPORT-LINE FROM WS-DELAY-HEADER
           WRITE REPORT-LINE FROM WS-RULE-LINE
           MOVE ZERO TO WS-BEHIND-COUNT
           MOVE LOW-VALUES TO THS-STUDENT-ID
           START THESIS-FILE KEY >= THS-STUDENT-ID
               INVALID KEY
                   MOVE "10" TO WS-THS-STATUS
           END-START
           PERFORM UNTIL WS-THS-EOF
               READ THESIS-FILE NEXT
                   AT END
                       MOVE "10" TO WS-THS-STATUS
                   NOT AT END
                       IF THS-IN-PROGRESS
                           PERFORM CHECK-THESIS-BEHIND
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-THS-STATUS
           WRITE REPORT-LINE FROM WS-RULE-LINE
           MOVE WS-BEHIND-COUNT TO WS-DT-COUNT
           WRITE REPORT-LINE FROM WS-DELAY-TOTAL
           CLOSE REPORT-FILE
           DISPLAY "進捗遅れ一覧を作成しました: "
               WS-REPORT-FILENAME
           DISPLAY "遅れのある学生: " WS-BEHIND-COUNT "名".

       CHECK-THESIS-BEHIND SECTION.
           MOVE THS-STUDENT-ID TO STU-ID
           READ STUDENT-FILE
               INVALID KEY
                   INITIALIZE STUDENT-RECORD
           END-READ
           MOVE "00" TO WS-STU-STATUS
           IF WS-INPUT-DEP-ID = SPACES
           OR STU-DEPARTMENT-ID = WS-INPUT-DEP-ID
               MOVE "N" TO WS-BEHIND-FLAG
               MOVE SPACES TO WS-STUDENT-NAME
               STRING STU-LAST-NAME DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   STU-FIRST-NAME DELIMITED BY SPACE
                   INTO WS-STUDENT-NAME
               PERFORM VARYING WS-MS-I FROM 1 BY 1 UNTIL WS-MS-I > 4
                   IF THS-MS-DUE-DATE(WS-MS-I) > ZERO
                   AND THS-MS-DUE-DATE(WS-MS-I) < WS-CURRENT-DATE
                   AND THS-MS-DONE-DATE(WS-MS-I) = ZERO
                       MOVE "Y" TO WS-BEHIND-FLAG
                       MOVE THS-STUDENT-ID TO WS-DD-STUDENT-ID
                       MOVE WS-STUDENT-NAME TO WS-DD-NAME
                       MOVE STU-DEPARTMENT-ID TO WS-DD-DEPT
                       MOVE THS-SUPERVISOR-ID TO WS-DD-SUPERVISOR
                       MOVE WS-MS-LABEL(WS-MS-I) TO WS-DD-MILESTONE
                       MOVE THS-MS-DUE-DATE(WS-MS-I)
                           TO WS-DD-DUE-DATE
                       WRITE REPORT-LINE FROM WS-DELAY-DETAIL
                   END-IF
               END-PERFORM
               IF WS-BEHIND
                   ADD 1 TO WS-BEHIND-COUNT
               END-IF
           END-IF.

      * 退職者を除く教員ごとに、指導中と判定済の卒業研究の件数を
      * 数える
       REPORT-SUPERVISOR-LOAD SECTION.
           MOVE "指導教員別担当数一覧の作成"
               TO WS-SCREEN-TITLE
           PERFORM ACCEPT-REPORT-DEPT
           STRING "thesis_load_" DELIMITED BY SIZE
                   WS-CURRENT-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM WS-LOAD-TITLE
           WRITE REPORT-LINE FROM WS-REPORT-HEADING
           WRITE REPORT-LINE FROM WS-HEADER1
           WRITE REPORT-LINE FROM WS-LOAD-HEADER
           WRITE REPORT-LINE FROM WS-RULE-LINE
           MOVE ZERO TO WS-TEACHER-COUNT
           MOVE ZERO TO WS-TOTAL-ACTIVE
           MOVE ZERO TO WS-TOTAL-DONE
           MOVE LOW-VALUES TO TEA-ID
           START TEACHER-FILE KEY >= TEA-ID
               INVALID KEY
                   MOVE "10" TO WS-TEA-STATUS
           END-START
           PERFORM UNTIL WS-TEA-EOF
               READ TEACHER-FILE NEXT
                   AT END
                       MOVE "10" TO WS-TEA-STATUS
                   NOT AT END
                       IF NOT TEA-RETIRED
                       AND (WS-INPUT-DEP-ID = SPACES
                       OR TEA-DEPARTMENT-ID = WS-INPUT-DEP-ID)
                           PERFORM WRITE-TEACHER-LOAD
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-TEA-STATUS
           WRITE REPORT-LINE FROM WS-RULE-LINE
           MOVE WS-TEACHER-COUNT TO WS-LT-TEACHERS
           MOVE WS-TOTAL-ACTIVE TO WS-LT-ACTIVE
           MOVE WS-TOTAL-DONE TO WS-LT-DONE
           WRITE REPORT-LINE FROM WS-LOAD-TOTAL
           CLOSE REPORT-FILE
           DISPLAY "担当数一覧を作成しました: "
               WS-REPORT-FILENAME.

       WRITE-TEACHER-LOAD SECTION.
           MOVE ZERO TO WS-ACTIVE-LOAD
           MOVE ZERO TO WS-DONE-LOAD
           MOVE TEA-ID TO THS-SUPERVISOR-ID
           MOVE "00" TO WS-THS-STATUS
           START THESIS-FILE KEY = THS-SUPERVISOR-ID
               INVALID KEY
                   MOVE "10" TO WS-THS-STATUS
           END-START
           PERFORM UNTIL WS-THS-EOF
               READ THESIS-FILE NEXT
                   AT END
                       MOVE "10" TO WS-THS-STATUS
                   NOT AT END
                       IF THS-SUPERVISOR-ID NOT = TEA-ID
                           MOVE "10" TO WS-THS-STATUS
                       ELSE
                           IF THS-IN-PROGRESS
                               ADD 1 TO WS-ACTIVE-LOAD
                           ELSE
                               ADD 1 TO WS-DONE-LOAD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-THS-STATUS
           ADD 1 TO WS-TEACHER-COUNT
           ADD WS-ACTIVE-LOAD TO WS-TOTAL-ACTIVE
           ADD WS-DONE-LOAD TO WS-TOTAL-DONE
           MOVE SPACES TO WS-TEACHER-NAME
           STRING TEA-LAST-NAME DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               TEA-FIRST-NAME DELIMITED BY SPACE
               INTO WS-TEACHER-NAME
           MOVE TEA-ID TO WS-LD-TEACHER-ID
           MOVE WS-TEACHER-NAME TO WS-LD-NAME
           MOVE TEA-DEPARTMENT-ID TO WS-LD-DEPT
           MOVE TEA-TITLE TO WS-LD-TITLE
           MOVE WS-ACTIVE-LOAD TO WS-LD-ACTIVE
           MOVE WS-DONE-LOAD TO WS-LD-DONE
           WRITE REPORT-LINE FROM WS-LOAD-DETAIL.

       ACCEPT-REPORT-DEPT SECTION.
           MOVE SPACES TO WS-INPUT-DEP-ID
           MOVE SPACES TO WS-REPORT-FILENAME
           DISPLAY THS-REPORT-SCREEN
           ACCEPT THS-REPORT-SCREEN
           MOVE WS-CURRENT-DATE TO WS-RH-DATE
           IF WS-INPUT-DEP-ID = SPACES
               MOVE "全学科" TO WS-RH-DEPT
           ELSE
               MOVE WS-INPUT-DEP-ID TO WS-RH-DEPT
           END-IF.

       CHECK-CONTINUE SECTION.
           DISPLAY CONTINUE-SCREEN
           ACCEPT CONTINUE-SCREEN.
