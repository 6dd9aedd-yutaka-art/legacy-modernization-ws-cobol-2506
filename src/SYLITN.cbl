      ******************************************************************
      * シラバス管理システム - 実習（インターンシップ）管理プログラム
      *
      * 実習受入先マスタを保守し、学生ごとの実習（受入先、期間、
      * 規定時間、実習先指導者、担当教員）を登録する。担当教員が
      * 実績時間と評価を入力すると実習を修了とし、実習科目の成績を
      * 単位認定学期で自動的に記録する。
      * 学期別の実習状況報告では、学科ごとに実習中・修了の学生と
      * 修得単位数を集計する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLITN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.
       SPECIAL-NAMES.
           CONSOLE IS CRT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOST-FILE
               ASSIGN TO "internship_host.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-ID
               FILE STATUS IS WS-HST-STATUS.

           SELECT INTERNSHIP-FILE
               ASSIGN TO "internship.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ITN-KEY
               FILE STATUS IS WS-ITN-STATUS.

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

           SELECT DEPARTMENT-FILE
               ASSIGN TO "department.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-ID
               FILE STATUS IS WS-DEP-STATUS.

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
       FD  HOST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HSTFILE.

       FD  INTERNSHIP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ITNFILE.

       FD  STUDENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STUFILE.

       FD  TEACHER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TEAFILE.

       FD  DEPARTMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DEPFILE.

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
       01  WS-HST-STATUS            PIC XX VALUE "00".
           88  WS-HST-SUCCESS       VALUE "00".

       01  WS-ITN-STATUS            PIC XX VALUE "00".
           88  WS-ITN-SUCCESS       VALUE "00".
           88  WS-ITN-EOF           VALUE "10".

       01  WS-STU-STATUS            PIC XX VALUE "00".
           88  WS-STU-SUCCESS       VALUE "00".

       01  WS-TEA-STATUS            PIC XX VALUE "00".
           88  WS-TEA-SUCCESS       VALUE "00".

       01  WS-DEP-STATUS            PIC XX VALUE "00".
           88  WS-DEP-SUCCESS       VALUE "00".

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
       01  WS-INPUT-HOST-ID         PIC X(6) VALUE SPACES.
       01  WS-INPUT-STUDENT-ID      PIC X(7) VALUE SPACES.
       01  WS-INPUT-SEQ             PIC 9(2) VALUE ZERO.
       01  WS-INPUT-TEACHER-ID      PIC X(5) VALUE SPACES.
       01  WS-INPUT-SEMESTER        PIC X(2) VALUE SPACES.
       01  WS-INPUT-GRADE           PIC X(2) VALUE SPACES.
           88  WS-VALID-GRADE       VALUE "A+", "A ", "B ", "C ",
                                          "F ".
       01  WS-INPUT-POINT           PIC 9V9 VALUE ZERO.

       01  WS-VALID-FLAG            PIC X VALUE "Y".
           88  WS-VALID             VALUE "Y".
       01  WS-NEW-HST-FLAG          PIC X VALUE "N".
           88  WS-NEW-HST           VALUE "Y".
       01  WS-OPEN-PLACEMENT-FLAG   PIC X VALUE "N".
           88  WS-OPEN-PLACEMENT    VALUE "Y".
       01  WS-POSTED-FLAG           PIC X VALUE "N".
           88  WS-POSTED            VALUE "Y".

       01  WS-NEXT-SEQ              PIC 9(2) VALUE ZERO.
       01  WS-LIST-COUNT            PIC 9(2) VALUE ZERO.
       01  WS-POINT-EDIT            PIC 9.9.
       01  WS-STUDENT-NAME          PIC X(41) VALUE SPACES.
       01  WS-STATUS-LABEL          PIC X(9) VALUE SPACES.
       01  WS-SAVE-ITN-RECORD       PIC X(143) VALUE SPACES.

      * 学期別報告の対象実習（学科・学籍番号・実習番号の順に並べる）
       01  WS-IT-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-IT-TABLE.
           05  WS-IT-ENTRY OCCURS 2000 TIMES.
               10  WS-IT-DEPT           PIC X(4).
               10  WS-IT-STUDENT-ID     PIC X(7).
               10  WS-IT-SEQ            PIC 9(2).
       01  WS-IT-I                  PIC 9(4) VALUE ZERO.
       01  WS-IT-J                  PIC 9(4) VALUE ZERO.
       01  WS-IT-SWAP               PIC X(13).
       01  WS-PREV-DEPT             PIC X(4) VALUE SPACES.

      * 学科別・全体の集計
       01  WS-DEPT-PLACED           PIC 9(4) VALUE ZERO.
       01  WS-DEPT-COMPLETED        PIC 9(4) VALUE ZERO.
       01  WS-DEPT-CREDITS          PIC 9(5) VALUE ZERO.
       01  WS-TOTAL-PLACED          PIC 9(4) VALUE ZERO.
       01  WS-TOTAL-COMPLETED       PIC 9(4) VALUE ZERO.
       01  WS-TOTAL-CREDITS         PIC 9(5) VALUE ZERO.

       01  WS-HEADER1               PIC X(132) VALUE ALL "=".
       01  WS-RULE-LINE             PIC X(132) VALUE ALL "-".
       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-REPORT-TITLE          PIC X(132) VALUE
           "学期別 実習状況報告".

       01  WS-REPORT-HEADING.
           05  FILLER               PIC X(14) VALUE "対象学期: ".
           05  WS-RH-SEMESTER       PIC X(2).
           05  FILLER               PIC X(14) VALUE "  作成日: ".
           05  WS-RH-DATE           PIC 9(8).
           05  FILLER               PIC X(94) VALUE SPACES.

       01  WS-DEPT-HEADING.
           05  FILLER               PIC X(13) VALUE "【学科】 ".
           05  WS-DH-DEPT-ID        PIC X(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DH-DEPT-NAME      PIC X(30).
           05  FILLER               PIC X(83) VALUE SPACES.

       01  WS-DETAIL-HEADER.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  FILLER               PIC X(12) VALUE "学籍番号".
           05  FILLER               PIC X(32) VALUE "氏名".
           05  FILLER               PIC X(39) VALUE "受入先".
           05  FILLER               PIC X(19) VALUE "実習期間".
           05  FILLER               PIC X(13) VALUE "実績/規定".
           05  FILLER               PIC X(9) VALUE "状態".
           05  FILLER               PIC X(6) VALUE "評語".

       01  WS-DETAIL-LINE.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DL-STUDENT-ID     PIC X(7).
           05  FILLER               PIC X(5) VALUE SPACES.
           05  WS-DL-NAME           PIC X(30).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DL-HOST-ID        PIC X(6).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-DL-HOST-NAME      PIC X(30).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DL-START-DATE     PIC 9(8).
           05  FILLER               PIC X(1) VALUE "-".
           05  WS-DL-END-DATE       PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DL-HOURS          PIC ZZZ9.
           05  FILLER               PIC X(1) VALUE "/".
           05  WS-DL-REQUIRED       PIC ZZZ9.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-DL-STATUS         PIC X(9).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-DL-GRADE          PIC X(2).
           05  FILLER               PIC X(3) VALUE SPACES.

       01  WS-DEPT-TOTAL-LINE.
           05  FILLER               PIC X(12) VALUE "  実習: ".
           05  WS-DT-PLACED         PIC ZZZ9.
           05  FILLER               PIC X(13) VALUE "名  修了: ".
           05  WS-DT-COMPLETED      PIC ZZZ9.
           05  FILLER               PIC X(21) VALUE
               "名  修得単位: ".
           05  WS-DT-CREDITS        PIC ZZZZ9.
           05  FILLER               PIC X(73) VALUE SPACES.

       01  WS-GRAND-TOTAL-LINE.
           05  FILLER               PIC X(12) VALUE "全学科: ".
           05  FILLER               PIC X(9) VALUE "実習 ".
           05  WS-GT-PLACED         PIC ZZZ9.
           05  FILLER               PIC X(13) VALUE "名  修了 ".
           05  WS-GT-COMPLETED      PIC ZZZ9.
           05  FILLER               PIC X(20) VALUE
               "名  修得単位 ".
           05  WS-GT-CREDITS        PIC ZZZZ9.
           05  FILLER               PIC X(65) VALUE SPACES.

       01  WS-NO-DATA-LINE          PIC X(132) VALUE
           "対象学期の実習はありません。".

       COPY LIBERROR.

       SCREEN SECTION.
       01  ITN-MENU-SCREEN.
           05  LINE 2 COL 1         VALUE
               "実習（インターンシップ）管理メニュー".
           05  LINE 4 COL 1         VALUE
               "1. 受入先の登録・更新".
           05  LINE 5 COL 1         VALUE "2. 実習の登録".
           05  LINE 6 COL 1         VALUE
               "3. 評価の入力（修了・成績記録）".
           05  LINE 7 COL 1         VALUE "4. 実習の取消".
           05  LINE 8 COL 1         VALUE "5. 学生別実習の照会".
           05  LINE 9 COL 1         VALUE
               "6. 学期別実習状況報告の作成".
           05  LINE 10 COL 1        VALUE "9. 戻る".
           05  LINE 12 COL 1        VALUE "選択: ".
           05  LINE 12 COL 8        PIC 9 USING WS-CHOICE.

       01  HOST-KEY-SCREEN.
           05  LINE 2 COL 1         VALUE "受入先の登録・更新".
           05  LINE 4 COL 1         VALUE "受入先コード: ".
           05  LINE 4 COL 16        PIC X(6) USING WS-INPUT-HOST-ID.

       01  HOST-DETAIL-SCREEN.
           05  LINE 5 COL 1         VALUE "名称: ".
           05  LINE 5 COL 8         PIC X(60) USING HST-NAME.
           05  LINE 6 COL 1         VALUE "業種: ".
           05  LINE 6 COL 8         PIC X(20) USING HST-INDUSTRY.
           05  LINE 7 COL 1         VALUE "所在地: ".
           05  LINE 7 COL 10        PIC X(60) USING HST-ADDRESS.
           05  LINE 8 COL 1         VALUE "電話番号: ".
           05  LINE 8 COL 12        PIC X(15) USING HST-PHONE.
           05  LINE 9 COL 1         VALUE "担当者: ".
           05  LINE 9 COL 10        PIC X(30) USING HST-CONTACT-NAME.
           05  LINE 10 COL 1        VALUE
               "状態 (A=受入可 I=停止): ".
           05  LINE 10 COL 26       PIC X(1) USING HST-STATUS.

       01  PLACEMENT-SCREEN.
           05  LINE 2 COL 1         VALUE "実習の登録".
           05  LINE 4 COL 1         VALUE "学籍番号: ".
           05  LINE 4 COL 12
               PIC X(7) USING WS-INPUT-STUDENT-ID.
           05  LINE 5 COL 1         VALUE "受入先コード: ".
           05  LINE 5 COL 16        PIC X(6) USING ITN-HOST-ID.
           05  LINE 6 COL 1         VALUE "実習科目コード: ".
           05  LINE 6 COL 18        PIC X(6) USING ITN-COURSE-ID.
           05  LINE 7 COL 1         VALUE "単位認定学期: ".
           05  LINE 7 COL 16        PIC X(2) USING ITN-SEMESTER.
           05  LINE 8 COL 1         VALUE "開始日(YYYYMMDD): ".
           05  LINE 8 COL 20        PIC 9(8) USING ITN-START-DATE.
           05  LINE 9 COL 1         VALUE "終了日(YYYYMMDD): ".
           05  LINE 9 COL 20        PIC 9(8) USING ITN-END-DATE.
           05  LINE 10 COL 1        VALUE "規定時間: ".
           05  LINE 10 COL 12
               PIC 9(4) USING ITN-REQUIRED-HOURS.
           05  LINE 11 COL 1        VALUE "実習先指導者: ".
           05  LINE 11 COL 16
               PIC X(30) USING ITN-SITE-SUPERVISOR.
           05  LINE 12 COL 1        VALUE "担当教員番号: ".
           05  LINE 12 COL 16       PIC X(5) USING ITN-FACULTY-ID.

       01  ITN-KEY-SCREEN.
           05  LINE 2 COL 1         PIC X(40) FROM WS-SCREEN-TITLE.
           05  LINE 4 COL 1         VALUE "学籍番号: ".
           05  LINE 4 COL 12
               PIC X(7) USING WS-INPUT-STUDENT-ID.
           05  LINE 5 COL 1         VALUE "実習番号: ".
           05  LINE 5 COL 12        PIC 9(2) USING WS-INPUT-SEQ.

       01  EVAL-SCREEN.
           05  LINE 6 COL 1         VALUE "担当教員番号: ".
           05  LINE 6 COL 16
               PIC X(5) USING WS-INPUT-TEACHER-ID.
           05  LINE 8 COL 1         VALUE "実習時間（実績）: ".
           05  LINE 8 COL 22        PIC 9(4) USING ITN-HOURS.
           05  LINE 9 COL 1         VALUE "評語(A+/A/B/C/F): ".
           05  LINE 9 COL 20        PIC X(2) USING WS-INPUT-GRADE.
           05  LINE 10 COL 1        VALUE "評点(0.0-4.0): ".
           05  LINE 10 COL 17       PIC 9.9 USING WS-INPUT-POINT.
           05  LINE 11 COL 1        VALUE "所見: ".
           05  LINE 11 COL 8        PIC X(40) USING ITN-EVAL-COMMENT.

       01  STUDENT-KEY-SCREEN.
           05  LINE 2 COL 1         VALUE "学生別実習の照会".
           05  LINE 4 COL 1         VALUE "学籍番号: ".
           05  LINE 4 COL 12
               PIC X(7) USING WS-INPUT-STUDENT-ID.

       01  TERM-REPORT-SCREEN.
           05  LINE 2 COL 1         VALUE
               "学期別実習状況報告の作成".
           05  LINE 4 COL 1         VALUE "対象学期: ".
           05  LINE 4 COL 12        PIC X(2) USING WS-INPUT-SEMESTER.

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
           OPEN I-O HOST-FILE
           IF NOT WS-HST-SUCCESS
               OPEN OUTPUT HOST-FILE
               CLOSE HOST-FILE
               OPEN I-O HOST-FILE
           END-IF
           OPEN I-O INTERNSHIP-FILE
           IF NOT WS-ITN-SUCCESS
               OPEN OUTPUT INTERNSHIP-FILE
               CLOSE INTERNSHIP-FILE
               OPEN I-O INTERNSHIP-FILE
           END-IF
           OPEN I-O GRADE-FILE
           IF NOT WS-GRD-SUCCESS
               OPEN OUTPUT GRADE-FILE
               CLOSE GRADE-FILE
               OPEN I-O GRADE-FILE
           END-IF
           OPEN INPUT STUDENT-FILE
           OPEN INPUT TEACHER-FILE
           OPEN INPUT DEPARTMENT-FILE
           OPEN INPUT SYLLABUS-FILE.

       CLOSE-FILES SECTION.
           CLOSE HOST-FILE
           CLOSE INTERNSHIP-FILE
           CLOSE GRADE-FILE
           CLOSE STUDENT-FILE
           CLOSE TEACHER-FILE
           CLOSE DEPARTMENT-FILE
           CLOSE SYLLABUS-FILE.

       DISPLAY-MENU SECTION.
           DISPLAY ITN-MENU-SCREEN
           ACCEPT ITN-MENU-SCREEN.

       PROCESS-CHOICE SECTION.
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM MAINTAIN-HOST
               WHEN 2
                   PERFORM REGISTER-PLACEMENT
               WHEN 3
                   PERFORM ENTER-EVALUATION
               WHEN 4
                   PERFORM CANCEL-PLACEMENT
               WHEN 5
                   PERFORM LIST-STUDENT-PLACEMENTS
               WHEN 6
                   PERFORM REPORT-TERM
               WHEN 9
                   MOVE "N" TO WS-CONTINUE-FLAG
               WHEN OTHER
                   DISPLAY MSG-INVALID-INPUT
           END-EVALUATE.

      * 受入先を登録する。登録済なら現在の内容を表示して更新する
       MAINTAIN-HOST SECTION.
           MOVE SPACES TO WS-INPUT-HOST-ID
           DISPLAY HOST-KEY-SCREEN
           ACCEPT HOST-KEY-SCREEN
           IF WS-INPUT-HOST-ID = SPACES
               DISPLAY MSG-INVALID-INPUT
           ELSE
               MOVE WS-INPUT-HOST-ID TO HST-ID
               MOVE "N" TO WS-NEW-HST-FLAG
               READ HOST-FILE
                   INVALID KEY
                       INITIALIZE HOST-ORG-RECORD
                       MOVE WS-INPUT-HOST-ID TO HST-ID
                       MOVE "A" TO HST-STATUS
                       MOVE "Y" TO WS-NEW-HST-FLAG
               END-READ
               MOVE "00" TO WS-HST-STATUS
               DISPLAY HOST-DETAIL-SCREEN
               ACCEPT HOST-DETAIL-SCREEN
               MOVE FUNCTION UPPER-CASE(HST-STATUS) TO HST-STATUS
               IF HST-NAME = SPACES
               OR NOT (HST-ACTIVE OR HST-INACTIVE)
                   DISPLAY MSG-INVALID-INPUT
               ELSE
                   IF WS-NEW-HST
                       WRITE HOST-ORG-RECORD
                           INVALID KEY
                               DISPLAY MSG-DUPLICATE-KEY
                           NOT INVALID KEY
                               DISPLAY "受入先を"
                                   "登録しました。"
                       END-WRITE
                   ELSE
                       REWRITE HOST-ORG-RECORD
                           INVALID KEY
                               DISPLAY MSG-FILE-WRITE
                           NOT INVALID KEY
                               DISPLAY "受入先を"
                                   "更新しました。"
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

      * 在籍中の学生に実習を登録する。実習中の実習がある学生には
      * 重ねて登録できない
       REGISTER-PLACEMENT SECTION.
           MOVE SPACES TO WS-INPUT-STUDENT-ID
           INITIALIZE INTERNSHIP-RECORD
           DISPLAY PLACEMENT-SCREEN
           ACCEPT PLACEMENT-SCREEN
           MOVE "Y" TO WS-VALID-FLAG
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
               PERFORM VALIDATE-PLACEMENT
           END-IF
           IF WS-VALID
               PERFORM SCAN-STUDENT-PLACEMENTS
               IF WS-OPEN-PLACEMENT
                   DISPLAY "実習中の実習があります。"
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF
           IF WS-VALID
               IF WS-NEXT-SEQ > 98
                   DISPLAY MSG-FILE-WRITE
               ELSE
                   ADD 1 TO WS-NEXT-SEQ
                   MOVE WS-INPUT-STUDENT-ID TO ITN-STUDENT-ID
                   MOVE WS-NEXT-SEQ TO ITN-SEQ
                   MOVE ZERO TO ITN-HOURS
                   MOVE WS-CURRENT-DATE TO ITN-REGISTER-DATE
                   MOVE "P" TO ITN-STATUS
                   WRITE INTERNSHIP-RECORD
                       INVALID KEY
                           DISPLAY MSG-DUPLICATE-KEY
                       NOT INVALID KEY
                           DISPLAY "実習を登録しました。"
                               "実習番号: "
                               ITN-SEQ
                   END-WRITE
               END-IF
           END-IF.

       VALIDATE-PLACEMENT SECTION.
           MOVE ITN-HOST-ID TO HST-ID
           READ HOST-FILE
               INVALID KEY
                   DISPLAY "受入先コードが未登録です。"
                   MOVE "N" TO WS-VALID-FLAG
               NOT INVALID KEY
                   IF NOT HST-ACTIVE
                       DISPLAY "受入を停止している"
                           "受入先です。"
                       MOVE "N" TO WS-VALID-FLAG
                   END-IF
           END-READ
           MOVE "00" TO WS-HST-STATUS
           IF WS-VALID
               MOVE ITN-COURSE-ID TO SYL-COURSE-ID
               READ SYLLABUS-FILE
                   INVALID KEY
                       DISPLAY "実習科目コードが"
                           "未登録です。"
                       MOVE "N" TO WS-VALID-FLAG
               END-READ
               MOVE "00" TO WS-SYL-STATUS
           END-IF
           IF WS-VALID
               MOVE ITN-FACULTY-ID TO TEA-ID
               READ TEACHER-FILE
                   INVALID KEY
                       DISPLAY "担当教員番号が未登録です。"
                       MOVE "N" TO WS-VALID-FLAG
                   NOT INVALID KEY
                       IF NOT TEA-ACTIVE
                           DISPLAY "担当教員が在職中では"
                               "ありません。"
                           MOVE "N" TO WS-VALID-FLAG
                       END-IF
               END-READ
               MOVE "00" TO WS-TEA-STATUS
           END-IF
           IF WS-VALID
               IF ITN-SEMESTER = SPACES
               OR ITN-START-DATE = ZERO
               OR ITN-END-DATE < ITN-START-DATE
               OR ITN-REQUIRED-HOURS = ZERO
               OR ITN-SITE-SUPERVISOR = SPACES
                   DISPLAY MSG-INVALID-INPUT
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF.

      * 学生の実習を走査し、最後の実習番号と実習中の実習の有無を
      * 求める。入力中の実習レコードは作業域へ退避しておく
       SCAN-STUDENT-PLACEMENTS SECTION.
           MOVE INTERNSHIP-RECORD TO WS-SAVE-ITN-RECORD
           MOVE ZERO TO WS-NEXT-SEQ
           MOVE "N" TO WS-OPEN-PLACEMENT-FLAG
           MOVE WS-INPUT-STUDENT-ID TO ITN-STUDENT-ID
           MOVE ZERO TO ITN-SEQ
           MOVE "00" TO WS-ITN-STATUS
           START INTERNSHIP-FILE KEY >= ITN-KEY
               INVALID KEY
                   MOVE "10" TO WS-ITN-STATUS
           END-START
           PERFORM UNTIL WS-ITN-EOF
               READ INTERNSHIP-FILE NEXT
                   AT END
                       MOVE "10" TO WS-ITN-STATUS
                   NOT AT END
                       IF ITN-STUDENT-ID NOT = WS-INPUT-STUDENT-ID
                           MOVE "10" TO WS-ITN-STATUS
                       ELSE
                           MOVE ITN-SEQ TO WS-NEXT-SEQ
                           IF ITN-PLACED
                               MOVE "Y" TO WS-OPEN-PLACEMENT-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-ITN-STATUS
           MOVE WS-SAVE-ITN-RECORD TO INTERNSHIP-RECORD.

      * 実習番号で実習を読む。実習中でなければ処理しない
       READ-OPEN-PLACEMENT SECTION.
           MOVE SPACES TO WS-INPUT-STUDENT-ID
           MOVE ZERO TO WS-INPUT-SEQ
           DISPLAY ITN-KEY-SCREEN
           ACCEPT ITN-KEY-SCREEN
           MOVE "Y" TO WS-VALID-FLAG
           MOVE WS-INPUT-STUDENT-ID TO ITN-STUDENT-ID
           MOVE WS-INPUT-SEQ TO ITN-SEQ
           READ INTERNSHIP-FILE
               INVALID KEY
                   DISPLAY MSG-RECORD-NOT-FOUND
                   MOVE "N" TO WS-VALID-FLAG
               NOT INVALID KEY
                   IF NOT ITN-PLACED
                       DISPLAY "実習中の実習では"
                           "ありません。"
                       MOVE "N" TO WS-VALID-FLAG
                   END-IF
           END-READ
           MOVE "00" TO WS-ITN-STATUS.

      * 担当教員が実績時間と評価を入力する。終了日を過ぎ、実績が
      * 規定時間に達していれば修了とし、実習科目の成績を記録する
       ENTER-EVALUATION SECTION.
           MOVE "評価の入力" TO WS-SCREEN-TITLE
           PERFORM READ-OPEN-PLACEMENT
           IF WS-VALID
               IF ITN-END-DATE > WS-CURRENT-DATE
                   DISPLAY "実習期間が終了していません。"
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF
           IF WS-VALID
               MOVE SPACES TO WS-INPUT-TEACHER-ID
               MOVE SPACES TO WS-INPUT-GRADE
               MOVE ZERO TO WS-INPUT-POINT
               DISPLAY EVAL-SCREEN
               ACCEPT EVAL-SCREEN
               MOVE FUNCTION UPPER-CASE(WS-INPUT-GRADE)
                   TO WS-INPUT-GRADE
               EVALUATE TRUE
                   WHEN WS-INPUT-TEACHER-ID NOT = ITN-FACULTY-ID
                       DISPLAY "この実習の担当教員では"
                           "ありません。"
                       MOVE "N" TO WS-VALID-FLAG
                   WHEN ITN-HOURS < ITN-REQUIRED-HOURS
                       DISPLAY "実習時間が規定時間に達して"
                           "いません。"
                       MOVE "N" TO WS-VALID-FLAG
                   WHEN NOT WS-VALID-GRADE
                   WHEN WS-INPUT-POINT > 4.0
                       DISPLAY MSG-INVALID-INPUT
                       MOVE "N" TO WS-VALID-FLAG
               END-EVALUATE
           END-IF
           IF WS-VALID
               PERFORM POST-INTERNSHIP-GRADE
               IF WS-POSTED
                   MOVE WS-INPUT-GRADE TO ITN-EVAL-GRADE
                   MOVE WS-INPUT-POINT TO ITN-EVAL-POINT
                   MOVE WS-CURRENT-DATE TO ITN-EVAL-DATE
                   MOVE "C" TO ITN-STATUS
                   REWRITE INTERNSHIP-RECORD
                       INVALID KEY
                           DISPLAY MSG-FILE-WRITE
                       NOT INVALID KEY
                           DISPLAY "実習を修了とし、成績を"
                               "記録しました。"
                   END-REWRITE
               END-IF
           END-IF.

       POST-INTERNSHIP-GRADE SECTION.
           MOVE "N" TO WS-POSTED-FLAG
           MOVE ITN-STUDENT-ID TO GRD-STUDENT-ID
           MOVE ITN-COURSE-ID TO GRD-COURSE-ID
           MOVE ITN-SEMESTER TO GRD-SEMESTER
           READ GRADE-FILE
               INVALID KEY
                   INITIALIZE GRADE-RECORD
                   MOVE ITN-STUDENT-ID TO GRD-STUDENT-ID
                   MOVE ITN-COURSE-ID TO GRD-COURSE-ID
                   MOVE ITN-SEMESTER TO GRD-SEMESTER
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

       CANCEL-PLACEMENT SECTION.
           MOVE "実習の取消" TO WS-SCREEN-TITLE
           PERFORM READ-OPEN-PLACEMENT
           IF WS-VALID
               MOVE "X" TO ITN-STATUS
               REWRITE INTERNSHIP-RECORD
                   INVALID KEY
                       DISPLAY MSG-FILE-WRITE
                   NOT INVALID KEY
                       DISPLAY "実習を取り消しました。"
               END-REWRITE
           END-IF.

       LIST-STUDENT-PLACEMENTS SECTION.
           MOVE SPACES TO WS-INPUT-STUDENT-ID
           DISPLAY STUDENT-KEY-SCREEN
           ACCEPT STUDENT-KEY-SCREEN
           MOVE ZERO TO WS-LIST-COUNT
           MOVE WS-INPUT-STUDENT-ID TO ITN-STUDENT-ID
           MOVE ZERO TO ITN-SEQ
           MOVE "00" TO WS-ITN-STATUS
           START INTERNSHIP-FILE KEY >= ITN-KEY
               INVALID KEY
                   MOVE "10" TO WS-ITN-STATUS
           END-START
           PERFORM UNTIL WS-ITN-EOF
               READ INTERNSHIP-FILE NEXT
                   AT END
                       MOVE "10" TO WS-ITN-STATUS
                   NOT AT END
                       IF ITN-STUDENT-ID NOT = WS-INPUT-STUDENT-ID
                           MOVE "10" TO WS-ITN-STATUS
                       ELSE
                           ADD 1 TO WS-LIST-COUNT
                           PERFORM DISPLAY-ONE-PLACEMENT
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-ITN-STATUS
           IF WS-LIST-COUNT = ZERO
               DISPLAY MSG-RECORD-NOT-FOUND
           END-IF.

       DISPLAY-ONE-PLACEMENT SECTION.
           PERFORM SET-STATUS-LABEL
           MOVE ITN-HOST-ID TO HST-ID
           READ HOST-FILE
               INVALID KEY
                   MOVE SPACES TO HST-NAME
           END-READ
           MOVE "00" TO WS-HST-STATUS
           DISPLAY "実習番号: " ITN-SEQ "  " WS-STATUS-LABEL
               "  受入先: " ITN-HOST-ID " " HST-NAME
           DISPLAY "    科目: "
               ITN-COURSE-ID "  学期: " ITN-SEMESTER
               "  期間: " ITN-START-DATE "-" ITN-END-DATE
           DISPLAY "    時間: " ITN-HOURS "/" ITN-REQUIRED-HOURS
               "  実習先指導者: " ITN-SITE-SUPERVISOR
               "  担当教員: " ITN-FACULTY-ID
           IF ITN-COMPLETED
               MOVE ITN-EVAL-POINT TO WS-POINT-EDIT
               DISPLAY "    評価: " ITN-EVAL-GRADE " " WS-POINT-EDIT
                   "  " ITN-EVAL-COMMENT "  評価日: " ITN-EVAL-DATE
           END-IF.

       SET-STATUS-LABEL SECTION.
           EVALUATE TRUE
               WHEN ITN-PLACED
                   MOVE "実習中" TO WS-STATUS-LABEL
               WHEN ITN-COMPLETED
                   MOVE "修了" TO WS-STATUS-LABEL
               WHEN OTHER
                   MOVE "取消" TO WS-STATUS-LABEL
           END-EVALUATE.

      * 指定学期の実習（取消を除く）を学科別に一覧し、実習中・修了
      * の人数と修得単位数（F以外で修了した実習科目の単位）を
      * 集計する
       REPORT-TERM SECTION.
           MOVE SPACES TO WS-INPUT-SEMESTER
           DISPLAY TERM-REPORT-SCREEN
           ACCEPT TERM-REPORT-SCREEN
           IF WS-INPUT-SEMESTER = SPACES
               DISPLAY MSG-INVALID-INPUT
           ELSE
               PERFORM COLLECT-TERM-PLACEMENTS
               PERFORM SORT-TERM-PLACEMENTS
               PERFORM WRITE-TERM-REPORT
           END-IF.

       COLLECT-TERM-PLACEMENTS SECTION.
           MOVE ZERO TO WS-IT-COUNT
           MOVE LOW-VALUES TO ITN-KEY
           MOVE "00" TO WS-ITN-STATUS
           START INTERNSHIP-FILE KEY >= ITN-KEY
               INVALID KEY
                   MOVE "10" TO WS-ITN-STATUS
           END-START
           PERFORM UNTIL WS-ITN-EOF
               READ INTERNSHIP-FILE NEXT
                   AT END
                       MOVE "10" TO WS-ITN-STATUS
                   NOT AT END
                       IF ITN-SEMESTER = WS-INPUT-SEMESTER
                       AND NOT ITN-CANCELLED
                       AND WS-IT-COUNT < 2000
                           MOVE ITN-STUDENT-ID TO STU-ID
                           READ STUDENT-FILE
                               INVALID KEY
                                   MOVE SPACES TO STU-DEPARTMENT-ID
                           END-READ
                           MOVE "00" TO WS-STU-STATUS
                           ADD 1 TO WS-IT-COUNT
                           MOVE STU-DEPARTMENT-ID
                               TO WS-IT-DEPT(WS-IT-COUNT)
                           MOVE ITN-STUDENT-ID
                               TO WS-IT-STUDENT-ID(WS-IT-COUNT)
                           MOVE ITN-SEQ TO WS-IT-SEQ(WS-IT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-ITN-STATUS.

       SORT-TERM-PLACEMENTS SECTION.
           PERFORM VARYING WS-IT-I FROM 1 BY 1
                   UNTIL WS-IT-I >= WS-IT-COUNT
               PERFORM VARYING WS-IT-J FROM 1 BY 1
                       UNTIL WS-IT-J > WS-IT-COUNT - WS-IT-I
                   IF WS-IT-ENTRY(WS-IT-J) > WS-IT-ENTRY(WS-IT-J + 1)
                       MOVE WS-IT-ENTRY(WS-IT-J) TO WS-IT-SWAP
                       MOVE WS-IT-ENTRY(WS-IT-J + 1)
                           TO WS-IT-ENTRY(WS-IT-J)
                       MOVE WS-IT-SWAP TO WS-IT-ENTRY(WS-IT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-TERM-REPORT SECTION.
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "internship_report_" DELIMITED BY SIZE
                   WS-INPUT-SEMESTER DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-CURRENT-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           MOVE WS-INPUT-SEMESTER TO WS-RH-SEMESTER
           MOVE WS-CURRENT-DATE TO WS-RH-DATE
           WRITE REPORT-LINE FROM WS-REPORT-TITLE
           WRITE REPORT-LINE FROM WS-REPORT-HEADING
           WRITE REPORT-LINE FROM WS-HEADER1
           MOVE ZERO TO WS-TOTAL-PLACED
           MOVE ZERO TO WS-TOTAL-COMPLETED
           MOVE ZERO TO WS-TOTAL-CREDITS
           MOVE HIGH-VALUES TO WS-PREV-DEPT
           IF WS-IT-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-NO-DATA-LINE
           END-IF
           PERFORM VARYING WS-IT-I FROM 1 BY 1
                   UNTIL WS-IT-I > WS-IT-COUNT
               IF WS-IT-DEPT(WS-IT-I) NOT = WS-PREV-DEPT
                   IF WS-PREV-DEPT NOT = HIGH-VALUES
                       PERFORM WRITE-DEPT-TOTAL
                   END-IF
                   PERFORM WRITE-DEPT-HEADING
               END-IF
               PERFORM WRITE-PLACEMENT-LINE
           END-PERFORM
           IF WS-IT-COUNT > ZERO
               PERFORM WRITE-DEPT-TOTAL
           END-IF
           WRITE REPORT-LINE FROM WS-HEADER1
           MOVE WS-TOTAL-PLACED TO WS-GT-PLACED
           MOVE WS-TOTAL-COMPLETED TO WS-GT-COMPLETED
           MOVE WS-TOTAL-CREDITS TO WS-GT-CREDITS
           WRITE REPORT-LINE FROM WS-GRAND-TOTAL-LINE
           CLOSE REPORT-FILE
           DISPLAY "実習状況報告を作成しました: "
               WS-REPORT-FILENAME.

       WRITE-DEPT-HEADING SECTION.
           MOVE WS-IT-DEPT(WS-IT-I) TO WS-PREV-DEPT
           MOVE ZERO TO WS-DEPT-PLACED
           MOVE ZERO TO WS-DEPT-COMPLETED
           MOVE ZERO TO WS-DEPT-CREDITS
           MOVE WS-IT-DEPT(WS-IT-I) TO DEP-ID
           READ DEPARTMENT-FILE
               INVALID KEY
                   MOVE SPACES TO DEP-NAME
           END-READ
           MOVE "00" TO WS-DEP-STATUS
           MOVE WS-IT-DEPT(WS-IT-I) TO WS-DH-DEPT-ID
           MOVE DEP-NAME TO WS-DH-DEPT-NAME
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-DEPT-HEADING
           WRITE REPORT-LINE FROM WS-DETAIL-HEADER
           WRITE REPORT-LINE FROM WS-RULE-LINE.

       WRITE-PLACEMENT-LINE SECTION.
           MOVE WS-IT-STUDENT-ID(WS-IT-I) TO ITN-STUDENT-ID
           MOVE WS-IT-SEQ(WS-IT-I) TO ITN-SEQ
           READ INTERNSHIP-FILE
               INVALID KEY
                   INITIALIZE INTERNSHIP-RECORD
           END-READ
           MOVE "00" TO WS-ITN-STATUS
           MOVE ITN-STUDENT-ID TO STU-ID
           READ STUDENT-FILE
               INVALID KEY
                   INITIALIZE STUDENT-RECORD
           END-READ
           MOVE "00" TO WS-STU-STATUS
           MOVE SPACES TO WS-STUDENT-NAME
           STRING STU-LAST-NAME DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               STU-FIRST-NAME DELIMITED BY SPACE
               INTO WS-STUDENT-NAME
           MOVE ITN-HOST-ID TO HST-ID
           READ HOST-FILE
               INVALID KEY
                   MOVE SPACES TO HST-NAME
           END-READ
           MOVE "00" TO WS-HST-STATUS
           PERFORM SET-STATUS-LABEL
           MOVE WS-IT-STUDENT-ID(WS-IT-I) TO WS-DL-STUDENT-ID
           MOVE WS-STUDENT-NAME TO WS-DL-NAME
           MOVE ITN-HOST-ID TO WS-DL-HOST-ID
           MOVE HST-NAME TO WS-DL-HOST-NAME
           MOVE ITN-START-DATE TO WS-DL-START-DATE
           MOVE ITN-END-DATE TO WS-DL-END-DATE
           MOVE ITN-HOURS TO WS-DL-HOURS
           MOVE ITN-REQUIRED-HOURS TO WS-DL-REQUIRED
           MOVE WS-STATUS-LABEL TO WS-DL-STATUS
           MOVE ITN-EVAL-GRADE TO WS-DL-GRADE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-DEPT-PLACED
           ADD 1 TO WS-TOTAL-PLACED
           IF ITN-COMPLETED
               ADD 1 TO WS-DEPT-COMPLETED
               ADD 1 TO WS-TOTAL-COMPLETED
               IF ITN-EVAL-GRADE NOT = "F"
                   MOVE ITN-COURSE-ID TO SYL-COURSE-ID
                   READ SYLLABUS-FILE
                       INVALID KEY
                           MOVE ZERO TO SYL-CREDITS
                   END-READ
                   MOVE "00" TO WS-SYL-STATUS
                   ADD SYL-CREDITS TO WS-DEPT-CREDITS
                   ADD SYL-CREDITS TO WS-TOTAL-CREDITS
               END-IF
           END-IF.

       WRITE-DEPT-TOTAL SECTION.
           WRITE REPORT-LINE FROM WS-RULE-LINE
           MOVE WS-DEPT-PLACED TO WS-DT-PLACED
           MOVE WS-DEPT-COMPLETED TO WS-DT-COMPLETED
           MOVE WS-DEPT-CREDITS TO WS-DT-CREDITS
           WRITE REPORT-LINE FROM WS-DEPT-TOTAL-LINE.

       CHECK-CONTINUE SECTION.
           DISPLAY CONTINUE-SCREEN
           ACCEPT CONTINUE-SCREEN.
