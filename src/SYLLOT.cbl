      ******************************************************************
      * シラバス管理システム - 抽選履修
      *
      * 定員を超える申込みが見込まれる科目を学期ごとに抽選科目
      * として登録し（lottery_course.dat）、履修登録期間の終了後
      * に抽選を行う。期間中の申込みはSYLENRが抽選申込み
      * （lottery_request.dat）として受け付ける。
      * 抽選は優先区分（指定学年・指定学科）の学生を先に、その
      * 中は乱数で順位を付け、順に空き席（科目またはセクション
      * の定員−現在の履修者数）へ履修登録する。席がなくなった
      * 後の学生は抽選順のまま待機リストへ登録する。
      * 登録を止める履修登録保留（SYLHLDC）がある当選者は履修
      * 登録せず、抽選順のまま待機リストへ回す。
      * 抽選済みの科目は以後、通常の先着順の履修登録に戻る。
      * 抽選前に閉講（SYLCAN）した科目は抽選せず、申込みを
      * すべて不成立にする。
      * 抽選結果は科目ごとに lottery_result_<学期>_<日付>.txt
      * へ出力する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLLOT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.
       SPECIAL-NAMES.
           CONSOLE IS CRT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOTTERY-COURSE-FILE
               ASSIGN TO "lottery_course.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LTC-KEY
               FILE STATUS IS WS-LTC-STATUS.

           SELECT LOTTERY-REQUEST-FILE
               ASSIGN TO "lottery_request.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LRQ-KEY
               FILE STATUS IS WS-LRQ-STATUS.

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

           SELECT WAITLIST-FILE
               ASSIGN TO "waitlist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-NO
               ALTERNATE RECORD KEY IS WL-COURSE-ID WITH DUPLICATES
               FILE STATUS IS WS-WL-STATUS.

           SELECT STUDENT-FILE
               ASSIGN TO "student.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-STU-STATUS.

           SELECT TERM-FILE
               ASSIGN TO "term.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-SEMESTER
               FILE STATUS IS WS-TERM-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOTTERY-COURSE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LTCFILE.

       FD  LOTTERY-REQUEST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LRQFILE.

       FD  SYLLABUS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SYLFILE.

       FD  SECTION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SECFILE.

       FD  ENROLLMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ENRFILE.

       FD  WAITLIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WAITFILE.

       FD  STUDENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STUFILE.

       FD  TERM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TERMFILE.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LTC-STATUS            PIC XX VALUE "00".
           88  WS-LTC-SUCCESS       VALUE "00".
           88  WS-LTC-EOF           VALUE "10".

       01  WS-LRQ-STATUS            PIC XX VALUE "00".
           88  WS-LRQ-SUCCESS       VALUE "00".
           88  WS-LRQ-EOF           VALUE "10".

       01  WS-SYL-STATUS            PIC XX VALUE "00".
           88  WS-SYL-SUCCESS       VALUE "00".

       01  WS-SEC-STATUS            PIC XX VALUE "00".
           88  WS-SEC-SUCCESS       VALUE "00".
           88  WS-SEC-EOF           VALUE "10".
       01  WS-SEC-OPEN-FLAG         PIC X VALUE "N".
           88  WS-SEC-OPEN          VALUE "Y".

       01  WS-ENR-STATUS            PIC XX VALUE "00".
           88  WS-ENR-SUCCESS       VALUE "00".
           88  WS-ENR-EOF           VALUE "10".

       01  WS-WL-STATUS             PIC XX VALUE "00".
           88  WS-WL-SUCCESS        VALUE "00".

       01  WS-STU-STATUS            PIC XX VALUE "00".
           88  WS-STU-SUCCESS       VALUE "00".

       01  WS-TERM-STATUS           PIC XX VALUE "00".
           88  WS-TERM-SUCCESS      VALUE "00".
       01  WS-TERM-OPEN-FLAG        PIC X VALUE "N".
           88  WS-TERM-OPEN         VALUE "Y".

       01  WS-REPORT-STATUS         PIC XX VALUE "00".
           88  WS-REPORT-SUCCESS    VALUE "00".

       01  WS-CONTINUE-FLAG         PIC X VALUE "Y".
           88  WS-CONTINUE          VALUE "Y", "y".
           88  WS-EXIT              VALUE "N", "n".

       01  WS-CHOICE                PIC 9 VALUE 0.

       01  WS-CURRENT-DATE          PIC 9(8) VALUE ZERO.
       01  WS-REPORT-FILENAME       PIC X(40) VALUE SPACES.

       01  WS-INPUT-COURSE-ID       PIC X(6) VALUE SPACES.
       01  WS-INPUT-SEMESTER        PIC X(2) VALUE SPACES.
       01  WS-INPUT-PRIORITY        PIC X(1) VALUE "N".
       01  WS-INPUT-PRI-YEAR        PIC 9(1) VALUE ZERO.
       01  WS-INPUT-PRI-DEPT        PIC X(4) VALUE SPACES.
       01  WS-CONFIRM               PIC X VALUE "N".
           88  WS-CONFIRMED         VALUE "Y", "y".
       01  WS-VALID-FLAG            PIC X VALUE "Y".
           88  WS-VALID             VALUE "Y".

      * 乱数（初回のみ時刻で初期化する）
       01  WS-RANDOM-SEED           PIC 9(8) VALUE ZERO.
       01  WS-RANDOM-VALUE          PIC V9(9) VALUE ZERO.
       01  WS-RANDOM-SEEDED-FLAG    PIC X VALUE "N".
           88  WS-RANDOM-SEEDED     VALUE "Y".

      * 抽選対象の科目（対象学期で未抽選のもの）
       01  WS-LC-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-LC-TABLE.
           05  WS-LC-ENTRY OCCURS 500 TIMES.
               10  WS-LC-COURSE-ID      PIC X(6).
       01  WS-LC-I                  PIC 9(4) VALUE ZERO.

      * 抽選中の科目の条件
       01  WS-PRIORITY-TYPE         PIC X(1) VALUE "N".
           88  WS-PRI-YEAR          VALUE "Y".
           88  WS-PRI-MAJOR         VALUE "M".
       01  WS-PRIORITY-YEAR         PIC 9(1) VALUE ZERO.
       01  WS-PRIORITY-DEPT         PIC X(4) VALUE SPACES.
       01  WS-COURSE-NAME           PIC X(30) VALUE SPACES.

      * セクション別の空き席（添字はセクション番号＋1。
      * 定員0は上限なしとして9999席とする）
       01  WS-SEAT-TABLE.
           05  WS-SEAT-LEFT         PIC 9(4) OCCURS 100 TIMES.
       01  WS-SEAT-I                PIC 9(3) VALUE ZERO.
       01  WS-SEAT-TOTAL            PIC 9(5) VALUE ZERO.

      * 抽選申込み（優先順位＋乱数で並べ替える）
       01  WS-RQ-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-RQ-TABLE.
           05  WS-RQ-ENTRY OCCURS 2000 TIMES.
               10  WS-RQ-SORT-KEY.
                   15  WS-RQ-PRIORITY   PIC 9(1).
                   15  WS-RQ-RANDOM     PIC 9(9).
               10  WS-RQ-STUDENT-ID     PIC X(7).
               10  WS-RQ-SECTION-NO     PIC 9(2).
               10  WS-RQ-NAME           PIC X(20).
               10  WS-RQ-YEAR           PIC 9(1).
               10  WS-RQ-DEPARTMENT-ID  PIC X(4).
               10  WS-RQ-RESULT         PIC X(1).
               10  WS-RQ-WL-NO          PIC 9(8).
       01  WS-RQ-I                  PIC 9(4) VALUE ZERO.
       01  WS-RQ-J                  PIC 9(4) VALUE ZERO.
       01  WS-RQ-SWAP               PIC X(53).
       01  WS-NEXT-WL-NO            PIC 9(8) VALUE ZERO.

      * 履修登録保留の判定（SYLHLDC）
       01  WS-HLD-STUDENT-ID        PIC X(7) VALUE SPACES.
       01  WS-HLD-HOLD-TYPE         PIC X(1) VALUE SPACE.
       01  WS-HLD-OFFICE            PIC X(10) VALUE SPACES.
       01  WS-HLD-RETURN-CODE       PIC X(2) VALUE "00".
           88  WS-HLD-BLOCKED       VALUE "01".

       01  WS-WON-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-LOST-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-DRAWN-COURSES         PIC 9(4) VALUE ZERO.

       01  WS-HEADER1               PIC X(132) VALUE ALL "=".
       01  WS-HEADER2               PIC X(132) VALUE ALL "-".
       01  WS-REPORT-TITLE          PIC X(132) VALUE
           "                          抽選履修 抽選結果".
       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-CONDITION-LINE.
           05  FILLER               PIC X(10) VALUE "学期: ".
           05  WS-CL-SEMESTER       PIC X(2).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(12) VALUE "抽選日: ".
           05  WS-CL-DATE           PIC 9(8).
           05  FILLER               PIC X(96) VALUE SPACES.

       01  WS-COURSE-LINE.
           05  FILLER               PIC X(9) VALUE "科目: ".
           05  WS-CR-COURSE-ID      PIC X(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-CR-COURSE-NAME    PIC X(30).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  FILLER               PIC X(15) VALUE "優先区分: ".
           05  WS-CR-PRIORITY       PIC X(20).
           05  FILLER               PIC X(48) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  FILLER               PIC X(12) VALUE "空き席: ".
           05  WS-CN-SEATS          PIC ZZZZ9.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(12) VALUE "申込み: ".
           05  WS-CN-APPLIED        PIC ZZZ9.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(9) VALUE "当選: ".
           05  WS-CN-WON            PIC ZZZ9.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(9) VALUE "補欠: ".
           05  WS-CN-LOST           PIC ZZZ9.
           05  FILLER               PIC X(61) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(8) VALUE "順位".
           05  FILLER               PIC X(12) VALUE "学籍番号".
           05  FILLER               PIC X(20) VALUE "氏名".
           05  FILLER               PIC X(7) VALUE "学年".
           05  FILLER               PIC X(7) VALUE "学科".
           05  FILLER               PIC X(4) VALUE "組".
           05  FILLER               PIC X(7) VALUE "優先".
           05  FILLER               PIC X(30) VALUE "結果".
           05  FILLER               PIC X(37) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DT-ORDER          PIC ZZZ9.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-DT-STUDENT-ID     PIC X(7).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-DT-NAME           PIC X(20).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DT-YEAR           PIC 9(1).
           05  FILLER               PIC X(6) VALUE SPACES.
           05  WS-DT-DEPARTMENT-ID  PIC X(4).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-DT-SEC-NO         PIC X(2).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DT-PRIORITY       PIC X(1).
           05  FILLER               PIC X(6) VALUE SPACES.
           05  WS-DT-RESULT         PIC X(30).
           05  FILLER               PIC X(37) VALUE SPACES.

       01  WS-WL-NOTE.
           05  FILLER               PIC X(20) VALUE
               "補欠 待機番号 ".
           05  WS-WN-WL-NO          PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.

       COPY LIBERROR.

       SCREEN SECTION.
       01  LOT-MENU-SCREEN.
           05  LINE 2 COL 1         VALUE "抽選履修".
           05  LINE 4 COL 1         VALUE "1. 抽選科目の登録".
           05  LINE 5 COL 1         VALUE "2. 抽選の実行".
           05  LINE 6 COL 1         VALUE "9. 戻る".
           05  LINE 8 COL 1         VALUE "選択: ".
           05  LINE 8 COL 8         PIC 9 USING WS-CHOICE.

       01  LOT-COURSE-SCREEN.
           05  LINE 10 COL 1        VALUE "科目コード: ".
           05  LINE 10 COL 14       PIC X(6) USING WS-INPUT-COURSE-ID.
           05  LINE 11 COL 1        VALUE "学期: ".
           05  LINE 11 COL 8        PIC X(2) USING WS-INPUT-SEMESTER.
           05  LINE 12 COL 1        VALUE
               "優先区分(N:なし Y:学年 M:学科): ".
           05  LINE 12 COL 36       PIC X(1) USING WS-INPUT-PRIORITY.
           05  LINE 13 COL 1        VALUE "優先学年: ".
           05  LINE 13 COL 12       PIC 9(1) USING WS-INPUT-PRI-YEAR.
           05  LINE 14 COL 1        VALUE
               "優先学科(空白は科目の学科): ".
           05  LINE 14 COL 31       PIC X(4) USING WS-INPUT-PRI-DEPT.

       01  LOT-DRAW-SCREEN.
           05  LINE 10 COL 1        VALUE "学期: ".
           05  LINE 10 COL 8        PIC X(2) USING WS-INPUT-SEMESTER.

       01  LOT-CONFIRM-SCREEN.
           05  LINE 12 COL 1        VALUE
               "抽選を実行します。よろしいですか？".
           05  LINE 12 COL 37       VALUE "(Y/N): ".
           05  LINE 12 COL 44       PIC X USING WS-CONFIRM.

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
           OPEN I-O LOTTERY-COURSE-FILE
           IF NOT WS-LTC-SUCCESS
               OPEN OUTPUT LOTTERY-COURSE-FILE
               CLOSE LOTTERY-COURSE-FILE
               OPEN I-O LOTTERY-COURSE-FILE
           END-IF
           OPEN I-O LOTTERY-REQUEST-FILE
           IF NOT WS-LRQ-SUCCESS
               OPEN OUTPUT LOTTERY-REQUEST-FILE
               CLOSE LOTTERY-REQUEST-FILE
               OPEN I-O LOTTERY-REQUEST-FILE
           END-IF
           OPEN INPUT SYLLABUS-FILE
           MOVE "N" TO WS-SEC-OPEN-FLAG
           OPEN INPUT SECTION-FILE
           IF WS-SEC-SUCCESS
               MOVE "Y" TO WS-SEC-OPEN-FLAG
           END-IF
           OPEN I-O ENROLLMENT-FILE
           OPEN I-O WAITLIST-FILE
           IF NOT WS-WL-SUCCESS
               OPEN OUTPUT WAITLIST-FILE
               CLOSE WAITLIST-FILE
               OPEN I-O WAITLIST-FILE
           END-IF
           OPEN INPUT STUDENT-FILE
           MOVE "N" TO WS-TERM-OPEN-FLAG
           OPEN INPUT TERM-FILE
           IF WS-TERM-SUCCESS
               MOVE "Y" TO WS-TERM-OPEN-FLAG
           END-IF.

       CLOSE-FILES SECTION.
           CLOSE LOTTERY-COURSE-FILE
           CLOSE LOTTERY-REQUEST-FILE
           CLOSE SYLLABUS-FILE
           IF WS-SEC-OPEN
               CLOSE SECTION-FILE
           END-IF
           CLOSE ENROLLMENT-FILE
           CLOSE WAITLIST-FILE
           CLOSE STUDENT-FILE
           IF WS-TERM-OPEN
               CLOSE TERM-FILE
           END-IF.

       DISPLAY-MENU SECTION.
           DISPLAY LOT-MENU-SCREEN
           ACCEPT LOT-MENU-SCREEN.

       PROCESS-CHOICE SECTION.
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM REGISTER-LOTTERY-COURSE
               WHEN 2
                   PERFORM RUN-LOTTERY
               WHEN 9
                   MOVE "N" TO WS-CONTINUE-FLAG
               WHEN OTHER
                   DISPLAY MSG-INVALID-INPUT
           END-EVALUATE.

      * 抽選科目を登録・修正する。抽選済みの科目は変更できない
       REGISTER-LOTTERY-COURSE SECTION.
           MOVE SPACES TO WS-INPUT-COURSE-ID
           MOVE SPACES TO WS-INPUT-SEMESTER
           MOVE "N" TO WS-INPUT-PRIORITY
           MOVE ZERO TO WS-INPUT-PRI-YEAR
           MOVE SPACES TO WS-INPUT-PRI-DEPT
           DISPLAY LOT-COURSE-SCREEN
           ACCEPT LOT-COURSE-SCREEN
           MOVE "Y" TO WS-VALID-FLAG
           MOVE FUNCTION UPPER-CASE(WS-INPUT-PRIORITY)
               TO WS-INPUT-PRIORITY
           MOVE WS-INPUT-COURSE-ID TO SYL-COURSE-ID
           READ SYLLABUS-FILE
               INVALID KEY
                   DISPLAY "科目コードが未登録です。"
                   MOVE "N" TO WS-VALID-FLAG
           END-READ
           IF WS-VALID
               IF WS-INPUT-SEMESTER = SPACES
                   DISPLAY MSG-INVALID-INPUT
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF
           IF WS-VALID
               MOVE WS-INPUT-PRIORITY TO LTC-PRIORITY-TYPE
               IF NOT LTC-VALID-PRIORITY
                   DISPLAY "優先区分はN・Y・Mの"
                       "いずれかです。"
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF
           IF WS-VALID
               IF LTC-PRI-YEAR AND WS-INPUT-PRI-YEAR = ZERO
                   DISPLAY "優先学年を入力してください。"
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF
           IF WS-VALID
               MOVE WS-INPUT-COURSE-ID TO LTC-COURSE-ID
               MOVE WS-INPUT-SEMESTER TO LTC-SEMESTER
               READ LOTTERY-COURSE-FILE
                   INVALID KEY
                       INITIALIZE LOTTERY-COURSE-RECORD
                       MOVE WS-INPUT-COURSE-ID TO LTC-COURSE-ID
                       MOVE WS-INPUT-SEMESTER TO LTC-SEMESTER
                   NOT INVALID KEY
                       IF LTC-DRAWN
                           DISPLAY "この科目は"
                               "抽選済みです。"
                           MOVE "N" TO WS-VALID-FLAG
                       END-IF
               END-READ
           END-IF
           IF WS-VALID
               MOVE WS-INPUT-PRIORITY TO LTC-PRIORITY-TYPE
               MOVE WS-INPUT-PRI-YEAR TO LTC-PRIORITY-YEAR
               MOVE WS-INPUT-PRI-DEPT TO LTC-PRIORITY-DEPT
               MOVE "O" TO LTC-STATUS
               MOVE ZERO TO LTC-DRAW-DATE
               MOVE WS-CURRENT-DATE TO LTC-REG-DATE
               WRITE LOTTERY-COURSE-RECORD
                   INVALID KEY
                       REWRITE LOTTERY-COURSE-RECORD
                           INVALID KEY
                               DISPLAY MSG-FILE-WRITE
                           NOT INVALID KEY
                               DISPLAY "抽選科目を"
                                   "更新しました。"
                       END-REWRITE
                   NOT INVALID KEY
                       DISPLAY "抽選科目を登録しました。"
               END-WRITE
           END-IF
           MOVE "00" TO WS-SYL-STATUS
           MOVE "00" TO WS-LTC-STATUS.

      * 学期を指定し、未抽選の抽選科目をすべて抽選する。
      * 履修登録期間中は実行できない
       RUN-LOTTERY SECTION.
           MOVE SPACES TO WS-INPUT-SEMESTER
           DISPLAY LOT-DRAW-SCREEN
           ACCEPT LOT-DRAW-SCREEN
           MOVE "Y" TO WS-VALID-FLAG
           IF WS-INPUT-SEMESTER = SPACES
               DISPLAY MSG-INVALID-INPUT
               MOVE "N" TO WS-VALID-FLAG
           END-IF
           IF WS-VALID AND WS-TERM-OPEN
               MOVE WS-INPUT-SEMESTER TO TERM-SEMESTER
               READ TERM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TERM-REG-END >= WS-CURRENT-DATE
                           DISPLAY "履修登録期間が"
                               "終了していません。"
                               "終了日: " TERM-REG-END
                           MOVE "N" TO WS-VALID-FLAG
                       END-IF
               END-READ
           END-IF
           IF WS-VALID
               PERFORM LOAD-LOTTERY-COURSES
               IF WS-LC-COUNT = ZERO
                   DISPLAY "抽選する科目がありません。"
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF
           IF WS-VALID
               MOVE "N" TO WS-CONFIRM
               DISPLAY LOT-CONFIRM-SCREEN
               ACCEPT LOT-CONFIRM-SCREEN
               IF NOT WS-CONFIRMED
                   DISPLAY "抽選を中止しました。"
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF
           IF WS-VALID
               IF NOT WS-RANDOM-SEEDED
                   MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RANDOM-SEED
                   COMPUTE WS-RANDOM-VALUE =
                       FUNCTION RANDOM(WS-RANDOM-SEED)
                   MOVE "Y" TO WS-RANDOM-SEEDED-FLAG
               END-IF
               MOVE ZERO TO WS-DRAWN-COURSES
               PERFORM OPEN-LOTTERY-REPORT
               PERFORM VARYING WS-LC-I FROM 1 BY 1
                       UNTIL WS-LC-I > WS-LC-COUNT
                   PERFORM DRAW-ONE-COURSE
               END-PERFORM
               CLOSE REPORT-FILE
               DISPLAY "抽選を実行しました。科目数: "
                   WS-DRAWN-COURSES
               DISPLAY "結果: " WS-REPORT-FILENAME
           END-IF.

       LOAD-LOTTERY-COURSES SECTION.
           MOVE ZERO TO WS-LC-COUNT
           MOVE LOW-VALUES TO LTC-KEY
           START LOTTERY-COURSE-FILE KEY >= LTC-KEY
               INVALID KEY
                   MOVE "10" TO WS-LTC-STATUS
           END-START
           PERFORM UNTIL NOT WS-LTC-SUCCESS
               READ LOTTERY-COURSE-FILE NEXT
                   AT END
                       MOVE "10" TO WS-LTC-STATUS
                   NOT AT END
                       IF LTC-SEMESTER = WS-INPUT-SEMESTER
                       AND LTC-OPEN
                       AND WS-LC-COUNT < 500
                           ADD 1 TO WS-LC-COUNT
                           MOVE LTC-COURSE-ID
                               TO WS-LC-COURSE-ID(WS-LC-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-LTC-STATUS.

      * 1科目分の抽選。空き席を求め、申込みを並べ替えて順に
      * 履修登録または待機登録する
       DRAW-ONE-COURSE SECTION.
           MOVE WS-LC-COURSE-ID(WS-LC-I) TO LTC-COURSE-ID
           MOVE WS-INPUT-SEMESTER TO LTC-SEMESTER
           READ LOTTERY-COURSE-FILE
               INVALID KEY
                   MOVE "23" TO WS-LTC-STATUS
           END-READ
           IF WS-LTC-SUCCESS
               MOVE LTC-COURSE-ID TO SYL-COURSE-ID
               READ SYLLABUS-FILE
                   INVALID KEY
                       INITIALIZE SYLLABUS-FILE-REC
                       MOVE LTC-COURSE-ID TO SYL-COURSE-ID
               END-READ
               MOVE SYL-COURSE-NAME TO WS-COURSE-NAME
               MOVE LTC-PRIORITY-TYPE TO WS-PRIORITY-TYPE
               MOVE LTC-PRIORITY-YEAR TO WS-PRIORITY-YEAR
               MOVE LTC-PRIORITY-DEPT TO WS-PRIORITY-DEPT
               IF WS-PRIORITY-DEPT = SPACES
                   MOVE SYL-DEPARTMENT-ID TO WS-PRIORITY-DEPT
               END-IF
               IF SYL-STATUS = "C"
                   DISPLAY "閉講科目のため抽選せず、"
                       "申込みを不成立にしました: "
                       LTC-COURSE-ID
                   MOVE ZERO TO WS-SEAT-TOTAL
                   PERFORM LOAD-LOTTERY-REQUESTS
                   PERFORM REJECT-LOTTERY-REQUESTS
               ELSE
                   PERFORM COMPUTE-SEATS-LEFT
                   PERFORM LOAD-LOTTERY-REQUESTS
                   PERFORM SORT-LOTTERY-REQUESTS
                   PERFORM ALLOCATE-LOTTERY-SEATS
                   ADD 1 TO WS-DRAWN-COURSES
               END-IF
               MOVE WS-LC-COURSE-ID(WS-LC-I) TO LTC-COURSE-ID
               MOVE WS-INPUT-SEMESTER TO LTC-SEMESTER
               READ LOTTERY-COURSE-FILE
                   INVALID KEY
                       DISPLAY MSG-FILE-WRITE
                   NOT INVALID KEY
                       MOVE "D" TO LTC-STATUS
                       MOVE WS-CURRENT-DATE TO LTC-DRAW-DATE
                       REWRITE LOTTERY-COURSE-RECORD
                           INVALID KEY
                               DISPLAY MSG-FILE-WRITE
                       END-REWRITE
               END-READ
               PERFORM WRITE-COURSE-RESULT
           END-IF
           MOVE "00" TO WS-LTC-STATUS.

      * 空き席＝定員（科目またはセクション）−同一学期の履修者数
       COMPUTE-SEATS-LEFT SECTION.
           MOVE ZERO TO WS-SEAT-TOTAL
           PERFORM VARYING WS-SEAT-I FROM 1 BY 1
                   UNTIL WS-SEAT-I > 100
               MOVE ZERO TO WS-SEAT-LEFT(WS-SEAT-I)
           END-PERFORM
           IF SYL-MAX-CAPACITY = ZERO
               MOVE 9999 TO WS-SEAT-LEFT(1)
           ELSE
               MOVE SYL-MAX-CAPACITY TO WS-SEAT-LEFT(1)
           END-IF
           IF WS-SEC-OPEN
               MOVE SYL-COURSE-ID TO SEC-COURSE-ID
               MOVE ZERO TO SEC-NO
               START SECTION-FILE KEY >= SEC-KEY
                   INVALID KEY
                       MOVE "10" TO WS-SEC-STATUS
               END-START
               PERFORM UNTIL NOT WS-SEC-SUCCESS
                   READ SECTION-FILE NEXT
                       AT END
                           MOVE "10" TO WS-SEC-STATUS
                       NOT AT END
                           IF SEC-COURSE-ID NOT = SYL-COURSE-ID
                               MOVE "10" TO WS-SEC-STATUS
                           ELSE
                               IF SEC-ACTIVE AND SEC-NO > ZERO
                                   COMPUTE WS-SEAT-I = SEC-NO + 1
                                   IF SEC-MAX-CAPACITY = ZERO
                                       MOVE 9999
                                         TO WS-SEAT-LEFT(WS-SEAT-I)
                                   ELSE
                                       MOVE SEC-MAX-CAPACITY
                                         TO WS-SEAT-LEFT(WS-SEAT-I)
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-SEC-STATUS
           END-IF
           MOVE SYL-COURSE-ID TO ENR-COURSE-ID
           START ENROLLMENT-FILE KEY = ENR-COURSE-ID
               INVALID KEY
                   MOVE "10" TO WS-ENR-STATUS
           END-START
           PERFORM UNTIL NOT WS-ENR-SUCCESS
               READ ENROLLMENT-FILE NEXT
                   AT END
                       MOVE "10" TO WS-ENR-STATUS
                   NOT AT END
                       IF ENR-COURSE-ID NOT = SYL-COURSE-ID
                           MOVE "10" TO WS-ENR-STATUS
                       ELSE
                           IF ENR-ACTIVE
                           AND ENR-SEMESTER = WS-INPUT-SEMESTER
                               COMPUTE WS-SEAT-I =
                                   ENR-SECTION-NO + 1
                               IF WS-SEAT-LEFT(WS-SEAT-I) > ZERO
                                   SUBTRACT 1
                                     FROM WS-SEAT-LEFT(WS-SEAT-I)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-ENR-STATUS
           PERFORM VARYING WS-SEAT-I FROM 1 BY 1
                   UNTIL WS-SEAT-I > 100
               ADD WS-SEAT-LEFT(WS-SEAT-I) TO WS-SEAT-TOTAL
           END-PERFORM.

      * 未抽選の申込みを読み込み、優先区分と乱数を付ける
       LOAD-LOTTERY-REQUESTS SECTION.
           MOVE ZERO TO WS-RQ-COUNT
           MOVE WS-LC-COURSE-ID(WS-LC-I) TO LRQ-COURSE-ID
           MOVE WS-INPUT-SEMESTER TO LRQ-SEMESTER
           MOVE LOW-VALUES TO LRQ-STUDENT-ID
           START LOTTERY-REQUEST-FILE KEY >= LRQ-KEY
               INVALID KEY
                   MOVE "10" TO WS-LRQ-STATUS
           END-START
           PERFORM UNTIL NOT WS-LRQ-SUCCESS
               READ LOTTERY-REQUEST-FILE NEXT
                   AT END
                       MOVE "10" TO WS-LRQ-STATUS
                   NOT AT END
                       IF LRQ-COURSE-ID
                           NOT = WS-LC-COURSE-ID(WS-LC-I)
                       OR LRQ-SEMESTER NOT = WS-INPUT-SEMESTER
                           MOVE "10" TO WS-LRQ-STATUS
                       ELSE
                           IF LRQ-PENDING AND WS-RQ-COUNT < 2000
                               PERFORM ADD-LOTTERY-REQUEST
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-LRQ-STATUS.

       ADD-LOTTERY-REQUEST SECTION.
           ADD 1 TO WS-RQ-COUNT
           MOVE LRQ-STUDENT-ID TO WS-RQ-STUDENT-ID(WS-RQ-COUNT)
           MOVE LRQ-SECTION-NO TO WS-RQ-SECTION-NO(WS-RQ-COUNT)
           MOVE SPACES TO WS-RQ-RESULT(WS-RQ-COUNT)
           MOVE ZERO TO WS-RQ-WL-NO(WS-RQ-COUNT)
           MOVE LRQ-STUDENT-ID TO STU-ID
           READ STUDENT-FILE
               INVALID KEY
                   INITIALIZE STUDENT-RECORD
           END-READ
           MOVE STU-LAST-NAME TO WS-RQ-NAME(WS-RQ-COUNT)
           MOVE STU-YEAR TO WS-RQ-YEAR(WS-RQ-COUNT)
           MOVE STU-DEPARTMENT-ID
               TO WS-RQ-DEPARTMENT-ID(WS-RQ-COUNT)
           MOVE 1 TO WS-RQ-PRIORITY(WS-RQ-COUNT)
           EVALUATE TRUE
               WHEN WS-PRI-YEAR
                   IF STU-YEAR = WS-PRIORITY-YEAR
                       MOVE ZERO TO WS-RQ-PRIORITY(WS-RQ-COUNT)
                   END-IF
               WHEN WS-PRI-MAJOR
                   IF STU-DEPARTMENT-ID = WS-PRIORITY-DEPT
                       MOVE ZERO TO WS-RQ-PRIORITY(WS-RQ-COUNT)
                   END-IF
           END-EVALUATE
           COMPUTE WS-RANDOM-VALUE = FUNCTION RANDOM
           COMPUTE WS-RQ-RANDOM(WS-RQ-COUNT) =
               WS-RANDOM-VALUE * 999999999
           MOVE "00" TO WS-STU-STATUS.

      * 優先区分、乱数の順に並べ替える
       SORT-LOTTERY-REQUESTS SECTION.
           PERFORM VARYING WS-RQ-I FROM 1 BY 1
                   UNTIL WS-RQ-I >= WS-RQ-COUNT
               PERFORM VARYING WS-RQ-J FROM 1 BY 1
                       UNTIL WS-RQ-J > WS-RQ-COUNT - WS-RQ-I
                   IF WS-RQ-SORT-KEY(WS-RQ-J) >
                      WS-RQ-SORT-KEY(WS-RQ-J + 1)
                       MOVE WS-RQ-ENTRY(WS-RQ-J) TO WS-RQ-SWAP
                       MOVE WS-RQ-ENTRY(WS-RQ-J + 1)
                           TO WS-RQ-ENTRY(WS-RQ-J)
                       MOVE WS-RQ-SWAP TO WS-RQ-ENTRY(WS-RQ-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * 抽選順に、申込みのセクションに空きがあれば履修登録、
      * なければ待機リストへ登録し、申込みに結果を記録する
       ALLOCATE-LOTTERY-SEATS SECTION.
           MOVE ZERO TO WS-WON-COUNT
           MOVE ZERO TO WS-LOST-COUNT
           PERFORM VARYING WS-RQ-I FROM 1 BY 1
                   UNTIL WS-RQ-I > WS-RQ-COUNT
               COMPUTE WS-SEAT-I = WS-RQ-SECTION-NO(WS-RQ-I) + 1
               PERFORM CHECK-REGISTRATION-HOLD
               IF WS-SEAT-LEFT(WS-SEAT-I) > ZERO
               AND NOT WS-HLD-BLOCKED
                   SUBTRACT 1 FROM WS-SEAT-LEFT(WS-SEAT-I)
                   PERFORM ENROLL-LOTTERY-WINNER
                   MOVE "W" TO WS-RQ-RESULT(WS-RQ-I)
                   ADD 1 TO WS-WON-COUNT
               ELSE
                   PERFORM WAITLIST-LOTTERY-LOSER
                   MOVE "L" TO WS-RQ-RESULT(WS-RQ-I)
                   ADD 1 TO WS-LOST-COUNT
               END-IF
               MOVE WS-LC-COURSE-ID(WS-LC-I) TO LRQ-COURSE-ID
               MOVE WS-INPUT-SEMESTER TO LRQ-SEMESTER
               MOVE WS-RQ-STUDENT-ID(WS-RQ-I) TO LRQ-STUDENT-ID
               READ LOTTERY-REQUEST-FILE
                   INVALID KEY
                       DISPLAY MSG-FILE-WRITE
                   NOT INVALID KEY
                       MOVE WS-RQ-RESULT(WS-RQ-I) TO LRQ-STATUS
                       MOVE WS-RQ-I TO LRQ-DRAW-ORDER
                       MOVE WS-RQ-WL-NO(WS-RQ-I) TO LRQ-WL-NO
                       REWRITE LOTTERY-REQUEST-RECORD
                           INVALID KEY
                               DISPLAY MSG-FILE-WRITE
                       END-REWRITE
               END-READ
           END-PERFORM
           MOVE "00" TO WS-LRQ-STATUS.

      * 閉講した科目の申込みは履修登録も待機登録もせず、
      * 不成立にする
       REJECT-LOTTERY-REQUESTS SECTION.
           MOVE ZERO TO WS-WON-COUNT
           MOVE ZERO TO WS-LOST-COUNT
           PERFORM VARYING WS-RQ-I FROM 1 BY 1
                   UNTIL WS-RQ-I > WS-RQ-COUNT
               MOVE "X" TO WS-RQ-RESULT(WS-RQ-I)
               MOVE WS-LC-COURSE-ID(WS-LC-I) TO LRQ-COURSE-ID
               MOVE WS-INPUT-SEMESTER TO LRQ-SEMESTER
               MOVE WS-RQ-STUDENT-ID(WS-RQ-I) TO LRQ-STUDENT-ID
               READ LOTTERY-REQUEST-FILE
                   INVALID KEY
                       DISPLAY MSG-FILE-WRITE
                   NOT INVALID KEY
                       MOVE "X" TO LRQ-STATUS
                       MOVE ZERO TO LRQ-DRAW-ORDER
                       MOVE ZERO TO LRQ-WL-NO
                       REWRITE LOTTERY-REQUEST-RECORD
                           INVALID KEY
                               DISPLAY MSG-FILE-WRITE
                       END-REWRITE
               END-READ
           END-PERFORM
           MOVE "00" TO WS-LRQ-STATUS.

       CHECK-REGISTRATION-HOLD SECTION.
           MOVE WS-RQ-STUDENT-ID(WS-RQ-I) TO WS-HLD-STUDENT-ID
           CALL "SYLHLDC" USING WS-HLD-STUDENT-ID,
                                WS-HLD-HOLD-TYPE,
                                WS-HLD-OFFICE,
                                WS-HLD-RETURN-CODE
               ON EXCEPTION
                   MOVE "00" TO WS-HLD-RETURN-CODE
           END-CALL.

       ENROLL-LOTTERY-WINNER SECTION.
           MOVE WS-RQ-STUDENT-ID(WS-RQ-I) TO ENR-STUDENT-ID
           MOVE WS-LC-COURSE-ID(WS-LC-I) TO ENR-COURSE-ID
           MOVE WS-INPUT-SEMESTER TO ENR-SEMESTER
           READ ENROLLMENT-FILE
               INVALID KEY
                   INITIALIZE ENROLLMENT-RECORD
                   MOVE WS-RQ-STUDENT-ID(WS-RQ-I) TO ENR-STUDENT-ID
                   MOVE WS-LC-COURSE-ID(WS-LC-I) TO ENR-COURSE-ID
                   MOVE WS-INPUT-SEMESTER TO ENR-SEMESTER
                   MOVE WS-CURRENT-DATE TO ENR-ENROLL-DATE
                   MOVE "A" TO ENR-STATUS
                   MOVE WS-RQ-SECTION-NO(WS-RQ-I) TO ENR-SECTION-NO
                   WRITE ENROLLMENT-RECORD
                       INVALID KEY
                           DISPLAY MSG-FILE-WRITE
                   END-WRITE
               NOT INVALID KEY
                   MOVE "A" TO ENR-STATUS
                   MOVE WS-CURRENT-DATE TO ENR-ENROLL-DATE
                   MOVE WS-RQ-SECTION-NO(WS-RQ-I) TO ENR-SECTION-NO
                   REWRITE ENROLLMENT-RECORD
                       INVALID KEY
                           DISPLAY MSG-FILE-WRITE
                   END-REWRITE
           END-READ
           MOVE "00" TO WS-ENR-STATUS.

       WAITLIST-LOTTERY-LOSER SECTION.
           PERFORM GET-NEXT-WL-NUMBER
           INITIALIZE WAITLIST-RECORD
           MOVE WS-NEXT-WL-NO TO WL-NO
           MOVE WS-LC-COURSE-ID(WS-LC-I) TO WL-COURSE-ID
           MOVE WS-RQ-STUDENT-ID(WS-RQ-I) TO WL-STUDENT-ID
           MOVE WS-INPUT-SEMESTER TO WL-SEMESTER
           MOVE WS-CURRENT-DATE TO WL-REQUEST-DATE
           MOVE "W" TO WL-STATUS
           MOVE WS-RQ-SECTION-NO(WS-RQ-I) TO WL-SECTION-NO
           WRITE WAITLIST-RECORD
               INVALID KEY
                   DISPLAY MSG-FILE-WRITE
               NOT INVALID KEY
                   MOVE WS-NEXT-WL-NO TO WS-RQ-WL-NO(WS-RQ-I)
           END-WRITE
           MOVE "00" TO WS-WL-STATUS.

       GET-NEXT-WL-NUMBER SECTION.
           MOVE 99999999 TO WL-NO
           START WAITLIST-FILE KEY <= WL-NO
               INVALID KEY
                   MOVE 1 TO WS-NEXT-WL-NO
               NOT INVALID KEY
                   READ WAITLIST-FILE PREVIOUS
                       AT END
                           MOVE 1 TO WS-NEXT-WL-NO
                       NOT AT END
                           ADD 1 TO WL-NO GIVING WS-NEXT-WL-NO
                   END-READ
           END-START.

       OPEN-LOTTERY-REPORT SECTION.
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "lottery_result_" DELIMITED BY SIZE
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
           WRITE REPORT-LINE FROM WS-CONDITION-LINE.

       WRITE-COURSE-RESULT SECTION.
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-LC-COURSE-ID(WS-LC-I) TO WS-CR-COURSE-ID
           MOVE WS-COURSE-NAME TO WS-CR-COURSE-NAME
           EVALUATE TRUE
               WHEN WS-PRI-YEAR
                   MOVE SPACES TO WS-CR-PRIORITY
                   STRING WS-PRIORITY-YEAR DELIMITED BY SIZE
                           "年次優先" DELIMITED BY SIZE
                       INTO WS-CR-PRIORITY
               WHEN WS-PRI-MAJOR
                   MOVE SPACES TO WS-CR-PRIORITY
                   STRING WS-PRIORITY-DEPT DELIMITED BY SPACE
                           " 学科優先" DELIMITED BY SIZE
                       INTO WS-CR-PRIORITY
               WHEN OTHER
                   MOVE "なし" TO WS-CR-PRIORITY
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-COURSE-LINE
           MOVE WS-SEAT-TOTAL TO WS-CN-SEATS
           MOVE WS-RQ-COUNT TO WS-CN-APPLIED
           MOVE WS-WON-COUNT TO WS-CN-WON
           MOVE WS-LOST-COUNT TO WS-CN-LOST
           WRITE REPORT-LINE FROM WS-COUNT-LINE
           WRITE REPORT-LINE FROM WS-HEADER2
           WRITE REPORT-LINE FROM WS-COLUMN-HEADER
           PERFORM VARYING WS-RQ-I FROM 1 BY 1
                   UNTIL WS-RQ-I > WS-RQ-COUNT
               MOVE WS-RQ-I TO WS-DT-ORDER
               MOVE WS-RQ-STUDENT-ID(WS-RQ-I) TO WS-DT-STUDENT-ID
               MOVE WS-RQ-NAME(WS-RQ-I) TO WS-DT-NAME
               MOVE WS-RQ-YEAR(WS-RQ-I) TO WS-DT-YEAR
               MOVE WS-RQ-DEPARTMENT-ID(WS-RQ-I)
                   TO WS-DT-DEPARTMENT-ID
               IF WS-RQ-SECTION-NO(WS-RQ-I) = ZERO
                   MOVE SPACES TO WS-DT-SEC-NO
               ELSE
                   MOVE WS-RQ-SECTION-NO(WS-RQ-I) TO WS-DT-SEC-NO
               END-IF
               IF WS-RQ-PRIORITY(WS-RQ-I) = ZERO
                   MOVE "*" TO WS-DT-PRIORITY
               ELSE
                   MOVE SPACE TO WS-DT-PRIORITY
               END-IF
               EVALUATE WS-RQ-RESULT(WS-RQ-I)
                   WHEN "W"
                       MOVE "当選（履修登録済）"
                           TO WS-DT-RESULT
                   WHEN "X"
                       MOVE "不成立（閉講）" TO WS-DT-RESULT
                   WHEN OTHER
                       MOVE WS-RQ-WL-NO(WS-RQ-I) TO WS-WN-WL-NO
                       MOVE WS-WL-NOTE TO WS-DT-RESULT
               END-EVALUATE
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
           END-PERFORM.

       CHECK-CONTINUE SECTION.
           DISPLAY CONTINUE-SCREEN
           ACCEPT CONTINUE-SCREEN.
