      ******************************************************************
      * シラバス管理システム - 履修登録端末プログラム
      *
      * 学生自身が操作する履修登録端末用。学籍番号と暗証番号
      * （student_pin.dat、STUREGで窓口が設定）で本人確認を行い、
      * 受付中の学期の開講科目・セクションの一覧、履修の追加・
      * 取消、時間割確認書の印刷ができる。
      * 受付期間は学年暦（SYLCAL）に従い、追加は履修登録期間内、
      * 取消は履修取消期限まで。撤回は窓口で行う。
      * 登録規則（前提科目・時間割重複・定員と待機リスト・履修
      * 登録保留・学業警告中の単位数上限・抽選科目）は窓口の
      * 履修登録（SYLENR）とまったく同じものを適用し、前提科目の
      * 特例登録のような係員判断による例外は一切持たない。
      * 暗証番号を続けて誤ると端末の利用を停止し、窓口での
      * 再設定まで使えない
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLSELF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.
       SPECIAL-NAMES.
           CONSOLE IS CRT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENROLLMENT-FILE
               ASSIGN TO "enrollment.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC
               RECORD KEY IS ENR-KEY
               ALTERNATE RECORD KEY IS ENR-COURSE-ID WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT SYLLABUS-FILE
               ASSIGN TO "syllabus.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-COURSE-ID
               ALTERNATE RECORD KEY IS SYL-TEACHER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-DEPARTMENT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-SEMESTER WITH DUPLICATES
               FILE STATUS IS WS-SYL-STATUS.

           SELECT STUDENT-FILE
               ASSIGN TO "student.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-STU-STATUS.

           SELECT PIN-FILE
               ASSIGN TO "student_pin.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC
               RECORD KEY IS SPN-STUDENT-ID
               FILE STATUS IS WS-SPN-STATUS.

           SELECT GRADE-FILE
               ASSIGN TO "grade.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-KEY
               FILE STATUS IS WS-GRD-STATUS.

           SELECT CROSSLIST-FILE
               ASSIGN TO "crosslist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XLS-ALT-COURSE-ID
               FILE STATUS IS WS-XLS-STATUS.

           SELECT STANDING-FILE
               ASSIGN TO "academic_standing.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STN-KEY
               FILE STATUS IS WS-STN-STATUS.

           SELECT SECTION-FILE
               ASSIGN TO "course_section.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-KEY
               FILE STATUS IS WS-SEC-STATUS.

           SELECT TERM-FILE
               ASSIGN TO "term.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-SEMESTER
               FILE STATUS IS WS-TERM-STATUS.

           SELECT WAITLIST-FILE
               ASSIGN TO "waitlist.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC
               RECORD KEY IS WL-NO
               ALTERNATE RECORD KEY IS WL-COURSE-ID WITH DUPLICATES
               FILE STATUS IS WS-WL-STATUS.

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
               LOCK MODE IS AUTOMATIC
               RECORD KEY IS LRQ-KEY
               FILE STATUS IS WS-LRQ-STATUS.

           SELECT PROMO-NOTICE-FILE
               ASSIGN TO "wait_promotions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ENROLLMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ENRFILE.

       FD  SYLLABUS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SYLFILE.

       FD  STUDENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STUFILE.

       FD  PIN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SPINFILE.

       FD  GRADE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GRDFILE.

       FD  CROSSLIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY XLSTFILE.

       FD  STANDING-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STNDFILE.

       FD  SECTION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SECFILE.

       FD  TERM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TERMFILE.

       FD  WAITLIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY WAITFILE.

       FD  LOTTERY-COURSE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LTCFILE.

       FD  LOTTERY-REQUEST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LRQFILE.

       FD  PROMO-NOTICE-FILE
           LABEL RECORDS ARE STANDARD.
       01  PROMO-NOTICE-LINE        PIC X(80).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE              PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS           PIC XX VALUE "00".
           88  WS-FILE-SUCCESS      VALUE "00".
           88  WS-FILE-NOT-FOUND    VALUE "23".
           88  WS-FILE-EOF          VALUE "10".

       01  WS-SYL-STATUS            PIC XX VALUE "00".
           88  WS-SYL-SUCCESS       VALUE "00".
           88  WS-SYL-EOF           VALUE "10".

       01  WS-STU-STATUS            PIC XX VALUE "00".
           88  WS-STU-SUCCESS       VALUE "00".

       01  WS-SPN-STATUS            PIC XX VALUE "00".
           88  WS-SPN-SUCCESS       VALUE "00".

       01  WS-FILES-OK-FLAG         PIC X VALUE "Y".
           88  WS-FILES-OK          VALUE "Y".

       01  WS-VALID-FLAG            PIC X VALUE "Y".
           88  WS-DATA-VALID        VALUE "Y".
           88  WS-DATA-INVALID      VALUE "N".

       01  WS-CONTINUE-FLAG         PIC X VALUE "Y".
           88  WS-CONTINUE          VALUE "Y", "y".
           88  WS-EXIT              VALUE "N", "n".

       01  WS-CHOICE                PIC 9 VALUE 0.

       01  WS-CONFIRM               PIC X VALUE "N".
           88  WS-CONFIRMED         VALUE "Y", "y".

      * 本人確認
       01  WS-LOGIN-OK-FLAG         PIC X VALUE "N".
           88  WS-LOGIN-OK          VALUE "Y".
       01  WS-INPUT-PIN             PIC X(4) VALUE SPACES.
      * 暗証番号の連続誤入力でこの回数に達したら利用を停止する
       01  WS-PIN-FAIL-LIMIT        PIC 9(1) VALUE 3.
       01  WS-STUDENT-NAME          PIC X(41) VALUE SPACES.
       01  WS-CHANGED-FLAG          PIC X VALUE "N".
           88  WS-CHANGED           VALUE "Y".

       01  WS-INPUT-STUDENT-ID      PIC X(7) VALUE SPACES.
       01  WS-INPUT-COURSE-ID       PIC X(6) VALUE SPACES.
       01  WS-INPUT-SEMESTER        PIC X(2) VALUE SPACES.
       01  WS-INPUT-SECTION-NO      PIC 9(2) VALUE ZERO.

      * 受付中の学期（学年暦から決める）
       01  WS-TERM-STATUS           PIC XX VALUE "00".
           88  WS-TERM-SUCCESS      VALUE "00".
           88  WS-TERM-EOF          VALUE "10".
       01  WS-TERM-FOUND-FLAG       PIC X VALUE "N".
           88  WS-TERM-FOUND        VALUE "Y".
       01  WS-SAVE-TERM             PIC X(50) VALUE SPACES.
       01  WS-TODAY                 PIC 9(8) VALUE ZERO.

       01  WS-SEC-STATUS            PIC XX VALUE "00".
           88  WS-SEC-SUCCESS       VALUE "00".
       01  WS-SEC-OPEN-FLAG         PIC X VALUE "N".
           88  WS-SEC-OPEN          VALUE "Y".
       01  WS-SEC-SCAN-DONE-FLAG    PIC X VALUE "N".
           88  WS-SEC-SCAN-DONE     VALUE "Y".
       01  WS-SEC-LISTED-FLAG       PIC X VALUE "N".
           88  WS-SEC-LISTED        VALUE "Y".

       01  WS-STN-STATUS            PIC XX VALUE "00".
           88  WS-STN-SUCCESS       VALUE "00".
       01  WS-STN-OPEN-FLAG         PIC X VALUE "N".
           88  WS-STN-OPEN          VALUE "Y".
       01  WS-STN-SCAN-DONE-FLAG    PIC X VALUE "N".
           88  WS-STN-SCAN-DONE     VALUE "Y".
       01  WS-LATEST-STANDING       PIC X(1) VALUE SPACE.
      * 学業警告中の履修単位数の上限（学則による）
       01  WS-PROBATION-CAP         PIC 9(2) VALUE 12.
       01  WS-LOAD-CREDITS          PIC 9(3) VALUE ZERO.
       01  WS-NEW-CREDITS           PIC 9 VALUE ZERO.
       01  WS-LOAD-SCAN-DONE-FLAG   PIC X VALUE "N".
           88  WS-LOAD-SCAN-DONE    VALUE "Y".
       01  WS-EFFECTIVE-CAPACITY    PIC 9(3) VALUE ZERO.
       01  WS-DROPPED-SECTION       PIC 9(2) VALUE ZERO.
       01  WS-ENR-SEC-WORK          PIC 9(2) VALUE ZERO.

       01  WS-ENROLLED-COUNT        PIC 9(4) VALUE 0.

       01  WS-GRD-STATUS            PIC XX VALUE "00".
           88  WS-GRD-SUCCESS       VALUE "00".
       01  WS-GRD-OPEN-FLAG         PIC X VALUE "N".
           88  WS-GRD-OPEN          VALUE "Y".

       01  WS-XLS-STATUS            PIC XX VALUE "00".
           88  WS-XLS-SUCCESS       VALUE "00".
       01  WS-XLS-OPEN-FLAG         PIC X VALUE "N".
           88  WS-XLS-OPEN          VALUE "Y".

       01  WS-WL-STATUS             PIC XX VALUE "00".
           88  WS-WL-SUCCESS        VALUE "00".
           88  WS-WL-NOT-FOUND      VALUE "23".
           88  WS-WL-EOF            VALUE "10".

       01  WS-PRM-STATUS            PIC XX VALUE "00".
           88  WS-PRM-SUCCESS       VALUE "00".

       01  WS-LTC-STATUS            PIC XX VALUE "00".
           88  WS-LTC-SUCCESS       VALUE "00".
       01  WS-LTC-OPEN-FLAG         PIC X VALUE "N".
           88  WS-LTC-OPEN          VALUE "Y".
       01  WS-LRQ-STATUS            PIC XX VALUE "00".
           88  WS-LRQ-SUCCESS       VALUE "00".
           88  WS-LRQ-EOF           VALUE "10".
       01  WS-LOTTERY-FLAG          PIC X VALUE "N".
           88  WS-LOTTERY-MODE      VALUE "Y".

      * 履修登録保留の判定（SYLHLDC）
       01  WS-HLD-HOLD-TYPE         PIC X(1) VALUE SPACE.
       01  WS-HLD-OFFICE            PIC X(10) VALUE SPACES.
       01  WS-HLD-RETURN-CODE       PIC X(2) VALUE "00".
           88  WS-HLD-BLOCKED       VALUE "01".

       01  WS-NEXT-WL-NO            PIC 9(8) VALUE 1.
       01  WS-WAIT-CHOICE           PIC X VALUE "N".
           88  WS-WAIT-YES          VALUE "Y", "y".
       01  WS-CAPACITY-FULL-FLAG    PIC X VALUE "N".
           88  WS-CAPACITY-FULL     VALUE "Y".
       01  WS-ALREADY-WAITING-FLAG  PIC X VALUE "N".
           88  WS-ALREADY-WAITING   VALUE "Y".
       01  WS-WL-SCAN-DONE-FLAG     PIC X VALUE "N".
           88  WS-WL-SCAN-DONE      VALUE "Y".

      * 同じ学期の取消済み履修の再登録
       01  WS-REINSTATE-FLAG        PIC X VALUE "N".
           88  WS-REINSTATE         VALUE "Y".

       01  WS-PROMO-FOUND-FLAG      PIC X VALUE "N".
           88  WS-PROMO-FOUND       VALUE "Y".
       01  WS-PROMO-WL-NO           PIC 9(8) VALUE ZERO.
       01  WS-PROMO-SCAN-DONE-FLAG  PIC X VALUE "N".
           88  WS-PROMO-SCAN-DONE   VALUE "Y".
       01  WS-DROPPED-COURSE-ID     PIC X(6) VALUE SPACES.
       01  WS-DROPPED-SEMESTER      PIC X(2) VALUE SPACES.

       01  WS-PROMO-DETAIL.
           05  WS-PN-DATE           PIC 9(8).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-PN-STUDENT        PIC X(7).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-PN-COURSE         PIC X(6).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-PN-TEXT           PIC X(50).
           05  FILLER               PIC X(6) VALUE SPACES.

       01  WS-TGT-DAY-OF-WEEK       PIC X(1) VALUE SPACE.
       01  WS-TGT-PERIOD            PIC 9 VALUE 0.
       01  WS-CLASH-FLAG            PIC X VALUE "N".
           88  WS-HAS-CLASH         VALUE "Y".
       01  WS-CLASH-COURSE-ID       PIC X(6) VALUE SPACES.
       01  WS-ENR2-SCAN-DONE-FLAG   PIC X VALUE "N".
           88  WS-ENR2-SCAN-DONE    VALUE "Y".
       01  WS-OPEN-ATTEMPT-FLAG     PIC X VALUE "N".
           88  WS-OPEN-ATTEMPT      VALUE "Y".
       01  WS-OPEN-ATTEMPT-SEM      PIC X(2) VALUE SPACES.
       01  WS-RETAKE-SCAN-DONE-FLAG PIC X VALUE "N".
           88  WS-RETAKE-SCAN-DONE  VALUE "Y".

       01  WS-PREREQ-I              PIC 9 VALUE 0.
       01  WS-MISSING-COUNT         PIC 9 VALUE 0.
       01  WS-MISSING-LIST.
           05  WS-MISSING-COURSE OCCURS 5 TIMES
                                    PIC X(6).

       01  WS-GRD-SCAN-DONE-FLAG    PIC X VALUE "N".
           88  WS-GRD-SCAN-DONE     VALUE "Y".
       01  WS-ATTEMPT-FOUND-FLAG    PIC X VALUE "N".
           88  WS-ATTEMPT-FOUND     VALUE "Y".
       01  WS-LATEST-POINT          PIC 9V9 VALUE ZERO.
       01  WS-PREREQ-COURSE         PIC X(6) VALUE SPACES.

      * Function Parameters
       01  WS-FUNCTION-CODE         PIC X.
       01  WS-PARAM-1               PIC X(50).
       01  WS-PARAM-2               PIC X(50).
       01  WS-RESULT                PIC X(200).
       01  WS-RETURN-CODE           PIC 9.
       01  WS-ENROLLED-COUNT-DISP   PIC 9(4).
       01  WS-CAPACITY-DISP         PIC 9(4).

      * 開講科目一覧の表示行
       01  WS-LIST-LINE.
           05  WS-LL-COURSE         PIC X(6).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-LL-NAME           PIC X(30).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-LL-SECTION        PIC X(2).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-LL-DAY            PIC X(1).
           05  WS-LL-PERIOD         PIC 9(1).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-LL-CREDITS        PIC 9(1).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-LL-COUNT          PIC ZZZ9.
           05  FILLER               PIC X(1) VALUE "/".
           05  WS-LL-CAPACITY       PIC X(12).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-LL-NOTE           PIC X(6).
       01  WS-LL-CAP-DISP           PIC ZZZ9.

      * 時間割確認書（曜日・時限順に並べ替える）
       01  WS-REPORT-STATUS         PIC XX VALUE "00".
           88  WS-REPORT-SUCCESS    VALUE "00".
       01  WS-REPORT-FILENAME       PIC X(50) VALUE SPACES.
       01  WS-TT-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-TT-TABLE.
           05  WS-TT-ENTRY OCCURS 40 TIMES.
               10  WS-TT-SORT-KEY.
                   15  WS-TT-DAY        PIC X(1).
                   15  WS-TT-PERIOD     PIC 9(1).
                   15  WS-TT-COURSE     PIC X(6).
               10  WS-TT-NAME           PIC X(30).
               10  WS-TT-SECTION        PIC 9(2).
               10  WS-TT-CREDITS        PIC 9(1).
               10  WS-TT-ROOM           PIC X(10).
       01  WS-TT-I                  PIC 9(2) VALUE ZERO.
       01  WS-TT-J                  PIC 9(2) VALUE ZERO.
       01  WS-TT-SWAP               PIC X(51).
       01  WS-TT-CREDIT-TOTAL       PIC 9(3) VALUE ZERO.
       01  WS-PENDING-COUNT         PIC 9(3) VALUE ZERO.

       01  WS-HEADER1               PIC X(100) VALUE ALL "=".
       01  WS-RULE-LINE             PIC X(100) VALUE ALL "-".
       01  WS-REPORT-TITLE          PIC X(100) VALUE
           "                        履修時間割確認書".
       01  WS-BLANK-LINE            PIC X(100) VALUE SPACES.

       01  WS-STUDENT-LINE.
           05  FILLER               PIC X(14) VALUE "学籍番号: ".
           05  WS-SL-STUDENT-ID     PIC X(7).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  FILLER               PIC X(8) VALUE "氏名: ".
           05  WS-SL-NAME           PIC X(41).
           05  FILLER               PIC X(27) VALUE SPACES.

       01  WS-TERM-LINE.
           05  FILLER               PIC X(9) VALUE "学期: ".
           05  WS-TL-SEMESTER       PIC X(2).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  FILLER               PIC X(11) VALUE "発行日: ".
           05  WS-TL-DATE           PIC 9(8).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  FILLER               PIC X(23) VALUE
               "取消期限: ".
           05  WS-TL-DROP-DEADLINE  PIC 9(8).
           05  FILLER               PIC X(33) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(8) VALUE "曜日".
           05  FILLER               PIC X(8) VALUE "時限".
           05  FILLER               PIC X(8) VALUE "科目".
           05  FILLER               PIC X(32) VALUE "科目名".
           05  FILLER               PIC X(15) VALUE "ｾｸｼｮﾝ".
           05  FILLER               PIC X(8) VALUE "単位".
           05  FILLER               PIC X(12) VALUE "教室".
           05  FILLER               PIC X(9) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DL-DAY            PIC X(1).
           05  FILLER               PIC X(6) VALUE SPACES.
           05  WS-DL-PERIOD         PIC 9(1).
           05  FILLER               PIC X(6) VALUE SPACES.
           05  WS-DL-COURSE         PIC X(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DL-NAME           PIC X(30).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-DL-SECTION        PIC X(2).
           05  FILLER               PIC X(6) VALUE SPACES.
           05  WS-DL-CREDITS        PIC 9(1).
           05  FILLER               PIC X(5) VALUE SPACES.
           05  WS-DL-ROOM           PIC X(10).
           05  FILLER               PIC X(18) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER               PIC X(20) VALUE
               "登録科目数: ".
           05  WS-TO-COUNT          PIC ZZ9.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(20) VALUE
               "合計単位数: ".
           05  WS-TO-CREDITS        PIC ZZ9.
           05  FILLER               PIC X(50) VALUE SPACES.

       01  WS-PENDING-TITLE         PIC X(100) VALUE SPACES.

       01  WS-PENDING-LINE.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-PL-COURSE         PIC X(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-PL-NAME           PIC X(30).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-PL-NOTE           PIC X(30).
           05  FILLER               PIC X(28) VALUE SPACES.
       01  WS-PL-WL-NO              PIC Z(7)9.

       01  WS-FOOTER-LINE           PIC X(100) VALUE
           "この確認書は発行時点の登録内容を示すも"
           & "のです。".

       COPY LIBERROR.

       SCREEN SECTION.
       01  SELF-LOGIN-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2 COL 1         VALUE "履修登録端末".
           05  LINE 3 COL 1         VALUE "学期: ".
           05  LINE 3 COL 8         PIC X(2) FROM WS-INPUT-SEMESTER.
           05  LINE 5 COL 1         VALUE "学籍番号: ".
           05  LINE 5 COL 13        PIC X(7) USING WS-INPUT-STUDENT-ID.
           05  LINE 6 COL 1         VALUE "暗証番号: ".
           05  LINE 6 COL 13        PIC X(4) USING WS-INPUT-PIN.

       01  SELF-MENU-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2 COL 1         VALUE "履修登録端末".
           05  LINE 3 COL 1         VALUE "学期: ".
           05  LINE 3 COL 8         PIC X(2) FROM WS-INPUT-SEMESTER.
           05  LINE 3 COL 12        PIC X(7) FROM WS-INPUT-STUDENT-ID.
           05  LINE 3 COL 20        PIC X(41) FROM WS-STUDENT-NAME.
           05  LINE 5 COL 1         VALUE "1. 開講科目一覧".
           05  LINE 6 COL 1         VALUE "2. 履修追加".
           05  LINE 7 COL 1         VALUE "3. 履修取消".
           05  LINE 8 COL 1         VALUE
               "4. 時間割確認書の印刷".
           05  LINE 9 COL 1         VALUE "9. 終了".
           05  LINE 11 COL 1        VALUE "選択: ".
           05  LINE 11 COL 8        PIC 9 USING WS-CHOICE.

       01  SELF-ADD-SCREEN.
           05  LINE 13 COL 1        VALUE "科目コード: ".
           05  LINE 13 COL 13       PIC X(6) USING WS-INPUT-COURSE-ID.
           05  LINE 14 COL 1
               VALUE "セクション番号（0=なし）: ".
           05  LINE 14 COL 29
               PIC 9(2) USING WS-INPUT-SECTION-NO.

       01  SELF-DROP-SCREEN.
           05  LINE 13 COL 1        VALUE "科目コード: ".
           05  LINE 13 COL 13       PIC X(6) USING WS-INPUT-COURSE-ID.

       01  COURSE-LIST-HEADER.
           05  BLANK SCREEN.
           05  LINE 1 COL 1         VALUE "開講科目一覧".
           05  LINE 1 COL 20        PIC X(2) FROM WS-INPUT-SEMESTER.
           05  LINE 2 COL 1         VALUE
               "==========================================="
               & "=====================".
           05  LINE 3 COL 1
               VALUE "科目   科目名                         "
               & "ｾｸ 曜限 単位 登録/定員".
           05  LINE 4 COL 1         VALUE
               "==========================================="
               & "=====================".

       01  CONTINUE-SCREEN.
           05  LINE 22 COL 1        VALUE
               "続けて操作しますか？ (Y/N): ".
           05  LINE 22 COL 31       PIC X USING WS-CONTINUE-FLAG.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE "Y" TO WS-CONTINUE-FLAG
           PERFORM OPEN-FILES
           IF WS-FILES-OK
               PERFORM FIND-CURRENT-TERM
           END-IF
           IF WS-FILES-OK AND WS-TERM-FOUND
               PERFORM SELF-LOGIN
           END-IF
           IF WS-LOGIN-OK
               PERFORM UNTIL WS-EXIT
                   PERFORM DISPLAY-MENU
                   PERFORM PROCESS-CHOICE
                   IF NOT WS-EXIT
                       PERFORM CHECK-CONTINUE
                   END-IF
               END-PERFORM
               IF WS-CHANGED
                   PERFORM PRINT-CONFIRMATION
               END-IF
           END-IF
           PERFORM CLOSE-FILES
           DISPLAY "ご利用ありがとうございました。"
           STOP RUN.

      * 学年暦と暗証番号ファイルがなければ端末は使えない
       OPEN-FILES SECTION.
           MOVE "Y" TO WS-FILES-OK-FLAG
           OPEN I-O ENROLLMENT-FILE
           IF WS-FILE-NOT-FOUND
               OPEN OUTPUT ENROLLMENT-FILE
               CLOSE ENROLLMENT-FILE
               OPEN I-O ENROLLMENT-FILE
           END-IF

           OPEN INPUT SYLLABUS-FILE
           OPEN INPUT STUDENT-FILE

           OPEN I-O PIN-FILE
           IF NOT WS-SPN-SUCCESS
               DISPLAY "履修登録端末は現在利用で"
                   "きません。"
               MOVE "N" TO WS-FILES-OK-FLAG
           END-IF

           OPEN INPUT TERM-FILE
           IF NOT WS-TERM-SUCCESS
               DISPLAY "学年暦が登録されていないため利"
                   "用できません。"
               MOVE "N" TO WS-FILES-OK-FLAG
           END-IF

           MOVE "N" TO WS-GRD-OPEN-FLAG
           OPEN INPUT GRADE-FILE
           IF WS-GRD-SUCCESS
               MOVE "Y" TO WS-GRD-OPEN-FLAG
           END-IF

           OPEN I-O WAITLIST-FILE
           IF WS-WL-NOT-FOUND OR WS-WL-STATUS = "35"
               OPEN OUTPUT WAITLIST-FILE
               CLOSE WAITLIST-FILE
               OPEN I-O WAITLIST-FILE
           END-IF

           MOVE "N" TO WS-XLS-OPEN-FLAG
           OPEN INPUT CROSSLIST-FILE
           IF WS-XLS-SUCCESS
               MOVE "Y" TO WS-XLS-OPEN-FLAG
           END-IF

           MOVE "N" TO WS-SEC-OPEN-FLAG
           OPEN INPUT SECTION-FILE
           IF WS-SEC-SUCCESS
               MOVE "Y" TO WS-SEC-OPEN-FLAG
           END-IF

           MOVE "N" TO WS-STN-OPEN-FLAG
           OPEN INPUT STANDING-FILE
           IF WS-STN-SUCCESS
               MOVE "Y" TO WS-STN-OPEN-FLAG
           END-IF

           MOVE "N" TO WS-LTC-OPEN-FLAG
           OPEN INPUT LOTTERY-COURSE-FILE
           IF WS-LTC-SUCCESS
               MOVE "Y" TO WS-LTC-OPEN-FLAG
               OPEN I-O LOTTERY-REQUEST-FILE
               IF NOT WS-LRQ-SUCCESS
                   OPEN OUTPUT LOTTERY-REQUEST-FILE
                   CLOSE LOTTERY-REQUEST-FILE
                   OPEN I-O LOTTERY-REQUEST-FILE
               END-IF
           END-IF.

       CLOSE-FILES SECTION.
           CLOSE ENROLLMENT-FILE
           CLOSE SYLLABUS-FILE
           CLOSE STUDENT-FILE
           CLOSE PIN-FILE
           CLOSE TERM-FILE
           IF WS-GRD-OPEN
               CLOSE GRADE-FILE
           END-IF
           CLOSE WAITLIST-FILE
           IF WS-XLS-OPEN
               CLOSE CROSSLIST-FILE
           END-IF
           IF WS-SEC-OPEN
               CLOSE SECTION-FILE
           END-IF
           IF WS-STN-OPEN
               CLOSE STANDING-FILE
           END-IF
           IF WS-LTC-OPEN
               CLOSE LOTTERY-COURSE-FILE
               CLOSE LOTTERY-REQUEST-FILE
           END-IF.

      * 本日が履修登録開始日から履修取消期限までに入る学期を
      * 受付中の学期とする（学期コード順で最初のもの）
       FIND-CURRENT-TERM SECTION.
           MOVE "N" TO WS-TERM-FOUND-FLAG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE LOW-VALUES TO TERM-SEMESTER
           START TERM-FILE KEY >= TERM-SEMESTER
               INVALID KEY
                   MOVE "10" TO WS-TERM-STATUS
           END-START
           PERFORM UNTIL WS-TERM-EOF OR WS-TERM-FOUND
               READ TERM-FILE NEXT
                   AT END
                       MOVE "10" TO WS-TERM-STATUS
                   NOT AT END
                       IF WS-TODAY >= TERM-REG-START
                       AND (WS-TODAY <= TERM-REG-END
                           OR WS-TODAY <= TERM-DROP-DEADLINE)
                           MOVE "Y" TO WS-TERM-FOUND-FLAG
                           MOVE TERM-SEMESTER TO WS-INPUT-SEMESTER
                           MOVE TERM-RECORD TO WS-SAVE-TERM
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-TERM-STATUS
           IF NOT WS-TERM-FOUND
               DISPLAY "現在、履修登録・取消の受付期間"
                   "ではありません。"
           END-IF.

      * 暗証番号が未設定または停止中の学生は窓口へ案内する。
      * 誤入力は回数を数え、規定回数で停止する
       SELF-LOGIN SECTION.
           MOVE "N" TO WS-LOGIN-OK-FLAG
           MOVE SPACES TO WS-INPUT-STUDENT-ID
           MOVE SPACES TO WS-INPUT-PIN
           DISPLAY SELF-LOGIN-SCREEN
           ACCEPT SELF-LOGIN-SCREEN
           MOVE WS-INPUT-STUDENT-ID TO STU-ID
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY "学籍番号または暗証番号が違い"
                       "ます。"
               NOT INVALID KEY
                   IF NOT STU-ACTIVE
                       DISPLAY "この学籍番号は端末では利用"
                           "できません。窓口にお越しくだ"
                           "さい。"
                   ELSE
                       PERFORM CHECK-STUDENT-PIN
                   END-IF
           END-READ
           MOVE "00" TO WS-STU-STATUS.

       CHECK-STUDENT-PIN SECTION.
           MOVE WS-INPUT-STUDENT-ID TO SPN-STUDENT-ID
           READ PIN-FILE
               INVALID KEY
                   DISPLAY "暗証番号が未設定です。窓口に"
                       "お越しください。"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN SPN-PIN = SPACES
                           DISPLAY "暗証番号が未設定です。"
                               "窓口にお越しください。"
                       WHEN SPN-LOCKED
                           DISPLAY "暗証番号の誤入力が続い"
                               "たため利用を停止して"
                               "います。"
                           DISPLAY "窓口で暗証番号を再設定"
                               "してください。"
                       WHEN SPN-PIN = WS-INPUT-PIN
                           MOVE ZERO TO SPN-FAIL-COUNT
                           MOVE WS-TODAY TO SPN-LAST-SIGNIN-DATE
                           REWRITE STUDENT-PIN-RECORD
                               INVALID KEY
                                   DISPLAY MSG-FILE-WRITE
                           END-REWRITE
                           MOVE "Y" TO WS-LOGIN-OK-FLAG
                           MOVE SPACES TO WS-STUDENT-NAME
                           STRING STU-LAST-NAME DELIMITED BY "  "
                               " " DELIMITED BY SIZE
                               STU-FIRST-NAME DELIMITED BY "  "
                               INTO WS-STUDENT-NAME
                       WHEN OTHER
                           PERFORM RECORD-PIN-FAILURE
                   END-EVALUATE
           END-READ
           MOVE "00" TO WS-SPN-STATUS.

       RECORD-PIN-FAILURE SECTION.
           ADD 1 TO SPN-FAIL-COUNT
           IF SPN-FAIL-COUNT >= WS-PIN-FAIL-LIMIT
               MOVE "L" TO SPN-STATUS
           END-IF
           REWRITE STUDENT-PIN-RECORD
               INVALID KEY
                   DISPLAY MSG-FILE-WRITE
           END-REWRITE
           IF SPN-LOCKED
               DISPLAY "暗証番号の誤入力が続いたため利"
                   "用を停止しました。"
               DISPLAY "窓口で暗証番号を再設定してくだ"
                   "さい。"
           ELSE
               DISPLAY "学籍番号または暗証番号が"
                   "違います。"
           END-IF.

       DISPLAY-MENU SECTION.
           MOVE ZERO TO WS-CHOICE
           DISPLAY SELF-MENU-SCREEN
           ACCEPT SELF-MENU-SCREEN.

       PROCESS-CHOICE SECTION.
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM LIST-OPEN-COURSES
               WHEN 2
                   PERFORM ADD-COURSE
               WHEN 3
                   PERFORM DROP-COURSE
               WHEN 4
                   PERFORM PRINT-CONFIRMATION
               WHEN 9
                   MOVE "N" TO WS-CONTINUE-FLAG
               WHEN OTHER
                   DISPLAY MSG-INVALID-INPUT
           END-EVALUATE.

      * 受付中の学期の公開済み科目を一覧する。セクションのある
      * 科目は有効なセクションごとに登録数と定員を示す
       LIST-OPEN-COURSES SECTION.
           DISPLAY COURSE-LIST-HEADER
           MOVE LOW-VALUES TO SYL-COURSE-ID
           START SYLLABUS-FILE KEY >= SYL-COURSE-ID
               INVALID KEY
                   MOVE "10" TO WS-SYL-STATUS
           END-START
           PERFORM UNTIL WS-SYL-EOF
               READ SYLLABUS-FILE NEXT
                   AT END
                       MOVE "10" TO WS-SYL-STATUS
                   NOT AT END
                       IF SYL-SEMESTER = WS-INPUT-SEMESTER
                       AND SYL-STATUS = "P"
                           PERFORM LIST-ONE-COURSE
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-SYL-STATUS.

       LIST-ONE-COURSE SECTION.
           MOVE SYL-COURSE-ID TO WS-INPUT-COURSE-ID
           MOVE SPACES TO WS-LL-NOTE
           MOVE "N" TO WS-LOTTERY-FLAG
           PERFORM CHECK-LOTTERY-COURSE
           IF WS-LOTTERY-MODE
               MOVE "抽選" TO WS-LL-NOTE
           END-IF
           MOVE "N" TO WS-SEC-LISTED-FLAG
           IF WS-SEC-OPEN
               MOVE "N" TO WS-SEC-SCAN-DONE-FLAG
               MOVE SYL-COURSE-ID TO SEC-COURSE-ID
               MOVE ZERO TO SEC-NO
               START SECTION-FILE KEY >= SEC-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SEC-SCAN-DONE-FLAG
               END-START
               PERFORM UNTIL WS-SEC-SCAN-DONE
                   READ SECTION-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-SEC-SCAN-DONE-FLAG
                       NOT AT END
                           IF SEC-COURSE-ID NOT = SYL-COURSE-ID
                               MOVE "Y" TO WS-SEC-SCAN-DONE-FLAG
                           ELSE
                               IF SEC-ACTIVE
                                   MOVE "Y" TO WS-SEC-LISTED-FLAG
                                   PERFORM LIST-ONE-SECTION
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-SEC-STATUS
           END-IF
           IF NOT WS-SEC-LISTED
               MOVE ZERO TO WS-INPUT-SECTION-NO
               PERFORM COUNT-ACTIVE-ENROLLMENT
               MOVE SYL-COURSE-ID TO WS-LL-COURSE
               MOVE SYL-COURSE-NAME TO WS-LL-NAME
               MOVE SPACES TO WS-LL-SECTION
               MOVE SYL-DAY-OF-WEEK TO WS-LL-DAY
               MOVE SYL-PERIOD TO WS-LL-PERIOD
               MOVE SYL-CREDITS TO WS-LL-CREDITS
               MOVE WS-ENROLLED-COUNT TO WS-LL-COUNT
               MOVE SYL-MAX-CAPACITY TO WS-EFFECTIVE-CAPACITY
               PERFORM FORMAT-LIST-CAPACITY
               DISPLAY WS-LIST-LINE
           END-IF.

       LIST-ONE-SECTION SECTION.
           MOVE SEC-NO TO WS-INPUT-SECTION-NO
           PERFORM COUNT-ACTIVE-ENROLLMENT
           MOVE SYL-COURSE-ID TO WS-LL-COURSE
           MOVE SYL-COURSE-NAME TO WS-LL-NAME
           MOVE SEC-NO TO WS-LL-SECTION
           MOVE SEC-DAY-OF-WEEK TO WS-LL-DAY
           MOVE SEC-PERIOD TO WS-LL-PERIOD
           MOVE SYL-CREDITS TO WS-LL-CREDITS
           MOVE WS-ENROLLED-COUNT TO WS-LL-COUNT
           MOVE SEC-MAX-CAPACITY TO WS-EFFECTIVE-CAPACITY
           PERFORM FORMAT-LIST-CAPACITY
           DISPLAY WS-LIST-LINE.

      * 定員0は制限なし
       FORMAT-LIST-CAPACITY SECTION.
           IF WS-EFFECTIVE-CAPACITY = ZERO
               MOVE "制限なし" TO WS-LL-CAPACITY
           ELSE
               MOVE WS-EFFECTIVE-CAPACITY TO WS-LL-CAP-DISP
               MOVE WS-LL-CAP-DISP TO WS-LL-CAPACITY
           END-IF.

      * 窓口の履修登録（SYLENR）と同じ順序・同じ規則で判定する
       ADD-COURSE SECTION.
           MOVE SPACES TO WS-INPUT-COURSE-ID
           MOVE ZERO TO WS-INPUT-SECTION-NO
           DISPLAY SELF-ADD-SCREEN
           ACCEPT SELF-ADD-SCREEN

           PERFORM VALIDATE-REGISTRATION-WINDOW
           IF WS-DATA-VALID
               PERFORM VALIDATE-STUDENT
           END-IF
           IF WS-DATA-VALID
               PERFORM VALIDATE-ACADEMIC-STANDING
           END-IF
           IF WS-DATA-VALID
               PERFORM VALIDATE-REGISTRATION-HOLD
           END-IF
           PERFORM VALIDATE-COURSE

           IF WS-DATA-VALID
               PERFORM VALIDATE-CURRENT-ENROLLMENT
           END-IF

           IF WS-DATA-VALID
               PERFORM VALIDATE-RETAKE
           END-IF

           IF WS-DATA-VALID
               PERFORM VALIDATE-SECTION
           END-IF

           IF WS-DATA-VALID
               PERFORM VALIDATE-PROBATION-LOAD
           END-IF

           IF WS-DATA-VALID
               PERFORM VALIDATE-PREREQUISITES
           END-IF

           IF WS-DATA-VALID
               PERFORM VALIDATE-TIMETABLE-CLASH
           END-IF

           MOVE "N" TO WS-LOTTERY-FLAG
           IF WS-DATA-VALID
               PERFORM CHECK-LOTTERY-COURSE
           END-IF
           IF WS-LOTTERY-MODE
               PERFORM RECORD-LOTTERY-REQUEST
               MOVE "N" TO WS-VALID-FLAG
           END-IF

           MOVE "N" TO WS-CAPACITY-FULL-FLAG
           IF WS-DATA-VALID
               PERFORM COUNT-ACTIVE-ENROLLMENT
               PERFORM VALIDATE-CAPACITY
           END-IF

           IF WS-CAPACITY-FULL
               PERFORM OFFER-WAITLIST
           END-IF

           IF WS-DATA-VALID
               PERFORM WRITE-ENROLLMENT
           END-IF.

      * 同じ学期に取消（D）済みの履修は再登録として戻す。撤回
      * （W）済みの科目は端末では再登録できない
       WRITE-ENROLLMENT SECTION.
           MOVE WS-INPUT-STUDENT-ID TO ENR-STUDENT-ID
           MOVE WS-INPUT-COURSE-ID  TO ENR-COURSE-ID
           MOVE WS-INPUT-SEMESTER   TO ENR-SEMESTER
           IF WS-REINSTATE
               READ ENROLLMENT-FILE
                   INVALID KEY
                       DISPLAY MSG-FILE-WRITE
                   NOT INVALID KEY
                       MOVE WS-TODAY TO ENR-ENROLL-DATE
                       MOVE "A" TO ENR-STATUS
                       MOVE WS-INPUT-SECTION-NO TO ENR-SECTION-NO
                       REWRITE ENROLLMENT-RECORD
                           INVALID KEY
                               DISPLAY MSG-FILE-WRITE
                           NOT INVALID KEY
                               DISPLAY "履修を登録しました。"
                               MOVE "Y" TO WS-CHANGED-FLAG
                       END-REWRITE
               END-READ
           ELSE
               MOVE WS-TODAY TO ENR-ENROLL-DATE
               MOVE "A" TO ENR-STATUS
               MOVE WS-INPUT-SECTION-NO TO ENR-SECTION-NO
               WRITE ENROLLMENT-RECORD
                   INVALID KEY
                       DISPLAY MSG-DUPLICATE-KEY
                   NOT INVALID KEY
                       DISPLAY "履修を登録しました。"
                       MOVE "Y" TO WS-CHANGED-FLAG
               END-WRITE
           END-IF
           MOVE "00" TO WS-FILE-STATUS.

      * 学年暦の履修登録期間内であることを確認する
       VALIDATE-REGISTRATION-WINDOW SECTION.
           MOVE "Y" TO WS-VALID-FLAG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-SAVE-TERM TO TERM-RECORD
           IF WS-TODAY < TERM-REG-START
           OR WS-TODAY > TERM-REG-END
               DISPLAY "履修登録期間外のため登録できま"
                   "せん。"
               MOVE "N" TO WS-VALID-FLAG
           END-IF.

       VALIDATE-STUDENT SECTION.
           MOVE "Y" TO WS-VALID-FLAG
           MOVE WS-INPUT-STUDENT-ID TO STU-ID
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY "エラー: 学籍番号が未登"
                       "録です。"
                   MOVE "N" TO WS-VALID-FLAG
               NOT INVALID KEY
                   IF NOT STU-ACTIVE
                       DISPLAY "エラー: この学生は在籍して"
                           "いません。"
                       MOVE "N" TO WS-VALID-FLAG
                   END-IF
           END-READ.

      * 直近の学業成績区分（SYLSTND）を参照し、停学勧告中は
      * 登録を止め、学業警告中は後続の単位数上限チェックに備える
       VALIDATE-ACADEMIC-STANDING SECTION.
           MOVE SPACE TO WS-LATEST-STANDING
           IF WS-STN-OPEN
               MOVE "N" TO WS-STN-SCAN-DONE-FLAG
               MOVE WS-INPUT-STUDENT-ID TO STN-STUDENT-ID
               MOVE LOW-VALUES TO STN-SEMESTER
               MOVE "00" TO WS-STN-STATUS
               START STANDING-FILE KEY >= STN-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-STN-SCAN-DONE-FLAG
               END-START
               PERFORM UNTIL WS-STN-SCAN-DONE
                   READ STANDING-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-STN-SCAN-DONE-FLAG
                       NOT AT END
                           IF STN-STUDENT-ID NOT =
                               WS-INPUT-STUDENT-ID
                               MOVE "Y" TO WS-STN-SCAN-DONE-FLAG
                           ELSE
                               MOVE STN-STANDING
                                   TO WS-LATEST-STANDING
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-STN-STATUS
           END-IF
           IF WS-LATEST-STANDING = "S"
               DISPLAY "停学勧告中のため履修登録できま"
                   "せん。"
               MOVE "N" TO WS-VALID-FLAG
           END-IF.

      * 登録を止める保留が有効なら、設定した部署を示して拒否する
       VALIDATE-REGISTRATION-HOLD SECTION.
           PERFORM CHECK-REGISTRATION-HOLD
           IF WS-HLD-BLOCKED
               DISPLAY "履修登録保留中のため登録できま"
                   "せん。（設定部署: " WS-HLD-OFFICE "）"
               DISPLAY "設定部署の窓口にお問い合わせく"
                   "ださい。"
               MOVE "N" TO WS-VALID-FLAG
           END-IF.

       CHECK-REGISTRATION-HOLD SECTION.
           CALL "SYLHLDC" USING STU-ID,
                                WS-HLD-HOLD-TYPE,
                                WS-HLD-OFFICE,
                                WS-HLD-RETURN-CODE
               ON EXCEPTION
                   MOVE "00" TO WS-HLD-RETURN-CODE
           END-CALL.

      * 学業警告中の学生は今学期の履修単位数（登録中＋今回）が
      * 上限を超えないこと
       VALIDATE-PROBATION-LOAD SECTION.
           IF WS-LATEST-STANDING NOT = "P"
               CONTINUE
           ELSE
               MOVE SYL-CREDITS TO WS-NEW-CREDITS
               PERFORM SUM-CURRENT-LOAD
               IF WS-LOAD-CREDITS + WS-NEW-CREDITS >
                   WS-PROBATION-CAP
                   DISPLAY "学業警告中の単位数上限を超え"
                       "ます。"
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF.

       SUM-CURRENT-LOAD SECTION.
           MOVE ZERO TO WS-LOAD-CREDITS
           MOVE "N" TO WS-LOAD-SCAN-DONE-FLAG
           MOVE WS-INPUT-STUDENT-ID TO ENR-STUDENT-ID
           MOVE LOW-VALUES TO ENR-COURSE-ID
           MOVE LOW-VALUES TO ENR-SEMESTER
           START ENROLLMENT-FILE KEY >= ENR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LOAD-SCAN-DONE-FLAG
           END-START
           PERFORM UNTIL WS-LOAD-SCAN-DONE
               READ ENROLLMENT-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-LOAD-SCAN-DONE-FLAG
                   NOT AT END
                       IF ENR-STUDENT-ID NOT = WS-INPUT-STUDENT-ID
                           MOVE "Y" TO WS-LOAD-SCAN-DONE-FLAG
                       ELSE
                           IF ENR-ACTIVE
                           AND ENR-SEMESTER = WS-INPUT-SEMESTER
                               MOVE ENR-COURSE-ID TO SYL-COURSE-ID
                               READ SYLLABUS-FILE
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       ADD SYL-CREDITS
                                           TO WS-LOAD-CREDITS
                               END-READ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FILE-STATUS
      * 対象科目のシラバスを読み直して以降の処理に備える
           MOVE WS-INPUT-COURSE-ID TO SYL-COURSE-ID
           READ SYLLABUS-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

      * 合併科目の別番号は正科目に読み替える。端末では受付中の
      * 学期に公開済みの科目だけを登録できる
       VALIDATE-COURSE SECTION.
           IF WS-DATA-VALID
               MOVE WS-INPUT-COURSE-ID TO SYL-COURSE-ID
               READ SYLLABUS-FILE
                   INVALID KEY
                       PERFORM RESOLVE-CROSSLIST
               END-READ
               IF WS-DATA-VALID
               AND SYL-STATUS = "C"
                   DISPLAY "エラー: 閉講となった科"
                       "目です。"
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
               IF WS-DATA-VALID
               AND (SYL-STATUS NOT = "P"
                   OR SYL-SEMESTER NOT = WS-INPUT-SEMESTER)
                   DISPLAY "エラー: 今学期の開講科目では"
                       "ありません。"
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF.

       RESOLVE-CROSSLIST SECTION.
           MOVE "23" TO WS-XLS-STATUS
           IF WS-XLS-OPEN
               MOVE WS-INPUT-COURSE-ID TO XLS-ALT-COURSE-ID
               READ CROSSLIST-FILE
                   INVALID KEY
                       MOVE "23" TO WS-XLS-STATUS
                   NOT INVALID KEY
                       IF XLS-ACTIVE
                           MOVE "00" TO WS-XLS-STATUS
                       ELSE
                           MOVE "23" TO WS-XLS-STATUS
                       END-IF
               END-READ
           END-IF
           IF WS-XLS-SUCCESS
               MOVE XLS-PRIMARY-COURSE-ID TO WS-INPUT-COURSE-ID
               MOVE WS-INPUT-COURSE-ID TO SYL-COURSE-ID
               READ SYLLABUS-FILE
                   INVALID KEY
                       DISPLAY "エラー: 合併先の正科目があ"
                           "りません。"
                       MOVE "N" TO WS-VALID-FLAG
                   NOT INVALID KEY
                       DISPLAY "合併科目のため正科目 "
                           WS-INPUT-COURSE-ID
                               " に読み替えます。"
               END-READ
           ELSE
               DISPLAY "エラー: 科目コードが未登録です。"
               MOVE "N" TO WS-VALID-FLAG
           END-IF.

      * 今学期にすでに登録中なら受け付けない。今学期に取消済み
      * の記録があれば再登録として戻す
       VALIDATE-CURRENT-ENROLLMENT SECTION.
           MOVE "N" TO WS-REINSTATE-FLAG
           MOVE WS-INPUT-STUDENT-ID TO ENR-STUDENT-ID
           MOVE WS-INPUT-COURSE-ID  TO ENR-COURSE-ID
           MOVE WS-INPUT-SEMESTER   TO ENR-SEMESTER
           READ ENROLLMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN ENR-ACTIVE
                           DISPLAY "この科目はすでに履修登"
                               "録済みです。"
                           MOVE "N" TO WS-VALID-FLAG
                       WHEN ENR-DROPPED
                           MOVE "Y" TO WS-REINSTATE-FLAG
                       WHEN OTHER
                           DISPLAY "撤回済みの科目は窓口で"
                               "相談してください。"
                           MOVE "N" TO WS-VALID-FLAG
                   END-EVALUATE
           END-READ
           MOVE "00" TO WS-FILE-STATUS.

      * 同じ科目の前回の履修（別学期）が有効なまま成績未登録で
      * あれば、履修中とみなして再登録させない
       VALIDATE-RETAKE SECTION.
           MOVE "N" TO WS-OPEN-ATTEMPT-FLAG
           MOVE "N" TO WS-RETAKE-SCAN-DONE-FLAG
           MOVE WS-INPUT-STUDENT-ID TO ENR-STUDENT-ID
           MOVE WS-INPUT-COURSE-ID TO ENR-COURSE-ID
           MOVE LOW-VALUES TO ENR-SEMESTER
           START ENROLLMENT-FILE KEY >= ENR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-RETAKE-SCAN-DONE-FLAG
           END-START
           PERFORM UNTIL WS-OPEN-ATTEMPT OR WS-RETAKE-SCAN-DONE
               READ ENROLLMENT-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-RETAKE-SCAN-DONE-FLAG
                   NOT AT END
                       IF ENR-STUDENT-ID NOT = WS-INPUT-STUDENT-ID
                       OR ENR-COURSE-ID NOT = WS-INPUT-COURSE-ID
                           MOVE "Y" TO WS-RETAKE-SCAN-DONE-FLAG
                       ELSE
                           IF ENR-ACTIVE
                           AND ENR-SEMESTER NOT = WS-INPUT-SEMESTER
                               PERFORM CHECK-ATTEMPT-GRADED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FILE-STATUS
           IF WS-OPEN-ATTEMPT
               DISPLAY "前回の履修（学期 " WS-OPEN-ATTEMPT-SEM
                   "）が成績未登録のため"
                   "登録できません。"
               MOVE "N" TO WS-VALID-FLAG
           END-IF.

       CHECK-ATTEMPT-GRADED SECTION.
           MOVE "Y" TO WS-OPEN-ATTEMPT-FLAG
           MOVE ENR-SEMESTER TO WS-OPEN-ATTEMPT-SEM
           IF WS-GRD-OPEN
               MOVE ENR-STUDENT-ID TO GRD-STUDENT-ID
               MOVE ENR-COURSE-ID TO GRD-COURSE-ID
               MOVE ENR-SEMESTER TO GRD-SEMESTER
               READ GRADE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-OPEN-ATTEMPT-FLAG
               END-READ
               MOVE "00" TO WS-GRD-STATUS
           END-IF.

      * セクション番号の整合を確認する。定員はセクション側の
      * 値に差し替える
       VALIDATE-SECTION SECTION.
           MOVE ZERO TO WS-EFFECTIVE-CAPACITY
           MOVE SYL-MAX-CAPACITY TO WS-EFFECTIVE-CAPACITY
           IF WS-INPUT-SECTION-NO > ZERO
               IF NOT WS-SEC-OPEN
                   DISPLAY "セクションマスタがあり"
                       "ません。"
                   MOVE "N" TO WS-VALID-FLAG
               ELSE
                   MOVE WS-INPUT-COURSE-ID TO SEC-COURSE-ID
                   MOVE WS-INPUT-SECTION-NO TO SEC-NO
                   READ SECTION-FILE
                       INVALID KEY
                           DISPLAY "セクションが未登"
                               "録です。"
                           MOVE "N" TO WS-VALID-FLAG
                       NOT INVALID KEY
                           IF NOT SEC-ACTIVE
                               DISPLAY "このセクションは閉鎖"
                                   "されています。"
                               MOVE "N" TO WS-VALID-FLAG
                           ELSE
                               MOVE SEC-MAX-CAPACITY
                                   TO WS-EFFECTIVE-CAPACITY
                           END-IF
                   END-READ
                   MOVE "00" TO WS-SEC-STATUS
               END-IF
           END-IF.

      * 今学期・同じセクションの登録中の件数を数える
       COUNT-ACTIVE-ENROLLMENT SECTION.
           MOVE ZERO TO WS-ENROLLED-COUNT
           MOVE WS-INPUT-COURSE-ID TO ENR-COURSE-ID
           START ENROLLMENT-FILE KEY IS = ENR-COURSE-ID
               INVALID KEY
                   MOVE "10" TO WS-FILE-STATUS
           END-START

           PERFORM UNTIL WS-FILE-EOF
               READ ENROLLMENT-FILE NEXT
                   AT END
                       MOVE "10" TO WS-FILE-STATUS
                   NOT AT END
                       IF ENR-COURSE-ID = WS-INPUT-COURSE-ID
                           IF ENR-ACTIVE
                           AND ENR-SEMESTER = WS-INPUT-SEMESTER
                           AND ENR-SECTION-NO = WS-INPUT-SECTION-NO
                               ADD 1 TO WS-ENROLLED-COUNT
                           END-IF
                       ELSE
                           MOVE "10" TO WS-FILE-STATUS
                       END-IF
               END-READ
           END-PERFORM

           MOVE "00" TO WS-FILE-STATUS.

      * 定員0は制限なしとして扱う
       VALIDATE-CAPACITY SECTION.
           IF WS-EFFECTIVE-CAPACITY NOT = 0
               MOVE "N" TO WS-FUNCTION-CODE
               MOVE SPACES TO WS-PARAM-1
               MOVE WS-ENROLLED-COUNT TO WS-ENROLLED-COUNT-DISP
               MOVE WS-ENROLLED-COUNT-DISP TO WS-PARAM-1(1:4)
               MOVE SPACES TO WS-PARAM-2
               MOVE WS-EFFECTIVE-CAPACITY TO WS-CAPACITY-DISP
               MOVE WS-CAPACITY-DISP TO WS-PARAM-2(1:4)

               CALL "SYLCOM" USING WS-FUNCTION-CODE
                                  WS-PARAM-1
                                  WS-PARAM-2
                                  WS-RESULT
                                  WS-RETURN-CODE

               IF WS-RETURN-CODE = 1
                   DISPLAY WS-RESULT
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "Y" TO WS-CAPACITY-FULL-FLAG
               END-IF
           END-IF.

      * 前提科目が未修得なら一覧を示して登録を拒否する。特例
      * 登録は学部事務室の窓口でのみ扱う
       VALIDATE-PREREQUISITES SECTION.
           MOVE ZERO TO WS-MISSING-COUNT
           IF SYL-PREREQ-COUNT > 0
               PERFORM VARYING WS-PREREQ-I FROM 1 BY 1
                       UNTIL WS-PREREQ-I > SYL-PREREQ-COUNT
                   PERFORM CHECK-ONE-PREREQUISITE
               END-PERFORM
           END-IF
           IF WS-MISSING-COUNT > 0
               DISPLAY "次の前提科目が未修得です:"
               PERFORM VARYING WS-PREREQ-I FROM 1 BY 1
                       UNTIL WS-PREREQ-I > WS-MISSING-COUNT
                   DISPLAY "  " WS-MISSING-COURSE(WS-PREREQ-I)
               END-PERFORM
               DISPLAY "特例登録は学部事務室の窓口で相"
                   "談してください。"
               MOVE "N" TO WS-VALID-FLAG
           END-IF.

      * 再履修で同一科目の記録が複数あるため、最新の履修
      * （キー順で最後の学期）の評点で判定する
       CHECK-ONE-PREREQUISITE SECTION.
           IF SYL-PREREQUISITES(WS-PREREQ-I) = SPACES
               CONTINUE
           ELSE
               MOVE "23" TO WS-GRD-STATUS
               IF WS-GRD-OPEN
                   PERFORM FIND-LATEST-ATTEMPT
               END-IF
               IF NOT WS-GRD-SUCCESS
                   IF WS-MISSING-COUNT < 5
                       ADD 1 TO WS-MISSING-COUNT
                       MOVE SYL-PREREQUISITES(WS-PREREQ-I)
                           TO WS-MISSING-COURSE(WS-MISSING-COUNT)
                   END-IF
               END-IF
           END-IF.

      * 前提科目の最新の履修記録を探す。見つかってかつ評点が
      * 0を超えるときだけ修得済み（WS-GRD-SUCCESS）とする
       FIND-LATEST-ATTEMPT SECTION.
           MOVE "23" TO WS-GRD-STATUS
           MOVE "N" TO WS-GRD-SCAN-DONE-FLAG
           MOVE ZERO TO WS-LATEST-POINT
           MOVE "N" TO WS-ATTEMPT-FOUND-FLAG
           MOVE WS-INPUT-STUDENT-ID TO GRD-STUDENT-ID
           MOVE SYL-PREREQUISITES(WS-PREREQ-I) TO GRD-COURSE-ID
           MOVE SYL-PREREQUISITES(WS-PREREQ-I)
               TO WS-PREREQ-COURSE
           MOVE LOW-VALUES TO GRD-SEMESTER
           START GRADE-FILE KEY >= GRD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-GRD-SCAN-DONE-FLAG
           END-START
           PERFORM UNTIL WS-GRD-SCAN-DONE
               READ GRADE-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-GRD-SCAN-DONE-FLAG
                   NOT AT END
                       IF GRD-STUDENT-ID NOT = WS-INPUT-STUDENT-ID
                       OR GRD-COURSE-ID NOT = WS-PREREQ-COURSE
                           MOVE "Y" TO WS-GRD-SCAN-DONE-FLAG
                       ELSE
                           MOVE "Y" TO WS-ATTEMPT-FOUND-FLAG
                           MOVE GRD-POINT TO WS-LATEST-POINT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ATTEMPT-FOUND
           AND WS-LATEST-POINT > ZERO
               MOVE "00" TO WS-GRD-STATUS
           ELSE
               MOVE "23" TO WS-GRD-STATUS
           END-IF.

      * 同一学期に同じ曜日・時限の科目を二重に登録させない。
      * 最後に対象科目のシラバスを読み直して以降に備える
       VALIDATE-TIMETABLE-CLASH SECTION.
           MOVE SYL-DAY-OF-WEEK TO WS-TGT-DAY-OF-WEEK
           MOVE SYL-PERIOD TO WS-TGT-PERIOD
           IF WS-INPUT-SECTION-NO > ZERO
           AND WS-SEC-OPEN
               MOVE WS-INPUT-COURSE-ID TO SEC-COURSE-ID
               MOVE WS-INPUT-SECTION-NO TO SEC-NO
               READ SECTION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SEC-DAY-OF-WEEK TO WS-TGT-DAY-OF-WEEK
                       MOVE SEC-PERIOD TO WS-TGT-PERIOD
               END-READ
               MOVE "00" TO WS-SEC-STATUS
           END-IF
           MOVE "N" TO WS-CLASH-FLAG
           IF WS-TGT-DAY-OF-WEEK NOT = SPACES
           AND WS-TGT-PERIOD NOT = ZERO
               PERFORM SCAN-STUDENT-TIMETABLE
           END-IF
           MOVE WS-INPUT-COURSE-ID TO SYL-COURSE-ID
           READ SYLLABUS-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-HAS-CLASH
               DISPLAY "時間割が重複しています: "
                   WS-CLASH-COURSE-ID
               MOVE "N" TO WS-VALID-FLAG
           END-IF.

       SCAN-STUDENT-TIMETABLE SECTION.
           MOVE "N" TO WS-ENR2-SCAN-DONE-FLAG
           MOVE WS-INPUT-STUDENT-ID TO ENR-STUDENT-ID
           MOVE LOW-VALUES TO ENR-COURSE-ID
           MOVE LOW-VALUES TO ENR-SEMESTER
           START ENROLLMENT-FILE KEY >= ENR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ENR2-SCAN-DONE-FLAG
           END-START
           PERFORM UNTIL WS-HAS-CLASH OR WS-ENR2-SCAN-DONE
               READ ENROLLMENT-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-ENR2-SCAN-DONE-FLAG
                   NOT AT END
                       IF ENR-STUDENT-ID NOT = WS-INPUT-STUDENT-ID
                           MOVE "Y" TO WS-ENR2-SCAN-DONE-FLAG
                       ELSE
                           IF ENR-ACTIVE
                           AND ENR-SEMESTER = WS-INPUT-SEMESTER
                               PERFORM CHECK-ONE-TIMETABLE-SLOT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FILE-STATUS.

      * 登録済み科目の曜日時限はセクション履修ならセクション側、
      * そうでなければシラバス側の値で照合する
       CHECK-ONE-TIMETABLE-SLOT SECTION.
           MOVE ENR-SECTION-NO TO WS-ENR-SEC-WORK
           IF WS-ENR-SEC-WORK > ZERO
           AND WS-SEC-OPEN
               MOVE ENR-COURSE-ID TO SEC-COURSE-ID
               MOVE WS-ENR-SEC-WORK TO SEC-NO
               READ SECTION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SEC-DAY-OF-WEEK = WS-TGT-DAY-OF-WEEK
                       AND SEC-PERIOD = WS-TGT-PERIOD
                           MOVE "Y" TO WS-CLASH-FLAG
                           MOVE SEC-COURSE-ID
                               TO WS-CLASH-COURSE-ID
                       END-IF
               END-READ
               MOVE "00" TO WS-SEC-STATUS
           ELSE
               MOVE ENR-COURSE-ID TO SYL-COURSE-ID
               READ SYLLABUS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SYL-DAY-OF-WEEK = WS-TGT-DAY-OF-WEEK
                       AND SYL-PERIOD = WS-TGT-PERIOD
                           MOVE "Y" TO WS-CLASH-FLAG
                           MOVE SYL-COURSE-ID TO WS-CLASH-COURSE-ID
                       END-IF
               END-READ
           END-IF.

      * 抽選前の抽選科目か（抽選済みの科目は通常の先着順に戻る）
       CHECK-LOTTERY-COURSE SECTION.
           IF WS-LTC-OPEN
               MOVE WS-INPUT-COURSE-ID TO LTC-COURSE-ID
               MOVE WS-INPUT-SEMESTER TO LTC-SEMESTER
               READ LOTTERY-COURSE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF LTC-OPEN
                           MOVE "Y" TO WS-LOTTERY-FLAG
                       END-IF
               END-READ
               MOVE "00" TO WS-LTC-STATUS
           END-IF.

      * 抽選科目は履修登録せず抽選申込みとして記録する
       RECORD-LOTTERY-REQUEST SECTION.
           INITIALIZE LOTTERY-REQUEST-RECORD
           MOVE WS-INPUT-COURSE-ID TO LRQ-COURSE-ID
           MOVE WS-INPUT-SEMESTER TO LRQ-SEMESTER
           MOVE WS-INPUT-STUDENT-ID TO LRQ-STUDENT-ID
           MOVE WS-INPUT-SECTION-NO TO LRQ-SECTION-NO
           MOVE FUNCTION CURRENT-DATE(1:8) TO LRQ-REQUEST-DATE
           MOVE "R" TO LRQ-STATUS
           WRITE LOTTERY-REQUEST-RECORD
               INVALID KEY
                   DISPLAY "この科目には既に抽選申込み済"
                       "みです。"
               NOT INVALID KEY
                   DISPLAY "抽選科目のため申込みを受け付"
                       "けました。"
                   DISPLAY "結果は登録期間終了後の抽選で"
                       "決まります。"
                   MOVE "Y" TO WS-CHANGED-FLAG
           END-WRITE
           MOVE "00" TO WS-LRQ-STATUS.

      * 定員超過で断られた学生を待機リストに受け付ける。同じ
      * 科目・学期ですでに待機中なら重ねて受け付けない
       OFFER-WAITLIST SECTION.
           PERFORM CHECK-ALREADY-WAITING
           IF WS-ALREADY-WAITING
               DISPLAY "この科目はすでに待機リストに登"
                   "録済みです。"
           ELSE
               MOVE "N" TO WS-WAIT-CHOICE
               DISPLAY "待機リストに登録しますか？ (Y/N): "
               ACCEPT WS-WAIT-CHOICE
               IF WS-WAIT-YES
                   PERFORM WRITE-WAITLIST-ENTRY
               END-IF
           END-IF.

       CHECK-ALREADY-WAITING SECTION.
           MOVE "N" TO WS-ALREADY-WAITING-FLAG
           MOVE "N" TO WS-WL-SCAN-DONE-FLAG
           MOVE WS-INPUT-COURSE-ID TO WL-COURSE-ID
           START WAITLIST-FILE KEY = WL-COURSE-ID
               INVALID KEY
                   MOVE "Y" TO WS-WL-SCAN-DONE-FLAG
           END-START
           PERFORM UNTIL WS-ALREADY-WAITING OR WS-WL-SCAN-DONE
               READ WAITLIST-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-WL-SCAN-DONE-FLAG
                   NOT AT END
                       IF WL-COURSE-ID NOT = WS-INPUT-COURSE-ID
                           MOVE "Y" TO WS-WL-SCAN-DONE-FLAG
                       ELSE
                           IF WL-WAITING
                           AND WL-STUDENT-ID = WS-INPUT-STUDENT-ID
                           AND WL-SEMESTER = WS-INPUT-SEMESTER
                               MOVE "Y" TO WS-ALREADY-WAITING-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-WL-STATUS.

       WRITE-WAITLIST-ENTRY SECTION.
           PERFORM GET-NEXT-WL-NUMBER
           INITIALIZE WAITLIST-RECORD
           MOVE WS-NEXT-WL-NO TO WL-NO
           MOVE WS-INPUT-COURSE-ID TO WL-COURSE-ID
           MOVE WS-INPUT-STUDENT-ID TO WL-STUDENT-ID
           MOVE WS-INPUT-SEMESTER TO WL-SEMESTER
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WL-REQUEST-DATE
           MOVE "W" TO WL-STATUS
           MOVE WS-INPUT-SECTION-NO TO WL-SECTION-NO
           WRITE WAITLIST-RECORD
               INVALID KEY
                   DISPLAY MSG-FILE-WRITE
               NOT INVALID KEY
                   DISPLAY "待機リストに登録しました。"
                       "番号: "
                       WL-NO
                   MOVE "Y" TO WS-CHANGED-FLAG
           END-WRITE.

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

      * 取消は学年暦の履修取消期限まで。期限後の撤回は成績記録に
      * 残るため窓口で扱う
       DROP-COURSE SECTION.
           MOVE SPACES TO WS-INPUT-COURSE-ID
           DISPLAY SELF-DROP-SCREEN
           ACCEPT SELF-DROP-SCREEN
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-SAVE-TERM TO TERM-RECORD
           IF WS-TODAY > TERM-DROP-DEADLINE
               DISPLAY "履修取消期限を過ぎています。撤"
                   "回は窓口で手続きしてください。"
           ELSE
               PERFORM RESOLVE-DROP-CROSSLIST
               MOVE WS-INPUT-STUDENT-ID TO ENR-STUDENT-ID
               MOVE WS-INPUT-COURSE-ID  TO ENR-COURSE-ID
               MOVE WS-INPUT-SEMESTER   TO ENR-SEMESTER
               READ ENROLLMENT-FILE
                   INVALID KEY
                       DISPLAY "この科目は今学期に履修登録"
                           "されていません。"
                   NOT INVALID KEY
                       IF ENR-ACTIVE
                           PERFORM APPLY-DROP
                       ELSE
                           DISPLAY "この履修はすでに取消・"
                               "撤回済みです。"
                       END-IF
               END-READ
               MOVE "00" TO WS-FILE-STATUS
           END-IF.

       APPLY-DROP SECTION.
           MOVE "N" TO WS-CONFIRM
           DISPLAY "科目 " ENR-COURSE-ID
               " の履修を取り消しますか？ (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRMED
               MOVE "D" TO ENR-STATUS
               REWRITE ENROLLMENT-RECORD
                   INVALID KEY
                       DISPLAY MSG-FILE-WRITE
                   NOT INVALID KEY
                       DISPLAY "履修を取り消しました。"
                       MOVE "Y" TO WS-CHANGED-FLAG
                       MOVE WS-INPUT-COURSE-ID
                           TO WS-DROPPED-COURSE-ID
                       MOVE ENR-SEMESTER
                           TO WS-DROPPED-SEMESTER
                       MOVE ENR-SECTION-NO
                           TO WS-DROPPED-SECTION
                       PERFORM PROMOTE-NEXT-WAITING
               END-REWRITE
           END-IF.

      * 履修記録は常に正科目側に作られるため、取消でも別科目
      * 番号を正科目に読み替えてから履修記録を探す
       RESOLVE-DROP-CROSSLIST SECTION.
           IF WS-XLS-OPEN
               MOVE WS-INPUT-COURSE-ID TO XLS-ALT-COURSE-ID
               READ CROSSLIST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF XLS-ACTIVE
                           MOVE XLS-PRIMARY-COURSE-ID
                               TO WS-INPUT-COURSE-ID
                       END-IF
               END-READ
           END-IF.

      * 取消で空いた枠に、同一学期・同じセクションで待機番号が
      * 最も小さい学生を繰り上げる（保留中の学生は見送る）。
      * 本人と学部事務室向けの繰上げ通知を書き出す
       PROMOTE-NEXT-WAITING SECTION.
           MOVE "N" TO WS-PROMO-FOUND-FLAG
           MOVE "N" TO WS-PROMO-SCAN-DONE-FLAG
           MOVE ZERO TO WS-PROMO-WL-NO
           MOVE WS-DROPPED-COURSE-ID TO WL-COURSE-ID
           START WAITLIST-FILE KEY = WL-COURSE-ID
               INVALID KEY
                   MOVE "Y" TO WS-PROMO-SCAN-DONE-FLAG
           END-START
           PERFORM UNTIL WS-PROMO-FOUND OR WS-PROMO-SCAN-DONE
               READ WAITLIST-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-PROMO-SCAN-DONE-FLAG
                   NOT AT END
                       IF WL-COURSE-ID NOT = WS-DROPPED-COURSE-ID
                           MOVE "Y" TO WS-PROMO-SCAN-DONE-FLAG
                       ELSE
                           IF WL-WAITING
                           AND WL-SEMESTER = WS-DROPPED-SEMESTER
                           AND WL-SECTION-NO = WS-DROPPED-SECTION
                               PERFORM CHECK-PROMOTION-HOLD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PROMO-FOUND
               MOVE WS-PROMO-WL-NO TO WL-NO
               READ WAITLIST-FILE
                   INVALID KEY
                       DISPLAY MSG-FILE-WRITE
                   NOT INVALID KEY
                       PERFORM EXECUTE-PROMOTION
               END-READ
           END-IF
           MOVE "00" TO WS-WL-STATUS.

       CHECK-PROMOTION-HOLD SECTION.
           MOVE WL-STUDENT-ID TO STU-ID
           PERFORM CHECK-REGISTRATION-HOLD
           IF NOT WS-HLD-BLOCKED
               MOVE "Y" TO WS-PROMO-FOUND-FLAG
               MOVE WL-NO TO WS-PROMO-WL-NO
           END-IF.

      * 繰上げは他の学生の記録のため、端末には結果を表示しない
       EXECUTE-PROMOTION SECTION.
           MOVE WL-STUDENT-ID TO ENR-STUDENT-ID
           MOVE WL-COURSE-ID TO ENR-COURSE-ID
           MOVE WL-SEMESTER TO ENR-SEMESTER
           READ ENROLLMENT-FILE
               INVALID KEY
                   INITIALIZE ENROLLMENT-RECORD
                   MOVE WL-STUDENT-ID TO ENR-STUDENT-ID
                   MOVE WL-COURSE-ID TO ENR-COURSE-ID
                   MOVE WL-SEMESTER TO ENR-SEMESTER
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO ENR-ENROLL-DATE
                   MOVE "A" TO ENR-STATUS
                   MOVE WL-SECTION-NO TO ENR-SECTION-NO
                   WRITE ENROLLMENT-RECORD
                       INVALID KEY
                           DISPLAY MSG-FILE-WRITE
                   END-WRITE
               NOT INVALID KEY
                   MOVE "A" TO ENR-STATUS
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO ENR-ENROLL-DATE
                   MOVE WL-SECTION-NO TO ENR-SECTION-NO
                   REWRITE ENROLLMENT-RECORD
                       INVALID KEY
                           DISPLAY MSG-FILE-WRITE
                   END-REWRITE
           END-READ
           MOVE "P" TO WL-STATUS
           REWRITE WAITLIST-RECORD
               INVALID KEY
                   DISPLAY MSG-FILE-WRITE
           END-REWRITE
           PERFORM WRITE-PROMOTION-NOTICE.

       WRITE-PROMOTION-NOTICE SECTION.
           OPEN EXTEND PROMO-NOTICE-FILE
           IF NOT WS-PRM-SUCCESS
               OPEN OUTPUT PROMO-NOTICE-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PN-DATE
           MOVE WL-STUDENT-ID TO WS-PN-STUDENT
           MOVE WL-COURSE-ID TO WS-PN-COURSE
           MOVE
               "待機リストから履修登録に繰り上げら"
               & "れました"
               TO WS-PN-TEXT
           MOVE WS-PROMO-DETAIL TO PROMO-NOTICE-LINE
           WRITE PROMO-NOTICE-LINE
           MOVE "学部事務室控: 上記繰上げを登録済"
               TO WS-PN-TEXT
           MOVE WS-PROMO-DETAIL TO PROMO-NOTICE-LINE
           WRITE PROMO-NOTICE-LINE
           CLOSE PROMO-NOTICE-FILE
           MOVE "00" TO WS-PRM-STATUS.

      * 今学期の登録中の科目を曜日・時限順の時間割として印刷し、
      * 待機中・抽選申込み中の科目も併せて示す
       PRINT-CONFIRMATION SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           MOVE WS-SAVE-TERM TO TERM-RECORD
           PERFORM LOAD-TIMETABLE
           PERFORM SORT-TIMETABLE
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "timetable_confirm_" DELIMITED BY SIZE
                   WS-INPUT-STUDENT-ID DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-INPUT-SEMESTER DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-TODAY DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-SUCCESS
               DISPLAY MSG-FILE-WRITE
           ELSE
               PERFORM WRITE-CONFIRMATION
               CLOSE REPORT-FILE
               DISPLAY "時間割確認書を印刷しました: "
                   WS-REPORT-FILENAME
           END-IF.

       WRITE-CONFIRMATION SECTION.
           WRITE REPORT-LINE FROM WS-HEADER1
           WRITE REPORT-LINE FROM WS-REPORT-TITLE
           WRITE REPORT-LINE FROM WS-HEADER1
           MOVE WS-INPUT-STUDENT-ID TO WS-SL-STUDENT-ID
           MOVE WS-STUDENT-NAME TO WS-SL-NAME
           WRITE REPORT-LINE FROM WS-STUDENT-LINE
           MOVE WS-INPUT-SEMESTER TO WS-TL-SEMESTER
           MOVE WS-TODAY TO WS-TL-DATE
           MOVE TERM-DROP-DEADLINE TO WS-TL-DROP-DEADLINE
           WRITE REPORT-LINE FROM WS-TERM-LINE
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HEADER
           WRITE REPORT-LINE FROM WS-RULE-LINE
           MOVE ZERO TO WS-TT-CREDIT-TOTAL
           PERFORM VARYING WS-TT-I FROM 1 BY 1
                   UNTIL WS-TT-I > WS-TT-COUNT
               MOVE WS-TT-DAY(WS-TT-I) TO WS-DL-DAY
               MOVE WS-TT-PERIOD(WS-TT-I) TO WS-DL-PERIOD
               MOVE WS-TT-COURSE(WS-TT-I) TO WS-DL-COURSE
               MOVE WS-TT-NAME(WS-TT-I) TO WS-DL-NAME
               IF WS-TT-SECTION(WS-TT-I) = ZERO
                   MOVE SPACES TO WS-DL-SECTION
               ELSE
                   MOVE WS-TT-SECTION(WS-TT-I) TO WS-DL-SECTION
               END-IF
               MOVE WS-TT-CREDITS(WS-TT-I) TO WS-DL-CREDITS
               MOVE WS-TT-ROOM(WS-TT-I) TO WS-DL-ROOM
               ADD WS-TT-CREDITS(WS-TT-I) TO WS-TT-CREDIT-TOTAL
               WRITE REPORT-LINE FROM WS-DETAIL-LINE
           END-PERFORM
           WRITE REPORT-LINE FROM WS-RULE-LINE
           MOVE WS-TT-COUNT TO WS-TO-COUNT
           MOVE WS-TT-CREDIT-TOTAL TO WS-TO-CREDITS
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE "待機中・抽選申込み中の科目"
               TO WS-PENDING-TITLE
           WRITE REPORT-LINE FROM WS-PENDING-TITLE
           MOVE ZERO TO WS-PENDING-COUNT
           PERFORM WRITE-WAITING-ENTRIES
           PERFORM WRITE-LOTTERY-ENTRIES
           IF WS-PENDING-COUNT = ZERO
               MOVE "  なし" TO WS-PENDING-TITLE
               WRITE REPORT-LINE FROM WS-PENDING-TITLE
           END-IF
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-FOOTER-LINE.

       LOAD-TIMETABLE SECTION.
           MOVE ZERO TO WS-TT-COUNT
           MOVE "N" TO WS-ENR2-SCAN-DONE-FLAG
           MOVE WS-INPUT-STUDENT-ID TO ENR-STUDENT-ID
           MOVE LOW-VALUES TO ENR-COURSE-ID
           MOVE LOW-VALUES TO ENR-SEMESTER
           START ENROLLMENT-FILE KEY >= ENR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-ENR2-SCAN-DONE-FLAG
           END-START
           PERFORM UNTIL WS-ENR2-SCAN-DONE
               READ ENROLLMENT-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-ENR2-SCAN-DONE-FLAG
                   NOT AT END
                       IF ENR-STUDENT-ID NOT = WS-INPUT-STUDENT-ID
                           MOVE "Y" TO WS-ENR2-SCAN-DONE-FLAG
                       ELSE
                           IF ENR-ACTIVE
                           AND ENR-SEMESTER = WS-INPUT-SEMESTER
                           AND WS-TT-COUNT < 40
                               PERFORM ADD-TIMETABLE-ENTRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FILE-STATUS.

      * 曜日時限と教室はセクション履修ならセクション側の値を使う
       ADD-TIMETABLE-ENTRY SECTION.
           ADD 1 TO WS-TT-COUNT
           MOVE ENR-COURSE-ID TO WS-TT-COURSE(WS-TT-COUNT)
           MOVE ENR-SECTION-NO TO WS-TT-SECTION(WS-TT-COUNT)
           MOVE SPACES TO WS-TT-NAME(WS-TT-COUNT)
           MOVE SPACE TO WS-TT-DAY(WS-TT-COUNT)
           MOVE ZERO TO WS-TT-PERIOD(WS-TT-COUNT)
           MOVE ZERO TO WS-TT-CREDITS(WS-TT-COUNT)
           MOVE SPACES TO WS-TT-ROOM(WS-TT-COUNT)
           MOVE ENR-COURSE-ID TO SYL-COURSE-ID
           READ SYLLABUS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SYL-COURSE-NAME TO WS-TT-NAME(WS-TT-COUNT)
                   MOVE SYL-DAY-OF-WEEK TO WS-TT-DAY(WS-TT-COUNT)
                   MOVE SYL-PERIOD TO WS-TT-PERIOD(WS-TT-COUNT)
                   MOVE SYL-CREDITS TO WS-TT-CREDITS(WS-TT-COUNT)
                   MOVE SYL-CLASSROOM TO WS-TT-ROOM(WS-TT-COUNT)
           END-READ
           MOVE ENR-SECTION-NO TO WS-ENR-SEC-WORK
           IF WS-ENR-SEC-WORK > ZERO
           AND WS-SEC-OPEN
               MOVE ENR-COURSE-ID TO SEC-COURSE-ID
               MOVE WS-ENR-SEC-WORK TO SEC-NO
               READ SECTION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SEC-DAY-OF-WEEK
                           TO WS-TT-DAY(WS-TT-COUNT)
                       MOVE SEC-PERIOD TO WS-TT-PERIOD(WS-TT-COUNT)
                       MOVE SEC-CLASSROOM TO WS-TT-ROOM(WS-TT-COUNT)
               END-READ
               MOVE "00" TO WS-SEC-STATUS
           END-IF.

       SORT-TIMETABLE SECTION.
           IF WS-TT-COUNT > 1
               PERFORM VARYING WS-TT-I FROM 1 BY 1
                       UNTIL WS-TT-I >= WS-TT-COUNT
                   PERFORM VARYING WS-TT-J FROM 1 BY 1
                           UNTIL WS-TT-J > WS-TT-COUNT - WS-TT-I
                       IF WS-TT-SORT-KEY(WS-TT-J) >
                          WS-TT-SORT-KEY(WS-TT-J + 1)
                           MOVE WS-TT-ENTRY(WS-TT-J) TO WS-TT-SWAP
                           MOVE WS-TT-ENTRY(WS-TT-J + 1)
                               TO WS-TT-ENTRY(WS-TT-J)
                           MOVE WS-TT-SWAP
                               TO WS-TT-ENTRY(WS-TT-J + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       WRITE-WAITING-ENTRIES SECTION.
           MOVE "N" TO WS-WL-SCAN-DONE-FLAG
           MOVE ZERO TO WL-NO
           START WAITLIST-FILE KEY >= WL-NO
               INVALID KEY
                   MOVE "Y" TO WS-WL-SCAN-DONE-FLAG
           END-START
           PERFORM UNTIL WS-WL-SCAN-DONE
               READ WAITLIST-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-WL-SCAN-DONE-FLAG
                   NOT AT END
                       IF WL-WAITING
                       AND WL-STUDENT-ID = WS-INPUT-STUDENT-ID
                       AND WL-SEMESTER = WS-INPUT-SEMESTER
                           MOVE WL-COURSE-ID TO WS-PL-COURSE
                           PERFORM READ-PENDING-COURSE-NAME
                           MOVE WL-NO TO WS-PL-WL-NO
                           MOVE SPACES TO WS-PL-NOTE
                           STRING "待機中  番号 " DELIMITED BY SIZE
                                   WS-PL-WL-NO DELIMITED BY SIZE
                               INTO WS-PL-NOTE
                           WRITE REPORT-LINE FROM WS-PENDING-LINE
                           ADD 1 TO WS-PENDING-COUNT
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-WL-STATUS.

       WRITE-LOTTERY-ENTRIES SECTION.
           IF WS-LTC-OPEN
               MOVE LOW-VALUES TO LRQ-KEY
               START LOTTERY-REQUEST-FILE KEY >= LRQ-KEY
                   INVALID KEY
                       MOVE "10" TO WS-LRQ-STATUS
               END-START
               PERFORM UNTIL WS-LRQ-EOF
                   READ LOTTERY-REQUEST-FILE NEXT
                       AT END
                           MOVE "10" TO WS-LRQ-STATUS
                       NOT AT END
                           IF LRQ-PENDING
                           AND LRQ-STUDENT-ID = WS-INPUT-STUDENT-ID
                           AND LRQ-SEMESTER = WS-INPUT-SEMESTER
                               MOVE LRQ-COURSE-ID TO WS-PL-COURSE
                               PERFORM READ-PENDING-COURSE-NAME
                               MOVE "抽選申込み中" TO WS-PL-NOTE
                               WRITE REPORT-LINE FROM WS-PENDING-LINE
                               ADD 1 TO WS-PENDING-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-LRQ-STATUS
           END-IF.

       READ-PENDING-COURSE-NAME SECTION.
           MOVE SPACES TO WS-PL-NAME
           MOVE WS-PL-COURSE TO SYL-COURSE-ID
           READ SYLLABUS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SYL-COURSE-NAME TO WS-PL-NAME
           END-READ.

       CHECK-CONTINUE SECTION.
           DISPLAY CONTINUE-SCREEN
           ACCEPT CONTINUE-SCREEN.
