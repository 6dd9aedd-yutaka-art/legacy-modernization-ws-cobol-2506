******************************************************************
      * シラバス管理システム - 非常勤講師 出講実績・謝金抽出バッチ
      *
      * 非常勤講師（教員マスタの職名に「非常勤」を含む教員）の
      * 指定月の実際の出講コマ数を数え、人事向けの固定長の謝金
      * 抽出ファイルと、学科長が確認・押印する学科別の出講実績
      * 確認書を出力する。
      *  - 授業日：学期期間（term.dat）内の月〜土曜日で、
      *    休日（holiday.dat）を除く。科目の学期がその日の学期と
      *    一致するものだけを数える
      *  - 担当：有効なセクションがある科目はセクションの担当教員
      *    （未設定なら科目の担当教員）、セクションがない科目は
      *    科目の担当教員と共同担当教員
      *  - 授業回の例外（session_exception.dat）：予定日の休講は
      *    差し引き、月内の補講は加える
      * 年度は4月始まりとし、対象月の年度の科目（年度未設定の
      * 科目を含む）を対象とする
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLPAY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT SECTION-FILE
               ASSIGN TO "course_section.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-KEY
               FILE STATUS IS WS-SEC-STATUS.

           SELECT CLASS-EXC-FILE
               ASSIGN TO "session_exception.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEX-KEY
               FILE STATUS IS WS-CEX-STATUS.

           SELECT TERM-FILE
               ASSIGN TO "term.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-SEMESTER
               FILE STATUS IS WS-TERM-STATUS.

           SELECT HOLIDAY-FILE
               ASSIGN TO "holiday.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOLIDAY-DATE
               FILE STATUS IS WS-HOL-STATUS.

           SELECT EXTRACT-FILE
               ASSIGN TO WS-EXTRACT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TEACHER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TEAFILE.

       FD  DEPARTMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DEPFILE.

       FD  SYLLABUS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SYLFILE.

       FD  SECTION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SECFILE.

       FD  CLASS-EXC-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CEXFILE.

       FD  TERM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TERMFILE.

       FD  HOLIDAY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HOLIDAYFILE.

       FD  EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXTRACT-RECORD           PIC X(80).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TEA-STATUS            PIC XX VALUE "00".
           88  WS-TEA-SUCCESS       VALUE "00".
           88  WS-TEA-EOF           VALUE "10".

       01  WS-DEP-STATUS            PIC XX VALUE "00".
           88  WS-DEP-SUCCESS       VALUE "00".
       01  WS-DEP-OPEN-FLAG         PIC X VALUE "N".
           88  WS-DEP-OPEN          VALUE "Y".

       01  WS-SYL-STATUS            PIC XX VALUE "00".
           88  WS-SYL-SUCCESS       VALUE "00".
           88  WS-SYL-EOF           VALUE "10".

       01  WS-SEC-STATUS            PIC XX VALUE "00".
           88  WS-SEC-SUCCESS       VALUE "00".
           88  WS-SEC-EOF           VALUE "10".
       01  WS-SEC-OPEN-FLAG         PIC X VALUE "N".
           88  WS-SEC-OPEN          VALUE "Y".

       01  WS-CEX-STATUS            PIC XX VALUE "00".
           88  WS-CEX-SUCCESS       VALUE "00".
           88  WS-CEX-EOF           VALUE "10".
       01  WS-CEX-OPEN-FLAG         PIC X VALUE "N".
           88  WS-CEX-OPEN          VALUE "Y".

       01  WS-TERM-STATUS           PIC XX VALUE "00".
           88  WS-TERM-SUCCESS      VALUE "00".
           88  WS-TERM-EOF          VALUE "10".

       01  WS-HOL-STATUS            PIC XX VALUE "00".
           88  WS-HOL-SUCCESS       VALUE "00".
       01  WS-HOL-OPEN-FLAG         PIC X VALUE "N".
           88  WS-HOL-OPEN          VALUE "Y".

       01  WS-EXTRACT-STATUS        PIC XX VALUE "00".
           88  WS-EXTRACT-SUCCESS   VALUE "00".
       01  WS-REPORT-STATUS         PIC XX VALUE "00".
           88  WS-REPORT-SUCCESS    VALUE "00".

       01  WS-EXTRACT-FILENAME      PIC X(40) VALUE SPACES.
       01  WS-REPORT-FILENAME       PIC X(40) VALUE SPACES.

       01  WS-FILES-OK-FLAG         PIC X VALUE "N".
           88  WS-FILES-OK          VALUE "Y".

       01  WS-CURRENT-DATE          PIC 9(8) VALUE ZERO.

      * 対象年月と、その月の初日・末日
       01  WS-TARGET-MONTH          PIC 9(6) VALUE ZERO.
       01  WS-TARGET-MONTH-R REDEFINES WS-TARGET-MONTH.
           05  WS-TARGET-YEAR       PIC 9(4).
           05  WS-TARGET-MM         PIC 9(2).
       01  WS-ACADEMIC-YEAR         PIC 9(4) VALUE ZERO.
       01  WS-MONTH-START           PIC 9(8) VALUE ZERO.
       01  WS-MONTH-END             PIC 9(8) VALUE ZERO.
       01  WS-MONTH-LAST-DAY        PIC 9(2) VALUE ZERO.
       01  WS-LEAP-QUOT             PIC 9(4) VALUE ZERO.
       01  WS-LEAP-REM-4            PIC 9(3) VALUE ZERO.
       01  WS-LEAP-REM-100          PIC 9(3) VALUE ZERO.
       01  WS-LEAP-REM-400          PIC 9(3) VALUE ZERO.

       01  WS-MONTH-DAYS-VALUES     PIC X(24)
           VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS        PIC 9(2) OCCURS 12 TIMES.

      * 学期期間表（term.dat）
       01  WS-TERM-TABLE.
           05  WS-TM-COUNT          PIC 9(2) VALUE ZERO.
           05  WS-TM-ENTRY OCCURS 20 TIMES.
               10  WS-TM-SEMESTER   PIC X(2).
               10  WS-TM-START      PIC 9(8).
               10  WS-TM-END        PIC 9(8).

      * 非常勤講師表。学科・教員IDの順に並べ替えて使う
       01  WS-PT-TABLE.
           05  WS-PT-COUNT          PIC 9(4) VALUE ZERO.
           05  WS-PT-ENTRY OCCURS 500 TIMES.
               10  WS-PT-SORT-KEY.
                   15  WS-PT-DEPT   PIC X(4).
                   15  WS-PT-ID     PIC X(5).
               10  WS-PT-NAME       PIC X(40).
               10  WS-PT-SCHEDULED  PIC 9(3).
               10  WS-PT-CANCELLED  PIC 9(3).
               10  WS-PT-MAKEUP     PIC 9(3).
       01  WS-PT-SWAP               PIC X(58).
       01  WS-PT-HELD               PIC 9(3) VALUE ZERO.

      * 週間の担当コマ表（科目・学期・曜日・担当講師）
       01  WS-SLOT-TABLE.
           05  WS-SL-COUNT          PIC 9(4) VALUE ZERO.
           05  WS-SL-ENTRY OCCURS 3000 TIMES.
               10  WS-SL-COURSE-ID  PIC X(6).
               10  WS-SL-SEMESTER   PIC X(2).
               10  WS-SL-DAY        PIC 9(1).
               10  WS-SL-PT-IDX     PIC 9(4).

       01  WS-I                     PIC 9(4) VALUE ZERO.
       01  WS-J                     PIC 9(4) VALUE ZERO.
       01  WS-K                     PIC 9(4) VALUE ZERO.
       01  WS-CO-IDX                PIC 9(1) VALUE ZERO.
       01  WS-TITLE-HIT             PIC 9(2) VALUE ZERO.
       01  WS-FIND-ID               PIC X(5) VALUE SPACES.
       01  WS-FOUND-IDX             PIC 9(4) VALUE ZERO.
       01  WS-SLOT-TEACHER          PIC X(5) VALUE SPACES.
       01  WS-SLOT-DAY              PIC X(1) VALUE SPACE.
       01  WS-SECTION-COUNT         PIC 9(3) VALUE ZERO.

      * 日付ごとの判定
       01  WS-DAY-NO                PIC 9(2) VALUE ZERO.
       01  WS-CHECK-DATE            PIC 9(8) VALUE ZERO.
       01  WS-DATE-SEMESTER         PIC X(2) VALUE SPACES.
       01  WS-CLASS-DAY-FLAG        PIC X VALUE "N".
           88  WS-CLASS-DAY         VALUE "Y".
       01  WS-DERIVED-DAY           PIC 9(1) VALUE ZERO.
       01  WS-ZC-DATE.
           05  WS-ZC-YEAR           PIC 9(4).
           05  WS-ZC-MONTH          PIC 9(2).
           05  WS-ZC-DAY            PIC 9(2).
       01  WS-ZC-K                  PIC 9(2) VALUE ZERO.
       01  WS-ZC-J                  PIC 9(2) VALUE ZERO.
       01  WS-ZC-T1                 PIC 9(4) VALUE ZERO.
       01  WS-ZC-T2                 PIC 9(4) VALUE ZERO.
       01  WS-ZC-T3                 PIC 9(4) VALUE ZERO.
       01  WS-ZC-T4                 PIC 9(5) VALUE ZERO.
       01  WS-ZC-SUM                PIC 9(5) VALUE ZERO.
       01  WS-ZC-H                  PIC 9(1) VALUE ZERO.

       01  WS-EXTRACT-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-TOTAL-HELD            PIC 9(7) VALUE ZERO.
       01  WS-DEPT-COUNT            PIC 9(4) VALUE ZERO.

      * 謝金抽出ファイルのレコード（見出し H・明細 D・末尾 T）
       01  WS-EXT-HEADER.
           05  FILLER               PIC X(01) VALUE "H".
           05  FILLER               PIC X(08) VALUE "SYLPAY  ".
           05  WS-EXH-MONTH         PIC 9(06).
           05  WS-EXH-CREATE-DATE   PIC 9(08).
           05  FILLER               PIC X(57) VALUE SPACES.

       01  WS-EXT-DETAIL.
           05  FILLER               PIC X(01) VALUE "D".
           05  WS-EXD-TEA-ID        PIC X(05).
           05  WS-EXD-DEPT          PIC X(04).
           05  WS-EXD-MONTH         PIC 9(06).
           05  WS-EXD-SCHEDULED     PIC 9(03).
           05  WS-EXD-CANCELLED     PIC 9(03).
           05  WS-EXD-MAKEUP        PIC 9(03).
           05  WS-EXD-HELD          PIC 9(03).
           05  WS-EXD-NAME          PIC X(40).
           05  FILLER               PIC X(12) VALUE SPACES.

       01  WS-EXT-TRAILER.
           05  FILLER               PIC X(01) VALUE "T".
           05  WS-EXT-RECORD-COUNT  PIC 9(06).
           05  WS-EXT-HELD-TOTAL    PIC 9(07).
           05  FILLER               PIC X(66) VALUE SPACES.

      * 学科長確認書の行
       01  WS-RPT-TITLE.
           05  FILLER               PIC X(80) VALUE
               "非常勤講師 出講実績確認書".

       01  WS-RPT-MONTH-LINE.
           05  FILLER               PIC X(14) VALUE "対象年月: ".
           05  WS-RM-YEAR           PIC 9(4).
           05  FILLER               PIC X(01) VALUE "/".
           05  WS-RM-MONTH          PIC 9(2).
           05  FILLER               PIC X(04) VALUE SPACES.
           05  FILLER               PIC X(11) VALUE "作成日: ".
           05  WS-RM-CREATE-DATE    PIC 9(8).
           05  FILLER               PIC X(36) VALUE SPACES.

       01  WS-RPT-DEPT-LINE.
           05  FILLER               PIC X(08) VALUE "学科: ".
           05  WS-RD-DEPT-ID        PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RD-DEPT-NAME      PIC X(30).
           05  FILLER               PIC X(37) VALUE SPACES.

       01  WS-RPT-CHAIR-LINE.
           05  FILLER               PIC X(11) VALUE "学科長: ".
           05  WS-RC-CHAIR-ID       PIC X(05).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-RC-CHAIR-NAME     PIC X(40).
           05  FILLER               PIC X(23) VALUE SPACES.

       01  WS-RPT-COLUMN-LINE.
           05  FILLER               PIC X(08) VALUE "教員ID".
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(40) VALUE "氏名".
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(06) VALUE "予定".
           05  FILLER               PIC X(06) VALUE "休講".
           05  FILLER               PIC X(06) VALUE "補講".
           05  FILLER               PIC X(06) VALUE "実施".
           05  FILLER               PIC X(04) VALUE SPACES.

       01  WS-RPT-DETAIL-LINE.
           05  WS-RL-TEA-ID         PIC X(05).
           05  FILLER               PIC X(05) VALUE SPACES.
           05  WS-RL-NAME           PIC X(40).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-RL-SCHEDULED      PIC ZZ9.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-RL-CANCELLED      PIC ZZ9.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-RL-MAKEUP         PIC ZZ9.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-RL-HELD           PIC ZZ9.
           05  FILLER               PIC X(07) VALUE SPACES.

       01  WS-RPT-TOTAL-LINE.
           05  FILLER               PIC X(10) VALUE "学科計".
           05  FILLER               PIC X(42) VALUE SPACES.
           05  WS-RT-SCHEDULED      PIC ZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-RT-CANCELLED      PIC ZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-RT-MAKEUP         PIC ZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-RT-HELD           PIC ZZZ9.
           05  FILLER               PIC X(06) VALUE SPACES.

       01  WS-RPT-CONFIRM-LINE.
           05  FILLER               PIC X(80) VALUE
               "上記のとおり出講実績を確認しました。".

       01  WS-RPT-SIGN-LINE.
           05  FILLER               PIC X(80) VALUE
               "学科長確認印: __________ 確認日: ____/__/__".

       01  WS-RPT-SEPARATOR         PIC X(80) VALUE ALL "=".
       01  WS-RPT-RULE              PIC X(80) VALUE ALL "-".

       01  WS-CUR-DEPT              PIC X(4) VALUE SPACES.
       01  WS-DEPT-SCHEDULED        PIC 9(4) VALUE ZERO.
       01  WS-DEPT-CANCELLED        PIC 9(4) VALUE ZERO.
       01  WS-DEPT-MAKEUP           PIC 9(4) VALUE ZERO.
       01  WS-DEPT-HELD             PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           DISPLAY "対象年月 (YYYYMM): "
           ACCEPT WS-TARGET-MONTH
           IF WS-TARGET-YEAR < 2000
           OR WS-TARGET-MM < 1 OR WS-TARGET-MM > 12
               DISPLAY "エラー: 対象年月が"
                   "正しくありません。"
           ELSE
               PERFORM OPEN-FILES
               IF WS-FILES-OK
                   PERFORM SET-MONTH-RANGE
                   PERFORM LOAD-TERMS
                   PERFORM LOAD-PART-TIMERS
                   PERFORM SORT-PART-TIMERS
                   PERFORM BUILD-SLOTS
                   PERFORM COUNT-REGULAR-MEETINGS
                   PERFORM COUNT-MAKEUP-MEETINGS
                   PERFORM WRITE-PAY-EXTRACT
                   PERFORM WRITE-CHAIR-SUMMARY
                   DISPLAY "非常勤講師の出講実績を"
                       "出力しました。"
                   DISPLAY "謝金抽出: " WS-EXTRACT-FILENAME
                   DISPLAY "確認書: " WS-REPORT-FILENAME
                   DISPLAY "対象講師: " WS-EXTRACT-COUNT
                       "  実施コマ合計: " WS-TOTAL-HELD
               END-IF
               PERFORM CLOSE-FILES
           END-IF
           GOBACK.

       OPEN-FILES SECTION.
           MOVE "N" TO WS-FILES-OK-FLAG
           OPEN INPUT TEACHER-FILE
           OPEN INPUT SYLLABUS-FILE
           OPEN INPUT TERM-FILE
           IF NOT WS-TEA-SUCCESS
               DISPLAY "エラー: 教員ファイルが"
                   "見つかりません。"
           ELSE
               IF NOT WS-SYL-SUCCESS
                   DISPLAY "エラー: シラバスファイルが"
                       "見つかりません。"
               ELSE
                   IF NOT WS-TERM-SUCCESS
                       DISPLAY "エラー: 学期ファイルが"
                           "見つかりません。"
                   ELSE
                       MOVE "Y" TO WS-FILES-OK-FLAG
                   END-IF
               END-IF
           END-IF
           MOVE "N" TO WS-DEP-OPEN-FLAG
           OPEN INPUT DEPARTMENT-FILE
           IF WS-DEP-SUCCESS
               MOVE "Y" TO WS-DEP-OPEN-FLAG
           END-IF
           MOVE "N" TO WS-SEC-OPEN-FLAG
           OPEN INPUT SECTION-FILE
           IF WS-SEC-SUCCESS
               MOVE "Y" TO WS-SEC-OPEN-FLAG
           END-IF
           MOVE "N" TO WS-CEX-OPEN-FLAG
           OPEN INPUT CLASS-EXC-FILE
           IF WS-CEX-SUCCESS
               MOVE "Y" TO WS-CEX-OPEN-FLAG
           END-IF
           MOVE "N" TO WS-HOL-OPEN-FLAG
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOL-SUCCESS
               MOVE "Y" TO WS-HOL-OPEN-FLAG
           END-IF
           IF WS-FILES-OK
               MOVE SPACES TO WS-EXTRACT-FILENAME
               STRING "pt_pay_extract_" DELIMITED BY SIZE
                      WS-TARGET-MONTH DELIMITED BY SIZE
                      ".txt" DELIMITED BY SIZE
                   INTO WS-EXTRACT-FILENAME
               MOVE SPACES TO WS-REPORT-FILENAME
               STRING "pt_pay_summary_" DELIMITED BY SIZE
                      WS-TARGET-MONTH DELIMITED BY SIZE
                      ".txt" DELIMITED BY SIZE
                   INTO WS-REPORT-FILENAME
               OPEN OUTPUT EXTRACT-FILE
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-EXTRACT-SUCCESS
               OR NOT WS-REPORT-SUCCESS
                   DISPLAY "エラー: 出力ファイルを"
                       "作成できません。"
                   MOVE "N" TO WS-FILES-OK-FLAG
               END-IF
           END-IF.

       CLOSE-FILES SECTION.
           CLOSE TEACHER-FILE
           CLOSE SYLLABUS-FILE
           CLOSE TERM-FILE
           IF WS-DEP-OPEN
               CLOSE DEPARTMENT-FILE
           END-IF
           IF WS-SEC-OPEN
               CLOSE SECTION-FILE
           END-IF
           IF WS-CEX-OPEN
               CLOSE CLASS-EXC-FILE
           END-IF
           IF WS-HOL-OPEN
               CLOSE HOLIDAY-FILE
           END-IF
           IF WS-EXTRACT-SUCCESS
               CLOSE EXTRACT-FILE
           END-IF
           IF WS-REPORT-SUCCESS
               CLOSE REPORT-FILE
           END-IF.

      * 対象月の初日・末日（うるう年の2月は29日）と年度を求める
       SET-MONTH-RANGE SECTION.
           MOVE WS-MONTH-DAYS(WS-TARGET-MM) TO WS-MONTH-LAST-DAY
           IF WS-TARGET-MM = 2
               DIVIDE WS-TARGET-YEAR BY 4 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-TARGET-YEAR BY 100 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-TARGET-YEAR BY 400 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-400 = ZERO
               OR (WS-LEAP-REM-4 = ZERO
                   AND WS-LEAP-REM-100 NOT = ZERO)
                   MOVE 29 TO WS-MONTH-LAST-DAY
               END-IF
           END-IF
           COMPUTE WS-MONTH-START = WS-TARGET-MONTH * 100 + 1
           COMPUTE WS-MONTH-END = WS-TARGET-MONTH * 100
               + WS-MONTH-LAST-DAY
           IF WS-TARGET-MM >= 4
               MOVE WS-TARGET-YEAR TO WS-ACADEMIC-YEAR
           ELSE
               COMPUTE WS-ACADEMIC-YEAR = WS-TARGET-YEAR - 1
           END-IF.

       LOAD-TERMS SECTION.
           MOVE ZERO TO WS-TM-COUNT
           MOVE LOW-VALUES TO TERM-SEMESTER
           MOVE "00" TO WS-TERM-STATUS
           START TERM-FILE KEY >= TERM-SEMESTER
               INVALID KEY
                   MOVE "10" TO WS-TERM-STATUS
           END-START
           PERFORM UNTIL WS-TERM-EOF
               READ TERM-FILE NEXT
                   AT END
                       MOVE "10" TO WS-TERM-STATUS
                   NOT AT END
                       IF WS-TM-COUNT < 20
                           ADD 1 TO WS-TM-COUNT
                           MOVE TERM-SEMESTER
                               TO WS-TM-SEMESTER(WS-TM-COUNT)
                           MOVE TERM-START-DATE
                               TO WS-TM-START(WS-TM-COUNT)
                           MOVE TERM-END-DATE
                               TO WS-TM-END(WS-TM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-TERM-STATUS.

      * 職名に「非常勤」を含む教員を非常勤講師とする
       LOAD-PART-TIMERS SECTION.
           MOVE ZERO TO WS-PT-COUNT
           MOVE LOW-VALUES TO TEA-ID
           MOVE "00" TO WS-TEA-STATUS
           START TEACHER-FILE KEY >= TEA-ID
               INVALID KEY
                   MOVE "10" TO WS-TEA-STATUS
           END-START
           PERFORM UNTIL WS-TEA-EOF
               READ TEACHER-FILE NEXT
                   AT END
                       MOVE "10" TO WS-TEA-STATUS
                   NOT AT END
                       MOVE ZERO TO WS-TITLE-HIT
                       INSPECT TEA-TITLE TALLYING WS-TITLE-HIT
                           FOR ALL "非常勤"
                       IF WS-TITLE-HIT > ZERO
                       AND WS-PT-COUNT < 500
                           ADD 1 TO WS-PT-COUNT
                           MOVE TEA-DEPARTMENT-ID
                               TO WS-PT-DEPT(WS-PT-COUNT)
                           MOVE TEA-ID TO WS-PT-ID(WS-PT-COUNT)
                           MOVE SPACES TO WS-PT-NAME(WS-PT-COUNT)
                           STRING TEA-LAST-NAME DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  TEA-FIRST-NAME DELIMITED BY SIZE
                               INTO WS-PT-NAME(WS-PT-COUNT)
                           MOVE ZERO TO WS-PT-SCHEDULED(WS-PT-COUNT)
                           MOVE ZERO TO WS-PT-CANCELLED(WS-PT-COUNT)
                           MOVE ZERO TO WS-PT-MAKEUP(WS-PT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-TEA-STATUS.

      * 学科・教員IDの順に並べ替える
       SORT-PART-TIMERS SECTION.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I >= WS-PT-COUNT
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-PT-COUNT - WS-I
                   IF WS-PT-SORT-KEY(WS-J) >
                      WS-PT-SORT-KEY(WS-J + 1)
                       MOVE WS-PT-ENTRY(WS-J) TO WS-PT-SWAP
                       MOVE WS-PT-ENTRY(WS-J + 1)
                           TO WS-PT-ENTRY(WS-J)
                       MOVE WS-PT-SWAP TO WS-PT-ENTRY(WS-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * 対象年度の科目（閉講した科目を除く）から非常勤講師の
      * 週間担当コマを作る
       BUILD-SLOTS SECTION.
           MOVE ZERO TO WS-SL-COUNT
           MOVE LOW-VALUES TO SYL-COURSE-ID
           MOVE "00" TO WS-SYL-STATUS
           START SYLLABUS-FILE KEY >= SYL-COURSE-ID
               INVALID KEY
                   MOVE "10" TO WS-SYL-STATUS
           END-START
           PERFORM UNTIL WS-SYL-EOF
               READ SYLLABUS-FILE NEXT
                   AT END
                       MOVE "10" TO WS-SYL-STATUS
                   NOT AT END
                       IF (SYL-ACADEMIC-YEAR = WS-ACADEMIC-YEAR
                       OR SYL-ACADEMIC-YEAR = ZERO)
                       AND SYL-STATUS NOT = "C"
                           PERFORM BUILD-COURSE-SLOTS
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-SYL-STATUS.

       BUILD-COURSE-SLOTS SECTION.
           MOVE ZERO TO WS-SECTION-COUNT
           IF WS-SEC-OPEN
               MOVE SYL-COURSE-ID TO SEC-COURSE-ID
               MOVE ZERO TO SEC-NO
               MOVE "00" TO WS-SEC-STATUS
               START SECTION-FILE KEY >= SEC-KEY
                   INVALID KEY
                       MOVE "10" TO WS-SEC-STATUS
               END-START
               PERFORM UNTIL WS-SEC-EOF
                   READ SECTION-FILE NEXT
                       AT END
                           MOVE "10" TO WS-SEC-STATUS
                       NOT AT END
                           IF SEC-COURSE-ID NOT = SYL-COURSE-ID
                               MOVE "10" TO WS-SEC-STATUS
                           ELSE
                               IF SEC-ACTIVE
                                   ADD 1 TO WS-SECTION-COUNT
                                   MOVE SEC-TEACHER-ID
                                       TO WS-SLOT-TEACHER
                                   IF WS-SLOT-TEACHER = SPACES
                                       MOVE SYL-TEACHER-ID
                                           TO WS-SLOT-TEACHER
                                   END-IF
                                   MOVE SEC-DAY-OF-WEEK
                                       TO WS-SLOT-DAY
                                   PERFORM ADD-SLOT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-SEC-STATUS
           END-IF
           IF WS-SECTION-COUNT = ZERO
               MOVE SYL-DAY-OF-WEEK TO WS-SLOT-DAY
               MOVE SYL-TEACHER-ID TO WS-SLOT-TEACHER
               PERFORM ADD-SLOT
               PERFORM VARYING WS-CO-IDX FROM 1 BY 1
                       UNTIL WS-CO-IDX > SYL-CO-TEACHER-COUNT
                       OR WS-CO-IDX > 4
                   MOVE SYL-CO-TEACHERS(WS-CO-IDX)
                       TO WS-SLOT-TEACHER
                   PERFORM ADD-SLOT
               END-PERFORM
           END-IF.

      * 担当が非常勤講師で曜日が月〜土のときだけコマとして登録する
       ADD-SLOT SECTION.
           IF WS-SLOT-DAY >= "1" AND WS-SLOT-DAY <= "6"
           AND WS-SLOT-TEACHER NOT = SPACES
               MOVE WS-SLOT-TEACHER TO WS-FIND-ID
               PERFORM FIND-PART-TIMER
               IF WS-FOUND-IDX > ZERO
               AND WS-SL-COUNT < 3000
                   ADD 1 TO WS-SL-COUNT
                   MOVE SYL-COURSE-ID TO WS-SL-COURSE-ID(WS-SL-COUNT)
                   MOVE SYL-SEMESTER TO WS-SL-SEMESTER(WS-SL-COUNT)
                   MOVE WS-SLOT-DAY TO WS-SL-DAY(WS-SL-COUNT)
                   MOVE WS-FOUND-IDX TO WS-SL-PT-IDX(WS-SL-COUNT)
               END-IF
           END-IF.

       FIND-PART-TIMER SECTION.
           MOVE ZERO TO WS-FOUND-IDX
           PERFORM VARYING WS-K FROM 1 BY 1
                   UNTIL WS-K > WS-PT-COUNT
                   OR WS-FOUND-IDX > ZERO
               IF WS-PT-ID(WS-K) = WS-FIND-ID
                   MOVE WS-K TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

      * 対象月の授業日ごとに予定コマを数え、その日の休講を引く
       COUNT-REGULAR-MEETINGS SECTION.
           PERFORM VARYING WS-DAY-NO FROM 1 BY 1
                   UNTIL WS-DAY-NO > WS-MONTH-LAST-DAY
               COMPUTE WS-CHECK-DATE = WS-MONTH-START
                   + WS-DAY-NO - 1
               PERFORM DETERMINE-CLASS-DAY
               IF WS-CLASS-DAY
                   PERFORM VARYING WS-I FROM 1 BY 1
                           UNTIL WS-I > WS-SL-COUNT
                       IF WS-SL-DAY(WS-I) = WS-DERIVED-DAY
                       AND WS-SL-SEMESTER(WS-I) = WS-DATE-SEMESTER
                           MOVE WS-SL-PT-IDX(WS-I) TO WS-K
                           ADD 1 TO WS-PT-SCHEDULED(WS-K)
                           PERFORM CHECK-CANCELLED
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       CHECK-CANCELLED SECTION.
           IF WS-CEX-OPEN
               MOVE WS-SL-COURSE-ID(WS-I) TO CEX-COURSE-ID
               MOVE WS-CHECK-DATE TO CEX-DATE
               READ CLASS-EXC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CEX-CANCELLED
                           ADD 1 TO WS-PT-CANCELLED(WS-K)
                       END-IF
               END-READ
               MOVE "00" TO WS-CEX-STATUS
           END-IF.

      * 指定日が授業日（月〜土・学期期間内・休日でない）かを
      * 判定し、該当する学期を求める
       DETERMINE-CLASS-DAY SECTION.
           PERFORM DERIVE-WEEKDAY
           MOVE "N" TO WS-CLASS-DAY-FLAG
           MOVE SPACES TO WS-DATE-SEMESTER
           IF WS-DERIVED-DAY > ZERO
               PERFORM VARYING WS-J FROM 1 BY 1
                       UNTIL WS-J > WS-TM-COUNT
                       OR WS-CLASS-DAY
                   IF WS-CHECK-DATE >= WS-TM-START(WS-J)
                   AND WS-CHECK-DATE <= WS-TM-END(WS-J)
                       MOVE WS-TM-SEMESTER(WS-J) TO WS-DATE-SEMESTER
                       MOVE "Y" TO WS-CLASS-DAY-FLAG
                   END-IF
               END-PERFORM
           END-IF
           IF WS-CLASS-DAY
           AND WS-HOL-OPEN
               MOVE WS-CHECK-DATE TO HOLIDAY-DATE
               READ HOLIDAY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-CLASS-DAY-FLAG
               END-READ
               MOVE "00" TO WS-HOL-STATUS
           END-IF.

      * ツェラーの公式で曜日を求める（1=月〜6=土、日曜は0）
       DERIVE-WEEKDAY SECTION.
           MOVE WS-CHECK-DATE TO WS-ZC-DATE
           IF WS-ZC-MONTH <= 2
               ADD 12 TO WS-ZC-MONTH
               SUBTRACT 1 FROM WS-ZC-YEAR
           END-IF
           COMPUTE WS-ZC-J = WS-ZC-YEAR / 100
           COMPUTE WS-ZC-K = WS-ZC-YEAR - WS-ZC-J * 100
           COMPUTE WS-ZC-T1 = (13 * (WS-ZC-MONTH + 1)) / 5
           COMPUTE WS-ZC-T2 = WS-ZC-K / 4
           COMPUTE WS-ZC-T3 = WS-ZC-J / 4
           COMPUTE WS-ZC-SUM = WS-ZC-DAY + WS-ZC-T1 + WS-ZC-K
               + WS-ZC-T2 + WS-ZC-T3 + 5 * WS-ZC-J
           COMPUTE WS-ZC-T4 = WS-ZC-SUM / 7
           COMPUTE WS-ZC-H = WS-ZC-SUM - WS-ZC-T4 * 7
           EVALUATE TRUE
               WHEN WS-ZC-H >= 2
                   COMPUTE WS-DERIVED-DAY = WS-ZC-H - 1
               WHEN WS-ZC-H = 0
                   MOVE 6 TO WS-DERIVED-DAY
               WHEN OTHER
                   MOVE ZERO TO WS-DERIVED-DAY
           END-EVALUATE.

      * 対象月に実施する補講を、その科目の担当コマごとに加える
       COUNT-MAKEUP-MEETINGS SECTION.
           IF WS-CEX-OPEN
               MOVE LOW-VALUES TO CEX-KEY
               MOVE "00" TO WS-CEX-STATUS
               START CLASS-EXC-FILE KEY >= CEX-KEY
                   INVALID KEY
                       MOVE "10" TO WS-CEX-STATUS
               END-START
               PERFORM UNTIL WS-CEX-EOF
                   READ CLASS-EXC-FILE NEXT
                       AT END
                           MOVE "10" TO WS-CEX-STATUS
                       NOT AT END
                           IF CEX-MAKEUP
                           AND CEX-DATE >= WS-MONTH-START
                           AND CEX-DATE <= WS-MONTH-END
                               PERFORM ADD-MAKEUP
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-CEX-STATUS
           END-IF.

       ADD-MAKEUP SECTION.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SL-COUNT
               IF WS-SL-COURSE-ID(WS-I) = CEX-COURSE-ID
                   MOVE WS-SL-PT-IDX(WS-I) TO WS-K
                   ADD 1 TO WS-PT-MAKEUP(WS-K)
               END-IF
           END-PERFORM.

      * 講師ごとの固定長謝金抽出。予定も補講もない講師は出さない
       WRITE-PAY-EXTRACT SECTION.
           MOVE WS-TARGET-MONTH TO WS-EXH-MONTH
           MOVE WS-CURRENT-DATE TO WS-EXH-CREATE-DATE
           MOVE WS-EXT-HEADER TO EXTRACT-RECORD
           WRITE EXTRACT-RECORD
           MOVE ZERO TO WS-EXTRACT-COUNT
           MOVE ZERO TO WS-TOTAL-HELD
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-PT-COUNT
               IF WS-PT-SCHEDULED(WS-I) > ZERO
               OR WS-PT-MAKEUP(WS-I) > ZERO
                   COMPUTE WS-PT-HELD = WS-PT-SCHEDULED(WS-I)
                       - WS-PT-CANCELLED(WS-I) + WS-PT-MAKEUP(WS-I)
                   MOVE WS-PT-ID(WS-I) TO WS-EXD-TEA-ID
                   MOVE WS-PT-DEPT(WS-I) TO WS-EXD-DEPT
                   MOVE WS-TARGET-MONTH TO WS-EXD-MONTH
                   MOVE WS-PT-SCHEDULED(WS-I) TO WS-EXD-SCHEDULED
                   MOVE WS-PT-CANCELLED(WS-I) TO WS-EXD-CANCELLED
                   MOVE WS-PT-MAKEUP(WS-I) TO WS-EXD-MAKEUP
                   MOVE WS-PT-HELD TO WS-EXD-HELD
                   MOVE WS-PT-NAME(WS-I) TO WS-EXD-NAME
                   MOVE WS-EXT-DETAIL TO EXTRACT-RECORD
                   WRITE EXTRACT-RECORD
                   ADD 1 TO WS-EXTRACT-COUNT
                   ADD WS-PT-HELD TO WS-TOTAL-HELD
               END-IF
           END-PERFORM
           MOVE WS-EXTRACT-COUNT TO WS-EXT-RECORD-COUNT
           MOVE WS-TOTAL-HELD TO WS-EXT-HELD-TOTAL
           MOVE WS-EXT-TRAILER TO EXTRACT-RECORD
           WRITE EXTRACT-RECORD.

      * 学科ごとに講師の実績を並べ、学科長の確認欄を付ける
       WRITE-CHAIR-SUMMARY SECTION.
           MOVE WS-RPT-TITLE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TARGET-YEAR TO WS-RM-YEAR
           MOVE WS-TARGET-MM TO WS-RM-MONTH
           MOVE WS-CURRENT-DATE TO WS-RM-CREATE-DATE
           MOVE WS-RPT-MONTH-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZERO TO WS-DEPT-COUNT
           MOVE HIGH-VALUES TO WS-CUR-DEPT
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-PT-COUNT
               IF WS-PT-SCHEDULED(WS-I) > ZERO
               OR WS-PT-MAKEUP(WS-I) > ZERO
                   IF WS-PT-DEPT(WS-I) NOT = WS-CUR-DEPT
                       IF WS-DEPT-COUNT > ZERO
                           PERFORM WRITE-DEPT-FOOTER
                       END-IF
                       MOVE WS-PT-DEPT(WS-I) TO WS-CUR-DEPT
                       PERFORM WRITE-DEPT-HEADER
                   END-IF
                   PERFORM WRITE-SUMMARY-DETAIL
               END-IF
           END-PERFORM
           IF WS-DEPT-COUNT > ZERO
               PERFORM WRITE-DEPT-FOOTER
           ELSE
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "対象となる出講実績はありません。"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       WRITE-DEPT-HEADER SECTION.
           ADD 1 TO WS-DEPT-COUNT
           MOVE ZERO TO WS-DEPT-SCHEDULED
           MOVE ZERO TO WS-DEPT-CANCELLED
           MOVE ZERO TO WS-DEPT-MAKEUP
           MOVE ZERO TO WS-DEPT-HELD
           MOVE WS-CUR-DEPT TO WS-RD-DEPT-ID
           MOVE "（学科未登録）" TO WS-RD-DEPT-NAME
           MOVE SPACES TO WS-RC-CHAIR-ID
           MOVE SPACES TO WS-RC-CHAIR-NAME
           IF WS-DEP-OPEN
               MOVE WS-CUR-DEPT TO DEP-ID
               READ DEPARTMENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DEP-NAME TO WS-RD-DEPT-NAME
                       MOVE DEP-CHAIR-ID TO WS-RC-CHAIR-ID
               END-READ
               MOVE "00" TO WS-DEP-STATUS
           END-IF
           IF WS-RC-CHAIR-ID NOT = SPACES
               MOVE WS-RC-CHAIR-ID TO TEA-ID
               READ TEACHER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       STRING TEA-LAST-NAME DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              TEA-FIRST-NAME DELIMITED BY SIZE
                           INTO WS-RC-CHAIR-NAME
               END-READ
               MOVE "00" TO WS-TEA-STATUS
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RPT-SEPARATOR TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RPT-DEPT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RPT-CHAIR-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RPT-RULE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RPT-COLUMN-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RPT-RULE TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-SUMMARY-DETAIL SECTION.
           COMPUTE WS-PT-HELD = WS-PT-SCHEDULED(WS-I)
               - WS-PT-CANCELLED(WS-I) + WS-PT-MAKEUP(WS-I)
           MOVE WS-PT-ID(WS-I) TO WS-RL-TEA-ID
           MOVE WS-PT-NAME(WS-I) TO WS-RL-NAME
           MOVE WS-PT-SCHEDULED(WS-I) TO WS-RL-SCHEDULED
           MOVE WS-PT-CANCELLED(WS-I) TO WS-RL-CANCELLED
           MOVE WS-PT-MAKEUP(WS-I) TO WS-RL-MAKEUP
           MOVE WS-PT-HELD TO WS-RL-HELD
           MOVE WS-RPT-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD WS-PT-SCHEDULED(WS-I) TO WS-DEPT-SCHEDULED
           ADD WS-PT-CANCELLED(WS-I) TO WS-DEPT-CANCELLED
           ADD WS-PT-MAKEUP(WS-I) TO WS-DEPT-MAKEUP
           ADD WS-PT-HELD TO WS-DEPT-HELD.

       WRITE-DEPT-FOOTER SECTION.
           MOVE WS-RPT-RULE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-DEPT-SCHEDULED TO WS-RT-SCHEDULED
           MOVE WS-DEPT-CANCELLED TO WS-RT-CANCELLED
           MOVE WS-DEPT-MAKEUP TO WS-RT-MAKEUP
           MOVE WS-DEPT-HELD TO WS-RT-HELD
           MOVE WS-RPT-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RPT-CONFIRM-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-RPT-SIGN-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
