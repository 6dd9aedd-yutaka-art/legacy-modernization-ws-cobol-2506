******************************************************************
      * シラバス管理システム - 出席率レポート
      *
      * 出欠ファイル（SYLGRDの出欠入力）を科目・学期ごとに集計し、
      * 出席率が3分の2に満たない履修者を科目別に一覧出力する。
      * 授業回数は出欠を入力した授業日の数とし、後から休講に
      * なった日（SYLCEX）は数えない。遅刻・公欠は出席とする。
      * 該当した学生は要注意学生フラグ（SYLWARN）に出席不良の
      * 候補として登録し、担当教員の確認を待つ。フラグが既に
      * 立っている学生は登録し直さない
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLATT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.
       SPECIAL-NAMES.
           CONSOLE IS CRT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATTENDANCE-FILE
               ASSIGN TO "attendance.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATT-KEY
               FILE STATUS IS WS-ATT-STATUS.

           SELECT ENROLLMENT-FILE
               ASSIGN TO "enrollment.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-KEY
               ALTERNATE RECORD KEY IS ENR-COURSE-ID WITH DUPLICATES
               FILE STATUS IS WS-ENR-STATUS.

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

           SELECT CLASS-EXC-FILE
               ASSIGN TO "session_exception.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEX-KEY
               FILE STATUS IS WS-CEX-STATUS.

           SELECT WARNING-FILE
               ASSIGN TO "midterm_warning.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MWN-KEY
               FILE STATUS IS WS-MWN-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ATTENDANCE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ATTFILE.

       FD  ENROLLMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ENRFILE.

       FD  SYLLABUS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SYLFILE.

       FD  STUDENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STUFILE.

       FD  CLASS-EXC-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CEXFILE.

       FD  WARNING-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MWARNFILE.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-ATT-STATUS            PIC XX VALUE "00".
           88  WS-ATT-SUCCESS       VALUE "00".
           88  WS-ATT-EOF           VALUE "10".

       01  WS-ENR-STATUS            PIC XX VALUE "00".
           88  WS-ENR-SUCCESS       VALUE "00".
           88  WS-ENR-EOF           VALUE "10".

       01  WS-SYL-STATUS            PIC XX VALUE "00".
           88  WS-SYL-SUCCESS       VALUE "00".
           88  WS-SYL-EOF           VALUE "10".

       01  WS-STU-STATUS            PIC XX VALUE "00".
           88  WS-STU-SUCCESS       VALUE "00".

       01  WS-CEX-STATUS            PIC XX VALUE "00".
           88  WS-CEX-SUCCESS       VALUE "00".
       01  WS-CEX-OPEN-FLAG         PIC X VALUE "N".
           88  WS-CEX-OPEN          VALUE "Y".

       01  WS-MWN-STATUS            PIC XX VALUE "00".
           88  WS-MWN-SUCCESS       VALUE "00".

       01  WS-REPORT-STATUS         PIC XX VALUE "00".
           88  WS-REPORT-SUCCESS    VALUE "00".

       01  WS-CONTINUE-FLAG         PIC X VALUE "Y".
           88  WS-CONTINUE          VALUE "Y", "y".
           88  WS-EXIT              VALUE "N", "n".

       01  WS-CHOICE                PIC 9 VALUE 0.

       01  WS-CURRENT-DATE          PIC 9(8) VALUE ZERO.
       01  WS-REPORT-FILENAME       PIC X(40) VALUE SPACES.

       01  WS-INPUT-SEMESTER        PIC X(2) VALUE SPACES.
       01  WS-INPUT-COURSE-ID       PIC X(6) VALUE SPACES.

      * 科目ごとの履修名簿と出席回数
       01  WS-RS-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-RS-TABLE.
           05  WS-RS-ENTRY OCCURS 500 TIMES.
               10  WS-RS-STUDENT-ID     PIC X(7).
               10  WS-RS-ATTENDED       PIC 9(3).
       01  WS-RS-I                  PIC 9(4) VALUE ZERO.
       01  WS-RS-FOUND-FLAG         PIC X VALUE "N".
           88  WS-RS-FOUND          VALUE "Y".

       01  WS-HELD-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-PREV-DATE             PIC 9(8) VALUE ZERO.
       01  WS-DATE-HELD-FLAG        PIC X VALUE "N".
           88  WS-DATE-HELD         VALUE "Y".
       01  WS-RATE                  PIC 9(3) VALUE ZERO.
       01  WS-COURSE-HEADER-FLAG    PIC X VALUE "N".
           88  WS-COURSE-HEADER-DONE VALUE "Y".

       01  WS-COURSE-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-LOW-COUNT             PIC 9(5) VALUE ZERO.
       01  WS-CANDIDATE-COUNT       PIC 9(5) VALUE ZERO.

      * 要注意フラグのコメント（出席率と回数）
       01  WS-COMMENT-RATE          PIC ZZ9.
       01  WS-COMMENT-ATTENDED      PIC ZZ9.
       01  WS-COMMENT-HELD          PIC ZZ9.

       01  WS-HEADER1               PIC X(132) VALUE ALL "=".
       01  WS-REPORT-TITLE          PIC X(132) VALUE
           "                          出席率不足者一覧"
           & "（3分の2未満）".
       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-CONDITION-LINE.
           05  FILLER               PIC X(10) VALUE "学期: ".
           05  WS-CL-SEMESTER       PIC X(2).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(12) VALUE "作成日: ".
           05  WS-CL-DATE           PIC 9(8).
           05  FILLER               PIC X(96) VALUE SPACES.

       01  WS-COURSE-HEADER.
           05  FILLER               PIC X(11) VALUE "【科目: ".
           05  WS-CH-COURSE-ID      PIC X(6).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-CH-COURSE-NAME    PIC X(30).
           05  FILLER               PIC X(16) VALUE
               "  授業回数: ".
           05  WS-CH-HELD           PIC ZZ9.
           05  FILLER               PIC X(6) VALUE "回】".
           05  FILLER               PIC X(59) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  FILLER               PIC X(12) VALUE "学籍番号".
           05  FILLER               PIC X(1) VALUE SPACES.
           05  FILLER               PIC X(44) VALUE "氏名".
           05  FILLER               PIC X(2) VALUE SPACES.
           05  FILLER               PIC X(7) VALUE "出席".
           05  FILLER               PIC X(2) VALUE SPACES.
           05  FILLER               PIC X(6) VALUE "率".
           05  FILLER               PIC X(2) VALUE SPACES.
           05  FILLER               PIC X(24) VALUE "候補登録".
           05  FILLER               PIC X(30) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DT-STUDENT        PIC X(7).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-DT-NAME           PIC X(41).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DT-ATTENDED       PIC ZZ9.
           05  FILLER               PIC X(1) VALUE "/".
           05  WS-DT-HELD           PIC ZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DT-RATE           PIC ZZ9.
           05  FILLER               PIC X(1) VALUE "%".
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-DT-CANDIDATE      PIC X(24).
           05  FILLER               PIC X(35) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER               PIC X(14) VALUE "対象科目: ".
           05  WS-SM-COURSES        PIC ZZZ9.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(17) VALUE "不足者: ".
           05  WS-SM-LOW            PIC ZZZZ9.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(21) VALUE "候補登録: ".
           05  WS-SM-CANDIDATES     PIC ZZZZ9.
           05  FILLER               PIC X(58) VALUE SPACES.

       COPY LIBERROR.

       SCREEN SECTION.
       01  ATT-MENU-SCREEN.
           05  LINE 2 COL 1         VALUE "出席率レポート".
           05  LINE 4 COL 1         VALUE
               "1. 出席率不足者一覧・警告候補登録".
           05  LINE 5 COL 1         VALUE "9. 戻る".
           05  LINE 7 COL 1         VALUE "選択: ".
           05  LINE 7 COL 8         PIC 9 USING WS-CHOICE.

       01  ATT-INPUT-SCREEN.
           05  LINE 9 COL 1         VALUE "学期: ".
           05  LINE 9 COL 8         PIC X(2) USING WS-INPUT-SEMESTER.
           05  LINE 10 COL 1        VALUE
               "科目コード(空白=全科目): ".
           05  LINE 10 COL 27
               PIC X(6) USING WS-INPUT-COURSE-ID.

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
           OPEN I-O ATTENDANCE-FILE
           IF NOT WS-ATT-SUCCESS
               OPEN OUTPUT ATTENDANCE-FILE
               CLOSE ATTENDANCE-FILE
               OPEN I-O ATTENDANCE-FILE
           END-IF
           OPEN I-O WARNING-FILE
           IF NOT WS-MWN-SUCCESS
               OPEN OUTPUT WARNING-FILE
               CLOSE WARNING-FILE
               OPEN I-O WARNING-FILE
           END-IF
           OPEN INPUT ENROLLMENT-FILE
           OPEN INPUT SYLLABUS-FILE
           OPEN INPUT STUDENT-FILE
           MOVE "N" TO WS-CEX-OPEN-FLAG
           OPEN INPUT CLASS-EXC-FILE
           IF WS-CEX-SUCCESS
               MOVE "Y" TO WS-CEX-OPEN-FLAG
           END-IF.

       CLOSE-FILES SECTION.
           CLOSE ATTENDANCE-FILE
           CLOSE WARNING-FILE
           CLOSE ENROLLMENT-FILE
           CLOSE SYLLABUS-FILE
           CLOSE STUDENT-FILE
           IF WS-CEX-OPEN
               CLOSE CLASS-EXC-FILE
           END-IF.

       DISPLAY-MENU SECTION.
           DISPLAY ATT-MENU-SCREEN
           ACCEPT ATT-MENU-SCREEN.

       PROCESS-CHOICE SECTION.
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM ATTENDANCE-RATE-REPORT
               WHEN 9
                   MOVE "N" TO WS-CONTINUE-FLAG
               WHEN OTHER
                   DISPLAY MSG-INVALID-INPUT
           END-EVALUATE.

      * 学期（必須）と科目（空白は全科目）を指定して出力する
       ATTENDANCE-RATE-REPORT SECTION.
           MOVE SPACES TO WS-INPUT-SEMESTER
           MOVE SPACES TO WS-INPUT-COURSE-ID
           DISPLAY ATT-INPUT-SCREEN
           ACCEPT ATT-INPUT-SCREEN
           IF WS-INPUT-SEMESTER = SPACES
               DISPLAY MSG-INVALID-INPUT
           ELSE
               MOVE ZERO TO WS-COURSE-COUNT
               MOVE ZERO TO WS-LOW-COUNT
               MOVE ZERO TO WS-CANDIDATE-COUNT
               MOVE SPACES TO WS-REPORT-FILENAME
               STRING "attendance_rate_" DELIMITED BY SIZE
                       WS-CURRENT-DATE DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                   INTO WS-REPORT-FILENAME
               OPEN OUTPUT REPORT-FILE
               WRITE REPORT-LINE FROM WS-HEADER1
               WRITE REPORT-LINE FROM WS-REPORT-TITLE
               WRITE REPORT-LINE FROM WS-HEADER1
               MOVE WS-INPUT-SEMESTER TO WS-CL-SEMESTER
               MOVE WS-CURRENT-DATE TO WS-CL-DATE
               WRITE REPORT-LINE FROM WS-CONDITION-LINE
               IF WS-INPUT-COURSE-ID = SPACES
                   PERFORM REPORT-ALL-COURSES
               ELSE
                   MOVE WS-INPUT-COURSE-ID TO SYL-COURSE-ID
                   READ SYLLABUS-FILE
                       INVALID KEY
                           DISPLAY "科目コードが"
                               "未登録です。"
                       NOT INVALID KEY
                           PERFORM REPORT-ONE-COURSE
                   END-READ
                   MOVE "00" TO WS-SYL-STATUS
               END-IF
               IF WS-LOW-COUNT = ZERO
                   WRITE REPORT-LINE FROM WS-BLANK-LINE
                   MOVE "出席率不足者はいません。"
                       TO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
               WRITE REPORT-LINE FROM WS-BLANK-LINE
               MOVE WS-COURSE-COUNT TO WS-SM-COURSES
               MOVE WS-LOW-COUNT TO WS-SM-LOW
               MOVE WS-CANDIDATE-COUNT TO WS-SM-CANDIDATES
               WRITE REPORT-LINE FROM WS-SUMMARY-LINE
               CLOSE REPORT-FILE
               DISPLAY "出席率レポートを出力しました: "
                   WS-REPORT-FILENAME
               DISPLAY "不足者: " WS-LOW-COUNT "名 "
                   "警告候補登録: " WS-CANDIDATE-COUNT "件"
           END-IF.

       REPORT-ALL-COURSES SECTION.
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
                       PERFORM REPORT-ONE-COURSE
               END-READ
           END-PERFORM
           MOVE "00" TO WS-SYL-STATUS.

      * 1科目分。名簿を読み込んで出席回数を数え、3分の2未満
      * （出席回数×3 < 授業回数×2）の学生を出力する
       REPORT-ONE-COURSE SECTION.
           PERFORM LOAD-COURSE-ROSTER
           IF WS-RS-COUNT > ZERO
               PERFORM COUNT-COURSE-ATTENDANCE
               IF WS-HELD-COUNT > ZERO
                   ADD 1 TO WS-COURSE-COUNT
                   MOVE "N" TO WS-COURSE-HEADER-FLAG
                   PERFORM VARYING WS-RS-I FROM 1 BY 1
                           UNTIL WS-RS-I > WS-RS-COUNT
                       IF WS-RS-ATTENDED(WS-RS-I) * 3
                           < WS-HELD-COUNT * 2
                           PERFORM WRITE-LOW-ATTENDANCE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       LOAD-COURSE-ROSTER SECTION.
           MOVE ZERO TO WS-RS-COUNT
           MOVE SYL-COURSE-ID TO ENR-COURSE-ID
           MOVE "00" TO WS-ENR-STATUS
           START ENROLLMENT-FILE KEY = ENR-COURSE-ID
               INVALID KEY
                   MOVE "10" TO WS-ENR-STATUS
           END-START
           PERFORM UNTIL WS-ENR-EOF
               READ ENROLLMENT-FILE NEXT
                   AT END
                       MOVE "10" TO WS-ENR-STATUS
                   NOT AT END
                       IF ENR-COURSE-ID NOT = SYL-COURSE-ID
                           MOVE "10" TO WS-ENR-STATUS
                       ELSE
                           IF ENR-SEMESTER = WS-INPUT-SEMESTER
                           AND ENR-ACTIVE
                           AND WS-RS-COUNT < 500
                               ADD 1 TO WS-RS-COUNT
                               MOVE ENR-STUDENT-ID
                                   TO WS-RS-STUDENT-ID(WS-RS-COUNT)
                               MOVE ZERO
                                   TO WS-RS-ATTENDED(WS-RS-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-ENR-STATUS.

      * 出欠ファイルは科目・授業日・学籍番号の順に並ぶので、
      * 授業日が変わるごとに休講でないかを確かめて授業回数を
      * 数える
       COUNT-COURSE-ATTENDANCE SECTION.
           MOVE ZERO TO WS-HELD-COUNT
           MOVE ZERO TO WS-PREV-DATE
           MOVE "N" TO WS-DATE-HELD-FLAG
           MOVE SYL-COURSE-ID TO ATT-COURSE-ID
           MOVE ZERO TO ATT-DATE
           MOVE LOW-VALUES TO ATT-STUDENT-ID
           MOVE "00" TO WS-ATT-STATUS
           START ATTENDANCE-FILE KEY >= ATT-KEY
               INVALID KEY
                   MOVE "10" TO WS-ATT-STATUS
           END-START
           PERFORM UNTIL WS-ATT-EOF
               READ ATTENDANCE-FILE NEXT
                   AT END
                       MOVE "10" TO WS-ATT-STATUS
                   NOT AT END
                       IF ATT-COURSE-ID NOT = SYL-COURSE-ID
                           MOVE "10" TO WS-ATT-STATUS
                       ELSE
                           IF ATT-SEMESTER = WS-INPUT-SEMESTER
                               PERFORM COUNT-ONE-ATTENDANCE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-ATT-STATUS.

       COUNT-ONE-ATTENDANCE SECTION.
           IF ATT-DATE NOT = WS-PREV-DATE
               MOVE ATT-DATE TO WS-PREV-DATE
               MOVE "Y" TO WS-DATE-HELD-FLAG
               IF WS-CEX-OPEN
                   MOVE ATT-COURSE-ID TO CEX-COURSE-ID
                   MOVE ATT-DATE TO CEX-DATE
                   READ CLASS-EXC-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CEX-CANCELLED
                               MOVE "N" TO WS-DATE-HELD-FLAG
                           END-IF
                   END-READ
                   MOVE "00" TO WS-CEX-STATUS
               END-IF
               IF WS-DATE-HELD
                   ADD 1 TO WS-HELD-COUNT
               END-IF
           END-IF
           IF WS-DATE-HELD
           AND ATT-COUNTS-PRESENT
               MOVE "N" TO WS-RS-FOUND-FLAG
               PERFORM VARYING WS-RS-I FROM 1 BY 1
                       UNTIL WS-RS-I > WS-RS-COUNT OR WS-RS-FOUND
                   IF WS-RS-STUDENT-ID(WS-RS-I) = ATT-STUDENT-ID
                       ADD 1 TO WS-RS-ATTENDED(WS-RS-I)
                       MOVE "Y" TO WS-RS-FOUND-FLAG
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-LOW-ATTENDANCE SECTION.
           IF NOT WS-COURSE-HEADER-DONE
               WRITE REPORT-LINE FROM WS-BLANK-LINE
               MOVE SYL-COURSE-ID TO WS-CH-COURSE-ID
               MOVE SYL-COURSE-NAME TO WS-CH-COURSE-NAME
               MOVE WS-HELD-COUNT TO WS-CH-HELD
               WRITE REPORT-LINE FROM WS-COURSE-HEADER
               WRITE REPORT-LINE FROM WS-COLUMN-HEADER
               MOVE "Y" TO WS-COURSE-HEADER-FLAG
           END-IF
           ADD 1 TO WS-LOW-COUNT
           COMPUTE WS-RATE =
               WS-RS-ATTENDED(WS-RS-I) * 100 / WS-HELD-COUNT
           MOVE WS-RS-STUDENT-ID(WS-RS-I) TO WS-DT-STUDENT
           MOVE WS-RS-STUDENT-ID(WS-RS-I) TO STU-ID
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
           MOVE WS-RS-ATTENDED(WS-RS-I) TO WS-DT-ATTENDED
           MOVE WS-HELD-COUNT TO WS-DT-HELD
           MOVE WS-RATE TO WS-DT-RATE
           PERFORM REGISTER-WARNING-CANDIDATE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

      * 要注意学生フラグに出席不良の候補として登録する。確認前の
      * 候補は出席率を更新し、確認済み・解除済みのフラグには
      * 触れない
       REGISTER-WARNING-CANDIDATE SECTION.
           MOVE WS-RATE TO WS-COMMENT-RATE
           MOVE WS-RS-ATTENDED(WS-RS-I) TO WS-COMMENT-ATTENDED
           MOVE WS-HELD-COUNT TO WS-COMMENT-HELD
           MOVE WS-RS-STUDENT-ID(WS-RS-I) TO MWN-STUDENT-ID
           MOVE SYL-COURSE-ID TO MWN-COURSE-ID
           MOVE WS-INPUT-SEMESTER TO MWN-SEMESTER
           READ WARNING-FILE
               INVALID KEY
                   MOVE "23" TO WS-MWN-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-MWN-STATUS
           END-READ
           IF WS-MWN-SUCCESS
           AND NOT MWN-CANDIDATE
               MOVE "フラグ登録済" TO WS-DT-CANDIDATE
           ELSE
               MOVE "A" TO MWN-REASON
               MOVE SPACES TO MWN-COMMENT
               STRING "出席率" DELIMITED BY SIZE
                       WS-COMMENT-RATE DELIMITED BY SIZE
                       "% (" DELIMITED BY SIZE
                       WS-COMMENT-ATTENDED DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       WS-COMMENT-HELD DELIMITED BY SIZE
                       "回)" DELIMITED BY SIZE
                   INTO MWN-COMMENT
               MOVE SYL-TEACHER-ID TO MWN-TEACHER-ID
               MOVE WS-CURRENT-DATE TO MWN-FLAG-DATE
               MOVE ZERO TO MWN-NOTIFIED-DATE
               MOVE "C" TO MWN-STATUS
               IF WS-MWN-SUCCESS
                   REWRITE MIDTERM-WARNING-RECORD
                       INVALID KEY
                           DISPLAY MSG-FILE-WRITE
                       NOT INVALID KEY
                           MOVE "候補（更新）" TO WS-DT-CANDIDATE
                   END-REWRITE
               ELSE
                   WRITE MIDTERM-WARNING-RECORD
                       INVALID KEY
                           DISPLAY MSG-FILE-WRITE
                       NOT INVALID KEY
                           ADD 1 TO WS-CANDIDATE-COUNT
                           MOVE "候補登録" TO WS-DT-CANDIDATE
                   END-WRITE
               END-IF
           END-IF
           MOVE "00" TO WS-MWN-STATUS.

       CHECK-CONTINUE SECTION.
           DISPLAY CONTINUE-SCREEN
           ACCEPT CONTINUE-SCREEN.
