      * 担当教員の科目・学期を指定して履修名簿を呼び出し、
      * 履修者ごとに評語と評点を記録する。採点締切日を過ぎると
      * 新規入力はできない。締切後の訂正は主任権限者の再認証を
      * 必要とし、訂正の前後値を成績監査ログに残す。
      * 出欠入力では授業回（授業日）ごとに同じ履修名簿から
      * 出欠を記録する。授業日は授業回例外（SYLCEX）の休講を
      * 除いた正規の曜日か補講日でなければならない
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLGRD.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-COURSE-ID
               ALTERNATE RECORD KEY IS SYL-TEACHER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-DEPARTMENT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-SEMESTER WITH DUPLICATES
               FILE STATUS IS WS-SYL-STATUS.

           SELECT OPERATOR-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT ATTENDANCE-FILE
               ASSIGN TO "attendance.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ATT-KEY
               FILE STATUS IS WS-ATT-STATUS.

           SELECT CLASS-EXC-FILE
               ASSIGN TO "session_exception.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CEX-KEY
               FILE STATUS IS WS-CEX-STATUS.

           SELECT SECTION-FILE
               ASSIGN TO "course_section.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-KEY
               FILE STATUS IS WS-SEC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-FILE
           LABEL RECORDS ARE STANDARD.
       01  AUDIT-LINE               PIC X(80).

       FD  ATTENDANCE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ATTFILE.

       FD  CLASS-EXC-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CEXFILE.

       FD  SECTION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SECFILE.

       WORKING-STORAGE SECTION.
       01  WS-GRD-STATUS            PIC XX VALUE "00".
           88  WS-GRD-SUCCESS       VALUE "00".
       01  WS-AUD-STATUS            PIC XX VALUE "00".
           88  WS-AUD-SUCCESS       VALUE "00".

       01  WS-ATT-STATUS            PIC XX VALUE "00".
           88  WS-ATT-SUCCESS       VALUE "00".

       01  WS-CEX-STATUS            PIC XX VALUE "00".
           88  WS-CEX-SUCCESS       VALUE "00".
       01  WS-CEX-OPEN-FLAG         PIC X VALUE "N".
           88  WS-CEX-OPEN          VALUE "Y".

       01  WS-SEC-STATUS            PIC XX VALUE "00".
           88  WS-SEC-SUCCESS       VALUE "00".
           88  WS-SEC-EOF           VALUE "10".
       01  WS-SEC-OPEN-FLAG         PIC X VALUE "N".
           88  WS-SEC-OPEN          VALUE "Y".

       01  WS-CONTINUE-FLAG         PIC X VALUE "Y".
           88  WS-CONTINUE          VALUE "Y", "y".
           88  WS-EXIT              VALUE "N", "n".
       01  WS-ROSTER-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-ENTERED-COUNT         PIC 9(4) VALUE ZERO.

      * 出欠入力用
       01  WS-INPUT-ATT-DATE        PIC 9(8) VALUE ZERO.
       01  WS-INPUT-ATT-STATUS      PIC X(1) VALUE SPACE.
       01  WS-ATT-FOUND-FLAG        PIC X VALUE "N".
           88  WS-ATT-FOUND         VALUE "Y".
       01  WS-ATT-STATUS-OK-FLAG    PIC X VALUE "N".
           88  WS-ATT-STATUS-OK     VALUE "Y".
       01  WS-SESSION-OK-FLAG       PIC X VALUE "N".
           88  WS-SESSION-OK        VALUE "Y".
       01  WS-ABSENT-COUNT          PIC 9(4) VALUE ZERO.

      * 授業日の曜日算出（ツェラーの公式）用の作業領域
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
      * 1=月〜5=金。0は土日（時間割対象外）
       01  WS-DERIVED-DAY           PIC 9(1) VALUE ZERO.

       01  WS-AUDIT-DETAIL.
           05  WS-AUD-DATE          PIC 9(8).
           05  FILLER               PIC X(1) VALUE SPACE.
       SCREEN SECTION.
       01  GRD-MENU-SCREEN.
           05  LINE 2 COL 1         VALUE "成績入力メニュー".
           05  LINE 4 COL 1         VALUE
               "1. 成績入力（名簿順）".
           05  LINE 5 COL 1         VALUE
               "2. 成績訂正（要主任承認）".
           05  LINE 6 COL 1         VALUE "3. 採点締切日設定".
           05  LINE 7 COL 1         VALUE
               "4. 出欠入力（名簿順）".
           05  LINE 8 COL 1         VALUE "9. 戻る".
           05  LINE 9 COL 1         VALUE "選択: ".
           05  LINE 9 COL 8         PIC 9 USING WS-CHOICE.

           05  LINE 11 COL 1        VALUE "評点(0.0-4.0): ".
           05  LINE 11 COL 17       PIC 9.9 USING WS-INPUT-POINT.

       01  ATT-COURSE-SCREEN.
           05  LINE 2 COL 1         VALUE "出欠入力".
           05  LINE 4 COL 1         VALUE "教員番号: ".
           05  LINE 4 COL 12
               PIC X(5) USING WS-INPUT-TEACHER-ID.
           05  LINE 5 COL 1         VALUE "科目コード: ".
           05  LINE 5 COL 14        PIC X(6) USING WS-INPUT-COURSE-ID.
           05  LINE 6 COL 1         VALUE "学期: ".
           05  LINE 6 COL 8         PIC X(2) USING WS-INPUT-SEMESTER.
           05  LINE 7 COL 1         VALUE "授業日(YYYYMMDD): ".
           05  LINE 7 COL 20        PIC 9(8) USING WS-INPUT-ATT-DATE.

       01  ATT-ENTRY-SCREEN.
           05  LINE 10 COL 1
               VALUE "出欠(P=出席 A=欠席 L=遅刻 E=公欠): ".
           05  LINE 10 COL 37
               PIC X(1) USING WS-INPUT-ATT-STATUS.

       01  GRD-CORRECT-SCREEN.
           05  LINE 2 COL 1         VALUE "成績訂正".
           05  LINE 4 COL 1         VALUE "学籍番号: ".
           05  LINE 5 COL 20        PIC 9(8) USING WS-DEADLINE-DATE.

       01  CONTINUE-SCREEN.
           05  LINE 16 COL 1        VALUE
               "続行しますか？ (Y/N): ".
           05  LINE 16 COL 25       PIC X USING WS-CONTINUE-FLAG.

       PROCEDURE DIVISION.
           END-IF
           OPEN INPUT ENROLLMENT-FILE
           OPEN INPUT SYLLABUS-FILE
           OPEN INPUT OPERATOR-FILE
           OPEN I-O ATTENDANCE-FILE
           IF NOT WS-ATT-SUCCESS
               OPEN OUTPUT ATTENDANCE-FILE
               CLOSE ATTENDANCE-FILE
               OPEN I-O ATTENDANCE-FILE
           END-IF
           MOVE "N" TO WS-CEX-OPEN-FLAG
           OPEN INPUT CLASS-EXC-FILE
           IF WS-CEX-SUCCESS
               MOVE "Y" TO WS-CEX-OPEN-FLAG
           END-IF
           MOVE "N" TO WS-SEC-OPEN-FLAG
           OPEN INPUT SECTION-FILE
           IF WS-SEC-SUCCESS
               MOVE "Y" TO WS-SEC-OPEN-FLAG
           END-IF.

       CLOSE-FILES SECTION.
           CLOSE GRADE-FILE
           CLOSE ENROLLMENT-FILE
           CLOSE SYLLABUS-FILE
           CLOSE OPERATOR-FILE
           CLOSE ATTENDANCE-FILE
           IF WS-CEX-OPEN
               CLOSE CLASS-EXC-FILE
           END-IF
           IF WS-SEC-OPEN
               CLOSE SECTION-FILE
           END-IF.

       DISPLAY-MENU SECTION.
           DISPLAY GRD-MENU-SCREEN
                   PERFORM CORRECT-GRADE
               WHEN 3
                   PERFORM SET-DEADLINE
               WHEN 4
                   PERFORM ENTER-ATTENDANCE
               WHEN 9
                   MOVE "N" TO WS-CONTINUE-FLAG
               WHEN OTHER
                   MOVE "23" TO WS-SYL-STATUS
               NOT INVALID KEY
                   IF SYL-TEACHER-ID NOT = WS-INPUT-TEACHER-ID
                       DISPLAY "この科目の担当教員では"
                           "ありません。"
                       MOVE "23" TO WS-SYL-STATUS
                   ELSE
                       MOVE "00" TO WS-SYL-STATUS
           IF WS-SYL-SUCCESS
               PERFORM LOOKUP-DEADLINE
               IF WS-PAST-DEADLINE
                   DISPLAY "採点締切を過ぎています。"
                       "訂正機能をご利用ください。"
               ELSE
                   PERFORM ENTER-GRADES-FOR-ROSTER
               END-IF
           MOVE WS-APPROVER-ID TO OPER-ID
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "承認者IDまたはパスワードが"
                       "違います。"
               NOT INVALID KEY
                   IF OPER-PASSWORD = WS-APPROVER-PASSWORD
                   AND OPER-ACTIVE
                   AND OPER-SUPERVISOR-UP
                       MOVE "Y" TO WS-APPROVER-OK-FLAG
                   ELSE
                       DISPLAY "主任以上の権限者の承認が"
                           "必要です。"
                   END-IF
           END-READ.

           CLOSE DEADLINE-FILE
           MOVE "00" TO WS-DDL-STATUS.

      * 授業回ごとの出欠を履修名簿の順に記録する。科目の担当
      * 教員のみ入力でき、同じ授業日を再入力すると上書きする
       ENTER-ATTENDANCE SECTION.
           MOVE SPACES TO WS-INPUT-TEACHER-ID
           MOVE SPACES TO WS-INPUT-COURSE-ID
           MOVE SPACES TO WS-INPUT-SEMESTER
           MOVE ZERO TO WS-INPUT-ATT-DATE
           DISPLAY ATT-COURSE-SCREEN
           ACCEPT ATT-COURSE-SCREEN
           MOVE WS-INPUT-COURSE-ID TO SYL-COURSE-ID
           READ SYLLABUS-FILE
               INVALID KEY
                   DISPLAY "科目コードが未登録です。"
                   MOVE "23" TO WS-SYL-STATUS
               NOT INVALID KEY
                   IF SYL-TEACHER-ID NOT = WS-INPUT-TEACHER-ID
                       DISPLAY "この科目の担当教員では"
                           "ありません。"
                       MOVE "23" TO WS-SYL-STATUS
                   ELSE
                       MOVE "00" TO WS-SYL-STATUS
                   END-IF
           END-READ
           IF WS-SYL-SUCCESS
               PERFORM CHECK-SESSION-DATE
               IF WS-SESSION-OK
                   PERFORM ENTER-ATTENDANCE-FOR-ROSTER
               END-IF
           END-IF
           MOVE "00" TO WS-SYL-STATUS.

      * 授業日の確認。休講日は不可、補講・教室変更の日は授業回
      * として認める。例外のない日は科目またはセクションの
      * 曜日と一致しなければならない
       CHECK-SESSION-DATE SECTION.
           MOVE "N" TO WS-SESSION-OK-FLAG
           MOVE WS-INPUT-ATT-DATE TO WS-ZC-DATE
           IF WS-INPUT-ATT-DATE > WS-CURRENT-DATE
           OR WS-ZC-MONTH < 1 OR WS-ZC-MONTH > 12
           OR WS-ZC-DAY < 1 OR WS-ZC-DAY > 31
               DISPLAY "授業日が正しくありません。"
           ELSE
               MOVE "23" TO WS-CEX-STATUS
               IF WS-CEX-OPEN
                   MOVE WS-INPUT-COURSE-ID TO CEX-COURSE-ID
                   MOVE WS-INPUT-ATT-DATE TO CEX-DATE
                   READ CLASS-EXC-FILE
                       INVALID KEY
                           MOVE "23" TO WS-CEX-STATUS
                       NOT INVALID KEY
                           MOVE "00" TO WS-CEX-STATUS
                   END-READ
               END-IF
               IF WS-CEX-SUCCESS
                   IF CEX-CANCELLED
                       DISPLAY "この日は休講です。"
                   ELSE
                       MOVE "Y" TO WS-SESSION-OK-FLAG
                   END-IF
               ELSE
                   PERFORM DERIVE-SESSION-WEEKDAY
                   IF WS-DERIVED-DAY > ZERO
                       PERFORM CHECK-REGULAR-SESSION
                   END-IF
                   IF NOT WS-SESSION-OK
                       DISPLAY "この日は授業日では"
                           "ありません。"
                       DISPLAY "補講日は授業回例外に"
                           "登録してください。"
                   END-IF
               END-IF
               MOVE "00" TO WS-CEX-STATUS
           END-IF.

      * ツェラーの公式で授業日の曜日を求める
      * （h: 0=土 1=日 2=月 … 6=金 → 1=月〜5=金に読み替え）
       DERIVE-SESSION-WEEKDAY SECTION.
           MOVE WS-INPUT-ATT-DATE TO WS-ZC-DATE
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
           IF WS-ZC-H >= 2
               COMPUTE WS-DERIVED-DAY = WS-ZC-H - 1
           ELSE
               MOVE ZERO TO WS-DERIVED-DAY
           END-IF.

       CHECK-REGULAR-SESSION SECTION.
           IF SYL-DAY-OF-WEEK NUMERIC
           AND SYL-DAY-OF-WEEK = WS-DERIVED-DAY
               MOVE "Y" TO WS-SESSION-OK-FLAG
           END-IF
           IF NOT WS-SESSION-OK
           AND WS-SEC-OPEN
               MOVE WS-INPUT-COURSE-ID TO SEC-COURSE-ID
               MOVE ZERO TO SEC-NO
               MOVE "00" TO WS-SEC-STATUS
               START SECTION-FILE KEY >= SEC-KEY
                   INVALID KEY
                       MOVE "10" TO WS-SEC-STATUS
               END-START
               PERFORM UNTIL WS-SEC-EOF OR WS-SESSION-OK
                   READ SECTION-FILE NEXT
                       AT END
                           MOVE "10" TO WS-SEC-STATUS
                       NOT AT END
                           IF SEC-COURSE-ID NOT = WS-INPUT-COURSE-ID
                               MOVE "10" TO WS-SEC-STATUS
                           ELSE
                               IF SEC-ACTIVE
                               AND SEC-DAY-OF-WEEK NUMERIC
                               AND SEC-DAY-OF-WEEK = WS-DERIVED-DAY
                                   MOVE "Y" TO WS-SESSION-OK-FLAG
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-SEC-STATUS
           END-IF.

       ENTER-ATTENDANCE-FOR-ROSTER SECTION.
           MOVE ZERO TO WS-ROSTER-COUNT
           MOVE ZERO TO WS-ENTERED-COUNT
           MOVE ZERO TO WS-ABSENT-COUNT
           MOVE WS-INPUT-COURSE-ID TO ENR-COURSE-ID
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
                       IF ENR-COURSE-ID NOT = WS-INPUT-COURSE-ID
                           MOVE "10" TO WS-ENR-STATUS
                       ELSE
                           IF ENR-SEMESTER = WS-INPUT-SEMESTER
                           AND ENR-ACTIVE
                               ADD 1 TO WS-ROSTER-COUNT
                               PERFORM ENTER-ONE-ATTENDANCE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-ENR-STATUS
           DISPLAY "名簿人数: " WS-ROSTER-COUNT
               " 入力件数: " WS-ENTERED-COUNT
               " 欠席: " WS-ABSENT-COUNT.

      * 1名分の出欠。空白は出席とし、入力済みの授業回は現在の
      * 出欠を初期表示して上書きする
       ENTER-ONE-ATTENDANCE SECTION.
           MOVE ENR-COURSE-ID TO ATT-COURSE-ID
           MOVE WS-INPUT-ATT-DATE TO ATT-DATE
           MOVE ENR-STUDENT-ID TO ATT-STUDENT-ID
           READ ATTENDANCE-FILE
               INVALID KEY
                   MOVE "N" TO WS-ATT-FOUND-FLAG
                   MOVE SPACE TO WS-INPUT-ATT-STATUS
               NOT INVALID KEY
                   MOVE "Y" TO WS-ATT-FOUND-FLAG
                   MOVE ATT-STATUS TO WS-INPUT-ATT-STATUS
           END-READ
           MOVE "00" TO WS-ATT-STATUS
           DISPLAY "学籍番号: " ENR-STUDENT-ID
           MOVE "N" TO WS-ATT-STATUS-OK-FLAG
           PERFORM UNTIL WS-ATT-STATUS-OK
               DISPLAY ATT-ENTRY-SCREEN
               ACCEPT ATT-ENTRY-SCREEN
               IF WS-INPUT-ATT-STATUS = SPACE
                   MOVE "P" TO WS-INPUT-ATT-STATUS
               END-IF
               MOVE WS-INPUT-ATT-STATUS TO ATT-STATUS
               IF ATT-VALID-STATUS
                   MOVE "Y" TO WS-ATT-STATUS-OK-FLAG
               ELSE
                   DISPLAY MSG-INVALID-INPUT
               END-IF
           END-PERFORM
           MOVE ENR-COURSE-ID TO ATT-COURSE-ID
           MOVE WS-INPUT-ATT-DATE TO ATT-DATE
           MOVE ENR-STUDENT-ID TO ATT-STUDENT-ID
           MOVE WS-INPUT-SEMESTER TO ATT-SEMESTER
           MOVE WS-INPUT-TEACHER-ID TO ATT-TEACHER-ID
           MOVE WS-CURRENT-DATE TO ATT-ENTRY-DATE
           IF ATT-ABSENT
               ADD 1 TO WS-ABSENT-COUNT
           END-IF
           IF WS-ATT-FOUND
               REWRITE ATTENDANCE-RECORD
                   INVALID KEY
                       DISPLAY MSG-FILE-WRITE
                   NOT INVALID KEY
                       ADD 1 TO WS-ENTERED-COUNT
               END-REWRITE
           ELSE
               WRITE ATTENDANCE-RECORD
                   INVALID KEY
                       DISPLAY MSG-FILE-WRITE
                   NOT INVALID KEY
                       ADD 1 TO WS-ENTERED-COUNT
               END-WRITE
           END-IF.

       CHECK-CONTINUE SECTION.
           DISPLAY CONTINUE-SCREEN
           ACCEPT CONTINUE-SCREEN.
