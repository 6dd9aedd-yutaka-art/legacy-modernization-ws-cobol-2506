******************************************************************
      * シラバス管理システム - 教室の行事予約プログラム
      *
      * セミナー・論文審査・会議など授業以外の単発の教室利用を
      * 予約する（event_booking.dat）。登録時に次との重複を検査し、
      * 重複があれば登録しない。
      *  - 週間時間割：指定日の曜日にその教室で行う科目・
      *    セクション。学期期間外（term.dat）と休日（holiday.dat）
      *    は授業なしとし、その日が休講の科目、別教室へ変更した
      *    科目は除く
      *  - 授業回の例外：指定日にその教室へ移る補講・教室変更
      *  - 他の行事予約
      * 取消は状態を変えて履歴を残す
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLEVB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.
       SPECIAL-NAMES.
           CONSOLE IS CRT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-BOOKING-FILE
               ASSIGN TO "event_booking.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EVB-KEY
               FILE STATUS IS WS-EVB-STATUS.

           SELECT CLASSROOM-FILE
               ASSIGN TO "classroom.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROOM-CODE
               FILE STATUS IS WS-ROOM-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  EVENT-BOOKING-FILE
           LABEL RECORDS ARE STANDARD.
           COPY EVBKFILE.

       FD  CLASSROOM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ROOMFILE.

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

       WORKING-STORAGE SECTION.
       01  WS-EVB-STATUS            PIC XX VALUE "00".
           88  WS-EVB-SUCCESS       VALUE "00".
           88  WS-EVB-EOF           VALUE "10".

       01  WS-ROOM-STATUS           PIC XX VALUE "00".
           88  WS-ROOM-SUCCESS      VALUE "00".

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
       01  WS-TERM-OPEN-FLAG        PIC X VALUE "N".
           88  WS-TERM-OPEN         VALUE "Y".

       01  WS-HOL-STATUS            PIC XX VALUE "00".
           88  WS-HOL-SUCCESS       VALUE "00".
       01  WS-HOL-OPEN-FLAG         PIC X VALUE "N".
           88  WS-HOL-OPEN          VALUE "Y".

       01  WS-CONTINUE-FLAG         PIC X VALUE "Y".
           88  WS-CONTINUE          VALUE "Y", "y".
           88  WS-EXIT              VALUE "N", "n".

       01  WS-CHOICE                PIC 9 VALUE 0.
       01  WS-CURRENT-DATE          PIC 9(8) VALUE ZERO.

       01  WS-INPUT-ROOM            PIC X(10) VALUE SPACES.
       01  WS-INPUT-DATE            PIC 9(8) VALUE ZERO.
       01  WS-INPUT-START           PIC 9(1) VALUE ZERO.
       01  WS-INPUT-END             PIC 9(1) VALUE ZERO.
       01  WS-INPUT-ORGANIZER       PIC X(20) VALUE SPACES.
       01  WS-INPUT-PURPOSE         PIC X(30) VALUE SPACES.

       01  WS-VALID-FLAG            PIC X VALUE "Y".
           88  WS-DATA-VALID        VALUE "Y".
       01  WS-CLASH-COUNT           PIC 9(3) VALUE ZERO.
       01  WS-LIST-COUNT            PIC 9(3) VALUE ZERO.

      * 指定日に授業を行うか（学期期間内・休日でない・平日）と
      * その学期。学期ファイルがなければ全科目を対象にする
       01  WS-CLASS-DAY-FLAG        PIC X VALUE "N".
           88  WS-CLASS-DAY         VALUE "Y".
       01  WS-DATE-SEMESTER         PIC X(2) VALUE SPACES.
       01  WS-SCAN-SEMESTER         PIC X(2) VALUE SPACES.
       01  WS-CHECK-PERIOD          PIC 9(1) VALUE ZERO.
       01  WS-CHECK-COURSE-ID       PIC X(6) VALUE SPACES.
       01  WS-MOVED-AWAY-FLAG       PIC X VALUE "N".
           88  WS-MOVED-AWAY        VALUE "Y".

      * 曜日の算出（ツェラーの公式）
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
       01  WS-DERIVED-DAY           PIC 9(1) VALUE ZERO.

       COPY LIBERROR.

       SCREEN SECTION.
       01  EVB-MENU-SCREEN.
           05  LINE 2 COL 1         VALUE
               "教室の行事予約メニュー".
           05  LINE 4 COL 1         VALUE "1. 予約登録".
           05  LINE 5 COL 1         VALUE "2. 予約取消".
           05  LINE 6 COL 1         VALUE "3. 日別予約一覧".
           05  LINE 7 COL 1         VALUE "9. 戻る".
           05  LINE 9 COL 1         VALUE "選択: ".
           05  LINE 9 COL 8         PIC 9 USING WS-CHOICE.

       01  EVB-KEY-SCREEN.
           05  LINE 11 COL 1        VALUE "教室コード: ".
           05  LINE 11 COL 14       PIC X(10) USING WS-INPUT-ROOM.
           05  LINE 12 COL 1        VALUE "日付(YYYYMMDD): ".
           05  LINE 12 COL 18       PIC 9(8) USING WS-INPUT-DATE.
           05  LINE 13 COL 1        VALUE "開始時限: ".
           05  LINE 13 COL 12       PIC 9(1) USING WS-INPUT-START.

       01  EVB-DETAIL-SCREEN.
           05  LINE 14 COL 1        VALUE "終了時限: ".
           05  LINE 14 COL 12       PIC 9(1) USING WS-INPUT-END.
           05  LINE 15 COL 1        VALUE "主催者: ".
           05  LINE 15 COL 10       PIC X(20) USING WS-INPUT-ORGANIZER.
           05  LINE 16 COL 1        VALUE "用途: ".
           05  LINE 16 COL 8        PIC X(30) USING WS-INPUT-PURPOSE.

       01  EVB-DATE-SCREEN.
           05  LINE 11 COL 1        VALUE "日付(YYYYMMDD): ".
           05  LINE 11 COL 18       PIC 9(8) USING WS-INPUT-DATE.

       01  CONTINUE-SCREEN.
           05  LINE 22 COL 1        VALUE
               "続行しますか？ (Y/N): ".
           05  LINE 22 COL 25       PIC X USING WS-CONTINUE-FLAG.

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
           OPEN I-O EVENT-BOOKING-FILE
           IF NOT WS-EVB-SUCCESS
               OPEN OUTPUT EVENT-BOOKING-FILE
               CLOSE EVENT-BOOKING-FILE
               OPEN I-O EVENT-BOOKING-FILE
           END-IF
           OPEN INPUT CLASSROOM-FILE
           OPEN INPUT SYLLABUS-FILE
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
           MOVE "N" TO WS-TERM-OPEN-FLAG
           OPEN INPUT TERM-FILE
           IF WS-TERM-SUCCESS
               MOVE "Y" TO WS-TERM-OPEN-FLAG
           END-IF
           MOVE "N" TO WS-HOL-OPEN-FLAG
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOL-SUCCESS
               MOVE "Y" TO WS-HOL-OPEN-FLAG
           END-IF.

       CLOSE-FILES SECTION.
           CLOSE EVENT-BOOKING-FILE
           CLOSE CLASSROOM-FILE
           CLOSE SYLLABUS-FILE
           IF WS-SEC-OPEN
               CLOSE SECTION-FILE
           END-IF
           IF WS-CEX-OPEN
               CLOSE CLASS-EXC-FILE
           END-IF
           IF WS-TERM-OPEN
               CLOSE TERM-FILE
           END-IF
           IF WS-HOL-OPEN
               CLOSE HOLIDAY-FILE
           END-IF.

       DISPLAY-MENU SECTION.
           DISPLAY EVB-MENU-SCREEN
           ACCEPT EVB-MENU-SCREEN.

       PROCESS-CHOICE SECTION.
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM REGISTER-BOOKING
               WHEN 2
                   PERFORM CANCEL-BOOKING
               WHEN 3
                   PERFORM LIST-BOOKINGS
               WHEN 9
                   MOVE "N" TO WS-CONTINUE-FLAG
               WHEN OTHER
                   DISPLAY MSG-INVALID-INPUT
           END-EVALUATE.

      * 教室・日付・時限を検証し、重複がなければ予約を登録する
       REGISTER-BOOKING SECTION.
           MOVE SPACES TO WS-INPUT-ROOM
           MOVE ZERO TO WS-INPUT-DATE
           MOVE ZERO TO WS-INPUT-START
           MOVE ZERO TO WS-INPUT-END
           MOVE SPACES TO WS-INPUT-ORGANIZER
           MOVE SPACES TO WS-INPUT-PURPOSE
           DISPLAY EVB-KEY-SCREEN
           ACCEPT EVB-KEY-SCREEN
           DISPLAY EVB-DETAIL-SCREEN
           ACCEPT EVB-DETAIL-SCREEN
           IF WS-INPUT-END = ZERO
               MOVE WS-INPUT-START TO WS-INPUT-END
           END-IF
           PERFORM VALIDATE-BOOKING-INPUT
           IF WS-DATA-VALID
               MOVE ZERO TO WS-CLASH-COUNT
               PERFORM DETERMINE-CLASS-DAY
               IF WS-CLASS-DAY
                   PERFORM CHECK-COURSE-CLASHES
                   PERFORM CHECK-SECTION-CLASHES
               END-IF
               PERFORM CHECK-EXCEPTION-CLASHES
               PERFORM CHECK-BOOKING-CLASHES
               IF WS-CLASH-COUNT > ZERO
                   DISPLAY "重複があるため"
                       "予約できません。"
               ELSE
                   PERFORM WRITE-BOOKING
               END-IF
           END-IF.

       VALIDATE-BOOKING-INPUT SECTION.
           MOVE "Y" TO WS-VALID-FLAG
           MOVE WS-INPUT-DATE TO WS-ZC-DATE
           IF WS-INPUT-ROOM = SPACES
           OR WS-ZC-MONTH < 1 OR WS-ZC-MONTH > 12
           OR WS-ZC-DAY < 1 OR WS-ZC-DAY > 31
           OR WS-INPUT-START < 1 OR WS-INPUT-START > 6
           OR WS-INPUT-END < WS-INPUT-START OR WS-INPUT-END > 6
           OR WS-INPUT-ORGANIZER = SPACES
               DISPLAY MSG-INVALID-INPUT
               MOVE "N" TO WS-VALID-FLAG
           END-IF
           IF WS-DATA-VALID
           AND WS-INPUT-DATE < WS-CURRENT-DATE
               DISPLAY "過去の日付は予約できません。"
               MOVE "N" TO WS-VALID-FLAG
           END-IF
           IF WS-DATA-VALID
               MOVE WS-INPUT-ROOM TO ROOM-CODE
               READ CLASSROOM-FILE
                   INVALID KEY
                       DISPLAY "教室が教室マスタに"
                           "ありません。"
                       MOVE "N" TO WS-VALID-FLAG
                   NOT INVALID KEY
                       IF NOT ROOM-ACTIVE
                           DISPLAY "この教室は"
                               "使用停止中です。"
                           MOVE "N" TO WS-VALID-FLAG
                       END-IF
               END-READ
               MOVE "00" TO WS-ROOM-STATUS
           END-IF.

      * 指定日が授業日か（平日・学期期間内・休日でない）を判定し、
      * 該当する学期を求める
       DETERMINE-CLASS-DAY SECTION.
           PERFORM DERIVE-BOOKING-WEEKDAY
           MOVE "N" TO WS-CLASS-DAY-FLAG
           MOVE SPACES TO WS-DATE-SEMESTER
           IF WS-DERIVED-DAY > ZERO
               MOVE "Y" TO WS-CLASS-DAY-FLAG
               IF WS-TERM-OPEN
                   MOVE "N" TO WS-CLASS-DAY-FLAG
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
                               IF WS-INPUT-DATE >= TERM-START-DATE
                               AND WS-INPUT-DATE <= TERM-END-DATE
                                   MOVE TERM-SEMESTER
                                       TO WS-DATE-SEMESTER
                                   MOVE "Y" TO WS-CLASS-DAY-FLAG
                                   MOVE "10" TO WS-TERM-STATUS
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE "00" TO WS-TERM-STATUS
               END-IF
           END-IF
           IF WS-CLASS-DAY
           AND WS-HOL-OPEN
               MOVE WS-INPUT-DATE TO HOLIDAY-DATE
               READ HOLIDAY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-CLASS-DAY-FLAG
               END-READ
               MOVE "00" TO WS-HOL-STATUS
           END-IF.

       DERIVE-BOOKING-WEEKDAY SECTION.
           MOVE WS-INPUT-DATE TO WS-ZC-DATE
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

      * 週間時間割で指定日・指定時限にこの教室を使う科目
       CHECK-COURSE-CLASHES SECTION.
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
                       IF SYL-CLASSROOM = WS-INPUT-ROOM
                       AND SYL-DAY-OF-WEEK NUMERIC
                       AND SYL-DAY-OF-WEEK = WS-DERIVED-DAY
                       AND SYL-PERIOD >= WS-INPUT-START
                       AND SYL-PERIOD <= WS-INPUT-END
                       AND (WS-DATE-SEMESTER = SPACES
                           OR SYL-SEMESTER = WS-DATE-SEMESTER)
                           MOVE SYL-COURSE-ID TO WS-CHECK-COURSE-ID
                           PERFORM CHECK-MOVED-AWAY
                           IF NOT WS-MOVED-AWAY
                               ADD 1 TO WS-CLASH-COUNT
                               DISPLAY "授業と重複: " SYL-COURSE-ID
                                   " " SYL-COURSE-NAME " "
                                   SYL-PERIOD "限"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-SYL-STATUS.

      * 週間時間割で指定日・指定時限にこの教室を使うセクション
       CHECK-SECTION-CLASHES SECTION.
           IF WS-SEC-OPEN
               MOVE LOW-VALUES TO SEC-KEY
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
                           IF SEC-ACTIVE
                           AND SEC-CLASSROOM = WS-INPUT-ROOM
                           AND SEC-DAY-OF-WEEK NUMERIC
                           AND SEC-DAY-OF-WEEK = WS-DERIVED-DAY
                           AND SEC-PERIOD >= WS-INPUT-START
                           AND SEC-PERIOD <= WS-INPUT-END
                               PERFORM CHECK-ONE-SECTION-CLASH
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-SEC-STATUS
           END-IF.

       CHECK-ONE-SECTION-CLASH SECTION.
           MOVE SPACES TO WS-SCAN-SEMESTER
           MOVE SEC-COURSE-ID TO SYL-COURSE-ID
           READ SYLLABUS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SYL-SEMESTER TO WS-SCAN-SEMESTER
           END-READ
           MOVE "00" TO WS-SYL-STATUS
           IF WS-DATE-SEMESTER = SPACES
           OR WS-SCAN-SEMESTER = WS-DATE-SEMESTER
               MOVE SEC-COURSE-ID TO WS-CHECK-COURSE-ID
               PERFORM CHECK-MOVED-AWAY
               IF NOT WS-MOVED-AWAY
                   ADD 1 TO WS-CLASH-COUNT
                   DISPLAY "授業と重複: " SEC-COURSE-ID
                       " セクション" SEC-NO " " SEC-PERIOD "限"
               END-IF
           END-IF.

      * その日が休講、または別教室への教室変更なら教室は空く
       CHECK-MOVED-AWAY SECTION.
           MOVE "N" TO WS-MOVED-AWAY-FLAG
           IF WS-CEX-OPEN
               MOVE WS-CHECK-COURSE-ID TO CEX-COURSE-ID
               MOVE WS-INPUT-DATE TO CEX-DATE
               READ CLASS-EXC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CEX-CANCELLED
                           MOVE "Y" TO WS-MOVED-AWAY-FLAG
                       END-IF
                       IF CEX-ROOM-CHANGE
                       AND CEX-NEW-ROOM NOT = WS-INPUT-ROOM
                           MOVE "Y" TO WS-MOVED-AWAY-FLAG
                       END-IF
               END-READ
               MOVE "00" TO WS-CEX-STATUS
           END-IF.

      * 指定日にこの教室へ移る補講・教室変更。時限の指定がない
      * 教室変更は科目の通常の時限とする
       CHECK-EXCEPTION-CLASHES SECTION.
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
                           IF CEX-DATE = WS-INPUT-DATE
                           AND CEX-NEW-ROOM = WS-INPUT-ROOM
                           AND NOT CEX-CANCELLED
                               PERFORM CHECK-ONE-EXCEPTION-CLASH
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-CEX-STATUS
           END-IF.

       CHECK-ONE-EXCEPTION-CLASH SECTION.
           MOVE CEX-NEW-PERIOD TO WS-CHECK-PERIOD
           IF WS-CHECK-PERIOD = ZERO
               MOVE CEX-COURSE-ID TO SYL-COURSE-ID
               READ SYLLABUS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SYL-PERIOD TO WS-CHECK-PERIOD
               END-READ
               MOVE "00" TO WS-SYL-STATUS
           END-IF
           IF WS-CHECK-PERIOD >= WS-INPUT-START
           AND WS-CHECK-PERIOD <= WS-INPUT-END
               ADD 1 TO WS-CLASH-COUNT
               IF CEX-MAKEUP
                   DISPLAY "補講と重複: " CEX-COURSE-ID " "
                       WS-CHECK-PERIOD "限 " CEX-NOTE
               ELSE
                   DISPLAY "教室変更と重複: " CEX-COURSE-ID " "
                       WS-CHECK-PERIOD "限 " CEX-NOTE
               END-IF
           END-IF.

      * 同じ教室・同じ日の有効な予約と時限が重なるもの
       CHECK-BOOKING-CLASHES SECTION.
           MOVE WS-INPUT-ROOM TO EVB-ROOM-CODE
           MOVE WS-INPUT-DATE TO EVB-DATE
           MOVE ZERO TO EVB-START-PERIOD
           MOVE "00" TO WS-EVB-STATUS
           START EVENT-BOOKING-FILE KEY >= EVB-KEY
               INVALID KEY
                   MOVE "10" TO WS-EVB-STATUS
           END-START
           PERFORM UNTIL WS-EVB-EOF
               READ EVENT-BOOKING-FILE NEXT
                   AT END
                       MOVE "10" TO WS-EVB-STATUS
                   NOT AT END
                       IF EVB-ROOM-CODE NOT = WS-INPUT-ROOM
                       OR EVB-DATE NOT = WS-INPUT-DATE
                           MOVE "10" TO WS-EVB-STATUS
                       ELSE
                           IF EVB-ACTIVE
                           AND EVB-START-PERIOD <= WS-INPUT-END
                           AND EVB-END-PERIOD >= WS-INPUT-START
                               ADD 1 TO WS-CLASH-COUNT
                               DISPLAY "予約と重複: "
                                   EVB-START-PERIOD "-"
                                   EVB-END-PERIOD "限 "
                                   EVB-ORGANIZER " " EVB-PURPOSE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-EVB-STATUS.

      * 取り消した予約と同じ開始時限で取り直す場合は上書きする
       WRITE-BOOKING SECTION.
           MOVE WS-INPUT-ROOM TO EVB-ROOM-CODE
           MOVE WS-INPUT-DATE TO EVB-DATE
           MOVE WS-INPUT-START TO EVB-START-PERIOD
           MOVE WS-INPUT-END TO EVB-END-PERIOD
           MOVE WS-INPUT-ORGANIZER TO EVB-ORGANIZER
           MOVE WS-INPUT-PURPOSE TO EVB-PURPOSE
           MOVE "A" TO EVB-STATUS
           MOVE WS-CURRENT-DATE TO EVB-REG-DATE
           WRITE EVENT-BOOKING-RECORD
               INVALID KEY
                   REWRITE EVENT-BOOKING-RECORD
                       INVALID KEY
                           DISPLAY MSG-FILE-WRITE
                       NOT INVALID KEY
                           DISPLAY "予約を登録しました。"
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "予約を登録しました。"
           END-WRITE
           MOVE "00" TO WS-EVB-STATUS.

       CANCEL-BOOKING SECTION.
           MOVE SPACES TO WS-INPUT-ROOM
           MOVE ZERO TO WS-INPUT-DATE
           MOVE ZERO TO WS-INPUT-START
           DISPLAY EVB-KEY-SCREEN
           ACCEPT EVB-KEY-SCREEN
           MOVE WS-INPUT-ROOM TO EVB-ROOM-CODE
           MOVE WS-INPUT-DATE TO EVB-DATE
           MOVE WS-INPUT-START TO EVB-START-PERIOD
           READ EVENT-BOOKING-FILE
               INVALID KEY
                   DISPLAY MSG-RECORD-NOT-FOUND
               NOT INVALID KEY
                   MOVE "C" TO EVB-STATUS
                   REWRITE EVENT-BOOKING-RECORD
                       INVALID KEY
                           DISPLAY MSG-FILE-WRITE
                       NOT INVALID KEY
                           DISPLAY "予約を取り消しました。"
                   END-REWRITE
           END-READ
           MOVE "00" TO WS-EVB-STATUS.

       LIST-BOOKINGS SECTION.
           MOVE ZERO TO WS-INPUT-DATE
           DISPLAY EVB-DATE-SCREEN
           ACCEPT EVB-DATE-SCREEN
           MOVE ZERO TO WS-LIST-COUNT
           DISPLAY "行事予約一覧 " WS-INPUT-DATE
           DISPLAY "教室       時限 主催者               用途"
           MOVE LOW-VALUES TO EVB-KEY
           MOVE "00" TO WS-EVB-STATUS
           START EVENT-BOOKING-FILE KEY >= EVB-KEY
               INVALID KEY
                   MOVE "10" TO WS-EVB-STATUS
           END-START
           PERFORM UNTIL WS-EVB-EOF
               READ EVENT-BOOKING-FILE NEXT
                   AT END
                       MOVE "10" TO WS-EVB-STATUS
                   NOT AT END
                       IF EVB-DATE = WS-INPUT-DATE
                       AND EVB-ACTIVE
                           ADD 1 TO WS-LIST-COUNT
                           DISPLAY EVB-ROOM-CODE " "
                               EVB-START-PERIOD "-" EVB-END-PERIOD
                               "  " EVB-ORGANIZER " " EVB-PURPOSE
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-EVB-STATUS
           IF WS-LIST-COUNT = ZERO
               DISPLAY "指定日の予約はありません。"
           END-IF.

       CHECK-CONTINUE SECTION.
           DISPLAY CONTINUE-SCREEN
           ACCEPT CONTINUE-SCREEN.
