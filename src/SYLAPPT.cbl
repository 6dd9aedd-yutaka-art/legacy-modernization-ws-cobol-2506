      ******************************************************************
      * シラバス管理システム - 面談予約端末プログラム
      *
      * 学生自身が操作する面談予約端末用。学籍番号と暗証番号
      * （student_pin.dat）で本人確認を行い、教員のオフィスアワー
      * （office_hours.dat、SYLOFHで登録）の照会、面談の予約・
      * 取消、自分の予約の確認ができる。教員IDを省略すると学生
      * マスタの指導教員を対象とする。
      * 予約できるのは本日以降の授業期間内で休日でない日のうち、
      * その曜日・時限に有効なオフィスアワーがあり、予約中と実施
      * 済みの人数が予約上限に達していないコマに限る。
      * 面談の結果は教員が面談記録（SYLADVM）で記録する。
      * 暗証番号を続けて誤ると履修登録端末（SYLSELF）と同じく
      * 利用を停止する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLAPPT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.
       SPECIAL-NAMES.
           CONSOLE IS CRT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPOINTMENT-FILE
               ASSIGN TO "advising_appointment.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               LOCK MODE IS AUTOMATIC
               RECORD KEY IS APT-KEY
               ALTERNATE RECORD KEY IS APT-STUDENT-ID WITH DUPLICATES
               FILE STATUS IS WS-APT-STATUS.

           SELECT OFFICE-HOUR-FILE
               ASSIGN TO "office_hours.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFH-KEY
               FILE STATUS IS WS-OFH-STATUS.

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

           SELECT TEACHER-FILE
               ASSIGN TO "teacher.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TEA-ID
               FILE STATUS IS WS-TEA-STATUS.

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

           SELECT SYLLABUS-FILE
               ASSIGN TO "syllabus.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-COURSE-ID
               ALTERNATE RECORD KEY IS SYL-TEACHER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-DEPARTMENT-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-SEMESTER WITH DUPLICATES
               FILE STATUS IS WS-SYL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPOINTMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APTFILE.

       FD  OFFICE-HOUR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OFHFILE.

       FD  STUDENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STUFILE.

       FD  PIN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SPINFILE.

       FD  TEACHER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TEAFILE.

       FD  TERM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TERMFILE.

       FD  HOLIDAY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY HOLIDAYFILE.

       FD  SYLLABUS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SYLFILE.

       WORKING-STORAGE SECTION.
       01  WS-APT-STATUS            PIC XX VALUE "00".
           88  WS-APT-SUCCESS       VALUE "00".
           88  WS-APT-NOT-FOUND     VALUE "23".
           88  WS-APT-EOF           VALUE "10".

       01  WS-OFH-STATUS            PIC XX VALUE "00".
           88  WS-OFH-SUCCESS       VALUE "00".

       01  WS-STU-STATUS            PIC XX VALUE "00".
           88  WS-STU-SUCCESS       VALUE "00".

       01  WS-SPN-STATUS            PIC XX VALUE "00".
           88  WS-SPN-SUCCESS       VALUE "00".

       01  WS-TEA-STATUS            PIC XX VALUE "00".
           88  WS-TEA-SUCCESS       VALUE "00".

       01  WS-TERM-STATUS           PIC XX VALUE "00".
           88  WS-TERM-SUCCESS      VALUE "00".
           88  WS-TERM-EOF          VALUE "10".

       01  WS-HOL-STATUS            PIC XX VALUE "00".
           88  WS-HOL-SUCCESS       VALUE "00".
       01  WS-HOL-OPEN-FLAG         PIC X VALUE "N".
           88  WS-HOL-OPEN          VALUE "Y".

       01  WS-SYL-STATUS            PIC XX VALUE "00".
           88  WS-SYL-SUCCESS       VALUE "00".

       01  WS-FILES-OK-FLAG         PIC X VALUE "Y".
           88  WS-FILES-OK          VALUE "Y".

       01  WS-VALID-FLAG            PIC X VALUE "Y".
           88  WS-DATA-VALID        VALUE "Y".

       01  WS-CONTINUE-FLAG         PIC X VALUE "Y".
           88  WS-CONTINUE          VALUE "Y", "y".
           88  WS-EXIT              VALUE "N", "n".

       01  WS-CHOICE                PIC 9 VALUE 0.
       01  WS-TODAY                 PIC 9(8) VALUE ZERO.

       01  WS-LOGIN-OK-FLAG         PIC X VALUE "N".
           88  WS-LOGIN-OK          VALUE "Y".
       01  WS-PIN-FAIL-LIMIT        PIC 9(1) VALUE 3.
       01  WS-INPUT-STUDENT-ID      PIC X(7) VALUE SPACES.
       01  WS-INPUT-PIN             PIC X(4) VALUE SPACES.
       01  WS-STUDENT-NAME          PIC X(41) VALUE SPACES.
       01  WS-ADVISOR-ID            PIC X(5) VALUE SPACES.

      * 照会に使う学期（本日を含む学期、なければ次に始まる学期）
       01  WS-TERM-FOUND-FLAG       PIC X VALUE "N".
           88  WS-TERM-FOUND        VALUE "Y".
       01  WS-CURRENT-SEMESTER      PIC X(2) VALUE SPACES.
       01  WS-NEXT-TERM-START       PIC 9(8) VALUE ZERO.

       01  WS-INPUT-TEACHER-ID      PIC X(5) VALUE SPACES.
       01  WS-INPUT-DATE            PIC 9(8) VALUE ZERO.
       01  WS-INPUT-PERIOD          PIC 9(1) VALUE ZERO.
       01  WS-INPUT-PURPOSE         PIC X(1) VALUE "A".
       01  WS-INPUT-COURSE-ID       PIC X(6) VALUE SPACES.

       01  WS-DATE-SEMESTER         PIC X(2) VALUE SPACES.
       01  WS-CLASS-DAY-FLAG        PIC X VALUE "N".
           88  WS-CLASS-DAY         VALUE "Y".
       01  WS-SCAN-DONE-FLAG        PIC X VALUE "N".
           88  WS-SCAN-DONE         VALUE "Y".
       01  WS-REBOOK-FLAG           PIC X VALUE "N".
           88  WS-REBOOK            VALUE "Y".
       01  WS-SLOT-BOOKED           PIC 9(3) VALUE ZERO.
       01  WS-LIST-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-STATUS-LABEL          PIC X(12) VALUE SPACES.

      * 曜日の判定（ツェラーの公式。1=月〜7=日）
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

      * 曜日の表示名（1=月〜7=日）
       01  WS-DAY-NAME-VALUES.
           05  FILLER               PIC X(3) VALUE "月".
           05  FILLER               PIC X(3) VALUE "火".
           05  FILLER               PIC X(3) VALUE "水".
           05  FILLER               PIC X(3) VALUE "木".
           05  FILLER               PIC X(3) VALUE "金".
           05  FILLER               PIC X(3) VALUE "土".
           05  FILLER               PIC X(3) VALUE "日".
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
           05  WS-DAY-NAME          PIC X(3) OCCURS 7 TIMES.
       01  WS-DAY-IDX               PIC 9 VALUE ZERO.
       01  WS-DAY-LABEL             PIC X(3) VALUE SPACES.

       COPY LIBERROR.

       SCREEN SECTION.
       01  APPT-LOGIN-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2 COL 1         VALUE "面談予約端末".
           05  LINE 5 COL 1         VALUE "学籍番号: ".
           05  LINE 5 COL 13        PIC X(7) USING WS-INPUT-STUDENT-ID.
           05  LINE 6 COL 1         VALUE "暗証番号: ".
           05  LINE 6 COL 13        PIC X(4) USING WS-INPUT-PIN.

       01  APPT-MENU-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2 COL 1         VALUE "面談予約端末".
           05  LINE 3 COL 1         VALUE "学期: ".
           05  LINE 3 COL 8         PIC X(2) FROM WS-CURRENT-SEMESTER.
           05  LINE 3 COL 12        PIC X(7) FROM WS-INPUT-STUDENT-ID.
           05  LINE 3 COL 20        PIC X(41) FROM WS-STUDENT-NAME.
           05  LINE 5 COL 1         VALUE
               "1. オフィスアワーの照会".
           05  LINE 6 COL 1         VALUE "2. 面談の予約".
           05  LINE 7 COL 1         VALUE "3. 予約の確認".
           05  LINE 8 COL 1         VALUE "4. 予約の取消".
           05  LINE 9 COL 1         VALUE "9. 終了".
           05  LINE 11 COL 1        VALUE "選択: ".
           05  LINE 11 COL 8        PIC 9 USING WS-CHOICE.

       01  APPT-TEACHER-SCREEN.
           05  LINE 13 COL 1        VALUE
               "教員ID(空白は指導教員): ".
           05  LINE 13 COL 27
               PIC X(5) USING WS-INPUT-TEACHER-ID.

       01  APPT-BOOK-SCREEN.
           05  LINE 13 COL 1        VALUE
               "教員ID(空白は指導教員): ".
           05  LINE 13 COL 27
               PIC X(5) USING WS-INPUT-TEACHER-ID.
           05  LINE 14 COL 1        VALUE "面談日(YYYYMMDD): ".
           05  LINE 14 COL 20       PIC 9(8) USING WS-INPUT-DATE.
           05  LINE 15 COL 1        VALUE "時限: ".
           05  LINE 15 COL 8        PIC 9(1) USING WS-INPUT-PERIOD.
           05  LINE 16 COL 1        VALUE
               "目的(A:履修指導 W:要注意 C:授業): ".
           05  LINE 16 COL 37       PIC X(1) USING WS-INPUT-PURPOSE.
           05  LINE 17 COL 1        VALUE
               "科目コード(目的Cのとき): ".
           05  LINE 17 COL 27
               PIC X(6) USING WS-INPUT-COURSE-ID.

       01  APPT-CANCEL-SCREEN.
           05  LINE 13 COL 1        VALUE "教員ID: ".
           05  LINE 13 COL 10
               PIC X(5) USING WS-INPUT-TEACHER-ID.
           05  LINE 14 COL 1        VALUE "面談日(YYYYMMDD): ".
           05  LINE 14 COL 20       PIC 9(8) USING WS-INPUT-DATE.
           05  LINE 15 COL 1        VALUE "時限: ".
           05  LINE 15 COL 8        PIC 9(1) USING WS-INPUT-PERIOD.

       01  CONTINUE-SCREEN.
           05  LINE 22 COL 1        VALUE
               "続けて操作しますか？ (Y/N): ".
           05  LINE 22 COL 31       PIC X USING WS-CONTINUE-FLAG.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE "Y" TO WS-CONTINUE-FLAG
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
           PERFORM OPEN-FILES
           IF WS-FILES-OK
               PERFORM FIND-CURRENT-TERM
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
           END-IF
           PERFORM CLOSE-FILES
           DISPLAY "ご利用ありがとうございました。"
           STOP RUN.

      * 暗証番号ファイル・学年暦・オフィスアワーがなければ
      * 端末は使えない
       OPEN-FILES SECTION.
           MOVE "Y" TO WS-FILES-OK-FLAG
           OPEN I-O APPOINTMENT-FILE
           IF WS-APT-NOT-FOUND OR WS-APT-STATUS = "35"
               OPEN OUTPUT APPOINTMENT-FILE
               CLOSE APPOINTMENT-FILE
               OPEN I-O APPOINTMENT-FILE
           END-IF

           OPEN INPUT STUDENT-FILE
           OPEN INPUT TEACHER-FILE
           OPEN INPUT SYLLABUS-FILE

           OPEN I-O PIN-FILE
           IF NOT WS-SPN-SUCCESS
               DISPLAY "面談予約端末は"
                   "現在利用できません。"
               MOVE "N" TO WS-FILES-OK-FLAG
           END-IF

           OPEN INPUT TERM-FILE
           IF NOT WS-TERM-SUCCESS
               DISPLAY "学年暦が"
                   "登録されていないため"
                   "利用できません。"
               MOVE "N" TO WS-FILES-OK-FLAG
           END-IF

           OPEN INPUT OFFICE-HOUR-FILE
           IF NOT WS-OFH-SUCCESS
               DISPLAY "オフィスアワーが"
                   "登録されていないため"
                   "利用できません。"
               MOVE "N" TO WS-FILES-OK-FLAG
           END-IF

           MOVE "N" TO WS-HOL-OPEN-FLAG
           OPEN INPUT HOLIDAY-FILE
           IF WS-HOL-SUCCESS
               MOVE "Y" TO WS-HOL-OPEN-FLAG
           END-IF.

       CLOSE-FILES SECTION.
           CLOSE APPOINTMENT-FILE
           CLOSE STUDENT-FILE
           CLOSE TEACHER-FILE
           CLOSE SYLLABUS-FILE
           CLOSE PIN-FILE
           CLOSE TERM-FILE
           CLOSE OFFICE-HOUR-FILE
           IF WS-HOL-OPEN
               CLOSE HOLIDAY-FILE
           END-IF.

      * 本日を含む学期を照会用の学期とする。授業期間外は次に
      * 始まる学期を使う
       FIND-CURRENT-TERM SECTION.
           MOVE "N" TO WS-TERM-FOUND-FLAG
           MOVE SPACES TO WS-CURRENT-SEMESTER
           MOVE ZERO TO WS-NEXT-TERM-START
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
                       IF WS-TODAY >= TERM-START-DATE
                       AND WS-TODAY <= TERM-END-DATE
                           MOVE "Y" TO WS-TERM-FOUND-FLAG
                           MOVE TERM-SEMESTER TO WS-CURRENT-SEMESTER
                       ELSE
                           IF TERM-START-DATE > WS-TODAY
                           AND (WS-NEXT-TERM-START = ZERO
                               OR TERM-START-DATE < WS-NEXT-TERM-START)
                               MOVE TERM-START-DATE
                                   TO WS-NEXT-TERM-START
                               MOVE TERM-SEMESTER
                                   TO WS-CURRENT-SEMESTER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-TERM-STATUS.

      * 暗証番号が未設定または停止中の学生は窓口へ案内する。
      * 誤入力は回数を数え、規定回数で停止する
       SELF-LOGIN SECTION.
           MOVE "N" TO WS-LOGIN-OK-FLAG
           MOVE SPACES TO WS-INPUT-STUDENT-ID
           MOVE SPACES TO WS-INPUT-PIN
           DISPLAY APPT-LOGIN-SCREEN
           ACCEPT APPT-LOGIN-SCREEN
           MOVE WS-INPUT-STUDENT-ID TO STU-ID
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY "学籍番号または暗証番号が"
                       "違います。"
               NOT INVALID KEY
                   IF NOT STU-ACTIVE
                       DISPLAY "この学籍番号は端末では"
                           "利用できません。"
                           "窓口にお越しください。"
                   ELSE
                       MOVE STU-ADVISOR-ID TO WS-ADVISOR-ID
                       PERFORM CHECK-STUDENT-PIN
                   END-IF
           END-READ
           MOVE "00" TO WS-STU-STATUS.

       CHECK-STUDENT-PIN SECTION.
           MOVE WS-INPUT-STUDENT-ID TO SPN-STUDENT-ID
           READ PIN-FILE
               INVALID KEY
                   DISPLAY "暗証番号が未設定です。"
                       "窓口にお越しください。"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN SPN-PIN = SPACES
                           DISPLAY "暗証番号が未設定です。"
                               "窓口にお越しください。"
                       WHEN SPN-LOCKED
                           DISPLAY "暗証番号の誤入力が"
                               "続いたため利用を"
                               "停止しています。"
                           DISPLAY "窓口で暗証番号を"
                               "再設定してください。"
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
               DISPLAY "暗証番号の誤入力が"
                   "続いたため利用を停止しました。"
               DISPLAY "窓口で暗証番号を"
                   "再設定してください。"
           ELSE
               DISPLAY "学籍番号または暗証番号が"
                   "違います。"
           END-IF.

       DISPLAY-MENU SECTION.
           MOVE ZERO TO WS-CHOICE
           DISPLAY APPT-MENU-SCREEN
           ACCEPT APPT-MENU-SCREEN.

       PROCESS-CHOICE SECTION.
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM LIST-OFFICE-HOURS
               WHEN 2
                   PERFORM BOOK-APPOINTMENT
               WHEN 3
                   PERFORM LIST-MY-APPOINTMENTS
               WHEN 4
                   PERFORM CANCEL-APPOINTMENT
               WHEN 9
                   MOVE "N" TO WS-CONTINUE-FLAG
               WHEN OTHER
                   DISPLAY MSG-INVALID-INPUT
           END-EVALUATE.

      * 教員IDが空白なら指導教員に置き換え、在職中の教員か確かめる
       RESOLVE-TEACHER SECTION.
           MOVE "Y" TO WS-VALID-FLAG
           IF WS-INPUT-TEACHER-ID = SPACES
               MOVE WS-ADVISOR-ID TO WS-INPUT-TEACHER-ID
           END-IF
           IF WS-INPUT-TEACHER-ID = SPACES
               DISPLAY "指導教員が登録されていません。"
                   "教員IDを入力してください。"
               MOVE "N" TO WS-VALID-FLAG
           ELSE
               MOVE WS-INPUT-TEACHER-ID TO TEA-ID
               READ TEACHER-FILE
                   INVALID KEY
                       DISPLAY "教員IDが未登録です。"
                       MOVE "N" TO WS-VALID-FLAG
                   NOT INVALID KEY
                       IF NOT TEA-ACTIVE
                           DISPLAY "この教員は現在面談を"
                               "受け付けていません。"
                           MOVE "N" TO WS-VALID-FLAG
                       END-IF
               END-READ
               MOVE "00" TO WS-TEA-STATUS
           END-IF.

      * 照会用の学期の有効なオフィスアワーを一覧する
       LIST-OFFICE-HOURS SECTION.
           MOVE SPACES TO WS-INPUT-TEACHER-ID
           DISPLAY APPT-TEACHER-SCREEN
           ACCEPT APPT-TEACHER-SCREEN
           PERFORM RESOLVE-TEACHER
           IF WS-DATA-VALID
               DISPLAY TEA-LAST-NAME " " TEA-FIRST-NAME
                   "  学期: " WS-CURRENT-SEMESTER
               MOVE ZERO TO WS-LIST-COUNT
               MOVE "N" TO WS-SCAN-DONE-FLAG
               MOVE LOW-VALUES TO OFH-KEY
               MOVE WS-INPUT-TEACHER-ID TO OFH-TEACHER-ID
               MOVE WS-CURRENT-SEMESTER TO OFH-SEMESTER
               START OFFICE-HOUR-FILE KEY >= OFH-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SCAN-DONE-FLAG
               END-START
               PERFORM UNTIL WS-SCAN-DONE
                   READ OFFICE-HOUR-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-SCAN-DONE-FLAG
                       NOT AT END
                           IF OFH-TEACHER-ID NOT = WS-INPUT-TEACHER-ID
                           OR OFH-SEMESTER NOT = WS-CURRENT-SEMESTER
                               MOVE "Y" TO WS-SCAN-DONE-FLAG
                           ELSE
                               IF OFH-ACTIVE
                                   ADD 1 TO WS-LIST-COUNT
                                   MOVE OFH-DAY-OF-WEEK TO WS-DAY-IDX
                                   PERFORM SET-DAY-LABEL
                                   DISPLAY "  " WS-DAY-LABEL " "
                                       OFH-PERIOD "限  "
                                       OFH-LOCATION "  上限 "
                                       OFH-SLOT-CAPACITY "名"
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-OFH-STATUS
               IF WS-LIST-COUNT = ZERO
                   DISPLAY "この学期の"
                       "オフィスアワーはありません。"
               END-IF
           END-IF.

      * 面談を予約する。自分で取り消した同じコマの予約は予約中
      * に戻す
       BOOK-APPOINTMENT SECTION.
           MOVE SPACES TO WS-INPUT-TEACHER-ID
           MOVE ZERO TO WS-INPUT-DATE
           MOVE ZERO TO WS-INPUT-PERIOD
           MOVE "A" TO WS-INPUT-PURPOSE
           MOVE SPACES TO WS-INPUT-COURSE-ID
           DISPLAY APPT-BOOK-SCREEN
           ACCEPT APPT-BOOK-SCREEN
           MOVE FUNCTION UPPER-CASE(WS-INPUT-PURPOSE)
               TO WS-INPUT-PURPOSE
           PERFORM RESOLVE-TEACHER
           IF WS-DATA-VALID
               PERFORM VALIDATE-BOOKING-INPUT
           END-IF
           IF WS-DATA-VALID
               PERFORM DETERMINE-CLASS-DAY
               IF NOT WS-CLASS-DAY
                   DISPLAY "授業期間外か休日のため"
                       "予約できません。"
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF
           IF WS-DATA-VALID
               PERFORM VALIDATE-OFFICE-HOUR
           END-IF
           IF WS-DATA-VALID
               PERFORM CHECK-OWN-BOOKING
           END-IF
           IF WS-DATA-VALID
               PERFORM COUNT-SLOT-BOOKINGS
               IF WS-SLOT-BOOKED >= OFH-SLOT-CAPACITY
                   DISPLAY "このコマは"
                       "予約がいっぱいです。"
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF
           IF WS-DATA-VALID
               PERFORM WRITE-APPOINTMENT
           END-IF.

       VALIDATE-BOOKING-INPUT SECTION.
           MOVE WS-INPUT-DATE TO WS-ZC-DATE
           IF WS-ZC-MONTH < 1 OR WS-ZC-MONTH > 12
           OR WS-ZC-DAY < 1 OR WS-ZC-DAY > 31
           OR WS-INPUT-PERIOD = ZERO
               DISPLAY MSG-INVALID-INPUT
               MOVE "N" TO WS-VALID-FLAG
           END-IF
           IF WS-DATA-VALID
           AND WS-INPUT-DATE < WS-TODAY
               DISPLAY "過去の日付は予約できません。"
               MOVE "N" TO WS-VALID-FLAG
           END-IF
           IF WS-DATA-VALID
               MOVE WS-INPUT-PURPOSE TO APT-PURPOSE
               IF NOT APT-VALID-PURPOSE
                   DISPLAY "目的はA・W・Cのいずれかです。"
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF
           IF WS-DATA-VALID
               IF WS-INPUT-PURPOSE = "C"
                   MOVE WS-INPUT-COURSE-ID TO SYL-COURSE-ID
                   READ SYLLABUS-FILE
                       INVALID KEY
                           DISPLAY "科目コードが"
                               "未登録です。"
                           MOVE "N" TO WS-VALID-FLAG
                   END-READ
                   MOVE "00" TO WS-SYL-STATUS
               ELSE
                   MOVE SPACES TO WS-INPUT-COURSE-ID
               END-IF
           END-IF.

      * 指定日が授業期間内で休日でないかを判定し、該当する学期と
      * 曜日を求める
       DETERMINE-CLASS-DAY SECTION.
           PERFORM DERIVE-WEEKDAY
           MOVE "N" TO WS-CLASS-DAY-FLAG
           MOVE SPACES TO WS-DATE-SEMESTER
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
                           MOVE TERM-SEMESTER TO WS-DATE-SEMESTER
                           MOVE "Y" TO WS-CLASS-DAY-FLAG
                           MOVE "10" TO WS-TERM-STATUS
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-TERM-STATUS
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

       DERIVE-WEEKDAY SECTION.
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
           EVALUATE TRUE
               WHEN WS-ZC-H >= 2
                   COMPUTE WS-DERIVED-DAY = WS-ZC-H - 1
               WHEN WS-ZC-H = 0
                   MOVE 6 TO WS-DERIVED-DAY
               WHEN OTHER
                   MOVE 7 TO WS-DERIVED-DAY
           END-EVALUATE.

      * その学期・曜日・時限に有効なオフィスアワーがあること
       VALIDATE-OFFICE-HOUR SECTION.
           MOVE WS-INPUT-TEACHER-ID TO OFH-TEACHER-ID
           MOVE WS-DATE-SEMESTER TO OFH-SEMESTER
           MOVE WS-DERIVED-DAY TO OFH-DAY-OF-WEEK
           MOVE WS-INPUT-PERIOD TO OFH-PERIOD
           READ OFFICE-HOUR-FILE
               INVALID KEY
                   DISPLAY "その日時は"
                       "オフィスアワーではありません。"
                   MOVE "N" TO WS-VALID-FLAG
               NOT INVALID KEY
                   IF NOT OFH-ACTIVE
                       DISPLAY "その日時のオフィスアワーは"
                           "取りやめになりました。"
                       MOVE "N" TO WS-VALID-FLAG
                   END-IF
           END-READ
           MOVE "00" TO WS-OFH-STATUS.

      * 同じコマの自分の予約。予約中・面談済みなら重ねて予約
      * しない。取消済みなら書き直す
       CHECK-OWN-BOOKING SECTION.
           MOVE "N" TO WS-REBOOK-FLAG
           MOVE WS-INPUT-TEACHER-ID TO APT-TEACHER-ID
           MOVE WS-INPUT-DATE TO APT-DATE
           MOVE WS-INPUT-PERIOD TO APT-PERIOD
           MOVE WS-INPUT-STUDENT-ID TO APT-STUDENT-ID
           READ APPOINTMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF APT-CANCELLED
                       MOVE "Y" TO WS-REBOOK-FLAG
                   ELSE
                       DISPLAY "このコマはすでに"
                           "予約済みです。"
                       MOVE "N" TO WS-VALID-FLAG
                   END-IF
           END-READ
           MOVE "00" TO WS-APT-STATUS.

      * 教員・面談日・時限が同じ予約のうち予約中と面談済みを数える
       COUNT-SLOT-BOOKINGS SECTION.
           MOVE ZERO TO WS-SLOT-BOOKED
           MOVE "N" TO WS-SCAN-DONE-FLAG
           MOVE WS-INPUT-TEACHER-ID TO APT-TEACHER-ID
           MOVE WS-INPUT-DATE TO APT-DATE
           MOVE WS-INPUT-PERIOD TO APT-PERIOD
           MOVE LOW-VALUES TO APT-STUDENT-ID
           START APPOINTMENT-FILE KEY >= APT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE-FLAG
           END-START
           PERFORM UNTIL WS-SCAN-DONE
               READ APPOINTMENT-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-SCAN-DONE-FLAG
                   NOT AT END
                       IF APT-TEACHER-ID NOT = WS-INPUT-TEACHER-ID
                       OR APT-DATE NOT = WS-INPUT-DATE
                       OR APT-PERIOD NOT = WS-INPUT-PERIOD
                           MOVE "Y" TO WS-SCAN-DONE-FLAG
                       ELSE
                           IF APT-BOOKED OR APT-MET
                               ADD 1 TO WS-SLOT-BOOKED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-APT-STATUS.

       WRITE-APPOINTMENT SECTION.
           INITIALIZE ADVISING-APPOINTMENT-RECORD
           MOVE WS-INPUT-TEACHER-ID TO APT-TEACHER-ID
           MOVE WS-INPUT-DATE TO APT-DATE
           MOVE WS-INPUT-PERIOD TO APT-PERIOD
           MOVE WS-INPUT-STUDENT-ID TO APT-STUDENT-ID
           IF WS-REBOOK
               READ APPOINTMENT-FILE
                   INVALID KEY
                       MOVE "N" TO WS-REBOOK-FLAG
               END-READ
               MOVE "00" TO WS-APT-STATUS
           END-IF
           MOVE WS-DATE-SEMESTER TO APT-SEMESTER
           MOVE WS-DERIVED-DAY TO APT-DAY-OF-WEEK
           MOVE WS-INPUT-PURPOSE TO APT-PURPOSE
           MOVE WS-INPUT-COURSE-ID TO APT-COURSE-ID
           MOVE "B" TO APT-STATUS
           MOVE WS-TODAY TO APT-BOOKED-DATE
           MOVE ZERO TO APT-OUTCOME-DATE
           MOVE SPACES TO APT-OUTCOME-NOTE
           MOVE "N" TO APT-FOLLOW-UP
           IF WS-REBOOK
               REWRITE ADVISING-APPOINTMENT-RECORD
                   INVALID KEY
                       DISPLAY MSG-FILE-WRITE
                   NOT INVALID KEY
                       PERFORM DISPLAY-BOOKED
               END-REWRITE
           ELSE
               WRITE ADVISING-APPOINTMENT-RECORD
                   INVALID KEY
                       DISPLAY MSG-FILE-WRITE
                   NOT INVALID KEY
                       PERFORM DISPLAY-BOOKED
               END-WRITE
           END-IF
           MOVE "00" TO WS-APT-STATUS.

       DISPLAY-BOOKED SECTION.
           MOVE WS-DERIVED-DAY TO WS-DAY-IDX
           PERFORM SET-DAY-LABEL
           DISPLAY "面談を予約しました。"
           DISPLAY "  " APT-DATE "（" WS-DAY-LABEL "）"
               APT-PERIOD "限  場所: " OFH-LOCATION.

      * 自分の本日以降の予約を学籍番号の代替キーでたどる
       LIST-MY-APPOINTMENTS SECTION.
           MOVE ZERO TO WS-LIST-COUNT
           MOVE "N" TO WS-SCAN-DONE-FLAG
           MOVE WS-INPUT-STUDENT-ID TO APT-STUDENT-ID
           START APPOINTMENT-FILE KEY = APT-STUDENT-ID
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE-FLAG
           END-START
           PERFORM UNTIL WS-SCAN-DONE
               READ APPOINTMENT-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-SCAN-DONE-FLAG
                   NOT AT END
                       IF APT-STUDENT-ID NOT = WS-INPUT-STUDENT-ID
                           MOVE "Y" TO WS-SCAN-DONE-FLAG
                       ELSE
                           IF APT-DATE >= WS-TODAY
                               ADD 1 TO WS-LIST-COUNT
                               PERFORM DISPLAY-ONE-APPOINTMENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-APT-STATUS
           IF WS-LIST-COUNT = ZERO
               DISPLAY "本日以降の予約はありません。"
           END-IF.

       DISPLAY-ONE-APPOINTMENT SECTION.
           EVALUATE TRUE
               WHEN APT-BOOKED
                   MOVE "予約中" TO WS-STATUS-LABEL
               WHEN APT-CANCELLED
                   MOVE "取消済" TO WS-STATUS-LABEL
               WHEN APT-MET
                   MOVE "面談済" TO WS-STATUS-LABEL
               WHEN OTHER
                   MOVE "欠席" TO WS-STATUS-LABEL
           END-EVALUATE
           MOVE APT-DAY-OF-WEEK TO WS-DAY-IDX
           PERFORM SET-DAY-LABEL
           MOVE APT-TEACHER-ID TO OFH-TEACHER-ID
           MOVE APT-SEMESTER TO OFH-SEMESTER
           MOVE APT-DAY-OF-WEEK TO OFH-DAY-OF-WEEK
           MOVE APT-PERIOD TO OFH-PERIOD
           READ OFFICE-HOUR-FILE
               INVALID KEY
                   MOVE SPACES TO OFH-LOCATION
           END-READ
           MOVE "00" TO WS-OFH-STATUS
           DISPLAY "  " APT-DATE "（" WS-DAY-LABEL "）"
               APT-PERIOD "限  教員: " APT-TEACHER-ID
               "  " OFH-LOCATION "  " WS-STATUS-LABEL.

      * 予約中の本日以降の予約を取り消す
       CANCEL-APPOINTMENT SECTION.
           MOVE SPACES TO WS-INPUT-TEACHER-ID
           MOVE ZERO TO WS-INPUT-DATE
           MOVE ZERO TO WS-INPUT-PERIOD
           DISPLAY APPT-CANCEL-SCREEN
           ACCEPT APPT-CANCEL-SCREEN
           MOVE WS-INPUT-TEACHER-ID TO APT-TEACHER-ID
           MOVE WS-INPUT-DATE TO APT-DATE
           MOVE WS-INPUT-PERIOD TO APT-PERIOD
           MOVE WS-INPUT-STUDENT-ID TO APT-STUDENT-ID
           READ APPOINTMENT-FILE
               INVALID KEY
                   DISPLAY MSG-RECORD-NOT-FOUND
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT APT-BOOKED
                           DISPLAY "この予約は"
                               "取り消せません。"
                       WHEN APT-DATE < WS-TODAY
                           DISPLAY "過去の予約は"
                               "取り消せません。"
                       WHEN OTHER
                           MOVE "X" TO APT-STATUS
                           MOVE WS-TODAY TO APT-OUTCOME-DATE
                           REWRITE ADVISING-APPOINTMENT-RECORD
                               INVALID KEY
                                   DISPLAY MSG-FILE-WRITE
                               NOT INVALID KEY
                                   DISPLAY "予約を"
                                       "取り消しました。"
                           END-REWRITE
                   END-EVALUATE
           END-READ
           MOVE "00" TO WS-APT-STATUS.

       SET-DAY-LABEL SECTION.
           IF WS-DAY-IDX >= 1 AND WS-DAY-IDX <= 7
               MOVE WS-DAY-NAME(WS-DAY-IDX) TO WS-DAY-LABEL
           ELSE
               MOVE SPACES TO WS-DAY-LABEL
           END-IF.

       CHECK-CONTINUE SECTION.
           DISPLAY CONTINUE-SCREEN
           ACCEPT CONTINUE-SCREEN.
