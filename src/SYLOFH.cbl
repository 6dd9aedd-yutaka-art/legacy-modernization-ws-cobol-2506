      ******************************************************************
      * シラバス管理システム - オフィスアワー管理
      *
      * 教員ごと・学期ごとのオフィスアワー（曜日・時限・場所・
      * 1コマの予約上限人数）を登録・変更・取りやめする。
      * 場所を省略すると教員マスタの研究室を使う。
      * 授業不可時間帯（SYLTUNCK）の不可に当たるコマと、同じ学期
      * に担当授業がある曜日時限は登録できない。
      * 学生は予約端末（SYLAPPT）からこのコマに面談を予約する。
      * 取りやめたコマに今後の予約が残っている場合は件数を示す。
      * 学期を指定して学科別のオフィスアワー一覧
      * office_hours_<学期>_<日付>.txt も出力する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLOFH.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.
       SPECIAL-NAMES.
           CONSOLE IS CRT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OFFICE-HOUR-FILE
               ASSIGN TO "office_hours.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFH-KEY
               FILE STATUS IS WS-OFH-STATUS.

           SELECT APPOINTMENT-FILE
               ASSIGN TO "advising_appointment.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APT-KEY
               ALTERNATE RECORD KEY IS APT-STUDENT-ID WITH DUPLICATES
               FILE STATUS IS WS-APT-STATUS.

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

           SELECT TERM-FILE
               ASSIGN TO "term.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-SEMESTER
               FILE STATUS IS WS-TERM-STATUS.

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

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OFFICE-HOUR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OFHFILE.

       FD  APPOINTMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY APTFILE.

       FD  TEACHER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TEAFILE.

       FD  DEPARTMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DEPFILE.

       FD  TERM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TERMFILE.

       FD  SYLLABUS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SYLFILE.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-OFH-STATUS            PIC XX VALUE "00".
           88  WS-OFH-SUCCESS       VALUE "00".
           88  WS-OFH-EOF           VALUE "10".

       01  WS-APT-STATUS            PIC XX VALUE "00".
           88  WS-APT-SUCCESS       VALUE "00".
           88  WS-APT-EOF           VALUE "10".

       01  WS-TEA-STATUS            PIC XX VALUE "00".
           88  WS-TEA-SUCCESS       VALUE "00".

       01  WS-DEP-STATUS            PIC XX VALUE "00".
           88  WS-DEP-SUCCESS       VALUE "00".

       01  WS-TERM-STATUS           PIC XX VALUE "00".
           88  WS-TERM-SUCCESS      VALUE "00".

       01  WS-SYL-STATUS            PIC XX VALUE "00".
           88  WS-SYL-SUCCESS       VALUE "00".
           88  WS-SYL-EOF           VALUE "10".

       01  WS-REPORT-STATUS         PIC XX VALUE "00".
           88  WS-REPORT-SUCCESS    VALUE "00".

       01  WS-CONTINUE-FLAG         PIC X VALUE "Y".
           88  WS-CONTINUE          VALUE "Y", "y".
           88  WS-EXIT              VALUE "N", "n".

       01  WS-CHOICE                PIC 9 VALUE 0.

       01  WS-CURRENT-DATE          PIC 9(8) VALUE ZERO.
       01  WS-REPORT-FILENAME       PIC X(50) VALUE SPACES.

       01  WS-VALID-FLAG            PIC X VALUE "Y".
           88  WS-VALID             VALUE "Y".
       01  WS-SCAN-DONE-FLAG        PIC X VALUE "N".
           88  WS-SCAN-DONE         VALUE "Y".
       01  WS-EXISTS-FLAG           PIC X VALUE "N".
           88  WS-EXISTS            VALUE "Y".

       01  WS-INPUT-TEACHER-ID      PIC X(5) VALUE SPACES.
       01  WS-INPUT-SEMESTER        PIC X(2) VALUE SPACES.
       01  WS-INPUT-DAY             PIC X(1) VALUE SPACE.
           88  WS-INPUT-DAY-VALID   VALUE "1" THRU "7".
       01  WS-INPUT-PERIOD          PIC 9(1) VALUE ZERO.
       01  WS-INPUT-LOCATION        PIC X(15) VALUE SPACES.
       01  WS-INPUT-CAPACITY        PIC 9(2) VALUE ZERO.
       01  WS-CONFIRM               PIC X VALUE "N".
           88  WS-CONFIRMED         VALUE "Y", "y".

       01  WS-TUN-RESULT            PIC X VALUE SPACE.
           88  WS-TUN-HARD          VALUE "H".
           88  WS-TUN-SOFT          VALUE "S".
       01  WS-TUN-REASON            PIC X(30) VALUE SPACES.

       01  WS-CLASH-COURSE-ID       PIC X(6) VALUE SPACES.
       01  WS-FUTURE-BOOKINGS       PIC 9(4) VALUE ZERO.
       01  WS-SLOT-COUNT            PIC 9(3) VALUE ZERO.

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

      * 学科別一覧用（学科・教員・曜日・時限順に並べ替える）
       01  WS-OL-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-OL-TABLE.
           05  WS-OL-ENTRY OCCURS 2000 TIMES.
               10  WS-OL-SORT-KEY.
                   15  WS-OL-DEPT-ID    PIC X(4).
                   15  WS-OL-TEACHER-ID PIC X(5).
                   15  WS-OL-DAY        PIC X(1).
                   15  WS-OL-PERIOD     PIC 9(1).
               10  WS-OL-TEACHER-NAME   PIC X(20).
               10  WS-OL-LOCATION       PIC X(15).
               10  WS-OL-CAPACITY       PIC 9(2).
       01  WS-OL-I                  PIC 9(4) VALUE ZERO.
       01  WS-OL-J                  PIC 9(4) VALUE ZERO.
       01  WS-OL-SWAP               PIC X(48).
       01  WS-CUR-DEPT-ID           PIC X(4) VALUE SPACES.
       01  WS-DEPT-SLOT-COUNT       PIC 9(4) VALUE ZERO.

       01  WS-HEADER1               PIC X(132) VALUE ALL "=".
       01  WS-RULE-LINE             PIC X(132) VALUE ALL "-".
       01  WS-REPORT-TITLE          PIC X(132) VALUE
           "                    オフィスアワー 学科別一覧".
       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-CONDITION-LINE.
           05  FILLER               PIC X(10) VALUE "学期: ".
           05  WS-CL-SEMESTER       PIC X(2).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(12) VALUE "作成日: ".
           05  WS-CL-DATE           PIC 9(8).
           05  FILLER               PIC X(96) VALUE SPACES.

       01  WS-DEPT-LINE.
           05  FILLER               PIC X(9) VALUE "学科: ".
           05  WS-DL-DEPT-ID        PIC X(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DL-DEPT-NAME      PIC X(30).
           05  FILLER               PIC X(87) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(8) VALUE "教員ID".
           05  FILLER               PIC X(22) VALUE "氏名".
           05  FILLER               PIC X(8) VALUE "曜日".
           05  FILLER               PIC X(8) VALUE "時限".
           05  FILLER               PIC X(17) VALUE "場所".
           05  FILLER               PIC X(12) VALUE "予約上限".
           05  FILLER               PIC X(57) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DT-TEACHER-ID     PIC X(5).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-DT-NAME           PIC X(20).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DT-DAY            PIC X(3).
           05  FILLER               PIC X(5) VALUE SPACES.
           05  WS-DT-PERIOD         PIC 9.
           05  FILLER               PIC X(3) VALUE "限".
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-DT-LOCATION       PIC X(15).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DT-CAPACITY       PIC Z9.
           05  FILLER               PIC X(3) VALUE "名".
           05  FILLER               PIC X(64) VALUE SPACES.

       01  WS-DEPT-TOTAL-LINE.
           05  FILLER               PIC X(16) VALUE "  学科計: ".
           05  WS-DTL-COUNT         PIC ZZZ9.
           05  FILLER               PIC X(6) VALUE "コマ".
           05  FILLER               PIC X(106) VALUE SPACES.

       01  WS-GRAND-TOTAL-LINE.
           05  FILLER               PIC X(30) VALUE
               "オフィスアワー 合計: ".
           05  WS-GT-COUNT          PIC ZZZ9.
           05  FILLER               PIC X(6) VALUE "コマ".
           05  FILLER               PIC X(92) VALUE SPACES.

       COPY LIBERROR.

       SCREEN SECTION.
       01  OFH-MENU-SCREEN.
           05  LINE 2 COL 1         VALUE "オフィスアワー管理".
           05  LINE 4 COL 1         VALUE "1. 登録・変更".
           05  LINE 5 COL 1         VALUE "2. 取りやめ".
           05  LINE 6 COL 1         VALUE "3. 教員別照会".
           05  LINE 7 COL 1         VALUE "4. 学科別一覧の出力".
           05  LINE 8 COL 1         VALUE "9. 戻る".
           05  LINE 10 COL 1        VALUE "選択: ".
           05  LINE 10 COL 8        PIC 9 USING WS-CHOICE.

       01  OFH-INPUT-SCREEN.
           05  LINE 12 COL 1        VALUE "教員ID: ".
           05  LINE 12 COL 10
               PIC X(5) USING WS-INPUT-TEACHER-ID.
           05  LINE 13 COL 1        VALUE "学期: ".
           05  LINE 13 COL 8        PIC X(2) USING WS-INPUT-SEMESTER.
           05  LINE 14 COL 1        VALUE
               "曜日(1:月〜7:日): ".
           05  LINE 14 COL 22       PIC X(1) USING WS-INPUT-DAY.
           05  LINE 15 COL 1        VALUE "時限(1-9): ".
           05  LINE 15 COL 13       PIC 9(1) USING WS-INPUT-PERIOD.
           05  LINE 16 COL 1        VALUE
               "場所(空白は研究室): ".
           05  LINE 16 COL 23
               PIC X(15) USING WS-INPUT-LOCATION.
           05  LINE 17 COL 1        VALUE "予約上限人数: ".
           05  LINE 17 COL 16
               PIC 9(2) USING WS-INPUT-CAPACITY.

       01  OFH-KEY-SCREEN.
           05  LINE 12 COL 1        VALUE "教員ID: ".
           05  LINE 12 COL 10
               PIC X(5) USING WS-INPUT-TEACHER-ID.
           05  LINE 13 COL 1        VALUE "学期: ".
           05  LINE 13 COL 8        PIC X(2) USING WS-INPUT-SEMESTER.
           05  LINE 14 COL 1        VALUE
               "曜日(1:月〜7:日): ".
           05  LINE 14 COL 22       PIC X(1) USING WS-INPUT-DAY.
           05  LINE 15 COL 1        VALUE "時限(1-9): ".
           05  LINE 15 COL 13       PIC 9(1) USING WS-INPUT-PERIOD.

       01  OFH-TEACHER-SCREEN.
           05  LINE 12 COL 1        VALUE "教員ID: ".
           05  LINE 12 COL 10
               PIC X(5) USING WS-INPUT-TEACHER-ID.
           05  LINE 13 COL 1        VALUE "学期: ".
           05  LINE 13 COL 8        PIC X(2) USING WS-INPUT-SEMESTER.

       01  OFH-SEMESTER-SCREEN.
           05  LINE 12 COL 1        VALUE "学期: ".
           05  LINE 12 COL 8        PIC X(2) USING WS-INPUT-SEMESTER.

       01  WITHDRAW-CONFIRM-SCREEN.
           05  LINE 19 COL 1        VALUE
               "このコマを取りやめます。"
               & "よろしいですか？".
           05  LINE 19 COL 43       VALUE "(Y/N): ".
           05  LINE 19 COL 50       PIC X USING WS-CONFIRM.

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
           OPEN I-O OFFICE-HOUR-FILE
           IF NOT WS-OFH-SUCCESS
               OPEN OUTPUT OFFICE-HOUR-FILE
               CLOSE OFFICE-HOUR-FILE
               OPEN I-O OFFICE-HOUR-FILE
           END-IF
           OPEN INPUT APPOINTMENT-FILE
           OPEN INPUT TEACHER-FILE
           OPEN INPUT DEPARTMENT-FILE
           OPEN INPUT TERM-FILE
           OPEN INPUT SYLLABUS-FILE.

       CLOSE-FILES SECTION.
           CLOSE OFFICE-HOUR-FILE
           CLOSE APPOINTMENT-FILE
           CLOSE TEACHER-FILE
           CLOSE DEPARTMENT-FILE
           CLOSE TERM-FILE
           CLOSE SYLLABUS-FILE.

       DISPLAY-MENU SECTION.
           DISPLAY OFH-MENU-SCREEN
           ACCEPT OFH-MENU-SCREEN.

       PROCESS-CHOICE SECTION.
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM REGISTER-OFFICE-HOUR
               WHEN 2
                   PERFORM WITHDRAW-OFFICE-HOUR
               WHEN 3
                   PERFORM LIST-TEACHER-HOURS
               WHEN 4
                   PERFORM WRITE-DIRECTORY-REPORT
               WHEN 9
                   MOVE "N" TO WS-CONTINUE-FLAG
               WHEN OTHER
                   DISPLAY MSG-INVALID-INPUT
           END-EVALUATE.

      * コマを登録する。同じキーのコマがあれば場所・上限人数を
      * 書き換えて有効に戻す
       REGISTER-OFFICE-HOUR SECTION.
           MOVE SPACES TO WS-INPUT-TEACHER-ID
           MOVE SPACES TO WS-INPUT-SEMESTER
           MOVE SPACE TO WS-INPUT-DAY
           MOVE ZERO TO WS-INPUT-PERIOD
           MOVE SPACES TO WS-INPUT-LOCATION
           MOVE 1 TO WS-INPUT-CAPACITY
           DISPLAY OFH-INPUT-SCREEN
           ACCEPT OFH-INPUT-SCREEN
           PERFORM VALIDATE-SLOT-KEY
           IF WS-VALID
               IF TEA-OFFICE-LOCATION = SPACES
               AND WS-INPUT-LOCATION = SPACES
                   DISPLAY "場所を入力してください"
                       "（研究室が未登録です）。"
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF
           IF WS-VALID
               CALL "SYLTUNCK" USING WS-INPUT-TEACHER-ID,
                                     WS-INPUT-DAY,
                                     WS-INPUT-PERIOD,
                                     WS-INPUT-SEMESTER,
                                     WS-TUN-RESULT, WS-TUN-REASON
               EVALUATE TRUE
                   WHEN WS-TUN-HARD
                       DISPLAY "エラー: 授業不可時間帯"
                           "です（" WS-TUN-REASON "）"
                       MOVE "N" TO WS-VALID-FLAG
                   WHEN WS-TUN-SOFT
                       DISPLAY "警告: 要注意時間帯です（"
                           WS-TUN-REASON "）"
               END-EVALUATE
           END-IF
           IF WS-VALID
               PERFORM CHECK-CLASS-CLASH
           END-IF
           IF WS-VALID
               IF WS-INPUT-CAPACITY = ZERO
                   MOVE 1 TO WS-INPUT-CAPACITY
               END-IF
               MOVE WS-INPUT-TEACHER-ID TO OFH-TEACHER-ID
               MOVE WS-INPUT-SEMESTER TO OFH-SEMESTER
               MOVE WS-INPUT-DAY TO OFH-DAY-OF-WEEK
               MOVE WS-INPUT-PERIOD TO OFH-PERIOD
               MOVE "N" TO WS-EXISTS-FLAG
               READ OFFICE-HOUR-FILE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-EXISTS-FLAG
               END-READ
               IF WS-INPUT-LOCATION = SPACES
                   MOVE TEA-OFFICE-LOCATION TO OFH-LOCATION
               ELSE
                   MOVE WS-INPUT-LOCATION TO OFH-LOCATION
               END-IF
               MOVE WS-INPUT-CAPACITY TO OFH-SLOT-CAPACITY
               MOVE "A" TO OFH-STATUS
               MOVE WS-CURRENT-DATE TO OFH-UPDATED-DATE
               IF WS-EXISTS
                   REWRITE OFFICE-HOUR-RECORD
                       INVALID KEY
                           DISPLAY MSG-FILE-WRITE
                       NOT INVALID KEY
                           DISPLAY "オフィスアワーを"
                               "変更しました。"
                   END-REWRITE
               ELSE
                   WRITE OFFICE-HOUR-RECORD
                       INVALID KEY
                           DISPLAY MSG-FILE-WRITE
                       NOT INVALID KEY
                           DISPLAY "オフィスアワーを"
                               "登録しました。"
                   END-WRITE
               END-IF
           END-IF
           MOVE "00" TO WS-OFH-STATUS.

      * 教員・学期・曜日・時限を検証する。教員は在職中に限る
       VALIDATE-SLOT-KEY SECTION.
           MOVE "Y" TO WS-VALID-FLAG
           MOVE WS-INPUT-TEACHER-ID TO TEA-ID
           READ TEACHER-FILE
               INVALID KEY
                   DISPLAY "教員IDが未登録です。"
                   MOVE "N" TO WS-VALID-FLAG
               NOT INVALID KEY
                   IF NOT TEA-ACTIVE
                       DISPLAY "在職中の"
                           "教員ではありません。"
                       MOVE "N" TO WS-VALID-FLAG
                   END-IF
           END-READ
           MOVE "00" TO WS-TEA-STATUS
           IF WS-VALID
               MOVE WS-INPUT-SEMESTER TO TERM-SEMESTER
               READ TERM-FILE
                   INVALID KEY
                       DISPLAY "学期が未登録です。"
                       MOVE "N" TO WS-VALID-FLAG
               END-READ
               MOVE "00" TO WS-TERM-STATUS
           END-IF
           IF WS-VALID
               IF NOT WS-INPUT-DAY-VALID
                   DISPLAY "曜日は1〜7で"
                       "入力してください。"
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF
           IF WS-VALID
               IF WS-INPUT-PERIOD = ZERO
                   DISPLAY "時限は1〜9で"
                       "入力してください。"
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF.

      * 同じ学期・曜日・時限に担当授業（休講以外）があれば登録
      * しない。担当教員IDの代替キーで教員の授業だけを読む
       CHECK-CLASS-CLASH SECTION.
           MOVE SPACES TO WS-CLASH-COURSE-ID
           MOVE WS-INPUT-TEACHER-ID TO SYL-TEACHER-ID
           MOVE "00" TO WS-SYL-STATUS
           START SYLLABUS-FILE KEY = SYL-TEACHER-ID
               INVALID KEY
                   MOVE "10" TO WS-SYL-STATUS
           END-START
           PERFORM UNTIL WS-SYL-EOF
               READ SYLLABUS-FILE NEXT
                   AT END
                       MOVE "10" TO WS-SYL-STATUS
                   NOT AT END
                       IF SYL-TEACHER-ID NOT = WS-INPUT-TEACHER-ID
                           MOVE "10" TO WS-SYL-STATUS
                       ELSE
                           IF SYL-SEMESTER = WS-INPUT-SEMESTER
                           AND SYL-DAY-OF-WEEK = WS-INPUT-DAY
                           AND SYL-PERIOD = WS-INPUT-PERIOD
                           AND SYL-STATUS NOT = "C"
                               MOVE SYL-COURSE-ID
                                   TO WS-CLASH-COURSE-ID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-SYL-STATUS
           IF WS-CLASH-COURSE-ID NOT = SPACES
               DISPLAY "エラー: 担当授業と重なります（"
                   WS-CLASH-COURSE-ID "）"
               MOVE "N" TO WS-VALID-FLAG
           END-IF.

      * コマを取りやめる。本日以降の予約が残っていれば件数を示す
       WITHDRAW-OFFICE-HOUR SECTION.
           MOVE SPACES TO WS-INPUT-TEACHER-ID
           MOVE SPACES TO WS-INPUT-SEMESTER
           MOVE SPACE TO WS-INPUT-DAY
           MOVE ZERO TO WS-INPUT-PERIOD
           DISPLAY OFH-KEY-SCREEN
           ACCEPT OFH-KEY-SCREEN
           MOVE "Y" TO WS-VALID-FLAG
           MOVE WS-INPUT-TEACHER-ID TO OFH-TEACHER-ID
           MOVE WS-INPUT-SEMESTER TO OFH-SEMESTER
           MOVE WS-INPUT-DAY TO OFH-DAY-OF-WEEK
           MOVE WS-INPUT-PERIOD TO OFH-PERIOD
           READ OFFICE-HOUR-FILE
               INVALID KEY
                   DISPLAY MSG-RECORD-NOT-FOUND
                   MOVE "N" TO WS-VALID-FLAG
               NOT INVALID KEY
                   IF OFH-WITHDRAWN
                       DISPLAY "このコマは"
                           "取りやめ済みです。"
                       MOVE "N" TO WS-VALID-FLAG
                   END-IF
           END-READ
           IF WS-VALID
               PERFORM COUNT-FUTURE-BOOKINGS
               IF WS-FUTURE-BOOKINGS > ZERO
                   DISPLAY "本日以降の予約が "
                       WS-FUTURE-BOOKINGS
                       " 件あります。"
                       "学生に連絡してください。"
               END-IF
               MOVE "N" TO WS-CONFIRM
               DISPLAY WITHDRAW-CONFIRM-SCREEN
               ACCEPT WITHDRAW-CONFIRM-SCREEN
               IF NOT WS-CONFIRMED
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF
           IF WS-VALID
               MOVE WS-INPUT-TEACHER-ID TO OFH-TEACHER-ID
               MOVE WS-INPUT-SEMESTER TO OFH-SEMESTER
               MOVE WS-INPUT-DAY TO OFH-DAY-OF-WEEK
               MOVE WS-INPUT-PERIOD TO OFH-PERIOD
               READ OFFICE-HOUR-FILE
                   INVALID KEY
                       DISPLAY MSG-RECORD-NOT-FOUND
                   NOT INVALID KEY
                       MOVE "W" TO OFH-STATUS
                       MOVE WS-CURRENT-DATE TO OFH-UPDATED-DATE
                       REWRITE OFFICE-HOUR-RECORD
                           INVALID KEY
                               DISPLAY MSG-FILE-WRITE
                           NOT INVALID KEY
                               DISPLAY "オフィスアワーを"
                                   "取りやめました。"
                       END-REWRITE
               END-READ
           END-IF
           MOVE "00" TO WS-OFH-STATUS.

      * 教員の本日以降の予約のうち、取りやめるコマ（学期・曜日・
      * 時限が同じ）に入っている予約中のものを数える
       COUNT-FUTURE-BOOKINGS SECTION.
           MOVE ZERO TO WS-FUTURE-BOOKINGS
           MOVE "N" TO WS-SCAN-DONE-FLAG
           MOVE LOW-VALUES TO APT-KEY
           MOVE WS-INPUT-TEACHER-ID TO APT-TEACHER-ID
           MOVE WS-CURRENT-DATE TO APT-DATE
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
                           MOVE "Y" TO WS-SCAN-DONE-FLAG
                       ELSE
                           IF APT-SEMESTER = WS-INPUT-SEMESTER
                           AND APT-DAY-OF-WEEK = WS-INPUT-DAY
                           AND APT-PERIOD = WS-INPUT-PERIOD
                           AND APT-BOOKED
                               ADD 1 TO WS-FUTURE-BOOKINGS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-APT-STATUS.

       LIST-TEACHER-HOURS SECTION.
           MOVE SPACES TO WS-INPUT-TEACHER-ID
           MOVE SPACES TO WS-INPUT-SEMESTER
           DISPLAY OFH-TEACHER-SCREEN
           ACCEPT OFH-TEACHER-SCREEN
           MOVE ZERO TO WS-SLOT-COUNT
           MOVE "N" TO WS-SCAN-DONE-FLAG
           MOVE LOW-VALUES TO OFH-KEY
           MOVE WS-INPUT-TEACHER-ID TO OFH-TEACHER-ID
           MOVE WS-INPUT-SEMESTER TO OFH-SEMESTER
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
                       OR OFH-SEMESTER NOT = WS-INPUT-SEMESTER
                           MOVE "Y" TO WS-SCAN-DONE-FLAG
                       ELSE
                           ADD 1 TO WS-SLOT-COUNT
                           PERFORM DISPLAY-ONE-SLOT
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-OFH-STATUS
           IF WS-SLOT-COUNT = ZERO
               DISPLAY "オフィスアワーは"
                   "登録されていません。"
           END-IF.

       DISPLAY-ONE-SLOT SECTION.
           MOVE OFH-DAY-OF-WEEK TO WS-DAY-IDX
           PERFORM SET-DAY-LABEL
           IF OFH-ACTIVE
               DISPLAY WS-DAY-LABEL " " OFH-PERIOD "限 "
                   OFH-LOCATION " 上限:" OFH-SLOT-CAPACITY
                   " 更新:" OFH-UPDATED-DATE
           ELSE
               DISPLAY WS-DAY-LABEL " " OFH-PERIOD "限 "
                   OFH-LOCATION " 取りやめ:" OFH-UPDATED-DATE
           END-IF.

       SET-DAY-LABEL SECTION.
           IF WS-DAY-IDX >= 1 AND WS-DAY-IDX <= 7
               MOVE WS-DAY-NAME(WS-DAY-IDX) TO WS-DAY-LABEL
           ELSE
               MOVE SPACES TO WS-DAY-LABEL
           END-IF.

      * 指定学期の有効なコマを学科・教員・曜日・時限順に一覧する
       WRITE-DIRECTORY-REPORT SECTION.
           MOVE SPACES TO WS-INPUT-SEMESTER
           DISPLAY OFH-SEMESTER-SCREEN
           ACCEPT OFH-SEMESTER-SCREEN
           PERFORM LOAD-ACTIVE-SLOTS
           PERFORM SORT-ACTIVE-SLOTS
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "office_hours_" DELIMITED BY SIZE
                   WS-INPUT-SEMESTER DELIMITED BY SPACE
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
           WRITE REPORT-LINE FROM WS-CONDITION-LINE
           MOVE SPACES TO WS-CUR-DEPT-ID
           MOVE ZERO TO WS-DEPT-SLOT-COUNT
           PERFORM VARYING WS-OL-I FROM 1 BY 1
                   UNTIL WS-OL-I > WS-OL-COUNT
               IF WS-OL-I = 1
               OR WS-OL-DEPT-ID(WS-OL-I) NOT = WS-CUR-DEPT-ID
                   IF WS-OL-I > 1
                       PERFORM WRITE-DEPT-TOTAL
                   END-IF
                   MOVE WS-OL-DEPT-ID(WS-OL-I) TO WS-CUR-DEPT-ID
                   PERFORM WRITE-DEPT-HEADING
               END-IF
               PERFORM WRITE-SLOT-LINE
           END-PERFORM
           IF WS-OL-COUNT > ZERO
               PERFORM WRITE-DEPT-TOTAL
           END-IF
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-OL-COUNT TO WS-GT-COUNT
           WRITE REPORT-LINE FROM WS-GRAND-TOTAL-LINE
           CLOSE REPORT-FILE
           DISPLAY "学科別一覧を出力しました: "
               WS-REPORT-FILENAME.

       LOAD-ACTIVE-SLOTS SECTION.
           MOVE ZERO TO WS-OL-COUNT
           MOVE LOW-VALUES TO OFH-KEY
           START OFFICE-HOUR-FILE KEY >= OFH-KEY
               INVALID KEY
                   MOVE "10" TO WS-OFH-STATUS
           END-START
           PERFORM UNTIL NOT WS-OFH-SUCCESS
               READ OFFICE-HOUR-FILE NEXT
                   AT END
                       MOVE "10" TO WS-OFH-STATUS
                   NOT AT END
                       IF OFH-ACTIVE
                       AND OFH-SEMESTER = WS-INPUT-SEMESTER
                       AND WS-OL-COUNT < 2000
                           PERFORM ADD-SLOT-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-OFH-STATUS.

       ADD-SLOT-ENTRY SECTION.
           ADD 1 TO WS-OL-COUNT
           MOVE OFH-TEACHER-ID TO TEA-ID
           READ TEACHER-FILE
               INVALID KEY
                   MOVE SPACES TO TEA-DEPARTMENT-ID
                   MOVE SPACES TO TEA-LAST-NAME
           END-READ
           MOVE "00" TO WS-TEA-STATUS
           MOVE TEA-DEPARTMENT-ID TO WS-OL-DEPT-ID(WS-OL-COUNT)
           MOVE OFH-TEACHER-ID TO WS-OL-TEACHER-ID(WS-OL-COUNT)
           MOVE OFH-DAY-OF-WEEK TO WS-OL-DAY(WS-OL-COUNT)
           MOVE OFH-PERIOD TO WS-OL-PERIOD(WS-OL-COUNT)
           MOVE TEA-LAST-NAME TO WS-OL-TEACHER-NAME(WS-OL-COUNT)
           MOVE OFH-LOCATION TO WS-OL-LOCATION(WS-OL-COUNT)
           MOVE OFH-SLOT-CAPACITY TO WS-OL-CAPACITY(WS-OL-COUNT).

       SORT-ACTIVE-SLOTS SECTION.
           PERFORM VARYING WS-OL-I FROM 1 BY 1
                   UNTIL WS-OL-I >= WS-OL-COUNT
               PERFORM VARYING WS-OL-J FROM 1 BY 1
                       UNTIL WS-OL-J > WS-OL-COUNT - WS-OL-I
                   IF WS-OL-SORT-KEY(WS-OL-J) >
                      WS-OL-SORT-KEY(WS-OL-J + 1)
                       MOVE WS-OL-ENTRY(WS-OL-J) TO WS-OL-SWAP
                       MOVE WS-OL-ENTRY(WS-OL-J + 1)
                           TO WS-OL-ENTRY(WS-OL-J)
                       MOVE WS-OL-SWAP TO WS-OL-ENTRY(WS-OL-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-DEPT-HEADING SECTION.
           MOVE WS-CUR-DEPT-ID TO DEP-ID
           READ DEPARTMENT-FILE
               INVALID KEY
                   MOVE SPACES TO DEP-NAME
           END-READ
           MOVE "00" TO WS-DEP-STATUS
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-CUR-DEPT-ID TO WS-DL-DEPT-ID
           MOVE DEP-NAME TO WS-DL-DEPT-NAME
           WRITE REPORT-LINE FROM WS-DEPT-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HEADER
           WRITE REPORT-LINE FROM WS-RULE-LINE.

       WRITE-SLOT-LINE SECTION.
           MOVE WS-OL-TEACHER-ID(WS-OL-I) TO WS-DT-TEACHER-ID
           MOVE WS-OL-TEACHER-NAME(WS-OL-I) TO WS-DT-NAME
           MOVE WS-OL-DAY(WS-OL-I) TO WS-DAY-IDX
           PERFORM SET-DAY-LABEL
           MOVE WS-DAY-LABEL TO WS-DT-DAY
           MOVE WS-OL-PERIOD(WS-OL-I) TO WS-DT-PERIOD
           MOVE WS-OL-LOCATION(WS-OL-I) TO WS-DT-LOCATION
           MOVE WS-OL-CAPACITY(WS-OL-I) TO WS-DT-CAPACITY
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-DEPT-SLOT-COUNT.

       WRITE-DEPT-TOTAL SECTION.
           MOVE WS-DEPT-SLOT-COUNT TO WS-DTL-COUNT
           WRITE REPORT-LINE FROM WS-DEPT-TOTAL-LINE
           MOVE ZERO TO WS-DEPT-SLOT-COUNT.

       CHECK-CONTINUE SECTION.
           DISPLAY CONTINUE-SCREEN
           ACCEPT CONTINUE-SCREEN.
