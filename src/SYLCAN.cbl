******************************************************************
      * シラバス管理システム - 履修者不足科目の閉講処理バッチ
      *
      * 充足率レポート（SYLFIL）を基に閉講が承認された科目の
      * 一覧（course_cancel.dat、1行1科目、先頭6桁が科目コード）を
      * 読み、科目ごとに次を行う。
      *  1. シラバスを閉講（状態C）にし、教室の割当てを外す。
      *     有効なセクションも閉じて教室を外す
      *  2. その科目の学期の有効な履修を取消（状態D）にする
      *  3. 待機リストの待機中の申込みを取消（状態C）にする
      *  4. 影響を受けた学生ごとに、本人と担当アドバイザ
      *     （STU-ADVISOR-ID）宛の閉講通知を書き出す。通知には
      *     同じ学科・学期・曜日・時限で空きのある開講科目を
      *     代替候補として載せる
      * 閉講済みの科目と未登録の科目は読み飛ばして報告する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLCAN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CANCEL-LIST-FILE
               ASSIGN TO "course_cancel.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAN-STATUS.

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

           SELECT TEACHER-FILE
               ASSIGN TO "teacher.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TEA-ID
               FILE STATUS IS WS-TEA-STATUS.

           SELECT NOTICE-FILE
               ASSIGN TO WS-NOTICE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTICE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CANCEL-LIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  CANCEL-LIST-LINE         PIC X(20).

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

       FD  TEACHER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TEAFILE.

       FD  NOTICE-FILE
           LABEL RECORDS ARE STANDARD.
       01  NOTICE-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CAN-STATUS            PIC XX VALUE "00".
           88  WS-CAN-SUCCESS       VALUE "00".
           88  WS-CAN-EOF           VALUE "10".

       01  WS-SYL-STATUS            PIC XX VALUE "00".
           88  WS-SYL-SUCCESS       VALUE "00".
           88  WS-SYL-EOF           VALUE "10".

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
           88  WS-WL-EOF            VALUE "10".
       01  WS-WL-OPEN-FLAG          PIC X VALUE "N".
           88  WS-WL-OPEN           VALUE "Y".

       01  WS-STU-STATUS            PIC XX VALUE "00".
           88  WS-STU-SUCCESS       VALUE "00".
       01  WS-TEA-STATUS            PIC XX VALUE "00".
           88  WS-TEA-SUCCESS       VALUE "00".
       01  WS-TEA-OPEN-FLAG         PIC X VALUE "N".
           88  WS-TEA-OPEN          VALUE "Y".

       01  WS-NOTICE-STATUS         PIC XX VALUE "00".
           88  WS-NOTICE-SUCCESS    VALUE "00".

       01  WS-CURRENT-DATE          PIC 9(8) VALUE ZERO.
       01  WS-NOTICE-FILENAME       PIC X(40) VALUE SPACES.

       01  WS-FILES-OK-FLAG         PIC X VALUE "N".
           88  WS-FILES-OK          VALUE "Y".

      * 閉講する科目（シラバスを書き換える前に退避する）
       01  WS-CAN-COURSE-ID         PIC X(6) VALUE SPACES.
       01  WS-CAN-COURSE-NAME       PIC X(30) VALUE SPACES.
       01  WS-CAN-DEPARTMENT        PIC X(4) VALUE SPACES.
       01  WS-CAN-SEMESTER          PIC X(2) VALUE SPACES.
       01  WS-CAN-ACADEMIC-YEAR     PIC 9(4) VALUE ZERO.
       01  WS-CAN-DAY               PIC X(1) VALUE SPACE.
       01  WS-CAN-PERIOD            PIC 9(1) VALUE ZERO.

      * 代替候補（同じ学科・学期・曜日・時限で空きのある科目）
       01  WS-ALT-COUNT             PIC 9(1) VALUE ZERO.
       01  WS-ALT-TABLE.
           05  WS-ALT-ENTRY OCCURS 5 TIMES.
               10  WS-ALT-COURSE-ID     PIC X(6).
               10  WS-ALT-COURSE-NAME   PIC X(30).
               10  WS-ALT-SEATS         PIC 9(3).
       01  WS-ALT-I                 PIC 9(1) VALUE ZERO.
       01  WS-ALT-ENROLLED          PIC 9(4) VALUE ZERO.
       01  WS-SCAN-COURSE-ID        PIC X(6) VALUE SPACES.
       01  WS-SCAN-SEMESTER         PIC X(2) VALUE SPACES.

      * 通知の種類（E:履修取消 W:待機取消）
       01  WS-NOTICE-KIND           PIC X(1) VALUE SPACE.
           88  WS-KIND-ENROLLED     VALUE "E".
           88  WS-KIND-WAITING      VALUE "W".
       01  WS-NOTICE-STUDENT-ID     PIC X(7) VALUE SPACES.

       01  WS-COURSE-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-SKIP-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-DROP-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-WAIT-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-SECTION-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-NOTICE-COUNT          PIC 9(5) VALUE ZERO.

       01  WS-HEADER1               PIC X(132) VALUE ALL "=".
       01  WS-RULE-LINE             PIC X(132) VALUE ALL "-".
       01  WS-NOTICE-TITLE          PIC X(132) VALUE
           "                          閉講のお知らせ".
       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-NT-TO-LINE.
           05  FILLER               PIC X(08) VALUE "宛先: ".
           05  WS-NT-STUDENT-ID     PIC X(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-NT-STUDENT-NAME   PIC X(41).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-NT-EMAIL          PIC X(30).
           05  FILLER               PIC X(42) VALUE SPACES.

       01  WS-NT-COURSE-LINE.
           05  FILLER               PIC X(08) VALUE "科目: ".
           05  WS-NT-COURSE-ID      PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-NT-COURSE-NAME    PIC X(30).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(08) VALUE "学期: ".
           05  WS-NT-SEMESTER       PIC X(02).
           05  FILLER               PIC X(75) VALUE SPACES.

       01  WS-NT-TEXT-LINE.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-NT-TEXT           PIC X(90).
           05  FILLER               PIC X(40) VALUE SPACES.

       01  WS-NT-ALT-LINE.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-NA-COURSE-ID      PIC X(06).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-NA-COURSE-NAME    PIC X(30).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(08) VALUE "空き: ".
           05  WS-NA-SEATS          PIC ZZ9.
           05  FILLER               PIC X(78) VALUE SPACES.

       01  WS-NT-COPY-LINE.
           05  FILLER               PIC X(30) VALUE
               "写し: 担当アドバイザ ".
           05  WS-NC-ADVISOR-ID     PIC X(05).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-NC-ADVISOR-NAME   PIC X(41).
           05  FILLER               PIC X(54) VALUE SPACES.

       COPY LIBERROR.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           PERFORM OPEN-FILES
           IF WS-FILES-OK
               PERFORM PROCESS-CANCEL-LIST
               DISPLAY "閉講処理が完了しました。"
               DISPLAY "閉講科目: " WS-COURSE-COUNT "件"
                   "  読み飛ばし: " WS-SKIP-COUNT "件"
               DISPLAY "履修取消: " WS-DROP-COUNT "件"
                   "  待機取消: " WS-WAIT-COUNT "件"
                   "  セクション: " WS-SECTION-COUNT "件"
               DISPLAY "通知: " WS-NOTICE-COUNT "件"
                   "  ファイル名: " WS-NOTICE-FILENAME
           END-IF
           PERFORM CLOSE-FILES
           GOBACK.

       OPEN-FILES SECTION.
           MOVE "N" TO WS-FILES-OK-FLAG
           OPEN INPUT CANCEL-LIST-FILE
           OPEN I-O SYLLABUS-FILE
           OPEN I-O ENROLLMENT-FILE
           OPEN INPUT STUDENT-FILE
           IF NOT WS-CAN-SUCCESS
               DISPLAY "エラー: 閉講科目一覧"
                   "（course_cancel.dat）が見つかりません。"
           ELSE
               IF NOT WS-SYL-SUCCESS
                   DISPLAY "エラー: シラバスファイルが"
                       "見つかりません。"
               ELSE
                   IF NOT WS-ENR-SUCCESS
                       DISPLAY "エラー: 履修ファイルが"
                           "見つかりません。"
                   ELSE
                       IF NOT WS-STU-SUCCESS
                           DISPLAY "エラー: 学生ファイルが"
                               "見つかりません。"
                       ELSE
                           MOVE "Y" TO WS-FILES-OK-FLAG
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE "N" TO WS-SEC-OPEN-FLAG
           OPEN I-O SECTION-FILE
           IF WS-SEC-SUCCESS
               MOVE "Y" TO WS-SEC-OPEN-FLAG
           END-IF
           MOVE "N" TO WS-WL-OPEN-FLAG
           OPEN I-O WAITLIST-FILE
           IF WS-WL-SUCCESS
               MOVE "Y" TO WS-WL-OPEN-FLAG
           END-IF
           MOVE "N" TO WS-TEA-OPEN-FLAG
           OPEN INPUT TEACHER-FILE
           IF WS-TEA-SUCCESS
               MOVE "Y" TO WS-TEA-OPEN-FLAG
           END-IF
           IF WS-FILES-OK
               STRING "course_cancel_notices_" DELIMITED BY SIZE
                       WS-CURRENT-DATE DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                   INTO WS-NOTICE-FILENAME
               OPEN OUTPUT NOTICE-FILE
               IF NOT WS-NOTICE-SUCCESS
                   DISPLAY "エラー: 通知ファイルを"
                       "作成できません。"
                   MOVE "N" TO WS-FILES-OK-FLAG
               ELSE
                   WRITE NOTICE-LINE FROM WS-HEADER1
                   WRITE NOTICE-LINE FROM WS-NOTICE-TITLE
               END-IF
           END-IF.

       CLOSE-FILES SECTION.
           CLOSE CANCEL-LIST-FILE
           CLOSE SYLLABUS-FILE
           CLOSE ENROLLMENT-FILE
           CLOSE STUDENT-FILE
           IF WS-SEC-OPEN
               CLOSE SECTION-FILE
           END-IF
           IF WS-WL-OPEN
               CLOSE WAITLIST-FILE
           END-IF
           IF WS-TEA-OPEN
               CLOSE TEACHER-FILE
           END-IF
           IF WS-FILES-OK
               WRITE NOTICE-LINE FROM WS-HEADER1
               CLOSE NOTICE-FILE
           END-IF.

       PROCESS-CANCEL-LIST SECTION.
           PERFORM UNTIL WS-CAN-EOF
               READ CANCEL-LIST-FILE
                   AT END
                       MOVE "10" TO WS-CAN-STATUS
                   NOT AT END
                       IF CANCEL-LIST-LINE(1:6) NOT = SPACES
                           MOVE CANCEL-LIST-LINE(1:6)
                               TO WS-CAN-COURSE-ID
                           PERFORM CANCEL-ONE-COURSE
                       END-IF
               END-READ
           END-PERFORM.

       CANCEL-ONE-COURSE SECTION.
           MOVE WS-CAN-COURSE-ID TO SYL-COURSE-ID
           READ SYLLABUS-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIP-COUNT
                   DISPLAY "科目コードが未登録です: "
                       WS-CAN-COURSE-ID
               NOT INVALID KEY
                   IF SYL-STATUS = "C"
                       ADD 1 TO WS-SKIP-COUNT
                       DISPLAY "閉講済みのため"
                           "読み飛ばします: " WS-CAN-COURSE-ID
                   ELSE
                       PERFORM CLOSE-SYLLABUS
                       PERFORM FIND-ALTERNATIVES
                       PERFORM CLOSE-SECTIONS
                       PERFORM DROP-ENROLLMENTS
                       PERFORM CANCEL-WAITLIST
                       ADD 1 TO WS-COURSE-COUNT
                       DISPLAY "閉講しました: " WS-CAN-COURSE-ID
                           " " WS-CAN-COURSE-NAME
                   END-IF
           END-READ
           MOVE "00" TO WS-SYL-STATUS.

      * シラバスを閉講にして教室を外す。曜日・時限は代替候補の
      * 検索と記録のため残す
       CLOSE-SYLLABUS SECTION.
           MOVE SYL-COURSE-NAME TO WS-CAN-COURSE-NAME
           MOVE SYL-DEPARTMENT-ID TO WS-CAN-DEPARTMENT
           MOVE SYL-SEMESTER TO WS-CAN-SEMESTER
           MOVE SYL-ACADEMIC-YEAR TO WS-CAN-ACADEMIC-YEAR
           MOVE SYL-DAY-OF-WEEK TO WS-CAN-DAY
           MOVE SYL-PERIOD TO WS-CAN-PERIOD
           MOVE "C" TO SYL-STATUS
           MOVE SPACES TO SYL-CLASSROOM
           REWRITE SYLLABUS-FILE-REC
               INVALID KEY
                   DISPLAY "エラー: シラバスを"
                       "更新できません: " WS-CAN-COURSE-ID
           END-REWRITE.

      * 同じ学科・学期・曜日・時限で定員に空きのある開講科目を
      * 最大5件まで拾う（定員0は上限なしとして扱う）
       FIND-ALTERNATIVES SECTION.
           MOVE ZERO TO WS-ALT-COUNT
           MOVE LOW-VALUES TO SYL-COURSE-ID
           MOVE "00" TO WS-SYL-STATUS
           START SYLLABUS-FILE KEY >= SYL-COURSE-ID
               INVALID KEY
                   MOVE "10" TO WS-SYL-STATUS
           END-START
           PERFORM UNTIL WS-SYL-EOF
                   OR WS-ALT-COUNT >= 5
               READ SYLLABUS-FILE NEXT
                   AT END
                       MOVE "10" TO WS-SYL-STATUS
                   NOT AT END
                       IF SYL-COURSE-ID NOT = WS-CAN-COURSE-ID
                       AND SYL-STATUS NOT = "C"
                       AND SYL-DEPARTMENT-ID = WS-CAN-DEPARTMENT
                       AND SYL-SEMESTER = WS-CAN-SEMESTER
                       AND SYL-ACADEMIC-YEAR = WS-CAN-ACADEMIC-YEAR
                       AND SYL-DAY-OF-WEEK = WS-CAN-DAY
                       AND SYL-PERIOD = WS-CAN-PERIOD
                       AND WS-CAN-DAY NOT = SPACE
                           PERFORM CHECK-ALTERNATIVE
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-SYL-STATUS.

       CHECK-ALTERNATIVE SECTION.
           MOVE ZERO TO WS-ALT-ENROLLED
           MOVE SYL-COURSE-ID TO WS-SCAN-COURSE-ID
           MOVE SYL-SEMESTER TO WS-SCAN-SEMESTER
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
                       IF ENR-COURSE-ID NOT = WS-SCAN-COURSE-ID
                           MOVE "10" TO WS-ENR-STATUS
                       ELSE
                           IF ENR-ACTIVE
                           AND ENR-SEMESTER = WS-SCAN-SEMESTER
                               ADD 1 TO WS-ALT-ENROLLED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-ENR-STATUS
           IF SYL-MAX-CAPACITY = ZERO
           OR WS-ALT-ENROLLED < SYL-MAX-CAPACITY
               ADD 1 TO WS-ALT-COUNT
               MOVE SYL-COURSE-ID TO WS-ALT-COURSE-ID(WS-ALT-COUNT)
               MOVE SYL-COURSE-NAME
                   TO WS-ALT-COURSE-NAME(WS-ALT-COUNT)
               IF SYL-MAX-CAPACITY = ZERO
                   MOVE 999 TO WS-ALT-SEATS(WS-ALT-COUNT)
               ELSE
                   COMPUTE WS-ALT-SEATS(WS-ALT-COUNT) =
                       SYL-MAX-CAPACITY - WS-ALT-ENROLLED
               END-IF
           END-IF.

      * 有効なセクションを閉じて教室を外す
       CLOSE-SECTIONS SECTION.
           IF WS-SEC-OPEN
               MOVE WS-CAN-COURSE-ID TO SEC-COURSE-ID
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
                           IF SEC-COURSE-ID NOT = WS-CAN-COURSE-ID
                               MOVE "10" TO WS-SEC-STATUS
                           ELSE
                               IF SEC-ACTIVE
                                   MOVE "C" TO SEC-STATUS
                                   MOVE SPACES TO SEC-CLASSROOM
                                   REWRITE SECTION-RECORD
                                       INVALID KEY
                                           DISPLAY MSG-FILE-WRITE
                                       NOT INVALID KEY
                                           ADD 1 TO WS-SECTION-COUNT
                                   END-REWRITE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-SEC-STATUS
           END-IF.

      * 閉講科目の学期の有効な履修を取り消し、本人に通知する
       DROP-ENROLLMENTS SECTION.
           MOVE WS-CAN-COURSE-ID TO ENR-COURSE-ID
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
                       IF ENR-COURSE-ID NOT = WS-CAN-COURSE-ID
                           MOVE "10" TO WS-ENR-STATUS
                       ELSE
                           IF ENR-ACTIVE
                           AND ENR-SEMESTER = WS-CAN-SEMESTER
                               MOVE "D" TO ENR-STATUS
                               REWRITE ENROLLMENT-RECORD
                                   INVALID KEY
                                       DISPLAY MSG-FILE-WRITE
                                   NOT INVALID KEY
                                       ADD 1 TO WS-DROP-COUNT
                                       MOVE "E" TO WS-NOTICE-KIND
                                       MOVE ENR-STUDENT-ID
                                           TO WS-NOTICE-STUDENT-ID
                                       PERFORM WRITE-CANCEL-NOTICE
                               END-REWRITE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-ENR-STATUS.

      * 閉講科目の学期の待機中の申込みを取り消し、本人に通知する
       CANCEL-WAITLIST SECTION.
           IF WS-WL-OPEN
               MOVE WS-CAN-COURSE-ID TO WL-COURSE-ID
               MOVE "00" TO WS-WL-STATUS
               START WAITLIST-FILE KEY = WL-COURSE-ID
                   INVALID KEY
                       MOVE "10" TO WS-WL-STATUS
               END-START
               PERFORM UNTIL WS-WL-EOF
                   READ WAITLIST-FILE NEXT
                       AT END
                           MOVE "10" TO WS-WL-STATUS
                       NOT AT END
                           IF WL-COURSE-ID NOT = WS-CAN-COURSE-ID
                               MOVE "10" TO WS-WL-STATUS
                           ELSE
                               IF WL-WAITING
                               AND WL-SEMESTER = WS-CAN-SEMESTER
                                   PERFORM CANCEL-ONE-WAITING
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-WL-STATUS
           END-IF.

       CANCEL-ONE-WAITING SECTION.
           MOVE "C" TO WL-STATUS
           REWRITE WAITLIST-RECORD
               INVALID KEY
                   DISPLAY MSG-FILE-WRITE
               NOT INVALID KEY
                   ADD 1 TO WS-WAIT-COUNT
                   MOVE "W" TO WS-NOTICE-KIND
                   MOVE WL-STUDENT-ID TO WS-NOTICE-STUDENT-ID
                   PERFORM WRITE-CANCEL-NOTICE
           END-REWRITE.

      * 学生1人分の閉講通知（本人宛、アドバイザへの写し付き）
       WRITE-CANCEL-NOTICE SECTION.
           ADD 1 TO WS-NOTICE-COUNT
           MOVE WS-NOTICE-STUDENT-ID TO WS-NT-STUDENT-ID
           MOVE SPACES TO WS-NT-STUDENT-NAME
           MOVE SPACES TO WS-NT-EMAIL
           MOVE SPACES TO WS-NC-ADVISOR-ID
           MOVE SPACES TO WS-NC-ADVISOR-NAME
           MOVE WS-NOTICE-STUDENT-ID TO STU-ID
           READ STUDENT-FILE
               INVALID KEY
                   MOVE "*** 学生情報なし ***"
                       TO WS-NT-STUDENT-NAME
               NOT INVALID KEY
                   STRING STU-LAST-NAME DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          STU-FIRST-NAME DELIMITED BY SIZE
                       INTO WS-NT-STUDENT-NAME
                   MOVE STU-EMAIL TO WS-NT-EMAIL
                   MOVE STU-ADVISOR-ID TO WS-NC-ADVISOR-ID
           END-READ
           MOVE "00" TO WS-STU-STATUS
           PERFORM LOOKUP-ADVISOR-NAME
           WRITE NOTICE-LINE FROM WS-BLANK-LINE
           WRITE NOTICE-LINE FROM WS-NT-TO-LINE
           MOVE WS-CAN-COURSE-ID TO WS-NT-COURSE-ID
           MOVE WS-CAN-COURSE-NAME TO WS-NT-COURSE-NAME
           MOVE WS-CAN-SEMESTER TO WS-NT-SEMESTER
           WRITE NOTICE-LINE FROM WS-NT-COURSE-LINE
           MOVE "この科目は履修者数が開講基準に"
               & "満たないため閉講となりました。"
               TO WS-NT-TEXT
           WRITE NOTICE-LINE FROM WS-NT-TEXT-LINE
           IF WS-KIND-ENROLLED
               MOVE "あなたの履修登録は"
                   & "取り消しました。"
                   TO WS-NT-TEXT
           ELSE
               MOVE "あなたの待機リストへの申込みは"
                   & "取り消しました。"
                   TO WS-NT-TEXT
           END-IF
           WRITE NOTICE-LINE FROM WS-NT-TEXT-LINE
           IF WS-ALT-COUNT > ZERO
               MOVE "同じ曜日・時限に開講している"
                   & "次の科目に空きがあります。"
                   TO WS-NT-TEXT
               WRITE NOTICE-LINE FROM WS-NT-TEXT-LINE
               PERFORM VARYING WS-ALT-I FROM 1 BY 1
                       UNTIL WS-ALT-I > WS-ALT-COUNT
                   MOVE WS-ALT-COURSE-ID(WS-ALT-I) TO WS-NA-COURSE-ID
                   MOVE WS-ALT-COURSE-NAME(WS-ALT-I)
                       TO WS-NA-COURSE-NAME
                   MOVE WS-ALT-SEATS(WS-ALT-I) TO WS-NA-SEATS
                   WRITE NOTICE-LINE FROM WS-NT-ALT-LINE
               END-PERFORM
           ELSE
               MOVE "同じ曜日・時限に空きのある"
                   & "開講科目はありません。"
                   TO WS-NT-TEXT
               WRITE NOTICE-LINE FROM WS-NT-TEXT-LINE
           END-IF
           WRITE NOTICE-LINE FROM WS-NT-COPY-LINE
           WRITE NOTICE-LINE FROM WS-RULE-LINE.

       LOOKUP-ADVISOR-NAME SECTION.
           IF WS-NC-ADVISOR-ID = SPACES
               MOVE "（担当アドバイザ未登録）"
                   TO WS-NC-ADVISOR-NAME
           ELSE
               IF WS-TEA-OPEN
                   MOVE WS-NC-ADVISOR-ID TO TEA-ID
                   READ TEACHER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           STRING TEA-LAST-NAME DELIMITED BY SIZE
                                  " " DELIMITED BY SIZE
                                  TEA-FIRST-NAME DELIMITED BY SIZE
                               INTO WS-NC-ADVISOR-NAME
                   END-READ
                   MOVE "00" TO WS-TEA-STATUS
               END-IF
           END-IF.
