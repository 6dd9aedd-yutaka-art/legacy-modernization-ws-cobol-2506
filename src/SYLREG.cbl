*****************************************************************
      * シラバス管理システム - シラバス登録プログラム
      *
      * メニュー（SYLABUS）からログイン中のオペレータを受け取り、
      * 登録前にSYLAUTHで権限を確かめる（教員は自分が担当または
      * 共同担当となるシラバスのみ、学科事務は担当学科のみ）
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLREG.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-COURSE-ID
               ALTERNATE RECORD KEY IS SYL-TEACHER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-DEPARTMENT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-SEMESTER WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT DEPARTMENT-FILE

           COPY SYLLANG.

      * 登録権限の判定結果（SYLAUTH）
       01  WS-AUTH-RESULT           PIC X VALUE "N".
           88  WS-AUTH-OK           VALUE "Y".

      * 教員の授業不可時間帯の照合結果（SYLTUNCK）
       01  WS-TUN-RESULT            PIC X VALUE SPACE.
           88  WS-TUN-HARD          VALUE "H".
           88  WS-TUN-SOFT          VALUE "S".
       01  WS-TUN-REASON            PIC X(30) VALUE SPACES.

       LINKAGE SECTION.
           COPY SYLSESS.

       SCREEN SECTION.
       01  SYLLABUS-INPUT-SCREEN AUTO.
           05  BLANK SCREEN.

       01  PREREQ-INPUT-SCREEN AUTO.
           05  BLANK SCREEN.
           05  LINE 01 COL 01      VALUE
               "履修前提科目登録画面".
           05  LINE 02 COL 01      VALUE "科目コード:".
           05  LINE 02 COL 15      PIC X(6)  FROM  SYL-COURSE-ID.
           05  LINE 04 COL 01      VALUE "前提科目数(0-5):".

       01  CO-TEACHER-INPUT-SCREEN AUTO.
           05  BLANK SCREEN.
           05  LINE 01 COL 01      VALUE
               "共同担当教員登録画面".
           05  LINE 02 COL 01      VALUE "科目コード:".
           05  LINE 02 COL 15      PIC X(6)  FROM  SYL-COURSE-ID.
           05  LINE 03 COL 01      VALUE "主担当教員:".

       01  TERM-INPUT-SCREEN AUTO.
           05  BLANK SCREEN.
           05  LINE 01 COL 01      VALUE
               "開講年度・発効日登録画面".
           05  LINE 02 COL 01      VALUE "科目コード:".
           05  LINE 02 COL 15      PIC X(6)  FROM  SYL-COURSE-ID.
           05  LINE 04 COL 01      VALUE "開講年度(YYYY):".
           05  LINE 05 COL 01      VALUE "発効日(YYYYMMDD):".
           05  LINE 05 COL 20      PIC 9(8)  USING SYL-EFFECTIVE-DATE.

       PROCEDURE DIVISION USING SYL-SESSION.
       MAIN-PROCESS SECTION.
           PERFORM OPEN-FILE
           PERFORM SELECT-LANGUAGE
           MOVE SYL-DEPARTMENT-ID TO DEP-ID
           READ DEPARTMENT-FILE
               INVALID KEY
                   DISPLAY "エラー: 学科コードが未登録"
                       "です。"
                   MOVE "N" TO WS-VALID-FLAG
               NOT INVALID KEY
                   IF NOT DEP-ACTIVE
                       DISPLAY "エラー: この学科は無効に"
                           "なっています。"
                       MOVE "N" TO WS-VALID-FLAG
                   END-IF
           END-READ
               MOVE SYL-TEACHER-ID TO TEA-ID
               READ TEACHER-FILE
                   INVALID KEY
                       DISPLAY "エラー: 教員IDが未登録"
                           "です。"
                       MOVE "N" TO WS-VALID-FLAG
                   NOT INVALID KEY
                       IF NOT TEA-ACTIVE
                           DISPLAY "エラー: この教員は在職"
                               "していません。"
                           MOVE "N" TO WS-VALID-FLAG
                       END-IF
               END-READ
               PERFORM VALIDATE-SCHEDULE-CONFLICT
               PERFORM RESTORE-SYLLABUS-RECORD
           END-IF
           IF WS-DATA-VALID
               PERFORM CHECK-TEACHER-UNAVAIL
           END-IF

           IF WS-DATA-INVALID
               PERFORM INPUT-SCHEDULE-DATA
               MOVE SYL-CLASSROOM TO ROOM-CODE
               READ CLASSROOM-FILE
                   INVALID KEY
                       DISPLAY "エラー: 教室コードが教室"
                           "マスタにありません。"
                       MOVE "N" TO WS-VALID-FLAG
                   NOT INVALID KEY
                       IF NOT ROOM-ACTIVE
                           DISPLAY "エラー: この教室は使用"
                               "停止中です。"
                           MOVE "N" TO WS-VALID-FLAG
                       ELSE
                           IF SYL-MAX-CAPACITY > ROOM-CAPACITY
                               DISPLAY "警告: 定員が教室の"
                                   "収容人数を"
                                   "超えています。"
                           END-IF
                       END-IF
               END-READ
           END-IF.

      * 担当教員の授業不可時間帯（teacher_unavail.dat）に当たる
      * 曜日時限は差し戻す。要注意の時間帯は警告のみ表示する
       CHECK-TEACHER-UNAVAIL SECTION.
           CALL "SYLTUNCK" USING SYL-TEACHER-ID, SYL-DAY-OF-WEEK,
                                 SYL-PERIOD, SYL-SEMESTER,
                                 WS-TUN-RESULT, WS-TUN-REASON
           EVALUATE TRUE
               WHEN WS-TUN-HARD
                   DISPLAY "エラー: 担当教員の授業不可"
                       "時間帯です（" WS-TUN-REASON "）"
                   MOVE "N" TO WS-VALID-FLAG
               WHEN WS-TUN-SOFT
                   DISPLAY "警告: 担当教員の要注意"
                       "時間帯です（" WS-TUN-REASON "）"
           END-EVALUATE.


      * 開講年度・発効日の入力（発効日はSYLCOMの日付形式検証を利用）
       INPUT-TERM-DATA SECTION.
                   READ SYLLABUS-FILE
                       INVALID KEY
                           DISPLAY
                               "エラー: 前提科目コードが"
                               & "未登録です。"
                           MOVE "N" TO WS-VALID-FLAG
                       NOT INVALID KEY
                           ADD SYL-CREDITS TO WS-PREREQ-CREDIT-TOTAL
                   READ TEACHER-FILE
                       INVALID KEY
                           DISPLAY
                               "エラー: 共同担当教員IDが"
                               & "未登録です。"
                           MOVE "N" TO WS-VALID-FLAG
                       NOT INVALID KEY
                           IF NOT TEA-ACTIVE
                               DISPLAY
                                   "エラー: この共同担当"
                                   & "教員は在職して"
                                   & "いません。"
                               MOVE "N" TO WS-VALID-FLAG
                           END-IF
                   END-READ
           END-PERFORM
           .

      * Reads every existing syllabus for the same semester through
      * the semester alternate key and flags a conflict when the new
      * schedule reuses either the same classroom or the same
      * teacher at the same day/period.
       VALIDATE-SCHEDULE-CONFLICT SECTION.
           MOVE "Y" TO WS-VALID-FLAG
           MOVE "N" TO WS-EOF-FLAG
           MOVE WS-SAVED-SEMESTER TO SYL-SEMESTER
           START SYLLABUS-FILE KEY = SYL-SEMESTER
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF SYL-SEMESTER NOT = WS-SAVED-SEMESTER
                           MOVE "Y" TO WS-EOF-FLAG
                       END-IF
                       IF SYL-SEMESTER = WS-SAVED-SEMESTER
                           AND SYL-DAY-OF-WEEK = WS-SAVED-DAY-OF-WEEK
                           AND SYL-PERIOD = WS-SAVED-PERIOD
                           AND (SYL-CLASSROOM = WS-SAVED-CLASSROOM
                             OR SYL-TEACHER-ID = WS-SAVED-TEACHER-ID)
                           DISPLAY
                               "エラー: 教室または教員の"
                               & "予定が重複しています。"
                           MOVE "N" TO WS-VALID-FLAG
                           MOVE "Y" TO WS-EOF-FLAG
                       END-IF
           .

       WRITE-SYLLABUS-RECORD SECTION.
           CALL "SYLAUTH" USING SYL-SESSION, SYLLABUS-FILE-REC,
                                WS-AUTH-RESULT
           IF NOT WS-AUTH-OK
               IF WS-LANG-ENGLISH
                   DISPLAY "Error: not authorized to register "
                           "this syllabus."
               ELSE
                   DISPLAY "エラー: このシラバスを"
                           "登録する権限がありません。"
               END-IF
           ELSE
               WRITE SYLLABUS-FILE-REC
                   INVALID KEY
                       STRING "エラー: 科目コード "
                              SYL-COURSE-ID
                              " はすでに存在します。"
                              INTO WS-ERROR-MSG
                       DISPLAY WS-ERROR-MSG
               END-WRITE
           END-IF
           .

       CHECK-CONTINUE SECTION.
