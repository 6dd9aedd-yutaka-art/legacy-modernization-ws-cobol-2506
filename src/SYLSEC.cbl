               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-COURSE-ID
               ALTERNATE RECORD KEY IS SYL-TEACHER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-DEPARTMENT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-SEMESTER WITH DUPLICATES
               FILE STATUS IS WS-SYL-STATUS.

           SELECT SECTION-FILE
       01  WS-SCAN-COURSE           PIC X(6) VALUE SPACES.
       01  WS-LIST-COUNT            PIC 9(3) VALUE ZERO.

      * 教員の授業不可時間帯の照合（SYLTUNCK）
       01  WS-TUN-TEACHER-ID        PIC X(5) VALUE SPACES.
       01  WS-TUN-RESULT            PIC X VALUE SPACE.
           88  WS-TUN-HARD          VALUE "H".
           88  WS-TUN-SOFT          VALUE "S".
       01  WS-TUN-REASON            PIC X(30) VALUE SPACES.

       COPY LIBERROR.

       SCREEN SECTION.
       01  SEC-MENU-SCREEN.
           05  LINE 2 COL 1         VALUE
               "セクション管理メニュー".
           05  LINE 4 COL 1         VALUE
               "1. セクション登録／修正".
           05  LINE 5 COL 1         VALUE
               "2. セクション一覧（科目別）".
           05  LINE 6 COL 1         VALUE "3. セクション閉鎖".
           05  LINE 7 COL 1         VALUE "9. 戻る".
           05  LINE 9 COL 1         VALUE "選択: ".
           05  LINE 11 COL 14       PIC X(6) USING WS-INPUT-COURSE-ID.

       01  CONTINUE-SCREEN.
           05  LINE 20 COL 1        VALUE
               "続行しますか？ (Y/N): ".
           05  LINE 20 COL 25       PIC X USING WS-CONTINUE-FLAG.

       PROCEDURE DIVISION.
               MOVE SEC-CLASSROOM TO ROOM-CODE
               READ ROOM-FILE
                   INVALID KEY
                       DISPLAY "教室が教室マスタに"
                           "ありません。"
                       MOVE "23" TO WS-SYL-STATUS
               END-READ
               MOVE "00" TO WS-ROOM-STATUS
           END-IF
           IF WS-SYL-SUCCESS
               PERFORM CHECK-TEACHER-UNAVAIL
           END-IF.

      * セクションの担当教員（空白なら科目の担当教員）の授業不可
      * 時間帯に当たる曜日時限は登録させない。要注意は警告のみ
       CHECK-TEACHER-UNAVAIL SECTION.
           MOVE SEC-TEACHER-ID TO WS-TUN-TEACHER-ID
           IF WS-TUN-TEACHER-ID = SPACES
               MOVE SYL-TEACHER-ID TO WS-TUN-TEACHER-ID
           END-IF
           CALL "SYLTUNCK" USING WS-TUN-TEACHER-ID, SEC-DAY-OF-WEEK,
                                 SEC-PERIOD, SYL-SEMESTER,
                                 WS-TUN-RESULT, WS-TUN-REASON
           EVALUATE TRUE
               WHEN WS-TUN-HARD
                   DISPLAY "担当教員の"
                       "授業不可時間帯です: " WS-TUN-REASON
                   MOVE "23" TO WS-SYL-STATUS
               WHEN WS-TUN-SOFT
                   DISPLAY "注意: 担当教員の"
                       "要注意時間帯です: " WS-TUN-REASON
           END-EVALUATE.

       WRITE-SECTION-RECORD SECTION.
           MOVE "N" TO WS-SEC-EXISTS-FLAG
           MOVE WS-INPUT-COURSE-ID TO SEC-COURSE-ID
                       INVALID KEY
                           DISPLAY MSG-FILE-WRITE
                       NOT INVALID KEY
                           DISPLAY "セクションを"
                               "更新しました。"
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "セクションを登録しました。"
           ACCEPT SEC-LIST-SCREEN
           MOVE ZERO TO WS-LIST-COUNT
           DISPLAY "セクション一覧"
           DISPLAY "番号  教員   教室        "
               "曜日 時限 定員 状態"
           MOVE WS-INPUT-COURSE-ID TO WS-SCAN-COURSE
           MOVE WS-INPUT-COURSE-ID TO SEC-COURSE-ID
           MOVE ZERO TO SEC-NO
           END-PERFORM
           MOVE "00" TO WS-SEC-STATUS
           IF WS-LIST-COUNT = ZERO
               DISPLAY "セクションは"
                   "登録されていません。"
           END-IF.

       CLOSE-SECTION SECTION.
                       INVALID KEY
                           DISPLAY MSG-FILE-WRITE
                       NOT INVALID KEY
                           DISPLAY "セクションを"
                               "閉鎖しました。"
                   END-REWRITE
           END-READ
           MOVE "00" TO WS-SEC-STATUS.
