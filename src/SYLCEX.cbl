               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-COURSE-ID
               ALTERNATE RECORD KEY IS SYL-TEACHER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-DEPARTMENT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-SEMESTER WITH DUPLICATES
               FILE STATUS IS WS-SYL-STATUS.

           SELECT ROOM-FILE

       SCREEN SECTION.
       01  CEX-MENU-SCREEN.
           05  LINE 2 COL 1         VALUE
               "授業回例外管理メニュー".
           05  LINE 4 COL 1         VALUE
               "1. 例外登録（休講・補講・教室変更）".
           05  LINE 5 COL 1         VALUE
               "2. 例外一覧（科目別）".
           05  LINE 6 COL 1         VALUE "3. 例外削除".
           05  LINE 7 COL 1         VALUE "9. 戻る".
           05  LINE 9 COL 1         VALUE "選択: ".
           05  LINE 13 COL 1
               VALUE "区分 (C=休講 M=補講 R=教室変更): ".
           05  LINE 13 COL 36       PIC X(1) USING WS-INPUT-TYPE.
           05  LINE 14 COL 1        VALUE
               "教室（補講・変更時）: ".
           05  LINE 14 COL 24       PIC X(10) USING WS-INPUT-ROOM.
           05  LINE 15 COL 1        VALUE
               "時限（補講・変更時）: ".
           05  LINE 15 COL 24
               PIC 9(1) USING WS-INPUT-PERIOD.
           05  LINE 16 COL 1        VALUE "備考: ".
           05  LINE 11 COL 14       PIC X(6) USING WS-INPUT-COURSE-ID.

       01  CONTINUE-SCREEN.
           05  LINE 20 COL 1        VALUE
               "続行しますか？ (Y/N): ".
           05  LINE 20 COL 25       PIC X USING WS-CONTINUE-FLAG.

       PROCEDURE DIVISION.
       VALIDATE-EXCEPTION-ROOM SECTION.
           IF WS-INPUT-ROOM = SPACES
           OR WS-INPUT-PERIOD = ZERO
               DISPLAY "補講・教室変更には教室と時限が"
                   "必要です。"
               MOVE "23" TO WS-SYL-STATUS
           ELSE
               MOVE WS-INPUT-ROOM TO ROOM-CODE
               READ ROOM-FILE
                   INVALID KEY
                       DISPLAY "教室が"
                           "教室マスタにありません。"
                       MOVE "23" TO WS-SYL-STATUS
                   NOT INVALID KEY
                       IF NOT ROOM-ACTIVE
                           DISPLAY "この教室は"
                               "利用できません。"
                           MOVE "23" TO WS-SYL-STATUS
                       END-IF
               END-READ
               IF WS-SYL-SUCCESS
                   PERFORM CHECK-ROOM-AVAILABILITY
                   IF WS-ROOM-BUSY
                       DISPLAY "同じ日・"
                           "時限にその教室を使う授業・"
                           "例外があります。"
                       MOVE "23" TO WS-SYL-STATUS
                   END-IF
               END-IF
