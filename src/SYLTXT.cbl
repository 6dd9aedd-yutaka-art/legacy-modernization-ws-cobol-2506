               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-COURSE-ID
               ALTERNATE RECORD KEY IS SYL-TEACHER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-DEPARTMENT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-SEMESTER WITH DUPLICATES
               FILE STATUS IS WS-SYL-STATUS.

           SELECT ENROLLMENT-FILE
       01  WS-ORDER-TITLE           PIC X(132) VALUE
           "                          教科書 書店発注一覧".
       01  WS-CRES-TITLE            PIC X(132) VALUE
           "【指定図書 購入候補（必須教科書・"
           & "図書館未所蔵）】".
       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-ORDER-LINE.
       01  TXT-MENU-SCREEN.
           05  LINE 2 COL 1         VALUE "教科書管理メニュー".
           05  LINE 4 COL 1         VALUE "1. 教科書登録".
           05  LINE 5 COL 1         VALUE
               "2. 教科書一覧（科目別）".
           05  LINE 6 COL 1         VALUE
               "3. 書店発注一覧・所蔵照合".
           05  LINE 7 COL 1         VALUE "9. 戻る".
           05  LINE 9 COL 1         VALUE "選択: ".
           05  LINE 9 COL 8         PIC 9 USING WS-CHOICE.
           05  LINE 11 COL 14       PIC X(6) USING WS-INPUT-COURSE-ID.

       01  CONTINUE-SCREEN.
           05  LINE 20 COL 1        VALUE
               "続行しますか？ (Y/N): ".
           05  LINE 20 COL 25       PIC X USING WS-CONTINUE-FLAG.

       PROCEDURE DIVISION.
                               INVALID KEY
                                   DISPLAY MSG-FILE-WRITE
                               NOT INVALID KEY
                                   DISPLAY "教科書を"
                                       "更新しました。"
                           END-REWRITE
                       NOT INVALID KEY
                           DISPLAY "教科書を登録しました。"
