               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-COURSE-ID
               ALTERNATE RECORD KEY IS SYL-TEACHER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-DEPARTMENT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-SEMESTER WITH DUPLICATES
               FILE STATUS IS WS-SYL-STATUS.

           SELECT BOOK-FILE

       SCREEN SECTION.
       01  CRES-MENU-SCREEN.
           05  LINE 2 COL 1         VALUE
               "指定図書管理メニュー".
           05  LINE 4 COL 1         VALUE "1. 指定図書登録".
           05  LINE 5 COL 1         VALUE "2. 指定解除".
           05  LINE 6 COL 1         VALUE
               "3. 科目別指定図書一覧".
           05  LINE 7 COL 1         VALUE "9. 戻る".
           05  LINE 9 COL 1         VALUE "選択: ".
           05  LINE 9 COL 8         PIC 9 USING WS-CHOICE.
           05  LINE 4 COL 14        PIC X(6) USING WS-INPUT-COURSE-ID.

       01  CONTINUE-SCREEN.
           05  LINE 14 COL 1        VALUE
               "続行しますか？ (Y/N): ".
           05  LINE 14 COL 25       PIC X USING WS-CONTINUE-FLAG.

       PROCEDURE DIVISION USING LS-OPERATOR-ID.
           MOVE WS-INPUT-COURSE-ID TO SYL-COURSE-ID
           READ SYLLABUS-FILE
               INVALID KEY
                   DISPLAY "科目コードが"
                       "シラバスにありません。"
                   MOVE "23" TO WS-SYL-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-SYL-STATUS
