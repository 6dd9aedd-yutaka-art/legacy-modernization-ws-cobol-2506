               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-COURSE-ID
               ALTERNATE RECORD KEY IS SYL-TEACHER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-DEPARTMENT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-SEMESTER WITH DUPLICATES
               FILE STATUS IS WS-SYL-STATUS.

           SELECT DEPARTMENT-FILE

       SCREEN SECTION.
       01  XLST-MENU-SCREEN.
           05  LINE 2 COL 1         VALUE
               "合併科目管理メニュー".
           05  LINE 4 COL 1         VALUE "1. 合併科目登録".
           05  LINE 5 COL 1         VALUE "2. 合併解除".
           05  LINE 6 COL 1         VALUE "3. 合併科目一覧".
           05  LINE 4 COL 14        PIC X(6) USING WS-SEARCH-ALT-ID.

       01  CONTINUE-SCREEN.
           05  LINE 12 COL 1        VALUE
               "続行しますか？ (Y/N): ".
           05  LINE 12 COL 25       PIC X USING WS-CONTINUE-FLAG.

       PROCEDURE DIVISION.
           MOVE XLS-PRIMARY-COURSE-ID TO SYL-COURSE-ID
           READ SYLLABUS-FILE
               INVALID KEY
                   DISPLAY "正科目が"
                       "シラバスにありません。"
                   MOVE "23" TO WS-SYL-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-SYL-STATUS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "別科目番号が"
                           "独立科目として登録済みです。"
                       MOVE "23" TO WS-SYL-STATUS
               END-READ
           END-IF
