               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-COURSE-ID
               ALTERNATE RECORD KEY IS SYL-TEACHER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-DEPARTMENT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-SEMESTER WITH DUPLICATES
               FILE STATUS IS WS-SYL-STATUS.

       DATA DIVISION.

       SCREEN SECTION.
       01  TCR-MENU-SCREEN.
           05  LINE 2 COL 1         VALUE
               "認定単位管理メニュー".
           05  LINE 4 COL 1         VALUE "1. 認定単位登録".
           05  LINE 5 COL 1         VALUE "2. 認定単位一覧".
           05  LINE 6 COL 1         VALUE "9. 戻る".
               PIC X(7) USING WS-INPUT-STUDENT-ID.

       01  CONTINUE-SCREEN.
           05  LINE 20 COL 1        VALUE
               "続行しますか？ (Y/N): ".
           05  LINE 20 COL 25       PIC X USING WS-CONTINUE-FLAG.

       PROCEDURE DIVISION.
                   MOVE TCR-EQUIV-COURSE-ID TO SYL-COURSE-ID
                   READ SYLLABUS-FILE
                       INVALID KEY
                           DISPLAY "読替科目コードが"
                               "未登録です。"
                           MOVE "23" TO WS-STU-STATUS
                   END-READ
               END-IF
                       INVALID KEY
                           DISPLAY MSG-FILE-WRITE
                       NOT INVALID KEY
                           DISPLAY "認定単位を"
                               "登録しました。"
                   END-WRITE
               END-IF
               MOVE "00" TO WS-STU-STATUS
