               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-COURSE-ID
               ALTERNATE RECORD KEY IS SYL-TEACHER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-DEPARTMENT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-SEMESTER WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.

       01 KEYWORD-FILTER-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE
               "Syllabus List by Course Name Keyword".
           05 LINE 3 COLUMN 1 VALUE "Enter keyword: ".
           05 LINE 3 COLUMN 20 PIC X(30) USING WS-KEYWORD-FILTER.

           05 LINE 2 COLUMN 15 VALUE "/".
           05 LINE 2 COLUMN 17 PIC ZZ9 FROM WS-TOTAL-PAGES.
           05 LINE 3 COLUMN 1 VALUE "==============================".
           05 LINE 4 COLUMN 1 VALUE
               "Course Course Name   Dept Teacher Sem".
           05 LINE 5 COLUMN 1 VALUE "==============================".

       01 SYLLABUS-LIST-ITEM.
           05 LINE WS-LINE-COUNT COLUMN 1 PIC X(6) FROM SYL-COURSE-ID.
           05 LINE WS-LINE-COUNT COLUMN 10 PIC X(25) FROM
               SYL-COURSE-NAME.
           05 LINE WS-LINE-COUNT COLUMN 36 PIC X(4) FROM
               SYL-DEPARTMENT-ID.
           05 LINE WS-LINE-COUNT COLUMN 42 PIC X(5) FROM SYL-TEACHER-ID.
           05 LINE WS-LINE-COUNT COLUMN 48 PIC X(2) FROM SYL-SEMESTER.

           CLOSE SYLLABUS-FILE.

       SELECT-LANGUAGE.
           DISPLAY "Select language / 言語選択 (1=Japanese "
               "2=English): "
               WITH NO ADVANCING.
           MOVE 1 TO WS-LANG-CHOICE.
           ACCEPT WS-LANG-CHOICE.
               MOVE "Total Credits:"         TO WS-LBL-TOTAL-CREDITS
           ELSE
               MOVE "シラバス一覧"            TO WS-LBL-LIST-TITLE
               MOVE "表示方法を選択:"
                   TO WS-LBL-LIST-SELECT
               MOVE "1. 全件表示"             TO WS-LBL-OPT-1
               MOVE "2. 学科別"               TO WS-LBL-OPT-2
               MOVE "3. 教員別"               TO WS-LBL-OPT-3
               MOVE "4. 学期別"               TO WS-LBL-OPT-4
               MOVE "5. 科目名キーワード検索" TO WS-LBL-OPT-5
               MOVE "選択 (1-5): "            TO WS-LBL-OPT-PROMPT
               MOVE "総科目数:"
                   TO WS-LBL-TOTAL-COURSES
               MOVE "総単位数:"
                   TO WS-LBL-TOTAL-CREDITS
           END-IF.

       LIST-OPTIONS-PROCESS.
       PROCESS-RECORD-FOR-DISPLAY.
           PERFORM RECORD-MATCHES-FILTER.
           IF RETURN-CODE = 1
               IF WS-LINE-COUNT < ((WS-CURRENT-PAGE *
                   WS-RECORDS-PER-PAGE) -
                                   WS-RECORDS-PER-PAGE)
                   ADD 1 TO WS-LINE-COUNT
               ELSE
