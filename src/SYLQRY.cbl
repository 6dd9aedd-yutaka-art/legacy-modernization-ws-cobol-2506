               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-COURSE-ID
               ALTERNATE RECORD KEY IS SYL-TEACHER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-DEPARTMENT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-SEMESTER WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
           END-IF.

       SELECT-LANGUAGE SECTION.
           DISPLAY "Select language / 言語選択 (1=Japanese "
               "2=English): "
               WITH NO ADVANCING
           MOVE 1 TO WS-LANG-CHOICE
           ACCEPT WS-LANG-CHOICE
               MOVE "Select (1-2): "           TO WS-LBL-MODE-PROMPT
               MOVE "Enter keyword: "          TO WS-LBL-KEYWORD-PROMPT
           ELSE
               MOVE "シラバス照会画面"
                   TO WS-LBL-SEARCH-TITLE
               MOVE "照会する科目コード: "
                   TO WS-LBL-SEARCH-PROMPT
               MOVE "シラバス詳細"
                   TO WS-LBL-DETAIL-TITLE
               MOVE "科目コード: "              TO WS-LBL-COURSE-ID
               MOVE "科目名: "                 TO WS-LBL-COURSE-NM
               MOVE "科目名(英語): "            TO WS-LBL-COURSE-EN
               MOVE
                   "このシラバスはまだ"
                   & "公開されていません。"
                   TO WS-LBL-RESTRICTED-1
               MOVE "承認されるまで詳細は非公開です。"
                   TO WS-LBL-RESTRICTED-2
               MOVE "検索方法を選択: "
                   TO WS-LBL-MODE-SELECT
               MOVE "1. 科目コードで検索"
                   TO WS-LBL-MODE-OPT-1
               MOVE "2. 科目名キーワードで検索"
                   TO WS-LBL-MODE-OPT-2
               MOVE "選択 (1-2): "              TO WS-LBL-MODE-PROMPT
               MOVE "キーワード入力: "
                   TO WS-LBL-KEYWORD-PROMPT
           END-IF
           .

