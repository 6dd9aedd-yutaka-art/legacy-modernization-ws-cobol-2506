*****************************************************************
      * シラバス管理システム - シラバス削除プログラム
      *
      * メニュー（SYLABUS）からログイン中のオペレータを受け取り、
      * 削除確認の前にSYLAUTHで権限を確かめる
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLDEL.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-COURSE-ID
               ALTERNATE RECORD KEY IS SYL-TEACHER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-DEPARTMENT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-SEMESTER WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT SYLLABUS-ARCHIVE-FILE

          COPY SYLLANG.

       01 WS-AUTH-RESULT           PIC X VALUE "N".
          88 WS-AUTH-OK            VALUE "Y".

       LINKAGE SECTION.
          COPY SYLSESS.

       SCREEN SECTION.
       01 DELETE-SEARCH-SCREEN.
           05 BLANK SCREEN.
           05 LINE 8 COLUMN 1 PIC X(30) FROM WS-LBL-CONFIRM-PROMPT.
           05 LINE 8 COLUMN 50 PIC X USING WS-CONFIRMATION.

       PROCEDURE DIVISION USING SYL-SESSION.
       MAIN-PROCESS SECTION.
           PERFORM OPEN-FILE.
           PERFORM SELECT-LANGUAGE.
           CLOSE SYLLABUS-ARCHIVE-FILE.

       SELECT-LANGUAGE SECTION.
           DISPLAY "Select language / 言語選択 "
               "(1=Japanese 2=English): "
               WITH NO ADVANCING.
           MOVE 1 TO WS-LANG-CHOICE.
           ACCEPT WS-LANG-CHOICE.
       SET-SCREEN-LABELS SECTION.
           IF WS-LANG-ENGLISH
               MOVE "Delete Syllabus Screen"    TO WS-LBL-SEARCH-TITLE
               MOVE "Enter course ID to delete: "
                   TO WS-LBL-SEARCH-PROMPT
               MOVE "Delete Confirmation"       TO WS-LBL-CONFIRM-TITLE
               MOVE "Course ID: "               TO WS-LBL-COURSE-ID
               MOVE "Course Name: "             TO WS-LBL-COURSE-NM
               MOVE "Delete this syllabus? (Y/N): "
                   TO WS-LBL-CONFIRM-PROMPT
           ELSE
               MOVE "シラバス削除画面"
                   TO WS-LBL-SEARCH-TITLE
               MOVE "削除する科目コード: "
                   TO WS-LBL-SEARCH-PROMPT
               MOVE "削除確認"
                   TO WS-LBL-CONFIRM-TITLE
               MOVE "科目コード: "
                   TO WS-LBL-COURSE-ID
               MOVE "科目名: "                   TO WS-LBL-COURSE-NM
               MOVE "このシラバスを削除しますか? (Y/N): "
                   TO WS-LBL-CONFIRM-PROMPT

       DELETE-SYLLABUS-PROCESS SECTION.
           PERFORM SEARCH-SYLLABUS.
           IF WS-FILE-SUCCESS
               CALL "SYLAUTH" USING SYL-SESSION, SYLLABUS-FILE-REC,
                                    WS-AUTH-RESULT
               IF NOT WS-AUTH-OK
                   DISPLAY "Error: Not authorized to delete this "
                           "syllabus."
                   MOVE "99" TO WS-FILE-STATUS
               END-IF
           END-IF.
           IF WS-FILE-SUCCESS
               PERFORM CONFIRM-DELETION
               IF WS-CONFIRM-YES
