               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-COURSE-ID
               ALTERNATE RECORD KEY IS SYL-TEACHER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-DEPARTMENT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-SEMESTER WITH DUPLICATES
               FILE STATUS IS WS-SYL-STATUS.

           SELECT ENROLLMENT-FILE

       01  WS-HEADER1               PIC X(132) VALUE ALL "=".
       01  WS-REPORT-TITLE          PIC X(132) VALUE
           "                          指定図書 "
           & "利用状況レポート".
       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-COURSE-HEADER.
               PERFORM SCAN-RESERVES
               PERFORM WRITE-DEPT-SUMMARY
               PERFORM CLOSE-FILES
               DISPLAY "レポートを出力しました: "
                   WS-REPORT-FILENAME
           END-IF
           GOBACK.

           MOVE CRS-COURSE-ID TO SYL-COURSE-ID
           READ SYLLABUS-FILE
               INVALID KEY
                   MOVE "（シラバス未登録）"
                       TO WS-CH-COURSE-NAME
               NOT INVALID KEY
                   MOVE SYL-COURSE-NAME TO WS-CH-COURSE-NAME
                   MOVE SYL-DEPARTMENT-ID TO WS-WORK-DEP
               WRITE REPORT-LINE FROM WS-SUM-LINE
           END-PERFORM
           IF WS-SUM-COUNT = ZERO
               MOVE "指定図書の登録がありません。"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           WRITE REPORT-LINE FROM WS-HEADER1.
