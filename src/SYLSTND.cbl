               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-COURSE-ID
               ALTERNATE RECORD KEY IS SYL-TEACHER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-DEPARTMENT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-SEMESTER WITH DUPLICATES
               FILE STATUS IS WS-SYL-STATUS.

           SELECT STANDING-FILE
           DISPLAY "対象学期: "
           ACCEPT WS-TARGET-SEMESTER
           IF WS-TARGET-SEMESTER = SPACES
               DISPLAY "学期が未指定のため処理を"
                   "中止します。"
           ELSE
               PERFORM OPEN-FILES
               PERFORM PROCESS-ALL-STUDENTS
               PERFORM CLOSE-FILES
               DISPLAY "学業成績区分判定が"
                   "完了しました。"
               DISPLAY "表彰: " WS-DEANS-COUNT "名"
               DISPLAY "良好: " WS-GOOD-COUNT "名"
               DISPLAY "警告: " WS-PROB-COUNT "名"
