               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-COURSE-ID
               ALTERNATE RECORD KEY IS SYL-TEACHER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-DEPARTMENT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-SEMESTER WITH DUPLICATES
               FILE STATUS IS WS-SYL-STATUS.

           SELECT DEPARTMENT-FILE
           PERFORM COUNT-DEPARTMENT-COURSES
           PERFORM WRITE-CATALOG
           PERFORM CLOSE-FILES
           DISPLAY "講義要覧を出力しました: "
               WS-REPORT-FILENAME
           DISPLAY "掲載科目数: " WS-TOTAL-COURSES
           GOBACK.

