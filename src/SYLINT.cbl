               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-COURSE-ID
               ALTERNATE RECORD KEY IS SYL-TEACHER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-DEPARTMENT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-SEMESTER WITH DUPLICATES
               FILE STATUS IS WS-SYL-STATUS.

           SELECT CONTROL-FILE
               PERFORM WRITE-CONTROL-RECORD
               PERFORM DISPLAY-RESULT
           ELSE
               DISPLAY "エラー: シラバスファイルが"
                   "見つかりません。"
           END-IF.

           CLOSE SYLLABUS-FILE.
           CLOSE CONTROL-FILE.

       DISPLAY-RESULT SECTION.
           DISPLAY "シラバスファイル整合性チェック結果"
               .
           DISPLAY "現在の件数: " WS-CURRENT-COUNT.
           IF WS-FIRST-RUN
               DISPLAY "前回実行記録なし（初回実行）"
