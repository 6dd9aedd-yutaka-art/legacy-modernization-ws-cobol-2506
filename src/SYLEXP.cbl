               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-COURSE-ID
               ALTERNATE RECORD KEY IS SYL-TEACHER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-DEPARTMENT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-SEMESTER WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT SYLLABUS-HISTORY-FILE
               DISPLAY "教科書: " WS-TXT-RECORDS
                   "  休講・変更: " WS-EXC-RECORDS
               IF WS-MODE-DELTA
                   DISPLAY "差分対象外スキップ: "
                       WS-SKIPPED-RECORDS
               END-IF
           ELSE
               IF NOT WS-FILE-SUCCESS
                   DISPLAY "エラー: "
                       "シラバスファイルが"
                       "見つかりません。"
               ELSE
                   DISPLAY "エラー: "
                       "出力ファイルを作成できません。"
               END-IF
           END-IF.

       OPEN-FILES SECTION.
           OPEN INPUT SYLLABUS-FILE.
           IF WS-FILE-NOT-FOUND
               DISPLAY "エラー: シラバスファイルが"
                   "見つかりません。"
           ELSE
               OPEN OUTPUT EXPORT-FILE
           END-IF.
