               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-COURSE-ID
               ALTERNATE RECORD KEY IS SYL-TEACHER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-DEPARTMENT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-SEMESTER WITH DUPLICATES
               FILE STATUS IS WS-SYL-STATUS.

           SELECT REPORT-FILE

       01 WS-REPORT-LINES.
          05 WS-HEADER-LINE-1.
             10 FILLER               PIC X(30) VALUE
                 "シラバス管理システム".
             10 FILLER               PIC X(10) VALUE SPACES.
             10 FILLER               PIC X(10) VALUE "日付: ".
             10 WS-DATE-OUT          PIC X(10).
               PERFORM LOAD-COURSE-TABLE
               PERFORM CHECK-PREREQUISITE-CHAINS
               PERFORM GENERATE-REPORT-FOOTER
               DISPLAY "レポートが正常に"
                   "生成されました。"
               DISPLAY "ファイル名: syllabus_prereq_report.txt"
           ELSE
               IF NOT WS-SYL-SUCCESS
                   DISPLAY "エラー: "
                       "シラバスファイルが"
                       "見つかりません。"
               ELSE
                   DISPLAY "エラー: "
                       "レポートファイルを"
                       "作成できません。"
               END-IF
           END-IF.

