               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-COURSE-ID
               ALTERNATE RECORD KEY IS SYL-TEACHER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-DEPARTMENT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-SEMESTER WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

           SELECT REPORT-FILE

       01 WS-REPORT-LINES.
          05 WS-HEADER-LINE-1.
             10 FILLER               PIC X(30) VALUE
                 "シラバス管理システム".
             10 FILLER               PIC X(10) VALUE SPACES.
             10 FILLER               PIC X(10) VALUE "日付: ".
             10 WS-DATE-OUT          PIC X(10).
       01 DEPARTMENT-FILTER-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "学部学科別レポート".
           05 LINE 3 COLUMN 1 VALUE
               "学部学科コードを入力してください: ".
           05 LINE 3 COLUMN 35 PIC X(4) USING WS-DEPARTMENT-FILTER.

       01 TEACHER-FILTER-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "教員別レポート".
           05 LINE 3 COLUMN 1 VALUE
               "教員IDを入力してください: ".
           05 LINE 3 COLUMN 30 PIC X(5) USING WS-TEACHER-FILTER.

       01 SEMESTER-FILTER-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 VALUE "学期別レポート".
           05 LINE 3 COLUMN 1 VALUE
               "学期を入力してください(例:01): ".
           05 LINE 3 COLUMN 35 PIC X(2) USING WS-SEMESTER-FILTER.

       PROCEDURE DIVISION.
               PERFORM GENERATE-REPORT-HEADER
               PERFORM GENERATE-REPORT-BODY
               PERFORM GENERATE-REPORT-FOOTER
               DISPLAY "レポートが正常に"
                   "生成されました。"
               DISPLAY "ファイル名: syllabus_report.txt"
           ELSE
               IF NOT WS-FILE-SUCCESS
                   DISPLAY "シラバスファイルが"
                       "見つかりません。"
               ELSE
                   DISPLAY "レポートファイルの作成に"
                       "失敗しました。"
               END-IF
           END-IF.

       OPEN-FILES.
           OPEN INPUT SYLLABUS-FILE.
           IF WS-FILE-NOT-FOUND
               DISPLAY "エラー: シラバスファイルが"
                   "見つかりません。"
               MOVE "N" TO WS-CONTINUE-FLAG
           ELSE
               OPEN OUTPUT REPORT-FILE
               IF WS-REPORT-ERROR
                   DISPLAY "エラー: "
                       "レポートファイルを"
                       "作成できません。"
                   MOVE "N" TO WS-CONTINUE-FLAG
               END-IF
           END-IF.
               MOVE "Report by Teacher: "      TO WS-LBL-TEACHER-TITLE
               MOVE "Report by Semester: "     TO WS-LBL-SEMESTER-TITLE
           ELSE
               MOVE "レポート生成"
                   TO WS-LBL-OPT-TITLE
               MOVE "レポートの種類を選択してください:"
                   TO WS-LBL-OPT-PROMPT
               MOVE "1. 全シラバスレポート"
                   TO WS-LBL-OPT-1
               MOVE "2. 学部学科別シラバスレポート"
                   TO WS-LBL-OPT-2
               MOVE "3. 教員別シラバスレポート"
                   TO WS-LBL-OPT-3
               MOVE "4. 学期別シラバスレポート"
                   TO WS-LBL-OPT-4
               MOVE "選択 (1-4): "
                   TO WS-LBL-OPT-SELECT
               MOVE "全シラバスレポート"
                   TO WS-LBL-ALL-TITLE
               MOVE "学部学科別レポート: "
                   TO WS-LBL-DEPT-TITLE
               MOVE "教員別レポート: "
                   TO WS-LBL-TEACHER-TITLE
               MOVE "学期別レポート: "
                   TO WS-LBL-SEMESTER-TITLE
           END-IF.

       GET-REPORT-OPTIONS.
                   STRING WS-LBL-SEMESTER-TITLE WS-SEMESTER-FILTER
                       DELIMITED BY SIZE INTO WS-REPORT-TITLE
               WHEN OTHER
                   DISPLAY "無効な選択です。"
                       "全シラバスレポートを"
                       "生成します。"
                   MOVE 1 TO WS-REPORT-OPTION
                   MOVE WS-LBL-ALL-TITLE TO WS-REPORT-TITLE
           END-EVALUATE.
