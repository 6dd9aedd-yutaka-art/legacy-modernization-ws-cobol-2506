******************************************************************
      * シラバス管理システム - 学科別単位数集計レポート
      * シラバスは学科コードの代替キー順に読み、学科が変わった
      * ときだけ学科表を進めて計上先を探す。処理時間は SYLRTLG
      * で syllabus_run_times.log に記録する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLDCR.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-COURSE-ID
               ALTERNATE RECORD KEY IS SYL-TEACHER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-DEPARTMENT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-SEMESTER WITH DUPLICATES
               FILE STATUS IS WS-SYL-STATUS.

           SELECT DEPARTMENT-FILE
             10 WS-ENTRY-CREDIT-TOTAL  PIC 9(05).

       01 WS-I                     PIC 9(04) VALUE ZERO.
       01 WS-DEP-POS               PIC 9(05) VALUE 1.
       01 WS-CURRENT-DEP-IDX       PIC 9(04) VALUE ZERO.
       01 WS-PREV-DEPARTMENT-ID    PIC X(04) VALUE HIGH-VALUES.

       01 WS-RUN-TIME.
          05 WS-RT-PROGRAM         PIC X(08) VALUE "SYLDCR".
          05 WS-RT-MODE            PIC X(08) VALUE "KEYREAD".
          05 WS-RT-START-TIME      PIC 9(08) VALUE ZERO.
          05 WS-RT-READ-COUNT      PIC 9(07) VALUE ZERO.

       01 WS-GRAND-COURSE-COUNT    PIC 9(05) VALUE ZERO.
       01 WS-GRAND-CREDIT-TOTAL    PIC 9(06) VALUE ZERO.

       01 WS-REPORT-LINES.
          05 WS-HEADER-LINE-1.
             10 FILLER               PIC X(30) VALUE
                 "シラバス管理システム".
             10 FILLER               PIC X(10) VALUE SPACES.
             10 FILLER               PIC X(10) VALUE "日付: ".
             10 WS-DATE-OUT          PIC X(10).
       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           IF WS-SYL-SUCCESS AND WS-DEPT-SUCCESS AND WS-REPORT-SUCCESS
               MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RT-START-TIME
               PERFORM LOAD-DEPARTMENTS
               PERFORM COUNT-COURSES
               PERFORM GENERATE-REPORT-HEADER
               PERFORM GENERATE-REPORT-BODY
               PERFORM GENERATE-REPORT-FOOTER
               DISPLAY "レポートが正常に"
                   "生成されました。"
               DISPLAY "ファイル名: department_credit_report.txt"
               CALL "SYLRTLG" USING WS-RT-PROGRAM, WS-RT-START-TIME,
                                    WS-RT-READ-COUNT, WS-RT-MODE
           ELSE
               IF NOT WS-SYL-SUCCESS
                   DISPLAY "エラー: "
                       "シラバスファイルが"
                       "見つかりません。"
               ELSE
                   IF NOT WS-DEPT-SUCCESS
                       DISPLAY "エラー: "
                           "学科ファイルが"
                           "見つかりません。"
                   ELSE
                       DISPLAY "エラー: "
                           "レポートファイルを"
                           "作成できません。"
                   END-IF
               END-IF
           END-IF.
           END-IF.
           MOVE "00" TO WS-XLS-STATUS.

      * 学科コードの順に読む。学科表も学科コード順なので、学科
      * が変わったときに表の位置を先へ進めるだけで見つかる
       COUNT-COURSES.
           PERFORM LOAD-CROSSLIST-TABLE.
           MOVE LOW-VALUES TO SYL-DEPARTMENT-ID.
           START SYLLABUS-FILE KEY >= SYL-DEPARTMENT-ID
               INVALID KEY
                   MOVE "10" TO WS-SYL-STATUS
           END-START.
                   AT END
                       MOVE "10" TO WS-SYL-STATUS
                   NOT AT END
                       ADD 1 TO WS-RT-READ-COUNT
                       IF SYL-DEPARTMENT-ID NOT = WS-PREV-DEPARTMENT-ID
                           PERFORM LOCATE-DEPARTMENT
                           MOVE SYL-DEPARTMENT-ID
                               TO WS-PREV-DEPARTMENT-ID
                       END-IF
                       PERFORM FIND-DEPARTMENT-IN-TABLE
               END-READ
           END-PERFORM.

           MOVE "00" TO WS-SYL-STATUS.

       LOCATE-DEPARTMENT.
           MOVE ZERO TO WS-CURRENT-DEP-IDX.
           PERFORM UNTIL WS-DEP-POS > WS-DEPARTMENT-COUNT
                   OR WS-ENTRY-DEP-ID(WS-DEP-POS) >= SYL-DEPARTMENT-ID
               ADD 1 TO WS-DEP-POS
           END-PERFORM.
           IF WS-DEP-POS <= WS-DEPARTMENT-COUNT
               IF WS-ENTRY-DEP-ID(WS-DEP-POS) = SYL-DEPARTMENT-ID
                   MOVE WS-DEP-POS TO WS-CURRENT-DEP-IDX
               END-IF
           END-IF.

       FIND-DEPARTMENT-IN-TABLE.
           IF WS-CURRENT-DEP-IDX > 0
               ADD 1 TO WS-ENTRY-COURSE-COUNT(WS-CURRENT-DEP-IDX)
               ADD SYL-CREDITS
                   TO WS-ENTRY-CREDIT-TOTAL(WS-CURRENT-DEP-IDX)
           END-IF.
           PERFORM TALLY-CROSSLIST-DEPARTMENTS.

      * 合併科目は別番号側の学科にも科目数を計上する（単位は
