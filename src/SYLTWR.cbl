******************************************************************
      * シラバス管理システム - 教員別担当コマ数レポート
      * シラバスは担当教員IDの代替キー順に読み、教員が変わった
      * ときだけ教員表を進めて担当教員を探す。処理時間は SYLRTLG
      * で syllabus_run_times.log に記録する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLTWR.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-COURSE-ID
               ALTERNATE RECORD KEY IS SYL-TEACHER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-DEPARTMENT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-SEMESTER WITH DUPLICATES
               FILE STATUS IS WS-SYL-STATUS.

           SELECT TEACHER-FILE

       01 WS-I                     PIC 9(04) VALUE ZERO.
       01 WS-CO-TEACHER-INDEX      PIC 9 VALUE ZERO.
       01 WS-TEA-POS               PIC 9(05) VALUE 1.
       01 WS-PRIMARY-IDX           PIC 9(04) VALUE ZERO.
       01 WS-PREV-TEACHER-ID       PIC X(05) VALUE HIGH-VALUES.

       01 WS-RUN-TIME.
          05 WS-RT-PROGRAM         PIC X(08) VALUE "SYLTWR".
          05 WS-RT-MODE            PIC X(08) VALUE "KEYREAD".
          05 WS-RT-START-TIME      PIC 9(08) VALUE ZERO.
          05 WS-RT-READ-COUNT      PIC 9(07) VALUE ZERO.

       01 WS-REPORT-HEADERS.
          05 WS-CURRENT-DATE         PIC X(10).

       01 WS-REPORT-LINES.
          05 WS-HEADER-LINE-1.
             10 FILLER               PIC X(30) VALUE
                 "シラバス管理システム".
             10 FILLER               PIC X(10) VALUE SPACES.
             10 FILLER               PIC X(10) VALUE "日付: ".
             10 WS-DATE-OUT          PIC X(10).
       MAIN-PROCESS.
           PERFORM OPEN-FILES.
           IF WS-SYL-SUCCESS AND WS-TEA-SUCCESS AND WS-REPORT-SUCCESS
               MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RT-START-TIME
               PERFORM LOAD-TEACHERS
               PERFORM COUNT-COURSES
               PERFORM GENERATE-REPORT-HEADER
               PERFORM GENERATE-REPORT-BODY
               PERFORM GENERATE-REPORT-FOOTER
               DISPLAY "レポートが正常に"
                   "生成されました。"
               DISPLAY "ファイル名: teacher_workload_report.txt"
               CALL "SYLRTLG" USING WS-RT-PROGRAM, WS-RT-START-TIME,
                                    WS-RT-READ-COUNT, WS-RT-MODE
           ELSE
               IF NOT WS-SYL-SUCCESS
                   DISPLAY "エラー: "
                       "シラバスファイルが"
                       "見つかりません。"
               ELSE
                   IF NOT WS-TEA-SUCCESS
                       DISPLAY "エラー: "
                           "教員ファイルが"
                           "見つかりません。"
                   ELSE
                       DISPLAY "エラー: "
                           "レポートファイルを"
                           "作成できません。"
                   END-IF
               END-IF
           END-IF.

           MOVE "00" TO WS-TEA-STATUS.

      * 担当教員IDの順に読む。教員表も教員ID順なので、担当教員
      * が変わったときに表の位置を先へ進めるだけで見つかる
       COUNT-COURSES.
           MOVE LOW-VALUES TO SYL-TEACHER-ID.
           START SYLLABUS-FILE KEY >= SYL-TEACHER-ID
               INVALID KEY
                   MOVE "10" TO WS-SYL-STATUS
           END-START.
                   AT END
                       MOVE "10" TO WS-SYL-STATUS
                   NOT AT END
                       ADD 1 TO WS-RT-READ-COUNT
                       IF SYL-TEACHER-ID NOT = WS-PREV-TEACHER-ID
                           PERFORM LOCATE-PRIMARY-TEACHER
                           MOVE SYL-TEACHER-ID TO WS-PREV-TEACHER-ID
                       END-IF
                       IF WS-PRIMARY-IDX > 0
                           ADD 1 TO
                               WS-ENTRY-COURSE-COUNT(WS-PRIMARY-IDX)
                           ADD SYL-CREDITS TO
                               WS-ENTRY-CREDIT-TOTAL(WS-PRIMARY-IDX)
                       END-IF
                       PERFORM FIND-CO-TEACHERS-IN-TABLE
               END-READ
           END-PERFORM.

           MOVE "00" TO WS-SYL-STATUS.

       LOCATE-PRIMARY-TEACHER.
           MOVE ZERO TO WS-PRIMARY-IDX.
           PERFORM UNTIL WS-TEA-POS > WS-TEACHER-COUNT
                      OR WS-ENTRY-TEA-ID(WS-TEA-POS) >= SYL-TEACHER-ID
               ADD 1 TO WS-TEA-POS
           END-PERFORM.
           IF WS-TEA-POS <= WS-TEACHER-COUNT
               IF WS-ENTRY-TEA-ID(WS-TEA-POS) = SYL-TEACHER-ID
                   MOVE WS-TEA-POS TO WS-PRIMARY-IDX
               END-IF
           END-IF.

      * 共同担当教員は科目ごとに教員表を探す。担当教員と同じIDは
      * 二重に数えない
       FIND-CO-TEACHERS-IN-TABLE.
           PERFORM VARYING WS-CO-TEACHER-INDEX FROM 1 BY 1
               UNTIL WS-CO-TEACHER-INDEX > SYL-CO-TEACHER-COUNT
               IF SYL-CO-TEACHERS(WS-CO-TEACHER-INDEX) NOT = SPACES
               AND SYL-CO-TEACHERS(WS-CO-TEACHER-INDEX)
                   NOT = SYL-TEACHER-ID
                   PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-TEACHER-COUNT
                       IF WS-ENTRY-TEA-ID(WS-I) =
                               SYL-CO-TEACHERS(WS-CO-TEACHER-INDEX)
                           ADD 1 TO WS-ENTRY-COURSE-COUNT(WS-I)
                           ADD SYL-CREDITS TO
                               WS-ENTRY-CREDIT-TOTAL(WS-I)
                           MOVE WS-TEACHER-COUNT TO WS-I
                       END-IF
                   END-PERFORM
               END-IF
