      ******************************************************************
      * シラバス管理システム - 学科・教員参照整合性チェックレポート
      * 学科の検証は学科コードの代替キー順、教員の検証は担当教員ID
      * の代替キー順に読み、学科・教員マスタは値が変わったときだけ
      * 読む。処理時間は SYLRTLG で syllabus_run_times.log に記録
      * する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLREC.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-COURSE-ID
               ALTERNATE RECORD KEY IS SYL-TEACHER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-DEPARTMENT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-SEMESTER WITH DUPLICATES
               FILE STATUS IS WS-SYL-STATUS.

           SELECT DEPARTMENT-FILE
       01 WS-ORPHAN-CO-TEA-COUNT   PIC 9(05) VALUE ZERO.
       01 WS-TOTAL-SCANNED         PIC 9(05) VALUE ZERO.
       01 WS-CO-TEACHER-INDEX      PIC 9 VALUE ZERO.
       01 WS-PREV-DEPARTMENT-ID    PIC X(04) VALUE HIGH-VALUES.
       01 WS-PREV-TEACHER-ID       PIC X(05) VALUE HIGH-VALUES.
       01 WS-MASTER-FOUND-FLAG     PIC X VALUE "N".
          88 WS-MASTER-FOUND       VALUE "Y".

       01 WS-RUN-TIME.
          05 WS-RT-PROGRAM         PIC X(08) VALUE "SYLREC".
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

          05 WS-HEADER-LINE-2.
             10 FILLER               PIC X(54) VALUE
                "学科・教員参照整合性チェックレポート"
                .

          05 WS-HEADER-LINE-3.
             10 FILLER               PIC X(80) VALUE ALL "=".
           PERFORM OPEN-FILES.
           IF WS-SYL-SUCCESS AND WS-DEPT-SUCCESS AND WS-TEA-SUCCESS
                   AND WS-REPORT-SUCCESS
               MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RT-START-TIME
               PERFORM GENERATE-REPORT-HEADER
               PERFORM CHECK-SYLLABUS-REFERENCES
               PERFORM GENERATE-REPORT-FOOTER
               DISPLAY "レポートが正常に"
                   "生成されました。"
               DISPLAY "ファイル名: syllabus_reconciliation_report"
                   ".txt"
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
                       IF NOT WS-TEA-SUCCESS
                           DISPLAY
                               "エラー: "
                               & "教員ファイルが"
                               & "見つかりません。"
                       ELSE
                           DISPLAY
                               "エラー: "
                               & "レポートファイルを"
                               & "作成できません。"
                       END-IF
                   END-IF
               END-IF
               CLOSE REPORT-FILE
           END-IF.

      * 学科コード順に読んで学科コードを、担当教員ID順に読んで
      * 教員コード・共同教員コードを該当マスタと照合する
       CHECK-SYLLABUS-REFERENCES.
           PERFORM CHECK-DEPARTMENT-REFERENCES.
           PERFORM CHECK-TEACHER-REFERENCES.

       CHECK-DEPARTMENT-REFERENCES.
           MOVE LOW-VALUES TO SYL-DEPARTMENT-ID.
           START SYLLABUS-FILE KEY >= SYL-DEPARTMENT-ID
               INVALID KEY
                   MOVE "10" TO WS-SYL-STATUS
           END-START.
                       MOVE "10" TO WS-SYL-STATUS
                   NOT AT END
                       ADD 1 TO WS-TOTAL-SCANNED
                       ADD 1 TO WS-RT-READ-COUNT
                       IF SYL-DEPARTMENT-ID NOT = WS-PREV-DEPARTMENT-ID
                           PERFORM LOOKUP-DEPARTMENT
                           MOVE SYL-DEPARTMENT-ID
                               TO WS-PREV-DEPARTMENT-ID
                       END-IF
                       IF NOT WS-MASTER-FOUND
                           ADD 1 TO WS-ORPHAN-DEPT-COUNT
                           PERFORM WRITE-ORPHAN-DEPT-LINE
                       END-IF
               END-READ
           END-PERFORM.

           MOVE "00" TO WS-SYL-STATUS.

       LOOKUP-DEPARTMENT.
           MOVE "Y" TO WS-MASTER-FOUND-FLAG
           MOVE SYL-DEPARTMENT-ID TO DEP-ID
           READ DEPARTMENT-FILE
               KEY IS DEP-ID
               INVALID KEY
                   MOVE "N" TO WS-MASTER-FOUND-FLAG
           END-READ.

       CHECK-TEACHER-REFERENCES.
           MOVE LOW-VALUES TO SYL-TEACHER-ID.
           START SYLLABUS-FILE KEY >= SYL-TEACHER-ID
               INVALID KEY
                   MOVE "10" TO WS-SYL-STATUS
           END-START.

           PERFORM UNTIL WS-SYL-EOF
               READ SYLLABUS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-SYL-STATUS
                   NOT AT END
                       ADD 1 TO WS-RT-READ-COUNT
                       PERFORM CHECK-ONE-SYLLABUS-RECORD
               END-READ
           END-PERFORM.

           MOVE "00" TO WS-SYL-STATUS.

       CHECK-ONE-SYLLABUS-RECORD.
           IF SYL-TEACHER-ID NOT = WS-PREV-TEACHER-ID
               MOVE "Y" TO WS-MASTER-FOUND-FLAG
               MOVE SYL-TEACHER-ID TO TEA-ID
               READ TEACHER-FILE
                   KEY IS TEA-ID
                   INVALID KEY
                       MOVE "N" TO WS-MASTER-FOUND-FLAG
               END-READ
               MOVE SYL-TEACHER-ID TO WS-PREV-TEACHER-ID
           END-IF
           IF NOT WS-MASTER-FOUND
               ADD 1 TO WS-ORPHAN-TEA-COUNT
               PERFORM WRITE-ORPHAN-TEA-LINE
           END-IF

           PERFORM VARYING WS-CO-TEACHER-INDEX FROM 1 BY 1
                   UNTIL WS-CO-TEACHER-INDEX > SYL-CO-TEACHER-COUNT
           WRITE REPORT-RECORD.

           MOVE SPACES TO REPORT-RECORD.
           STRING "学科コード不整合件数: "
               WS-ORPHAN-DEPT-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

           WRITE REPORT-RECORD.

           MOVE SPACES TO REPORT-RECORD.
           STRING "共同教員コード不整合件数: "
               WS-ORPHAN-CO-TEA-COUNT
               DELIMITED BY SIZE INTO REPORT-RECORD.
           WRITE REPORT-RECORD.

