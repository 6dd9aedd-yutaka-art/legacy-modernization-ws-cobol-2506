      * 共同担当（SYL-CO-TEACHERS）に残っているシラバスを洗い出す
      * レポートと、指定教員の担当科目を後任教員へ一括で付け替える
      * 機能を提供する。付替えは1科目ごとに改訂履歴（SYLUPDと同じ
      * SYLHIST方式）へ変更前の版を残してから行う。メニュー外の
      * ツールのため、履歴のオペレータ欄にはプログラム名を記録する。
      * 点検レポートは担当教員IDの代替キー順に読み、主担当の教員
      * マスタは教員が変わったときだけ読む。処理時間は SYLRTLG で
      * syllabus_run_times.log に記録する。一括付替えは共同担当
      * もキーにできないため全件を読む
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLRISK.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-COURSE-ID
               ALTERNATE RECORD KEY IS SYL-TEACHER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-DEPARTMENT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-SEMESTER WITH DUPLICATES
               FILE STATUS IS WS-SYL-STATUS.

           SELECT TEACHER-FILE
       01  WS-AT-RISK-FLAG          PIC X VALUE "N".
           88  WS-AT-RISK           VALUE "Y".
       01  WS-RISK-ROLE             PIC X(8) VALUE SPACES.
       01  WS-PREV-TEACHER-ID       PIC X(5) VALUE HIGH-VALUES.
       01  WS-PRIMARY-AT-RISK-FLAG  PIC X VALUE "N".
       01  WS-PRIMARY-TEA-STATUS    PIC X VALUE SPACE.

       01  WS-RT-PROGRAM            PIC X(8) VALUE "SYLRISK".
       01  WS-RT-MODE               PIC X(8) VALUE "KEYREAD".
       01  WS-RT-START-TIME         PIC 9(8) VALUE ZERO.
       01  WS-RT-READ-COUNT         PIC 9(7) VALUE ZERO.

       01  WS-OLD-TEACHER-ID        PIC X(5) VALUE SPACES.
       01  WS-NEW-TEACHER-ID        PIC X(5) VALUE SPACES.

       SCREEN SECTION.
       01  RISK-MENU-SCREEN.
           05  LINE 2 COL 1         VALUE
               "担当教員不在科目メニュー".
           05  LINE 4 COL 1         VALUE "1. 不在科目一覧出力".
           05  LINE 5 COL 1         VALUE
               "2. 担当教員一括付替え".
           05  LINE 6 COL 1         VALUE "9. 戻る".
           05  LINE 8 COL 1         VALUE "選択: ".
           05  LINE 8 COL 8         PIC 9 USING WS-CHOICE.
           05  LINE 5 COL 1         VALUE "後任教員番号: ".
           05  LINE 5 COL 16
               PIC X(5) USING WS-NEW-TEACHER-ID.
           05  LINE 7 COL 1         VALUE
               "実行しますか？ (Y/N): ".
           05  LINE 7 COL 24        PIC X USING WS-CONTINUE-FLAG.

       01  CONTINUE-SCREEN.
           05  LINE 12 COL 1        VALUE
               "続行しますか？ (Y/N): ".
           05  LINE 12 COL 25       PIC X USING WS-CONTINUE-FLAG.

       PROCEDURE DIVISION.
           END-EVALUATE.

       RISK-REPORT SECTION.
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RT-START-TIME
           MOVE ZERO TO WS-RT-READ-COUNT
           MOVE HIGH-VALUES TO WS-PREV-TEACHER-ID
           MOVE ZERO TO WS-RISK-COUNT
           STRING "teacher_risk_" DELIMITED BY SIZE
                   WS-CURRENT-DATE DELIMITED BY SIZE
           WRITE REPORT-LINE FROM WS-HEADER1
           WRITE REPORT-LINE FROM WS-HEADER2
           WRITE REPORT-LINE FROM WS-HEADER1
           MOVE LOW-VALUES TO SYL-TEACHER-ID
           MOVE "00" TO WS-SYL-STATUS
           START SYLLABUS-FILE KEY >= SYL-TEACHER-ID
               INVALID KEY
                   MOVE "10" TO WS-SYL-STATUS
           END-START
                   AT END
                       MOVE "10" TO WS-SYL-STATUS
                   NOT AT END
                       ADD 1 TO WS-RT-READ-COUNT
                       PERFORM CHECK-ONE-COURSE
               END-READ
           END-PERFORM
           CLOSE REPORT-FILE
           DISPLAY "不在科目一覧を出力しました: "
               WS-REPORT-FILENAME
           DISPLAY "該当件数: " WS-RISK-COUNT
           CALL "SYLRTLG" USING WS-RT-PROGRAM, WS-RT-START-TIME,
                                WS-RT-READ-COUNT, WS-RT-MODE.

      * 主担当の判定は教員が変わったときだけ行い、同じ教員の科目
      * では前回の判定結果を使う
       CHECK-ONE-COURSE SECTION.
           MOVE "主担当" TO WS-RISK-ROLE
           MOVE SYL-TEACHER-ID TO TEA-ID
           IF SYL-TEACHER-ID NOT = WS-PREV-TEACHER-ID
               PERFORM CHECK-TEACHER-AT-RISK
               MOVE WS-AT-RISK-FLAG TO WS-PRIMARY-AT-RISK-FLAG
               MOVE TEA-STATUS TO WS-PRIMARY-TEA-STATUS
               MOVE SYL-TEACHER-ID TO WS-PREV-TEACHER-ID
           END-IF
           MOVE WS-PRIMARY-AT-RISK-FLAG TO WS-AT-RISK-FLAG
           MOVE SYL-TEACHER-ID TO TEA-ID
           MOVE WS-PRIMARY-TEA-STATUS TO TEA-STATUS
           IF WS-AT-RISK
               PERFORM WRITE-RISK-LINE
           END-IF
                       MOVE "23" TO WS-TEA-STATUS
                   NOT INVALID KEY
                       IF NOT TEA-ACTIVE
                           DISPLAY "後任教員は在職して"
                               "いません。"
                           MOVE "23" TO WS-TEA-STATUS
                       ELSE
                           MOVE "00" TO WS-TEA-STATUS
           MOVE SYL-CO-TEACHERS (3) TO HIS-CO-TEACHERS (3)
           MOVE SYL-CO-TEACHERS (4) TO HIS-CO-TEACHERS (4)
           MOVE WS-CURRENT-DATE     TO HIS-REVISION-DATE
           MOVE "SYLRISK"           TO HIS-OPERATOR-ID
           WRITE SYLLABUS-HISTORY-REC
               INVALID KEY
                   DISPLAY "改訂履歴の保存に"
                       "失敗しました。"
           END-WRITE.

       DETERMINE-NEXT-REVISION SECTION.
