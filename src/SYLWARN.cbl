      *  3. アドバイザ別一覧 - 学生マスタの担当アドバイザ
      *     （STU-ADVISOR-ID）ごとに要注意学生をまとめた一覧を
      *     出力する
      *  4. 出席不良候補の確認 - 出席率レポート（SYLATT）が登録
      *     した候補を担当教員が確認し、フラグとして立てるか
      *     取り下げる。確認前の候補は通知・一覧に含めない
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLWARN.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-COURSE-ID
               ALTERNATE RECORD KEY IS SYL-TEACHER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-DEPARTMENT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-SEMESTER WITH DUPLICATES
               FILE STATUS IS WS-SYL-STATUS.

           SELECT NOTICE-FILE
       01  WS-INPUT-REASON          PIC X(1) VALUE SPACE.
       01  WS-INPUT-COMMENT         PIC X(40) VALUE SPACES.
       01  WS-INPUT-TEACHER-ID      PIC X(5) VALUE SPACES.
       01  WS-INPUT-ACTION          PIC X(1) VALUE SPACE.

       01  WS-NOTICE-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-CONFIRMED-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-DISMISSED-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-REASON-LABEL          PIC X(16) VALUE SPACES.

      * アドバイザ別一覧用作業表

       01  WS-HEADER1               PIC X(132) VALUE ALL "=".
       01  WS-NOTICE-TITLE          PIC X(132) VALUE
           "                          学習状況のお知らせ（"
           & "中間期）".
       01  WS-REPORT-TITLE          PIC X(132) VALUE
           "                          要注意学生一覧（アド"
           & "バイザ別）".
       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-NOTICE-DETAIL.
           05  FILLER               PIC X(31) VALUE SPACES.

       01  WS-ADVISOR-HEADER.
           05  FILLER               PIC X(20) VALUE
               "【アドバイザ: ".
           05  WS-AH-ADVISOR        PIC X(5).
           05  FILLER               PIC X(4) VALUE "】".
           05  FILLER               PIC X(103) VALUE SPACES.

       SCREEN SECTION.
       01  WARN-MENU-SCREEN.
           05  LINE 2 COL 1         VALUE
               "要注意学生フラグ管理".
           05  LINE 4 COL 1         VALUE "1. フラグ登録".
           05  LINE 5 COL 1         VALUE "2. 学生宛通知作成".
           05  LINE 6 COL 1         VALUE "3. アドバイザ別一覧".
           05  LINE 7 COL 1         VALUE
               "4. 出席不良候補の確認".
           05  LINE 8 COL 1         VALUE "9. 戻る".
           05  LINE 9 COL 1         VALUE "選択: ".
           05  LINE 9 COL 8         PIC 9 USING WS-CHOICE.

           05  LINE 16 COL 14
               PIC X(5) USING WS-INPUT-TEACHER-ID.

       01  CANDIDATE-TEACHER-SCREEN.
           05  LINE 11 COL 1
               VALUE "担当教員ID(空白=全員): ".
           05  LINE 11 COL 25
               PIC X(5) USING WS-INPUT-TEACHER-ID.

       01  CANDIDATE-ACTION-SCREEN.
           05  LINE 14 COL 1
               VALUE "Y=フラグを立てる D=取り下げ".
           05  LINE 14 COL 29       VALUE "空白=保留: ".
           05  LINE 14 COL 40
               PIC X(1) USING WS-INPUT-ACTION.

       01  CONTINUE-SCREEN.
           05  LINE 20 COL 1        VALUE
               "続行しますか？ (Y/N): ".
           05  LINE 20 COL 25       PIC X USING WS-CONTINUE-FLAG.

       PROCEDURE DIVISION.
                   PERFORM PRODUCE-STUDENT-NOTICES
               WHEN 3
                   PERFORM ADVISOR-LIST
               WHEN 4
                   PERFORM REVIEW-CANDIDATES
               WHEN 9
                   MOVE "N" TO WS-CONTINUE-FLAG
               WHEN OTHER
           ELSE
               MOVE WS-INPUT-STUDENT-ID TO ENR-STUDENT-ID
               MOVE WS-INPUT-COURSE-ID TO ENR-COURSE-ID
               MOVE WS-INPUT-SEMESTER TO ENR-SEMESTER
               READ ENROLLMENT-FILE
                   INVALID KEY
                       DISPLAY "この学生の履修記録があり"
                           "ません。"
                       MOVE "23" TO WS-ENR-STATUS
                   NOT INVALID KEY
                       IF NOT ENR-ACTIVE
                               INVALID KEY
                                   DISPLAY MSG-FILE-WRITE
                               NOT INVALID KEY
                                   DISPLAY "フラグを更新しま"
                                       "した。"
                           END-REWRITE
                       NOT INVALID KEY
                           DISPLAY "フラグを登録しました。"
           END-PERFORM
           MOVE "00" TO WS-MWN-STATUS
           CLOSE NOTICE-FILE
           DISPLAY "学生宛通知を作成しました: "
               WS-NOTICE-FILENAME
           DISPLAY "通知件数: " WS-NOTICE-COUNT "件".

       WRITE-ONE-NOTICE SECTION.
               WRITE REPORT-LINE FROM WS-NOTICE-DETAIL
           END-PERFORM
           IF WS-AD-COUNT = ZERO
               MOVE "要注意フラグはありません。"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           DISPLAY "アドバイザ別一覧を出力しました: "
               WS-REPORT-FILENAME.

      * 出席率レポートが登録した候補を1件ずつ確認する。立てた
      * フラグは登録日を確認日に改め、未通知として扱う
       REVIEW-CANDIDATES SECTION.
           MOVE ZERO TO WS-CONFIRMED-COUNT
           MOVE ZERO TO WS-DISMISSED-COUNT
           MOVE SPACES TO WS-INPUT-TEACHER-ID
           DISPLAY CANDIDATE-TEACHER-SCREEN
           ACCEPT CANDIDATE-TEACHER-SCREEN
           MOVE LOW-VALUES TO MWN-KEY
           MOVE "00" TO WS-MWN-STATUS
           START WARNING-FILE KEY >= MWN-KEY
               INVALID KEY
                   MOVE "10" TO WS-MWN-STATUS
           END-START
           PERFORM UNTIL WS-MWN-EOF
               READ WARNING-FILE NEXT
                   AT END
                       MOVE "10" TO WS-MWN-STATUS
                   NOT AT END
                       IF MWN-CANDIDATE
                       AND (WS-INPUT-TEACHER-ID = SPACES
                       OR MWN-TEACHER-ID = WS-INPUT-TEACHER-ID)
                           PERFORM REVIEW-ONE-CANDIDATE
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-MWN-STATUS
           DISPLAY "フラグ登録: " WS-CONFIRMED-COUNT "件 "
               "取り下げ: " WS-DISMISSED-COUNT "件".

       REVIEW-ONE-CANDIDATE SECTION.
           MOVE MWN-COURSE-ID TO SYL-COURSE-ID
           READ SYLLABUS-FILE
               INVALID KEY
                   MOVE "*** 科目情報なし ***" TO SYL-COURSE-NAME
           END-READ
           MOVE "00" TO WS-SYL-STATUS
           DISPLAY "学籍番号: " MWN-STUDENT-ID
               "  学期: " MWN-SEMESTER
           DISPLAY "科目: " MWN-COURSE-ID " " SYL-COURSE-NAME
           DISPLAY "内容: " MWN-COMMENT
           MOVE SPACE TO WS-INPUT-ACTION
           DISPLAY CANDIDATE-ACTION-SCREEN
           ACCEPT CANDIDATE-ACTION-SCREEN
           EVALUATE WS-INPUT-ACTION
               WHEN "Y"
               WHEN "y"
                   MOVE "O" TO MWN-STATUS
                   MOVE WS-CURRENT-DATE TO MWN-FLAG-DATE
                   MOVE ZERO TO MWN-NOTIFIED-DATE
                   REWRITE MIDTERM-WARNING-RECORD
                       INVALID KEY
                           DISPLAY MSG-FILE-WRITE
                       NOT INVALID KEY
                           ADD 1 TO WS-CONFIRMED-COUNT
                   END-REWRITE
               WHEN "D"
               WHEN "d"
                   MOVE "R" TO MWN-STATUS
                   REWRITE MIDTERM-WARNING-RECORD
                       INVALID KEY
                           DISPLAY MSG-FILE-WRITE
                       NOT INVALID KEY
                           ADD 1 TO WS-DISMISSED-COUNT
                   END-REWRITE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHECK-CONTINUE SECTION.
           DISPLAY CONTINUE-SCREEN
           ACCEPT CONTINUE-SCREEN.
