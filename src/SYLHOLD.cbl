      ******************************************************************
      * シラバス管理システム - 履修登録保留管理
      *
      * 学務・会計・学生支援などの各部署が、学生に履修登録の
      * 保留（学費未納・履修指導の面談未了・提出書類の不足・
      * 懲戒など）を設定・解除する。設定・解除には担当者IDと
      * パスワードを求め（syl_operator.datの教務・管理者に
      * 限る）、設定者・解除者として記録する。
      * 阻止区分Yの有効な保留は、発効日以降の新規の履修登録と
      * 待機からの繰上げを止める（判定はSYLHLDC）。
      * 有効な保留を部署別に一覧するレポート
      * student_holds_by_office_<日付>.txt も出力する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLHOLD.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.
       SPECIAL-NAMES.
           CONSOLE IS CRT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE
               ASSIGN TO "student_hold.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHD-KEY
               FILE STATUS IS WS-SHD-STATUS.

           SELECT STUDENT-FILE
               ASSIGN TO "student.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-STU-STATUS.

           SELECT SYL-OPERATOR-FILE
               ASSIGN TO "syl_operator.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOP-ID
               FILE STATUS IS WS-SOP-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SHLDFILE.

       FD  STUDENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STUFILE.

       FD  SYL-OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SOPRFILE.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SHD-STATUS            PIC XX VALUE "00".
           88  WS-SHD-SUCCESS       VALUE "00".
           88  WS-SHD-EOF           VALUE "10".

       01  WS-STU-STATUS            PIC XX VALUE "00".
           88  WS-STU-SUCCESS       VALUE "00".

       01  WS-SOP-STATUS            PIC XX VALUE "00".
           88  WS-SOP-SUCCESS       VALUE "00".

      * パスワードの有効期限（SYLABUSのログインと同じ規程）
       01  WS-PWD-EXPIRE-DAYS       PIC 9(3) VALUE 90.
       01  WS-PWD-EXPIRE-LIMIT      PIC 9(8) VALUE ZERO.

       01  WS-REPORT-STATUS         PIC XX VALUE "00".
           88  WS-REPORT-SUCCESS    VALUE "00".

       01  WS-CONTINUE-FLAG         PIC X VALUE "Y".
           88  WS-CONTINUE          VALUE "Y", "y".
           88  WS-EXIT              VALUE "N", "n".

       01  WS-CHOICE                PIC 9 VALUE 0.

       01  WS-CURRENT-DATE          PIC 9(8) VALUE ZERO.
       01  WS-REPORT-FILENAME       PIC X(50) VALUE SPACES.

       01  WS-VALID-FLAG            PIC X VALUE "Y".
           88  WS-VALID             VALUE "Y".
       01  WS-SCAN-DONE-FLAG        PIC X VALUE "N".
           88  WS-SCAN-DONE         VALUE "Y".

       01  WS-INPUT-STUDENT-ID      PIC X(7) VALUE SPACES.
       01  WS-INPUT-SEQ             PIC 9(3) VALUE ZERO.
       01  WS-INPUT-TYPE            PIC X(1) VALUE SPACE.
       01  WS-INPUT-OFFICE          PIC X(10) VALUE SPACES.
       01  WS-INPUT-BLOCK           PIC X(1) VALUE "Y".
       01  WS-INPUT-EFFECTIVE       PIC 9(8) VALUE ZERO.
       01  WS-INPUT-REASON          PIC X(30) VALUE SPACES.
       01  WS-CONFIRM               PIC X VALUE "N".
           88  WS-CONFIRMED         VALUE "Y", "y".

      * 設定・解除の担当者
       01  WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01  WS-OPERATOR-PASSWORD     PIC X(8) VALUE SPACES.
       01  WS-OPERATOR-OK-FLAG      PIC X VALUE "N".
           88  WS-OPERATOR-OK       VALUE "Y".

       01  WS-NEXT-SEQ              PIC 9(3) VALUE ZERO.
       01  WS-TYPE-LABEL            PIC X(18) VALUE SPACES.
       01  WS-HOLD-COUNT            PIC 9(3) VALUE ZERO.

      * 部署別レポート用（部署・学籍番号順に並べ替える）
       01  WS-HL-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-HL-TABLE.
           05  WS-HL-ENTRY OCCURS 2000 TIMES.
               10  WS-HL-SORT-KEY.
                   15  WS-HL-OFFICE     PIC X(10).
                   15  WS-HL-STUDENT-ID PIC X(7).
                   15  WS-HL-SEQ        PIC 9(3).
               10  WS-HL-TYPE           PIC X(1).
               10  WS-HL-BLOCK          PIC X(1).
               10  WS-HL-REASON         PIC X(30).
               10  WS-HL-EFFECTIVE      PIC 9(8).
               10  WS-HL-PLACED-DATE    PIC 9(8).
               10  WS-HL-PLACED-BY      PIC X(8).
       01  WS-HL-I                  PIC 9(4) VALUE ZERO.
       01  WS-HL-J                  PIC 9(4) VALUE ZERO.
       01  WS-HL-SWAP               PIC X(76).
       01  WS-CUR-OFFICE            PIC X(10) VALUE SPACES.
       01  WS-OFFICE-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-OFFICE-BLOCKING       PIC 9(4) VALUE ZERO.

       01  WS-HEADER1               PIC X(132) VALUE ALL "=".
       01  WS-RULE-LINE             PIC X(132) VALUE ALL "-".
       01  WS-REPORT-TITLE          PIC X(132) VALUE
           "                      履修登録保留 部署別一覧".
       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-CONDITION-LINE.
           05  FILLER               PIC X(12) VALUE "作成日: ".
           05  WS-CL-DATE           PIC 9(8).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(46) VALUE
               "（有効な保留のみ。*は登録阻止）".
           05  FILLER               PIC X(62) VALUE SPACES.

       01  WS-OFFICE-LINE.
           05  FILLER               PIC X(9) VALUE "部署: ".
           05  WS-OF-OFFICE         PIC X(10).
           05  FILLER               PIC X(113) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(12) VALUE "学籍番号".
           05  FILLER               PIC X(22) VALUE "氏名".
           05  FILLER               PIC X(20) VALUE "種類".
           05  FILLER               PIC X(2) VALUE SPACES.
           05  FILLER               PIC X(10) VALUE "発効日".
           05  FILLER               PIC X(10) VALUE "設定日".
           05  FILLER               PIC X(12) VALUE "設定者".
           05  FILLER               PIC X(30) VALUE "理由".
           05  FILLER               PIC X(14) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DT-STUDENT-ID     PIC X(7).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-DT-SEQ            PIC 9(3).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-DT-NAME           PIC X(20).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DT-TYPE           PIC X(18).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DT-BLOCK          PIC X(1).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-DT-EFFECTIVE      PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DT-PLACED-DATE    PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DT-PLACED-BY      PIC X(8).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-DT-REASON         PIC X(30).
           05  FILLER               PIC X(14) VALUE SPACES.

       01  WS-OFFICE-TOTAL-LINE.
           05  FILLER               PIC X(16) VALUE "  部署計: ".
           05  WS-OT-COUNT          PIC ZZZ9.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(22) VALUE
               "うち登録阻止: ".
           05  WS-OT-BLOCKING       PIC ZZZ9.
           05  FILLER               PIC X(82) VALUE SPACES.

       01  WS-GRAND-TOTAL-LINE.
           05  FILLER               PIC X(24) VALUE
               "有効な保留 合計: ".
           05  WS-GT-COUNT          PIC ZZZ9.
           05  FILLER               PIC X(104) VALUE SPACES.

       COPY LIBERROR.

       SCREEN SECTION.
       01  HOLD-MENU-SCREEN.
           05  LINE 2 COL 1         VALUE "履修登録保留管理".
           05  LINE 4 COL 1         VALUE "1. 保留の設定".
           05  LINE 5 COL 1         VALUE "2. 保留の解除".
           05  LINE 6 COL 1         VALUE "3. 学生別照会".
           05  LINE 7 COL 1         VALUE "4. 部署別一覧の出力".
           05  LINE 8 COL 1         VALUE "9. 戻る".
           05  LINE 10 COL 1        VALUE "選択: ".
           05  LINE 10 COL 8        PIC 9 USING WS-CHOICE.

       01  HOLD-INPUT-SCREEN.
           05  LINE 12 COL 1        VALUE "学籍番号: ".
           05  LINE 12 COL 12
               PIC X(7) USING WS-INPUT-STUDENT-ID.
           05  LINE 13 COL 1        VALUE
               "種類(T:学費 A:面談 D:書類 S:懲戒 O:他): ".
           05  LINE 13 COL 47       PIC X(1) USING WS-INPUT-TYPE.
           05  LINE 14 COL 1        VALUE "設定部署: ".
           05  LINE 14 COL 12       PIC X(10) USING WS-INPUT-OFFICE.
           05  LINE 15 COL 1        VALUE "登録阻止(Y/N): ".
           05  LINE 15 COL 17       PIC X(1) USING WS-INPUT-BLOCK.
           05  LINE 16 COL 1        VALUE
               "発効日(YYYYMMDD 0は本日): ".
           05  LINE 16 COL 29       PIC 9(8) USING WS-INPUT-EFFECTIVE.
           05  LINE 17 COL 1        VALUE "理由: ".
           05  LINE 17 COL 8        PIC X(30) USING WS-INPUT-REASON.

       01  HOLD-KEY-SCREEN.
           05  LINE 12 COL 1        VALUE "学籍番号: ".
           05  LINE 12 COL 12
               PIC X(7) USING WS-INPUT-STUDENT-ID.
           05  LINE 13 COL 1        VALUE "連番: ".
           05  LINE 13 COL 8        PIC 9(3) USING WS-INPUT-SEQ.

       01  HOLD-STUDENT-SCREEN.
           05  LINE 12 COL 1        VALUE "学籍番号: ".
           05  LINE 12 COL 12
               PIC X(7) USING WS-INPUT-STUDENT-ID.

       01  OPERATOR-LOGIN-SCREEN.
           05  LINE 19 COL 1        VALUE "担当者ID: ".
           05  LINE 19 COL 12       PIC X(8) USING WS-OPERATOR-ID.
           05  LINE 20 COL 1        VALUE "パスワード: ".
           05  LINE 20 COL 13
               PIC X(8) USING WS-OPERATOR-PASSWORD.

       01  RELEASE-CONFIRM-SCREEN.
           05  LINE 15 COL 1        VALUE
               "この保留を解除します。よろしいで"
               & "すか？".
           05  LINE 15 COL 41       VALUE "(Y/N): ".
           05  LINE 15 COL 48       PIC X USING WS-CONFIRM.

       01  CONTINUE-SCREEN.
           05  LINE 22 COL 1        VALUE
               "続行しますか？ (Y/N): ".
           05  LINE 22 COL 25       PIC X USING WS-CONTINUE-FLAG.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE "Y" TO WS-CONTINUE-FLAG
           MOVE ZERO TO WS-CHOICE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           PERFORM OPEN-FILES
           PERFORM UNTIL WS-EXIT
               PERFORM DISPLAY-MENU
               PERFORM PROCESS-CHOICE
               IF NOT WS-EXIT
                   PERFORM CHECK-CONTINUE
               END-IF
           END-PERFORM
           PERFORM CLOSE-FILES
           GOBACK.

       OPEN-FILES SECTION.
           OPEN I-O HOLD-FILE
           IF NOT WS-SHD-SUCCESS
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF
           OPEN INPUT STUDENT-FILE
           OPEN INPUT SYL-OPERATOR-FILE.

       CLOSE-FILES SECTION.
           CLOSE HOLD-FILE
           CLOSE STUDENT-FILE
           CLOSE SYL-OPERATOR-FILE.

       DISPLAY-MENU SECTION.
           DISPLAY HOLD-MENU-SCREEN
           ACCEPT HOLD-MENU-SCREEN.

       PROCESS-CHOICE SECTION.
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM PLACE-HOLD
               WHEN 2
                   PERFORM RELEASE-HOLD
               WHEN 3
                   PERFORM LIST-STUDENT-HOLDS
               WHEN 4
                   PERFORM WRITE-OFFICE-REPORT
               WHEN 9
                   MOVE "N" TO WS-CONTINUE-FLAG
               WHEN OTHER
                   DISPLAY MSG-INVALID-INPUT
           END-EVALUATE.

      * 保留を設定する。連番は学生ごとの最大値＋1
       PLACE-HOLD SECTION.
           MOVE SPACES TO WS-INPUT-STUDENT-ID
           MOVE SPACE TO WS-INPUT-TYPE
           MOVE SPACES TO WS-INPUT-OFFICE
           MOVE "Y" TO WS-INPUT-BLOCK
           MOVE ZERO TO WS-INPUT-EFFECTIVE
           MOVE SPACES TO WS-INPUT-REASON
           DISPLAY HOLD-INPUT-SCREEN
           ACCEPT HOLD-INPUT-SCREEN
           MOVE "Y" TO WS-VALID-FLAG
           MOVE FUNCTION UPPER-CASE(WS-INPUT-TYPE) TO WS-INPUT-TYPE
           MOVE FUNCTION UPPER-CASE(WS-INPUT-BLOCK) TO WS-INPUT-BLOCK
           MOVE WS-INPUT-STUDENT-ID TO STU-ID
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY "学籍番号が未登録です。"
                   MOVE "N" TO WS-VALID-FLAG
           END-READ
           IF WS-VALID
               MOVE WS-INPUT-TYPE TO SHD-HOLD-TYPE
               IF NOT SHD-VALID-TYPE
                   DISPLAY "種類はT・A・D・S・Oのいずれか"
                       "です。"
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF
           IF WS-VALID
               IF WS-INPUT-OFFICE = SPACES
                   DISPLAY "設定部署を入力してください。"
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF
           IF WS-VALID
               IF WS-INPUT-BLOCK NOT = "Y"
               AND WS-INPUT-BLOCK NOT = "N"
                   DISPLAY MSG-INVALID-INPUT
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF
           IF WS-VALID
               PERFORM VERIFY-OPERATOR
               IF NOT WS-OPERATOR-OK
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF
           IF WS-VALID
               PERFORM GET-NEXT-SEQ
               INITIALIZE STUDENT-HOLD-RECORD
               MOVE WS-INPUT-STUDENT-ID TO SHD-STUDENT-ID
               MOVE WS-NEXT-SEQ TO SHD-SEQ
               MOVE WS-INPUT-TYPE TO SHD-HOLD-TYPE
               MOVE WS-INPUT-OFFICE TO SHD-OFFICE
               MOVE WS-INPUT-BLOCK TO SHD-BLOCK-FLAG
               MOVE WS-INPUT-REASON TO SHD-REASON
               IF WS-INPUT-EFFECTIVE = ZERO
                   MOVE WS-CURRENT-DATE TO SHD-EFFECTIVE-DATE
               ELSE
                   MOVE WS-INPUT-EFFECTIVE TO SHD-EFFECTIVE-DATE
               END-IF
               MOVE WS-CURRENT-DATE TO SHD-PLACED-DATE
               MOVE WS-OPERATOR-ID TO SHD-PLACED-BY
               MOVE "A" TO SHD-STATUS
               MOVE ZERO TO SHD-RELEASE-DATE
               MOVE SPACES TO SHD-RELEASED-BY
               WRITE STUDENT-HOLD-RECORD
                   INVALID KEY
                       DISPLAY MSG-FILE-WRITE
                   NOT INVALID KEY
                       DISPLAY "保留を設定しました。連番: "
                           SHD-SEQ
               END-WRITE
           END-IF
           MOVE "00" TO WS-STU-STATUS
           MOVE "00" TO WS-SHD-STATUS.

       GET-NEXT-SEQ SECTION.
           MOVE 1 TO WS-NEXT-SEQ
           MOVE "N" TO WS-SCAN-DONE-FLAG
           MOVE WS-INPUT-STUDENT-ID TO SHD-STUDENT-ID
           MOVE ZERO TO SHD-SEQ
           START HOLD-FILE KEY >= SHD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE-FLAG
           END-START
           PERFORM UNTIL WS-SCAN-DONE
               READ HOLD-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-SCAN-DONE-FLAG
                   NOT AT END
                       IF SHD-STUDENT-ID NOT = WS-INPUT-STUDENT-ID
                           MOVE "Y" TO WS-SCAN-DONE-FLAG
                       ELSE
                           ADD 1 TO SHD-SEQ GIVING WS-NEXT-SEQ
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-SHD-STATUS.

      * 保留を解除し、解除日と解除者を記録する
       RELEASE-HOLD SECTION.
           MOVE SPACES TO WS-INPUT-STUDENT-ID
           MOVE ZERO TO WS-INPUT-SEQ
           DISPLAY HOLD-KEY-SCREEN
           ACCEPT HOLD-KEY-SCREEN
           MOVE "Y" TO WS-VALID-FLAG
           MOVE WS-INPUT-STUDENT-ID TO SHD-STUDENT-ID
           MOVE WS-INPUT-SEQ TO SHD-SEQ
           READ HOLD-FILE
               INVALID KEY
                   DISPLAY MSG-RECORD-NOT-FOUND
                   MOVE "N" TO WS-VALID-FLAG
               NOT INVALID KEY
                   IF SHD-RELEASED
                       DISPLAY "この保留は解除済みです。"
                       MOVE "N" TO WS-VALID-FLAG
                   END-IF
           END-READ
           IF WS-VALID
               PERFORM SET-TYPE-LABEL
               DISPLAY "種類: " WS-TYPE-LABEL
                   "  部署: " SHD-OFFICE
               DISPLAY "理由: " SHD-REASON
               MOVE "N" TO WS-CONFIRM
               DISPLAY RELEASE-CONFIRM-SCREEN
               ACCEPT RELEASE-CONFIRM-SCREEN
               IF NOT WS-CONFIRMED
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF
           IF WS-VALID
               PERFORM VERIFY-OPERATOR
               IF NOT WS-OPERATOR-OK
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF
           IF WS-VALID
               MOVE WS-INPUT-STUDENT-ID TO SHD-STUDENT-ID
               MOVE WS-INPUT-SEQ TO SHD-SEQ
               READ HOLD-FILE
                   INVALID KEY
                       DISPLAY MSG-RECORD-NOT-FOUND
                   NOT INVALID KEY
                       MOVE "R" TO SHD-STATUS
                       MOVE WS-CURRENT-DATE TO SHD-RELEASE-DATE
                       MOVE WS-OPERATOR-ID TO SHD-RELEASED-BY
                       REWRITE STUDENT-HOLD-RECORD
                           INVALID KEY
                               DISPLAY MSG-FILE-WRITE
                           NOT INVALID KEY
                               DISPLAY "保留を解除しました。"
                       END-REWRITE
               END-READ
           END-IF
           MOVE "00" TO WS-SHD-STATUS.

      * 担当者の確認。シラバス管理のオペレータ（syl_operator.dat）
      * で認証し、有効・ロックなし・パスワード期限内で、権限が
      * 教務（権限3）または管理者（権限4）の場合だけ処理を認める
       VERIFY-OPERATOR SECTION.
           MOVE "N" TO WS-OPERATOR-OK-FLAG
           MOVE SPACES TO WS-OPERATOR-ID
           MOVE SPACES TO WS-OPERATOR-PASSWORD
           DISPLAY OPERATOR-LOGIN-SCREEN
           ACCEPT OPERATOR-LOGIN-SCREEN
           MOVE WS-OPERATOR-ID TO SOP-ID
           READ SYL-OPERATOR-FILE
               INVALID KEY
                   DISPLAY "担当者IDまたはパスワードが"
                       "違います。"
               NOT INVALID KEY
                   PERFORM CHECK-OPERATOR-RECORD
           END-READ
           MOVE "00" TO WS-SOP-STATUS.

       CHECK-OPERATOR-RECORD SECTION.
           COMPUTE WS-PWD-EXPIRE-LIMIT =
               SOP-PWD-CHANGED-DATE + WS-PWD-EXPIRE-DAYS
           EVALUATE TRUE
               WHEN SOP-LOCKED
                   DISPLAY "この担当者IDはロックされて"
                       "います。"
               WHEN SOP-PASSWORD NOT = WS-OPERATOR-PASSWORD
               OR NOT SOP-ACTIVE
                   DISPLAY "担当者IDまたはパスワードが"
                       "違います。"
               WHEN SOP-PWD-CHANGED-DATE = ZERO
               OR WS-CURRENT-DATE > WS-PWD-EXPIRE-LIMIT
                   DISPLAY "パスワードの有効期限が切れて"
                       "います。"
                   DISPLAY "メインメニュー（SYLABUS）で"
                       "変更してください。"
               WHEN NOT (SOP-ROLE-REGISTRAR OR SOP-ROLE-ADMIN)
                   DISPLAY "この処理を行う権限がありませ"
                       "ん。"
               WHEN OTHER
                   MOVE "Y" TO WS-OPERATOR-OK-FLAG
           END-EVALUATE.

       LIST-STUDENT-HOLDS SECTION.
           MOVE SPACES TO WS-INPUT-STUDENT-ID
           DISPLAY HOLD-STUDENT-SCREEN
           ACCEPT HOLD-STUDENT-SCREEN
           MOVE ZERO TO WS-HOLD-COUNT
           MOVE "N" TO WS-SCAN-DONE-FLAG
           MOVE WS-INPUT-STUDENT-ID TO SHD-STUDENT-ID
           MOVE ZERO TO SHD-SEQ
           START HOLD-FILE KEY >= SHD-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE-FLAG
           END-START
           PERFORM UNTIL WS-SCAN-DONE
               READ HOLD-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-SCAN-DONE-FLAG
                   NOT AT END
                       IF SHD-STUDENT-ID NOT = WS-INPUT-STUDENT-ID
                           MOVE "Y" TO WS-SCAN-DONE-FLAG
                       ELSE
                           ADD 1 TO WS-HOLD-COUNT
                           PERFORM DISPLAY-ONE-HOLD
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-SHD-STATUS
           IF WS-HOLD-COUNT = ZERO
               DISPLAY "保留はありません。"
           END-IF.

       DISPLAY-ONE-HOLD SECTION.
           PERFORM SET-TYPE-LABEL
           DISPLAY SHD-SEQ " " WS-TYPE-LABEL " " SHD-OFFICE
               " 阻止:" SHD-BLOCK-FLAG
               " 発効:" SHD-EFFECTIVE-DATE
               " 設定:" SHD-PLACED-DATE " " SHD-PLACED-BY
           IF SHD-RELEASED
               DISPLAY "    解除:" SHD-RELEASE-DATE " "
                   SHD-RELEASED-BY "  " SHD-REASON
           ELSE
               DISPLAY "    有効  " SHD-REASON
           END-IF.

       SET-TYPE-LABEL SECTION.
           EVALUATE TRUE
               WHEN SHD-TYPE-TUITION
                   MOVE "学費未納" TO WS-TYPE-LABEL
               WHEN SHD-TYPE-ADVISING
                   MOVE "履修指導面談" TO WS-TYPE-LABEL
               WHEN SHD-TYPE-DOCUMENTS
                   MOVE "書類不足" TO WS-TYPE-LABEL
               WHEN SHD-TYPE-DISCIPLINE
                   MOVE "懲戒" TO WS-TYPE-LABEL
               WHEN OTHER
                   MOVE "その他" TO WS-TYPE-LABEL
           END-EVALUATE.

      * 有効な保留を部署・学籍番号順に一覧する
       WRITE-OFFICE-REPORT SECTION.
           PERFORM LOAD-ACTIVE-HOLDS
           PERFORM SORT-ACTIVE-HOLDS
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "student_holds_by_office_" DELIMITED BY SIZE
                   WS-CURRENT-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM WS-HEADER1
           WRITE REPORT-LINE FROM WS-REPORT-TITLE
           WRITE REPORT-LINE FROM WS-HEADER1
           MOVE WS-CURRENT-DATE TO WS-CL-DATE
           WRITE REPORT-LINE FROM WS-CONDITION-LINE
           MOVE SPACES TO WS-CUR-OFFICE
           MOVE ZERO TO WS-OFFICE-COUNT
           MOVE ZERO TO WS-OFFICE-BLOCKING
           PERFORM VARYING WS-HL-I FROM 1 BY 1
                   UNTIL WS-HL-I > WS-HL-COUNT
               IF WS-HL-I = 1
               OR WS-HL-OFFICE(WS-HL-I) NOT = WS-CUR-OFFICE
                   IF WS-HL-I > 1
                       PERFORM WRITE-OFFICE-TOTAL
                   END-IF
                   MOVE WS-HL-OFFICE(WS-HL-I) TO WS-CUR-OFFICE
                   WRITE REPORT-LINE FROM WS-BLANK-LINE
                   MOVE WS-CUR-OFFICE TO WS-OF-OFFICE
                   WRITE REPORT-LINE FROM WS-OFFICE-LINE
                   WRITE REPORT-LINE FROM WS-COLUMN-HEADER
                   WRITE REPORT-LINE FROM WS-RULE-LINE
               END-IF
               PERFORM WRITE-HOLD-LINE
           END-PERFORM
           IF WS-HL-COUNT > ZERO
               PERFORM WRITE-OFFICE-TOTAL
           END-IF
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-HL-COUNT TO WS-GT-COUNT
           WRITE REPORT-LINE FROM WS-GRAND-TOTAL-LINE
           CLOSE REPORT-FILE
           DISPLAY "部署別一覧を出力しました: "
               WS-REPORT-FILENAME.

       LOAD-ACTIVE-HOLDS SECTION.
           MOVE ZERO TO WS-HL-COUNT
           MOVE LOW-VALUES TO SHD-KEY
           START HOLD-FILE KEY >= SHD-KEY
               INVALID KEY
                   MOVE "10" TO WS-SHD-STATUS
           END-START
           PERFORM UNTIL NOT WS-SHD-SUCCESS
               READ HOLD-FILE NEXT
                   AT END
                       MOVE "10" TO WS-SHD-STATUS
                   NOT AT END
                       IF SHD-ACTIVE AND WS-HL-COUNT < 2000
                           ADD 1 TO WS-HL-COUNT
                           MOVE SHD-OFFICE
                               TO WS-HL-OFFICE(WS-HL-COUNT)
                           MOVE SHD-STUDENT-ID
                               TO WS-HL-STUDENT-ID(WS-HL-COUNT)
                           MOVE SHD-SEQ TO WS-HL-SEQ(WS-HL-COUNT)
                           MOVE SHD-HOLD-TYPE
                               TO WS-HL-TYPE(WS-HL-COUNT)
                           MOVE SHD-BLOCK-FLAG
                               TO WS-HL-BLOCK(WS-HL-COUNT)
                           MOVE SHD-REASON
                               TO WS-HL-REASON(WS-HL-COUNT)
                           MOVE SHD-EFFECTIVE-DATE
                               TO WS-HL-EFFECTIVE(WS-HL-COUNT)
                           MOVE SHD-PLACED-DATE
                               TO WS-HL-PLACED-DATE(WS-HL-COUNT)
                           MOVE SHD-PLACED-BY
                               TO WS-HL-PLACED-BY(WS-HL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-SHD-STATUS.

       SORT-ACTIVE-HOLDS SECTION.
           PERFORM VARYING WS-HL-I FROM 1 BY 1
                   UNTIL WS-HL-I >= WS-HL-COUNT
               PERFORM VARYING WS-HL-J FROM 1 BY 1
                       UNTIL WS-HL-J > WS-HL-COUNT - WS-HL-I
                   IF WS-HL-SORT-KEY(WS-HL-J) >
                      WS-HL-SORT-KEY(WS-HL-J + 1)
                       MOVE WS-HL-ENTRY(WS-HL-J) TO WS-HL-SWAP
                       MOVE WS-HL-ENTRY(WS-HL-J + 1)
                           TO WS-HL-ENTRY(WS-HL-J)
                       MOVE WS-HL-SWAP TO WS-HL-ENTRY(WS-HL-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-HOLD-LINE SECTION.
           MOVE WS-HL-STUDENT-ID(WS-HL-I) TO WS-DT-STUDENT-ID
           MOVE WS-HL-SEQ(WS-HL-I) TO WS-DT-SEQ
           MOVE WS-HL-STUDENT-ID(WS-HL-I) TO STU-ID
           READ STUDENT-FILE
               INVALID KEY
                   MOVE SPACES TO STU-LAST-NAME
           END-READ
           MOVE "00" TO WS-STU-STATUS
           MOVE STU-LAST-NAME TO WS-DT-NAME
           MOVE WS-HL-TYPE(WS-HL-I) TO SHD-HOLD-TYPE
           PERFORM SET-TYPE-LABEL
           MOVE WS-TYPE-LABEL TO WS-DT-TYPE
           IF WS-HL-BLOCK(WS-HL-I) = "Y"
               MOVE "*" TO WS-DT-BLOCK
               ADD 1 TO WS-OFFICE-BLOCKING
           ELSE
               MOVE SPACE TO WS-DT-BLOCK
           END-IF
           MOVE WS-HL-EFFECTIVE(WS-HL-I) TO WS-DT-EFFECTIVE
           MOVE WS-HL-PLACED-DATE(WS-HL-I) TO WS-DT-PLACED-DATE
           MOVE WS-HL-PLACED-BY(WS-HL-I) TO WS-DT-PLACED-BY
           MOVE WS-HL-REASON(WS-HL-I) TO WS-DT-REASON
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           ADD 1 TO WS-OFFICE-COUNT.

       WRITE-OFFICE-TOTAL SECTION.
           MOVE WS-OFFICE-COUNT TO WS-OT-COUNT
           MOVE WS-OFFICE-BLOCKING TO WS-OT-BLOCKING
           WRITE REPORT-LINE FROM WS-OFFICE-TOTAL-LINE
           MOVE ZERO TO WS-OFFICE-COUNT
           MOVE ZERO TO WS-OFFICE-BLOCKING.

       CHECK-CONTINUE SECTION.
           DISPLAY CONTINUE-SCREEN
           ACCEPT CONTINUE-SCREEN.
