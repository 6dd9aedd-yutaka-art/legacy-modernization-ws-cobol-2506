******************************************************************
      * 図書館管理システム - 団体口座管理プログラム
      *
      * 研究室・部局などがグループで資料・機器を借りるための団体
      * 口座を管理する。利用者登録（LIBUSER）で作成した口座を
      * 団体利用者（利用者区分5）に切り替え、責任者（教職員）1名
      * と受取を認めるメンバーの利用者IDを登録する。
      * 団体口座の貸出は窓口（LIBLOAN）で受取者欄に登録メンバー
      * を入力した場合に限り受け付け、受け取ったメンバーを貸出
      * 記録に残す。延滞通知と延滞金・弁償金は責任者あてとなる。
      * 冊数・期間などの貸出条件は貸出ポリシーマスタの利用者区分
      * 5の行で定める
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBINST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.
       SPECIAL-NAMES.
           CONSOLE IS CRT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-FILE
               ASSIGN TO "user.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-ID
               FILE STATUS IS WS-USER-STATUS.

           SELECT INST-FILE
               ASSIGN TO "inst_account.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INST-USER-ID
               FILE STATUS IS WS-INST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY USERFILE.

       FD  INST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INSTFILE.

       WORKING-STORAGE SECTION.
       01  WS-USER-STATUS           PIC XX VALUE "00".
           88  WS-USER-SUCCESS      VALUE "00".

       01  WS-INST-STATUS           PIC XX VALUE "00".
           88  WS-INST-SUCCESS      VALUE "00".

       01  WS-CONTINUE-FLAG         PIC X VALUE "Y".
           88  WS-CONTINUE          VALUE "Y", "y".
           88  WS-EXIT              VALUE "N", "n".

       01  WS-CHOICE                PIC 9 VALUE 0.

       01  WS-CURRENT-DATE          PIC 9(08) VALUE ZERO.

       01  WS-INPUT-INST-ID         PIC X(8) VALUE SPACES.
       01  WS-INPUT-RESP-ID         PIC X(8) VALUE SPACES.
       01  WS-INPUT-MEMBER-ID       PIC X(8) VALUE SPACES.
       01  WS-OLD-RESP-ID           PIC X(8) VALUE SPACES.
       01  WS-MEMBER-IX             PIC 9(2) VALUE ZERO.
       01  WS-MEMBER-POS            PIC 9(2) VALUE ZERO.
       01  WS-MAX-MEMBERS           PIC 9(2) VALUE 20.

       01  WS-INST-FOUND-FLAG       PIC X VALUE "N".
           88  WS-INST-FOUND        VALUE "Y".
       01  WS-CHECK-OK-FLAG         PIC X VALUE "N".
           88  WS-CHECK-OK          VALUE "Y".

       01  WS-AUDIT-KEY             PIC X(10) VALUE SPACES.
       01  WS-AUDIT-ACTION          PIC X(10) VALUE SPACES.
       01  WS-AUDIT-RETURN-CODE     PIC 9 VALUE 0.
       01  WS-AUDIT-BEFORE          PIC X(20) VALUE SPACES.
       01  WS-AUDIT-AFTER           PIC X(20) VALUE SPACES.

       COPY LIBERROR.

       LINKAGE SECTION.
       01  LS-OPERATOR-ID            PIC X(8).

       SCREEN SECTION.
       01  INST-MENU-SCREEN.
           05  LINE 2 COL 1         VALUE "団体口座管理".
           05  LINE 4 COL 1         VALUE
               "1. 団体口座登録・責任者変更".
           05  LINE 5 COL 1         VALUE "2. メンバー追加".
           05  LINE 6 COL 1         VALUE "3. メンバー削除".
           05  LINE 7 COL 1         VALUE "4. 団体口座照会".
           05  LINE 8 COL 1         VALUE "9. 戻る".
           05  LINE 10 COL 1        VALUE "選択: ".
           05  LINE 10 COL 8        PIC 9 USING WS-CHOICE.

       01  INST-ENTRY-SCREEN.
           05  LINE 12 COL 1        VALUE "団体の利用者ID: ".
           05  LINE 12 COL 18       PIC X(8) USING WS-INPUT-INST-ID.
           05  LINE 13 COL 1        VALUE
               "責任者の利用者ID（教職員）: ".
           05  LINE 13 COL 30       PIC X(8) USING WS-INPUT-RESP-ID.

       01  INST-MEMBER-SCREEN.
           05  LINE 12 COL 1        VALUE "団体の利用者ID: ".
           05  LINE 12 COL 18       PIC X(8) USING WS-INPUT-INST-ID.
           05  LINE 13 COL 1        VALUE
               "メンバーの利用者ID: ".
           05  LINE 13 COL 22
               PIC X(8) USING WS-INPUT-MEMBER-ID.

       01  INST-INQUIRY-SCREEN.
           05  LINE 12 COL 1        VALUE "団体の利用者ID: ".
           05  LINE 12 COL 18       PIC X(8) USING WS-INPUT-INST-ID.

       01  CONTINUE-SCREEN.
           05  LINE 18 COL 1        VALUE
               "続行しますか？ (Y/N): ".
           05  LINE 18 COL 25       PIC X USING WS-CONTINUE-FLAG.

       PROCEDURE DIVISION USING LS-OPERATOR-ID.
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
           OPEN I-O USER-FILE
           OPEN I-O INST-FILE
           IF NOT WS-INST-SUCCESS
               OPEN OUTPUT INST-FILE
               CLOSE INST-FILE
               OPEN I-O INST-FILE
           END-IF.

       CLOSE-FILES SECTION.
           CLOSE USER-FILE
           CLOSE INST-FILE.

       DISPLAY-MENU SECTION.
           DISPLAY INST-MENU-SCREEN
           ACCEPT INST-MENU-SCREEN.

       PROCESS-CHOICE SECTION.
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM REGISTER-INSTITUTION
               WHEN 2
                   PERFORM ADD-MEMBER
               WHEN 3
                   PERFORM REMOVE-MEMBER
               WHEN 4
                   PERFORM SHOW-INSTITUTION
               WHEN 9
                   MOVE "N" TO WS-CONTINUE-FLAG
               WHEN OTHER
                   DISPLAY MSG-INVALID-INPUT
           END-EVALUATE.

      * 団体の口座は利用者登録済みの有効な口座で、学生・教職員・
      * 同窓会員の個人口座でないこと。責任者は有効な教職員とする。
      * 未登録なら団体口座を新規に作成して利用者区分を5に切り
      * 替え、登録済みなら責任者だけを差し替える
       REGISTER-INSTITUTION SECTION.
           MOVE SPACES TO WS-INPUT-INST-ID
           MOVE SPACES TO WS-INPUT-RESP-ID
           DISPLAY INST-ENTRY-SCREEN
           ACCEPT INST-ENTRY-SCREEN
           PERFORM CHECK-RESPONSIBLE
           IF WS-CHECK-OK
               PERFORM CHECK-INSTITUTION-USER
           END-IF
           IF WS-CHECK-OK
               PERFORM READ-INSTITUTION
               IF WS-INST-FOUND
                   PERFORM CHANGE-RESPONSIBLE
               ELSE
                   PERFORM CREATE-INSTITUTION
               END-IF
           END-IF
           MOVE "00" TO WS-USER-STATUS
           MOVE "00" TO WS-INST-STATUS.

       CHECK-RESPONSIBLE SECTION.
           MOVE "N" TO WS-CHECK-OK-FLAG
           MOVE WS-INPUT-RESP-ID TO USER-ID
           READ USER-FILE
               INVALID KEY
                   DISPLAY "責任者の利用者IDが見つかりま"
                       "せん。"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN USER-STATUS NOT = "A"
                           DISPLAY "責任者の口座が有効では"
                               "ありません。"
                       WHEN USER-TYPE NOT = "3"
                           DISPLAY "責任者は教職員の利用者"
                               "を指定してください。"
                       WHEN OTHER
                           MOVE "Y" TO WS-CHECK-OK-FLAG
                   END-EVALUATE
           END-READ.

      * 団体の利用者レコードを読み込んだ状態で戻る
       CHECK-INSTITUTION-USER SECTION.
           MOVE "N" TO WS-CHECK-OK-FLAG
           MOVE WS-INPUT-INST-ID TO USER-ID
           READ USER-FILE
               INVALID KEY
                   DISPLAY "団体の利用者IDが見つかりませ"
                       "ん。"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN USER-STATUS NOT = "A"
                           DISPLAY "団体の口座が有効ではあ"
                               "りません。"
                       WHEN USER-TYPE = "2" OR "3" OR "4"
                           DISPLAY "個人の口座は団体口座に"
                               "できません。"
                       WHEN WS-INPUT-INST-ID = WS-INPUT-RESP-ID
                           DISPLAY MSG-INVALID-INPUT
                       WHEN OTHER
                           MOVE "Y" TO WS-CHECK-OK-FLAG
                   END-EVALUATE
           END-READ.

       READ-INSTITUTION SECTION.
           MOVE "N" TO WS-INST-FOUND-FLAG
           MOVE WS-INPUT-INST-ID TO INST-USER-ID
           READ INST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-INST-FOUND-FLAG
           END-READ.

       CREATE-INSTITUTION SECTION.
           INITIALIZE INST-RECORD
           MOVE WS-INPUT-INST-ID TO INST-USER-ID
           MOVE WS-INPUT-RESP-ID TO INST-RESP-USER-ID
           MOVE ZERO TO INST-MEMBER-COUNT
           MOVE WS-CURRENT-DATE TO INST-UPDATE-DATE
           MOVE LS-OPERATOR-ID TO INST-UPDATE-OPER
           WRITE INST-RECORD
               INVALID KEY
                   DISPLAY MSG-FILE-WRITE
               NOT INVALID KEY
                   MOVE USER-TYPE TO WS-AUDIT-BEFORE
                   MOVE "5" TO USER-TYPE
                   REWRITE USER-RECORD
                       INVALID KEY
                           DISPLAY MSG-FILE-WRITE
                   END-REWRITE
                   DISPLAY "団体口座を登録しました。"
                       "メンバーを追加してください。"
                   MOVE "CREATE" TO WS-AUDIT-ACTION
                   MOVE INST-RESP-USER-ID TO WS-AUDIT-AFTER
                   PERFORM WRITE-INST-AUDIT
           END-WRITE.

       CHANGE-RESPONSIBLE SECTION.
           MOVE INST-RESP-USER-ID TO WS-OLD-RESP-ID
           MOVE WS-INPUT-RESP-ID TO INST-RESP-USER-ID
           MOVE WS-CURRENT-DATE TO INST-UPDATE-DATE
           MOVE LS-OPERATOR-ID TO INST-UPDATE-OPER
           REWRITE INST-RECORD
               INVALID KEY
                   DISPLAY MSG-FILE-WRITE
               NOT INVALID KEY
                   DISPLAY "責任者を変更しました。"
                   MOVE "UPDATE" TO WS-AUDIT-ACTION
                   MOVE WS-OLD-RESP-ID TO WS-AUDIT-BEFORE
                   MOVE INST-RESP-USER-ID TO WS-AUDIT-AFTER
                   PERFORM WRITE-INST-AUDIT
           END-REWRITE.

      * メンバーは有効な個人の口座で、団体あたり20名まで
       ADD-MEMBER SECTION.
           MOVE SPACES TO WS-INPUT-INST-ID
           MOVE SPACES TO WS-INPUT-MEMBER-ID
           DISPLAY INST-MEMBER-SCREEN
           ACCEPT INST-MEMBER-SCREEN
           PERFORM READ-INSTITUTION
           IF NOT WS-INST-FOUND
               DISPLAY "団体口座が登録されていません。"
           ELSE
               PERFORM FIND-MEMBER
               EVALUATE TRUE
                   WHEN WS-MEMBER-POS NOT = ZERO
                       DISPLAY "すでにメンバーに登録されて"
                           "います。"
                   WHEN INST-MEMBER-COUNT >= WS-MAX-MEMBERS
                       DISPLAY "メンバーは20名までです。"
                   WHEN OTHER
                       PERFORM CHECK-MEMBER-USER
                       IF WS-CHECK-OK
                           PERFORM APPEND-MEMBER
                       END-IF
               END-EVALUATE
           END-IF
           MOVE "00" TO WS-USER-STATUS
           MOVE "00" TO WS-INST-STATUS.

       CHECK-MEMBER-USER SECTION.
           MOVE "N" TO WS-CHECK-OK-FLAG
           MOVE WS-INPUT-MEMBER-ID TO USER-ID
           READ USER-FILE
               INVALID KEY
                   DISPLAY "メンバーの利用者IDが見つかり"
                       "ません。"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN USER-STATUS NOT = "A"
                           DISPLAY "メンバーの口座が有効で"
                               "はありません。"
                       WHEN USER-TYPE = "5"
                           DISPLAY "団体口座はメンバーにで"
                               "きません。"
                       WHEN OTHER
                           MOVE "Y" TO WS-CHECK-OK-FLAG
                   END-EVALUATE
           END-READ.

       APPEND-MEMBER SECTION.
           ADD 1 TO INST-MEMBER-COUNT
           MOVE WS-INPUT-MEMBER-ID
               TO INST-MEMBER-ID(INST-MEMBER-COUNT)
           MOVE WS-CURRENT-DATE TO INST-UPDATE-DATE
           MOVE LS-OPERATOR-ID TO INST-UPDATE-OPER
           REWRITE INST-RECORD
               INVALID KEY
                   DISPLAY MSG-FILE-WRITE
               NOT INVALID KEY
                   DISPLAY "メンバーを追加しました。"
                   MOVE "ADDMEMBER" TO WS-AUDIT-ACTION
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   MOVE WS-INPUT-MEMBER-ID TO WS-AUDIT-AFTER
                   PERFORM WRITE-INST-AUDIT
           END-REWRITE.

      * 削除したメンバー以降を1つずつ詰める
       REMOVE-MEMBER SECTION.
           MOVE SPACES TO WS-INPUT-INST-ID
           MOVE SPACES TO WS-INPUT-MEMBER-ID
           DISPLAY INST-MEMBER-SCREEN
           ACCEPT INST-MEMBER-SCREEN
           PERFORM READ-INSTITUTION
           IF NOT WS-INST-FOUND
               DISPLAY "団体口座が登録されていません。"
           ELSE
               PERFORM FIND-MEMBER
               IF WS-MEMBER-POS = ZERO
                   DISPLAY "メンバーに登録されていませ"
                       "ん。"
               ELSE
                   PERFORM VARYING WS-MEMBER-IX FROM WS-MEMBER-POS
                       BY 1 UNTIL WS-MEMBER-IX >= INST-MEMBER-COUNT
                       MOVE INST-MEMBER-ID(WS-MEMBER-IX + 1)
                           TO INST-MEMBER-ID(WS-MEMBER-IX)
                   END-PERFORM
                   MOVE SPACES TO INST-MEMBER-ID(INST-MEMBER-COUNT)
                   SUBTRACT 1 FROM INST-MEMBER-COUNT
                   MOVE WS-CURRENT-DATE TO INST-UPDATE-DATE
                   MOVE LS-OPERATOR-ID TO INST-UPDATE-OPER
                   REWRITE INST-RECORD
                       INVALID KEY
                           DISPLAY MSG-FILE-WRITE
                       NOT INVALID KEY
                           DISPLAY "メンバーを削除しま"
                               "した。"
                           MOVE "DELMEMBER" TO WS-AUDIT-ACTION
                           MOVE WS-INPUT-MEMBER-ID
                               TO WS-AUDIT-BEFORE
                           MOVE SPACES TO WS-AUDIT-AFTER
                           PERFORM WRITE-INST-AUDIT
                   END-REWRITE
               END-IF
           END-IF
           MOVE "00" TO WS-INST-STATUS.

      * 入力されたメンバーの位置を返す（0=未登録）
       FIND-MEMBER SECTION.
           MOVE ZERO TO WS-MEMBER-POS
           PERFORM VARYING WS-MEMBER-IX FROM 1 BY 1
               UNTIL WS-MEMBER-IX > INST-MEMBER-COUNT
               OR WS-MEMBER-POS NOT = ZERO
               IF INST-MEMBER-ID(WS-MEMBER-IX) = WS-INPUT-MEMBER-ID
                   MOVE WS-MEMBER-IX TO WS-MEMBER-POS
               END-IF
           END-PERFORM.

       SHOW-INSTITUTION SECTION.
           MOVE SPACES TO WS-INPUT-INST-ID
           DISPLAY INST-INQUIRY-SCREEN
           ACCEPT INST-INQUIRY-SCREEN
           PERFORM READ-INSTITUTION
           IF NOT WS-INST-FOUND
               DISPLAY "団体口座が登録されていません。"
           ELSE
               MOVE INST-USER-ID TO USER-ID
               READ USER-FILE
                   INVALID KEY
                       MOVE SPACES TO USER-NAME
               END-READ
               DISPLAY "団体: " INST-USER-ID " " USER-NAME
               MOVE INST-RESP-USER-ID TO USER-ID
               READ USER-FILE
                   INVALID KEY
                       MOVE SPACES TO USER-NAME
               END-READ
               DISPLAY "責任者: " INST-RESP-USER-ID " " USER-NAME
               DISPLAY "最終更新: " INST-UPDATE-DATE " "
                   INST-UPDATE-OPER
               DISPLAY "メンバー（" INST-MEMBER-COUNT "名）"
               PERFORM VARYING WS-MEMBER-IX FROM 1 BY 1
                   UNTIL WS-MEMBER-IX > INST-MEMBER-COUNT
                   MOVE INST-MEMBER-ID(WS-MEMBER-IX) TO USER-ID
                   READ USER-FILE
                       INVALID KEY
                           MOVE "*** 利用者情報なし ***"
                               TO USER-NAME
                   END-READ
                   DISPLAY "  " INST-MEMBER-ID(WS-MEMBER-IX) " "
                       USER-NAME
               END-PERFORM
           END-IF
           MOVE "00" TO WS-USER-STATUS
           MOVE "00" TO WS-INST-STATUS.

       WRITE-INST-AUDIT SECTION.
           MOVE INST-USER-ID TO WS-AUDIT-KEY
           CALL "LIBAUDIT" USING "INSTACCT", WS-AUDIT-KEY,
               WS-AUDIT-ACTION, "LIBINST", LS-OPERATOR-ID,
               WS-AUDIT-BEFORE, WS-AUDIT-AFTER,
               WS-AUDIT-RETURN-CODE.

       CHECK-CONTINUE SECTION.
           DISPLAY CONTINUE-SCREEN
           ACCEPT CONTINUE-SCREEN.
