******************************************************************
      * シラバス管理システム - オペレータマスタ管理プログラム
      *
      * SYLABUSにログインするオペレータを保守する（管理者のみ）。
      * 権限が教員の場合は教員マスタに在籍する教員IDを必須とし、
      * 学科事務の場合は担当学科コード（空白は全学科）を持つ。
      * 登録・パスワード再設定時は変更日を0にして、次回ログイン
      * で本人に変更させる
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLOPR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.
       SPECIAL-NAMES.
           CONSOLE IS CRT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SYL-OPERATOR-FILE
               ASSIGN TO "syl_operator.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOP-ID
               FILE STATUS IS WS-FILE-STATUS.

           SELECT TEACHER-FILE
               ASSIGN TO "teacher.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TEA-ID
               FILE STATUS IS WS-TEA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYL-OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SOPRFILE.

       FD  TEACHER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TEAFILE.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS           PIC XX VALUE "00".
           88  WS-FILE-SUCCESS      VALUE "00".
           88  WS-FILE-NOT-FOUND    VALUE "23".
           88  WS-FILE-DUP          VALUE "22".
           88  WS-FILE-EOF          VALUE "10".

       01  WS-TEA-STATUS            PIC XX VALUE "00".
           88  WS-TEA-SUCCESS       VALUE "00".

       01  WS-CONTINUE-FLAG         PIC X VALUE "Y".
           88  WS-CONTINUE          VALUE "Y", "y".
           88  WS-EXIT              VALUE "N", "n".

       01  WS-CHOICE                PIC 9 VALUE 0.
           88  WS-VALID-CHOICE      VALUE 1 THRU 6.

       01  WS-SEARCH-ID             PIC X(8) VALUE SPACES.
       01  WS-OLD-PASSWORD          PIC X(8) VALUE SPACES.

       01  WS-VALID-FLAG            PIC X VALUE "N".
           88  WS-INPUT-VALID       VALUE "Y".

       COPY LIBERROR.

       LINKAGE SECTION.
       01  LS-OPERATOR-ID           PIC X(8).

       SCREEN SECTION.
       01  SOPR-MENU-SCREEN.
           05  LINE 2 COL 1         VALUE
               "オペレータマスタメニュー".
           05  LINE 4 COL 1         VALUE "1. オペレータ登録".
           05  LINE 5 COL 1         VALUE "2. オペレータ照会".
           05  LINE 6 COL 1         VALUE "3. オペレータ修正".
           05  LINE 7 COL 1         VALUE "4. オペレータ削除".
           05  LINE 8 COL 1         VALUE "5. オペレータ一覧".
           05  LINE 9 COL 1         VALUE "6. ロック解除".
           05  LINE 10 COL 1        VALUE "9. 戻る".
           05  LINE 12 COL 1        VALUE "選択: ".
           05  LINE 12 COL 8        PIC 9 USING WS-CHOICE.

       01  SOPR-INPUT-SCREEN.
           05  LINE 2 COL 1         VALUE "オペレータ登録".
           05  LINE 4 COL 1         VALUE "オペレータID: ".
           05  LINE 4 COL 15        PIC X(8) USING SOP-ID.
           05  LINE 5 COL 1         VALUE "パスワード: ".
           05  LINE 5 COL 13        PIC X(8) USING SOP-PASSWORD.
           05  LINE 6 COL 1         VALUE "氏名: ".
           05  LINE 6 COL 7         PIC X(30) USING SOP-NAME.
           05  LINE 7 COL 1         VALUE "権限: ".
           05  LINE 7 COL 7         PIC 9 USING SOP-ROLE.
           05  LINE 7 COL 10        VALUE
               "(1:教員 2:学科事務 3:教務 4:管理者)".
           05  LINE 8 COL 1         VALUE "教員ID（権限1）: ".
           05  LINE 8 COL 20        PIC X(5) USING SOP-TEACHER-ID.
           05  LINE 9 COL 1         VALUE "担当学科（権限2）: ".
           05  LINE 9 COL 22        PIC X(4) USING SOP-DEPARTMENT-ID.

       01  SOPR-SEARCH-SCREEN.
           05  LINE 2 COL 1         VALUE "オペレータ検索".
           05  LINE 4 COL 1         VALUE "オペレータID: ".
           05  LINE 4 COL 15        PIC X(8) USING WS-SEARCH-ID.

       01  SOPR-DISPLAY-SCREEN.
           05  LINE 2 COL 1         VALUE "オペレータ情報".
           05  LINE 4 COL 1         VALUE "オペレータID: ".
           05  LINE 4 COL 15        PIC X(8) FROM SOP-ID.
           05  LINE 5 COL 1         VALUE "氏名: ".
           05  LINE 5 COL 7         PIC X(30) FROM SOP-NAME.
           05  LINE 6 COL 1         VALUE "状態: ".
           05  LINE 6 COL 7         PIC X(1) FROM SOP-STATUS.
           05  LINE 7 COL 1         VALUE "権限: ".
           05  LINE 7 COL 7         PIC 9 FROM SOP-ROLE.
           05  LINE 8 COL 1         VALUE "教員ID: ".
           05  LINE 8 COL 10        PIC X(5) FROM SOP-TEACHER-ID.
           05  LINE 9 COL 1         VALUE "担当学科: ".
           05  LINE 9 COL 13        PIC X(4) FROM SOP-DEPARTMENT-ID.

       01  SOPR-LIST-HEADER.
           05  BLANK SCREEN.
           05  LINE 1 COL 1         VALUE "オペレータ一覧".
           05  LINE 2 COL 1         VALUE
               "==================================================".
           05  LINE 3 COL 1         VALUE
               "ID        氏名                           ".
           05  LINE 3 COL 42        VALUE "状態 権限".
           05  LINE 4 COL 1         VALUE
               "==================================================".

       01  CONTINUE-SCREEN.
           05  LINE 14 COL 1        VALUE
               "続行しますか？ (Y/N): ".
           05  LINE 14 COL 25       PIC X USING WS-CONTINUE-FLAG.

       PROCEDURE DIVISION USING LS-OPERATOR-ID.
       MAIN-PROCESS SECTION.
           PERFORM OPEN-FILE
           PERFORM UNTIL WS-EXIT
               PERFORM DISPLAY-MENU
               PERFORM PROCESS-CHOICE
               IF NOT WS-EXIT
                   PERFORM CHECK-CONTINUE
               END-IF
           END-PERFORM
           PERFORM CLOSE-FILE
           GOBACK.

       OPEN-FILE SECTION.
           OPEN I-O SYL-OPERATOR-FILE
           IF WS-FILE-NOT-FOUND
               DISPLAY MSG-FILE-NOT-FOUND
               MOVE "N" TO WS-CONTINUE-FLAG
           END-IF
           OPEN INPUT TEACHER-FILE.

       CLOSE-FILE SECTION.
           CLOSE SYL-OPERATOR-FILE
           CLOSE TEACHER-FILE.

       DISPLAY-MENU SECTION.
           DISPLAY SOPR-MENU-SCREEN
           ACCEPT SOPR-MENU-SCREEN.

       PROCESS-CHOICE SECTION.
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM REGISTER-OPERATOR
               WHEN 2
                   PERFORM SEARCH-OPERATOR
               WHEN 3
                   PERFORM UPDATE-OPERATOR
               WHEN 4
                   PERFORM DELETE-OPERATOR
               WHEN 5
                   PERFORM LIST-OPERATORS
               WHEN 6
                   PERFORM UNLOCK-OPERATOR
               WHEN 9
                   MOVE "N" TO WS-CONTINUE-FLAG
               WHEN OTHER
                   DISPLAY MSG-INVALID-INPUT
           END-EVALUATE.

      * 権限と、権限に応じた教員ID・担当学科の整合を確認する
       VALIDATE-OPERATOR SECTION.
           MOVE "Y" TO WS-VALID-FLAG
           IF SOP-ID = SPACES
               DISPLAY "オペレータIDを入力してください。"
               MOVE "N" TO WS-VALID-FLAG
           END-IF
           IF NOT SOP-VALID-ROLE
               DISPLAY "権限は1～4で入力してください。"
               MOVE "N" TO WS-VALID-FLAG
           END-IF
           IF SOP-ROLE-TEACHER
               IF SOP-TEACHER-ID = SPACES
                   DISPLAY "教員の場合は教員IDが"
                       "必要です。"
                   MOVE "N" TO WS-VALID-FLAG
               ELSE
                   MOVE SOP-TEACHER-ID TO TEA-ID
                   READ TEACHER-FILE
                       INVALID KEY
                           DISPLAY "教員マスタに存在しない"
                               "教員IDです。"
                           MOVE "N" TO WS-VALID-FLAG
                       NOT INVALID KEY
                           IF NOT TEA-ACTIVE
                               DISPLAY "在職中の教員ではあり"
                                   "ません。"
                               MOVE "N" TO WS-VALID-FLAG
                           END-IF
                   END-READ
               END-IF
           ELSE
               MOVE SPACES TO SOP-TEACHER-ID
           END-IF
           IF NOT SOP-ROLE-DEPT-OFFICE
               MOVE SPACES TO SOP-DEPARTMENT-ID
           END-IF.

      * 連続失敗でロックされたIDを解除する
       UNLOCK-OPERATOR SECTION.
           DISPLAY SOPR-SEARCH-SCREEN
           ACCEPT SOPR-SEARCH-SCREEN
           MOVE WS-SEARCH-ID TO SOP-ID
           READ SYL-OPERATOR-FILE
               INVALID KEY
                   DISPLAY MSG-RECORD-NOT-FOUND
               NOT INVALID KEY
                   IF NOT SOP-LOCKED
                       DISPLAY "このIDはロックされて"
                           "いません。"
                   ELSE
                       MOVE SPACE TO SOP-LOCK-FLAG
                       MOVE ZERO TO SOP-FAIL-COUNT
                       REWRITE SYL-OPERATOR-RECORD
                           INVALID KEY
                               DISPLAY MSG-FILE-WRITE
                           NOT INVALID KEY
                               DISPLAY "ロックを解除"
                                   "しました。"
                       END-REWRITE
                   END-IF
           END-READ.

       REGISTER-OPERATOR SECTION.
           INITIALIZE SYL-OPERATOR-RECORD
           DISPLAY SOPR-INPUT-SCREEN
           ACCEPT SOPR-INPUT-SCREEN
           MOVE "A" TO SOP-STATUS
           IF SOP-ROLE = 0
               MOVE 1 TO SOP-ROLE
           END-IF
           PERFORM VALIDATE-OPERATOR
           IF WS-INPUT-VALID
               WRITE SYL-OPERATOR-RECORD
                   INVALID KEY
                       DISPLAY MSG-DUPLICATE-KEY
                   NOT INVALID KEY
                       DISPLAY "オペレータを登録しました。"
               END-WRITE
           END-IF.

       SEARCH-OPERATOR SECTION.
           DISPLAY SOPR-SEARCH-SCREEN
           ACCEPT SOPR-SEARCH-SCREEN
           MOVE WS-SEARCH-ID TO SOP-ID
           READ SYL-OPERATOR-FILE
               INVALID KEY
                   DISPLAY MSG-RECORD-NOT-FOUND
               NOT INVALID KEY
                   DISPLAY SOPR-DISPLAY-SCREEN
           END-READ.

      * パスワードを入れ替えた場合は変更日を0に戻し、次回ログイン
      * で本人に変更させる
       UPDATE-OPERATOR SECTION.
           DISPLAY SOPR-SEARCH-SCREEN
           ACCEPT SOPR-SEARCH-SCREEN
           MOVE WS-SEARCH-ID TO SOP-ID
           READ SYL-OPERATOR-FILE
               INVALID KEY
                   DISPLAY MSG-RECORD-NOT-FOUND
               NOT INVALID KEY
                   MOVE SOP-PASSWORD TO WS-OLD-PASSWORD
                   DISPLAY SOPR-INPUT-SCREEN
                   ACCEPT SOPR-INPUT-SCREEN
                   IF SOP-PASSWORD NOT = WS-OLD-PASSWORD
                       MOVE ZERO TO SOP-PWD-CHANGED-DATE
                   END-IF
                   PERFORM VALIDATE-OPERATOR
                   IF WS-INPUT-VALID
                       REWRITE SYL-OPERATOR-RECORD
                           INVALID KEY
                               DISPLAY MSG-FILE-WRITE
                           NOT INVALID KEY
                               DISPLAY "オペレータ情報"
                                   "を更新しました。"
                       END-REWRITE
                   END-IF
           END-READ.

      * ログイン中の本人は削除できない
       DELETE-OPERATOR SECTION.
           DISPLAY SOPR-SEARCH-SCREEN
           ACCEPT SOPR-SEARCH-SCREEN
           MOVE WS-SEARCH-ID TO SOP-ID
           READ SYL-OPERATOR-FILE
               INVALID KEY
                   DISPLAY MSG-RECORD-NOT-FOUND
               NOT INVALID KEY
                   DISPLAY SOPR-DISPLAY-SCREEN
                   IF SOP-ID = LS-OPERATOR-ID
                       DISPLAY "ログイン中のオペレータ"
                           "は削除できません。"
                   ELSE
                       DISPLAY "このオペレータを削除"
                           "しますか？ (Y/N): "
                       ACCEPT WS-CONTINUE-FLAG
                       IF WS-CONTINUE
                           DELETE SYL-OPERATOR-FILE
                               INVALID KEY
                                   DISPLAY MSG-FILE-WRITE
                               NOT INVALID KEY
                                   DISPLAY "オペレータを"
                                       "削除しました。"
                           END-DELETE
                       END-IF
                   END-IF
           END-READ.

       LIST-OPERATORS SECTION.
           DISPLAY SOPR-LIST-HEADER
           MOVE LOW-VALUES TO SOP-ID
           START SYL-OPERATOR-FILE KEY >= SOP-ID
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL WS-FILE-EOF
               READ SYL-OPERATOR-FILE NEXT
                   AT END
                       MOVE "10" TO WS-FILE-STATUS
                   NOT AT END
                       DISPLAY SOP-ID SPACE SPACE SOP-NAME
                           SPACE SPACE SOP-STATUS
                           SPACE SPACE SOP-ROLE
                           SPACE SPACE SOP-TEACHER-ID
                           SOP-DEPARTMENT-ID
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FILE-STATUS.

       CHECK-CONTINUE SECTION.
           DISPLAY CONTINUE-SCREEN
           ACCEPT CONTINUE-SCREEN.
