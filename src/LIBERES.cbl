******************************************************************
      * 図書館管理システム - 電子資料ライセンス台帳管理プログラム
      *
      * 電子ブックパッケージ・データベース・電子ジャーナルの契約
      * を登録・変更・解約し、一覧を表示する。契約ごとに提供業者
      * （vendor.dat）、支払予算（acq_fund.dat の当年度の予算
      * コード）、契約期間、価格、同時アクセス数（0=無制限）、
      * 利用を認める利用者区分を持つ。
      * 契約期間の更新は変更処理で新しい期間と価格を入力する。
      * 更新期限の案内はLIBEREN（夜間バッチ）が作る
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBERES.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.
       SPECIAL-NAMES.
           CONSOLE IS CRT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERES-FILE
               ASSIGN TO "eresource.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ERES-ID
               FILE STATUS IS WS-ERES-STATUS.

           SELECT VENDOR-FILE
               ASSIGN TO "vendor.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VEND-ID
               FILE STATUS IS WS-VEND-STATUS.

           SELECT FUND-FILE
               ASSIGN TO "acq_fund.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FUND-KEY
               FILE STATUS IS WS-FUND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ERES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ERESFILE.

       FD  VENDOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY VENDFILE.

       FD  FUND-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FUNDFILE.

       WORKING-STORAGE SECTION.
       01  WS-ERES-STATUS           PIC XX VALUE "00".
           88  WS-ERES-SUCCESS      VALUE "00".
           88  WS-ERES-EOF          VALUE "10".

       01  WS-VEND-STATUS           PIC XX VALUE "00".
           88  WS-VEND-SUCCESS      VALUE "00".

       01  WS-FUND-STATUS           PIC XX VALUE "00".
           88  WS-FUND-SUCCESS      VALUE "00".

       01  WS-CONTINUE-FLAG         PIC X VALUE "Y".
           88  WS-CONTINUE          VALUE "Y", "y".
           88  WS-EXIT              VALUE "N", "n".

       01  WS-CHOICE                PIC 9 VALUE 0.

       01  WS-CURRENT-DATE          PIC 9(08) VALUE ZERO.
      * 会計年度（4月始まり）。支払予算は当年度の予算を確認する
       01  WS-FISCAL-YEAR           PIC 9(4) VALUE ZERO.

       01  WS-INPUT-ERES-ID         PIC X(8) VALUE SPACES.
       01  WS-CHECK-OK-FLAG         PIC X VALUE "N".
           88  WS-CHECK-OK          VALUE "Y".
       01  WS-DAYS-LEFT             PIC S9(5) VALUE ZERO.
       01  WS-LIST-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-LIST-STATE            PIC X(12) VALUE SPACES.

       01  WS-AUDIT-KEY             PIC X(10) VALUE SPACES.
       01  WS-AUDIT-ACTION          PIC X(10) VALUE SPACES.
       01  WS-AUDIT-RETURN-CODE     PIC 9 VALUE 0.
       01  WS-AUDIT-BEFORE          PIC X(20) VALUE SPACES.
       01  WS-AUDIT-AFTER           PIC X(20) VALUE SPACES.

       COPY LIBERROR.

       LINKAGE SECTION.
       01  LS-OPERATOR-ID            PIC X(8).

       SCREEN SECTION.
       01  ERES-MENU-SCREEN.
           05  LINE 2 COL 1         VALUE
               "電子資料ライセンス台帳".
           05  LINE 4 COL 1         VALUE "1. 契約登録".
           05  LINE 5 COL 1         VALUE "2. 契約変更・更新".
           05  LINE 6 COL 1         VALUE "3. 解約".
           05  LINE 7 COL 1         VALUE "4. 契約一覧".
           05  LINE 8 COL 1         VALUE "9. 戻る".
           05  LINE 10 COL 1        VALUE "選択: ".
           05  LINE 10 COL 8        PIC 9 USING WS-CHOICE.

       01  ERES-ID-SCREEN.
           05  LINE 12 COL 1        VALUE "電子資料ID: ".
           05  LINE 12 COL 14       PIC X(8) USING WS-INPUT-ERES-ID.

       01  ERES-INPUT-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2 COL 1         VALUE "電子資料ライセンス".
           05  LINE 4 COL 1         VALUE "電子資料ID: ".
           05  LINE 4 COL 14        PIC X(8) FROM ERES-ID.
           05  LINE 5 COL 1         VALUE "名称: ".
           05  LINE 5 COL 8         PIC X(50) USING ERES-TITLE.
           05  LINE 6 COL 1         VALUE
               "種別(E=電子ブック/D=DB/J=電子ジャーナル"
               & "): ".
           05  LINE 6 COL 44        PIC X(1) USING ERES-KIND.
           05  LINE 7 COL 1         VALUE "業者ID: ".
           05  LINE 7 COL 10        PIC X(5) USING ERES-VENDOR-ID.
           05  LINE 8 COL 1         VALUE "予算コード: ".
           05  LINE 8 COL 14        PIC X(4) USING ERES-FUND-CODE.
           05  LINE 9 COL 1         VALUE "契約開始日: ".
           05  LINE 9 COL 14
               PIC 9(8) USING ERES-LICENSE-START.
           05  LINE 10 COL 1        VALUE "契約終了日: ".
           05  LINE 10 COL 14
               PIC 9(8) USING ERES-LICENSE-END.
           05  LINE 11 COL 1        VALUE "価格: ".
           05  LINE 11 COL 8        PIC 9(7)V99 USING ERES-PRICE.
           05  LINE 12 COL 1        VALUE
               "同時アクセス数(0=無制限): ".
           05  LINE 12 COL 28       PIC 9(3) USING ERES-CONCURRENT.
           05  LINE 13 COL 1        VALUE
               "利用者区分(例 23。空白=全員): ".
           05  LINE 13 COL 32       PIC X(5) USING ERES-AUTH-TYPES.
           05  LINE 14 COL 1        VALUE "URL: ".
           05  LINE 14 COL 7        PIC X(60) USING ERES-ACCESS-URL.

       01  ERES-LIST-HEADER.
           05  BLANK SCREEN.
           05  LINE 1 COL 1         VALUE
               "電子資料ライセンス一覧".
           05  LINE 2 COL 1         VALUE
               "========================================".
           05  LINE 3 COL 1         VALUE
               "ID       種 業者  予算 契約終了 残日数 "
               & "同時 区分  状態".
           05  LINE 4 COL 1         VALUE
               "========================================".

       01  CONTINUE-SCREEN.
           05  LINE 18 COL 1        VALUE
               "続行しますか？ (Y/N): ".
           05  LINE 18 COL 25       PIC X USING WS-CONTINUE-FLAG.

       PROCEDURE DIVISION USING LS-OPERATOR-ID.
       MAIN-PROCESS SECTION.
           MOVE "Y" TO WS-CONTINUE-FLAG
           MOVE ZERO TO WS-CHOICE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:4) TO WS-FISCAL-YEAR
           IF WS-CURRENT-DATE(5:2) < "04"
               SUBTRACT 1 FROM WS-FISCAL-YEAR
           END-IF
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
           OPEN I-O ERES-FILE
           IF NOT WS-ERES-SUCCESS
               OPEN OUTPUT ERES-FILE
               CLOSE ERES-FILE
               OPEN I-O ERES-FILE
           END-IF
           OPEN INPUT VENDOR-FILE
           OPEN INPUT FUND-FILE.

       CLOSE-FILES SECTION.
           CLOSE ERES-FILE
           CLOSE VENDOR-FILE
           CLOSE FUND-FILE.

       DISPLAY-MENU SECTION.
           DISPLAY ERES-MENU-SCREEN
           ACCEPT ERES-MENU-SCREEN.

       PROCESS-CHOICE SECTION.
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM REGISTER-ERESOURCE
               WHEN 2
                   PERFORM UPDATE-ERESOURCE
               WHEN 3
                   PERFORM CANCEL-ERESOURCE
               WHEN 4
                   PERFORM LIST-ERESOURCES
               WHEN 9
                   MOVE "N" TO WS-CONTINUE-FLAG
               WHEN OTHER
                   DISPLAY MSG-INVALID-INPUT
           END-EVALUATE.

       REGISTER-ERESOURCE SECTION.
           MOVE SPACES TO WS-INPUT-ERES-ID
           DISPLAY ERES-ID-SCREEN
           ACCEPT ERES-ID-SCREEN
           IF WS-INPUT-ERES-ID = SPACES
               DISPLAY MSG-INVALID-INPUT
           ELSE
               MOVE WS-INPUT-ERES-ID TO ERES-ID
               READ ERES-FILE
                   INVALID KEY
                       PERFORM ENTER-NEW-ERESOURCE
                   NOT INVALID KEY
                       DISPLAY MSG-DUPLICATE-KEY
               END-READ
           END-IF
           MOVE "00" TO WS-ERES-STATUS.

       ENTER-NEW-ERESOURCE SECTION.
           INITIALIZE ERES-RECORD
           MOVE WS-INPUT-ERES-ID TO ERES-ID
           DISPLAY ERES-INPUT-SCREEN
           ACCEPT ERES-INPUT-SCREEN
           PERFORM CHECK-ERESOURCE-INPUT
           IF WS-CHECK-OK
               MOVE "A" TO ERES-STATUS
               MOVE WS-CURRENT-DATE TO ERES-UPDATE-DATE
               MOVE LS-OPERATOR-ID TO ERES-UPDATE-OPER
               WRITE ERES-RECORD
                   INVALID KEY
                       DISPLAY MSG-FILE-WRITE
                   NOT INVALID KEY
                       DISPLAY "電子資料を登録しました。"
                       MOVE SPACES TO WS-AUDIT-BEFORE
                       MOVE "CREATE" TO WS-AUDIT-ACTION
                       PERFORM WRITE-ERES-AUDIT
               END-WRITE
           END-IF.

      * 契約期間の更新もここで行う（新しい期間・価格を入力する）
       UPDATE-ERESOURCE SECTION.
           MOVE SPACES TO WS-INPUT-ERES-ID
           DISPLAY ERES-ID-SCREEN
           ACCEPT ERES-ID-SCREEN
           MOVE WS-INPUT-ERES-ID TO ERES-ID
           READ ERES-FILE
               INVALID KEY
                   DISPLAY MSG-RECORD-NOT-FOUND
               NOT INVALID KEY
                   MOVE ERES-LICENSE-END TO WS-AUDIT-BEFORE
                   DISPLAY ERES-INPUT-SCREEN
                   ACCEPT ERES-INPUT-SCREEN
                   PERFORM CHECK-ERESOURCE-INPUT
                   IF WS-CHECK-OK
                       MOVE "A" TO ERES-STATUS
                       MOVE WS-CURRENT-DATE TO ERES-UPDATE-DATE
                       MOVE LS-OPERATOR-ID TO ERES-UPDATE-OPER
                       REWRITE ERES-RECORD
                           INVALID KEY
                               DISPLAY MSG-FILE-WRITE
                           NOT INVALID KEY
                               DISPLAY "電子資料を更新しま"
                                   "した。"
                               MOVE "UPDATE" TO WS-AUDIT-ACTION
                               PERFORM WRITE-ERES-AUDIT
                       END-REWRITE
                   END-IF
           END-READ
           MOVE "00" TO WS-ERES-STATUS.

      * 種別・業者・当年度の予算・契約期間を確かめる
       CHECK-ERESOURCE-INPUT SECTION.
           MOVE "N" TO WS-CHECK-OK-FLAG
           MOVE ERES-VENDOR-ID TO VEND-ID
           READ VENDOR-FILE
               INVALID KEY
                   MOVE SPACES TO VEND-ID
           END-READ
           MOVE "00" TO WS-VEND-STATUS
           MOVE ERES-FUND-CODE TO FUND-CODE
           MOVE WS-FISCAL-YEAR TO FUND-FISCAL-YEAR
           READ FUND-FILE
               INVALID KEY
                   MOVE SPACES TO FUND-CODE
           END-READ
           MOVE "00" TO WS-FUND-STATUS
           EVALUATE TRUE
               WHEN ERES-TITLE = SPACES
                   DISPLAY "名称を入力してください。"
               WHEN NOT ERES-KIND-VALID
                   DISPLAY "種別はE・D・Jのいずれかです。"
               WHEN VEND-ID = SPACES
                   DISPLAY "業者IDが見つかりません。"
               WHEN FUND-CODE = SPACES
                   DISPLAY "当年度の予算コードが見つか"
                       "りません。"
               WHEN ERES-LICENSE-START = ZERO
               OR ERES-LICENSE-END < ERES-LICENSE-START
                   DISPLAY "契約期間が正しくありません。"
               WHEN OTHER
                   MOVE "Y" TO WS-CHECK-OK-FLAG
           END-EVALUATE.

       CANCEL-ERESOURCE SECTION.
           MOVE SPACES TO WS-INPUT-ERES-ID
           DISPLAY ERES-ID-SCREEN
           ACCEPT ERES-ID-SCREEN
           MOVE WS-INPUT-ERES-ID TO ERES-ID
           READ ERES-FILE
               INVALID KEY
                   DISPLAY MSG-RECORD-NOT-FOUND
               NOT INVALID KEY
                   IF ERES-CANCELLED
                       DISPLAY "この契約は解約済みです。"
                   ELSE
                       DISPLAY ERES-TITLE
                       DISPLAY "この契約を解約しますか？ "
                           "(Y/N): "
                       ACCEPT WS-CONTINUE-FLAG
                       IF WS-CONTINUE
                           PERFORM EXECUTE-CANCEL
                       END-IF
                       MOVE "Y" TO WS-CONTINUE-FLAG
                   END-IF
           END-READ
           MOVE "00" TO WS-ERES-STATUS.

       EXECUTE-CANCEL SECTION.
           MOVE ERES-STATUS TO WS-AUDIT-BEFORE
           MOVE "C" TO ERES-STATUS
           MOVE WS-CURRENT-DATE TO ERES-UPDATE-DATE
           MOVE LS-OPERATOR-ID TO ERES-UPDATE-OPER
           REWRITE ERES-RECORD
               INVALID KEY
                   DISPLAY MSG-FILE-WRITE
               NOT INVALID KEY
                   DISPLAY "解約しました。"
                   MOVE "CANCEL" TO WS-AUDIT-ACTION
                   PERFORM WRITE-ERES-AUDIT
           END-REWRITE.

       WRITE-ERES-AUDIT SECTION.
           MOVE ERES-ID TO WS-AUDIT-KEY
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING ERES-LICENSE-END DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   ERES-STATUS DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           CALL "LIBAUDIT" USING "ERESOURCE", WS-AUDIT-KEY,
               WS-AUDIT-ACTION, "LIBERES", LS-OPERATOR-ID,
               WS-AUDIT-BEFORE, WS-AUDIT-AFTER,
               WS-AUDIT-RETURN-CODE.

       LIST-ERESOURCES SECTION.
           DISPLAY ERES-LIST-HEADER
           MOVE ZERO TO WS-LIST-COUNT
           MOVE LOW-VALUES TO ERES-ID
           START ERES-FILE KEY >= ERES-ID
               INVALID KEY
                   MOVE "10" TO WS-ERES-STATUS
           END-START
           PERFORM UNTIL WS-ERES-EOF
               READ ERES-FILE NEXT
                   AT END
                       MOVE "10" TO WS-ERES-STATUS
                   NOT AT END
                       PERFORM DISPLAY-ERES-LINE
               END-READ
           END-PERFORM
           MOVE "00" TO WS-ERES-STATUS
           DISPLAY "件数: " WS-LIST-COUNT.

       DISPLAY-ERES-LINE SECTION.
           ADD 1 TO WS-LIST-COUNT
           COMPUTE WS-DAYS-LEFT =
               FUNCTION INTEGER-OF-DATE(ERES-LICENSE-END)
               - FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
           EVALUATE TRUE
               WHEN ERES-CANCELLED
                   MOVE "解約" TO WS-LIST-STATE
               WHEN WS-DAYS-LEFT < ZERO
                   MOVE "期限切れ" TO WS-LIST-STATE
               WHEN OTHER
                   MOVE "契約中" TO WS-LIST-STATE
           END-EVALUATE
           DISPLAY ERES-ID SPACE ERES-KIND SPACE SPACE
               ERES-VENDOR-ID SPACE ERES-FUND-CODE SPACE
               ERES-LICENSE-END SPACE WS-DAYS-LEFT SPACE
               ERES-CONCURRENT SPACE ERES-AUTH-TYPES SPACE
               WS-LIST-STATE
           DISPLAY "    " ERES-TITLE.

       CHECK-CONTINUE SECTION.
           DISPLAY CONTINUE-SCREEN
           ACCEPT CONTINUE-SCREEN.
