******************************************************************
      * 図書館管理システム - 継続発注マスタ保守プログラム
      *
      * 年鑑・統計年報・名簿類など毎年発注する資料を継続発注
      * マスタ（standing_order.dat）に登録・一覧・停止／再開する。
      * 業者・予算コード・分類コードは登録時に各マスタで検証する。
      * 発注そのものは月次バッチ（LIBSTOB）が発注予定月に作成し、
      * 予算マスタへ引当する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBSTO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.
       SPECIAL-NAMES.
           CONSOLE IS CRT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-ORDER-FILE
               ASSIGN TO "standing_order.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-ID
               FILE STATUS IS WS-SO-STATUS.

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

           SELECT CATEGORY-FILE
               ASSIGN TO "category.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CODE
               FILE STATUS IS WS-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-ORDER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STOFILE.

       FD  VENDOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY VENDFILE.

       FD  FUND-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FUNDFILE.

       FD  CATEGORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CATFILE.

       WORKING-STORAGE SECTION.
       01  WS-SO-STATUS             PIC XX VALUE "00".
           88  WS-SO-SUCCESS        VALUE "00".
           88  WS-SO-NOT-FOUND      VALUE "23".
           88  WS-SO-EOF            VALUE "10".

       01  WS-VEND-STATUS           PIC XX VALUE "00".
           88  WS-VEND-SUCCESS      VALUE "00".

       01  WS-FUND-STATUS           PIC XX VALUE "00".
           88  WS-FUND-SUCCESS      VALUE "00".

       01  WS-CAT-STATUS            PIC XX VALUE "00".
           88  WS-CAT-SUCCESS       VALUE "00".

       01  WS-CONTINUE-FLAG         PIC X VALUE "Y".
           88  WS-CONTINUE          VALUE "Y", "y".
           88  WS-EXIT              VALUE "N", "n".

       01  WS-CHOICE                PIC 9 VALUE 0.
       01  WS-CURRENT-DATE          PIC 9(08) VALUE ZERO.

      * 会計年度（4月始まり）。予算コードの検証に使う
       01  WS-FISCAL-YEAR           PIC 9(4) VALUE ZERO.

       01  WS-NEXT-SO-ID            PIC 9(6) VALUE 1.
       01  WS-INPUT-SO-ID           PIC 9(6) VALUE ZERO.
       01  WS-VALID-FLAG            PIC X VALUE "N".
           88  WS-VALID             VALUE "Y".
       01  WS-VEND-YEN-FLAG         PIC X VALUE "Y".
           88  WS-VEND-YEN          VALUE "Y".

       01  WS-AUDIT-KEY             PIC X(10) VALUE SPACES.
       01  WS-AUDIT-RETURN-CODE     PIC 9 VALUE 0.
       01  WS-AUDIT-BEFORE          PIC X(20) VALUE SPACES.
       01  WS-AUDIT-AFTER           PIC X(20) VALUE SPACES.

       COPY LIBERROR.

       LINKAGE SECTION.
       01  LS-OPERATOR-ID            PIC X(8).

       SCREEN SECTION.
       01  STO-MENU-SCREEN.
           05  LINE 2 COL 1         VALUE
               "継続発注管理メニュー".
           05  LINE 4 COL 1         VALUE "1. 継続発注登録".
           05  LINE 5 COL 1         VALUE "2. 継続発注一覧".
           05  LINE 6 COL 1         VALUE "3. 停止／再開".
           05  LINE 7 COL 1         VALUE "9. 戻る".
           05  LINE 9 COL 1         VALUE "選択: ".
           05  LINE 9 COL 8         PIC 9 USING WS-CHOICE.

       01  SO-INPUT-SCREEN.
           05  LINE 2 COL 1         VALUE "継続発注登録".
           05  LINE 4 COL 1         VALUE "書名: ".
           05  LINE 4 COL 8         PIC X(50) USING SO-TITLE.
           05  LINE 5 COL 1         VALUE "ISBN: ".
           05  LINE 5 COL 8         PIC X(13) USING SO-ISBN.
           05  LINE 6 COL 1         VALUE "著者・編者: ".
           05  LINE 6 COL 14        PIC X(30) USING SO-AUTHOR.
           05  LINE 7 COL 1         VALUE "出版社: ".
           05  LINE 7 COL 10        PIC X(30) USING SO-PUBLISHER.
           05  LINE 8 COL 1         VALUE "分類コード: ".
           05  LINE 8 COL 14        PIC X(3) USING SO-CATEGORY.
           05  LINE 9 COL 1         VALUE "業者コード: ".
           05  LINE 9 COL 14        PIC X(5) USING SO-VENDOR-ID.
           05  LINE 10 COL 1        VALUE "予算コード: ".
           05  LINE 10 COL 14       PIC X(4) USING SO-FUND-CODE.
           05  LINE 11 COL 1        VALUE "配置分館: ".
           05  LINE 11 COL 12       PIC X(4) USING SO-BRANCH.
           05  LINE 12 COL 1        VALUE "数量: ".
           05  LINE 12 COL 8        PIC 9(2) USING SO-QTY.
           05  LINE 13 COL 1        VALUE "発注予定月: ".
           05  LINE 13 COL 14       PIC 9(2) USING SO-EXPECTED-MONTH.
           05  LINE 14 COL 1        VALUE "納品までの日数: ".
           05  LINE 14 COL 18       PIC 9(3) USING SO-LEAD-DAYS.

       01  SO-YEN-PRICE-SCREEN.
           05  LINE 15 COL 1        VALUE "見込単価（円）: ".
           05  LINE 15 COL 18       PIC 9(7) USING SO-UNIT-PRICE.

       01  SO-FC-PRICE-SCREEN.
           05  LINE 15 COL 1        VALUE "見込単価（".
           05  LINE 15 COL 16       PIC X(3) FROM VEND-CURRENCY.
           05  LINE 15 COL 19       VALUE "）: ".
           05  LINE 15 COL 24       PIC 9(7).99 USING SO-FC-PRICE.

       01  SO-ID-SCREEN.
           05  LINE 2 COL 1         VALUE
               "継続発注の停止／再開".
           05  LINE 4 COL 1         VALUE "継続発注番号: ".
           05  LINE 4 COL 16        PIC 9(6) USING WS-INPUT-SO-ID.

       01  CONTINUE-SCREEN.
           05  LINE 18 COL 1        VALUE
               "続行しますか？ (Y/N): ".
           05  LINE 18 COL 25       PIC X USING WS-CONTINUE-FLAG.

       PROCEDURE DIVISION USING LS-OPERATOR-ID.
       MAIN-PROCESS SECTION.
           MOVE "Y" TO WS-CONTINUE-FLAG
           MOVE ZERO TO WS-CHOICE
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:4) TO WS-FISCAL-YEAR
           IF WS-CURRENT-DATE(5:2) < "04"
               SUBTRACT 1 FROM WS-FISCAL-YEAR
           END-IF
           OPEN I-O STANDING-ORDER-FILE
           IF WS-SO-NOT-FOUND OR WS-SO-STATUS = "35"
               OPEN OUTPUT STANDING-ORDER-FILE
               CLOSE STANDING-ORDER-FILE
               OPEN I-O STANDING-ORDER-FILE
           END-IF
           OPEN INPUT VENDOR-FILE
           OPEN INPUT FUND-FILE
           OPEN INPUT CATEGORY-FILE.

       CLOSE-FILES SECTION.
           CLOSE STANDING-ORDER-FILE
           CLOSE VENDOR-FILE
           CLOSE FUND-FILE
           CLOSE CATEGORY-FILE.

       DISPLAY-MENU SECTION.
           DISPLAY STO-MENU-SCREEN
           ACCEPT STO-MENU-SCREEN.

       PROCESS-CHOICE SECTION.
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM REGISTER-STANDING-ORDER
               WHEN 2
                   PERFORM LIST-STANDING-ORDERS
               WHEN 3
                   PERFORM TOGGLE-STANDING-ORDER
               WHEN 9
                   MOVE "N" TO WS-CONTINUE-FLAG
               WHEN OTHER
                   DISPLAY MSG-INVALID-INPUT
           END-EVALUATE.

       REGISTER-STANDING-ORDER SECTION.
           PERFORM GET-NEXT-SO-ID
           INITIALIZE STANDING-ORDER-RECORD
           DISPLAY SO-INPUT-SCREEN
           ACCEPT SO-INPUT-SCREEN
           PERFORM VALIDATE-STANDING-ORDER
           IF WS-VALID
               IF WS-VEND-YEN
                   DISPLAY SO-YEN-PRICE-SCREEN
                   ACCEPT SO-YEN-PRICE-SCREEN
                   MOVE ZERO TO SO-FC-PRICE
               ELSE
                   DISPLAY SO-FC-PRICE-SCREEN
                   ACCEPT SO-FC-PRICE-SCREEN
                   MOVE ZERO TO SO-UNIT-PRICE
               END-IF
               IF SO-UNIT-PRICE = ZERO AND SO-FC-PRICE = ZERO
                   DISPLAY "見込単価は必須です。"
               ELSE
                   MOVE WS-NEXT-SO-ID TO SO-ID
                   MOVE "A" TO SO-STATUS
                   MOVE ZERO TO SO-LAST-ORDER-FY
                   MOVE ZERO TO SO-LAST-PO-NO
                   MOVE ZERO TO SO-LAST-ORDER-DATE
                   MOVE WS-CURRENT-DATE TO SO-ENTRY-DATE
                   MOVE LS-OPERATOR-ID TO SO-ENTRY-OPER
                   WRITE STANDING-ORDER-RECORD
                       INVALID KEY
                           DISPLAY MSG-DUPLICATE-KEY
                       NOT INVALID KEY
                           DISPLAY "継続発注を登録しました"
                               "。番号: "
                               SO-ID
                           MOVE SO-ID TO WS-AUDIT-KEY
                           MOVE SPACES TO WS-AUDIT-BEFORE
                           MOVE SO-TITLE TO WS-AUDIT-AFTER
                           CALL "LIBAUDIT" USING "STDORD",
                               WS-AUDIT-KEY, "CREATE", "LIBSTO",
                               LS-OPERATOR-ID, WS-AUDIT-BEFORE,
                               WS-AUDIT-AFTER, WS-AUDIT-RETURN-CODE
                   END-WRITE
               END-IF
           END-IF.

      * 書名・業者・予算・分類・数量・発注予定月を検証する。
      * 予算コードは当年度の予算マスタにあることを確認する
       VALIDATE-STANDING-ORDER SECTION.
           MOVE "N" TO WS-VALID-FLAG
           MOVE "Y" TO WS-VEND-YEN-FLAG
           IF SO-QTY = ZERO
               MOVE 1 TO SO-QTY
           END-IF
           IF SO-LEAD-DAYS = ZERO
               MOVE 60 TO SO-LEAD-DAYS
           END-IF
           EVALUATE TRUE
               WHEN SO-TITLE = SPACES
                   DISPLAY "書名は必須です。"
               WHEN SO-EXPECTED-MONTH < 1
                 OR SO-EXPECTED-MONTH > 12
                   DISPLAY "発注予定月は1から12で入力して"
                       "ください。"
               WHEN OTHER
                   MOVE "Y" TO WS-VALID-FLAG
           END-EVALUATE
           IF WS-VALID
               MOVE SO-VENDOR-ID TO VEND-ID
               READ VENDOR-FILE
                   INVALID KEY
                       DISPLAY "業者コードが未登録です。"
                       MOVE "N" TO WS-VALID-FLAG
                   NOT INVALID KEY
                       IF VEND-CURRENCY NOT = SPACES
                       AND VEND-CURRENCY NOT = "JPY"
                           MOVE "N" TO WS-VEND-YEN-FLAG
                       END-IF
               END-READ
           END-IF
           IF WS-VALID
               MOVE SO-FUND-CODE TO FUND-CODE
               MOVE WS-FISCAL-YEAR TO FUND-FISCAL-YEAR
               READ FUND-FILE
                   INVALID KEY
                       DISPLAY "予算マスタに当年度の予算"
                           "がありません。"
                       MOVE "N" TO WS-VALID-FLAG
               END-READ
           END-IF
           IF WS-VALID
               MOVE SO-CATEGORY TO CAT-CODE
               READ CATEGORY-FILE
                   INVALID KEY
                       DISPLAY "分類コードが分類マスタに"
                           "ありません。"
                       MOVE "N" TO WS-VALID-FLAG
                   NOT INVALID KEY
                       IF NOT CAT-ACTIVE
                           DISPLAY "この分類コードは無効で"
                               "す。"
                           MOVE "N" TO WS-VALID-FLAG
                       END-IF
               END-READ
           END-IF.

       GET-NEXT-SO-ID SECTION.
           MOVE 999999 TO SO-ID
           START STANDING-ORDER-FILE KEY <= SO-ID
               INVALID KEY
                   MOVE 1 TO WS-NEXT-SO-ID
               NOT INVALID KEY
                   READ STANDING-ORDER-FILE PREVIOUS
                       AT END
                           MOVE 1 TO WS-NEXT-SO-ID
                       NOT AT END
                           ADD 1 TO SO-ID GIVING WS-NEXT-SO-ID
                   END-READ
           END-START
           MOVE "00" TO WS-SO-STATUS.

       LIST-STANDING-ORDERS SECTION.
           DISPLAY "継続発注一覧"
           DISPLAY "番号   書名                          "
               "業者  予算 月 状態 最終発注年度"
           MOVE ZERO TO SO-ID
           START STANDING-ORDER-FILE KEY >= SO-ID
               INVALID KEY
                   MOVE "10" TO WS-SO-STATUS
           END-START
           PERFORM UNTIL WS-SO-EOF
               READ STANDING-ORDER-FILE NEXT
                   AT END
                       MOVE "10" TO WS-SO-STATUS
                   NOT AT END
                       DISPLAY SO-ID SPACE SO-TITLE(1:30) SPACE
                           SO-VENDOR-ID SPACE SO-FUND-CODE SPACE
                           SO-EXPECTED-MONTH SPACE SO-STATUS
                           SPACE SO-LAST-ORDER-FY
               END-READ
           END-PERFORM
           MOVE "00" TO WS-SO-STATUS.

       TOGGLE-STANDING-ORDER SECTION.
           MOVE ZERO TO WS-INPUT-SO-ID
           DISPLAY SO-ID-SCREEN
           ACCEPT SO-ID-SCREEN
           MOVE WS-INPUT-SO-ID TO SO-ID
           READ STANDING-ORDER-FILE
               INVALID KEY
                   DISPLAY MSG-RECORD-NOT-FOUND
               NOT INVALID KEY
                   MOVE SO-STATUS TO WS-AUDIT-BEFORE
                   IF SO-ACTIVE
                       MOVE "S" TO SO-STATUS
                   ELSE
                       MOVE "A" TO SO-STATUS
                   END-IF
                   REWRITE STANDING-ORDER-RECORD
                       INVALID KEY
                           DISPLAY MSG-FILE-WRITE
                       NOT INVALID KEY
                           IF SO-ACTIVE
                               DISPLAY "継続発注を再開しま"
                                   "した。"
                           ELSE
                               DISPLAY "継続発注を停止しま"
                                   "した。"
                           END-IF
                           MOVE SO-ID TO WS-AUDIT-KEY
                           MOVE SO-STATUS TO WS-AUDIT-AFTER
                           CALL "LIBAUDIT" USING "STDORD",
                               WS-AUDIT-KEY, "STATUS", "LIBSTO",
                               LS-OPERATOR-ID, WS-AUDIT-BEFORE,
                               WS-AUDIT-AFTER, WS-AUDIT-RETURN-CODE
                   END-REWRITE
           END-READ
           MOVE "00" TO WS-SO-STATUS.

       CHECK-CONTINUE SECTION.
           DISPLAY CONTINUE-SCREEN
           ACCEPT CONTINUE-SCREEN.
