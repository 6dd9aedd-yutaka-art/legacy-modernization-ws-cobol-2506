      *
      * 業者マスタの保守、発注入力、未納品発注の一覧出力、
      * および検収（着荷時に蔵書レコードを即時作成する）を行う。
      * 検収で作成する蔵書は整理中（P）とし、目録・装備が済んで
      * 整理管理（LIBPROC）で整理完了を登録するまで配架しない。
      * 検収で作成する蔵書は分類コードを分類マスタで検証し、
      * 発注明細の配置先分館をそのまま引き継ぐ。
      * 発注明細には予算コードと単価を持ち、発注時に予算マスタ
      * （acq_fund.dat、年度別）へ引当する。引当は検収後も残し、
      * 業者請求書の承認時（LIBINV）に支出へ振り替える。
      * 外貨建て業者の明細は為替レートマスタ（exchange_rate.dat、
      * このプログラムで保守）で発注日に円換算して引当し、検収時の
      * レートとの差額を検収のつど予算の引当へ計上する。
      * 予算の配賦・残高はこのプログラムで保守する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBACQ.
               RECORD KEY IS PBIB-ISBN
               FILE STATUS IS WS-PBIB-STATUS.

           SELECT SUBJECT-FILE
               ASSIGN TO "subject.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUBJ-KEY
               ALTERNATE RECORD KEY IS SUBJ-HEADING WITH DUPLICATES
               FILE STATUS IS WS-SUBJ-STATUS.

           SELECT XRATE-FILE
               ASSIGN TO "exchange_rate.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS XRT-KEY
               FILE STATUS IS WS-XRT-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
           LABEL RECORDS ARE STANDARD.
           COPY PBIBFILE.

       FD  SUBJECT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUBJFILE.

       FD  XRATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY XRTFILE.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE              PIC X(132).
       01  WS-PBIB-STATUS           PIC XX VALUE "00".
           88  WS-PBIB-SUCCESS      VALUE "00".

       01  WS-SUBJ-STATUS           PIC XX VALUE "00".
           88  WS-SUBJ-SUCCESS      VALUE "00".
       01  WS-SUBJ-I                PIC 9(2) VALUE ZERO.
       01  WS-SUBJ-SEQ              PIC 9(2) VALUE ZERO.

       01  WS-XRT-STATUS            PIC XX VALUE "00".
           88  WS-XRT-SUCCESS       VALUE "00".
           88  WS-XRT-NOT-FOUND     VALUE "23".

       01  WS-NEXT-RESERVE-NO       PIC 9(10) VALUE 1.
       01  WS-SAVED-PREQ-NO         PIC 9(8) VALUE ZERO.
       01  WS-PREQ-MATCH-FLAG       PIC X VALUE "N".
       01  WS-DISP-SPENT            PIC ZZZ,ZZZ,ZZ9.
       01  WS-DISP-FREE             PIC ---,---,--9.

      * 外貨建て発注（レートは外貨1単位あたりの円）
       01  WS-PO-CURRENCY           PIC X(3) VALUE SPACES.
           88  WS-PO-YEN            VALUE SPACES, "JPY".
       01  WS-FX-OK-FLAG            PIC X VALUE "N".
           88  WS-FX-OK             VALUE "Y".
       01  WS-RATE                  PIC 9(4)V9(4) VALUE ZERO.
       01  WS-RATE-DATE             PIC 9(8) VALUE ZERO.
       01  WS-RATE-RETURN-CODE      PIC 9 VALUE 0.
       01  WS-RECV-YEN-PRICE        PIC 9(7) VALUE ZERO.
       01  WS-FX-DIFF               PIC S9(9) VALUE ZERO.
       01  WS-ORDER-FISCAL-YEAR     PIC 9(4) VALUE ZERO.
       01  WS-INPUT-CURRENCY        PIC X(3) VALUE SPACES.
       01  WS-INPUT-EFF-DATE        PIC 9(8) VALUE ZERO.
       01  WS-INPUT-RATE            PIC 9(4)V9(4) VALUE ZERO.

       01  WS-AUDIT-KEY             PIC X(10) VALUE SPACES.
       01  WS-AUDIT-RETURN-CODE     PIC 9 VALUE 0.
       01  WS-AUDIT-BEFORE          PIC X(20) VALUE SPACES.
           05  FILLER               PIC X(67) VALUE SPACES.

       01  WS-FOOTER-LINE.
           05  FILLER               PIC X(23) VALUE
               "未納品発注件数: ".
           05  WS-RPT-TOTAL         PIC Z(03)9.
           05  FILLER               PIC X(3) VALUE "件".
           05  FILLER               PIC X(102) VALUE SPACES.
           "                          予算残高一覧".

       01  WS-FUND-COL-LINE         PIC X(132) VALUE
           "予算  年度  名称                     配賦額     "
           & " 引当額      支出額      残額".

       01  WS-FUND-DETAIL-LINE.
           05  WS-FD-CODE           PIC X(4).
           05  LINE 8 COL 1         VALUE "5. 検収（着荷登録）".
           05  LINE 9 COL 1         VALUE "6. 予算マスタ保守".
           05  LINE 10 COL 1        VALUE "7. 予算残高レポート".
           05  LINE 11 COL 1        VALUE "8. 為替レート登録".
           05  LINE 12 COL 1        VALUE "9. 戻る".
           05  LINE 14 COL 1        VALUE "選択: ".
           05  LINE 14 COL 8        PIC 9 USING WS-CHOICE.

       01  VENDOR-INPUT-SCREEN.
           05  LINE 2 COL 1         VALUE "業者登録".
           05  LINE 6 COL 12        PIC X(15) USING VEND-PHONE.
           05  LINE 7 COL 1         VALUE "メール: ".
           05  LINE 7 COL 10        PIC X(30) USING VEND-EMAIL.
           05  LINE 8 COL 1         VALUE "取引通貨: ".
           05  LINE 8 COL 12        PIC X(3) USING VEND-CURRENCY.
           05  LINE 8 COL 17        VALUE "（空白は円建て）".

       01  PO-HEADER-SCREEN.
           05  LINE 2 COL 1         VALUE "発注入力".
           05  LINE 14 COL 35       VALUE "予算コード: ".
           05  LINE 14 COL 49
               PIC X(4) USING PO-LINE-FUND-CODE(WS-LINE-I).
           05  LINE 15 COL 1        VALUE
               "明細を追加しますか？ (Y/N): ".
           05  LINE 15 COL 31       PIC X USING WS-MORE-LINES-FLAG.

       01  PO-FC-PRICE-SCREEN.
           05  LINE 16 COL 1        VALUE "外貨単価（".
           05  LINE 16 COL 16       PIC X(3) FROM WS-PO-CURRENCY.
           05  LINE 16 COL 19       VALUE "）: ".
           05  LINE 16 COL 24
               PIC 9(7).99 USING PO-LINE-FC-PRICE(WS-LINE-I).

       01  XRATE-ENTRY-SCREEN.
           05  LINE 2 COL 1         VALUE "為替レート登録".
           05  LINE 4 COL 1         VALUE "通貨コード: ".
           05  LINE 4 COL 14        PIC X(3) USING WS-INPUT-CURRENCY.
           05  LINE 5 COL 1         VALUE "適用開始日: ".
           05  LINE 5 COL 14        PIC 9(8) USING WS-INPUT-EFF-DATE.
           05  LINE 6 COL 1         VALUE "円レート: ".
           05  LINE 6 COL 12
               PIC 9(4).9(4) USING WS-INPUT-RATE.

       01  FUND-ENTRY-SCREEN.
           05  LINE 2 COL 1         VALUE "予算マスタ保守".
           05  LINE 4 COL 1         VALUE "予算コード: ".
           05  LINE 5 COL 14        PIC 9(2) USING WS-INPUT-LINE-NO.

       01  CONTINUE-SCREEN.
           05  LINE 18 COL 1        VALUE
               "続行しますか？ (Y/N): ".
           05  LINE 18 COL 25       PIC X USING WS-CONTINUE-FLAG.

       PROCEDURE DIVISION USING LS-OPERATOR-ID.
               OPEN I-O PURCHASE-REQUEST-FILE
           END-IF
           OPEN I-O RESERVE-FILE
           OPEN INPUT PENDING-BIBLIO-FILE
           OPEN I-O SUBJECT-FILE
           IF NOT WS-SUBJ-SUCCESS
               OPEN OUTPUT SUBJECT-FILE
               CLOSE SUBJECT-FILE
               OPEN I-O SUBJECT-FILE
           END-IF.

       CLOSE-FILES SECTION.
           CLOSE VENDOR-FILE
           END-IF
           IF WS-PBIB-SUCCESS
               CLOSE PENDING-BIBLIO-FILE
           END-IF
           CLOSE SUBJECT-FILE.

      * 会計年度は4月始まり（1-3月は前年度）
       SET-FISCAL-YEAR SECTION.
                   PERFORM MAINTAIN-FUND
               WHEN 7
                   PERFORM FUND-BALANCE-REPORT
               WHEN 8
                   PERFORM MAINTAIN-EXCHANGE-RATE
               WHEN 9
                   MOVE "N" TO WS-CONTINUE-FLAG
               WHEN OTHER
           INITIALIZE VENDOR-RECORD
           DISPLAY VENDOR-INPUT-SCREEN
           ACCEPT VENDOR-INPUT-SCREEN
           IF VEND-CURRENCY = SPACES
               MOVE "JPY" TO VEND-CURRENCY
           END-IF
           MOVE "A" TO VEND-STATUS
           WRITE VENDOR-RECORD
               INVALID KEY
                       MOVE "10" TO WS-VEND-STATUS
                   NOT AT END
                       DISPLAY VEND-ID SPACE VEND-NAME SPACE
                           VEND-PHONE SPACE VEND-STATUS SPACE
                           VEND-CURRENCY
               END-READ
           END-PERFORM
           MOVE "00" TO WS-VEND-STATUS.
                   MOVE "23" TO WS-VEND-STATUS
           END-READ
           IF WS-VEND-SUCCESS
               MOVE VEND-CURRENCY TO WS-PO-CURRENCY
               MOVE ZERO TO PO-LINE-COUNT
               MOVE "Y" TO WS-MORE-LINES-FLAG
               PERFORM UNTIL NOT WS-MORE-LINES
                   IF PO-LINE-QTY(WS-LINE-I) = ZERO
                       MOVE 1 TO PO-LINE-QTY(WS-LINE-I)
                   END-IF
                   PERFORM CONVERT-LINE-CURRENCY
                   IF WS-FX-OK
                       PERFORM VALIDATE-LINE-FUND
                       IF NOT WS-FUND-OK
                           DISPLAY "予算が不足または未登録"
                               "の"
                               "ため明細を取り消します。"
                       END-IF
                   ELSE
                       MOVE "N" TO WS-FUND-OK-FLAG
                       DISPLAY "為替レートが未登録のため"
                           "明細を"
                           "取り消します。"
                   END-IF
                   IF NOT WS-FUND-OK
                       SUBTRACT 1 FROM PO-LINE-COUNT
                       MOVE "N" TO WS-MORE-LINES-FLAG
                   END-IF
               END-PERFORM
               IF PO-LINE-COUNT = ZERO
                   DISPLAY "明細がないため発注を登録し"
                       "ません。"
               ELSE
               PERFORM GET-NEXT-PO-NUMBER
               MOVE WS-NEXT-PO-NO TO PO-NO
                       DISPLAY MSG-FILE-WRITE
                   NOT INVALID KEY
                       PERFORM ENCUMBER-ALL-LINES
                       DISPLAY "発注を登録しました。発注"
                           "番号: "
                           PO-NO
                       MOVE PO-NO TO WS-AUDIT-KEY
                       MOVE SPACES TO WS-AUDIT-BEFORE
                       MOVE PO-STATUS TO WS-AUDIT-AFTER
               MOVE PO-LINE-ISBN(WS-LINE-I) TO PBIB-ISBN
               READ PENDING-BIBLIO-FILE
                   INVALID KEY
                       DISPLAY "書誌保留ファイルに該当ISBN"
                           "がありません。"
                   NOT INVALID KEY
                       MOVE PBIB-TITLE
                           TO PO-LINE-TITLE(WS-LINE-I)
                           TO PO-LINE-PUBLISHER(WS-LINE-I)
                       MOVE PBIB-PUBLISH-YEAR
                           TO PO-LINE-PUBLISH-YEAR(WS-LINE-I)
                       DISPLAY "書誌を補完しました。内容"
                           "を確認してください。"
                       DISPLAY PO-LINE-SCREEN
                       ACCEPT PO-LINE-SCREEN
               END-READ
               MOVE "00" TO WS-PBIB-STATUS
           END-IF.

      * 外貨建て業者の明細は外貨単価を入力させ、当日のレートで
      * 円単価（PO-LINE-UNIT-PRICE）を求める。円建てはそのまま
       CONVERT-LINE-CURRENCY SECTION.
           MOVE "Y" TO WS-FX-OK-FLAG
           IF WS-PO-YEN
               MOVE "JPY" TO PO-LINE-CURRENCY(WS-LINE-I)
               MOVE ZERO TO PO-LINE-FC-PRICE(WS-LINE-I)
               MOVE ZERO TO PO-LINE-ORDER-RATE(WS-LINE-I)
           ELSE
               MOVE WS-PO-CURRENCY TO PO-LINE-CURRENCY(WS-LINE-I)
               DISPLAY PO-FC-PRICE-SCREEN
               ACCEPT PO-FC-PRICE-SCREEN
               MOVE WS-CURRENT-DATE TO WS-RATE-DATE
               CALL "LIBXRLK" USING WS-PO-CURRENCY, WS-RATE-DATE,
                   WS-RATE, WS-RATE-RETURN-CODE
               IF WS-RATE-RETURN-CODE NOT = 0
                   MOVE "N" TO WS-FX-OK-FLAG
               ELSE
                   MOVE WS-RATE TO PO-LINE-ORDER-RATE(WS-LINE-I)
                   COMPUTE PO-LINE-UNIT-PRICE(WS-LINE-I) ROUNDED =
                       PO-LINE-FC-PRICE(WS-LINE-I) * WS-RATE
               END-IF
           END-IF
           MOVE ZERO TO PO-LINE-FX-ADJUST(WS-LINE-I).

      * 明細の予算コードを当年度の予算マスタで検証し、
      * 引当後の残額が赤字にならないことを確認する
       VALIDATE-LINE-FUND SECTION.
               MOVE WS-FISCAL-YEAR TO FUND-FISCAL-YEAR
               READ FUND-FILE
                   INVALID KEY
                       DISPLAY "予算マスタに当年度の予算"
                           "がありません。"
                   NOT INVALID KEY
                       IF NOT FUND-ACTIVE
                           DISPLAY "この予算は締め切られて"
                               "います。"
                       ELSE
                           COMPUTE WS-LINE-AMOUNT =
                               PO-LINE-QTY(WS-LINE-I)
                               - FUND-SPENT - WS-LINE-AMOUNT
                           IF WS-FREE-BALANCE < ZERO
                               MOVE WS-FREE-BALANCE TO WS-DISP-FREE
                               DISPLAY "予算が不足していま"
                                   "す。不足額: "
                                   WS-DISP-FREE
                           ELSE
                               MOVE "Y" TO WS-FUND-OK-FLAG
           MOVE WS-OPEN-PO-COUNT TO WS-RPT-TOTAL
           WRITE REPORT-LINE FROM WS-FOOTER-LINE
           CLOSE REPORT-FILE
           DISPLAY "未納品発注一覧を出力しました: "
               WS-REPORT-FILENAME.

       WRITE-PO-REPORT-BLOCK SECTION.
           MOVE PO-NO TO WS-RPT-PO-NO
                   MOVE WS-INPUT-LINE-NO TO WS-LINE-I
                   IF PO-LINE-RECEIVED(WS-LINE-I) >=
                      PO-LINE-QTY(WS-LINE-I)
                       DISPLAY "この明細はすでに全数検収"
                           "済です。"
                   ELSE
                       PERFORM VALIDATE-LINE-CATEGORY
                       IF WS-CAT-SUCCESS
           MOVE PO-LINE-CATEGORY(WS-LINE-I) TO CAT-CODE
           READ CATEGORY-FILE
               INVALID KEY
                   DISPLAY "分類コードが分類マスタにあ"
                       "りません。"
                   MOVE "23" TO WS-CAT-STATUS
               NOT INVALID KEY
                   IF NOT CAT-ACTIVE
           MOVE PO-LINE-PUBLISHER(WS-LINE-I) TO BOOK-PUBLISHER
           MOVE PO-LINE-PUBLISH-YEAR(WS-LINE-I) TO BOOK-PUBLISH-YEAR
           MOVE PO-LINE-CATEGORY(WS-LINE-I) TO BOOK-CATEGORY
           MOVE "P" TO BOOK-STATUS
           MOVE WS-CURRENT-DATE TO BOOK-REGISTER-DATE
           MOVE PO-LINE-BRANCH(WS-LINE-I) TO BOOK-BRANCH
           PERFORM SET-RECEIVED-YEN-PRICE
           MOVE WS-RECV-YEN-PRICE TO BOOK-PRICE
           WRITE BOOK-RECORD
               INVALID KEY
                   DISPLAY MSG-FILE-WRITE
                   ADD 1 TO PO-LINE-RECEIVED(WS-LINE-I)
                   MOVE WS-CURRENT-DATE
                       TO PO-LINE-RECV-DATE(WS-LINE-I)
                   PERFORM REVALUE-RECEIVED-COPY
                   PERFORM UPDATE-PO-STATUS
                   REWRITE PO-RECORD
                       INVALID KEY
                           DISPLAY MSG-FILE-WRITE
                   END-REWRITE
                   DISPLAY "検収しました。蔵書ID: " BOOK-ID
                   PERFORM COPY-PENDING-SUBJECTS
                   MOVE BOOK-ID TO WS-AUDIT-KEY
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   MOVE BOOK-STATUS TO WS-AUDIT-AFTER
                   PERFORM FULFILL-PURCHASE-REQUEST
           END-WRITE.

      * 書誌保留ファイルに件名があれば、検収した蔵書の件名にする
       COPY-PENDING-SUBJECTS SECTION.
           IF WS-PBIB-SUCCESS
           AND BOOK-ISBN NOT = SPACES
               MOVE BOOK-ISBN TO PBIB-ISBN
               READ PENDING-BIBLIO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ZERO TO WS-SUBJ-SEQ
                       PERFORM VARYING WS-SUBJ-I FROM 1 BY 1
                               UNTIL WS-SUBJ-I > 5
                           IF PBIB-SUBJECT(WS-SUBJ-I) NOT = SPACES
                               ADD 1 TO WS-SUBJ-SEQ
                               MOVE BOOK-ID TO SUBJ-BOOK-ID
                               MOVE WS-SUBJ-SEQ TO SUBJ-SEQ
                               MOVE PBIB-SUBJECT(WS-SUBJ-I)
                                   TO SUBJ-HEADING
                               MOVE "L" TO SUBJ-SOURCE
                               MOVE WS-CURRENT-DATE
                                   TO SUBJ-UPDATE-DATE
                               WRITE SUBJ-RECORD
                                   INVALID KEY
                                       DISPLAY MSG-FILE-WRITE
                               END-WRITE
                           END-IF
                       END-PERFORM
               END-READ
               MOVE "00" TO WS-PBIB-STATUS
               MOVE "00" TO WS-SUBJ-STATUS
           END-IF.

      * この発注が購入リクエスト（LIBPREQで採用）由来なら、
      * 入荷した蔵書にリクエスト者の予約を自動で入れる
       FULFILL-PURCHASE-REQUEST SECTION.
               END-READ
           END-IF.

      * 入荷した蔵書にリクエスト者の予約を入れる（予約はWで登録し、
      * 蔵書は整理中のまま。整理完了時にLIBPROCが取置に切り替え、
      * 通知は既存の取置通知処理（LIBHOLD）に任せる）
       CREATE-REQUEST-HOLD SECTION.
           PERFORM GET-NEXT-RESERVE-NUMBER
           INITIALIZE RESV-RECORD
           MOVE BOOK-ID TO RESV-BOOK-ID
           MOVE PREQ-USER-ID TO RESV-USER-ID
           MOVE WS-CURRENT-DATE TO RESV-DATE
           MOVE "W" TO RESV-STATUS
           MOVE ZERO TO RESV-NOTIFIED-DATE
           WRITE RESV-RECORD
               INVALID KEY
                   DISPLAY MSG-FILE-WRITE
               NOT INVALID KEY
                   MOVE "F" TO PREQ-STATUS
                   REWRITE PREQ-RECORD
                       INVALID KEY
                           DISPLAY MSG-FILE-WRITE
                   END-REWRITE
                   DISPLAY "リクエスト者の予約を登録し"
                       "ました: "
                       PREQ-USER-ID
           END-WRITE.

               WS-BOOK-ID-SEQ DELIMITED BY SIZE
               INTO WS-NEXT-BOOK-ID.

      * 外貨建て明細は検収日のレートで1冊分の円価格を求める。
      * レートが未登録なら発注時の円単価のままとする
       SET-RECEIVED-YEN-PRICE SECTION.
           MOVE PO-LINE-UNIT-PRICE(WS-LINE-I) TO WS-RECV-YEN-PRICE
           MOVE PO-LINE-CURRENCY(WS-LINE-I) TO WS-PO-CURRENCY
           IF NOT WS-PO-YEN
               MOVE WS-CURRENT-DATE TO WS-RATE-DATE
               CALL "LIBXRLK" USING WS-PO-CURRENCY, WS-RATE-DATE,
                   WS-RATE, WS-RATE-RETURN-CODE
               IF WS-RATE-RETURN-CODE = 0
                   COMPUTE WS-RECV-YEN-PRICE ROUNDED =
                       PO-LINE-FC-PRICE(WS-LINE-I) * WS-RATE
               ELSE
                   DISPLAY "検収日の為替レートが未登録"
                       "のため"
                       "発注時の円単価で受け入れます。"
               END-IF
           END-IF.

      * 発注時の円単価との差額（為替差）を、発注を引き当てた年度の
      * 予算の引当に加減し、明細の為替差累計に記録する
       REVALUE-RECEIVED-COPY SECTION.
           COMPUTE WS-FX-DIFF =
               WS-RECV-YEN-PRICE - PO-LINE-UNIT-PRICE(WS-LINE-I)
           IF WS-FX-DIFF NOT = ZERO
               MOVE PO-ORDER-DATE(1:4) TO WS-ORDER-FISCAL-YEAR
               IF PO-ORDER-DATE(5:2) < "04"
                   SUBTRACT 1 FROM WS-ORDER-FISCAL-YEAR
               END-IF
               MOVE PO-LINE-FUND-CODE(WS-LINE-I) TO FUND-CODE
               MOVE WS-ORDER-FISCAL-YEAR TO FUND-FISCAL-YEAR
               READ FUND-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FUND-ENCUMBERED + WS-FX-DIFF < ZERO
                           MOVE ZERO TO FUND-ENCUMBERED
                       ELSE
                           ADD WS-FX-DIFF TO FUND-ENCUMBERED
                       END-IF
                       REWRITE FUND-RECORD
                           INVALID KEY
                               DISPLAY MSG-FILE-WRITE
                       END-REWRITE
               END-READ
               ADD WS-FX-DIFF TO PO-LINE-FX-ADJUST(WS-LINE-I)
           END-IF.

      * 為替レートの登録・修正。同じ通貨・適用開始日があれば
      * レートを置き換える
       MAINTAIN-EXCHANGE-RATE SECTION.
           MOVE SPACES TO WS-INPUT-CURRENCY
           MOVE ZERO TO WS-INPUT-EFF-DATE
           MOVE ZERO TO WS-INPUT-RATE
           DISPLAY XRATE-ENTRY-SCREEN
           ACCEPT XRATE-ENTRY-SCREEN
           IF WS-INPUT-CURRENCY = SPACES
           OR WS-INPUT-CURRENCY = "JPY"
           OR WS-INPUT-EFF-DATE = ZERO
           OR WS-INPUT-RATE = ZERO
               DISPLAY MSG-INVALID-INPUT
           ELSE
               OPEN I-O XRATE-FILE
               IF WS-XRT-NOT-FOUND OR WS-XRT-STATUS = "35"
                   OPEN OUTPUT XRATE-FILE
                   CLOSE XRATE-FILE
                   OPEN I-O XRATE-FILE
               END-IF
               MOVE WS-INPUT-CURRENCY TO XRT-CURRENCY
               MOVE WS-INPUT-EFF-DATE TO XRT-EFFECTIVE-DATE
               READ XRATE-FILE
                   INVALID KEY
                       MOVE WS-INPUT-RATE TO XRT-RATE
                       MOVE WS-CURRENT-DATE TO XRT-ENTRY-DATE
                       MOVE LS-OPERATOR-ID TO XRT-ENTRY-OPER
                       WRITE XRATE-RECORD
                           INVALID KEY
                               DISPLAY MSG-FILE-WRITE
                           NOT INVALID KEY
                               DISPLAY "為替レートを登録し"
                                   "ました。"
                       END-WRITE
                   NOT INVALID KEY
                       MOVE WS-INPUT-RATE TO XRT-RATE
                       MOVE WS-CURRENT-DATE TO XRT-ENTRY-DATE
                       MOVE LS-OPERATOR-ID TO XRT-ENTRY-OPER
                       REWRITE XRATE-RECORD
                           INVALID KEY
                               DISPLAY MSG-FILE-WRITE
                           NOT INVALID KEY
                               DISPLAY "為替レートを更新し"
                                   "ました。"
                       END-REWRITE
               END-READ
               CLOSE XRATE-FILE
               MOVE "00" TO WS-XRT-STATUS
           END-IF.

      * 予算マスタの登録・修正（当年度）。既存予算は配賦額のみ
      * 変更できる
           END-PERFORM
           MOVE "00" TO WS-FUND-STATUS
           CLOSE REPORT-FILE
           DISPLAY "予算残高一覧を出力しました: "
               WS-REPORT-FILENAME.

       WRITE-FUND-LINE SECTION.
           MOVE FUND-CODE TO WS-FD-CODE
