******************************************************************
      * 図書館管理システム - 業者請求書管理プログラム
      *
      * 業者から届いた請求書を請求書ファイル
      * （vendor_invoice.dat）に登録し、発注（発注数量・単価）と
      * 検収（検収数）の三者で照合する。明細ごとに
      *  Q=発注数超過 R=未検収分の請求 P=単価相違
      * を判定し、1件でも不一致があれば請求書は照合不一致（M）と
      * なる。不一致の請求書は追加の検収後に再照合できる。
      * 照合済（E）の請求書だけが承認でき、承認時に予算マスタ
      * （acq_fund.dat）の引当を支出へ振り替える。承認は登録者
      * 以外の主任以上が再認証して行う。承認済の請求書は支払
      * データ抽出（LIBINVX）で経理へ渡す。
      * 外貨建て業者の請求書は外貨の単価・合計額で発注と照合し、
      * 請求日の為替レートで円換算した額を支出に計上する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBINV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.
       SPECIAL-NAMES.
           CONSOLE IS CRT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE
               ASSIGN TO "vendor_invoice.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               ALTERNATE RECORD KEY IS INV-PO-NO WITH DUPLICATES
               FILE STATUS IS WS-INV-STATUS.

           SELECT PO-FILE
               ASSIGN TO "purchase_order.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-NO
               FILE STATUS IS WS-PO-STATUS.

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

           SELECT OPERATOR-FILE
               ASSIGN TO "operator.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPER-ID
               FILE STATUS IS WS-OPER-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INVFILE.

       FD  PO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY POFILE.

       FD  VENDOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY VENDFILE.

       FD  FUND-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FUNDFILE.

       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY OPERFILE.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-INV-STATUS            PIC XX VALUE "00".
           88  WS-INV-SUCCESS       VALUE "00".
           88  WS-INV-NOT-FOUND     VALUE "23".
           88  WS-INV-EOF           VALUE "10".

       01  WS-PO-STATUS             PIC XX VALUE "00".
           88  WS-PO-SUCCESS        VALUE "00".

       01  WS-VEND-STATUS           PIC XX VALUE "00".
           88  WS-VEND-SUCCESS      VALUE "00".

       01  WS-FUND-STATUS           PIC XX VALUE "00".
           88  WS-FUND-SUCCESS      VALUE "00".

       01  WS-OPER-STATUS           PIC XX VALUE "00".
           88  WS-OPER-SUCCESS      VALUE "00".

       01  WS-REPORT-STATUS         PIC XX VALUE "00".
           88  WS-REPORT-SUCCESS    VALUE "00".

       01  WS-CONTINUE-FLAG         PIC X VALUE "Y".
           88  WS-CONTINUE          VALUE "Y", "y".
           88  WS-EXIT              VALUE "N", "n".

       01  WS-CHOICE                PIC 9 VALUE 0.
       01  WS-CURRENT-DATE          PIC 9(08) VALUE ZERO.
       01  WS-REPORT-FILENAME       PIC X(40) VALUE SPACES.

      * 画面入力域
       01  WS-INPUT-VENDOR-ID       PIC X(5) VALUE SPACES.
       01  WS-INPUT-INV-NO          PIC X(15) VALUE SPACES.
       01  WS-INPUT-PO-LINE         PIC 9(2) VALUE ZERO.
       01  WS-INPUT-QTY             PIC 9(2) VALUE ZERO.
       01  WS-INPUT-UNIT-PRICE      PIC 9(7) VALUE ZERO.
       01  WS-INPUT-FC-PRICE        PIC 9(7)V99 VALUE ZERO.
       01  WS-MORE-LINES-FLAG       PIC X VALUE "Y".
           88  WS-MORE-LINES        VALUE "Y", "y".

       01  WS-LINE-I                PIC 9(2) VALUE ZERO.
       01  WS-OTHER-I               PIC 9(2) VALUE ZERO.
       01  WS-PO-LINE-I             PIC 9(2) VALUE ZERO.

      * 照合作業域。照合対象の請求書はWS-SAVE-INVOICEに退避し、
      * 同じ発注の他の請求書（却下を除く）の請求済数量を
      * 発注明細ごとに積み上げる
       01  WS-SAVE-INVOICE          PIC X(400) VALUE SPACES.
       01  WS-SAVE-INV-KEY          PIC X(20) VALUE SPACES.
       01  WS-PRIOR-BILLED-TABLE.
           05  WS-PRIOR-BILLED      PIC 9(3) OCCURS 10 TIMES.
       01  WS-BILLED-QTY            PIC 9(3) VALUE ZERO.
       01  WS-LINES-SUM             PIC 9(9) VALUE ZERO.
       01  WS-LINES-SUM-FC          PIC 9(9)V99 VALUE ZERO.
       01  WS-ALL-MATCH-FLAG        PIC X VALUE "Y".
           88  WS-ALL-MATCH         VALUE "Y".
       01  WS-SCAN-DONE-FLAG        PIC X VALUE "N".
           88  WS-SCAN-DONE         VALUE "Y".

      * 予算振替
       01  WS-FISCAL-YEAR           PIC 9(4) VALUE ZERO.
       01  WS-ENCUM-AMOUNT          PIC S9(9) VALUE ZERO.
       01  WS-FX-SHARE              PIC S9(9) VALUE ZERO.
       01  WS-RATE                  PIC 9(4)V9(4) VALUE ZERO.
       01  WS-RATE-RETURN-CODE      PIC 9 VALUE 0.
       01  WS-FX-OK-FLAG            PIC X VALUE "N".
           88  WS-FX-OK             VALUE "Y".
       01  WS-SPEND-AMOUNT          PIC 9(9) VALUE ZERO.

       01  WS-APPROVER-ID           PIC X(8) VALUE SPACES.
       01  WS-APPROVER-PASSWORD     PIC X(8) VALUE SPACES.
       01  WS-APPROVER-OK-FLAG      PIC X VALUE "N".
           88  WS-APPROVER-OK       VALUE "Y".

       01  WS-DECISION              PIC X VALUE SPACE.
           88  WS-DECISION-APPROVE  VALUE "A", "a".
           88  WS-DECISION-REJECT   VALUE "J", "j".

       01  WS-LIST-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-DISP-AMOUNT           PIC ZZZ,ZZZ,ZZ9.

       01  WS-AUDIT-KEY             PIC X(10) VALUE SPACES.
       01  WS-AUDIT-RETURN-CODE     PIC 9 VALUE 0.
       01  WS-AUDIT-BEFORE          PIC X(20) VALUE SPACES.
       01  WS-AUDIT-AFTER           PIC X(20) VALUE SPACES.

       01  WS-HEADER1               PIC X(132) VALUE ALL "=".
       01  WS-HEADER2               PIC X(132) VALUE
           "                          未承認請求書一覧".
       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-INV-HEADER-LINE.
           05  WS-RPT-VENDOR-ID     PIC X(5).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-RPT-INV-NO        PIC X(15).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  FILLER               PIC X(8) VALUE "発注:".
           05  WS-RPT-PO-NO         PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  FILLER               PIC X(10) VALUE "請求日:".
           05  WS-RPT-INV-DATE      PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-RPT-CURRENCY      PIC X(3).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-RPT-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-RPT-STATUS-TEXT   PIC X(36).
           05  FILLER               PIC X(16) VALUE SPACES.

       01  WS-INV-DETAIL-LINE.
           05  FILLER               PIC X(5) VALUE SPACES.
           05  FILLER               PIC X(8) VALUE "明細".
           05  WS-RPT-PO-LINE       PIC Z9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  FILLER               PIC X(7) VALUE "請求".
           05  WS-RPT-BILL-QTY      PIC Z9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  FILLER               PIC X(7) VALUE "発注".
           05  WS-RPT-ORD-QTY       PIC Z9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  FILLER               PIC X(7) VALUE "検収".
           05  WS-RPT-RECV-QTY      PIC Z9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  FILLER               PIC X(13) VALUE "請求単価".
           05  WS-RPT-BILL-PRICE    PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  FILLER               PIC X(13) VALUE "発注単価".
           05  WS-RPT-ORD-PRICE     PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-RPT-MATCH-TEXT    PIC X(24).
           05  FILLER               PIC X(9) VALUE SPACES.

       01  WS-FOOTER-LINE.
           05  FILLER               PIC X(26) VALUE
               "未承認請求書件数: ".
           05  WS-RPT-TOTAL         PIC Z(03)9.
           05  FILLER               PIC X(3) VALUE "件".
           05  FILLER               PIC X(99) VALUE SPACES.

       COPY LIBERROR.

       LINKAGE SECTION.
       01  LS-OPERATOR-ID            PIC X(8).

       SCREEN SECTION.
       01  INV-MENU-SCREEN.
           05  LINE 2 COL 1         VALUE
               "業者請求書管理メニュー".
           05  LINE 4 COL 1         VALUE
               "1. 請求書登録（照合）".
           05  LINE 5 COL 1         VALUE "2. 再照合".
           05  LINE 6 COL 1         VALUE "3. 請求書承認／却下".
           05  LINE 7 COL 1         VALUE "4. 未承認請求書一覧".
           05  LINE 8 COL 1         VALUE "9. 戻る".
           05  LINE 10 COL 1        VALUE "選択: ".
           05  LINE 10 COL 8        PIC 9 USING WS-CHOICE.

       01  INV-KEY-SCREEN.
           05  LINE 2 COL 1         VALUE "請求書の指定".
           05  LINE 4 COL 1         VALUE "業者コード: ".
           05  LINE 4 COL 14        PIC X(5) USING WS-INPUT-VENDOR-ID.
           05  LINE 5 COL 1         VALUE "請求書番号: ".
           05  LINE 5 COL 14        PIC X(15) USING WS-INPUT-INV-NO.

       01  INV-HEADER-SCREEN.
           05  LINE 7 COL 1         VALUE "発注番号: ".
           05  LINE 7 COL 12        PIC 9(8) USING INV-PO-NO.
           05  LINE 8 COL 1         VALUE "請求日: ".
           05  LINE 8 COL 10        PIC 9(8) USING INV-DATE.

       01  INV-TOTAL-SCREEN.
           05  LINE 9 COL 1         VALUE "請求合計額: ".
           05  LINE 9 COL 14        PIC 9(9) USING INV-TOTAL-AMOUNT.

       01  INV-FC-TOTAL-SCREEN.
           05  LINE 9 COL 1         VALUE "請求合計額（".
           05  LINE 9 COL 13        PIC X(3) FROM INV-CURRENCY.
           05  LINE 9 COL 16        VALUE "）: ".
           05  LINE 9 COL 21        PIC 9(9).99 USING INV-TOTAL-FC.

       01  INV-LINE-SCREEN.
           05  LINE 11 COL 1        VALUE "--- 請求明細 ---".
           05  LINE 12 COL 1        VALUE "発注明細行: ".
           05  LINE 12 COL 14       PIC 9(2) USING WS-INPUT-PO-LINE.
           05  LINE 13 COL 1        VALUE "請求数量: ".
           05  LINE 13 COL 12       PIC 9(2) USING WS-INPUT-QTY.
           05  LINE 14 COL 1        VALUE "請求単価: ".
           05  LINE 14 COL 12
               PIC 9(7) USING WS-INPUT-UNIT-PRICE.
           05  LINE 15 COL 1        VALUE
               "明細を追加しますか？ (Y/N): ".
           05  LINE 15 COL 31       PIC X USING WS-MORE-LINES-FLAG.

       01  INV-FC-LINE-SCREEN.
           05  LINE 11 COL 1        VALUE "--- 請求明細 ---".
           05  LINE 12 COL 1        VALUE "発注明細行: ".
           05  LINE 12 COL 14       PIC 9(2) USING WS-INPUT-PO-LINE.
           05  LINE 13 COL 1        VALUE "請求数量: ".
           05  LINE 13 COL 12       PIC 9(2) USING WS-INPUT-QTY.
           05  LINE 14 COL 1        VALUE "外貨単価: ".
           05  LINE 14 COL 12
               PIC 9(7).99 USING WS-INPUT-FC-PRICE.
           05  LINE 15 COL 1        VALUE
               "明細を追加しますか？ (Y/N): ".
           05  LINE 15 COL 31       PIC X USING WS-MORE-LINES-FLAG.

       01  INV-DETAIL-SCREEN.
           05  LINE 7 COL 1         VALUE "発注番号: ".
           05  LINE 7 COL 12        PIC 9(8) FROM INV-PO-NO.
           05  LINE 8 COL 1         VALUE "請求日: ".
           05  LINE 8 COL 10        PIC 9(8) FROM INV-DATE.
           05  LINE 9 COL 1         VALUE "請求合計額: ".
           05  LINE 9 COL 14        PIC ZZZ,ZZZ,ZZ9
                                    FROM INV-TOTAL-AMOUNT.
           05  LINE 10 COL 1        VALUE "状態: ".
           05  LINE 10 COL 8        PIC X(1) FROM INV-STATUS.
           05  LINE 10 COL 12       VALUE "登録者: ".
           05  LINE 10 COL 22       PIC X(8) FROM INV-ENTRY-OPER.

       01  APPROVER-LOGIN-SCREEN.
           05  LINE 12 COL 1       VALUE "承認者ID: ".
           05  LINE 12 COL 12      PIC X(8) USING WS-APPROVER-ID.
           05  LINE 13 COL 1       VALUE "パスワード: ".
           05  LINE 13 COL 13
               PIC X(8) USING WS-APPROVER-PASSWORD.

       01  DECISION-SCREEN.
           05  LINE 15 COL 1       VALUE "承認(A)／却下(J): ".
           05  LINE 15 COL 20      PIC X USING WS-DECISION.

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
           OPEN I-O INVOICE-FILE
           IF WS-INV-NOT-FOUND OR WS-INV-STATUS = "35"
               OPEN OUTPUT INVOICE-FILE
               CLOSE INVOICE-FILE
               OPEN I-O INVOICE-FILE
           END-IF
           OPEN INPUT PO-FILE
           OPEN INPUT VENDOR-FILE
           OPEN I-O FUND-FILE
           OPEN INPUT OPERATOR-FILE.

       CLOSE-FILES SECTION.
           CLOSE INVOICE-FILE
           CLOSE PO-FILE
           CLOSE VENDOR-FILE
           CLOSE FUND-FILE
           CLOSE OPERATOR-FILE.

       DISPLAY-MENU SECTION.
           DISPLAY INV-MENU-SCREEN
           ACCEPT INV-MENU-SCREEN.

       PROCESS-CHOICE SECTION.
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM REGISTER-INVOICE
               WHEN 2
                   PERFORM REMATCH-INVOICE
               WHEN 3
                   PERFORM DECIDE-INVOICE
               WHEN 4
                   PERFORM PENDING-INVOICE-REPORT
               WHEN 9
                   MOVE "N" TO WS-CONTINUE-FLAG
               WHEN OTHER
                   DISPLAY MSG-INVALID-INPUT
           END-EVALUATE.

      * 請求書の登録。発注の業者と請求書の業者が一致することを
      * 確認し、明細を発注明細行の番号で入力させてから照合する
       REGISTER-INVOICE SECTION.
           MOVE SPACES TO WS-INPUT-VENDOR-ID
           MOVE SPACES TO WS-INPUT-INV-NO
           DISPLAY INV-KEY-SCREEN
           ACCEPT INV-KEY-SCREEN
           IF WS-INPUT-VENDOR-ID = SPACES
           OR WS-INPUT-INV-NO = SPACES
               DISPLAY MSG-INVALID-INPUT
           ELSE
               MOVE WS-INPUT-VENDOR-ID TO INV-VENDOR-ID
               MOVE WS-INPUT-INV-NO TO INV-NO
               READ INVOICE-FILE
                   INVALID KEY
                       MOVE "23" TO WS-INV-STATUS
               END-READ
               IF WS-INV-SUCCESS
                   DISPLAY "この請求書はすでに登録され"
                       "ています。"
               ELSE
                   PERFORM ENTER-INVOICE-BODY
               END-IF
           END-IF.

       ENTER-INVOICE-BODY SECTION.
           INITIALIZE INVOICE-RECORD
           MOVE WS-INPUT-VENDOR-ID TO INV-VENDOR-ID
           MOVE WS-INPUT-INV-NO TO INV-NO
           DISPLAY INV-HEADER-SCREEN
           ACCEPT INV-HEADER-SCREEN
           MOVE INV-PO-NO TO PO-NO
           READ PO-FILE
               INVALID KEY
                   DISPLAY "発注番号が見つかりません。"
                   MOVE "23" TO WS-PO-STATUS
           END-READ
           IF WS-PO-SUCCESS
               IF PO-VENDOR-ID NOT = INV-VENDOR-ID
                   DISPLAY "発注の業者と請求書の業者が"
                       "違います。"
               ELSE
                   PERFORM SET-INVOICE-CURRENCY
                   PERFORM ENTER-INVOICE-LINES
                   IF INV-LINE-COUNT = ZERO
                       DISPLAY "明細がないため登録しませ"
                           "ん。"
                   ELSE
                       PERFORM CONVERT-INVOICE-TO-YEN
                       IF WS-FX-OK
                           PERFORM WRITE-NEW-INVOICE
                       ELSE
                           DISPLAY "請求日の為替レートが未"
                               "登録"
                               "のため登録しません。"
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE "00" TO WS-PO-STATUS.

       ENTER-INVOICE-LINES SECTION.
           MOVE ZERO TO INV-LINE-COUNT
           MOVE "Y" TO WS-MORE-LINES-FLAG
           PERFORM UNTIL NOT WS-MORE-LINES
                   OR INV-LINE-COUNT >= 10
               MOVE ZERO TO WS-INPUT-PO-LINE
               MOVE ZERO TO WS-INPUT-QTY
               MOVE ZERO TO WS-INPUT-UNIT-PRICE
               MOVE ZERO TO WS-INPUT-FC-PRICE
               IF INV-YEN
                   DISPLAY INV-LINE-SCREEN
                   ACCEPT INV-LINE-SCREEN
               ELSE
                   DISPLAY INV-FC-LINE-SCREEN
                   ACCEPT INV-FC-LINE-SCREEN
               END-IF
               IF WS-INPUT-PO-LINE < 1
               OR WS-INPUT-PO-LINE > PO-LINE-COUNT
               OR WS-INPUT-QTY = ZERO
                   DISPLAY "発注明細行または数量が不正"
                       "です。"
               ELSE
                   ADD 1 TO INV-LINE-COUNT
                   MOVE INV-LINE-COUNT TO WS-LINE-I
                   MOVE WS-INPUT-PO-LINE
                       TO INV-LINE-PO-LINE(WS-LINE-I)
                   MOVE WS-INPUT-QTY TO INV-LINE-QTY(WS-LINE-I)
                   MOVE WS-INPUT-UNIT-PRICE
                       TO INV-LINE-UNIT-PRICE(WS-LINE-I)
                   MOVE WS-INPUT-FC-PRICE
                       TO INV-LINE-FC-PRICE(WS-LINE-I)
               END-IF
           END-PERFORM.

      * 請求書の通貨は業者マスタの取引通貨とし、通貨に応じて
      * 円または外貨の請求合計額を入力させる
       SET-INVOICE-CURRENCY SECTION.
           MOVE INV-VENDOR-ID TO VEND-ID
           READ VENDOR-FILE
               INVALID KEY
                   MOVE "JPY" TO INV-CURRENCY
               NOT INVALID KEY
                   MOVE VEND-CURRENCY TO INV-CURRENCY
           END-READ
           MOVE "00" TO WS-VEND-STATUS
           IF INV-YEN
               MOVE "JPY" TO INV-CURRENCY
               DISPLAY INV-TOTAL-SCREEN
               ACCEPT INV-TOTAL-SCREEN
           ELSE
               DISPLAY INV-FC-TOTAL-SCREEN
               ACCEPT INV-FC-TOTAL-SCREEN
           END-IF.

      * 外貨建ての請求書は請求日のレートで単価・合計額を円換算する
       CONVERT-INVOICE-TO-YEN SECTION.
           MOVE "Y" TO WS-FX-OK-FLAG
           IF INV-YEN
               MOVE ZERO TO INV-TOTAL-FC
               MOVE ZERO TO INV-RATE
           ELSE
               CALL "LIBXRLK" USING INV-CURRENCY, INV-DATE,
                   WS-RATE, WS-RATE-RETURN-CODE
               IF WS-RATE-RETURN-CODE NOT = 0
                   MOVE "N" TO WS-FX-OK-FLAG
               ELSE
                   MOVE WS-RATE TO INV-RATE
                   COMPUTE INV-TOTAL-AMOUNT ROUNDED =
                       INV-TOTAL-FC * WS-RATE
                   PERFORM VARYING WS-LINE-I FROM 1 BY 1
                           UNTIL WS-LINE-I > INV-LINE-COUNT
                       COMPUTE INV-LINE-UNIT-PRICE(WS-LINE-I)
                           ROUNDED =
                           INV-LINE-FC-PRICE(WS-LINE-I) * WS-RATE
                   END-PERFORM
               END-IF
           END-IF.

       WRITE-NEW-INVOICE SECTION.
           MOVE WS-CURRENT-DATE TO INV-ENTRY-DATE
           MOVE LS-OPERATOR-ID TO INV-ENTRY-OPER
           MOVE ZERO TO INV-APPROVE-DATE
           MOVE SPACES TO INV-APPROVE-OPER
           MOVE ZERO TO INV-EXPORT-DATE
           PERFORM MATCH-INVOICE
           WRITE INVOICE-RECORD
               INVALID KEY
                   DISPLAY MSG-FILE-WRITE
               NOT INVALID KEY
                   PERFORM SHOW-MATCH-RESULT
                   MOVE INV-NO(1:10) TO WS-AUDIT-KEY
                   MOVE INV-VENDOR-ID TO WS-AUDIT-BEFORE
                   MOVE INV-STATUS TO WS-AUDIT-AFTER
                   CALL "LIBAUDIT" USING "INVOICE", WS-AUDIT-KEY,
                       "CREATE", "LIBINV", LS-OPERATOR-ID,
                       WS-AUDIT-BEFORE, WS-AUDIT-AFTER,
                       WS-AUDIT-RETURN-CODE
           END-WRITE.

      * 照合不一致の請求書を、その後の検収を反映して照合し直す
       REMATCH-INVOICE SECTION.
           PERFORM SELECT-INVOICE
           IF WS-INV-SUCCESS
               IF NOT INV-MISMATCH
                   DISPLAY "照合不一致の請求書ではあり"
                       "ません。"
               ELSE
                   MOVE INV-PO-NO TO PO-NO
                   READ PO-FILE
                       INVALID KEY
                           DISPLAY "発注番号が見つかりませ"
                               "ん。"
                           MOVE "23" TO WS-PO-STATUS
                   END-READ
                   IF WS-PO-SUCCESS
                       MOVE INV-STATUS TO WS-AUDIT-BEFORE
                       PERFORM MATCH-INVOICE
                       REWRITE INVOICE-RECORD
                           INVALID KEY
                               DISPLAY MSG-FILE-WRITE
                           NOT INVALID KEY
                               PERFORM SHOW-MATCH-RESULT
                       END-REWRITE
                   END-IF
                   MOVE "00" TO WS-PO-STATUS
               END-IF
           END-IF.

       SELECT-INVOICE SECTION.
           MOVE SPACES TO WS-INPUT-VENDOR-ID
           MOVE SPACES TO WS-INPUT-INV-NO
           DISPLAY INV-KEY-SCREEN
           ACCEPT INV-KEY-SCREEN
           MOVE WS-INPUT-VENDOR-ID TO INV-VENDOR-ID
           MOVE WS-INPUT-INV-NO TO INV-NO
           READ INVOICE-FILE
               INVALID KEY
                   DISPLAY MSG-RECORD-NOT-FOUND
                   MOVE "23" TO WS-INV-STATUS
           END-READ.

      * 三者照合。発注レコード（PO-RECORD）を読んだ状態で呼ぶ。
      * 同じ発注に対する他の請求書（却下済を除く）の請求数量を
      * 先に積み上げ、今回分と合わせて発注数・検収数を超えないか、
      * 単価が発注単価と一致するかを明細ごとに判定する
       MATCH-INVOICE SECTION.
           PERFORM SUM-PRIOR-BILLED
           MOVE "Y" TO WS-ALL-MATCH-FLAG
           MOVE ZERO TO WS-LINES-SUM
           MOVE ZERO TO WS-LINES-SUM-FC
           PERFORM VARYING WS-LINE-I FROM 1 BY 1
                   UNTIL WS-LINE-I > INV-LINE-COUNT
               MOVE INV-LINE-PO-LINE(WS-LINE-I) TO WS-PO-LINE-I
               COMPUTE WS-BILLED-QTY =
                   WS-PRIOR-BILLED(WS-PO-LINE-I)
                   + INV-LINE-QTY(WS-LINE-I)
               EVALUATE TRUE
                   WHEN WS-BILLED-QTY > PO-LINE-QTY(WS-PO-LINE-I)
                       MOVE "Q" TO INV-LINE-MATCH(WS-LINE-I)
                   WHEN WS-BILLED-QTY >
                        PO-LINE-RECEIVED(WS-PO-LINE-I)
                       MOVE "R" TO INV-LINE-MATCH(WS-LINE-I)
                   WHEN INV-YEN
                    AND INV-LINE-UNIT-PRICE(WS-LINE-I) NOT =
                        PO-LINE-UNIT-PRICE(WS-PO-LINE-I)
                       MOVE "P" TO INV-LINE-MATCH(WS-LINE-I)
                   WHEN NOT INV-YEN
                    AND INV-LINE-FC-PRICE(WS-LINE-I) NOT =
                        PO-LINE-FC-PRICE(WS-PO-LINE-I)
                       MOVE "P" TO INV-LINE-MATCH(WS-LINE-I)
                   WHEN OTHER
                       MOVE "Y" TO INV-LINE-MATCH(WS-LINE-I)
               END-EVALUATE
               IF NOT INV-LINE-OK(WS-LINE-I)
                   MOVE "N" TO WS-ALL-MATCH-FLAG
               END-IF
      *        同じ発注明細が1枚の請求書に2行あっても二重に
      *        数えないよう、今回分も積み上げておく
               ADD INV-LINE-QTY(WS-LINE-I)
                   TO WS-PRIOR-BILLED(WS-PO-LINE-I)
               COMPUTE WS-LINES-SUM = WS-LINES-SUM
                   + INV-LINE-QTY(WS-LINE-I)
                   * INV-LINE-UNIT-PRICE(WS-LINE-I)
               COMPUTE WS-LINES-SUM-FC = WS-LINES-SUM-FC
                   + INV-LINE-QTY(WS-LINE-I)
                   * INV-LINE-FC-PRICE(WS-LINE-I)
           END-PERFORM
           IF (INV-YEN AND WS-LINES-SUM = INV-TOTAL-AMOUNT)
           OR (NOT INV-YEN AND WS-LINES-SUM-FC = INV-TOTAL-FC)
               MOVE "Y" TO INV-TOTAL-MATCH
           ELSE
               MOVE "N" TO INV-TOTAL-MATCH
               MOVE "N" TO WS-ALL-MATCH-FLAG
           END-IF
           IF WS-ALL-MATCH
               MOVE "E" TO INV-STATUS
           ELSE
               MOVE "M" TO INV-STATUS
           END-IF.

      * 同じ発注番号の他の請求書を代替キーで読み、発注明細行
      * ごとの請求済数量を求める。読み終えたら照合中の請求書を
      * 元に戻す
       SUM-PRIOR-BILLED SECTION.
           INITIALIZE WS-PRIOR-BILLED-TABLE
           MOVE INVOICE-RECORD TO WS-SAVE-INVOICE
           MOVE INV-KEY TO WS-SAVE-INV-KEY
           MOVE "N" TO WS-SCAN-DONE-FLAG
           START INVOICE-FILE KEY = INV-PO-NO
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE-FLAG
           END-START
           PERFORM UNTIL WS-SCAN-DONE
               READ INVOICE-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-SCAN-DONE-FLAG
                   NOT AT END
                       IF INV-PO-NO NOT = PO-NO
                           MOVE "Y" TO WS-SCAN-DONE-FLAG
                       ELSE
                           IF INV-KEY NOT = WS-SAVE-INV-KEY
                           AND NOT INV-REJECTED
                               PERFORM ADD-OTHER-INVOICE-QTY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-SAVE-INVOICE TO INVOICE-RECORD
           MOVE "00" TO WS-INV-STATUS.

       ADD-OTHER-INVOICE-QTY SECTION.
           PERFORM VARYING WS-OTHER-I FROM 1 BY 1
                   UNTIL WS-OTHER-I > INV-LINE-COUNT
               MOVE INV-LINE-PO-LINE(WS-OTHER-I) TO WS-PO-LINE-I
               IF WS-PO-LINE-I >= 1 AND WS-PO-LINE-I <= 10
                   ADD INV-LINE-QTY(WS-OTHER-I)
                       TO WS-PRIOR-BILLED(WS-PO-LINE-I)
               END-IF
           END-PERFORM.

       SHOW-MATCH-RESULT SECTION.
           IF INV-MATCHED
               DISPLAY "照合済です。承認待ちになりまし"
                   "た。"
           ELSE
               DISPLAY "照合不一致があります。"
               IF NOT INV-TOTAL-AGREES
                   DISPLAY "  請求合計額が明細の合計と一"
                       "致しません"
               END-IF
               PERFORM VARYING WS-LINE-I FROM 1 BY 1
                       UNTIL WS-LINE-I > INV-LINE-COUNT
                   PERFORM SET-MATCH-TEXT
                   IF NOT INV-LINE-OK(WS-LINE-I)
                       DISPLAY "  明細" INV-LINE-PO-LINE(WS-LINE-I)
                           ": " WS-RPT-MATCH-TEXT
                   END-IF
               END-PERFORM
           END-IF.

       SET-MATCH-TEXT SECTION.
           EVALUATE TRUE
               WHEN INV-LINE-OVER-ORDER(WS-LINE-I)
                   MOVE "発注数超過" TO WS-RPT-MATCH-TEXT
               WHEN INV-LINE-OVER-RECV(WS-LINE-I)
                   MOVE "未検収分の請求" TO WS-RPT-MATCH-TEXT
               WHEN INV-LINE-PRICE-DIFF(WS-LINE-I)
                   MOVE "単価相違" TO WS-RPT-MATCH-TEXT
               WHEN OTHER
                   MOVE "一致" TO WS-RPT-MATCH-TEXT
           END-EVALUATE.

      * 承認／却下。承認は照合済（E）の請求書に限り、承認直前に
      * もう一度照合して結果が変わっていないことを確かめる
       DECIDE-INVOICE SECTION.
           PERFORM SELECT-INVOICE
           IF WS-INV-SUCCESS
               IF INV-APPROVED OR INV-REJECTED
                   DISPLAY "この請求書はすでに処理済で"
                       "す。"
               ELSE
                   DISPLAY INV-DETAIL-SCREEN
                   PERFORM VERIFY-APPROVER
                   IF WS-APPROVER-OK
                       PERFORM APPLY-DECISION
                   END-IF
               END-IF
           END-IF.

       VERIFY-APPROVER SECTION.
           MOVE "N" TO WS-APPROVER-OK-FLAG
           MOVE SPACES TO WS-APPROVER-ID
           MOVE SPACES TO WS-APPROVER-PASSWORD
           DISPLAY APPROVER-LOGIN-SCREEN
           ACCEPT APPROVER-LOGIN-SCREEN
           IF WS-APPROVER-ID = INV-ENTRY-OPER
               DISPLAY "登録者本人は承認できません。"
           ELSE
               MOVE WS-APPROVER-ID TO OPER-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       DISPLAY "承認者IDまたはパスワード"
                           "が違います。"
                   NOT INVALID KEY
                       IF OPER-PASSWORD = WS-APPROVER-PASSWORD
                       AND OPER-ACTIVE
                           IF OPER-SUPERVISOR-UP
                               MOVE "Y" TO WS-APPROVER-OK-FLAG
                           ELSE
                               DISPLAY "承認には主任以上の"
                                   "権限が"
                                   "必要です。"
                           END-IF
                       ELSE
                           DISPLAY "承認者IDまたはパスワー"
                               "ドが違います。"
                       END-IF
               END-READ
           END-IF.

       APPLY-DECISION SECTION.
           MOVE SPACE TO WS-DECISION
           DISPLAY DECISION-SCREEN
           ACCEPT DECISION-SCREEN
           MOVE INV-STATUS TO WS-AUDIT-BEFORE
           EVALUATE TRUE
               WHEN WS-DECISION-APPROVE
                   PERFORM APPROVE-INVOICE
               WHEN WS-DECISION-REJECT
                   MOVE "J" TO INV-STATUS
                   MOVE WS-CURRENT-DATE TO INV-APPROVE-DATE
                   MOVE WS-APPROVER-ID TO INV-APPROVE-OPER
                   REWRITE INVOICE-RECORD
                       INVALID KEY
                           DISPLAY MSG-FILE-WRITE
                       NOT INVALID KEY
                           DISPLAY "請求書を却下しました。"
                           PERFORM WRITE-DECISION-AUDIT
                   END-REWRITE
               WHEN OTHER
                   DISPLAY MSG-INVALID-INPUT
           END-EVALUATE.

       APPROVE-INVOICE SECTION.
           MOVE INV-PO-NO TO PO-NO
           READ PO-FILE
               INVALID KEY
                   DISPLAY "発注番号が見つかりません。"
                   MOVE "23" TO WS-PO-STATUS
           END-READ
           IF WS-PO-SUCCESS
               PERFORM MATCH-INVOICE
               IF NOT INV-MATCHED
                   REWRITE INVOICE-RECORD
                       INVALID KEY
                           DISPLAY MSG-FILE-WRITE
                   END-REWRITE
                   DISPLAY "照合不一致のため承認できま"
                       "せん。"
               ELSE
                   MOVE "A" TO INV-STATUS
                   MOVE WS-CURRENT-DATE TO INV-APPROVE-DATE
                   MOVE WS-APPROVER-ID TO INV-APPROVE-OPER
                   REWRITE INVOICE-RECORD
                       INVALID KEY
                           DISPLAY MSG-FILE-WRITE
                       NOT INVALID KEY
                           PERFORM POST-INVOICE-TO-FUNDS
                           DISPLAY "請求書を承認しました。"
                           PERFORM WRITE-DECISION-AUDIT
                   END-REWRITE
               END-IF
           END-IF
           MOVE "00" TO WS-PO-STATUS.

      * 承認した請求明細の分だけ、発注時の引当（発注単価×数量）を
      * 外して請求額を支出に計上する。引当は発注日の会計年度の
      * 予算に載っているため、同じ年度の予算レコードを更新する。
      * 外貨建て明細は検収時に引当へ加減した為替差のうち、請求
      * 数量に見合う分も合わせて外す
       POST-INVOICE-TO-FUNDS SECTION.
           MOVE PO-ORDER-DATE(1:4) TO WS-FISCAL-YEAR
           IF PO-ORDER-DATE(5:2) < "04"
               SUBTRACT 1 FROM WS-FISCAL-YEAR
           END-IF
           PERFORM VARYING WS-LINE-I FROM 1 BY 1
                   UNTIL WS-LINE-I > INV-LINE-COUNT
               MOVE INV-LINE-PO-LINE(WS-LINE-I) TO WS-PO-LINE-I
               COMPUTE WS-ENCUM-AMOUNT =
                   INV-LINE-QTY(WS-LINE-I)
                   * PO-LINE-UNIT-PRICE(WS-PO-LINE-I)
               IF PO-LINE-FX-ADJUST(WS-PO-LINE-I) NOT = ZERO
               AND PO-LINE-RECEIVED(WS-PO-LINE-I) > ZERO
                   COMPUTE WS-FX-SHARE ROUNDED =
                       PO-LINE-FX-ADJUST(WS-PO-LINE-I)
                       * INV-LINE-QTY(WS-LINE-I)
                       / PO-LINE-RECEIVED(WS-PO-LINE-I)
                   ADD WS-FX-SHARE TO WS-ENCUM-AMOUNT
                   IF WS-ENCUM-AMOUNT < ZERO
                       MOVE ZERO TO WS-ENCUM-AMOUNT
                   END-IF
               END-IF
               COMPUTE WS-SPEND-AMOUNT =
                   INV-LINE-QTY(WS-LINE-I)
                   * INV-LINE-UNIT-PRICE(WS-LINE-I)
               MOVE PO-LINE-FUND-CODE(WS-PO-LINE-I) TO FUND-CODE
               MOVE WS-FISCAL-YEAR TO FUND-FISCAL-YEAR
               READ FUND-FILE
                   INVALID KEY
                       DISPLAY "予算マスタに該当予算があ"
                           "りません: "
                           FUND-CODE
                   NOT INVALID KEY
                       IF FUND-ENCUMBERED >= WS-ENCUM-AMOUNT
                           SUBTRACT WS-ENCUM-AMOUNT
                               FROM FUND-ENCUMBERED
                       ELSE
                           MOVE ZERO TO FUND-ENCUMBERED
                       END-IF
                       ADD WS-SPEND-AMOUNT TO FUND-SPENT
                       REWRITE FUND-RECORD
                           INVALID KEY
                               DISPLAY MSG-FILE-WRITE
                       END-REWRITE
               END-READ
           END-PERFORM.

       WRITE-DECISION-AUDIT SECTION.
           MOVE INV-NO(1:10) TO WS-AUDIT-KEY
           MOVE INV-STATUS TO WS-AUDIT-AFTER
           CALL "LIBAUDIT" USING "INVOICE", WS-AUDIT-KEY,
               "DECIDE", "LIBINV", WS-APPROVER-ID,
               WS-AUDIT-BEFORE, WS-AUDIT-AFTER,
               WS-AUDIT-RETURN-CODE.

      * 照合済（承認待ち）と照合不一致の請求書を明細付きで一覧に
      * する。不一致明細には発注数・検収数・発注単価を並べる
       PENDING-INVOICE-REPORT SECTION.
           MOVE ZERO TO WS-LIST-COUNT
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "invoice_pending_" DELIMITED BY SIZE
                   WS-CURRENT-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM WS-HEADER1
           WRITE REPORT-LINE FROM WS-HEADER2
           WRITE REPORT-LINE FROM WS-HEADER1
           MOVE LOW-VALUES TO INV-KEY
           START INVOICE-FILE KEY >= INV-KEY
               INVALID KEY
                   MOVE "10" TO WS-INV-STATUS
           END-START
           PERFORM UNTIL WS-INV-EOF
               READ INVOICE-FILE NEXT
                   AT END
                       MOVE "10" TO WS-INV-STATUS
                   NOT AT END
                       IF INV-MATCHED OR INV-MISMATCH
                           ADD 1 TO WS-LIST-COUNT
                           PERFORM WRITE-INVOICE-BLOCK
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-INV-STATUS
           MOVE WS-LIST-COUNT TO WS-RPT-TOTAL
           WRITE REPORT-LINE FROM WS-FOOTER-LINE
           CLOSE REPORT-FILE
           DISPLAY "未承認請求書一覧を出力しました: "
               WS-REPORT-FILENAME.

       WRITE-INVOICE-BLOCK SECTION.
           MOVE INV-VENDOR-ID TO WS-RPT-VENDOR-ID
           MOVE INV-NO TO WS-RPT-INV-NO
           MOVE INV-PO-NO TO WS-RPT-PO-NO
           MOVE INV-DATE TO WS-RPT-INV-DATE
           MOVE INV-CURRENCY TO WS-RPT-CURRENCY
           IF INV-YEN
               MOVE INV-TOTAL-AMOUNT TO WS-RPT-AMOUNT
           ELSE
               MOVE INV-TOTAL-FC TO WS-RPT-AMOUNT
           END-IF
           EVALUATE TRUE
               WHEN INV-MATCHED
                   MOVE "照合済・承認待ち" TO WS-RPT-STATUS-TEXT
               WHEN INV-TOTAL-AGREES
                   MOVE "照合不一致" TO WS-RPT-STATUS-TEXT
               WHEN OTHER
                   MOVE "照合不一致（合計額相違）"
                       TO WS-RPT-STATUS-TEXT
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-INV-HEADER-LINE
           MOVE INV-PO-NO TO PO-NO
           READ PO-FILE
               INVALID KEY
                   INITIALIZE PO-RECORD
           END-READ
           PERFORM VARYING WS-LINE-I FROM 1 BY 1
                   UNTIL WS-LINE-I > INV-LINE-COUNT
               MOVE INV-LINE-PO-LINE(WS-LINE-I) TO WS-PO-LINE-I
               MOVE WS-PO-LINE-I TO WS-RPT-PO-LINE
               MOVE INV-LINE-QTY(WS-LINE-I) TO WS-RPT-BILL-QTY
               MOVE INV-LINE-UNIT-PRICE(WS-LINE-I)
                   TO WS-RPT-BILL-PRICE
               IF WS-PO-LINE-I >= 1 AND WS-PO-LINE-I <= 10
                   MOVE PO-LINE-QTY(WS-PO-LINE-I) TO WS-RPT-ORD-QTY
                   MOVE PO-LINE-RECEIVED(WS-PO-LINE-I)
                       TO WS-RPT-RECV-QTY
                   MOVE PO-LINE-UNIT-PRICE(WS-PO-LINE-I)
                       TO WS-RPT-ORD-PRICE
               END-IF
               PERFORM SET-MATCH-TEXT
               WRITE REPORT-LINE FROM WS-INV-DETAIL-LINE
           END-PERFORM
           MOVE "00" TO WS-PO-STATUS
           WRITE REPORT-LINE FROM WS-BLANK-LINE.

       CHECK-CONTINUE SECTION.
           DISPLAY CONTINUE-SCREEN
           ACCEPT CONTINUE-SCREEN.
