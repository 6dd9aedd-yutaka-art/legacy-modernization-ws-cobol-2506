******************************************************************
      * 図書館管理システム - 継続発注 月次発注作成バッチ
      *
      * 毎月初めに実行する。継続発注マスタ（standing_order.dat）の
      * 有効な継続発注のうち、当年度の発注予定月が到来していて
      * まだ当年度に発注していないものについて、発注
      * （purchase_order.dat、1継続発注につき1明細）を作成し、
      * 予算マスタ（acq_fund.dat）の当年度予算へ引当する。
      * 外貨建て業者は実行日のレート（LIBXRLK）で円換算して引当する。
      * 予算の残額が足りない・予算が締切済・業者やレートが無い
      * 継続発注は発注せずに見送り、翌月以降の実行で再度試みる。
      * 作成した発注と見送った継続発注を一覧に出力する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBSTOB.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-ORDER-FILE
               ASSIGN TO "standing_order.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-ID
               FILE STATUS IS WS-SO-STATUS.

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

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-ORDER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STOFILE.

       FD  PO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY POFILE.

       FD  VENDOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY VENDFILE.

       FD  FUND-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FUNDFILE.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SO-STATUS             PIC XX VALUE "00".
           88  WS-SO-SUCCESS        VALUE "00".
           88  WS-SO-EOF            VALUE "10".

       01  WS-PO-STATUS             PIC XX VALUE "00".
           88  WS-PO-SUCCESS        VALUE "00".
           88  WS-PO-NOT-FOUND      VALUE "23".

       01  WS-VEND-STATUS           PIC XX VALUE "00".
           88  WS-VEND-SUCCESS      VALUE "00".

       01  WS-FUND-STATUS           PIC XX VALUE "00".
           88  WS-FUND-SUCCESS      VALUE "00".

       01  WS-REPORT-STATUS         PIC XX VALUE "00".
           88  WS-REPORT-SUCCESS    VALUE "00".

       01  WS-CURRENT-DATE          PIC 9(08) VALUE ZERO.
       01  WS-CURRENT-MONTH         PIC 9(02) VALUE ZERO.
       01  WS-REPORT-FILENAME       PIC X(40) VALUE SPACES.

      * 会計年度（4月始まり）と年度内の月順（4月=1 … 3月=12）
       01  WS-FISCAL-YEAR           PIC 9(4) VALUE ZERO.
       01  WS-CUR-FY-MONTH          PIC 9(2) VALUE ZERO.
       01  WS-SO-FY-MONTH           PIC 9(2) VALUE ZERO.

       01  WS-NEXT-PO-NO            PIC 9(8) VALUE 1.
       01  WS-LINE-AMOUNT           PIC 9(9) VALUE ZERO.
       01  WS-FREE-BALANCE          PIC S9(9) VALUE ZERO.
       01  WS-YEN-PRICE             PIC 9(7) VALUE ZERO.
       01  WS-PO-CURRENCY           PIC X(3) VALUE SPACES.
           88  WS-PO-YEN            VALUE SPACES, "JPY".
       01  WS-RATE                  PIC 9(4)V9(4) VALUE ZERO.
       01  WS-RATE-RETURN-CODE      PIC 9 VALUE 0.
       01  WS-EXPECTED-DATE         PIC 9(8) VALUE ZERO.

      * 見送り理由（空白は発注可）
       01  WS-HOLD-REASON           PIC X(30) VALUE SPACES.
           88  WS-NO-HOLD           VALUE SPACES.

       01  WS-CREATED-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-HELD-COUNT            PIC 9(5) VALUE ZERO.
       01  WS-CREATED-AMOUNT        PIC 9(11) VALUE ZERO.
       01  WS-HELD-AMOUNT           PIC 9(11) VALUE ZERO.

      * 見送った継続発注は発注作成の一覧の後にまとめて出力する
       01  WS-HELD-TABLE.
           05  WS-HELD-ENTRY OCCURS 500 TIMES.
               10  WS-HELD-SO-ID        PIC 9(6).
               10  WS-HELD-TITLE        PIC X(40).
               10  WS-HELD-FUND-CODE    PIC X(4).
               10  WS-HELD-AMOUNT-E     PIC 9(9).
               10  WS-HELD-REASON       PIC X(30).
       01  WS-HELD-I                PIC 9(4) VALUE ZERO.

       01  WS-AUDIT-KEY             PIC X(10) VALUE SPACES.
       01  WS-AUDIT-RETURN-CODE     PIC 9 VALUE 0.
       01  WS-AUDIT-BEFORE          PIC X(20) VALUE SPACES.
       01  WS-AUDIT-AFTER           PIC X(20) VALUE SPACES.

       01  WS-HEADER1               PIC X(132) VALUE ALL "=".
       01  WS-HEADER2               PIC X(132) VALUE
           "                          継続発注 月次発注作成"
           & "結果".
       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-RUN-LINE.
           05  FILLER               PIC X(12) VALUE "実行日: ".
           05  WS-RUN-DATE          PIC 9(8).
           05  FILLER               PIC X(16) VALUE "  対象年度: ".
           05  WS-RUN-FY            PIC 9(4).
           05  FILLER               PIC X(92) VALUE SPACES.

       01  WS-SECTION-CREATED       PIC X(132) VALUE
           "【作成した発注】番号    発注番号  業者  "
           & "予算  数量"
           & "      引当額  書名".
       01  WS-SECTION-HELD          PIC X(132) VALUE
           "【見送った継続発注】番号  予算      見込"
           & "額  理由"
           & "                            書名".

       01  WS-CREATED-LINE.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-CR-SO-ID          PIC 9(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-CR-PO-NO          PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-CR-VENDOR         PIC X(5).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-CR-FUND           PIC X(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-CR-QTY            PIC Z9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-CR-AMOUNT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-CR-TITLE          PIC X(50).
           05  FILLER               PIC X(33) VALUE SPACES.

       01  WS-HELD-LINE.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-HL-SO-ID          PIC 9(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-HL-FUND           PIC X(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-HL-AMOUNT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-HL-REASON         PIC X(30).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-HL-TITLE          PIC X(40).
           05  FILLER               PIC X(31) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL         PIC X(24).
           05  WS-TOT-COUNT         PIC ZZ,ZZ9.
           05  FILLER               PIC X(8) VALUE "件  ".
           05  WS-TOT-AMOUNT        PIC ZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM OPEN-FILES
           IF WS-SO-SUCCESS AND WS-PO-SUCCESS AND WS-FUND-SUCCESS
               PERFORM WRITE-REPORT-HEADER
               PERFORM PROCESS-STANDING-ORDERS
               PERFORM WRITE-HELD-SECTION
               DISPLAY "継続発注の月次発注作成を終了し"
                   "ました。"
               DISPLAY "作成した発注: " WS-CREATED-COUNT
               DISPLAY "見送った継続発注: " WS-HELD-COUNT
               DISPLAY "一覧: " WS-REPORT-FILENAME
           ELSE
               DISPLAY "エラー: ファイルを開けません。"
           END-IF
           PERFORM CLOSE-FILES
           GOBACK.

       OPEN-FILES SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(5:2) TO WS-CURRENT-MONTH
           MOVE WS-CURRENT-DATE(1:4) TO WS-FISCAL-YEAR
           IF WS-CURRENT-MONTH < 4
               SUBTRACT 1 FROM WS-FISCAL-YEAR
               COMPUTE WS-CUR-FY-MONTH = WS-CURRENT-MONTH + 9
           ELSE
               COMPUTE WS-CUR-FY-MONTH = WS-CURRENT-MONTH - 3
           END-IF
           STRING "standing_order_" DELIMITED BY SIZE
                   WS-CURRENT-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           OPEN I-O STANDING-ORDER-FILE
           OPEN I-O PO-FILE
           IF WS-PO-NOT-FOUND OR WS-PO-STATUS = "35"
               OPEN OUTPUT PO-FILE
               CLOSE PO-FILE
               OPEN I-O PO-FILE
           END-IF
           OPEN INPUT VENDOR-FILE
           OPEN I-O FUND-FILE
           OPEN OUTPUT REPORT-FILE.

       CLOSE-FILES SECTION.
           CLOSE STANDING-ORDER-FILE
           CLOSE PO-FILE
           CLOSE VENDOR-FILE
           CLOSE FUND-FILE
           CLOSE REPORT-FILE.

       WRITE-REPORT-HEADER SECTION.
           WRITE REPORT-LINE FROM WS-HEADER1
           WRITE REPORT-LINE FROM WS-HEADER2
           WRITE REPORT-LINE FROM WS-HEADER1
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE
           MOVE WS-FISCAL-YEAR TO WS-RUN-FY
           WRITE REPORT-LINE FROM WS-RUN-LINE
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-SECTION-CREATED.

       PROCESS-STANDING-ORDERS SECTION.
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
                       PERFORM CHECK-ORDER-DUE
               END-READ
           END-PERFORM
           MOVE "00" TO WS-SO-STATUS.

      * 発注予定月を年度内の月順に直し、当月までに到来していて
      * 当年度に未発注の有効な継続発注を対象とする
       CHECK-ORDER-DUE SECTION.
           IF SO-EXPECTED-MONTH < 4
               COMPUTE WS-SO-FY-MONTH = SO-EXPECTED-MONTH + 9
           ELSE
               COMPUTE WS-SO-FY-MONTH = SO-EXPECTED-MONTH - 3
           END-IF
           IF SO-ACTIVE
           AND SO-LAST-ORDER-FY < WS-FISCAL-YEAR
           AND WS-SO-FY-MONTH <= WS-CUR-FY-MONTH
               PERFORM GENERATE-ONE-ORDER
           END-IF.

       GENERATE-ONE-ORDER SECTION.
           MOVE SPACES TO WS-HOLD-REASON
           MOVE ZERO TO WS-LINE-AMOUNT
           PERFORM CHECK-VENDOR
           IF WS-NO-HOLD
               PERFORM PRICE-IN-YEN
           END-IF
           IF WS-NO-HOLD
               PERFORM CHECK-FUND-BALANCE
           END-IF
           IF WS-NO-HOLD
               PERFORM WRITE-PURCHASE-ORDER
           END-IF
           IF NOT WS-NO-HOLD
               PERFORM RECORD-HELD-ORDER
           END-IF.

       CHECK-VENDOR SECTION.
           MOVE SO-VENDOR-ID TO VEND-ID
           READ VENDOR-FILE
               INVALID KEY
                   MOVE "業者が未登録" TO WS-HOLD-REASON
               NOT INVALID KEY
                   IF NOT VEND-ACTIVE
                       MOVE "業者が取引停止" TO WS-HOLD-REASON
                   ELSE
                       MOVE VEND-CURRENCY TO WS-PO-CURRENCY
                   END-IF
           END-READ
           MOVE "00" TO WS-VEND-STATUS.

      * 外貨建て業者は見込外貨単価を実行日のレートで円単価にする
       PRICE-IN-YEN SECTION.
           IF WS-PO-YEN
               MOVE SO-UNIT-PRICE TO WS-YEN-PRICE
               MOVE ZERO TO WS-RATE
           ELSE
               CALL "LIBXRLK" USING WS-PO-CURRENCY,
                   WS-CURRENT-DATE, WS-RATE, WS-RATE-RETURN-CODE
               IF WS-RATE-RETURN-CODE NOT = 0
                   MOVE "為替レートが未登録" TO WS-HOLD-REASON
               ELSE
                   COMPUTE WS-YEN-PRICE ROUNDED =
                       SO-FC-PRICE * WS-RATE
               END-IF
           END-IF
           IF WS-NO-HOLD
               COMPUTE WS-LINE-AMOUNT = SO-QTY * WS-YEN-PRICE
               IF WS-LINE-AMOUNT = ZERO
                   MOVE "見込単価が未設定" TO WS-HOLD-REASON
               END-IF
           END-IF.

      * 当年度予算の残額（配賦額－引当額－支出額）が発注額に
      * 足りなければ見送る
       CHECK-FUND-BALANCE SECTION.
           MOVE SO-FUND-CODE TO FUND-CODE
           MOVE WS-FISCAL-YEAR TO FUND-FISCAL-YEAR
           READ FUND-FILE
               INVALID KEY
                   MOVE "当年度の予算が未登録"
                       TO WS-HOLD-REASON
               NOT INVALID KEY
                   IF NOT FUND-ACTIVE
                       MOVE "予算が締切済" TO WS-HOLD-REASON
                   ELSE
                       COMPUTE WS-FREE-BALANCE =
                           FUND-ALLOCATION - FUND-ENCUMBERED
                           - FUND-SPENT - WS-LINE-AMOUNT
                       IF WS-FREE-BALANCE < ZERO
                           MOVE "予算残額が不足"
                               TO WS-HOLD-REASON
                       END-IF
                   END-IF
           END-READ
           MOVE "00" TO WS-FUND-STATUS.

      * 発注を1明細で作成し、予算へ引当して継続発注に発注済の
      * 年度と発注番号を記録する
       WRITE-PURCHASE-ORDER SECTION.
           PERFORM GET-NEXT-PO-NUMBER
           INITIALIZE PO-RECORD
           MOVE WS-NEXT-PO-NO TO PO-NO
           MOVE SO-VENDOR-ID TO PO-VENDOR-ID
           MOVE WS-CURRENT-DATE TO PO-ORDER-DATE
           COMPUTE WS-EXPECTED-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                + SO-LEAD-DAYS)
           MOVE WS-EXPECTED-DATE TO PO-EXPECTED-DATE
           MOVE "O" TO PO-STATUS
           MOVE 1 TO PO-LINE-COUNT
           MOVE SO-ISBN TO PO-LINE-ISBN(1)
           MOVE SO-TITLE TO PO-LINE-TITLE(1)
           MOVE SO-AUTHOR TO PO-LINE-AUTHOR(1)
           MOVE SO-PUBLISHER TO PO-LINE-PUBLISHER(1)
           MOVE WS-CURRENT-DATE(1:4) TO PO-LINE-PUBLISH-YEAR(1)
           MOVE SO-CATEGORY TO PO-LINE-CATEGORY(1)
           MOVE SO-BRANCH TO PO-LINE-BRANCH(1)
           MOVE SO-QTY TO PO-LINE-QTY(1)
           MOVE ZERO TO PO-LINE-RECEIVED(1)
           MOVE SO-FUND-CODE TO PO-LINE-FUND-CODE(1)
           MOVE WS-YEN-PRICE TO PO-LINE-UNIT-PRICE(1)
           IF WS-PO-YEN
               MOVE "JPY" TO PO-LINE-CURRENCY(1)
               MOVE ZERO TO PO-LINE-FC-PRICE(1)
           ELSE
               MOVE WS-PO-CURRENCY TO PO-LINE-CURRENCY(1)
               MOVE SO-FC-PRICE TO PO-LINE-FC-PRICE(1)
           END-IF
           MOVE WS-RATE TO PO-LINE-ORDER-RATE(1)
           MOVE ZERO TO PO-LINE-FX-ADJUST(1)
           WRITE PO-RECORD
               INVALID KEY
                   MOVE "発注を書き込めない" TO WS-HOLD-REASON
           END-WRITE
           IF WS-NO-HOLD
               ADD WS-LINE-AMOUNT TO FUND-ENCUMBERED
               REWRITE FUND-RECORD
                   INVALID KEY
                       DISPLAY "予算の引当を更新できませ"
                           "ん: "
                           FUND-CODE
               END-REWRITE
               MOVE WS-FISCAL-YEAR TO SO-LAST-ORDER-FY
               MOVE PO-NO TO SO-LAST-PO-NO
               MOVE WS-CURRENT-DATE TO SO-LAST-ORDER-DATE
               REWRITE STANDING-ORDER-RECORD
                   INVALID KEY
                       DISPLAY "継続発注を更新できません: "
                           SO-ID
               END-REWRITE
               MOVE PO-NO TO WS-AUDIT-KEY
               MOVE SPACES TO WS-AUDIT-BEFORE
               MOVE SO-ID TO WS-AUDIT-AFTER
               CALL "LIBAUDIT" USING "PO", WS-AUDIT-KEY,
                   "CREATE", "LIBSTOB", "BATCH   ",
                   WS-AUDIT-BEFORE, WS-AUDIT-AFTER,
                   WS-AUDIT-RETURN-CODE
               ADD 1 TO WS-CREATED-COUNT
               ADD WS-LINE-AMOUNT TO WS-CREATED-AMOUNT
               MOVE SO-ID TO WS-CR-SO-ID
               MOVE PO-NO TO WS-CR-PO-NO
               MOVE SO-VENDOR-ID TO WS-CR-VENDOR
               MOVE SO-FUND-CODE TO WS-CR-FUND
               MOVE SO-QTY TO WS-CR-QTY
               MOVE WS-LINE-AMOUNT TO WS-CR-AMOUNT
               MOVE SO-TITLE TO WS-CR-TITLE
               WRITE REPORT-LINE FROM WS-CREATED-LINE
           END-IF
           MOVE "00" TO WS-PO-STATUS.

       GET-NEXT-PO-NUMBER SECTION.
           MOVE 99999999 TO PO-NO
           START PO-FILE KEY <= PO-NO
               INVALID KEY
                   MOVE 1 TO WS-NEXT-PO-NO
               NOT INVALID KEY
                   READ PO-FILE PREVIOUS
                       AT END
                           MOVE 1 TO WS-NEXT-PO-NO
                       NOT AT END
                           ADD 1 TO PO-NO GIVING WS-NEXT-PO-NO
                   END-READ
           END-START.

       RECORD-HELD-ORDER SECTION.
           ADD 1 TO WS-HELD-COUNT
           ADD WS-LINE-AMOUNT TO WS-HELD-AMOUNT
           IF WS-HELD-COUNT <= 500
               MOVE SO-ID TO WS-HELD-SO-ID(WS-HELD-COUNT)
               MOVE SO-TITLE TO WS-HELD-TITLE(WS-HELD-COUNT)
               MOVE SO-FUND-CODE TO WS-HELD-FUND-CODE(WS-HELD-COUNT)
               MOVE WS-LINE-AMOUNT TO WS-HELD-AMOUNT-E(WS-HELD-COUNT)
               MOVE WS-HOLD-REASON TO WS-HELD-REASON(WS-HELD-COUNT)
           END-IF.

       WRITE-HELD-SECTION SECTION.
           MOVE "作成合計" TO WS-TOT-LABEL
           MOVE WS-CREATED-COUNT TO WS-TOT-COUNT
           MOVE WS-CREATED-AMOUNT TO WS-TOT-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-SECTION-HELD
           PERFORM VARYING WS-HELD-I FROM 1 BY 1
                   UNTIL WS-HELD-I > WS-HELD-COUNT
                   OR WS-HELD-I > 500
               MOVE WS-HELD-SO-ID(WS-HELD-I) TO WS-HL-SO-ID
               MOVE WS-HELD-FUND-CODE(WS-HELD-I) TO WS-HL-FUND
               MOVE WS-HELD-AMOUNT-E(WS-HELD-I) TO WS-HL-AMOUNT
               MOVE WS-HELD-REASON(WS-HELD-I) TO WS-HL-REASON
               MOVE WS-HELD-TITLE(WS-HELD-I) TO WS-HL-TITLE
               WRITE REPORT-LINE FROM WS-HELD-LINE
           END-PERFORM
           MOVE "見送り合計" TO WS-TOT-LABEL
           MOVE WS-HELD-COUNT TO WS-TOT-COUNT
           MOVE WS-HELD-AMOUNT TO WS-TOT-AMOUNT
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.
