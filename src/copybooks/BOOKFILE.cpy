      * 受入区分・寄贈者ID・ラベル印刷日を持たない旧形式の
      * ファイルはLIBBOKCVで変換する
       01  BOOK-RECORD.
           05  BOOK-ID                  PIC X(10).
           05  BOOK-ISBN                PIC X(13).
           05  BOOK-CALL-NO             PIC X(15).
      * 除却日（状態をWにした日。資産台帳の年度帰属に使う）
           05  BOOK-WITHDRAW-DATE       PIC 9(8).
      * 受入区分（G=寄贈。空白・Pは購入）。寄贈本はBOOK-PRICEに
      * 取得原価ではなく評価額を持ち、寄贈者（donor.dat）を記録する
           05  BOOK-ACQ-SOURCE          PIC X(1).
               88  BOOK-GIFT            VALUE "G".
           05  BOOK-DONOR-ID            PIC X(8).
      * 背ラベル・バーコード印刷日（0は未印刷。LIBLABELが設定する）
           05  BOOK-LABEL-DATE          PIC 9(8).
