      * 業者請求書（vendor_invoice.dat）。業者コード＋業者の
      * 請求書番号をキーとし、発注（PO-NO）の明細ごとに請求数量と
      * 単価を持つ。登録時に発注数量・単価・検収数と照合し
      * （三者照合）、承認時に予算の引当を支出へ振り替える。
      * 承認済の請求書は支払データ抽出（LIBINVX）で経理へ渡す
       01  INVOICE-RECORD.
           05  INV-KEY.
               10  INV-VENDOR-ID        PIC X(5).
               10  INV-NO               PIC X(15).
           05  INV-PO-NO                PIC 9(8).
           05  INV-DATE                 PIC 9(8).
           05  INV-ENTRY-DATE           PIC 9(8).
           05  INV-ENTRY-OPER           PIC X(8).
           05  INV-TOTAL-AMOUNT         PIC 9(9).
           05  INV-STATUS               PIC X(1).
               88  INV-MATCHED          VALUE "E".
               88  INV-MISMATCH         VALUE "M".
               88  INV-APPROVED         VALUE "A".
               88  INV-REJECTED         VALUE "J".
      *    合計額の照合（明細合計と請求書記載の合計）
           05  INV-TOTAL-MATCH          PIC X(1).
               88  INV-TOTAL-AGREES     VALUE "Y".
           05  INV-APPROVE-DATE         PIC 9(8).
           05  INV-APPROVE-OPER         PIC X(8).
      *    支払データ抽出日（0は未抽出）
           05  INV-EXPORT-DATE          PIC 9(8).
      *    外貨建て業者の請求書（INV-CURRENCYが空白・JPY以外）は
      *    外貨の合計額・単価で照合し、請求日のレート（INV-RATE）で
      *    換算した円額をINV-TOTAL-AMOUNT・INV-LINE-UNIT-PRICEに持つ
           05  INV-CURRENCY             PIC X(3).
               88  INV-YEN              VALUE SPACES, "JPY".
           05  INV-TOTAL-FC             PIC 9(9)V99.
           05  INV-RATE                 PIC 9(4)V9(4).
           05  INV-LINE-COUNT           PIC 9(2).
           05  INV-LINES OCCURS 10 TIMES.
               10  INV-LINE-PO-LINE     PIC 9(2).
               10  INV-LINE-QTY         PIC 9(2).
               10  INV-LINE-UNIT-PRICE  PIC 9(7).
               10  INV-LINE-FC-PRICE    PIC 9(7)V99.
      *        照合結果。Q=発注数超過 R=未検収分の請求
      *        P=単価相違
               10  INV-LINE-MATCH       PIC X(1).
                   88  INV-LINE-OK      VALUE "Y".
                   88  INV-LINE-OVER-ORDER VALUE "Q".
                   88  INV-LINE-OVER-RECV  VALUE "R".
                   88  INV-LINE-PRICE-DIFF VALUE "P".
