               10  PO-LINE-QTY          PIC 9(2).
               10  PO-LINE-RECEIVED     PIC 9(2).
      * 予算統制用（acq_fund.dat参照）。単価×数量を発注時に
      * 予算引当し、請求書の承認時（LIBINV）に支出へ振り替える
               10  PO-LINE-FUND-CODE    PIC X(4).
               10  PO-LINE-UNIT-PRICE   PIC 9(7).
      * 最終検収日（業者実績レポートLIBVPERFの集計元）
               10  PO-LINE-RECV-DATE    PIC 9(8).
      * 外貨建て発注（空白・JPYは円建て）。PO-LINE-UNIT-PRICEは
      * 発注日のレートで換算した円単価で、引当はこの円単価で行う。
      * 検収時のレートとの差額は検収のつど予算の引当へ計上し、
      * PO-LINE-FX-ADJUSTに累計する（請求書承認時に引当から外す）
               10  PO-LINE-CURRENCY     PIC X(3).
               10  PO-LINE-FC-PRICE     PIC 9(7)V99.
               10  PO-LINE-ORDER-RATE   PIC 9(4)V9(4).
               10  PO-LINE-FX-ADJUST    PIC S9(9).
