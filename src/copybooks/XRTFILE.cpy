      * 為替レートマスタ（exchange_rate.dat）。通貨コード＋適用
      * 開始日をキーとし、外貨1単位あたりの円レートを持つ。
      * ある日付のレートは、その日以前で最も新しい適用開始日の
      * レコード（LIBXRLKで参照）。保守はLIBACQで行う
       01  XRATE-RECORD.
           05  XRT-KEY.
               10  XRT-CURRENCY         PIC X(3).
               10  XRT-EFFECTIVE-DATE   PIC 9(8).
           05  XRT-RATE                 PIC 9(4)V9(4).
           05  XRT-ENTRY-DATE           PIC 9(8).
           05  XRT-ENTRY-OPER           PIC X(8).
