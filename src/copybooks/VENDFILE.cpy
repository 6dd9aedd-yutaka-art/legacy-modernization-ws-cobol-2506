      * 取引通貨を持たない旧形式のファイルはLIBVNDCVで変換する
       01  VENDOR-RECORD.
           05  VEND-ID                  PIC X(5).
           05  VEND-NAME                PIC X(30).
           05  VEND-EMAIL               PIC X(30).
           05  VEND-STATUS              PIC X(1).
               88  VEND-ACTIVE          VALUE "A".
      * 取引通貨（ISOコード。空白は円建て）。外貨建て業者の発注は
      * 為替レートマスタ（exchange_rate.dat）で円換算する
           05  VEND-CURRENCY            PIC X(3).
