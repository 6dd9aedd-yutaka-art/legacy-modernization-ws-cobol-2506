      * 電子資料ライセンス台帳（eresource.dat）。電子ブック
      * パッケージ・データベース・電子ジャーナルの契約を1件ずつ
      * 持つ。保守はLIBERES、更新期限の案内はLIBEREN、予算別の
      * 費用はLIBASSET、OPACの検索結果にも紙の所蔵と並べて出す
       01  ERES-RECORD.
           05  ERES-ID                  PIC X(8).
           05  ERES-TITLE               PIC X(50).
      * 種別（E=電子ブック D=データベース J=電子ジャーナル）
           05  ERES-KIND                PIC X(1).
               88  ERES-KIND-VALID      VALUE "E" "D" "J".
           05  ERES-VENDOR-ID           PIC X(5).
      * 支払予算（acq_fund.datの予算コード）
           05  ERES-FUND-CODE           PIC X(4).
           05  ERES-LICENSE-START       PIC 9(8).
           05  ERES-LICENSE-END         PIC 9(8).
      * 契約期間あたりの価格（円）
           05  ERES-PRICE               PIC 9(7)V99.
      * 同時アクセス数（0は無制限）
           05  ERES-CONCURRENT          PIC 9(3).
               88  ERES-UNLIMITED       VALUE 0.
      * 利用を認める利用者区分（USER-TYPEを並べる。空白は全員）
           05  ERES-AUTH-TYPES          PIC X(5).
           05  ERES-ACCESS-URL          PIC X(60).
           05  ERES-STATUS              PIC X(1).
               88  ERES-ACTIVE          VALUE "A".
               88  ERES-CANCELLED       VALUE "C".
           05  ERES-UPDATE-DATE         PIC 9(8).
           05  ERES-UPDATE-OPER         PIC X(8).
