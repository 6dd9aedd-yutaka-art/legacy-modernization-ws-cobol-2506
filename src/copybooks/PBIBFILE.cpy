      * 件名標目を持たない旧形式のファイルはLIBPBBCVで変換する
       01  PBIB-RECORD.
           05  PBIB-ISBN                PIC X(13).
           05  PBIB-TITLE               PIC X(50).
           05  PBIB-PUBLISHER           PIC X(30).
           05  PBIB-PUBLISH-YEAR        PIC 9(4).
           05  PBIB-LOAD-DATE           PIC 9(8).
      *    目録サービスの抽出に含まれる件名標目（最大5件）。
      *    図書登録・検収で蔵書を作成するときに件名ファイルへ写す
           05  PBIB-SUBJECT             PIC X(40) OCCURS 5 TIMES.
