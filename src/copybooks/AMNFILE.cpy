      * 延滞金の恩赦キャンペーン（amnesty.dat）。LIBWAIVEで登録し、
      * 一括減免バッチLIBAMNSが主任以上の承認1回で実行する
       01  AMNESTY-RECORD.
           05  AMN-ID                   PIC X(6).
           05  AMN-NAME                 PIC X(40).
      * 実施期間（この間に返却された資料の延滞金が対象）
           05  AMN-START-DATE           PIC 9(8).
           05  AMN-END-DATE             PIC 9(8).
      * 対象の延滞金種別（FINE-TYPEの文字を並べる。例 "O"、"OD"。
      * 種別が空白の延滞金は延滞（O）として扱う）
           05  AMN-FINE-TYPES           PIC X(5).
      * 対象の利用者区分（USER-TYPEの文字を並べる。例 "12"）
           05  AMN-USER-TYPES           PIC X(3).
      * 1件あたりの上限額（未払残高がこれを超える延滞金は
      * 対象外。0は上限なし）
           05  AMN-MAX-AMOUNT           PIC 9(6)V99.
           05  AMN-STATUS               PIC X(1).
               88  AMN-PLANNED          VALUE "P".
               88  AMN-EXECUTED         VALUE "E".
               88  AMN-CANCELLED        VALUE "C".
           05  AMN-CREATE-OPER          PIC X(8).
           05  AMN-CREATE-DATE          PIC 9(8).
      * 最後に実行した日と承認者、減免の累計（再実行で加算）
           05  AMN-RUN-DATE             PIC 9(8).
           05  AMN-APPR-OPER            PIC X(8).
           05  AMN-FORGIVEN-COUNT       PIC 9(5).
           05  AMN-FORGIVEN-AMOUNT      PIC 9(8)V99.
