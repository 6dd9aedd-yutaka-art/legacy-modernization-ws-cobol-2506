      * 多巻もの・シリーズの巻リンク（book_set_volume.dat）。
      * セット番号＋巻番号＋図書IDをキーとし、同じ巻の複本は
      * 図書IDごとに1件ずつ持つ。図書IDの代替キーで、蔵書から
      * 所属するセットを引く（OPACのセット表示に使う）
       01  BSV-RECORD.
           05  BSV-KEY.
               10  BSV-SET-ID           PIC 9(6).
               10  BSV-VOL-NO           PIC 9(3).
               10  BSV-BOOK-ID          PIC X(10).
      *    巻の表示（例：「第3巻 か－き」）。空白なら巻番号で示す
           05  BSV-VOL-LABEL            PIC X(20).
           05  BSV-LINK-DATE            PIC 9(8).
           05  BSV-LINK-OPER            PIC X(8).
