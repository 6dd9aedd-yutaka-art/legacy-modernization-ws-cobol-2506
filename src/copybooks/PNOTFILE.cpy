      * 利用者注意事項（patron_note.dat）。利用者IDごとに連番で
      * 複数の注意事項を持つ。重要度 I=参考 C=注意 B=貸出前に
      * 要対応（セルフ端末は利用不可）。有効期限がゼロなら無期限。
      * 登録・削除はLIBPNOT、表示はLIBLOAN・LIBRETURN、
      * 要対応の判定はLIBSELFが行う
       01  PNOT-RECORD.
           05  PNOT-KEY.
               10  PNOT-USER-ID         PIC X(8).
               10  PNOT-SEQ             PIC 9(3).
           05  PNOT-NOTE-DATE           PIC 9(8).
           05  PNOT-AUTHOR-OPER         PIC X(8).
           05  PNOT-EXPIRE-DATE         PIC 9(8).
           05  PNOT-SEVERITY            PIC X(1).
               88  PNOT-INFO            VALUE "I".
               88  PNOT-CAUTION         VALUE "C".
               88  PNOT-BLOCKING        VALUE "B".
               88  PNOT-VALID-SEVERITY  VALUE "I", "C", "B".
           05  PNOT-STATUS              PIC X(1).
               88  PNOT-ACTIVE          VALUE "A".
               88  PNOT-REMOVED         VALUE "R".
           05  PNOT-TEXT                PIC X(60).
           05  PNOT-REMOVE-DATE         PIC 9(8).
           05  PNOT-REMOVE-OPER         PIC X(8).
