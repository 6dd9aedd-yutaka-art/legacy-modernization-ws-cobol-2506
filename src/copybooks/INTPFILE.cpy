      * 利用者の関心分野（interest_profile.dat）。利用者ごとに1件で、
      * 分類コード（C）または件名標目の語（S）を最大10項目持つ。
      * 週次の新着案内バッチ（LIBNEWA）が新たに登録された蔵書と
      * 照合し、該当があれば通知スプール（通知種別NEWA）へ出す。
      * カウンタ（LIBIPRF）とOPACのマイアカウントで保守する
       01  INTP-RECORD.
           05  INTP-USER-ID             PIC X(08).
           05  INTP-ENTRY OCCURS 10 TIMES.
               10  INTP-KIND            PIC X(1).
                   88  INTP-BY-CATEGORY VALUE "C".
                   88  INTP-BY-SUBJECT  VALUE "S".
               10  INTP-VALUE           PIC X(40).
           05  INTP-UPDATE-DATE         PIC 9(8).
           05  INTP-LAST-ALERT-DATE     PIC 9(8).
