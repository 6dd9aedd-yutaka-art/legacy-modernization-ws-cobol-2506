      * 貸出冊数上限・期限区分を持たない旧形式のファイルは
      * LIBPLCCVで変換する
       01  POLICY-RECORD.
           05  PLCY-KEY.
               10  PLCY-MATERIAL-TYPE   PIC X(2).
           05  PLCY-PERIOD-UNIT         PIC X(1).
               88  PLCY-HOURLY          VALUE "H".
           05  PLCY-HOURLY-FINE-RATE    PIC 9(4).
      * 貸出冊数の上限（0なら利用者区分ごとの標準冊数）
           05  PLCY-MAX-LOANS           PIC 9(2).
      * 返却期限の決め方（T=学期末。学年暦の学期終了日を期限と
      * し休館日なら翌開館日。空白は貸出日数による）
           05  PLCY-DUE-RULE            PIC X(1).
               88  PLCY-DUE-TERM-END    VALUE "T".
