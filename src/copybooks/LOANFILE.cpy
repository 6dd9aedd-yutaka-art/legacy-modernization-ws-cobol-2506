      * 受取者の利用者ID・期限区分を持たない旧形式のファイルは
      * LIBLONCVで変換する
       01  LOAN-RECORD.
           05  LOAN-NO                  PIC 9(10).
           05  LOAN-USER-ID             PIC X(08).
               88  LOAN-RECALLED        VALUE "Y".
      * 時間貸しの返却期限時刻（HHMMSS。0なら当日中＝日貸し）
           05  LOAN-DUE-TIME            PIC 9(6).
      * 代理人・団体口座のメンバーが受け取った場合の受取者の
      * 利用者ID（本人の受取なら空白）
           05  LOAN-COLLECT-USER-ID     PIC X(8).
      * 期限区分（T=学期末の期限で貸し出した。延長も学期末で
      * 揃え、学期末前の返却案内の対象にする。空白は日数）
           05  LOAN-DUE-RULE            PIC X(1).
               88  LOAN-DUE-TERM-END    VALUE "T".
