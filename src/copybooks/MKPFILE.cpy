      * 追試験の実施期間（makeup_period.dat）。学期ごとに1件。
      * 申請期限を過ぎた後、追試験編成（SYLMKSC）が開始日から
      * 指定日数（1日4限）のコマへ承認済の申請を割り当てる
       01  MAKEUP-PERIOD-RECORD.
           05  MKP-SEMESTER             PIC X(2).
           05  MKP-APPLY-DEADLINE       PIC 9(8).
           05  MKP-START-DATE           PIC 9(8).
           05  MKP-DAYS                 PIC 9(1).
           05  MKP-SET-DATE             PIC 9(8).
