      * 学科ごとの授与学位（degree.dat）。学位名（和文・英文）と
      * 学位記番号の最終番号を持つ。学科マスタ管理（SYLDEP）で
      * 登録し、最終番号は台帳から引き継ぐ番号を設定できる。
      * 年度末の卒業処理（STUPROG）が最終番号に続けて採番する
       01  DEGREE-RECORD.
           05  DEG-DEPARTMENT-ID        PIC X(4).
           05  DEG-CODE                 PIC X(4).
           05  DEG-NAME-JP              PIC X(30).
           05  DEG-NAME-EN              PIC X(50).
           05  DEG-LAST-SERIAL          PIC 9(5).
