      * TAのセクション配置（ta_assignment.dat）。学期ごとに
      * 科目コード＋セクション番号（SECFILE）へ週あたりの時間で
      * 配置する。セクション番号0はセクション分けのない科目。
      * 学籍番号＋学期を先頭に置き、TAごとの週時間合計を求め
      * やすくしている
       01  TA-ASSIGN-RECORD.
           05  TAS-KEY.
               10  TAS-STUDENT-ID       PIC X(7).
               10  TAS-SEMESTER         PIC X(2).
               10  TAS-COURSE-ID        PIC X(6).
               10  TAS-SEC-NO           PIC 9(2).
           05  TAS-WEEKLY-HOURS         PIC 9(2).
           05  TAS-STATUS               PIC X(1).
               88  TAS-ACTIVE           VALUE "A".
               88  TAS-ENDED            VALUE "E".
           05  TAS-ASSIGN-DATE          PIC 9(8).
