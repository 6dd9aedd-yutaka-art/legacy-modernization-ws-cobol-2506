      * 学科・入学年度別の学内順位（class_rank.dat）。学籍番号＋
      * 学期で1件。学期末にSYLRANKが累積GPA（同点は修得単位数）
      * で順位を付けて記録し、成績証明書（SYLTRN）が求めに応じて
      * 直近の順位と上位からの百分率を印字する
       01  CLASS-RANK-RECORD.
           05  CRK-KEY.
               10  CRK-STUDENT-ID       PIC X(7).
               10  CRK-SEMESTER         PIC X(2).
           05  CRK-DEPARTMENT-ID        PIC X(4).
           05  CRK-ADMISSION-YEAR       PIC 9(4).
           05  CRK-CUM-GPA              PIC 9V99.
           05  CRK-CREDITS              PIC 9(3).
           05  CRK-RANK                 PIC 9(4).
           05  CRK-COHORT-SIZE          PIC 9(4).
           05  CRK-PERCENTILE           PIC 9(3)V9.
           05  CRK-COMPUTE-DATE         PIC 9(8).
