      * 奨学金マスタ（scholarship.dat）。奨学金IDで1件。対象の
      * 学科（空白のみなら全学科）と学年の範囲、累積GPA（STN-
      * CUM-GPA）と修得単位数の下限、給付人数を持つ。登録・修正
      * と受給者の確定はSYLSCH、学期末の候補選定はSYLSCHPで行う
       01  SCHOLARSHIP-RECORD.
           05  SCH-ID                   PIC X(4).
           05  SCH-NAME                 PIC X(30).
           05  SCH-AMOUNT               PIC 9(7).
           05  SCH-DEPARTMENTS.
               10  SCH-DEPARTMENT-ID    PIC X(4) OCCURS 5 TIMES.
           05  SCH-YEAR-FROM            PIC 9(1).
           05  SCH-YEAR-TO              PIC 9(1).
           05  SCH-MIN-GPA              PIC 9V99.
           05  SCH-MIN-CREDITS          PIC 9(3).
           05  SCH-AWARD-COUNT          PIC 9(3).
           05  SCH-STATUS               PIC X(1).
               88  SCH-ACTIVE           VALUE "A".
               88  SCH-INACTIVE         VALUE "I".
           05  SCH-REGISTER-DATE        PIC 9(8).
