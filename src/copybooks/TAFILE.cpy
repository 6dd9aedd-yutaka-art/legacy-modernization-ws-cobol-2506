      * ティーチング・アシスタント（TA）マスタ
      * （teaching_assistant.dat）。
      * TAは在籍学生で、学籍番号をキーとする。時給と週あたりの
      * 上限時間を持ち、セクションへの配置（TASGFILE）はSYLTAで
      * この上限を超えないように登録する
       01  TA-RECORD.
           05  TA-STUDENT-ID            PIC X(7).
      * 時給（円）
           05  TA-HOURLY-RATE           PIC 9(5).
           05  TA-MAX-WEEKLY-HOURS      PIC 9(2).
           05  TA-STATUS                PIC X(1).
               88  TA-ACTIVE            VALUE "A".
               88  TA-INACTIVE          VALUE "I".
           05  TA-REG-DATE              PIC 9(8).
