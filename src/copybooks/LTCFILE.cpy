      * 抽選登録を行う科目（lottery_course.dat）。科目×学期で
      * 登録し、履修登録期間中はSYLENRが履修せずに抽選申込み
      * （LRQFILE）として受け付ける。優先区分Yは指定学年、Mは
      * 指定学科（空白は科目の学科）の学生を先に抽選する。
      * 期間終了後にSYLLOTが抽選し、状態を抽選済（D）にする
       01  LOTTERY-COURSE-RECORD.
           05  LTC-KEY.
               10  LTC-COURSE-ID        PIC X(6).
               10  LTC-SEMESTER         PIC X(2).
           05  LTC-PRIORITY-TYPE        PIC X(1).
               88  LTC-PRI-NONE         VALUE "N".
               88  LTC-PRI-YEAR         VALUE "Y".
               88  LTC-PRI-MAJOR        VALUE "M".
               88  LTC-VALID-PRIORITY   VALUE "N" "Y" "M".
           05  LTC-PRIORITY-YEAR        PIC 9(1).
           05  LTC-PRIORITY-DEPT        PIC X(4).
           05  LTC-STATUS               PIC X(1).
               88  LTC-OPEN             VALUE "O".
               88  LTC-DRAWN            VALUE "D".
           05  LTC-DRAW-DATE            PIC 9(8).
           05  LTC-REG-DATE             PIC 9(8).
