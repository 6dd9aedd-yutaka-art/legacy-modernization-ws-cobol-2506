      * 中間期の要注意学生フラグ。担当教員が履修名簿から立て、
      * 学生宛の通知とアドバイザ別一覧（SYLWARN）に使う。
      * 出席率が3分の2に満たない学生は出席率レポート（SYLATT）
      * が候補（状態C）として登録し、SYLWARNで確認して立てる
       01  MIDTERM-WARNING-RECORD.
           05  MWN-KEY.
               10  MWN-STUDENT-ID       PIC X(7).
           05  MWN-STATUS               PIC X(1).
               88  MWN-OPEN             VALUE "O".
               88  MWN-RESOLVED         VALUE "R".
               88  MWN-CANDIDATE        VALUE "C".
