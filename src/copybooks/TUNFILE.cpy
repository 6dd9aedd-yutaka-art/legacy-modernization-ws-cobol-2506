      * 教員の授業不可時間帯（teacher_unavail.dat）。教員×曜日×
      * 時限で登録し、学期を指定した行はその学期だけに効く
      * （空白は全学期）。時限0は終日。非常勤講師の出講できない
      * 曜日は不可（H）、委員会などの定例会議は要注意（S）として
      * 登録する。SYLREG・SYLUPD・SYLSECはSYLTUNCKで照合し、
      * 不可は差し戻し、要注意は警告する。SYLTUNで保守する
       01  TEACHER-UNAVAIL-RECORD.
           05  TUN-KEY.
               10  TUN-TEACHER-ID       PIC X(5).
               10  TUN-DAY-OF-WEEK      PIC X(1).
               10  TUN-PERIOD           PIC 9(1).
               10  TUN-SEMESTER         PIC X(2).
           05  TUN-LEVEL                PIC X(1).
               88  TUN-HARD             VALUE "H".
               88  TUN-SOFT             VALUE "S".
               88  TUN-VALID-LEVEL      VALUE "H" "S".
           05  TUN-REASON               PIC X(30).
           05  TUN-REG-DATE             PIC 9(8).
