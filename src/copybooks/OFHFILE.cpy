      * 教員のオフィスアワー（office_hours.dat）。教員ID＋学期＋
      * 曜日（1=月〜7=日）＋時限で1件。場所は登録時に教員マスタ
      * の研究室（TEA-OFFICE-LOCATION）を初期値とする。
      * 1コマの予約上限人数まで、学生が日付を指定して面談を予約
      * できる（SYLAPPT）。登録・取りやめと学科別一覧はSYLOFH
       01  OFFICE-HOUR-RECORD.
           05  OFH-KEY.
               10  OFH-TEACHER-ID       PIC X(5).
               10  OFH-SEMESTER         PIC X(2).
               10  OFH-DAY-OF-WEEK      PIC X(1).
               10  OFH-PERIOD           PIC 9(1).
           05  OFH-LOCATION             PIC X(15).
           05  OFH-SLOT-CAPACITY        PIC 9(2).
           05  OFH-STATUS               PIC X(1).
               88  OFH-ACTIVE           VALUE "A".
               88  OFH-WITHDRAWN        VALUE "W".
           05  OFH-UPDATED-DATE         PIC 9(8).
