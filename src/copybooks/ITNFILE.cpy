      * 学生の実習（internship.dat）。学籍番号＋実習番号（学生
      * ごとの連番）をキーとする。受入先、期間、規定時間と実績
      * 時間、実習先指導者、担当教員、評価を持つ。担当教員が評価を
      * 入力すると修了（C）とし、実習科目の成績を単位認定学期で
      * 記録する
       01  INTERNSHIP-RECORD.
           05  ITN-KEY.
               10  ITN-STUDENT-ID       PIC X(7).
               10  ITN-SEQ              PIC 9(2).
           05  ITN-HOST-ID              PIC X(6).
           05  ITN-COURSE-ID            PIC X(6).
           05  ITN-SEMESTER             PIC X(2).
           05  ITN-START-DATE           PIC 9(8).
           05  ITN-END-DATE             PIC 9(8).
           05  ITN-REQUIRED-HOURS       PIC 9(4).
           05  ITN-HOURS                PIC 9(4).
           05  ITN-SITE-SUPERVISOR      PIC X(30).
           05  ITN-FACULTY-ID           PIC X(5).
           05  ITN-EVAL-GRADE           PIC X(2).
           05  ITN-EVAL-POINT           PIC 9V9.
           05  ITN-EVAL-COMMENT         PIC X(40).
           05  ITN-EVAL-DATE            PIC 9(8).
           05  ITN-REGISTER-DATE        PIC 9(8).
           05  ITN-STATUS               PIC X(1).
               88  ITN-PLACED           VALUE "P".
               88  ITN-COMPLETED        VALUE "C".
               88  ITN-CANCELLED        VALUE "X".
