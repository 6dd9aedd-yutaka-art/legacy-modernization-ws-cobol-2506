      * 面談予約（advising_appointment.dat）。教員ID＋面談日＋
      * 時限＋学籍番号で1件。学籍番号を重複可の代替キーとし、
      * 学生ごとの予約をたどる。
      * 学生が予約端末（SYLAPPT）でオフィスアワーのコマに予約し
      * （状態B）、学生自身の取消で状態X、教員が面談後に結果を
      * 記録して実施（M）または欠席（N）とする（SYLADVM）。
      * 学期と曜日は予約時にオフィスアワーのコマから写す。
      * 目的Aは履修指導、Wは要注意フラグ（SYLWARN）の面談、Cは
      * 授業の質問
       01  ADVISING-APPOINTMENT-RECORD.
           05  APT-KEY.
               10  APT-TEACHER-ID       PIC X(5).
               10  APT-DATE             PIC 9(8).
               10  APT-PERIOD           PIC 9(1).
               10  APT-STUDENT-ID       PIC X(7).
           05  APT-SEMESTER             PIC X(2).
           05  APT-DAY-OF-WEEK          PIC X(1).
           05  APT-PURPOSE              PIC X(1).
               88  APT-PURPOSE-ADVISING VALUE "A".
               88  APT-PURPOSE-WARNING  VALUE "W".
               88  APT-PURPOSE-COURSE   VALUE "C".
               88  APT-VALID-PURPOSE    VALUE "A" "W" "C".
           05  APT-COURSE-ID            PIC X(6).
           05  APT-STATUS               PIC X(1).
               88  APT-BOOKED           VALUE "B".
               88  APT-CANCELLED        VALUE "X".
               88  APT-MET              VALUE "M".
               88  APT-NO-SHOW          VALUE "N".
           05  APT-BOOKED-DATE          PIC 9(8).
           05  APT-OUTCOME-DATE         PIC 9(8).
           05  APT-OUTCOME-NOTE         PIC X(40).
           05  APT-FOLLOW-UP            PIC X(1).
               88  APT-FOLLOW-UP-NEEDED VALUE "Y".
