      * 授業回ごとの出欠（attendance.dat）。担当教員が成績入力
      * （SYLGRD）の履修名簿から授業回ごとに入力する。休講日は
      * 入力できず、補講日は授業回として入力できる（SYLCEX）。
      * 出席率レポート（SYLATT）が集計する
       01  ATTENDANCE-RECORD.
           05  ATT-KEY.
               10  ATT-COURSE-ID        PIC X(6).
               10  ATT-DATE             PIC 9(8).
               10  ATT-STUDENT-ID       PIC X(7).
           05  ATT-SEMESTER             PIC X(2).
      * 遅刻と公欠は出席として数える
           05  ATT-STATUS               PIC X(1).
               88  ATT-PRESENT          VALUE "P".
               88  ATT-ABSENT           VALUE "A".
               88  ATT-LATE             VALUE "L".
               88  ATT-EXCUSED          VALUE "E".
               88  ATT-VALID-STATUS     VALUE "P" "A" "L" "E".
               88  ATT-COUNTS-PRESENT   VALUE "P" "L" "E".
           05  ATT-TEACHER-ID           PIC X(5).
           05  ATT-ENTRY-DATE           PIC 9(8).
