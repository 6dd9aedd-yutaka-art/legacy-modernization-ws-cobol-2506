      * 学生の履修登録端末用暗証番号（student_pin.dat）。学籍
      * 番号ごとに1件。設定・再設定は学生マスタ管理（STUREG）で
      * 窓口が行い、再設定で連続失敗回数と停止状態を解除する。
      * 端末（SYLSELF）は規定回数続けて誤入力されると停止（L）に
      * する
       01  STUDENT-PIN-RECORD.
           05  SPN-STUDENT-ID           PIC X(7).
           05  SPN-PIN                  PIC X(4).
           05  SPN-FAIL-COUNT           PIC 9(1).
           05  SPN-STATUS               PIC X(1).
               88  SPN-ACTIVE           VALUE "A".
               88  SPN-LOCKED           VALUE "L".
           05  SPN-SET-DATE             PIC 9(8).
           05  SPN-LAST-SIGNIN-DATE     PIC 9(8).
