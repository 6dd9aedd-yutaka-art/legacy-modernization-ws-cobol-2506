      * 学生の履修登録保留（student_hold.dat）。学籍番号＋連番で
      * 1件。学費未納・履修指導の面談未了・提出書類の不足・懲戒
      * などの保留を、設定した部署と設定者・解除者とともに記録
      * する。阻止区分Yで有効な保留は、発効日以降、履修登録・
      * 待機からの繰上げ・抽選当選・一括登録を止める（SYLHLDCで
      * 判定する）。登録・解除はSYLHOLDで行う
       01  STUDENT-HOLD-RECORD.
           05  SHD-KEY.
               10  SHD-STUDENT-ID       PIC X(7).
               10  SHD-SEQ              PIC 9(3).
           05  SHD-HOLD-TYPE            PIC X(1).
               88  SHD-TYPE-TUITION     VALUE "T".
               88  SHD-TYPE-ADVISING    VALUE "A".
               88  SHD-TYPE-DOCUMENTS   VALUE "D".
               88  SHD-TYPE-DISCIPLINE  VALUE "S".
               88  SHD-TYPE-OTHER       VALUE "O".
               88  SHD-VALID-TYPE       VALUE "T" "A" "D" "S" "O".
           05  SHD-OFFICE               PIC X(10).
           05  SHD-BLOCK-FLAG           PIC X(1).
               88  SHD-BLOCKING         VALUE "Y".
           05  SHD-REASON               PIC X(30).
           05  SHD-EFFECTIVE-DATE       PIC 9(8).
           05  SHD-PLACED-DATE          PIC 9(8).
           05  SHD-PLACED-BY            PIC X(8).
           05  SHD-STATUS               PIC X(1).
               88  SHD-ACTIVE           VALUE "A".
               88  SHD-RELEASED         VALUE "R".
           05  SHD-RELEASE-DATE         PIC 9(8).
           05  SHD-RELEASED-BY          PIC X(8).
