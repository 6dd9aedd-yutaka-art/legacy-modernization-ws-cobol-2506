      * 学生の連絡先（student_contact.dat）。学籍番号ごとに1件。
      * 自宅住所・保証人の氏名と住所・緊急連絡先と、保証人宛の
      * 成績通知の郵送同意を持つ。学生マスタ管理（STUREG）で登録
      * し、学期末の成績通知郵送（SYLGMAIL）が同意者の保証人宛
      * に通知と宛名ラベルを作る。保証人の郵便番号が空白なら
      * 自宅住所へ送る
       01  STUDENT-CONTACT-RECORD.
           05  CNT-STUDENT-ID           PIC X(7).
           05  CNT-HOME-POSTAL          PIC X(8).
           05  CNT-HOME-ADDRESS-1       PIC X(40).
           05  CNT-HOME-ADDRESS-2       PIC X(40).
           05  CNT-HOME-PHONE           PIC X(15).
           05  CNT-GUARDIAN-NAME        PIC X(30).
           05  CNT-GUARDIAN-RELATION    PIC X(10).
           05  CNT-GUARDIAN-POSTAL      PIC X(8).
           05  CNT-GUARDIAN-ADDRESS-1   PIC X(40).
           05  CNT-GUARDIAN-ADDRESS-2   PIC X(40).
           05  CNT-GUARDIAN-PHONE       PIC X(15).
           05  CNT-EMERGENCY-NAME       PIC X(30).
           05  CNT-EMERGENCY-RELATION   PIC X(10).
           05  CNT-EMERGENCY-PHONE      PIC X(15).
           05  CNT-MAIL-CONSENT         PIC X(1).
               88  CNT-MAIL-AGREED      VALUE "Y".
               88  CNT-MAIL-DECLINED    VALUE "N".
           05  CNT-UPDATE-DATE          PIC 9(8).
