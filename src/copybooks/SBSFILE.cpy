      * 学生ごとの必修科目の読替・免除（course_substitution.dat）。
      * 学籍番号と必修科目がキー。学科長が承認した「必修科目Yの
      * 代わりに科目Xを履修する」読替と、理由を付けた免除を記録
      * する。卒業判定（SYLGRAD）は必修科目が未修得のとき、読替
      * 科目の修得または免除で充足とし、判定報告書に注記する
       01  COURSE-SUBSTITUTION-RECORD.
           05  SBS-KEY.
               10  SBS-STUDENT-ID       PIC X(7).
               10  SBS-REQUIRED-COURSE  PIC X(6).
           05  SBS-TYPE                 PIC X(1).
               88  SBS-SUBSTITUTE       VALUE "S".
               88  SBS-WAIVER           VALUE "W".
           05  SBS-SUBSTITUTE-COURSE    PIC X(6).
           05  SBS-REASON               PIC X(40).
           05  SBS-APPROVER             PIC X(5).
           05  SBS-APPROVE-DATE         PIC 9(8).
           05  SBS-STATUS               PIC X(1).
               88  SBS-ACTIVE           VALUE "A".
               88  SBS-CANCELLED        VALUE "C".
