      * 学位記台帳（diploma_register.dat）。卒業者1名に1件。
      * 学位記番号は学科・学位ごとの連番で、卒業処理（STUPROG）
      * が卒業確定時に採番して記録する。成績証明書（SYLTRN）は
      * 卒業生の学位記番号をここから印字する
       01  DIPLOMA-RECORD.
           05  DIP-STUDENT-ID           PIC X(7).
           05  DIP-NUMBER.
               10  DIP-NO-DEPARTMENT    PIC X(4).
               10  DIP-NO-DEGREE        PIC X(4).
               10  DIP-NO-SERIAL        PIC 9(5).
           05  DIP-GRADUATION-DATE      PIC 9(8).
           05  DIP-DEGREE-NAME-JP       PIC X(30).
           05  DIP-DEGREE-NAME-EN       PIC X(50).
           05  DIP-STUDENT-NAME         PIC X(41).
           05  DIP-REGISTER-DATE        PIC 9(8).
