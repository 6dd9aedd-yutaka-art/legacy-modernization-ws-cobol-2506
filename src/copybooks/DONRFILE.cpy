      * 寄贈者マスタ（donor.dat）。寄贈者IDは"D"＋7桁の連番とし、
      * 利用者IDと重ならないようにする（礼状は通知スプールへ
      * この寄贈者IDで出し、利用者マスタにないため郵送扱いになる）。
      * 寄贈受入（LIBGIFT）のつど寄贈冊数・評価額累計を更新する
       01  DONOR-RECORD.
           05  DONOR-ID                 PIC X(8).
           05  DONOR-NAME               PIC X(30).
           05  DONOR-TYPE               PIC X(1).
               88  DONOR-INDIVIDUAL     VALUE "I".
               88  DONOR-ORGANIZATION   VALUE "O".
           05  DONOR-POSTAL-CODE        PIC X(8).
           05  DONOR-ADDRESS1           PIC X(50).
           05  DONOR-ADDRESS2           PIC X(50).
           05  DONOR-PHONE              PIC X(15).
           05  DONOR-EMAIL              PIC X(30).
           05  DONOR-REGISTER-DATE      PIC 9(8).
           05  DONOR-LAST-GIFT-DATE     PIC 9(8).
           05  DONOR-GIFT-COUNT         PIC 9(6).
           05  DONOR-GIFT-VALUE         PIC 9(9)V99.
           05  DONOR-STATUS             PIC X(1).
               88  DONOR-ACTIVE         VALUE "A".
