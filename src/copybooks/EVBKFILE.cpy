      * 授業以外の教室予約（event_booking.dat）。セミナー・論文
      * 審査・会議などの単発の行事を教室×日付×開始時限で登録
      * し、終了時限までの連続した時限を押さえる。登録時に
      * SYLEVBが時間割（科目・セクション）と授業回の例外（補講・
      * 教室変更）、他の予約との重複を検査する。SYLUTILの空き
      * 教室検索でも日付指定時に参照する
       01  EVENT-BOOKING-RECORD.
           05  EVB-KEY.
               10  EVB-ROOM-CODE        PIC X(10).
               10  EVB-DATE             PIC 9(8).
               10  EVB-START-PERIOD     PIC 9(1).
           05  EVB-END-PERIOD           PIC 9(1).
           05  EVB-ORGANIZER            PIC X(20).
           05  EVB-PURPOSE              PIC X(30).
           05  EVB-STATUS               PIC X(1).
               88  EVB-ACTIVE           VALUE "A".
               88  EVB-CANCELLED        VALUE "C".
           05  EVB-REG-DATE             PIC 9(8).
