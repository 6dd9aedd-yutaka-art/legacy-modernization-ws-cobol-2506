      * 日付指定予約（booking.dat）。講義日などの特定期間に資料・
      * 機器を確保する予約で、「次に返却されたら」の予約
      * （reservation.dat）とは別に持つ。期間が重なる予約は同じ
      * 資料に登録できない。予約期間にかかる貸出・延長は予約者
      * 本人以外は受け付けない（照合はLIBBKCK）。
      * 登録・取消はLIBBKNG、前日の取り置きリストはLIBBKPLが作る
       01  BKNG-RECORD.
           05  BKNG-NO                  PIC 9(10).
           05  BKNG-BOOK-ID             PIC X(10).
           05  BKNG-USER-ID             PIC X(8).
           05  BKNG-START-DATE          PIC 9(8).
           05  BKNG-END-DATE            PIC 9(8).
           05  BKNG-PURPOSE             PIC X(30).
           05  BKNG-STATUS              PIC X(1).
               88  BKNG-ACTIVE          VALUE "A".
               88  BKNG-CANCELLED       VALUE "C".
           05  BKNG-CREATE-DATE         PIC 9(8).
           05  BKNG-CREATE-OPER         PIC X(8).
           05  BKNG-CANCEL-DATE         PIC 9(8).
           05  BKNG-CANCEL-OPER         PIC X(8).
