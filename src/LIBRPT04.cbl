      *
      * 通知文面は通知スプール（LIBNTCE経由）へ書き出し、発送
      * バッチLIBNTFYが連絡方法マスタに従って郵送・メールに
      * 振り分ける。団体口座の貸出の延滞は責任者あてに通知する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBRPT04.
       01  WS-NTC-TEXT              PIC X(132) VALUE SPACES.
       01  WS-NTC-RETURN-CODE       PIC 9 VALUE 0.

       01  WS-BILL-USER-ID          PIC X(8) VALUE SPACES.
       01  WS-INSR-RETURN-CODE      PIC 9 VALUE 0.

       01  WS-OVERDUE-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-OVERDUE-TABLE.
           05  WS-OVERDUE-ENTRY OCCURS 9999 TIMES.
           05  FILLER               PIC X(89) VALUE SPACES.

       01  WS-BODY-LINE1            PIC X(132) VALUE
           "下記の図書が返却期限を過ぎています。至"
           & "急ご返却ください。".

       01  WS-NOTICE-DETAIL-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(10) VALUE SPACES.

       01  WS-FOOTER-LINE.
           05  FILLER               PIC X(23) VALUE
               "通知状発行件数: ".
           05  WS-TOTAL-NOTICES     PIC Z(03).
           05  FILLER               PIC X(3) VALUE "件".
           05  FILLER               PIC X(100) VALUE SPACES.
               END-READ
           END-PERFORM.

      * 団体口座の貸出は責任者あての通知状にまとめる
       ADD-OVERDUE-ENTRY SECTION.
           ADD 1 TO WS-OVERDUE-COUNT
           CALL "LIBINSR" USING LOAN-USER-ID, WS-BILL-USER-ID,
               WS-INSR-RETURN-CODE
           MOVE WS-BILL-USER-ID TO WS-ENT-USER-ID(WS-OVERDUE-COUNT)
           MOVE LOAN-BOOK-ID TO WS-ENT-BOOK-ID(WS-OVERDUE-COUNT)
           MOVE LOAN-DUE-DATE TO WS-ENT-DUE-DATE(WS-OVERDUE-COUNT)
           COMPUTE WS-ENT-OVERDUE-DAYS(WS-OVERDUE-COUNT) =
               WS-CURRENT-DATE - LOAN-DUE-DATE
           COMPUTE WS-ENT-FINE-AMOUNT(WS-OVERDUE-COUNT) =
               WS-ENT-OVERDUE-DAYS(WS-OVERDUE-COUNT) *
                   WS-FINE-RATE-PER-DAY
           MOVE LOAN-BOOK-ID TO BOOK-ID
           READ BOOK-FILE
               INVALID KEY
