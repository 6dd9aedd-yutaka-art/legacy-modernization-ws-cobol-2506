
       SCREEN SECTION.
       01  POLICY-MENU-SCREEN.
           05  LINE 2 COL 1         VALUE
               "貸出ポリシーマスタメニュー".
           05  LINE 4 COL 1         VALUE "1. ポリシー登録".
           05  LINE 5 COL 1         VALUE "2. ポリシー修正".
           05  LINE 6 COL 1         VALUE "3. ポリシー削除".
           05  LINE 4 COL 1         VALUE "資料区分(BK/AV/RF/NW): ".
           05  LINE 4 COL 25
               PIC X(2) USING PLCY-MATERIAL-TYPE.
           05  LINE 5 COL 1         VALUE "利用者区分(1-5): ".
           05  LINE 5 COL 21        PIC X(1) USING PLCY-USER-TYPE.
           05  LINE 6 COL 1         VALUE
               "貸出日数(0=貸出不可): ".
           05  LINE 6 COL 24        PIC 9(3) USING PLCY-LOAN-DAYS.
           05  LINE 7 COL 1         VALUE "延長可(Y/N): ".
           05  LINE 7 COL 15        PIC X(1) USING PLCY-RENEWABLE.
           05  LINE 8 COL 1         VALUE "予約可(Y/N): ".
           05  LINE 8 COL 15        PIC X(1) USING PLCY-RESERVABLE.
           05  LINE 9 COL 1         VALUE
               "期間単位(空白=日/H=時間): ".
           05  LINE 9 COL 29
               PIC X(1) USING PLCY-PERIOD-UNIT.
           05  LINE 10 COL 1        VALUE "時間延滞料率: ".
           05  LINE 10 COL 16
               PIC 9(4) USING PLCY-HOURLY-FINE-RATE.
           05  LINE 11 COL 1
               VALUE "貸出上限冊数(0=標準): ".
           05  LINE 11 COL 24
               PIC 9(2) USING PLCY-MAX-LOANS.
           05  LINE 12 COL 1
               VALUE "返却期限(空白=日数/T=学期末): ".
           05  LINE 12 COL 33
               PIC X(1) USING PLCY-DUE-RULE.

       01  POLICY-SEARCH-SCREEN.
           05  LINE 2 COL 1         VALUE "ポリシー検索".
           05  LINE 1 COL 1         VALUE "貸出ポリシー一覧".
           05  LINE 2 COL 1         VALUE
               "========================================".
           05  LINE 3 COL 1         VALUE
               "資料 区分 日数 延長 予約 単位 料率"
               & " 冊数 期限".
           05  LINE 4 COL 1         VALUE
               "========================================".

       01  CONTINUE-SCREEN.
           05  LINE 14 COL 1        VALUE
               "続行しますか？ (Y/N): ".
           05  LINE 14 COL 25       PIC X USING WS-CONTINUE-FLAG.

       PROCEDURE DIVISION.
                       INVALID KEY
                           DISPLAY MSG-FILE-WRITE
                       NOT INVALID KEY
                           DISPLAY "ポリシーを更新しま"
                               "した。"
                   END-REWRITE
           END-READ.

               INVALID KEY
                   DISPLAY MSG-RECORD-NOT-FOUND
               NOT INVALID KEY
                   DISPLAY "このポリシーを削除しますか"
                       "？ (Y/N): "
                   ACCEPT WS-CONTINUE-FLAG
                   IF WS-CONTINUE
                       DELETE POLICY-FILE
                           INVALID KEY
                               DISPLAY MSG-FILE-WRITE
                           NOT INVALID KEY
                               DISPLAY "ポリシーを削除しま"
                                   "した。"
                       END-DELETE
                   END-IF
           END-READ.
                           PLCY-RENEWABLE SPACE SPACE
                           PLCY-RESERVABLE SPACE SPACE
                           PLCY-PERIOD-UNIT SPACE
                           PLCY-HOURLY-FINE-RATE SPACE
                           PLCY-MAX-LOANS SPACE SPACE SPACE
                           PLCY-DUE-RULE
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FILE-STATUS.
