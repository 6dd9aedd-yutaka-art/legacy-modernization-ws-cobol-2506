******************************************************************
      * 図書館管理システム - セルフ貸出処理プログラム
      *
      * 利用者自身が操作するセルフ貸出端末用。カード番号と暗証番号で
      * 本人確認を行い、貸出規則（貸出冊数上限・延滞ブロック・
      * 未払い延滞金ブロック・予約照合・休館日を考慮した返却期限）
      * は窓口の貸出処理とまったく同じものを適用する。
      * 窓口のような係員判断による例外処理は一切持たない。
      * 要対応の利用者注意事項がある利用者は窓口へ案内する。
      * 団体口座は受取メンバーを記録する必要があるため窓口のみ
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBSELF.
               RECORD KEY IS CREF-USER-ID
               FILE STATUS IS WS-CREF-STATUS.

           SELECT PATRON-NOTE-FILE
               ASSIGN TO "patron_note.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PNOT-KEY
               FILE STATUS IS WS-PNOT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOOK-FILE



       FD  PATRON-NOTE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PNOTFILE.

       WORKING-STORAGE SECTION.
       01  WS-BOOK-STATUS           PIC XX VALUE "00".
           88  WS-BOOK-SUCCESS      VALUE "00".
       01  WS-TOTAL-UNPAID-FINE      PIC 9(7)V99 VALUE 0.

       01  WS-INPUT-USER-ID         PIC X(08) VALUE SPACES.
       01  WS-INPUT-CARD-NO         PIC X(10) VALUE SPACES.
       01  WS-CARD-RETURN-CODE      PIC 9 VALUE 0.
           88  WS-CARD-OK           VALUE 0.
           88  WS-CARD-UNKNOWN      VALUE 1.
           88  WS-CARD-LOST         VALUE 2.
       01  WS-INPUT-PIN             PIC X(04) VALUE SPACES.
       01  WS-INPUT-BOOK-ID         PIC X(10) VALUE SPACES.
       01  WS-CURRENT-DATE          PIC 9(08) VALUE ZERO.
       01  WS-DUE-DATE              PIC 9(08) VALUE ZERO.
      * 日付指定予約との重複確認（LIBBKCK）
       01  WS-BKCK-START            PIC 9(08) VALUE ZERO.
       01  WS-BKCK-RETURN-CODE      PIC 9 VALUE 0.
           88  WS-BKCK-CONFLICT     VALUE 1.
      * 時間貸し用（返却期限時刻。0なら日貸し）
       01  WS-DUE-TIME              PIC 9(06) VALUE ZERO.
       01  WS-CURRENT-TIME          PIC 9(06) VALUE ZERO.
       01  WS-HOURLY-FLAG           PIC X VALUE "N".
           88  WS-HOURLY-LOAN       VALUE "Y".
      * 学期末期限（LIBTEND）
       01  WS-TERM-END-FLAG         PIC X VALUE "N".
           88  WS-TERM-END-LOAN     VALUE "Y".
       01  WS-TEND-RETURN-CODE      PIC 9 VALUE 0.
           88  WS-TEND-FOUND        VALUE 0.
       01  WS-NEXT-LOAN-NO          PIC 9(10) VALUE 1.
       01  WS-AUDIT-KEY              PIC X(10) VALUE SPACES.
       01  WS-AUDIT-RETURN-CODE      PIC 9 VALUE 0.
       01  WS-LOAN-LIMIT-STAFF      PIC 9(02) VALUE 10.
       01  WS-LOAN-LIMIT             PIC 9(02) VALUE 5.

       01  WS-PNOT-STATUS           PIC XX VALUE "00".
           88  WS-PNOT-SUCCESS      VALUE "00".
       01  WS-PNOT-OPEN-FLAG        PIC X VALUE "N".
           88  WS-PNOT-OPEN         VALUE "Y".
       01  WS-PNOT-SCAN-DONE-FLAG   PIC X VALUE "N".
           88  WS-PNOT-SCAN-DONE    VALUE "Y".
       01  WS-PNOT-BLOCK-FLAG       PIC X VALUE "N".
           88  WS-PNOT-HAS-BLOCKING VALUE "Y".
       01  WS-PNOT-USER-ID          PIC X(8) VALUE SPACES.
       01  WS-PNOT-DATE             PIC 9(8) VALUE ZERO.

       COPY LIBERROR.

       SCREEN SECTION.
       01  SELF-LOGIN-SCREEN.
           05  LINE 2 COL 1         VALUE "セルフ貸出".
           05  LINE 4 COL 1         VALUE "カード番号: ".
           05  LINE 4 COL 14        PIC X(10) USING WS-INPUT-CARD-NO.
           05  LINE 5 COL 1         VALUE "暗証番号: ".
           05  LINE 5 COL 12        PIC X(04) USING WS-INPUT-PIN.

       01  SELF-BOOK-SCREEN.
           05  LINE 7 COL 1         VALUE
               "図書IDをスキャンしてください: ".
           05  LINE 7 COL 32        PIC X(10) USING WS-INPUT-BOOK-ID.

       01  SELF-DONE-SCREEN.
           05  LINE 10 COL 22       PIC 9(6) FROM WS-DUE-TIME.

       01  FINE-BLOCK-SCREEN.
           05  LINE 9 COL 1         VALUE
               "未払いの延滞金があるため貸出できま"
               & "せん。".
           05  LINE 10 COL 1        VALUE "未払い延滞金合計: ".
           05  LINE 10 COL 19       PIC ZZZ,ZZ9.99 FROM
               WS-TOTAL-UNPAID-FINE.
           05  LINE 11 COL 1        VALUE
               "窓口で精算してください。".

       01  CONTINUE-SCREEN.
           05  LINE 13 COL 1        VALUE
               "続けて貸出しますか？ (Y/N): ".
           05  LINE 13 COL 30       PIC X USING WS-CONTINUE-FLAG.

       PROCEDURE DIVISION.
           OPEN INPUT HOLIDAY-FILE
           OPEN INPUT FINE-FILE
           OPEN INPUT REFERRAL-FILE
           MOVE "N" TO WS-PNOT-OPEN-FLAG
           OPEN INPUT PATRON-NOTE-FILE
           IF WS-PNOT-SUCCESS
               MOVE "Y" TO WS-PNOT-OPEN-FLAG
           END-IF
           MOVE "N" TO WS-POLICY-OPEN-FLAG
           OPEN INPUT POLICY-FILE
           IF WS-POLICY-SUCCESS
           IF WS-CREF-SUCCESS
               CLOSE REFERRAL-FILE
           END-IF
           IF WS-PNOT-OPEN
               CLOSE PATRON-NOTE-FILE
           END-IF
           IF WS-POLICY-OPEN
               CLOSE POLICY-FILE
           END-IF
               MOVE "00" TO WS-CREF-STATUS
           END-IF.

      * 要対応（B）の有効な注意事項がある利用者はセルフ端末を
      * 利用できない（内容は表示せず窓口へ案内する）
       CHECK-BLOCKING-NOTE SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-PNOT-DATE
           MOVE "N" TO WS-PNOT-BLOCK-FLAG
           IF WS-PNOT-OPEN
               MOVE "N" TO WS-PNOT-SCAN-DONE-FLAG
               MOVE WS-PNOT-USER-ID TO PNOT-USER-ID
               MOVE ZERO TO PNOT-SEQ
               START PATRON-NOTE-FILE KEY >= PNOT-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-PNOT-SCAN-DONE-FLAG
               END-START
               PERFORM UNTIL WS-PNOT-SCAN-DONE
                   READ PATRON-NOTE-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-PNOT-SCAN-DONE-FLAG
                       NOT AT END
                           IF PNOT-USER-ID NOT = WS-PNOT-USER-ID
                               MOVE "Y" TO WS-PNOT-SCAN-DONE-FLAG
                           ELSE
                               IF PNOT-ACTIVE
                               AND (PNOT-EXPIRE-DATE = ZERO
                                   OR PNOT-EXPIRE-DATE >=
                                       WS-PNOT-DATE)
                               AND PNOT-BLOCKING
                                   MOVE "Y" TO WS-PNOT-BLOCK-FLAG
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-PNOT-STATUS
           END-IF.

      * 暗証番号が未設定の利用者はセルフ端末を利用できない
      * （窓口で設定してもらう）
       SELF-LOGIN SECTION.
           MOVE "N" TO WS-LOGIN-OK-FLAG
           MOVE SPACES TO WS-INPUT-USER-ID
           MOVE SPACES TO WS-INPUT-CARD-NO
           MOVE SPACES TO WS-INPUT-PIN
           DISPLAY SELF-LOGIN-SCREEN
           ACCEPT SELF-LOGIN-SCREEN
           CALL "LIBCRDV" USING WS-INPUT-CARD-NO, WS-INPUT-USER-ID,
               WS-CARD-RETURN-CODE
           IF NOT WS-CARD-OK
               EVALUATE TRUE
                   WHEN WS-CARD-UNKNOWN
                       DISPLAY "このカード番号は登録され"
                           "ていません。"
                   WHEN WS-CARD-LOST
                       DISPLAY "このカードは紛失届が出て"
                           "いるため使用できません。"
                   WHEN OTHER
                       DISPLAY "このカードは再発行により"
                           "無効です。新しいカードを"
                           "お使いください。"
               END-EVALUATE
           ELSE
               MOVE WS-INPUT-USER-ID TO USER-ID
               READ USER-FILE
                   INVALID KEY
                       DISPLAY "カード番号または暗証番号"
                           "が違います。"
                   NOT INVALID KEY
                       MOVE FUNCTION CURRENT-DATE(1:8)
                           TO WS-CURRENT-DATE
                       IF USER-STATUS NOT = "A"
                       OR (USER-EXPIRE-DATE NOT = ZERO
                           AND USER-EXPIRE-DATE < WS-CURRENT-DATE)
                           DISPLAY "この利用者カードは利用"
                               "できません。"
                       ELSE
                           IF USER-PIN = SPACES
                               DISPLAY "暗証番号が未設定で"
                                   "す。窓口にお越しくだ"
                                   "さい。"
                           ELSE
                               IF USER-PIN = WS-INPUT-PIN
                                   PERFORM CHECK-REFERRAL-BLOCK
                                   IF NOT WS-REFERRED-BLOCK
                                       MOVE WS-INPUT-USER-ID
                                           TO WS-PNOT-USER-ID
                                       PERFORM CHECK-BLOCKING-NOTE
                                   END-IF
                                   IF WS-REFERRED-BLOCK
                                   OR WS-PNOT-HAS-BLOCKING
                                   OR USER-TYPE = "5"
                                       DISPLAY "このカードはセ"
                                           "ルフ端末では利用で"
                                           "きません。窓口にお"
                                           "越しください。"
                                   ELSE
                                       MOVE "Y" TO WS-LOGIN-OK-FLAG
                                   END-IF
                               ELSE
                                   DISPLAY "カード番号または"
                                       "暗証番号が違います。"
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-IF.

       PROCESS-SELF-LOAN SECTION.
           MOVE SPACES TO WS-INPUT-BOOK-ID
           ACCEPT SELF-BOOK-SCREEN
           PERFORM CHECK-USER-OVERDUE
           IF WS-HAS-OVERDUE
               DISPLAY "延滞中の図書があるため貸出でき"
                   "ません。"
           ELSE
               PERFORM CHECK-USER-FINES
               IF WS-HAS-UNPAID-FINE
                       PERFORM CHECK-LOAN-LIMIT
                       IF WS-CONTINUE
                           PERFORM CHECK-LOAN-POLICY
                           IF WS-CONTINUE
                               PERFORM CHECK-ADVANCE-BOOKING
                           END-IF
                           IF WS-CONTINUE
                               PERFORM EXECUTE-LOAN
                           END-IF
                           MOVE "Y" TO WS-FINE-SCAN-DONE-FLAG
                       ELSE
                           IF FINE-PAID = "N"
                           AND NOT FINE-ON-CURRENT-PLAN
                               MOVE "Y" TO WS-FINE-FLAG
                               ADD FINE-AMOUNT TO
                                   WS-TOTAL-UNPAID-FINE
                               DISPLAY MSG-BOOK-NOT-AVAIL
                               MOVE "23" TO WS-BOOK-STATUS
                           END-IF
                       WHEN "P"
                           DISPLAY "整理中のため貸出できま"
                               "せん。"
                           MOVE "23" TO WS-BOOK-STATUS
                       WHEN OTHER
                           DISPLAY MSG-BOOK-NOT-AVAIL
                           MOVE "23" TO WS-BOOK-STATUS
                   END-EVALUATE
           END-READ
           IF WS-BOOK-STATUS = "51"
               DISPLAY "レコード使用中です。しばらくし"
                   "て再試行してください。"
               MOVE "23" TO WS-BOOK-STATUS
           END-IF.

               MOVE "Y" TO WS-CONTINUE-FLAG
           END-IF.

      * 貸出ポリシーマスタに冊数上限が設定されていればそれを
      * 優先し、なければ利用者区分ごとの標準冊数とする
       DETERMINE-LOAN-LIMIT SECTION.
           EVALUATE USER-TYPE
               WHEN "2"
                   MOVE WS-LOAN-LIMIT-STAFF TO WS-LOAN-LIMIT
               WHEN OTHER
                   MOVE WS-LOAN-LIMIT-GENERAL TO WS-LOAN-LIMIT
           END-EVALUATE
           PERFORM LOOKUP-LOAN-POLICY
           IF WS-POLICY-FOUND AND PLCY-MAX-LOANS NOT = ZERO
               MOVE PLCY-MAX-LOANS TO WS-LOAN-LIMIT
           END-IF.


      * 資料区分×利用者区分で貸出ポリシーを引く。資料区分が
       LOOKUP-LOAN-POLICY SECTION.
           MOVE "N" TO WS-POLICY-FOUND-FLAG
           MOVE "N" TO WS-HOURLY-FLAG
           MOVE "N" TO WS-TERM-END-FLAG
           MOVE 14 TO WS-LOAN-DAYS
           IF WS-POLICY-OPEN
               IF BOOK-MATERIAL-TYPE = SPACES
                           MOVE PLCY-LOAN-DAYS TO WS-LOAN-DAYS
                           IF PLCY-HOURLY
                               MOVE "Y" TO WS-HOURLY-FLAG
                           ELSE
                               IF PLCY-DUE-TERM-END
                                   MOVE "Y" TO WS-TERM-END-FLAG
                               END-IF
                           END-IF
                       END-IF
               END-READ
       CHECK-LOAN-POLICY SECTION.
           PERFORM LOOKUP-LOAN-POLICY
           IF WS-POLICY-FOUND AND PLCY-NO-CIRCULATION
               DISPLAY "この資料は館内閲覧のみで貸出で"
                   "きません。"
               MOVE "N" TO WS-CONTINUE-FLAG
           ELSE
               PERFORM CHECK-COURSE-RESERVE
           END-IF
           IF WS-ON-COURSE-RESERVE
               MOVE WS-RESERVE-LOAN-DAYS TO WS-LOAN-DAYS
               MOVE "N" TO WS-TERM-END-FLAG
               DISPLAY "指定図書のため短期貸出となりま"
                   "す。"
           END-IF.


                   PERFORM SKIP-HOLIDAYS-FOR-DUE-DATE
           END-READ.

      * 返却期限までの間に他の利用者の日付指定予約があれば貸出不可
       CHECK-ADVANCE-BOOKING SECTION.
           PERFORM COMPUTE-LOAN-DUE-DATE
           CALL "LIBBKCK" USING WS-INPUT-BOOK-ID, WS-INPUT-USER-ID,
               WS-CURRENT-DATE, WS-DUE-DATE,
               WS-BKCK-START, WS-BKCK-RETURN-CODE
           IF WS-BKCK-CONFLICT
               DISPLAY "この資料は日付指定予約が入って"
                   "いるため貸出できません。"
               MOVE "N" TO WS-CONTINUE-FLAG
           END-IF.

       COMPUTE-LOAN-DUE-DATE SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           IF WS-HOURLY-LOAN
               PERFORM COMPUTE-HOURLY-DUE
           ELSE
               MOVE ZERO TO WS-DUE-TIME
               PERFORM COMPUTE-DAILY-DUE
           END-IF.

      * 学期末期限のポリシーなら学年暦の学期終了日を期限にする。
      * 学年暦に該当学期がなければ貸出日数で計算する
       COMPUTE-DAILY-DUE SECTION.
           MOVE 1 TO WS-TEND-RETURN-CODE
           IF WS-TERM-END-LOAN
               CALL "LIBTEND" USING WS-CURRENT-DATE, WS-DUE-DATE,
                   WS-TEND-RETURN-CODE
           END-IF
           IF NOT WS-TEND-FOUND
               MOVE "N" TO WS-TERM-END-FLAG
               COMPUTE WS-DUE-DATE = WS-CURRENT-DATE + WS-LOAN-DAYS
           END-IF
           PERFORM SKIP-HOLIDAYS-FOR-DUE-DATE.

       EXECUTE-LOAN SECTION.
           PERFORM GET-NEXT-LOAN-NUMBER

           INITIALIZE LOAN-RECORD
           MOVE WS-CURRENT-DATE TO LOAN-DATE
           MOVE WS-DUE-DATE TO LOAN-DUE-DATE
           MOVE WS-DUE-TIME TO LOAN-DUE-TIME
           IF WS-TERM-END-LOAN
               MOVE "T" TO LOAN-DUE-RULE
           END-IF
           MOVE 0 TO LOAN-RETURN-DATE
           MOVE "A" TO LOAN-STATUS
           MOVE 0 TO LOAN-FINE-AMOUNT
