******************************************************************
      * 図書館管理システム - 貸出処理プログラム
      *
      * 団体口座（研究室・部局）の貸出は、受取者欄に登録メンバー
      * の利用者IDを入力した場合に限り団体の口座に記帳し、受け
      * 取ったメンバーを貸出記録に残す
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBLOAN.
               RECORD KEY IS CREF-USER-ID
               FILE STATUS IS WS-CREF-STATUS.

           SELECT PATRON-NOTE-FILE
               ASSIGN TO "patron_note.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PNOT-KEY
               FILE STATUS IS WS-PNOT-STATUS.

           SELECT INST-FILE
               ASSIGN TO "inst_account.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INST-USER-ID
               FILE STATUS IS WS-INST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOOK-FILE



       FD  PATRON-NOTE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PNOTFILE.

       FD  INST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INSTFILE.

       WORKING-STORAGE SECTION.
       01  WS-BOOK-STATUS           PIC XX VALUE "00".
           88  WS-BOOK-SUCCESS      VALUE "00".
       01  WS-PROXY-OK-FLAG         PIC X VALUE "N".
           88  WS-PROXY-OK          VALUE "Y".

       01  WS-INST-STATUS           PIC XX VALUE "00".
           88  WS-INST-SUCCESS      VALUE "00".
       01  WS-INST-OPEN-FLAG        PIC X VALUE "N".
           88  WS-INST-OPEN         VALUE "Y".
       01  WS-INST-ACCOUNT-FLAG     PIC X VALUE "N".
           88  WS-INST-ACCOUNT      VALUE "Y".
       01  WS-INST-IX               PIC 9(2) VALUE ZERO.

       01  WS-POLICY-STATUS         PIC XX VALUE "00".
           88  WS-POLICY-SUCCESS    VALUE "00".

       01  WS-TOTAL-UNPAID-FINE      PIC 9(7)V99 VALUE 0.

       01  WS-INPUT-USER-ID         PIC X(08) VALUE SPACES.
       01  WS-INPUT-CARD-NO         PIC X(10) VALUE SPACES.
       01  WS-CARD-RETURN-CODE      PIC 9 VALUE 0.
           88  WS-CARD-OK           VALUE 0.
           88  WS-CARD-UNKNOWN      VALUE 1.
           88  WS-CARD-LOST         VALUE 2.
       01  WS-INPUT-BOOK-ID         PIC X(10) VALUE SPACES.
       01  WS-INPUT-PICKUP-BRANCH   PIC X(4) VALUE SPACES.
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
       01  WS-COPY-AVAIL             PIC 99 VALUE 0.
       01  WS-COPY-COUNT-MSG         PIC X(60) VALUE SPACES.

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
       01  WS-PNOT-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-PNOT-LABEL            PIC X(9) VALUE SPACES.
       01  WS-NOTE-ACK-FLAG         PIC X VALUE SPACE.
           88  WS-NOTE-ACK-YES      VALUE "Y", "y".

       COPY LIBERROR.

       LINKAGE SECTION.
       SCREEN SECTION.
       01  LOAN-INPUT-SCREEN.
           05  LINE 2 COL 1         VALUE "貸出処理".
           05  LINE 4 COL 1         VALUE "カード番号: ".
           05  LINE 4 COL 14        PIC X(10) USING WS-INPUT-CARD-NO.
           05  LINE 5 COL 1         VALUE "図書ID: ".
           05  LINE 5 COL 10        PIC X(10) USING WS-INPUT-BOOK-ID.
           05  LINE 6 COL 1
               VALUE "代理人・受取者ID（本人なら空白"
               & "）: ".
           05  LINE 6 COL 36
               PIC X(08) USING WS-INPUT-PROXY-ID.

       01  LOAN-CONFIRM-SCREEN.
           05  LINE 7 COL 12        PIC 9(8) FROM WS-DUE-DATE.
           05  LINE 7 COL 22        PIC 9(6) FROM WS-DUE-TIME.
           05  LINE 8 COL 1         PIC X(60) FROM WS-COPY-COUNT-MSG.
           05  LINE 9 COL 1         VALUE
               "貸出しますか？ (Y/N): ".
           05  LINE 9 COL 25        PIC X USING WS-CONTINUE-FLAG.

       01  CONTINUE-SCREEN.
           05  LINE 11 COL 1        VALUE
               "続行しますか？ (Y/N): ".
           05  LINE 11 COL 25       PIC X USING WS-CONTINUE-FLAG.

       01  RESERVE-OFFER-SCREEN.
           05  LINE 9 COL 1         VALUE
               "この図書は貸出中です。予約しますか"
               & "？ (Y/N): ".
           05  LINE 9 COL 40        PIC X USING WS-CONTINUE-FLAG.
           05  LINE 10 COL 1
               VALUE "受取希望分館（空白=返却館）: ".
       01  RESERVE-DONE-SCREEN.
           05  LINE 11 COL 1        VALUE "予約番号: ".
           05  LINE 11 COL 11       PIC 9(10) FROM WS-NEXT-RESERVE-NO.
           05  LINE 12 COL 1        VALUE
               "予約を受け付けました。返却され次第"
               & "ご連絡します。".

       01  FINE-LOOKUP-SCREEN.
           05  LINE 9 COL 1         VALUE
               "未払いの延滞金があるため貸出できま"
               & "せん。".
           05  LINE 10 COL 1        VALUE "未払い延滞金合計: ".
           05  LINE 10 COL 19       PIC ZZZ,ZZ9.99 FROM
               WS-TOTAL-UNPAID-FINE.

       01  NOTE-BLOCK-SCREEN.
           05  LINE 20 COL 1        VALUE
               "要対応の注意事項があります。貸出を"
               & "続けますか"
               & "？ (Y/N): ".
           05  LINE 20 COL 50       PIC X USING WS-NOTE-ACK-FLAG.

       01  NOTE-ACK-SCREEN.
           05  LINE 20 COL 1        VALUE
               "注意事項を確認したらEnterを押してくだ"
               & "さい: ".
           05  LINE 20 COL 46       PIC X USING WS-NOTE-ACK-FLAG.

       PROCEDURE DIVISION USING LS-OPERATOR-ID.
       MAIN-PROCESS SECTION.
           OPEN INPUT FINE-FILE
           OPEN INPUT PROXY-FILE
           OPEN INPUT REFERRAL-FILE
           MOVE "N" TO WS-PNOT-OPEN-FLAG
           OPEN INPUT PATRON-NOTE-FILE
           IF WS-PNOT-SUCCESS
               MOVE "Y" TO WS-PNOT-OPEN-FLAG
           END-IF
           MOVE "N" TO WS-INST-OPEN-FLAG
           OPEN INPUT INST-FILE
           IF WS-INST-SUCCESS
               MOVE "Y" TO WS-INST-OPEN-FLAG
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
           IF WS-INST-OPEN
               CLOSE INST-FILE
           END-IF
           IF WS-POLICY-OPEN
               CLOSE POLICY-FILE
           END-IF
           PERFORM GET-LOAN-INPUT
           PERFORM CHECK-PROXY-AUTH
           IF NOT WS-PROXY-OK
               IF WS-INST-ACCOUNT
                   DISPLAY "団体口座の貸出には登録メン"
                       "バーの受取者IDが必要です。"
               ELSE
                   DISPLAY "代理許可がないか期限切れ"
                       "です。"
               END-IF
           ELSE
           PERFORM VALIDATE-USER
           IF WS-USER-SUCCESS
               PERFORM CHECK-USER-OVERDUE
               IF WS-HAS-OVERDUE
                   DISPLAY "延滞中の図書があるため貸出"
                       "できません。"
               ELSE
                   PERFORM CHECK-USER-FINES
                   IF WS-HAS-UNPAID-FINE
               END-READ
           END-PERFORM.

      * 過去の貸出履歴の中に未払いの延滞金がないか確認する。
      * 約定どおり返済中の分割払い計画に入っている延滞金は除く
       CHECK-USER-FINES SECTION.
           MOVE "N" TO WS-FINE-FLAG
           MOVE "N" TO WS-FINE-SCAN-DONE-FLAG
                           MOVE "Y" TO WS-FINE-SCAN-DONE-FLAG
                       ELSE
                           IF FINE-PAID = "N"
                           AND NOT FINE-ON-CURRENT-PLAN
                               MOVE "Y" TO WS-FINE-FLAG
                               ADD FINE-AMOUNT TO
                                   WS-TOTAL-UNPAID-FINE
               END-READ
           END-PERFORM.

      * 提示されたカード番号を利用者IDに変換する（有効なカード
      * 以外は利用者確認で拒否する）
       GET-LOAN-INPUT SECTION.
           MOVE SPACES TO WS-INPUT-PROXY-ID
           MOVE SPACES TO WS-INPUT-CARD-NO
           DISPLAY LOAN-INPUT-SCREEN
           ACCEPT LOAN-INPUT-SCREEN
           CALL "LIBCRDV" USING WS-INPUT-CARD-NO, WS-INPUT-USER-ID,
               WS-CARD-RETURN-CODE.

      * 代理人IDが入力された場合は委任者×代理人の有効な許可
      * （取消されておらず期限内）があることを確認する。
      * 団体口座の場合は受取者IDが必須で、登録メンバーであること
       CHECK-PROXY-AUTH SECTION.
           MOVE "Y" TO WS-PROXY-OK-FLAG
           PERFORM CHECK-INST-ACCOUNT
           IF WS-INST-ACCOUNT
               PERFORM CHECK-INST-MEMBER
           ELSE
               IF WS-INPUT-PROXY-ID NOT = SPACES
                   MOVE "N" TO WS-PROXY-OK-FLAG
                   MOVE FUNCTION CURRENT-DATE(1:8)
                       TO WS-CURRENT-DATE
                   IF WS-PROX-SUCCESS
                       MOVE WS-INPUT-USER-ID TO PROX-GRANTOR-ID
                       MOVE WS-INPUT-PROXY-ID TO PROX-PROXY-ID
                       READ PROXY-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF PROX-ACTIVE
                               AND (PROX-EXPIRE-DATE = ZERO
                                   OR PROX-EXPIRE-DATE >=
                                       WS-CURRENT-DATE)
                                   MOVE "Y" TO WS-PROXY-OK-FLAG
                               END-IF
                       END-READ
                       MOVE "00" TO WS-PROX-STATUS
                   END-IF
               END-IF
           END-IF.

       CHECK-INST-ACCOUNT SECTION.
           MOVE "N" TO WS-INST-ACCOUNT-FLAG
           IF WS-INST-OPEN
               MOVE WS-INPUT-USER-ID TO INST-USER-ID
               READ INST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-INST-ACCOUNT-FLAG
               END-READ
               MOVE "00" TO WS-INST-STATUS
           END-IF.

       CHECK-INST-MEMBER SECTION.
           MOVE "N" TO WS-PROXY-OK-FLAG
           IF WS-INPUT-PROXY-ID NOT = SPACES
               PERFORM VARYING WS-INST-IX FROM 1 BY 1
                   UNTIL WS-INST-IX > INST-MEMBER-COUNT
                   OR WS-PROXY-OK
                   IF INST-MEMBER-ID(WS-INST-IX) = WS-INPUT-PROXY-ID
                       MOVE "Y" TO WS-PROXY-OK-FLAG
                   END-IF
               END-PERFORM
           END-IF.

       VALIDATE-USER SECTION.
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
               MOVE "23" TO WS-USER-STATUS
           ELSE
               MOVE WS-INPUT-USER-ID TO USER-ID
               READ USER-FILE
                   INVALID KEY
                       DISPLAY MSG-RECORD-NOT-FOUND
                       MOVE "23" TO WS-USER-STATUS
                   NOT INVALID KEY
                       IF USER-STATUS NOT = "A"
                           DISPLAY "この利用者は有効ではあ"
                               "りません。"
                           MOVE "23" TO WS-USER-STATUS
                       ELSE
                           MOVE FUNCTION CURRENT-DATE(1:8)
                               TO WS-CURRENT-DATE
                           IF USER-EXPIRE-DATE NOT = ZERO
                           AND USER-EXPIRE-DATE < WS-CURRENT-DATE
                               DISPLAY "利用者カードの有効"
                                   "期限が切れています。"
                               MOVE "23" TO WS-USER-STATUS
                           END-IF
                       END-IF
               END-READ
           END-IF
           IF WS-USER-SUCCESS
               PERFORM CHECK-REFERRAL-BLOCK
               IF WS-REFERRED-BLOCK
                   DISPLAY "債権回収委託中のため貸出で"
                       "きません。"
                   MOVE "23" TO WS-USER-STATUS
               END-IF
           END-IF
           IF WS-USER-SUCCESS
               MOVE WS-INPUT-USER-ID TO WS-PNOT-USER-ID
               PERFORM SHOW-PATRON-NOTES
           END-IF.

      * 利用者の有効な注意事項（削除されておらず期限内のもの）を
      * 表示する。要対応（B）の注意事項がある場合は係員が貸出を
      * 続けるかどうかを判断し、続けない場合は貸出しない
       SHOW-PATRON-NOTES SECTION.
           MOVE ZERO TO WS-PNOT-COUNT
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
                                   PERFORM DISPLAY-PATRON-NOTE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-PNOT-STATUS
           END-IF
           MOVE SPACE TO WS-NOTE-ACK-FLAG
           IF WS-PNOT-HAS-BLOCKING
               DISPLAY NOTE-BLOCK-SCREEN
               ACCEPT NOTE-BLOCK-SCREEN
               IF NOT WS-NOTE-ACK-YES
                   DISPLAY "貸出を中止しました。"
                   MOVE "23" TO WS-USER-STATUS
               END-IF
           ELSE
               IF WS-PNOT-COUNT > ZERO
                   DISPLAY NOTE-ACK-SCREEN
                   ACCEPT NOTE-ACK-SCREEN
               END-IF
           END-IF.

       DISPLAY-PATRON-NOTE SECTION.
           ADD 1 TO WS-PNOT-COUNT
           IF WS-PNOT-COUNT = 1
               DISPLAY "【利用者注意事項】"
           END-IF
           EVALUATE TRUE
               WHEN PNOT-BLOCKING
                   MOVE "Y" TO WS-PNOT-BLOCK-FLAG
                   MOVE "要対応" TO WS-PNOT-LABEL
               WHEN PNOT-CAUTION
                   MOVE "注意" TO WS-PNOT-LABEL
               WHEN OTHER
                   MOVE "参考" TO WS-PNOT-LABEL
           END-EVALUATE
           DISPLAY "[" WS-PNOT-LABEL "] " PNOT-TEXT
           DISPLAY "      登録日 " PNOT-NOTE-DATE "  登録者 "
               PNOT-AUTHOR-OPER.

      * 回収委託マスタに委託中（R）レコードがある利用者は
      * 貸出停止とする（LIBCREFで登録、LIBCPSTで解除）
       CHECK-REFERRAL-BLOCK SECTION.
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
               DISPLAY "指定図書のため短期貸出となり"
                   "ます。"
           END-IF.


               PERFORM COMPUTE-HOURLY-DUE
           ELSE
               MOVE ZERO TO WS-DUE-TIME
               PERFORM COMPUTE-DAILY-DUE
           END-IF
           CALL "LIBBKCK" USING WS-INPUT-BOOK-ID, WS-INPUT-USER-ID,
               WS-CURRENT-DATE, WS-DUE-DATE,
               WS-BKCK-START, WS-BKCK-RETURN-CODE
           IF WS-BKCK-CONFLICT
               DISPLAY "返却期限までに日付指定予約"
                   "が入っているため貸出でき"
                   "ません。"
               DISPLAY "予約開始日: " WS-BKCK-START
               MOVE "N" TO WS-CONTINUE-FLAG
           ELSE
               DISPLAY LOAN-CONFIRM-SCREEN
               ACCEPT LOAN-CONFIRM-SCREEN
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

      * 時間貸しの期限は当日の「現在時刻＋時間数」。日付を
      * またぐ場合は翌開館日に送る
           MOVE WS-CURRENT-DATE TO LOAN-DATE
           MOVE WS-DUE-DATE TO LOAN-DUE-DATE
           MOVE WS-DUE-TIME TO LOAN-DUE-TIME
           IF WS-TERM-END-LOAN
               MOVE "T" TO LOAN-DUE-RULE
           END-IF
           MOVE 0 TO LOAN-RETURN-DATE
           MOVE "A" TO LOAN-STATUS
           MOVE 0 TO LOAN-FINE-AMOUNT
           MOVE "Y" TO LOAN-FINE-PAID
           MOVE WS-INPUT-PROXY-ID TO LOAN-COLLECT-USER-ID

           WRITE LOAN-RECORD
               INVALID KEY
                       WS-JRNL-EFFECT-DATE, WS-JRNL-AMOUNT,
                       LS-OPERATOR-ID,
                       WS-JRNL-RETURN-CODE
      * 代理受取・団体メンバーの受取の場合は実際に受け取った
      * 者をジャーナルに残す（貸出自体は委任者・団体に記帳
      * される）
                   IF WS-INPUT-PROXY-ID NOT = SPACES
                       MOVE "PROXYOUT" TO WS-JRNL-ACTION
                       CALL "LIBJRNL" USING WS-JRNL-ACTION,
                       AT END
                           MOVE 1 TO WS-NEXT-RESERVE-NO
                       NOT AT END
                           ADD 1 TO RESV-RESERVE-NO GIVING
                               WS-NEXT-RESERVE-NO
                   END-READ
           END-START.
