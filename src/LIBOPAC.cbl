      * 図書館管理システム - 利用者向け蔵書検索（OPAC）
      *
      * 公開端末用のプログラム。蔵書検索・購入リクエスト受付・
      * マイアカウント（貸出・延滞金・予約の照会と自己延長、
      * 新着案内の関心分野）・
      * 学習室の時間帯予約を提供する。検索では貸出中図書についても借りている利用者の
      * 情報は表示しない。購入リクエストは職員がLIBPREQで審査し、
      * 採用されると発注・入荷時の自動予約につながる。自己延長は
      * 窓口の貸出延長（LIBRENEW）と同じ規則を適用する。
      * キーワード検索では、契約中の電子資料（eresource.dat）も
      * 紙の所蔵に続けて同時アクセス数・利用できる利用者区分と
      * ともに表示する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBOPAC.
               RECORD KEY IS AUTH-NAME
               FILE STATUS IS WS-AUTH-STATUS.

           SELECT SUBJECT-FILE
               ASSIGN TO "subject.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUBJ-KEY
               ALTERNATE RECORD KEY IS SUBJ-HEADING WITH DUPLICATES
               FILE STATUS IS WS-SUBJ-STATUS.

           SELECT BOOK-SET-FILE
               ASSIGN TO "book_set.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BSET-ID
               FILE STATUS IS WS-BSET-STATUS.

           SELECT SET-VOLUME-FILE
               ASSIGN TO "book_set_volume.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BSV-KEY
               ALTERNATE RECORD KEY IS BSV-BOOK-ID WITH DUPLICATES
               FILE STATUS IS WS-BSV-STATUS.

           SELECT INTEREST-FILE
               ASSIGN TO "interest_profile.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INTP-USER-ID
               FILE STATUS IS WS-INTP-STATUS.

           SELECT CATEGORY-FILE
               ASSIGN TO "category.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CODE
               FILE STATUS IS WS-CAT-STATUS.

           SELECT ERES-FILE
               ASSIGN TO "eresource.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ERES-ID
               FILE STATUS IS WS-ERES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOOK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY AUTHFILE.

       FD  SUBJECT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SUBJFILE.

       FD  BOOK-SET-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BSETFILE.

       FD  SET-VOLUME-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BSETVOL.

       FD  INTEREST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INTPFILE.

       FD  CATEGORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CATFILE.

       FD  ERES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ERESFILE.

       FD  LIBROOM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LRMFILE.
       01  WS-AUTH-STATUS           PIC XX VALUE "00".
           88  WS-AUTH-SUCCESS      VALUE "00".

       01  WS-SUBJ-STATUS           PIC XX VALUE "00".
           88  WS-SUBJ-SUCCESS      VALUE "00".
           88  WS-SUBJ-EOF          VALUE "10".

      * 件名一覧・件名検索。一覧は入力した語以降の件名を五十音
      * （コード）順に件数付きで示し、検索は語を含む件名を持つ
      * 資料を分類コードによらず列記する
       01  WS-SUBJ-MODE             PIC 9 VALUE 1.
       01  WS-SUBJ-TERM             PIC X(40) VALUE SPACES.
       01  WS-SUBJ-TERM-LEN         PIC 9(02) VALUE ZERO.
       01  WS-SUBJ-CUR-HEADING      PIC X(40) VALUE SPACES.
       01  WS-SUBJ-CUR-COUNT        PIC 9(04) VALUE ZERO.
       01  WS-SUBJ-LIST-COUNT       PIC 9(02) VALUE ZERO.
       01  WS-SUBJ-LIST-MAX         PIC 9(02) VALUE 20.
       01  WS-SUBJ-LAST-BOOK-ID     PIC X(10) VALUE SPACES.

      * 多巻もの・シリーズの表示。検索結果には所属セットと巻を
      * 添え、セット表示では全巻を巻番号順に在架状況付きで示す
       01  WS-BSET-STATUS           PIC XX VALUE "00".
           88  WS-BSET-SUCCESS      VALUE "00".
       01  WS-BSV-STATUS            PIC XX VALUE "00".
           88  WS-BSV-SUCCESS       VALUE "00".
       01  WS-SET-SCAN-DONE-FLAG    PIC X VALUE "N".
           88  WS-SET-SCAN-DONE     VALUE "Y".
       01  WS-SET-BOOK-ID           PIC X(10) VALUE SPACES.
       01  WS-SET-ID                PIC 9(6) VALUE ZERO.
       01  WS-SET-VOL-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-SET-VOL-LABEL         PIC X(20) VALUE SPACES.

       01  WS-LRM-STATUS            PIC XX VALUE "00".
           88  WS-LRM-SUCCESS       VALUE "00".
           88  WS-LRM-NOT-FOUND     VALUE "23".

      * マイアカウント用
       01  WS-ACCT-USER-ID          PIC X(8) VALUE SPACES.
       01  WS-ACCT-CARD-NO          PIC X(10) VALUE SPACES.
       01  WS-CARD-RETURN-CODE      PIC 9 VALUE 0.
           88  WS-CARD-OK           VALUE 0.
           88  WS-CARD-UNKNOWN      VALUE 1.
           88  WS-CARD-LOST         VALUE 2.
       01  WS-ACCT-PIN              PIC X(4) VALUE SPACES.
       01  WS-ACCT-LOGIN-OK-FLAG    PIC X VALUE "N".
           88  WS-ACCT-LOGIN-OK     VALUE "Y".
       01  WS-FINE-REMAINING        PIC 9(6)V99 VALUE ZERO.
       01  WS-RENEW-BOOK-ID         PIC X(10) VALUE SPACES.
       01  WS-NEW-DUE-DATE          PIC 9(8) VALUE ZERO.
      * 日付指定予約との重複確認（LIBBKCK）
       01  WS-BKCK-START            PIC 9(08) VALUE ZERO.
      * 学期末期限（LIBTEND）。延長は現在の期限の翌日以降に
      * 終わる学期の終了日まで
       01  WS-TERM-END-FLAG         PIC X VALUE "N".
           88  WS-TERM-END-LOAN     VALUE "Y".
       01  WS-TEND-BASE-DATE        PIC 9(08) VALUE ZERO.
       01  WS-TEND-RETURN-CODE      PIC 9 VALUE 0.
           88  WS-TEND-FOUND        VALUE 0.
       01  WS-BKCK-RETURN-CODE      PIC 9 VALUE 0.
           88  WS-BKCK-CONFLICT     VALUE 1.
       01  WS-RENEW-OK-FLAG         PIC X VALUE "N".
           88  WS-RENEW-OK          VALUE "Y".
       01  WS-RESV-WAIT-FLAG        PIC X VALUE "N".
           88  WS-RESV-WAITING      VALUE "Y".

      * 新着案内の関心分野（マイアカウントからの変更）
       01  WS-INTP-STATUS           PIC XX VALUE "00".
           88  WS-INTP-SUCCESS      VALUE "00".
       01  WS-CAT-STATUS            PIC XX VALUE "00".
           88  WS-CAT-SUCCESS       VALUE "00".

      * 電子資料の検索
       01  WS-ERES-STATUS           PIC XX VALUE "00".
           88  WS-ERES-SUCCESS      VALUE "00".
           88  WS-ERES-EOF          VALUE "10".
       01  WS-ERES-HIT-COUNT        PIC 9(04) VALUE ZERO.
       01  WS-ERES-KIND-NAME        PIC X(21) VALUE SPACES.
       01  WS-INTP-EXISTS-FLAG      PIC X VALUE "N".
           88  WS-INTP-EXISTS       VALUE "Y".
       01  WS-INTP-VALID-FLAG       PIC X VALUE "Y".
           88  WS-INTP-VALID        VALUE "Y".
       01  WS-INTP-I                PIC 9(2) VALUE ZERO.
       01  WS-INTP-USED             PIC 9(2) VALUE ZERO.
       01  WS-AUDIT-KEY             PIC X(10) VALUE SPACES.
       01  WS-AUDIT-RETURN-CODE     PIC 9 VALUE 0.
       01  WS-AUDIT-BEFORE          PIC X(20) VALUE SPACES.
       01  WS-AUDIT-AFTER           PIC X(20) VALUE SPACES.

       01  WS-JRNL-ACTION            PIC X(8) VALUE SPACES.
       01  WS-JRNL-PROGRAM           PIC X(8) VALUE "LIBOPAC".
       01  WS-JRNL-REF-NO            PIC 9(10) VALUE ZERO.
           05  LINE 5 COL 1         VALUE "2. 購入リクエスト".
           05  LINE 6 COL 1         VALUE "3. マイアカウント".
           05  LINE 7 COL 1         VALUE "4. 学習室予約".
           05  LINE 8 COL 1         VALUE "5. 件名から探す".
           05  LINE 9 COL 1         VALUE
               "6. セット・シリーズの全巻".
           05  LINE 10 COL 1        VALUE "9. 終了".
           05  LINE 12 COL 1        VALUE "選択: ".
           05  LINE 12 COL 8        PIC 9 USING WS-MENU-CHOICE.

       01  ROOM-BOOK-SCREEN.
           05  LINE 8 COL 1         VALUE "部屋ID: ".

       01  ACCT-LOGIN-SCREEN.
           05  LINE 2 COL 1         VALUE "マイアカウント".
           05  LINE 4 COL 1         VALUE "カード番号: ".
           05  LINE 4 COL 14        PIC X(10) USING WS-ACCT-CARD-NO.
           05  LINE 5 COL 1         VALUE "暗証番号: ".
           05  LINE 5 COL 12
               PIC X(4) USING WS-ACCT-PIN.
           05  LINE 5 COL 1         VALUE "2. 未払い延滞金".
           05  LINE 6 COL 1         VALUE "3. 予約状況".
           05  LINE 7 COL 1         VALUE "4. 貸出延長".
           05  LINE 8 COL 1         VALUE
               "5. 新着案内の関心分野".
           05  LINE 9 COL 1         VALUE "9. 戻る".
           05  LINE 10 COL 1        VALUE "選択: ".
           05  LINE 10 COL 8        PIC 9 USING WS-ACCT-CHOICE.

           05  LINE 12 COL 18
               PIC X(10) USING WS-RENEW-BOOK-ID.

       01  ACCT-INTEREST-SCREEN.
           05  LINE 11 COL 1        VALUE
               "種別 C=分類コード S=件名の語（空白で"
               & "削除）".
           05  LINE 12 COL 1        VALUE " 1: ".
           05  LINE 12 COL 5        PIC X(1) USING INTP-KIND(1).
           05  LINE 12 COL 7        PIC X(40) USING INTP-VALUE(1).
           05  LINE 13 COL 1        VALUE " 2: ".
           05  LINE 13 COL 5        PIC X(1) USING INTP-KIND(2).
           05  LINE 13 COL 7        PIC X(40) USING INTP-VALUE(2).
           05  LINE 14 COL 1        VALUE " 3: ".
           05  LINE 14 COL 5        PIC X(1) USING INTP-KIND(3).
           05  LINE 14 COL 7        PIC X(40) USING INTP-VALUE(3).
           05  LINE 15 COL 1        VALUE " 4: ".
           05  LINE 15 COL 5        PIC X(1) USING INTP-KIND(4).
           05  LINE 15 COL 7        PIC X(40) USING INTP-VALUE(4).
           05  LINE 16 COL 1        VALUE " 5: ".
           05  LINE 16 COL 5        PIC X(1) USING INTP-KIND(5).
           05  LINE 16 COL 7        PIC X(40) USING INTP-VALUE(5).
           05  LINE 17 COL 1        VALUE " 6: ".
           05  LINE 17 COL 5        PIC X(1) USING INTP-KIND(6).
           05  LINE 17 COL 7        PIC X(40) USING INTP-VALUE(6).
           05  LINE 18 COL 1        VALUE " 7: ".
           05  LINE 18 COL 5        PIC X(1) USING INTP-KIND(7).
           05  LINE 18 COL 7        PIC X(40) USING INTP-VALUE(7).
           05  LINE 19 COL 1        VALUE " 8: ".
           05  LINE 19 COL 5        PIC X(1) USING INTP-KIND(8).
           05  LINE 19 COL 7        PIC X(40) USING INTP-VALUE(8).
           05  LINE 20 COL 1        VALUE " 9: ".
           05  LINE 20 COL 5        PIC X(1) USING INTP-KIND(9).
           05  LINE 20 COL 7        PIC X(40) USING INTP-VALUE(9).
           05  LINE 21 COL 1        VALUE "10: ".
           05  LINE 21 COL 5        PIC X(1) USING INTP-KIND(10).
           05  LINE 21 COL 7        PIC X(40) USING INTP-VALUE(10).

       01  PREQ-ENTRY-SCREEN.
           05  LINE 2 COL 1         VALUE "購入リクエスト".
           05  LINE 4 COL 1         VALUE "利用者ID: ".

       01  OPAC-SEARCH-SCREEN.
           05  LINE 2 COL 1         VALUE "蔵書検索（OPAC）".
           05  LINE 4 COL 1         VALUE
               "キーワード（書名・著者名）: ".
           05  LINE 4 COL 30        PIC X(20) USING WS-INPUT-KEYWORD.
           05  LINE 5 COL 1         VALUE
               "分類コード（省略可）: ".
           05  LINE 5 COL 24        PIC X(3) USING WS-INPUT-CATEGORY.
           05  LINE 6 COL 1         VALUE
               "分館コード（省略可）: ".
           05  LINE 6 COL 24        PIC X(4) USING WS-INPUT-BRANCH.

       01  OPAC-SET-SCREEN.
           05  LINE 2 COL 1         VALUE
               "セット・シリーズの全巻（OPAC）".
           05  LINE 4 COL 1         VALUE
               "いずれかの巻の図書ID: ".
           05  LINE 4 COL 24        PIC X(10) USING WS-SET-BOOK-ID.

       01  OPAC-SUBJECT-SCREEN.
           05  LINE 2 COL 1         VALUE
               "件名から探す（OPAC）".
           05  LINE 4 COL 1         VALUE
               "1:件名一覧 2:件名で資料検索: ".
           05  LINE 4 COL 31        PIC 9 USING WS-SUBJ-MODE.
           05  LINE 5 COL 1         VALUE "件名: ".
           05  LINE 5 COL 8         PIC X(40) USING WS-SUBJ-TERM.

       01  CONTINUE-SCREEN.
           05  LINE 22 COL 1        VALUE "続けますか？ (Y/N): ".
           05  LINE 22 COL 24       PIC X USING WS-CONTINUE-FLAG.
           END-IF
           OPEN INPUT USER-FILE
           OPEN INPUT AUTHORITY-FILE
           OPEN INPUT SUBJECT-FILE
           OPEN INPUT BOOK-SET-FILE
           OPEN INPUT SET-VOLUME-FILE
           OPEN INPUT CATEGORY-FILE
           OPEN INPUT ERES-FILE
           OPEN I-O INTEREST-FILE
           IF NOT WS-INTP-SUCCESS
               OPEN OUTPUT INTEREST-FILE
               CLOSE INTEREST-FILE
               OPEN I-O INTEREST-FILE
           END-IF
           OPEN INPUT LIBROOM-FILE
           OPEN I-O ROOMBOOK-FILE
           IF WS-RBK-NOT-FOUND OR WS-RBK-STATUS = "35"
           IF WS-AUTH-SUCCESS
               CLOSE AUTHORITY-FILE
           END-IF
           IF WS-SUBJ-SUCCESS
               CLOSE SUBJECT-FILE
           END-IF
           IF WS-BSET-SUCCESS
               CLOSE BOOK-SET-FILE
           END-IF
           IF WS-BSV-SUCCESS
               CLOSE SET-VOLUME-FILE
           END-IF
           IF WS-CAT-SUCCESS
               CLOSE CATEGORY-FILE
           END-IF
           IF WS-ERES-SUCCESS
               CLOSE ERES-FILE
           END-IF
           CLOSE INTEREST-FILE
           CLOSE PURCHASE-REQUEST-FILE.

       DISPLAY-OPAC-MENU SECTION.
                   PERFORM MY-ACCOUNT
               WHEN 4
                   PERFORM BOOK-STUDY-ROOM
               WHEN 5
                   PERFORM SUBJECT-SEARCH
               WHEN 6
                   PERFORM SHOW-BOOK-SET
               WHEN 9
                   MOVE "N" TO WS-CONTINUE-FLAG
               WHEN OTHER
                       MOVE "23" TO WS-USER-STATUS
                   NOT INVALID KEY
                       IF USER-STATUS NOT = "A"
                           DISPLAY "この利用者カードは利用"
                               "できません。"
                           MOVE "23" TO WS-USER-STATUS
                       END-IF
               END-READ
                       INVALID KEY
                           DISPLAY MSG-FILE-WRITE
                       NOT INVALID KEY
                           DISPLAY "購入リクエストを受け付"
                               "けました。番号: "
                               PREQ-NO
                   END-WRITE
               END-IF
      * マイアカウント：利用者ID＋暗証番号で本人確認し、貸出・
      * 延滞金・予約の照会と自己延長を提供する。延長規則は窓口の
      * 貸出延長（LIBRENEW）と同じ（延滞中・リコール中・予約待ち
      * あり・延長不可資料は断る）。新着案内の関心分野も本人が
      * 変更できる
       MY-ACCOUNT SECTION.
           PERFORM ACCOUNT-LOGIN
           IF WS-ACCT-LOGIN-OK
                           PERFORM SHOW-MY-RESERVATIONS
                       WHEN 4
                           PERFORM SELF-RENEW
                       WHEN 5
                           PERFORM MAINTAIN-MY-INTERESTS
                       WHEN 9
                           CONTINUE
                       WHEN OTHER
       ACCOUNT-LOGIN SECTION.
           MOVE "N" TO WS-ACCT-LOGIN-OK-FLAG
           MOVE SPACES TO WS-ACCT-USER-ID
           MOVE SPACES TO WS-ACCT-CARD-NO
           MOVE SPACES TO WS-ACCT-PIN
           DISPLAY ACCT-LOGIN-SCREEN
           ACCEPT ACCT-LOGIN-SCREEN
           CALL "LIBCRDV" USING WS-ACCT-CARD-NO, WS-ACCT-USER-ID,
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
               MOVE WS-ACCT-USER-ID TO USER-ID
               READ USER-FILE
                   INVALID KEY
                       DISPLAY "カード番号または暗証番号"
                           "が違います。"
                   NOT INVALID KEY
                       IF USER-STATUS NOT = "A"
                           DISPLAY "この利用者カードは利用"
                               "できません。"
                       ELSE
                           IF USER-PIN = SPACES
                           OR USER-PIN NOT = WS-ACCT-PIN
                               DISPLAY "カード番号または暗証"
                                   "番号が違います。"
                           ELSE
                               MOVE "Y" TO WS-ACCT-LOGIN-OK-FLAG
                               DISPLAY "ようこそ "
                                   USER-NAME " さん"
                           END-IF
                       END-IF
               END-READ
           END-IF
           MOVE "00" TO WS-USER-STATUS.

      * 新着案内の関心分野を本人が変更する。検証は窓口の関心分野
      * 登録（LIBIPRF）と同じ
       MAINTAIN-MY-INTERESTS SECTION.
           MOVE "N" TO WS-INTP-EXISTS-FLAG
           MOVE WS-ACCT-USER-ID TO INTP-USER-ID
           READ INTEREST-FILE
               INVALID KEY
                   INITIALIZE INTP-RECORD
                   MOVE WS-ACCT-USER-ID TO INTP-USER-ID
               NOT INVALID KEY
                   MOVE "Y" TO WS-INTP-EXISTS-FLAG
           END-READ
           MOVE "00" TO WS-INTP-STATUS
           DISPLAY ACCT-INTEREST-SCREEN
           ACCEPT ACCT-INTEREST-SCREEN
           PERFORM VALIDATE-MY-INTERESTS
           IF WS-INTP-VALID
               PERFORM SAVE-MY-INTERESTS
           END-IF.

       VALIDATE-MY-INTERESTS SECTION.
           MOVE "Y" TO WS-INTP-VALID-FLAG
           MOVE ZERO TO WS-INTP-USED
           PERFORM VARYING WS-INTP-I FROM 1 BY 1
                   UNTIL WS-INTP-I > 10
               EVALUATE TRUE
                   WHEN INTP-KIND(WS-INTP-I) = SPACE
                       MOVE SPACES TO INTP-VALUE(WS-INTP-I)
                   WHEN INTP-VALUE(WS-INTP-I) = SPACES
                       MOVE SPACE TO INTP-KIND(WS-INTP-I)
                   WHEN INTP-BY-CATEGORY(WS-INTP-I)
                       ADD 1 TO WS-INTP-USED
                       MOVE INTP-VALUE(WS-INTP-I)(1:3) TO CAT-CODE
                       READ CATEGORY-FILE
                           INVALID KEY
                               DISPLAY "分類コードが未登録"
                                   "です: "
                                   INTP-VALUE(WS-INTP-I)(1:3)
                               MOVE "N" TO WS-INTP-VALID-FLAG
                           NOT INVALID KEY
                               IF NOT CAT-ACTIVE
                               OR INTP-VALUE(WS-INTP-I)(4:) NOT = SPACES
                                   DISPLAY "分類コードが無効"
                                       "です: "
                                       INTP-VALUE(WS-INTP-I)
                                   MOVE "N" TO WS-INTP-VALID-FLAG
                               END-IF
                       END-READ
                       MOVE "00" TO WS-CAT-STATUS
                   WHEN INTP-BY-SUBJECT(WS-INTP-I)
                       ADD 1 TO WS-INTP-USED
                   WHEN OTHER
                       DISPLAY "種別はCかSで入力してくだ"
                           "さい。"
                       MOVE "N" TO WS-INTP-VALID-FLAG
               END-EVALUATE
           END-PERFORM.

       SAVE-MY-INTERESTS SECTION.
           MOVE WS-CURRENT-DATE TO INTP-UPDATE-DATE
           MOVE INTP-USER-ID TO WS-AUDIT-KEY
           MOVE SPACES TO WS-AUDIT-BEFORE
           MOVE SPACES TO WS-AUDIT-AFTER
           STRING "ITEMS=" DELIMITED BY SIZE
                   WS-INTP-USED DELIMITED BY SIZE
               INTO WS-AUDIT-AFTER
           IF WS-INTP-EXISTS
               REWRITE INTP-RECORD
                   INVALID KEY
                       DISPLAY MSG-FILE-WRITE
                   NOT INVALID KEY
                       DISPLAY "関心分野を更新しました。"
                       CALL "LIBAUDIT" USING "INTPROF",
                           WS-AUDIT-KEY, "UPDATE", "LIBOPAC",
                           WS-JRNL-OPER-ID, WS-AUDIT-BEFORE,
                           WS-AUDIT-AFTER, WS-AUDIT-RETURN-CODE
               END-REWRITE
           ELSE
               WRITE INTP-RECORD
                   INVALID KEY
                       DISPLAY MSG-FILE-WRITE
                   NOT INVALID KEY
                       DISPLAY "関心分野を登録しました。"
                       CALL "LIBAUDIT" USING "INTPROF",
                           WS-AUDIT-KEY, "CREATE", "LIBOPAC",
                           WS-JRNL-OPER-ID, WS-AUDIT-BEFORE,
                           WS-AUDIT-AFTER, WS-AUDIT-RETURN-CODE
               END-WRITE
           END-IF.

       SHOW-MY-LOANS SECTION.
           MOVE ZERO TO WS-ACCT-LOAN-COUNT
           MOVE "N" TO WS-ACCT-SCAN-DONE-FLAG
           IF WS-RENEW-OK
               PERFORM CHECK-RENEW-RULES
           END-IF
           IF WS-RENEW-OK
               PERFORM CHECK-RENEW-BOOKING
           END-IF
           IF WS-RENEW-OK
               PERFORM EXECUTE-SELF-RENEWAL
           END-IF.
           END-PERFORM
           MOVE "00" TO WS-LOAN-STATUS
           IF NOT WS-RENEW-OK
               DISPLAY "ご自身の貸出中の資料が見つかり"
                   "ません。"
           END-IF.

       CHECK-RENEW-RULES SECTION.
               NOT INVALID KEY
                   IF USER-EXPIRE-DATE NOT = ZERO
                   AND USER-EXPIRE-DATE < WS-CURRENT-DATE
                       DISPLAY "利用者カードの有効期限が"
                           "切れているため延長できませ"
                           "ん。"
                       MOVE "N" TO WS-RENEW-OK-FLAG
                   END-IF
           END-READ
           IF WS-RENEW-OK
           AND WS-CURRENT-DATE > LOAN-DUE-DATE
               DISPLAY "延滞中のため延長できません。返"
                   "却してください。"
               MOVE "N" TO WS-RENEW-OK-FLAG
           END-IF
           IF WS-RENEW-OK AND LOAN-RECALLED
               DISPLAY "リコール中のため延長できません"
                   "。"
               MOVE "N" TO WS-RENEW-OK-FLAG
           END-IF
           IF WS-RENEW-OK AND LOAN-DUE-TIME NOT = ZERO
               DISPLAY "時間貸し資料は端末から延長でき"
                   "ません。"
               MOVE "N" TO WS-RENEW-OK-FLAG
           END-IF
           IF WS-RENEW-OK
           END-READ
           MOVE "00" TO WS-BOOK-STATUS
           MOVE "N" TO WS-POLICY-FOUND-FLAG
           MOVE "N" TO WS-TERM-END-FLAG
           IF WS-POLICY-OPEN
               IF BOOK-MATERIAL-TYPE = SPACES
                   MOVE "BK" TO WS-LOOKUP-MATERIAL
                       MOVE "Y" TO WS-POLICY-FOUND-FLAG
                       IF NOT PLCY-NO-CIRCULATION
                           MOVE PLCY-LOAN-DAYS TO WS-RENEW-DAYS
                           IF PLCY-DUE-TERM-END
                               MOVE "Y" TO WS-TERM-END-FLAG
                           END-IF
                       END-IF
                       IF NOT PLCY-CAN-RENEW
                           DISPLAY "この資料は延長できませ"
                               "ん。"
                           MOVE "N" TO WS-RENEW-OK-FLAG
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-RESV-STATUS
           IF WS-RESV-WAITING
               DISPLAY "予約待ちがあるため延長できませ"
                   "ん。"
               MOVE "N" TO WS-RENEW-OK-FLAG
           END-IF.

      * 延長後の期限を決め（学期末期限なら学年暦による）、
      * その期限までに他の利用者の日付指定予約があれば断る
       CHECK-RENEW-BOOKING SECTION.
           MOVE 1 TO WS-TEND-RETURN-CODE
           IF WS-TERM-END-LOAN
               COMPUTE WS-TEND-BASE-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(LOAN-DUE-DATE) + 1)
               CALL "LIBTEND" USING WS-TEND-BASE-DATE,
                   WS-NEW-DUE-DATE, WS-TEND-RETURN-CODE
           END-IF
           IF NOT WS-TEND-FOUND
               MOVE "N" TO WS-TERM-END-FLAG
               COMPUTE WS-NEW-DUE-DATE = LOAN-DUE-DATE + WS-RENEW-DAYS
           END-IF
           PERFORM SKIP-HOLIDAYS-FOR-NEW-DUE
           CALL "LIBBKCK" USING WS-RENEW-BOOK-ID, LOAN-USER-ID,
               LOAN-DUE-DATE, WS-NEW-DUE-DATE,
               WS-BKCK-START, WS-BKCK-RETURN-CODE
           IF WS-BKCK-CONFLICT
               DISPLAY "日付指定予約が入っているため"
                   "延長できません。"
               MOVE "N" TO WS-RENEW-OK-FLAG
           END-IF.

       EXECUTE-SELF-RENEWAL SECTION.
           MOVE WS-NEW-DUE-DATE TO LOAN-DUE-DATE
           IF WS-TERM-END-LOAN
               MOVE "T" TO LOAN-DUE-RULE
           ELSE
               MOVE SPACE TO LOAN-DUE-RULE
           END-IF
           REWRITE LOAN-RECORD
               INVALID KEY
                   DISPLAY MSG-FILE-WRITE
                       MOVE "23" TO WS-LRM-STATUS
                   NOT INVALID KEY
                       IF NOT LRM-ACTIVE
                           DISPLAY "この部屋は現在利用でき"
                               "ません。"
                           MOVE "23" TO WS-LRM-STATUS
                       END-IF
               END-READ
               IF WS-LRM-SUCCESS
                   PERFORM CHECK-ROOM-QUOTA
                   IF WS-QUOTA-COUNT >= WS-ROOM-WEEK-QUOTA
                       DISPLAY "週あたりの予約枠の上限に"
                           "達しています。"
                   ELSE
                       PERFORM WRITE-ROOM-BOOKING
                   END-IF
                           INVALID KEY
                               DISPLAY MSG-FILE-WRITE
                           NOT INVALID KEY
                               DISPLAY "学習室を予約しまし"
                                   "た。"
                       END-REWRITE
                   ELSE
                       DISPLAY "この枠はすでに予約されて"
                           "います。"
                   END-IF
           END-READ
           MOVE "00" TO WS-RBK-STATUS.
               DISPLAY MSG-INVALID-INPUT
           ELSE
               PERFORM SCAN-BOOK-FILE
               IF WS-KEYWORD-LEN > ZERO
               AND WS-ERES-SUCCESS
                   PERFORM SCAN-ERESOURCES
               END-IF
           END-IF.

      * 契約期間中の電子資料をタイトルのキーワードで探す。所在が
      * ないので分館の指定は見ない
       SCAN-ERESOURCES SECTION.
           MOVE ZERO TO WS-ERES-HIT-COUNT
           MOVE LOW-VALUES TO ERES-ID
           START ERES-FILE KEY >= ERES-ID
               INVALID KEY
                   MOVE "10" TO WS-ERES-STATUS
           END-START
           PERFORM UNTIL WS-ERES-EOF
               READ ERES-FILE NEXT
                   AT END
                       MOVE "10" TO WS-ERES-STATUS
                   NOT AT END
                       IF ERES-ACTIVE
                       AND ERES-LICENSE-START <= WS-CURRENT-DATE
                       AND ERES-LICENSE-END >= WS-CURRENT-DATE
                           MOVE ZERO TO WS-MATCH-TALLY
                           INSPECT ERES-TITLE
                               TALLYING WS-MATCH-TALLY FOR ALL
                               WS-INPUT-KEYWORD(1:WS-KEYWORD-LEN)
                           IF WS-MATCH-TALLY > ZERO
                               PERFORM DISPLAY-ERESOURCE-HIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-ERES-STATUS
           IF WS-ERES-HIT-COUNT > ZERO
               DISPLAY "電子資料: " WS-ERES-HIT-COUNT "件"
           END-IF.

       DISPLAY-ERESOURCE-HIT SECTION.
           ADD 1 TO WS-ERES-HIT-COUNT
           EVALUATE ERES-KIND
               WHEN "E"
                   MOVE "電子ブック" TO WS-ERES-KIND-NAME
               WHEN "D"
                   MOVE "データベース" TO WS-ERES-KIND-NAME
               WHEN "J"
                   MOVE "電子ジャーナル" TO WS-ERES-KIND-NAME
               WHEN OTHER
                   MOVE SPACES TO WS-ERES-KIND-NAME
           END-EVALUATE
           DISPLAY "[電子] " ERES-ID SPACE ERES-TITLE
           IF ERES-UNLIMITED
               DISPLAY "    " WS-ERES-KIND-NAME
                   " 同時アクセス: 無制限"
           ELSE
               DISPLAY "    " WS-ERES-KIND-NAME
                   " 同時アクセス: " ERES-CONCURRENT "名"
           END-IF
           IF ERES-AUTH-TYPES NOT = SPACES
               DISPLAY "    利用できる利用者区分: "
                   ERES-AUTH-TYPES
           END-IF
           DISPLAY "    " ERES-ACCESS-URL.

      * キーワードが著者典拠に登録された表記なら統一形を求める
       RESOLVE-AUTHOR-KEYWORD SECTION.
           MOVE SPACES TO WS-AUTH-RESOLVED
                   OR BOOK-CATEGORY = WS-INPUT-CATEGORY)
               AND (WS-INPUT-BRANCH = SPACES
                   OR BOOK-BRANCH = WS-INPUT-BRANCH)
                   PERFORM DISPLAY-BOOK-HIT
               END-IF
           END-IF.

       DISPLAY-BOOK-HIT SECTION.
           ADD 1 TO WS-HIT-COUNT
           PERFORM BUILD-AVAILABILITY
           DISPLAY BOOK-ID SPACE BOOK-TITLE
           DISPLAY "    " BOOK-AUTHOR SPACE
               BOOK-CATEGORY SPACE BOOK-BRANCH SPACE
               WS-AVAIL-MSG
           IF WS-HOLD-COUNT > ZERO
               DISPLAY "    予約待ち: " WS-HOLD-COUNT "件"
           END-IF
           PERFORM SHOW-SET-MEMBERSHIP.

      * 多巻もの・シリーズの巻であれば所属セットと巻番号を添える
       SHOW-SET-MEMBERSHIP SECTION.
           IF WS-BSV-SUCCESS AND WS-BSET-SUCCESS
               MOVE "N" TO WS-SET-SCAN-DONE-FLAG
               MOVE BOOK-ID TO WS-SET-BOOK-ID
               MOVE BOOK-ID TO BSV-BOOK-ID
               START SET-VOLUME-FILE KEY = BSV-BOOK-ID
                   INVALID KEY
                       MOVE "Y" TO WS-SET-SCAN-DONE-FLAG
               END-START
               PERFORM UNTIL WS-SET-SCAN-DONE
                   READ SET-VOLUME-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-SET-SCAN-DONE-FLAG
                       NOT AT END
                           IF BSV-BOOK-ID NOT = WS-SET-BOOK-ID
                               MOVE "Y" TO WS-SET-SCAN-DONE-FLAG
                           ELSE
                               MOVE BSV-SET-ID TO BSET-ID
                               READ BOOK-SET-FILE
                                   INVALID KEY
                                       CONTINUE
                                   NOT INVALID KEY
                                       DISPLAY "    セット: "
                                           BSET-TITLE(1:40)
                                           " 第" BSV-VOL-NO "巻"
                               END-READ
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-BSV-STATUS
               MOVE "00" TO WS-BSET-STATUS
           END-IF.

      * 指定した巻が属するセットの全巻を在架状況付きで示す
       SHOW-BOOK-SET SECTION.
           MOVE SPACES TO WS-SET-BOOK-ID
           DISPLAY OPAC-SET-SCREEN
           ACCEPT OPAC-SET-SCREEN
           MOVE ZERO TO WS-SET-ID
           IF WS-BSV-SUCCESS AND WS-BSET-SUCCESS
               MOVE WS-SET-BOOK-ID TO BSV-BOOK-ID
               START SET-VOLUME-FILE KEY = BSV-BOOK-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       READ SET-VOLUME-FILE NEXT
                           AT END
                               CONTINUE
                           NOT AT END
                               IF BSV-BOOK-ID = WS-SET-BOOK-ID
                                   MOVE BSV-SET-ID TO WS-SET-ID
                               END-IF
                       END-READ
               END-START
               MOVE "00" TO WS-BSV-STATUS
           END-IF
           IF WS-SET-ID = ZERO
               DISPLAY "この図書はセット・シリーズに登"
                   "録されて"
                   "いません。"
           ELSE
               MOVE WS-SET-ID TO BSET-ID
               READ BOOK-SET-FILE
                   INVALID KEY
                       MOVE SPACES TO BSET-TITLE
                       MOVE ZERO TO BSET-TOTAL-VOLS
               END-READ
               MOVE "00" TO WS-BSET-STATUS
               DISPLAY "セット: " BSET-TITLE
               IF BSET-TOTAL-VOLS > ZERO
                   DISPLAY "全" BSET-TOTAL-VOLS "巻"
               ELSE
                   DISPLAY "刊行中"
               END-IF
               PERFORM LIST-SET-VOLUMES
           END-IF.

       LIST-SET-VOLUMES SECTION.
           MOVE ZERO TO WS-SET-VOL-COUNT
           MOVE "N" TO WS-SET-SCAN-DONE-FLAG
           MOVE WS-SET-ID TO BSV-SET-ID
           MOVE ZERO TO BSV-VOL-NO
           MOVE LOW-VALUES TO BSV-BOOK-ID
           START SET-VOLUME-FILE KEY >= BSV-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SET-SCAN-DONE-FLAG
           END-START
           PERFORM UNTIL WS-SET-SCAN-DONE
               READ SET-VOLUME-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-SET-SCAN-DONE-FLAG
                   NOT AT END
                       IF BSV-SET-ID NOT = WS-SET-ID
                           MOVE "Y" TO WS-SET-SCAN-DONE-FLAG
                       ELSE
                           PERFORM SHOW-SET-VOLUME
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-BSV-STATUS
           DISPLAY "所蔵冊数: " WS-SET-VOL-COUNT.

       SHOW-SET-VOLUME SECTION.
           MOVE BSV-BOOK-ID TO BOOK-ID
           READ BOOK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BOOK-STATUS NOT = "W"
                       ADD 1 TO WS-SET-VOL-COUNT
                       MOVE BSV-VOL-LABEL TO WS-SET-VOL-LABEL
                       PERFORM BUILD-AVAILABILITY
                       DISPLAY "第" BSV-VOL-NO "巻 " WS-SET-VOL-LABEL
                           SPACE BOOK-ID SPACE BOOK-BRANCH
                       DISPLAY "    " BOOK-TITLE(1:40) SPACE
                           WS-AVAIL-MSG
                   END-IF
           END-READ
           MOVE "00" TO WS-BOOK-STATUS.

      * 件名一覧・件名検索
       SUBJECT-SEARCH SECTION.
           MOVE 1 TO WS-SUBJ-MODE
           MOVE SPACES TO WS-SUBJ-TERM
           DISPLAY OPAC-SUBJECT-SCREEN
           ACCEPT OPAC-SUBJECT-SCREEN
           MOVE ZERO TO WS-SUBJ-TERM-LEN
           PERFORM VARYING WS-KW-I FROM 40 BY -1
                   UNTIL WS-KW-I < 1
                   OR WS-SUBJ-TERM-LEN > 0
               IF WS-SUBJ-TERM(WS-KW-I:1) NOT = SPACE
                   MOVE WS-KW-I TO WS-SUBJ-TERM-LEN
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN NOT WS-SUBJ-SUCCESS
                   DISPLAY "件名ファイルがありません。"
               WHEN WS-SUBJ-MODE = 1
                   PERFORM BROWSE-SUBJECT-HEADINGS
               WHEN WS-SUBJ-MODE = 2 AND WS-SUBJ-TERM-LEN > ZERO
                   PERFORM SEARCH-BY-SUBJECT
               WHEN OTHER
                   DISPLAY MSG-INVALID-INPUT
           END-EVALUATE.

      * 入力した語以降の件名を件数付きで一覧する
       BROWSE-SUBJECT-HEADINGS SECTION.
           MOVE ZERO TO WS-SUBJ-LIST-COUNT
           MOVE SPACES TO WS-SUBJ-CUR-HEADING
           MOVE ZERO TO WS-SUBJ-CUR-COUNT
           DISPLAY "件名一覧"
           IF WS-SUBJ-TERM-LEN = ZERO
               MOVE LOW-VALUES TO SUBJ-HEADING
           ELSE
               MOVE WS-SUBJ-TERM TO SUBJ-HEADING
           END-IF
           START SUBJECT-FILE KEY >= SUBJ-HEADING
               INVALID KEY
                   MOVE "10" TO WS-SUBJ-STATUS
           END-START
           PERFORM UNTIL WS-SUBJ-EOF
                   OR WS-SUBJ-LIST-COUNT >= WS-SUBJ-LIST-MAX
               READ SUBJECT-FILE NEXT
                   AT END
                       MOVE "10" TO WS-SUBJ-STATUS
                   NOT AT END
                       IF SUBJ-HEADING = WS-SUBJ-CUR-HEADING
                           ADD 1 TO WS-SUBJ-CUR-COUNT
                       ELSE
                           PERFORM SHOW-SUBJECT-HEADING
                           MOVE SUBJ-HEADING TO WS-SUBJ-CUR-HEADING
                           MOVE 1 TO WS-SUBJ-CUR-COUNT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SUBJ-LIST-COUNT < WS-SUBJ-LIST-MAX
               PERFORM SHOW-SUBJECT-HEADING
           END-IF
           MOVE "00" TO WS-SUBJ-STATUS
           IF WS-SUBJ-LIST-COUNT = ZERO
               DISPLAY "該当する件名はありません。"
           ELSE
               DISPLAY "件名で資料を探すには2を選んで"
                   "件名を入力して"
                   "ください。"
           END-IF.

       SHOW-SUBJECT-HEADING SECTION.
           IF WS-SUBJ-CUR-COUNT > ZERO
               ADD 1 TO WS-SUBJ-LIST-COUNT
               DISPLAY "  " WS-SUBJ-CUR-HEADING " ("
                   WS-SUBJ-CUR-COUNT "件)"
           END-IF.

      * 語を含む件名を持つ資料を列記する（1冊に該当件名が複数
      * あっても1回だけ示す）
       SEARCH-BY-SUBJECT SECTION.
           MOVE ZERO TO WS-HIT-COUNT
           MOVE SPACES TO WS-SUBJ-LAST-BOOK-ID
           DISPLAY "検索結果（件名）"
           MOVE LOW-VALUES TO SUBJ-KEY
           START SUBJECT-FILE KEY >= SUBJ-KEY
               INVALID KEY
                   MOVE "10" TO WS-SUBJ-STATUS
           END-START
           PERFORM UNTIL WS-SUBJ-EOF
               READ SUBJECT-FILE NEXT
                   AT END
                       MOVE "10" TO WS-SUBJ-STATUS
                   NOT AT END
                       IF SUBJ-BOOK-ID NOT = WS-SUBJ-LAST-BOOK-ID
                           PERFORM MATCH-SUBJECT-HEADING
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-SUBJ-STATUS
           DISPLAY "該当件数: " WS-HIT-COUNT.

       MATCH-SUBJECT-HEADING SECTION.
           MOVE ZERO TO WS-MATCH-TALLY
           INSPECT SUBJ-HEADING TALLYING WS-MATCH-TALLY
               FOR ALL WS-SUBJ-TERM(1:WS-SUBJ-TERM-LEN)
           IF WS-MATCH-TALLY > ZERO
               MOVE SUBJ-BOOK-ID TO WS-SUBJ-LAST-BOOK-ID
               MOVE SUBJ-BOOK-ID TO BOOK-ID
               READ BOOK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BOOK-STATUS NOT = "W"
                           PERFORM DISPLAY-BOOK-HIT
                           DISPLAY "    件名: " SUBJ-HEADING
                       END-IF
               END-READ
               MOVE "00" TO WS-BOOK-STATUS
           END-IF.

      * 蔵書の著者名を典拠で統一形に直し、キーワードの統一形と
                   MOVE SPACES TO WS-AVAIL-MSG
                   IF WS-DUE-TIME-DISP NOT = ZERO
      * 時間貸しは当日中に戻るため時刻まで示す
                       STRING "貸出中 返却予定:"
                           DELIMITED BY SIZE
                           WS-DUE-DATE-DISP DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-DUE-TIME-DISP DELIMITED BY SIZE
                           INTO WS-AVAIL-MSG
                   ELSE
                       STRING "貸出中 返却予定:"
                           DELIMITED BY SIZE
                           WS-DUE-DATE-DISP DELIMITED BY SIZE
                           INTO WS-AVAIL-MSG
                   END-IF
               WHEN "H"
                   MOVE "取置中" TO WS-AVAIL-MSG
               WHEN "P"
                   MOVE "整理中（未配架）" TO WS-AVAIL-MSG
               WHEN OTHER
                   MOVE "利用不可" TO WS-AVAIL-MSG
           END-EVALUATE.
