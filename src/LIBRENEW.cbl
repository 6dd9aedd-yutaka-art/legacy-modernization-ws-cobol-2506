       01  WS-CURRENT-DATE          PIC 9(08) VALUE ZERO.
       01  WS-NEW-DUE-DATE          PIC 9(08) VALUE ZERO.
       01  WS-RENEW-DAYS            PIC 9(03) VALUE 14.
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

       COPY LIBERROR.

           05  LINE 6 COL 17        PIC 9(8) FROM LOAN-DUE-DATE.
           05  LINE 7 COL 1         VALUE "延長後の返却期限: ".
           05  LINE 7 COL 19        PIC 9(8) FROM WS-NEW-DUE-DATE.
           05  LINE 9 COL 1         VALUE
               "延長しますか？ (Y/N): ".
           05  LINE 9 COL 25        PIC X USING WS-CONTINUE-FLAG.

       01  CONTINUE-SCREEN.
           05  LINE 11 COL 1        VALUE
               "続行しますか？ (Y/N): ".
           05  LINE 11 COL 25       PIC X USING WS-CONTINUE-FLAG.

       PROCEDURE DIVISION USING LS-OPERATOR-ID.
                   MOVE "23" TO WS-BOOK-STATUS
               NOT INVALID KEY
                   IF BOOK-STATUS NOT = "B"
                       DISPLAY "この図書は貸出されていま"
                           "せん。"
                       MOVE "23" TO WS-BOOK-STATUS
                   END-IF
           END-READ
           IF WS-BOOK-STATUS = "51"
               DISPLAY "レコード使用中です。しばらくし"
                   "て再試行してください。"
               MOVE "23" TO WS-BOOK-STATUS
           END-IF.

               NOT INVALID KEY
                   READ LOAN-FILE NEXT
                       AT END
                           DISPLAY "貸出記録が見つかりま"
                               "せん。"
                           MOVE "23" TO WS-LOAN-STATUS
                       NOT AT END
                           IF LOAN-BOOK-ID NOT = WS-INPUT-BOOK-ID
                           OR LOAN-STATUS NOT = "A"
                               DISPLAY "貸出記録が見つかり"
                                   "ません。"
                               MOVE "23" TO WS-LOAN-STATUS
                           END-IF
                   END-READ
                       TO WS-CURRENT-DATE
                   IF USER-EXPIRE-DATE NOT = ZERO
                   AND USER-EXPIRE-DATE < WS-CURRENT-DATE
                       DISPLAY "利用者カードの有効期限が"
                           "切れているため延長できま"
                           "せん。"
                       MOVE "23" TO WS-LOAN-STATUS
                   END-IF
           END-READ.
       CHECK-OVERDUE-FOR-RENEWAL SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           IF WS-CURRENT-DATE > LOAN-DUE-DATE
               DISPLAY "この図書は延滞中のため延長でき"
                   "ません。返却してください。"
               MOVE "23" TO WS-LOAN-STATUS
           END-IF
           IF WS-LOAN-SUCCESS AND LOAN-RECALLED
               DISPLAY "この貸出はリコール中のため延長"
                   "できません。"
               MOVE "23" TO WS-LOAN-STATUS
           END-IF.

      * なければ従来どおりの標準条件で貸し出す
       LOOKUP-LOAN-POLICY SECTION.
           MOVE "N" TO WS-POLICY-FOUND-FLAG
           MOVE "N" TO WS-TERM-END-FLAG
           MOVE 14 TO WS-LOAN-DAYS
           IF WS-POLICY-OPEN
               IF BOOK-MATERIAL-TYPE = SPACES
                       MOVE "Y" TO WS-POLICY-FOUND-FLAG
                       IF NOT PLCY-NO-CIRCULATION
                           MOVE PLCY-LOAN-DAYS TO WS-LOAN-DAYS
                           IF PLCY-DUE-TERM-END
                               MOVE "Y" TO WS-TERM-END-FLAG
                           END-IF
                       END-IF
               END-READ
           END-IF.
           END-PERFORM
           MOVE "00" TO WS-RESV-STATUS
           IF WS-RESV-WAITING
               DISPLAY "この図書には予約待ちがあるため"
                   "延長できません。"
               MOVE "23" TO WS-LOAN-STATUS
           END-IF.

       CONFIRM-RENEWAL SECTION.
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
           PERFORM SKIP-HOLIDAYS-FOR-NEW-DUE-DATE
           CALL "LIBBKCK" USING WS-INPUT-BOOK-ID, LOAN-USER-ID,
               LOAN-DUE-DATE, WS-NEW-DUE-DATE,
               WS-BKCK-START, WS-BKCK-RETURN-CODE
           IF WS-BKCK-CONFLICT
               DISPLAY "延長期間に日付指定予約が入っ"
                   "ているため延長できません。"
               DISPLAY "予約開始日: " WS-BKCK-START
               MOVE "N" TO WS-CONTINUE-FLAG
           ELSE
               DISPLAY RENEW-CONFIRM-SCREEN
               ACCEPT RENEW-CONFIRM-SCREEN
           END-IF.

       SKIP-HOLIDAYS-FOR-NEW-DUE-DATE SECTION.
           MOVE WS-NEW-DUE-DATE TO HOLIDAY-DATE
       EXECUTE-RENEWAL SECTION.
           MOVE LOAN-DUE-DATE TO WS-AUDIT-BEFORE
           MOVE WS-NEW-DUE-DATE TO LOAN-DUE-DATE
           IF WS-TERM-END-LOAN
               MOVE "T" TO LOAN-DUE-RULE
           ELSE
               MOVE SPACE TO LOAN-DUE-RULE
           END-IF
           MOVE LOAN-DUE-DATE TO WS-AUDIT-AFTER
           REWRITE LOAN-RECORD
               INVALID KEY
