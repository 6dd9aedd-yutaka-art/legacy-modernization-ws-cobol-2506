      * 料金で破損査定金を延滞金台帳に起票し、必要なら修理受付
      * （repair.dat）まで一度に行う。破損図書は在架に戻さず
      * 破損状態（D）とし、修理完了（LIBREPAIR）で復旧する
      * 利用者注意事項（patron_note.dat）があれば返却者の確認時に
      * 表示する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBRETURN.
               RECORD KEY IS RPR-NO
               FILE STATUS IS WS-RPR-STATUS.

           SELECT PATRON-NOTE-FILE
               ASSIGN TO "patron_note.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PNOT-KEY
               FILE STATUS IS WS-PNOT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOOK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RPRFILE.

       FD  PATRON-NOTE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PNOTFILE.

       WORKING-STORAGE SECTION.
       01  WS-BOOK-STATUS           PIC XX VALUE "00".
           88  WS-BOOK-SUCCESS      VALUE "00".
       01  WS-JRNL-EFFECT-DATE       PIC 9(8) VALUE ZERO.
       01  WS-JRNL-AMOUNT            PIC 9(6) VALUE ZERO.
       01  WS-JRNL-RETURN-CODE       PIC 9 VALUE 0.
       01  WS-BILL-USER-ID          PIC X(8) VALUE SPACES.
       01  WS-INSR-RETURN-CODE      PIC 9 VALUE 0.

       01  WS-USER-STATUS           PIC XX VALUE "00".
           88  WS-USER-SUCCESS      VALUE "00".
       01  WS-HOURLY-OVERDUE-FLAG   PIC X VALUE "N".
           88  WS-HOURLY-OVERDUE    VALUE "Y".

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
           05  LINE 7 COL 12        PIC 9(8) FROM LOAN-DUE-DATE.
           05  LINE 8 COL 1         VALUE "返却日: ".
           05  LINE 8 COL 10        PIC 9(8) FROM WS-CURRENT-DATE.
           05  LINE 10 COL 1        VALUE
               "返却しますか？ (Y/N): ".
           05  LINE 10 COL 25       PIC X USING WS-CONTINUE-FLAG.

       01  OVERDUE-SCREEN.
           05  LINE 12 COL 1        VALUE
               "【注意】この図書は延滞しています".
           05  LINE 13 COL 1        VALUE "延滞日数: ".
           05  LINE 13 COL 12       PIC 9(3) FROM WS-OVERDUE-DAYS.
           05  LINE 13 COL 16       VALUE "日".

       01  FINE-NOTICE-SCREEN.
           05  LINE 16 COL 1        VALUE "延滞料金: ".
           05  LINE 16 COL 11       PIC ZZZ,ZZ9.99 FROM
               LOAN-FINE-AMOUNT.
           05  LINE 16 COL 21       VALUE
               "円（次回利用時までに精算してくださ"
               & "い）".

       01  CONTINUE-SCREEN.
           05  LINE 15 COL 1        VALUE
               "続行しますか？ (Y/N): ".
           05  LINE 15 COL 25       PIC X USING WS-CONTINUE-FLAG.

       01  DAMAGE-ASK-SCREEN.
           05  LINE 21 COL 30       PIC X USING WS-REPAIR-ASK-FLAG.

       01  RESV-NOTICE-SCREEN.
           05  LINE 14 COL 1        VALUE
               "この図書には予約が入っています。取"
               & "り置きします。".
           05  LINE 15 COL 1        VALUE "予約者ID: ".
           05  LINE 15 COL 11       PIC X(08) FROM RESV-USER-ID.

       01  NOTE-ACK-SCREEN.
           05  LINE 20 COL 1        VALUE
               "注意事項を確認したらEnterを押してくだ"
               & "さい: ".
           05  LINE 20 COL 46       PIC X USING WS-NOTE-ACK-FLAG.

       PROCEDURE DIVISION USING LS-OPERATOR-ID.
       MAIN-PROCESS SECTION.
           PERFORM OPEN-FILES
               OPEN I-O TRANSFER-FILE
           END-IF
           OPEN INPUT DAMAGE-CODE-FILE
           MOVE "N" TO WS-PNOT-OPEN-FLAG
           OPEN INPUT PATRON-NOTE-FILE
           IF WS-PNOT-SUCCESS
               MOVE "Y" TO WS-PNOT-OPEN-FLAG
           END-IF
           OPEN I-O REPAIR-FILE
           IF NOT WS-RPR-SUCCESS
               OPEN OUTPUT REPAIR-FILE
               CLOSE DAMAGE-CODE-FILE
           END-IF
           CLOSE REPAIR-FILE
           IF WS-PNOT-OPEN
               CLOSE PATRON-NOTE-FILE
           END-IF
           CLOSE BOOK-FILE
           CLOSE USER-FILE
           CLOSE LOAN-FILE
               PERFORM FIND-LOAN-RECORD
               IF WS-LOAN-SUCCESS
                   PERFORM GET-USER-INFO
                   IF WS-USER-SUCCESS
                       MOVE LOAN-USER-ID TO WS-PNOT-USER-ID
                       PERFORM SHOW-PATRON-NOTES
                   END-IF
                   PERFORM CHECK-OVERDUE
                   PERFORM CONFIRM-RETURN
                   IF WS-CONTINUE
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
                           DISPLAY "貸出記録が見つかりませ"
                               "ん。"
                           MOVE "23" TO WS-LOAN-STATUS
                       NOT AT END
                           IF LOAN-BOOK-ID NOT = WS-INPUT-BOOK-ID
                           OR LOAN-STATUS NOT = "A"
                               DISPLAY "貸出記録が見つかり"
                                   "ません。"
                               MOVE "23" TO WS-LOAN-STATUS
                           END-IF
                   END-READ
                   MOVE "23" TO WS-USER-STATUS
           END-READ.

      * 返却者の有効な注意事項（削除されておらず期限内のもの）を
      * 表示する。返却処理そのものは止めない
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
           IF WS-PNOT-COUNT > ZERO
               MOVE SPACE TO WS-NOTE-ACK-FLAG
               DISPLAY NOTE-ACK-SCREEN
               ACCEPT NOTE-ACK-SCREEN
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

       CHECK-OVERDUE SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-CURRENT-TIME
               MOVE WS-INPUT-DMG-CODE TO DMG-CODE
               READ DAMAGE-CODE-FILE
                   INVALID KEY
                       DISPLAY "破損コードが無効です。破"
                           "損査定を中止します。"
                       MOVE "N" TO WS-DAMAGE-FLAG
                   NOT INVALID KEY
                       IF DMG-ACTIVE
                           DISPLAY REPAIR-ASK-SCREEN
                           ACCEPT REPAIR-ASK-SCREEN
                       ELSE
                           DISPLAY "停止中の破損コードです"
                               "。破損査定を中止します"
                               "。"
                           MOVE "N" TO WS-DAMAGE-FLAG
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-DMG-STATUS.

      * 破損査定金を延滞金台帳に破損区分で起票する。団体口座の
      * 貸出は責任者あてに起票する
       WRITE-DAMAGE-FINE SECTION.
           PERFORM GET-NEXT-FINE-NUMBER
           CALL "LIBINSR" USING LOAN-USER-ID, WS-BILL-USER-ID,
               WS-INSR-RETURN-CODE
           INITIALIZE FINE-RECORD
           MOVE WS-NEXT-FINE-NO TO FINE-NO
           MOVE LOAN-NO TO FINE-LOAN-NO
           MOVE WS-BILL-USER-ID TO FINE-USER-ID
           MOVE DMG-FEE TO FINE-AMOUNT
           MOVE WS-CURRENT-DATE TO FINE-ASSESSED-DATE
           MOVE "N" TO FINE-PAID
               INVALID KEY
                   DISPLAY MSG-FILE-WRITE
               NOT INVALID KEY
                   DISPLAY "破損査定金を起票しました。"
                       "番号: "
                       FINE-NO
                   MOVE "DMGFEE" TO WS-JRNL-ACTION
                   MOVE "LIBRETUR" TO WS-JRNL-PROGRAM
               INVALID KEY
                   DISPLAY MSG-FILE-WRITE
               NOT INVALID KEY
                   DISPLAY "修理受付しました。記録番号: "
                       RPR-NO
           END-WRITE.

       GET-NEXT-REPAIR-NUMBER SECTION.
                   COMPUTE LOAN-FINE-AMOUNT =
                       WS-OVERDUE-HOURS * WS-HOURLY-RATE
               ELSE
                   COMPUTE LOAN-FINE-AMOUNT = WS-OVERDUE-DAYS *
                       WS-FINE-RATE-PER-DAY
               END-IF
               MOVE "N" TO LOAN-FINE-PAID
               PERFORM WRITE-FINE-RECORD

      * 延滞金台帳（fine.dat）に未払いレコードを追記する。貸出記録上の
      * LOAN-FINE-AMOUNT/LOAN-FINE-PAIDは返却時点の金額表示用として
      * 従来どおり残し、未払い延滞金の判定はこの台帳を正とする。
      * 団体口座の貸出は責任者あてに起票する
       WRITE-FINE-RECORD SECTION.
           PERFORM GET-NEXT-FINE-NUMBER
           CALL "LIBINSR" USING LOAN-USER-ID, WS-BILL-USER-ID,
               WS-INSR-RETURN-CODE
           INITIALIZE FINE-RECORD
           MOVE WS-NEXT-FINE-NO TO FINE-NO
           MOVE LOAN-NO TO FINE-LOAN-NO
           MOVE WS-BILL-USER-ID TO FINE-USER-ID
           MOVE LOAN-FINE-AMOUNT TO FINE-AMOUNT
           MOVE WS-EFFECTIVE-DATE TO FINE-ASSESSED-DATE
           MOVE "N" TO FINE-PAID
                           DISPLAY MSG-FILE-WRITE
                   END-REWRITE
                   PERFORM CREATE-HOLD-TRANSFER
                   DISPLAY "予約受取分館へ搬送してくだ"
                       "さい: "
                       RESV-PICKUP-BRANCH
               ELSE
                   MOVE "H" TO BOOK-STATUS
