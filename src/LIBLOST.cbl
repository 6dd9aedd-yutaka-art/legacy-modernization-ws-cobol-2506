       01  WS-JRNL-EFFECT-DATE      PIC 9(8) VALUE ZERO.
       01  WS-JRNL-AMOUNT           PIC 9(6) VALUE ZERO.
       01  WS-JRNL-RETURN-CODE      PIC 9 VALUE 0.
       01  WS-BILL-USER-ID          PIC X(8) VALUE SPACES.
       01  WS-INSR-RETURN-CODE      PIC 9 VALUE 0.

       01  WS-HEADER1               PIC X(132) VALUE ALL "=".
       01  WS-HEADER2               PIC X(132) VALUE
           05  FILLER               PIC X(79) VALUE SPACES.

       01  WS-BODY-LINE1            PIC X(132) VALUE
           "下記の図書が紛失となりましたので、弁償"
           & "金のお支払いをお願いいたします。".

       01  WS-BILL-DETAIL-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.

       SCREEN SECTION.
       01  LOST-MENU-SCREEN.
           05  LINE 2 COL 1         VALUE
               "紛失図書管理メニュー".
           05  LINE 4 COL 1         VALUE
               "1. 紛失処理（弁償請求）".
           05  LINE 5 COL 1         VALUE
               "2. 発見処理（弁償取消）".
           05  LINE 6 COL 1         VALUE "9. 戻る".
           05  LINE 8 COL 1         VALUE "選択: ".
           05  LINE 8 COL 8         PIC 9 USING WS-CHOICE.
           05  LINE 8 COL 1         VALUE "弁償金額: ".
           05  LINE 8 COL 12        PIC Z,ZZZ,ZZ9.99
               FROM WS-CHARGE-AMOUNT.
           05  LINE 10 COL 1        VALUE
               "紛失処理しますか？ (Y/N): ".
           05  LINE 10 COL 28       PIC X USING WS-CONTINUE-FLAG.

       01  CONTINUE-SCREEN.
           05  LINE 12 COL 1        VALUE
               "続行しますか？ (Y/N): ".
           05  LINE 12 COL 25       PIC X USING WS-CONTINUE-FLAG.

       PROCEDURE DIVISION USING LS-OPERATOR-ID.
                   MOVE "23" TO WS-BOOK-STATUS
               NOT INVALID KEY
                   IF BOOK-STATUS NOT = "B"
                       DISPLAY "この図書は貸出されていま"
                           "せん。"
                       MOVE "23" TO WS-BOOK-STATUS
                   END-IF
           END-READ.
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
               WS-AUDIT-BEFORE, WS-AUDIT-AFTER,
               WS-AUDIT-RETURN-CODE.

      * 団体口座の貸出は責任者あてに起票する
       WRITE-REPLACEMENT-FINE SECTION.
           PERFORM GET-NEXT-FINE-NUMBER
           CALL "LIBINSR" USING LOAN-USER-ID, WS-BILL-USER-ID,
               WS-INSR-RETURN-CODE
           INITIALIZE FINE-RECORD
           MOVE WS-NEXT-FINE-NO TO FINE-NO
           MOVE LOAN-NO TO FINE-LOAN-NO
           MOVE WS-BILL-USER-ID TO FINE-USER-ID
           MOVE WS-CHARGE-AMOUNT TO FINE-AMOUNT
           MOVE ZERO TO FINE-PAID-AMOUNT
           MOVE WS-CURRENT-DATE TO FINE-ASSESSED-DATE
                   END-READ
           END-START.

      * 団体口座の請求書は責任者の氏名・住所あてに作成する
       WRITE-BILL-DOCUMENT SECTION.
           IF WS-BILL-USER-ID NOT = LOAN-USER-ID
               MOVE WS-BILL-USER-ID TO USER-ID
               READ USER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               MOVE "00" TO WS-USER-STATUS
           END-IF
           OPEN EXTEND BILL-FILE
           IF NOT WS-BILL-SUCCESS
               OPEN OUTPUT BILL-FILE
                   MOVE "23" TO WS-BOOK-STATUS
               NOT INVALID KEY
                   IF BOOK-STATUS NOT = "L"
                       DISPLAY "この図書は紛失状態ではあ"
                           "りません。"
                       MOVE "23" TO WS-BOOK-STATUS
                   END-IF
           END-READ
               NOT INVALID KEY
                   READ LOAN-FILE NEXT
                       AT END
                           DISPLAY "貸出記録が見つかりま"
                               "せん。"
                           MOVE "23" TO WS-LOAN-STATUS
                       NOT AT END
                           IF LOAN-BOOK-ID NOT = WS-INPUT-BOOK-ID
                           OR LOAN-STATUS NOT = "L"
                               DISPLAY "紛失記録が見つかり"
                                   "ません。"
                               MOVE "23" TO WS-LOAN-STATUS
                           END-IF
                   END-READ
               "LIBLOST", LS-OPERATOR-ID,
               WS-AUDIT-BEFORE, WS-AUDIT-AFTER,
               WS-AUDIT-RETURN-CODE
           DISPLAY "発見処理が完了しました。蔵書を在"
               "架に戻しました。".

      * 紛失貸出に対応する弁償区分の延滞金を探して取消または
      * 返金区分を立てる
           MOVE "N" TO WS-FINE-FOUND-FLAG
           MOVE "N" TO WS-FINE-SCAN-DONE-FLAG
           MOVE ZERO TO WS-FOUND-FINE-NO
           CALL "LIBINSR" USING LOAN-USER-ID, WS-BILL-USER-ID,
               WS-INSR-RETURN-CODE
           MOVE WS-BILL-USER-ID TO FINE-USER-ID
           START FINE-FILE KEY = FINE-USER-ID
               INVALID KEY
                   MOVE "Y" TO WS-FINE-SCAN-DONE-FLAG
                   AT END
                       MOVE "Y" TO WS-FINE-SCAN-DONE-FLAG
                   NOT AT END
                       IF FINE-USER-ID NOT = WS-BILL-USER-ID
                           MOVE "Y" TO WS-FINE-SCAN-DONE-FLAG
                       ELSE
                           IF FINE-LOAN-NO = LOAN-NO
           END-PERFORM
           MOVE "00" TO WS-FINE-STATUS
           IF NOT WS-FINE-FOUND
               DISPLAY "対応する弁償金が見つかりま"
                   "せん。"
           ELSE
               MOVE WS-FOUND-FINE-NO TO FINE-NO
               READ FINE-FILE
                   DISPLAY MSG-FILE-WRITE
               NOT INVALID KEY
                   IF FINE-REFUNDED
                       DISPLAY "支払済の弁償金です。返金"
                           "手続きをしてください。"
                   ELSE
                       DISPLAY "未払いの弁償金を取り消し"
                           "ました。"
                   END-IF
                   MOVE FINE-NO TO WS-JRNL-REF-NO
                   MOVE WS-CURRENT-DATE TO WS-JRNL-EFFECT-DATE
