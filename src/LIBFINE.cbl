******************************************************************
      * 図書館管理システム - 延滞金収納処理プログラム
      *
      * 分割払い計画（LIBPPLNで作成）に入っている延滞金への入金は
      * 計画の入金累計にも加算する。不履行の計画は約定額に追い
      * ついた時点で返済中に戻し、全額入金で完済とする
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBFINE.
               RECORD KEY IS FPER-PERIOD
               FILE STATUS IS WS-FPER-STATUS.

           SELECT PLAN-FILE
               ASSIGN TO "payment_plan.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPLN-PLAN-NO
               ALTERNATE RECORD KEY IS PPLN-USER-ID WITH DUPLICATES
               FILE STATUS IS WS-PPLN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FPERFILE.

       FD  PLAN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PPLNFILE.

       WORKING-STORAGE SECTION.
       01  WS-FPER-STATUS           PIC XX VALUE "00".
           88  WS-FPER-SUCCESS      VALUE "00".
           88  WS-USER-SUCCESS      VALUE "00".
           88  WS-USER-NOT-FOUND    VALUE "23".

       01  WS-PPLN-STATUS           PIC XX VALUE "00".
           88  WS-PPLN-SUCCESS      VALUE "00".
       01  WS-PPLN-OPEN-FLAG        PIC X VALUE "N".
           88  WS-PPLN-OPEN         VALUE "Y".
       01  WS-PLAN-SCAN-DONE-FLAG   PIC X VALUE "N".
           88  WS-PLAN-SCAN-DONE    VALUE "Y".
       01  WS-PLAN-PAY-NO           PIC 9(8) VALUE ZERO.
       01  WS-PLAN-DUE-TO-DATE      PIC 9(7)V99 VALUE ZERO.
       01  WS-PLAN-SHORT            PIC 9(7)V99 VALUE ZERO.
       01  WS-PLAN-I                PIC 9(2) VALUE ZERO.
       01  WS-DISP-PLAN-AMT         PIC ZZZ,ZZZ,ZZ9.

       01  WS-FINE-STATUS           PIC XX VALUE "00".
           88  WS-FINE-SUCCESS      VALUE "00".
           88  WS-FINE-NOT-FOUND    VALUE "23".
       01  FINE-MENU-SCREEN.
           05  LINE 2 COL 1         VALUE "延滞金収納メニュー".
           05  LINE 4 COL 1         VALUE "1. 延滞金収納".
           05  LINE 5 COL 1         VALUE
               "2. 精算サマリ（担当者別）".
           05  LINE 6 COL 1         VALUE "3. 領収書再発行".
           05  LINE 7 COL 1         VALUE "9. 戻る".
           05  LINE 9 COL 1         VALUE "選択: ".
           05  LINE 4 COL 14        PIC 9(6) USING WS-INPUT-RECEIPT-NO.

       01  CONTINUE-SCREEN.
           05  LINE 20 COL 1        VALUE
               "続行しますか？ (Y/N): ".
           05  LINE 20 COL 25       PIC X USING WS-CONTINUE-FLAG.

       PROCEDURE DIVISION USING LS-OPERATOR-ID.
               OPEN OUTPUT RECEIPT-REGISTER-FILE
               CLOSE RECEIPT-REGISTER-FILE
               OPEN I-O RECEIPT-REGISTER-FILE
           END-IF
           MOVE "N" TO WS-PPLN-OPEN-FLAG
           OPEN I-O PLAN-FILE
           IF WS-PPLN-SUCCESS
               MOVE "Y" TO WS-PPLN-OPEN-FLAG
           END-IF.

       CLOSE-FILES SECTION.
           CLOSE RECEIPT-REGISTER-FILE
           IF WS-FPER-OPEN
               CLOSE PERIOD-FILE
           END-IF
           IF WS-PPLN-OPEN
               CLOSE PLAN-FILE
           END-IF.

       DISPLAY-MENU SECTION.
       PROCESS-PAYMENT SECTION.
           PERFORM FIND-OPEN-SESSION
           IF NOT WS-SESSION-FOUND
               DISPLAY "レジセッションが開設されていま"
                   "せん。"
               DISPLAY "先にレジセッション管理で開設し"
                   "てください。"
           ELSE
               PERFORM ACCEPT-PAYMENT
           END-IF.
                               MOVE FINE-AMOUNT TO WS-DISP-AMOUNT
                               MOVE FINE-PAID-AMOUNT
                                   TO WS-DISP-REMAINING
                               IF FINE-PLAN-NO = ZERO
                                   DISPLAY FINE-NO SPACE
                                       FINE-ASSESSED-DATE SPACE
                                       WS-DISP-AMOUNT SPACE
                                       WS-DISP-REMAINING
                               ELSE
                                   DISPLAY FINE-NO SPACE
                                       FINE-ASSESSED-DATE SPACE
                                       WS-DISP-AMOUNT SPACE
                                       WS-DISP-REMAINING
                                       " 分割計画" FINE-PLAN-NO
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-UNPAID-TOTAL TO WS-DISP-REMAINING
           DISPLAY "未払い合計: " WS-DISP-REMAINING
           PERFORM SHOW-PLAN-DUE.

      * 進行中の分割払い計画があれば、当日までの約定額と不足額を
      * 示す（入金は計画内の延滞金番号を指定して受け付ける）
       SHOW-PLAN-DUE SECTION.
           IF WS-PPLN-OPEN
               MOVE "N" TO WS-PLAN-SCAN-DONE-FLAG
               MOVE WS-INPUT-USER-ID TO PPLN-USER-ID
               START PLAN-FILE KEY = PPLN-USER-ID
                   INVALID KEY
                       MOVE "Y" TO WS-PLAN-SCAN-DONE-FLAG
               END-START
               PERFORM UNTIL WS-PLAN-SCAN-DONE
                   READ PLAN-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-PLAN-SCAN-DONE-FLAG
                       NOT AT END
                           IF PPLN-USER-ID NOT = WS-INPUT-USER-ID
                               MOVE "Y" TO WS-PLAN-SCAN-DONE-FLAG
                           ELSE
                               IF PPLN-OPEN
                                   PERFORM DISPLAY-PLAN-DUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-PPLN-STATUS
           END-IF.

       DISPLAY-PLAN-DUE SECTION.
           PERFORM COMPUTE-PLAN-DUE-TO-DATE
           IF PPLN-MISSED
               DISPLAY "分割払い計画 " PPLN-PLAN-NO
                   "（不履行・貸出停止中）"
           ELSE
               DISPLAY "分割払い計画 "
                   PPLN-PLAN-NO "（返済中）"
           END-IF
           MOVE WS-PLAN-DUE-TO-DATE TO WS-DISP-PLAN-AMT
           DISPLAY "  本日までの約定額: " WS-DISP-PLAN-AMT "円"
           MOVE PPLN-PAID-AMOUNT TO WS-DISP-PLAN-AMT
           DISPLAY "  入金累計:         " WS-DISP-PLAN-AMT "円"
           IF WS-PLAN-DUE-TO-DATE > PPLN-PAID-AMOUNT
               COMPUTE WS-PLAN-SHORT =
                   WS-PLAN-DUE-TO-DATE - PPLN-PAID-AMOUNT
               MOVE WS-PLAN-SHORT TO WS-DISP-PLAN-AMT
               DISPLAY "  今回お支払いいただく額: "
                   WS-DISP-PLAN-AMT "円"
           ELSE
               PERFORM VARYING WS-PLAN-I FROM 1 BY 1
                       UNTIL WS-PLAN-I > PPLN-INST-COUNT
                       OR PPLN-INST-DUE-DATE(WS-PLAN-I)
                       > WS-CURRENT-DATE
                   CONTINUE
               END-PERFORM
               IF WS-PLAN-I <= PPLN-INST-COUNT
                   MOVE PPLN-INST-AMOUNT(WS-PLAN-I)
                       TO WS-DISP-PLAN-AMT
                   DISPLAY "  次回期日: "
                       PPLN-INST-DUE-DATE(WS-PLAN-I)
                       "  金額: " WS-DISP-PLAN-AMT "円"
               END-IF
           END-IF.

      * 期日が当日以前の分割回の金額を合計する
       COMPUTE-PLAN-DUE-TO-DATE SECTION.
           MOVE ZERO TO WS-PLAN-DUE-TO-DATE
           PERFORM VARYING WS-PLAN-I FROM 1 BY 1
                   UNTIL WS-PLAN-I > PPLN-INST-COUNT
               IF PPLN-INST-DUE-DATE(WS-PLAN-I) <= WS-CURRENT-DATE
                   ADD PPLN-INST-AMOUNT(WS-PLAN-I)
                       TO WS-PLAN-DUE-TO-DATE
               END-IF
           END-PERFORM.

       GET-PAYMENT-INPUT SECTION.
           MOVE ZERO TO WS-INPUT-FINE-NO
           DISPLAY FINE-PAY-SCREEN
           ACCEPT FINE-PAY-SCREEN
           IF NOT WS-VALID-PAY-METHOD
               DISPLAY "支払方法が不正のため現金扱いと"
                   "します。"
               MOVE "C" TO WS-INPUT-PAY-METHOD
           END-IF.

                   MOVE "23" TO WS-FINE-STATUS
           END-READ
           IF WS-FINE-STATUS = "51"
               DISPLAY "レコード使用中です。しばらくし"
                   "て再試行してください。"
               MOVE "23" TO WS-FINE-STATUS
           END-IF
           IF WS-FINE-SUCCESS
               IF FINE-USER-ID NOT = WS-INPUT-USER-ID
                   DISPLAY "この延滞金は指定の利用者の"
                       "ものではありません。"
               ELSE
                   IF FINE-PAID = "Y"
                       DISPLAY "この延滞金はすでに支払済"
                           "です。"
                   ELSE
                       PERFORM UPDATE-FINE-PAYMENT
                   END-IF
           IF WS-INPUT-PAY-AMOUNT = ZERO
           OR WS-INPUT-PAY-AMOUNT > WS-FINE-REMAINING
               MOVE WS-FINE-REMAINING TO WS-DISP-REMAINING
               DISPLAY "収納金額が不正です。残額: "
                   WS-DISP-REMAINING
           ELSE
               MOVE FINE-PAID TO WS-AUDIT-BEFORE
               ADD WS-INPUT-PAY-AMOUNT TO FINE-PAID-AMOUNT
                       PERFORM WRITE-CASH-JOURNAL
                       ADD 1 TO WS-NEXT-RECEIPT-NO
                       IF FINE-PAID = "Y"
                           DISPLAY "収納処理が完了しました"
                               "（完納）。"
                       ELSE
                           DISPLAY "収納処理が完了しました"
                               "（一部入金）。"
                       END-IF
                       MOVE FINE-NO TO WS-AUDIT-KEY
                       MOVE FINE-PAID TO WS-AUDIT-AFTER
                           WS-JRNL-EFFECT-DATE, WS-JRNL-AMOUNT,
                           LS-OPERATOR-ID,
                           WS-JRNL-RETURN-CODE
                       IF FINE-PLAN-NO NOT = ZERO AND WS-PPLN-OPEN
                           PERFORM CREDIT-PAYMENT-PLAN
                       END-IF
               END-REWRITE
           END-IF.

      * 計画の入金累計に加算する。全額に達すれば完済、不履行中で
      * 当日までの約定額に追いつけば返済中に戻し、計画内の未払い
      * 延滞金を再び貸出停止の対象外にする
       CREDIT-PAYMENT-PLAN SECTION.
           MOVE FINE-PLAN-NO TO WS-PLAN-PAY-NO
           MOVE WS-PLAN-PAY-NO TO PPLN-PLAN-NO
           READ PLAN-FILE
               INVALID KEY
                   MOVE "23" TO WS-PPLN-STATUS
           END-READ
           IF WS-PPLN-SUCCESS AND PPLN-OPEN
               ADD WS-INPUT-PAY-AMOUNT TO PPLN-PAID-AMOUNT
               PERFORM COMPUTE-PLAN-DUE-TO-DATE
               MOVE PPLN-STATUS TO WS-AUDIT-BEFORE
               EVALUATE TRUE
                   WHEN PPLN-PAID-AMOUNT >= PPLN-TOTAL-AMOUNT
                       MOVE "C" TO PPLN-STATUS
                       MOVE WS-CURRENT-DATE TO PPLN-CLOSE-DATE
                       DISPLAY "分割払い計画を完済しまし"
                           "た。"
                   WHEN PPLN-MISSED
                   AND PPLN-PAID-AMOUNT >= WS-PLAN-DUE-TO-DATE
                       MOVE "A" TO PPLN-STATUS
                       MOVE ZERO TO PPLN-MISSED-DATE
                       DISPLAY "分割払い計画が約定どおり"
                           "に戻り"
                           "ました。貸出停止を解除しま"
                           & "す。"
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               REWRITE PPLN-RECORD
                   INVALID KEY
                       DISPLAY MSG-FILE-WRITE
               END-REWRITE
               IF PPLN-STATUS NOT = WS-AUDIT-BEFORE(1:1)
                   MOVE PPLN-PLAN-NO TO WS-AUDIT-KEY
                   MOVE PPLN-STATUS TO WS-AUDIT-AFTER
                   CALL "LIBAUDIT" USING "PAYPLAN", WS-AUDIT-KEY,
                       "STATUS", "LIBFINE", LS-OPERATOR-ID,
                       WS-AUDIT-BEFORE, WS-AUDIT-AFTER,
                       WS-AUDIT-RETURN-CODE
                   IF PPLN-CURRENT
                       PERFORM RESTORE-PLAN-FINES
                   END-IF
               END-IF
           END-IF
           MOVE "00" TO WS-PPLN-STATUS.

       RESTORE-PLAN-FINES SECTION.
           PERFORM VARYING WS-PLAN-I FROM 1 BY 1
                   UNTIL WS-PLAN-I > PPLN-FINE-COUNT
               MOVE PPLN-FINE-NO(WS-PLAN-I) TO FINE-NO
               READ FINE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FINE-PLAN-NO = PPLN-PLAN-NO
                           MOVE "A" TO FINE-PLAN-STATUS
                           REWRITE FINE-RECORD
                               INVALID KEY
                                   DISPLAY MSG-FILE-WRITE
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-FINE-STATUS.

       WRITE-RECEIPT SECTION.
           MOVE "N" TO WS-REPRINT-FLAG
           MOVE WS-NEXT-RECEIPT-NO TO WS-RC-RECEIPT-NO

       DISPLAY-SUMMARY SECTION.
           DISPLAY "本日の精算サマリ（担当者別）"
           DISPLAY "担当者    件数   収納合計     現金    "
               "     カード       振込"
           IF WS-SUM-COUNT = ZERO
               DISPLAY "本日の収納はありません。"
           ELSE
                       CONTINUE
                   NOT INVALID KEY
                       IF FPER-CLOSED
                           DISPLAY "締め済み期間のため当期"
                               "日付で記帳します。"
                           MOVE WS-CURRENT-DATE TO WS-POST-DATE
                           MOVE "Y" TO WS-PRIOR-ADJ-FLAG
                       END-IF
