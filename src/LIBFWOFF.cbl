       01  WS-FOOTER-LINE.
           05  FILLER               PIC X(14) VALUE "償却件数: ".
           05  WS-FT-COUNT          PIC Z(03)9.
           05  FILLER               PIC X(19) VALUE
               "件  償却金額: ".
           05  WS-FT-TOTAL          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(3) VALUE "円".
           05  FILLER               PIC X(80) VALUE SPACES.
               PERFORM OPEN-FILES
               PERFORM COLLECT-TARGETS
               IF WS-WORK-COUNT = ZERO
                   DISPLAY "償却対象の延滞金はありませ"
                       "ん。"
               ELSE
                   DISPLAY "償却対象: " WS-WORK-COUNT "件"
                   DISPLAY "実行しますか？ (Y/N): "
           MOVE "N" TO WS-APPROVER-OK-FLAG
           OPEN INPUT OPERATOR-FILE
           IF NOT WS-OPER-SUCCESS
               DISPLAY "オペレータファイルが見つかりま"
                   "せん。"
           ELSE
               DISPLAY "承認者ID: "
               ACCEPT WS-APPROVER-ID
               MOVE WS-APPROVER-ID TO OPER-ID
               READ OPERATOR-FILE
                   INVALID KEY
                       DISPLAY "承認者IDまたはパスワード"
                           "が違います。"
                   NOT INVALID KEY
                       IF OPER-PASSWORD = WS-APPROVER-PASSWORD
                       AND OPER-ACTIVE
                           IF OPER-SUPERVISOR-UP
                               MOVE "Y" TO WS-APPROVER-OK-FLAG
                           ELSE
                               DISPLAY "償却には主任以上の"
                                   "権限が必要です。"
                           END-IF
                       ELSE
                           DISPLAY "承認者IDまたはパスワー"
                               "ドが違います。"
                       END-IF
               END-READ
               CLOSE OPERATOR-FILE

      * 減免申請中のものはサービス上の判断待ちのため対象外。
      * 回収機関へ移管中のものも、機関からの入金消込と衝突
      * するため移管解除まで対象外とする。約定どおり返済中の分割
      * 払い計画に入っているものも対象外とする
       CHECK-ONE-TARGET SECTION.
           COMPUTE WS-AGE-DAYS =
               WS-CURRENT-DATE - FINE-ASSESSED-DATE
           AND FINE-NOT-WRITTEN-OFF
           AND NOT FINE-WAIVER-REQUESTED
           AND FINE-NOT-REFERRED
           AND NOT FINE-ON-CURRENT-PLAN
           AND FINE-ASSESSED-DATE NOT = ZERO
           AND WS-AGE-DAYS > WS-AGE-LIMIT-DAYS
           AND WS-WORK-COUNT < 9999
