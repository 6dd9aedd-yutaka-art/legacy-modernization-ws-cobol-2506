       01  WS-JRNL-AMOUNT           PIC 9(6) VALUE ZERO.
       01  WS-JRNL-OPER-ID          PIC X(8) VALUE "OFFLINE".
       01  WS-JRNL-RETURN-CODE      PIC 9 VALUE 0.
       01  WS-BILL-USER-ID          PIC X(8) VALUE SPACES.
       01  WS-INSR-RETURN-CODE      PIC 9 VALUE 0.

       01  WS-REJ-DETAIL-LINE.
           05  WS-REJ-SEQ-NO        PIC 9(6).
               PERFORM READ-CONTROL-RECORD
               PERFORM PROCESS-TX-FILE
               PERFORM CLOSE-FILES
               DISPLAY "オフライン取引の反映が完了しま"
                   "した。"
               DISPLAY "反映: " WS-POSTED-COUNT "件"
               DISPLAY "例外: " WS-REJECT-COUNT "件"
               DISPLAY "再開スキップ: " WS-SKIPPED-COUNT "件"
           ELSE
               DISPLAY "オフライン取引ファイルがありま"
                   "せん。"
           END-IF
           GOBACK.

               NOT INVALID KEY
                   IF USER-STATUS NOT = "A"
                       MOVE "N" TO WS-TX-OK-FLAG
                       MOVE "利用者が有効でない"
                           TO WS-REJECT-REASON
                   ELSE
                       IF USER-EXPIRE-DATE NOT = ZERO
                       AND USER-EXPIRE-DATE < WS-TX-DATE
                           MOVE "Y" TO WS-SCAN-DONE-FLAG
                       ELSE
                           IF FINE-PAID = "N"
                           AND NOT FINE-ON-CURRENT-PLAN
                               MOVE "Y" TO WS-FINE-FLAG
                               MOVE "Y" TO WS-SCAN-DONE-FLAG
                           END-IF
               WHEN OTHER
                   MOVE WS-LOAN-LIMIT-GENERAL TO WS-LOAN-LIMIT
           END-EVALUATE
           PERFORM LOOKUP-TX-LOAN-POLICY
           IF WS-POLICY-FOUND AND PLCY-MAX-LOANS NOT = ZERO
               MOVE PLCY-MAX-LOANS TO WS-LOAN-LIMIT
           END-IF
           IF USER-LOAN-COUNT >= WS-LOAN-LIMIT
               MOVE "N" TO WS-TX-OK-FLAG
               MOVE "貸出上限超過" TO WS-REJECT-REASON
           WRITE LOAN-RECORD
               INVALID KEY
                   MOVE "N" TO WS-TX-OK-FLAG
                   MOVE "貸出記録の作成に失敗"
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE "B" TO BOOK-STATUS
                   REWRITE BOOK-RECORD
               NOT INVALID KEY
                   IF BOOK-STATUS NOT = "B"
                       MOVE "N" TO WS-TX-OK-FLAG
                       MOVE "図書が貸出中でない"
                           TO WS-REJECT-REASON
                   END-IF
           END-READ
           IF WS-TX-OK
           REWRITE LOAN-RECORD
               INVALID KEY
                   MOVE "N" TO WS-TX-OK-FLAG
                   MOVE "貸出記録の更新に失敗"
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   PERFORM RELEASE-TX-BOOK
                   MOVE LOAN-USER-ID TO USER-ID
               PERFORM COUNT-OVERDUE-DAYS
           END-IF.

      * 団体口座の貸出は責任者あてに起票する
       WRITE-TX-FINE-RECORD SECTION.
           PERFORM GET-NEXT-FINE-NUMBER
           CALL "LIBINSR" USING LOAN-USER-ID, WS-BILL-USER-ID,
               WS-INSR-RETURN-CODE
           INITIALIZE FINE-RECORD
           MOVE WS-NEXT-FINE-NO TO FINE-NO
           MOVE LOAN-NO TO FINE-LOAN-NO
           MOVE WS-BILL-USER-ID TO FINE-USER-ID
           MOVE LOAN-FINE-AMOUNT TO FINE-AMOUNT
           MOVE WS-TX-DATE TO FINE-ASSESSED-DATE
           MOVE "N" TO FINE-PAID
               NOT INVALID KEY
                   IF BOOK-STATUS NOT = "B"
                       MOVE "N" TO WS-TX-OK-FLAG
                       MOVE "図書が貸出中でない"
                           TO WS-REJECT-REASON
                   END-IF
           END-READ
           IF WS-TX-OK
           IF WS-TX-OK
               IF WS-TX-DATE > LOAN-DUE-DATE
                   MOVE "N" TO WS-TX-OK-FLAG
                   MOVE "延滞中のため延長不可"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-TX-OK
           END-PERFORM
           IF WS-RESV-FOUND
               MOVE "N" TO WS-TX-OK-FLAG
               MOVE "予約待ちのため延長不可"
                   TO WS-REJECT-REASON
           END-IF.
