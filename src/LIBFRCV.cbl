       01  WS-RESTORE-POINT         PIC 9(8) VALUE ZERO.
       01  WS-NEXT-FINE-NO          PIC 9(10) VALUE 1.
       01  WS-RECOVER-FINE-TYPE     PIC X(1) VALUE SPACE.
       01  WS-BILL-USER-ID          PIC X(8) VALUE SPACES.
       01  WS-INSR-RETURN-CODE      PIC 9 VALUE 0.
       01  WS-APPLIED-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-SKIPPED-COUNT         PIC 9(5) VALUE ZERO.

       SCREEN SECTION.
       01  RECOVER-INPUT-SCREEN.
           05  LINE 2 COL 1         VALUE "ジャーナル前進回復".
           05  LINE 4 COL 1         VALUE
               "リストア済世代の日付(YYYYMMDD): ".
           05  LINE 4 COL 34        PIC 9(8) USING WS-RESTORE-POINT.

       PROCEDURE DIVISION.
               DISPLAY "再適用: " WS-APPLIED-COUNT "件"
               DISPLAY "対象外スキップ: " WS-SKIPPED-COUNT "件"
           ELSE
               DISPLAY "循環系ジャーナルが見つかりま"
                   "せん。"
           END-IF
           GOBACK.

                   PERFORM APPLY-LOST-ENTRY
               WHEN "PAYMENT"
                   PERFORM APPLY-PAYMENT-ENTRY
               WHEN "PROXYOUT"
                   PERFORM APPLY-COLLECT-ENTRY
               WHEN OTHER
                   ADD 1 TO WS-SKIPPED-COUNT
           END-EVALUATE.
                   ADD 1 TO WS-SKIPPED-COUNT
           END-READ.

      * 代理人・団体メンバーの受取の再適用。作り直した貸出に
      * 受取者を記入する
       APPLY-COLLECT-ENTRY SECTION.
           MOVE WS-JRN-REF-NO TO LOAN-NO
           READ LOAN-FILE
               INVALID KEY
                   ADD 1 TO WS-SKIPPED-COUNT
               NOT INVALID KEY
                   IF LOAN-COLLECT-USER-ID = SPACES
                       MOVE WS-JRN-USER-ID TO LOAN-COLLECT-USER-ID
                       REWRITE LOAN-RECORD
                           INVALID KEY
                               DISPLAY MSG-FILE-WRITE
                           NOT INVALID KEY
                               ADD 1 TO WS-APPLIED-COUNT
                       END-REWRITE
                   ELSE
                       ADD 1 TO WS-SKIPPED-COUNT
                   END-IF
           END-READ.

       SET-BOOK-ON-LOAN SECTION.
           MOVE WS-JRN-BOOK-ID TO BOOK-ID
           READ BOOK-FILE

      * 延滞があった返却の再適用では、LIBRETURNが起票する延滞金
      * 台帳のレコードも作り直す（収納・抽出・整合性チェックが
      * 読むのはこの台帳のため）。団体口座の貸出は責任者あて
       WRITE-RECOVERED-FINE SECTION.
           PERFORM GET-NEXT-FINE-NUMBER
           CALL "LIBINSR" USING WS-JRN-USER-ID, WS-BILL-USER-ID,
               WS-INSR-RETURN-CODE
           INITIALIZE FINE-RECORD
           MOVE WS-NEXT-FINE-NO TO FINE-NO
           MOVE WS-JRN-REF-NO TO FINE-LOAN-NO
           MOVE WS-BILL-USER-ID TO FINE-USER-ID
           MOVE WS-JRN-AMOUNT TO FINE-AMOUNT
           MOVE ZERO TO FINE-PAID-AMOUNT
           MOVE WS-JRN-EFFECT-DATE TO FINE-ASSESSED-DATE
