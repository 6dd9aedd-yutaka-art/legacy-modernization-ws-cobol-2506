      * 30日以内／90日以内／180日以内／365日以内／365日超の
      * 区分に分け、利用者別および種別（延滞・弁償）別に集計
      * する。償却バッチLIBFWOFFの対象選定の基礎資料となる
      * 分割払い計画に組み入れた延滞金は年齢区分から除き、
      * 計画ごとの残高として別掲する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBFAGE.
               ALTERNATE RECORD KEY IS FINE-USER-ID WITH DUPLICATES
               FILE STATUS IS WS-FINE-STATUS.

           SELECT PLAN-FILE
               ASSIGN TO "payment_plan.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PPLN-PLAN-NO
               ALTERNATE RECORD KEY IS PPLN-USER-ID WITH DUPLICATES
               FILE STATUS IS WS-PPLN-STATUS.

           SELECT USER-FILE
               ASSIGN TO "user.dat"
               ORGANIZATION IS INDEXED
           LABEL RECORDS ARE STANDARD.
           COPY FINEFILE.

       FD  PLAN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PPLNFILE.

       FD  USER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY USERFILE.
           88  WS-FINE-SUCCESS      VALUE "00".
           88  WS-FINE-EOF          VALUE "10".

       01  WS-PPLN-STATUS           PIC XX VALUE "00".
           88  WS-PPLN-SUCCESS      VALUE "00".
           88  WS-PPLN-EOF          VALUE "10".
       01  WS-PPLN-OPEN-FLAG        PIC X VALUE "N".
           88  WS-PPLN-OPEN         VALUE "Y".

       01  WS-USER-STATUS           PIC XX VALUE "00".
           88  WS-USER-SUCCESS      VALUE "00".

           05  FILLER               PIC X(113) VALUE SPACES.

       01  WS-COLUMN-LINE           PIC X(132) VALUE
           "利用者ID  氏名             種別  ～30日 ～90日"
           & " ～180日 ～365日 365日超".

       01  WS-DETAIL-LINE.
           05  WS-DET-USER-ID       PIC X(08).
           05  FILLER               PIC X(27) VALUE SPACES.

       01  WS-GRAND-LINE.
           05  FILLER               PIC X(23) VALUE
               "未払い債権合計: ".
           05  WS-GR-TOTAL          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(3) VALUE "円".
           05  FILLER               PIC X(95) VALUE SPACES.

      * 分割払い計画中の残高（別掲）
       01  WS-PLAN-LIST-COUNT       PIC 9(6) VALUE ZERO.
       01  WS-PLAN-BALANCE          PIC 9(7)V99 VALUE ZERO.
       01  WS-PLAN-BALANCE-TOTAL    PIC 9(9) VALUE ZERO.

       01  WS-PLAN-TITLE-LINE       PIC X(132) VALUE
           "分割払い計画中の残高（年齢区分の対象外"
           & "）".

       01  WS-PLAN-COLUMN-LINE      PIC X(132) VALUE
           "計画番号  利用者ID  氏名                        "
           & "  状態      "
           & "   計画総額       入金累計       計画残高".

       01  WS-PLAN-DETAIL-LINE.
           05  WS-PLD-PLAN-NO       PIC 9(8).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-PLD-USER-ID       PIC X(08).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-PLD-USER-NAME     PIC X(30).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  WS-PLD-STATUS        PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-PLD-TOTAL         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-PLD-PAID          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  WS-PLD-BALANCE       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(28) VALUE SPACES.

       01  WS-PLAN-GRAND-LINE.
           05  FILLER               PIC X(32) VALUE
               "分割払い計画残高合計: ".
           05  WS-PLG-TOTAL         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(3) VALUE "円".
           05  FILLER               PIC X(86) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM OPEN-FILES
           PERFORM SCAN-FINES
           PERFORM WRITE-AGING-REPORT
           PERFORM WRITE-PLAN-BALANCES
           PERFORM CLOSE-FILES
           DISPLAY "債権年齢調べを出力しました: "
               WS-REPORT-FILENAME
           GOBACK.

       OPEN-FILES SECTION.
               INTO WS-REPORT-FILENAME
           OPEN INPUT FINE-FILE
           OPEN INPUT USER-FILE
           OPEN INPUT PLAN-FILE
           IF WS-PPLN-SUCCESS
               MOVE "Y" TO WS-PPLN-OPEN-FLAG
           END-IF
           OPEN OUTPUT REPORT-FILE.

       CLOSE-FILES SECTION.
           CLOSE FINE-FILE
           IF WS-PPLN-OPEN
               CLOSE PLAN-FILE
           END-IF
           CLOSE USER-FILE
           CLOSE REPORT-FILE.

                   NOT AT END
                       IF FINE-PAID = "N"
                       AND FINE-NOT-WRITTEN-OFF
                       AND FINE-PLAN-NO = ZERO
                           PERFORM AGE-ONE-FINE
                       END-IF
               END-READ
               PERFORM WRITE-AGE-DETAIL
           END-PERFORM
           IF WS-AGE-COUNT = ZERO
               MOVE "未払いの延滞金はありません。"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-AG-BUCKET-AMT(WS-AGE-I, 4) TO WS-DET-B4
           MOVE WS-AG-BUCKET-AMT(WS-AGE-I, 5) TO WS-DET-B5
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

      * 返済中・不履行の分割払い計画を計画単位で別掲する
       WRITE-PLAN-BALANCES SECTION.
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-PLAN-TITLE-LINE
           WRITE REPORT-LINE FROM WS-PLAN-COLUMN-LINE
           IF WS-PPLN-OPEN
               MOVE LOW-VALUES TO PPLN-PLAN-NO
               START PLAN-FILE KEY >= PPLN-PLAN-NO
                   INVALID KEY
                       MOVE "10" TO WS-PPLN-STATUS
               END-START
               PERFORM UNTIL WS-PPLN-EOF
                   READ PLAN-FILE NEXT
                       AT END
                           MOVE "10" TO WS-PPLN-STATUS
                       NOT AT END
                           IF PPLN-OPEN
                               PERFORM WRITE-PLAN-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-PLAN-LIST-COUNT = ZERO
               MOVE
                   "分割払い計画中の延滞金はありませ"
                   & "ん。"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE WS-PLAN-BALANCE-TOTAL TO WS-PLG-TOTAL
           WRITE REPORT-LINE FROM WS-PLAN-GRAND-LINE.

       WRITE-PLAN-DETAIL SECTION.
           ADD 1 TO WS-PLAN-LIST-COUNT
           MOVE PPLN-PLAN-NO TO WS-PLD-PLAN-NO
           MOVE PPLN-USER-ID TO WS-PLD-USER-ID
           MOVE PPLN-USER-ID TO USER-ID
           READ USER-FILE
               INVALID KEY
                   MOVE "*** 利用者情報なし ***" TO USER-NAME
           END-READ
           MOVE USER-NAME TO WS-PLD-USER-NAME
           IF PPLN-MISSED
               MOVE "不履行" TO WS-PLD-STATUS
           ELSE
               MOVE "返済中" TO WS-PLD-STATUS
           END-IF
           IF PPLN-PAID-AMOUNT < PPLN-TOTAL-AMOUNT
               COMPUTE WS-PLAN-BALANCE =
                   PPLN-TOTAL-AMOUNT - PPLN-PAID-AMOUNT
           ELSE
               MOVE ZERO TO WS-PLAN-BALANCE
           END-IF
           MOVE PPLN-TOTAL-AMOUNT TO WS-PLD-TOTAL
           MOVE PPLN-PAID-AMOUNT TO WS-PLD-PAID
           MOVE WS-PLAN-BALANCE TO WS-PLD-BALANCE
           ADD WS-PLAN-BALANCE TO WS-PLAN-BALANCE-TOTAL
           WRITE REPORT-LINE FROM WS-PLAN-DETAIL-LINE.
