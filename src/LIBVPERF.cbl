      * 発注ファイルを業者別に集計し、発注から検収までの平均
      * 日数、納期内納品率（全数検収済かつ最終検収日が納品
      * 予定日以内の明細の割合）、未納品明細数を一覧にする。
      * 検収済分の支出額は円（検収時の換算額）と、外貨建て業者は
      * 取引通貨の額を併記する。
      * 発注先の選定資料として年次・随時に実行する
      ******************************************************************
       IDENTIFICATION DIVISION.
               10  WS-VP-LEAD-TOTAL     PIC 9(9).
               10  WS-VP-ONTIME-LINES   PIC 9(5).
               10  WS-VP-OPEN-LINES     PIC 9(5).
               10  WS-VP-SPEND-YEN      PIC S9(11).
               10  WS-VP-SPEND-FC       PIC 9(11)V99.
               10  WS-VP-CURRENCY       PIC X(3).
       01  WS-VP-I                  PIC 9(3) VALUE ZERO.
       01  WS-VP-SLOT               PIC 9(3) VALUE ZERO.
       01  WS-VP-FOUND-FLAG         PIC X VALUE "N".

       01  WS-AVG-LEAD              PIC 9(5) VALUE ZERO.
       01  WS-ONTIME-PCT            PIC 9(3) VALUE ZERO.
       01  WS-LINE-SPEND-YEN        PIC S9(11) VALUE ZERO.

       01  WS-HEADER1               PIC X(132) VALUE ALL "=".
       01  WS-HEADER2               PIC X(132) VALUE
       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-COLUMN-LINE           PIC X(132) VALUE
           "業者   名称                  検収明細  平均日"
           & "数  納期内率  未納明細"
           & "  支出額(円)  通貨  支出額(外貨)".

       01  WS-DETAIL-LINE.
           05  WS-DET-VEND-ID       PIC X(5).
           05  FILLER               PIC X(1) VALUE "%".
           05  FILLER               PIC X(5) VALUE SPACES.
           05  WS-DET-OPEN          PIC ZZ,ZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DET-SPEND-YEN     PIC --,---,---,--9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DET-CURRENCY      PIC X(3).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-DET-SPEND-FC      PIC ZZ,ZZZ,ZZZ,ZZ9.99
                                    BLANK WHEN ZERO.
           05  FILLER               PIC X(31) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM SCAN-PURCHASE-ORDERS
           PERFORM WRITE-PERFORMANCE-REPORT
           PERFORM CLOSE-FILES
           DISPLAY "業者実績一覧を出力しました: "
               WS-REPORT-FILENAME
           GOBACK.

       OPEN-FILES SECTION.
               MOVE ZERO TO WS-VP-LEAD-TOTAL(WS-VP-SLOT)
               MOVE ZERO TO WS-VP-ONTIME-LINES(WS-VP-SLOT)
               MOVE ZERO TO WS-VP-OPEN-LINES(WS-VP-SLOT)
               MOVE ZERO TO WS-VP-SPEND-YEN(WS-VP-SLOT)
               MOVE ZERO TO WS-VP-SPEND-FC(WS-VP-SLOT)
               MOVE "JPY" TO WS-VP-CURRENCY(WS-VP-SLOT)
           END-IF.

      * 明細単位の集計。全数検収済の明細は最終検収日で
      * 未納品として数える。検収日が記録されていない旧データの
      * 明細はリードタイム集計から除外する
       TALLY-ONE-LINE SECTION.
           PERFORM TALLY-LINE-SPEND
           IF PO-LINE-RECEIVED(WS-LINE-I) >= PO-LINE-QTY(WS-LINE-I)
               IF PO-LINE-RECV-DATE(WS-LINE-I) NOT = ZERO
                   ADD 1 TO WS-VP-RECV-LINES(WS-VP-SLOT)
               ADD 1 TO WS-VP-OPEN-LINES(WS-VP-SLOT)
           END-IF.

      * 検収済数量分の支出額。円額は発注時の円単価に検収時の
      * 為替差累計を加えたもの（円建ての明細は為替差0）
       TALLY-LINE-SPEND SECTION.
           COMPUTE WS-LINE-SPEND-YEN =
               PO-LINE-RECEIVED(WS-LINE-I)
               * PO-LINE-UNIT-PRICE(WS-LINE-I)
               + PO-LINE-FX-ADJUST(WS-LINE-I)
           ADD WS-LINE-SPEND-YEN TO WS-VP-SPEND-YEN(WS-VP-SLOT)
           IF PO-LINE-CURRENCY(WS-LINE-I) NOT = SPACES
           AND PO-LINE-CURRENCY(WS-LINE-I) NOT = "JPY"
               MOVE PO-LINE-CURRENCY(WS-LINE-I)
                   TO WS-VP-CURRENCY(WS-VP-SLOT)
               COMPUTE WS-VP-SPEND-FC(WS-VP-SLOT) =
                   WS-VP-SPEND-FC(WS-VP-SLOT)
                   + PO-LINE-RECEIVED(WS-LINE-I)
                   * PO-LINE-FC-PRICE(WS-LINE-I)
           END-IF.

       WRITE-PERFORMANCE-REPORT SECTION.
           WRITE REPORT-LINE FROM WS-HEADER1
           WRITE REPORT-LINE FROM WS-HEADER2
               PERFORM WRITE-VENDOR-LINE
           END-PERFORM
           IF WS-VP-COUNT = ZERO
               MOVE "発注データがありません。"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           WRITE REPORT-LINE FROM WS-BLANK-LINE.
           MOVE WS-AVG-LEAD TO WS-DET-AVG
           MOVE WS-ONTIME-PCT TO WS-DET-ONTIME
           MOVE WS-VP-OPEN-LINES(WS-VP-I) TO WS-DET-OPEN
           MOVE WS-VP-SPEND-YEN(WS-VP-I) TO WS-DET-SPEND-YEN
           MOVE WS-VP-CURRENCY(WS-VP-I) TO WS-DET-CURRENCY
           MOVE WS-VP-SPEND-FC(WS-VP-I) TO WS-DET-SPEND-FC
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
