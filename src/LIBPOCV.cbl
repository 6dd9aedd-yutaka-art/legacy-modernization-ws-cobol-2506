      ******************************************************************
      * 図書館管理システム - 発注ファイル形式変換バッチ
      *
      * 外貨建て発注の項目（通貨・外貨単価・発注時レート・為替
      * 差額累計）を持たない旧形式の発注ファイルを、POFILEの形式
      * （各明細の末尾に外貨項目を持つ）に作り直す。
      * 既存の発注はすべて円建てとして、通貨を空白、外貨単価・
      * 発注時レート・為替差額累計をゼロにする。
      *  1. 旧形式で全件を読み、退避ファイル
      *     （purchase_order_cnv.wrk）へ書き出す
      *  2. 読込件数と退避件数が一致した場合のみ、新形式で
      *     発注ファイルを作り直して退避ファイルから書き戻す
      * 退避ファイルは変換後も残すので、確認後に削除する。
      * 変換済みのファイルに対して実行した場合は旧形式で開けない
      * ため、何もせずに終了する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBPOCV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-PO-FILE
               ASSIGN TO "purchase_order.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-PO-NO
               FILE STATUS IS WS-OLD-STATUS.

           SELECT PO-FILE
               ASSIGN TO "purchase_order.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-NO
               FILE STATUS IS WS-PO-STATUS.

           SELECT WORK-FILE
               ASSIGN TO "purchase_order_cnv.wrk"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 旧形式のレコード。見出し部はPOFILEと同じで、明細は
      * PO-LINE-RECV-DATEまでの157バイト
       FD  OLD-PO-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-PO-RECORD.
           05  OLD-PO-NO                PIC 9(8).
           05  OLD-PO-HEADER-REST       PIC X(34).
           05  OLD-PO-LINES             PIC X(1570).

       FD  PO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY POFILE.

       FD  WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  WORK-LINE                    PIC X(1612).

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS            PIC XX VALUE "00".
           88  WS-OLD-SUCCESS       VALUE "00".
           88  WS-OLD-EOF           VALUE "10".

       01  WS-PO-STATUS             PIC XX VALUE "00".
           88  WS-PO-SUCCESS        VALUE "00".

       01  WS-WRK-STATUS            PIC XX VALUE "00".
           88  WS-WRK-SUCCESS       VALUE "00".
           88  WS-WRK-EOF           VALUE "10".

      * 退避ファイルの1行を旧形式の見出しと明細に分けて見る
       01  WS-OLD-PO.
           05  WS-OLD-HEADER        PIC X(42).
           05  WS-OLD-LINE          PIC X(157) OCCURS 10 TIMES.

       01  WS-LINE-IDX              PIC 99.

       01  WS-READ-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-SAVED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-LOADED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-ERROR-COUNT           PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           OPEN INPUT OLD-PO-FILE
           IF WS-OLD-SUCCESS
               PERFORM UNLOAD-OLD-FILE
               IF WS-SAVED-COUNT = WS-READ-COUNT
                   PERFORM RELOAD-NEW-FILE
                   DISPLAY "発注ファイルの形式変換が"
                       "完了しました。"
                   DISPLAY "旧ファイル読込: " WS-READ-COUNT "件"
                   DISPLAY "新ファイル登録: "
                       WS-LOADED-COUNT "件"
                   DISPLAY "登録エラー: " WS-ERROR-COUNT "件"
               ELSE
                   DISPLAY "退避件数が一致しないため"
                       "中止しました。"
                   DISPLAY "旧ファイル読込: " WS-READ-COUNT "件"
                   DISPLAY "退避: " WS-SAVED-COUNT "件"
               END-IF
           ELSE
               DISPLAY "旧形式の発注ファイルを"
                   "開けません。"
               DISPLAY "変換済みか、ファイルが"
                   "ありません。"
               DISPLAY "状態コード: " WS-OLD-STATUS
           END-IF
           GOBACK.

      * 発注番号の順に全件を退避ファイルへ書き出す
       UNLOAD-OLD-FILE SECTION.
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL WS-OLD-EOF
               READ OLD-PO-FILE NEXT
                   AT END
                       MOVE "10" TO WS-OLD-STATUS
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE OLD-PO-RECORD TO WORK-LINE
                       WRITE WORK-LINE
                       IF WS-WRK-SUCCESS
                           ADD 1 TO WS-SAVED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OLD-PO-FILE
           CLOSE WORK-FILE.

      * 新形式で発注ファイルを作り直し、退避ファイルから書き戻す
       RELOAD-NEW-FILE SECTION.
           OPEN OUTPUT PO-FILE
           OPEN INPUT WORK-FILE
           PERFORM UNTIL WS-WRK-EOF
               READ WORK-FILE
                   AT END
                       MOVE "10" TO WS-WRK-STATUS
                   NOT AT END
                       PERFORM BUILD-NEW-RECORD
                       WRITE PO-RECORD
                           INVALID KEY
                               ADD 1 TO WS-ERROR-COUNT
                               DISPLAY "登録エラー: " PO-NO
                           NOT INVALID KEY
                               ADD 1 TO WS-LOADED-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE PO-FILE.

      * 旧形式の明細を新形式の明細の先頭へ移し、外貨項目を
      * 円建ての初期値にする
       BUILD-NEW-RECORD SECTION.
           MOVE WORK-LINE TO WS-OLD-PO
           MOVE SPACES TO PO-RECORD
           MOVE WS-OLD-HEADER TO PO-RECORD(1:42)
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > 10
               MOVE WS-OLD-LINE(WS-LINE-IDX)
                   TO PO-LINES(WS-LINE-IDX)
               MOVE SPACES TO PO-LINE-CURRENCY(WS-LINE-IDX)
               MOVE ZERO TO PO-LINE-FC-PRICE(WS-LINE-IDX)
               MOVE ZERO TO PO-LINE-ORDER-RATE(WS-LINE-IDX)
               MOVE ZERO TO PO-LINE-FX-ADJUST(WS-LINE-IDX)
           END-PERFORM.
