******************************************************************
      * 図書館管理システム - 経理部門向け業者支払データ抽出
      *
      * 承認済（A）でまだ抽出していない業者請求書を読み、請求明細
      * ごとに予算コード別の支払額を固定長レコードで出力する。
      * 出力した請求書には抽出日を記録し、二重に支払データへ
      * 載らないようにする
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBINVX.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE
               ASSIGN TO "vendor_invoice.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-KEY
               ALTERNATE RECORD KEY IS INV-PO-NO WITH DUPLICATES
               FILE STATUS IS WS-INV-STATUS.

           SELECT PO-FILE
               ASSIGN TO "purchase_order.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PO-NO
               FILE STATUS IS WS-PO-STATUS.

           SELECT EXPORT-FILE
               ASSIGN TO "invoice_pay_export.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY INVFILE.

       FD  PO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY POFILE.

       FD  EXPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXPORT-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-INV-STATUS            PIC XX VALUE "00".
           88  WS-INV-SUCCESS       VALUE "00".
           88  WS-INV-NOT-FOUND     VALUE "23".
           88  WS-INV-EOF           VALUE "10".

       01  WS-PO-STATUS             PIC XX VALUE "00".
           88  WS-PO-SUCCESS        VALUE "00".

       01  WS-EXPORT-STATUS         PIC XX VALUE "00".
           88  WS-EXPORT-SUCCESS    VALUE "00".

       01  WS-CURRENT-DATE          PIC 9(08) VALUE ZERO.
       01  WS-TOTAL-RECORDS         PIC 9(06) VALUE ZERO.
       01  WS-INVOICE-COUNT         PIC 9(06) VALUE ZERO.
       01  WS-LINE-I                PIC 9(02) VALUE ZERO.
       01  WS-PO-LINE-I             PIC 9(02) VALUE ZERO.
       01  WS-LINE-AMOUNT           PIC 9(10) VALUE ZERO.
       01  WS-LINE-FC-AMOUNT        PIC 9(09)V99 VALUE ZERO.
       01  WS-GRAND-AMOUNT          PIC 9(12) VALUE ZERO.

       01  WS-HEADER-RECORD.
           05  WS-HDR-TYPE          PIC X(01) VALUE "H".
           05  WS-HDR-SYSTEM-ID     PIC X(08) VALUE "LIBINV  ".
           05  WS-HDR-EXPORT-DATE   PIC 9(08).
           05  FILLER               PIC X(63) VALUE SPACES.

       01  WS-DETAIL-RECORD.
           05  WS-DET-TYPE          PIC X(01) VALUE "D".
           05  WS-DET-VENDOR-ID     PIC X(05).
           05  WS-DET-INV-NO        PIC X(15).
           05  WS-DET-INV-DATE      PIC 9(08).
           05  WS-DET-APPROVE-DATE  PIC 9(08).
           05  WS-DET-PO-NO         PIC 9(08).
           05  WS-DET-FUND-CODE     PIC X(04).
           05  WS-DET-AMOUNT        PIC 9(10).
           05  WS-DET-CURRENCY      PIC X(03).
           05  WS-DET-FC-AMOUNT     PIC 9(09)V99.
           05  FILLER               PIC X(07) VALUE SPACES.

       01  WS-TRAILER-RECORD.
           05  WS-TRL-TYPE          PIC X(01) VALUE "T".
           05  WS-TRL-TOTAL-COUNT   PIC 9(06).
           05  WS-TRL-INVOICE-COUNT PIC 9(06).
           05  WS-TRL-AMOUNT        PIC 9(12).
           05  FILLER               PIC X(55) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           PERFORM OPEN-FILES
           IF WS-INV-SUCCESS AND WS-EXPORT-SUCCESS
               PERFORM WRITE-HEADER-RECORD
               PERFORM EXTRACT-APPROVED-INVOICES
               PERFORM WRITE-TRAILER-RECORD
               DISPLAY "経理部門向け業者支払データを出"
                   "力しました。"
               DISPLAY "ファイル名: invoice_pay_export.txt"
               DISPLAY "請求書件数: " WS-INVOICE-COUNT
               DISPLAY "出力件数: " WS-TOTAL-RECORDS
           ELSE
               DISPLAY "エラー: ファイルを開けません。"
           END-IF
           PERFORM CLOSE-FILES
           GOBACK.

       OPEN-FILES SECTION.
           OPEN I-O INVOICE-FILE
           OPEN INPUT PO-FILE
           IF WS-INV-SUCCESS
               OPEN OUTPUT EXPORT-FILE
           END-IF.

       CLOSE-FILES SECTION.
           CLOSE INVOICE-FILE
           CLOSE PO-FILE
           IF WS-EXPORT-SUCCESS
               CLOSE EXPORT-FILE
           END-IF.

       WRITE-HEADER-RECORD SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE TO WS-HDR-EXPORT-DATE
           MOVE WS-HEADER-RECORD TO EXPORT-RECORD
           WRITE EXPORT-RECORD.

      * 請求書ファイルを全件読み、承認済で未抽出のものを出力する
       EXTRACT-APPROVED-INVOICES SECTION.
           MOVE LOW-VALUES TO INV-KEY
           START INVOICE-FILE KEY >= INV-KEY
               INVALID KEY
                   MOVE "10" TO WS-INV-STATUS
           END-START
           PERFORM UNTIL WS-INV-EOF
               READ INVOICE-FILE NEXT
                   AT END
                       MOVE "10" TO WS-INV-STATUS
                   NOT AT END
                       IF INV-APPROVED AND INV-EXPORT-DATE = ZERO
                           PERFORM EXPORT-ONE-INVOICE
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-INV-STATUS.

      * 支払額は請求単価×請求数量（円単位10桁ゼロ詰め）。
      * 予算コードは対応する発注明細から取る。外貨建ての請求書は
      * 通貨コードと外貨額（小数2桁）も出力する（円建ては外貨額0）
       EXPORT-ONE-INVOICE SECTION.
           MOVE INV-PO-NO TO PO-NO
           READ PO-FILE
               INVALID KEY
                   INITIALIZE PO-RECORD
           END-READ
           PERFORM VARYING WS-LINE-I FROM 1 BY 1
                   UNTIL WS-LINE-I > INV-LINE-COUNT
               MOVE INV-LINE-PO-LINE(WS-LINE-I) TO WS-PO-LINE-I
               MOVE INV-VENDOR-ID TO WS-DET-VENDOR-ID
               MOVE INV-NO TO WS-DET-INV-NO
               MOVE INV-DATE TO WS-DET-INV-DATE
               MOVE INV-APPROVE-DATE TO WS-DET-APPROVE-DATE
               MOVE INV-PO-NO TO WS-DET-PO-NO
               IF WS-PO-LINE-I >= 1 AND WS-PO-LINE-I <= 10
                   MOVE PO-LINE-FUND-CODE(WS-PO-LINE-I)
                       TO WS-DET-FUND-CODE
               ELSE
                   MOVE SPACES TO WS-DET-FUND-CODE
               END-IF
               COMPUTE WS-LINE-AMOUNT =
                   INV-LINE-QTY(WS-LINE-I)
                   * INV-LINE-UNIT-PRICE(WS-LINE-I)
               MOVE WS-LINE-AMOUNT TO WS-DET-AMOUNT
               IF INV-YEN
                   MOVE "JPY" TO WS-DET-CURRENCY
                   MOVE ZERO TO WS-LINE-FC-AMOUNT
               ELSE
                   MOVE INV-CURRENCY TO WS-DET-CURRENCY
                   COMPUTE WS-LINE-FC-AMOUNT =
                       INV-LINE-QTY(WS-LINE-I)
                       * INV-LINE-FC-PRICE(WS-LINE-I)
               END-IF
               MOVE WS-LINE-FC-AMOUNT TO WS-DET-FC-AMOUNT
               ADD WS-LINE-AMOUNT TO WS-GRAND-AMOUNT
               MOVE WS-DETAIL-RECORD TO EXPORT-RECORD
               WRITE EXPORT-RECORD
               ADD 1 TO WS-TOTAL-RECORDS
           END-PERFORM
           MOVE "00" TO WS-PO-STATUS
           MOVE WS-CURRENT-DATE TO INV-EXPORT-DATE
           REWRITE INVOICE-RECORD
               INVALID KEY
                   DISPLAY "請求書の抽出日を更新できま"
                       "せん: "
                       INV-NO
           END-REWRITE
           ADD 1 TO WS-INVOICE-COUNT.

       WRITE-TRAILER-RECORD SECTION.
           MOVE WS-TOTAL-RECORDS TO WS-TRL-TOTAL-COUNT
           MOVE WS-INVOICE-COUNT TO WS-TRL-INVOICE-COUNT
           MOVE WS-GRAND-AMOUNT TO WS-TRL-AMOUNT
           MOVE WS-TRAILER-RECORD TO EXPORT-RECORD
           WRITE EXPORT-RECORD.
