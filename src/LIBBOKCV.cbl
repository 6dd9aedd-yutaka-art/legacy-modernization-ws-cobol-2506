      ******************************************************************
      * 図書館管理システム - 蔵書ファイル形式変換バッチ
      *
      * 受入区分・寄贈者ID・ラベル印刷日を持たない旧形式の
      * 蔵書ファイルを、BOOKFILEの形式（レコード末尾にこれらの
      * 項目を持つ）に作り直す。既存の蔵書はすべて購入受入と
      * して受入区分と寄贈者IDを空白、ラベル印刷日をゼロ
      * （未印刷）にする。
      *  1. 旧形式で全件を読み、退避ファイル
      *     （book_cnv.wrk）へ書き出す
      *  2. 読込件数と退避件数が一致した場合のみ、新形式で
      *     蔵書ファイルを作り直して退避ファイルから書き戻す
      * 退避ファイルは変換後も残すので、確認後に削除する。
      * 変換済みのファイルに対して実行した場合は旧形式で開けない
      * ため、何もせずに終了する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBBOKCV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-BOOK-FILE
               ASSIGN TO "book.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-BOOK-ID
               ALTERNATE RECORD KEY IS OLD-BOOK-ISBN WITH DUPLICATES
               FILE STATUS IS WS-OLD-STATUS.

           SELECT BOOK-FILE
               ASSIGN TO "book.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOK-ID
               ALTERNATE RECORD KEY IS BOOK-ISBN WITH DUPLICATES
               FILE STATUS IS WS-BOOK-STATUS.

           SELECT WORK-FILE
               ASSIGN TO "book_cnv.wrk"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 旧形式のレコード。BOOKFILEから末尾の追加項目を
      * 除いた187バイト
       FD  OLD-BOOK-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-BOOK-RECORD.
           05  OLD-BOOK-ID              PIC X(10).
           05  OLD-BOOK-ISBN            PIC X(13).
           05  OLD-BOOK-REST            PIC X(164).

       FD  BOOK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BOOKFILE.

       FD  WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  WORK-LINE                    PIC X(187).

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS            PIC XX VALUE "00".
           88  WS-OLD-SUCCESS       VALUE "00".
           88  WS-OLD-EOF           VALUE "10".

       01  WS-BOOK-STATUS           PIC XX VALUE "00".
           88  WS-BOOK-SUCCESS      VALUE "00".

       01  WS-WRK-STATUS            PIC XX VALUE "00".
           88  WS-WRK-SUCCESS       VALUE "00".
           88  WS-WRK-EOF           VALUE "10".

       01  WS-READ-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-SAVED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-LOADED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-ERROR-COUNT           PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           OPEN INPUT OLD-BOOK-FILE
           IF WS-OLD-SUCCESS
               PERFORM UNLOAD-OLD-FILE
               IF WS-SAVED-COUNT = WS-READ-COUNT
                   PERFORM RELOAD-NEW-FILE
                   DISPLAY "蔵書ファイルの形式変換が"
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
               DISPLAY "旧形式の蔵書ファイルを"
                   "開けません。"
               DISPLAY "変換済みか、ファイルが"
                   "ありません。"
               DISPLAY "状態コード: " WS-OLD-STATUS
           END-IF
           GOBACK.

      * 蔵書IDの順に全件を退避ファイルへ書き出す
       UNLOAD-OLD-FILE SECTION.
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL WS-OLD-EOF
               READ OLD-BOOK-FILE NEXT
                   AT END
                       MOVE "10" TO WS-OLD-STATUS
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE OLD-BOOK-RECORD TO WORK-LINE
                       WRITE WORK-LINE
                       IF WS-WRK-SUCCESS
                           ADD 1 TO WS-SAVED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OLD-BOOK-FILE
           CLOSE WORK-FILE.

      * 新形式で蔵書ファイルを作り直し、退避ファイルから
      * 書き戻す
       RELOAD-NEW-FILE SECTION.
           OPEN OUTPUT BOOK-FILE
           OPEN INPUT WORK-FILE
           PERFORM UNTIL WS-WRK-EOF
               READ WORK-FILE
                   AT END
                       MOVE "10" TO WS-WRK-STATUS
                   NOT AT END
                       PERFORM BUILD-NEW-RECORD
                       WRITE BOOK-RECORD
                           INVALID KEY
                               ADD 1 TO WS-ERROR-COUNT
                               DISPLAY "登録エラー: " BOOK-ID
                           NOT INVALID KEY
                               ADD 1 TO WS-LOADED-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE BOOK-FILE.

      * 旧形式のイメージを新形式の先頭へ移し、
      * 受入区分・寄贈者IDを空白（購入）、ラベル印刷日をゼロ
      * （未印刷）にする
       BUILD-NEW-RECORD SECTION.
           MOVE SPACES TO BOOK-RECORD
           MOVE WORK-LINE TO BOOK-RECORD(1:187)
           MOVE SPACES TO BOOK-ACQ-SOURCE
           MOVE SPACES TO BOOK-DONOR-ID
           MOVE ZERO TO BOOK-LABEL-DATE.
