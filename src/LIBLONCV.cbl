      ******************************************************************
      * 図書館管理システム - 貸出ファイル形式変換バッチ
      *
      * 受取者の利用者ID・期限区分を持たない旧形式の貸出
      * ファイルを、LOANFILEの形式（レコード末尾にこれらの項目
      * を持つ）に作り直す。既存の貸出はすべて本人の受取で
      * 日数による期限として、受取者の利用者IDと期限区分を
      * 空白にする。
      *  1. 旧形式で全件を読み、退避ファイル
      *     （loan_cnv.wrk）へ書き出す
      *  2. 読込件数と退避件数が一致した場合のみ、新形式で
      *     貸出ファイルを作り直して退避ファイルから書き戻す
      * 退避ファイルは変換後も残すので、確認後に削除する。
      * 変換済みのファイルに対して実行した場合は旧形式で開けない
      * ため、何もせずに終了する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBLONCV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-LOAN-FILE
               ASSIGN TO "loan.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-LOAN-NO
               ALTERNATE RECORD KEY IS OLD-LOAN-BOOK-ID
               ALTERNATE RECORD KEY IS OLD-LOAN-USER-ID WITH DUPLICATES
               FILE STATUS IS WS-OLD-STATUS.

           SELECT LOAN-FILE
               ASSIGN TO "loan.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-NO
               ALTERNATE RECORD KEY IS LOAN-BOOK-ID
               ALTERNATE RECORD KEY IS LOAN-USER-ID WITH DUPLICATES
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT WORK-FILE
               ASSIGN TO "loan_cnv.wrk"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 旧形式のレコード。LOANFILEから末尾の追加項目を
      * 除いた69バイト
       FD  OLD-LOAN-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-LOAN-RECORD.
           05  OLD-LOAN-NO              PIC 9(10).
           05  OLD-LOAN-USER-ID         PIC X(08).
           05  OLD-LOAN-BOOK-ID         PIC X(10).
           05  OLD-LOAN-REST            PIC X(41).

       FD  LOAN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOANFILE.

       FD  WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  WORK-LINE                    PIC X(69).

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS            PIC XX VALUE "00".
           88  WS-OLD-SUCCESS       VALUE "00".
           88  WS-OLD-EOF           VALUE "10".

       01  WS-LOAN-STATUS           PIC XX VALUE "00".
           88  WS-LOAN-SUCCESS      VALUE "00".

       01  WS-WRK-STATUS            PIC XX VALUE "00".
           88  WS-WRK-SUCCESS       VALUE "00".
           88  WS-WRK-EOF           VALUE "10".

       01  WS-READ-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-SAVED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-LOADED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-ERROR-COUNT           PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           OPEN INPUT OLD-LOAN-FILE
           IF WS-OLD-SUCCESS
               PERFORM UNLOAD-OLD-FILE
               IF WS-SAVED-COUNT = WS-READ-COUNT
                   PERFORM RELOAD-NEW-FILE
                   DISPLAY "貸出ファイルの形式変換が"
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
               DISPLAY "旧形式の貸出ファイルを"
                   "開けません。"
               DISPLAY "変換済みか、ファイルが"
                   "ありません。"
               DISPLAY "状態コード: " WS-OLD-STATUS
           END-IF
           GOBACK.

      * 貸出番号の順に全件を退避ファイルへ書き出す
       UNLOAD-OLD-FILE SECTION.
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL WS-OLD-EOF
               READ OLD-LOAN-FILE NEXT
                   AT END
                       MOVE "10" TO WS-OLD-STATUS
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE OLD-LOAN-RECORD TO WORK-LINE
                       WRITE WORK-LINE
                       IF WS-WRK-SUCCESS
                           ADD 1 TO WS-SAVED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OLD-LOAN-FILE
           CLOSE WORK-FILE.

      * 新形式で貸出ファイルを作り直し、退避ファイルから
      * 書き戻す
       RELOAD-NEW-FILE SECTION.
           OPEN OUTPUT LOAN-FILE
           OPEN INPUT WORK-FILE
           PERFORM UNTIL WS-WRK-EOF
               READ WORK-FILE
                   AT END
                       MOVE "10" TO WS-WRK-STATUS
                   NOT AT END
                       PERFORM BUILD-NEW-RECORD
                       WRITE LOAN-RECORD
                           INVALID KEY
                               ADD 1 TO WS-ERROR-COUNT
                               DISPLAY "登録エラー: " LOAN-NO
                           NOT INVALID KEY
                               ADD 1 TO WS-LOADED-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE LOAN-FILE.

      * 旧形式のイメージを新形式の先頭へ移し、
      * 受取者の利用者ID・期限区分を空白（本人受取・日数）にする
       BUILD-NEW-RECORD SECTION.
           MOVE SPACES TO LOAN-RECORD
           MOVE WORK-LINE TO LOAN-RECORD(1:69)
           MOVE SPACES TO LOAN-COLLECT-USER-ID
           MOVE SPACES TO LOAN-DUE-RULE.
