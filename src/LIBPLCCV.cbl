      ******************************************************************
      * 図書館管理システム - 貸出ポリシーファイル形式変換バッチ
      *
      * 貸出冊数上限・期限区分を持たない旧形式の貸出ポリシー
      * ファイルを、PLCYFILEの形式（レコード末尾にこれらの項目
      * を持つ）に作り直す。既存の貸出条件はすべて利用者区分
      * ごとの標準冊数と貸出日数による期限として、貸出冊数
      * 上限をゼロ、期限区分を空白にする。
      *  1. 旧形式で全件を読み、退避ファイル
      *     （policy_cnv.wrk）へ書き出す
      *  2. 読込件数と退避件数が一致した場合のみ、新形式で
      *     貸出ポリシーファイルを作り直して退避ファイルから書き戻す
      * 退避ファイルは変換後も残すので、確認後に削除する。
      * 変換済みのファイルに対して実行した場合は旧形式で開けない
      * ため、何もせずに終了する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBPLCCV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-POLICY-FILE
               ASSIGN TO "policy.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-PLCY-KEY
               FILE STATUS IS WS-OLD-STATUS.

           SELECT POLICY-FILE
               ASSIGN TO "policy.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLCY-KEY
               FILE STATUS IS WS-PLCY-STATUS.

           SELECT WORK-FILE
               ASSIGN TO "policy_cnv.wrk"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 旧形式のレコード。PLCYFILEから末尾の追加項目を
      * 除いた13バイト
       FD  OLD-POLICY-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-POLICY-RECORD.
           05  OLD-PLCY-KEY.
               10  OLD-PLCY-MATERIAL-TYPE PIC X(2).
               10  OLD-PLCY-USER-TYPE   PIC X(1).
           05  OLD-PLCY-REST            PIC X(10).

       FD  POLICY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PLCYFILE.

       FD  WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  WORK-LINE                    PIC X(13).

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS            PIC XX VALUE "00".
           88  WS-OLD-SUCCESS       VALUE "00".
           88  WS-OLD-EOF           VALUE "10".

       01  WS-PLCY-STATUS           PIC XX VALUE "00".
           88  WS-PLCY-SUCCESS      VALUE "00".

       01  WS-WRK-STATUS            PIC XX VALUE "00".
           88  WS-WRK-SUCCESS       VALUE "00".
           88  WS-WRK-EOF           VALUE "10".

       01  WS-READ-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-SAVED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-LOADED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-ERROR-COUNT           PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           OPEN INPUT OLD-POLICY-FILE
           IF WS-OLD-SUCCESS
               PERFORM UNLOAD-OLD-FILE
               IF WS-SAVED-COUNT = WS-READ-COUNT
                   PERFORM RELOAD-NEW-FILE
                   DISPLAY "貸出ポリシーファイルの"
                       "形式変換が完了しました。"
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
               DISPLAY "旧形式の貸出ポリシーファイルを"
                   "開けません。"
               DISPLAY "変換済みか、ファイルが"
                   "ありません。"
               DISPLAY "状態コード: " WS-OLD-STATUS
           END-IF
           GOBACK.

      * 資料区分・利用者区分の順に全件を退避ファイルへ書き出す
       UNLOAD-OLD-FILE SECTION.
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL WS-OLD-EOF
               READ OLD-POLICY-FILE NEXT
                   AT END
                       MOVE "10" TO WS-OLD-STATUS
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE OLD-POLICY-RECORD TO WORK-LINE
                       WRITE WORK-LINE
                       IF WS-WRK-SUCCESS
                           ADD 1 TO WS-SAVED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OLD-POLICY-FILE
           CLOSE WORK-FILE.

      * 新形式で貸出ポリシーファイルを作り直し、退避ファイルから
      * 書き戻す
       RELOAD-NEW-FILE SECTION.
           OPEN OUTPUT POLICY-FILE
           OPEN INPUT WORK-FILE
           PERFORM UNTIL WS-WRK-EOF
               READ WORK-FILE
                   AT END
                       MOVE "10" TO WS-WRK-STATUS
                   NOT AT END
                       PERFORM BUILD-NEW-RECORD
                       WRITE POLICY-RECORD
                           INVALID KEY
                               ADD 1 TO WS-ERROR-COUNT
                               DISPLAY "登録エラー: "
                                   PLCY-MATERIAL-TYPE " " PLCY-USER-TYPE
                           NOT INVALID KEY
                               ADD 1 TO WS-LOADED-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE POLICY-FILE.

      * 旧形式のイメージを新形式の先頭へ移し、
      * 貸出冊数上限をゼロ（標準冊数）、期限区分を空白（日数）
      * にする
       BUILD-NEW-RECORD SECTION.
           MOVE SPACES TO POLICY-RECORD
           MOVE WORK-LINE TO POLICY-RECORD(1:13)
           MOVE ZERO TO PLCY-MAX-LOANS
           MOVE SPACES TO PLCY-DUE-RULE.
