      ******************************************************************
      * 図書館管理システム - 延滞金ファイル形式変換バッチ
      *
      * 分割払い計画の計画番号・計画状態を持たない旧形式の
      * 延滞金ファイルを、FINEFILEの形式（レコード末尾にこれらの
      * 項目を持つ）に作り直す。既存の延滞金はすべて計画に
      * 組み入れていないものとして、計画番号をゼロ、計画状態
      * を空白にする。
      *  1. 旧形式で全件を読み、退避ファイル
      *     （fine_cnv.wrk）へ書き出す
      *  2. 読込件数と退避件数が一致した場合のみ、新形式で
      *     延滞金ファイルを作り直して退避ファイルから書き戻す
      * 退避ファイルは変換後も残すので、確認後に削除する。
      * 変換済みのファイルに対して実行した場合は旧形式で開けない
      * ため、何もせずに終了する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBFINCV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-FINE-FILE
               ASSIGN TO "fine.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-FINE-NO
               ALTERNATE RECORD KEY IS OLD-FINE-USER-ID WITH DUPLICATES
               FILE STATUS IS WS-OLD-STATUS.

           SELECT FINE-FILE
               ASSIGN TO "fine.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FINE-NO
               ALTERNATE RECORD KEY IS FINE-USER-ID WITH DUPLICATES
               FILE STATUS IS WS-FINE-STATUS.

           SELECT WORK-FILE
               ASSIGN TO "fine_cnv.wrk"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 旧形式のレコード。FINEFILEから末尾の追加項目を
      * 除いた157バイト
       FD  OLD-FINE-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-FINE-RECORD.
           05  OLD-FINE-NO              PIC 9(10).
           05  OLD-FINE-LOAN-NO         PIC 9(10).
           05  OLD-FINE-USER-ID         PIC X(08).
           05  OLD-FINE-REST            PIC X(129).

       FD  FINE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY FINEFILE.

       FD  WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  WORK-LINE                    PIC X(157).

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS            PIC XX VALUE "00".
           88  WS-OLD-SUCCESS       VALUE "00".
           88  WS-OLD-EOF           VALUE "10".

       01  WS-FINE-STATUS           PIC XX VALUE "00".
           88  WS-FINE-SUCCESS      VALUE "00".

       01  WS-WRK-STATUS            PIC XX VALUE "00".
           88  WS-WRK-SUCCESS       VALUE "00".
           88  WS-WRK-EOF           VALUE "10".

       01  WS-READ-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-SAVED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-LOADED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-ERROR-COUNT           PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           OPEN INPUT OLD-FINE-FILE
           IF WS-OLD-SUCCESS
               PERFORM UNLOAD-OLD-FILE
               IF WS-SAVED-COUNT = WS-READ-COUNT
                   PERFORM RELOAD-NEW-FILE
                   DISPLAY "延滞金ファイルの形式変換が"
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
               DISPLAY "旧形式の延滞金ファイルを"
                   "開けません。"
               DISPLAY "変換済みか、ファイルが"
                   "ありません。"
               DISPLAY "状態コード: " WS-OLD-STATUS
           END-IF
           GOBACK.

      * 延滞金番号の順に全件を退避ファイルへ書き出す
       UNLOAD-OLD-FILE SECTION.
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL WS-OLD-EOF
               READ OLD-FINE-FILE NEXT
                   AT END
                       MOVE "10" TO WS-OLD-STATUS
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE OLD-FINE-RECORD TO WORK-LINE
                       WRITE WORK-LINE
                       IF WS-WRK-SUCCESS
                           ADD 1 TO WS-SAVED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OLD-FINE-FILE
           CLOSE WORK-FILE.

      * 新形式で延滞金ファイルを作り直し、退避ファイルから
      * 書き戻す
       RELOAD-NEW-FILE SECTION.
           OPEN OUTPUT FINE-FILE
           OPEN INPUT WORK-FILE
           PERFORM UNTIL WS-WRK-EOF
               READ WORK-FILE
                   AT END
                       MOVE "10" TO WS-WRK-STATUS
                   NOT AT END
                       PERFORM BUILD-NEW-RECORD
                       WRITE FINE-RECORD
                           INVALID KEY
                               ADD 1 TO WS-ERROR-COUNT
                               DISPLAY "登録エラー: " FINE-NO
                           NOT INVALID KEY
                               ADD 1 TO WS-LOADED-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE FINE-FILE.

      * 旧形式のイメージを新形式の先頭へ移し、
      * 計画番号をゼロ、計画状態を空白（計画外）にする
       BUILD-NEW-RECORD SECTION.
           MOVE SPACES TO FINE-RECORD
           MOVE WORK-LINE TO FINE-RECORD(1:157)
           MOVE ZERO TO FINE-PLAN-NO
           MOVE SPACES TO FINE-PLAN-STATUS.
