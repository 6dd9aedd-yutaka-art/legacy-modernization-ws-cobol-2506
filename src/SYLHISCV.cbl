      ******************************************************************
      * シラバス管理システム - シラバス改訂履歴ファイル形式変換バッチ
      *
      * 改訂オペレータ（HIS-OPERATOR-ID）を持たない旧形式の
      * シラバス改訂履歴ファイルを、SYLHISTの形式（レコード末尾
      * に改訂オペレータを持つ）に作り直す。既存の履歴は改訂者
      * 不明として、改訂オペレータを空白にする。
      *  1. 旧形式で全件を読み、退避ファイル
      *     （syllabus_history_cnv.wrk）へ書き出す
      *  2. 読込件数と退避件数が一致した場合のみ、新形式で
      *     シラバス改訂履歴ファイルを作り直して退避ファイルから書き戻す
      * 退避ファイルは変換後も残すので、確認後に削除する。
      * 変換済みのファイルに対して実行した場合は旧形式で開けない
      * ため、何もせずに終了する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLHISCV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-HISTORY-FILE
               ASSIGN TO "syllabus_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-HIS-KEY
               FILE STATUS IS WS-OLD-STATUS.

           SELECT SYLLABUS-HISTORY-FILE
               ASSIGN TO "syllabus_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIS-KEY
               FILE STATUS IS WS-HIS-STATUS.

           SELECT WORK-FILE
               ASSIGN TO "syllabus_history_cnv.wrk"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 旧形式のレコード。SYLHISTから末尾の追加項目を
      * 除いた920バイト
       FD  OLD-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-HISTORY-RECORD.
           05  OLD-HIS-KEY.
               10  OLD-HIS-COURSE-ID    PIC X(6).
               10  OLD-HIS-REVISION-NO  PIC 9(4).
           05  OLD-HIS-REST             PIC X(910).

       FD  SYLLABUS-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SYLHIST.

       FD  WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  WORK-LINE                    PIC X(920).

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS            PIC XX VALUE "00".
           88  WS-OLD-SUCCESS       VALUE "00".
           88  WS-OLD-EOF           VALUE "10".

       01  WS-HIS-STATUS            PIC XX VALUE "00".
           88  WS-HIS-SUCCESS       VALUE "00".

       01  WS-WRK-STATUS            PIC XX VALUE "00".
           88  WS-WRK-SUCCESS       VALUE "00".
           88  WS-WRK-EOF           VALUE "10".

       01  WS-READ-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-SAVED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-LOADED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-ERROR-COUNT           PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           OPEN INPUT OLD-HISTORY-FILE
           IF WS-OLD-SUCCESS
               PERFORM UNLOAD-OLD-FILE
               IF WS-SAVED-COUNT = WS-READ-COUNT
                   PERFORM RELOAD-NEW-FILE
                   DISPLAY "シラバス改訂履歴ファイルの"
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
               DISPLAY "旧形式のシラバス改訂履歴"
                   "ファイルを開けません。"
               DISPLAY "変換済みか、ファイルが"
                   "ありません。"
               DISPLAY "状態コード: " WS-OLD-STATUS
           END-IF
           GOBACK.

      * 科目コード・改訂番号の順に全件を退避ファイルへ書き出す
       UNLOAD-OLD-FILE SECTION.
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL WS-OLD-EOF
               READ OLD-HISTORY-FILE NEXT
                   AT END
                       MOVE "10" TO WS-OLD-STATUS
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE OLD-HISTORY-RECORD TO WORK-LINE
                       WRITE WORK-LINE
                       IF WS-WRK-SUCCESS
                           ADD 1 TO WS-SAVED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OLD-HISTORY-FILE
           CLOSE WORK-FILE.

      * 新形式でシラバス改訂履歴ファイルを作り直し、退避ファイルから
      * 書き戻す
       RELOAD-NEW-FILE SECTION.
           OPEN OUTPUT SYLLABUS-HISTORY-FILE
           OPEN INPUT WORK-FILE
           PERFORM UNTIL WS-WRK-EOF
               READ WORK-FILE
                   AT END
                       MOVE "10" TO WS-WRK-STATUS
                   NOT AT END
                       PERFORM BUILD-NEW-RECORD
                       WRITE SYLLABUS-HISTORY-REC
                           INVALID KEY
                               ADD 1 TO WS-ERROR-COUNT
                               DISPLAY "登録エラー: "
                                   HIS-COURSE-ID " " HIS-REVISION-NO
                           NOT INVALID KEY
                               ADD 1 TO WS-LOADED-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE SYLLABUS-HISTORY-FILE.

      * 旧形式のイメージを新形式の先頭へ移し、
      * 改訂オペレータを空白（改訂者不明）にする
       BUILD-NEW-RECORD SECTION.
           MOVE SPACES TO SYLLABUS-HISTORY-REC
           MOVE WORK-LINE TO SYLLABUS-HISTORY-REC(1:920)
           MOVE SPACES TO HIS-OPERATOR-ID.
