      ******************************************************************
      * 図書館管理システム - 分館ファイル形式変換バッチ
      *
      * 開館時間（開館時・閉館時）を持たない旧形式の分館
      * ファイルを、BRANCHFILEの形式（レコード末尾に開館時間を
      * 持つ）に作り直す。既存の分館は開館時間未設定として、
      * 開館時・閉館時をゼロにする。
      *  1. 旧形式で全件を読み、退避ファイル
      *     （branch_cnv.wrk）へ書き出す
      *  2. 読込件数と退避件数が一致した場合のみ、新形式で
      *     分館ファイルを作り直して退避ファイルから書き戻す
      * 退避ファイルは変換後も残すので、確認後に削除する。
      * 変換済みのファイルに対して実行した場合は旧形式で開けない
      * ため、何もせずに終了する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBBRNCV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-BRANCH-FILE
               ASSIGN TO "branch.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-BRANCH-CODE
               FILE STATUS IS WS-OLD-STATUS.

           SELECT BRANCH-FILE
               ASSIGN TO "branch.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRANCH-CODE
               FILE STATUS IS WS-BRANCH-STATUS.

           SELECT WORK-FILE
               ASSIGN TO "branch_cnv.wrk"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 旧形式のレコード。BRANCHFILEから末尾の追加項目を
      * 除いた35バイト
       FD  OLD-BRANCH-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-BRANCH-RECORD.
           05  OLD-BRANCH-CODE          PIC X(4).
           05  OLD-BRANCH-REST          PIC X(31).

       FD  BRANCH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BRANCHFILE.

       FD  WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  WORK-LINE                    PIC X(35).

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS            PIC XX VALUE "00".
           88  WS-OLD-SUCCESS       VALUE "00".
           88  WS-OLD-EOF           VALUE "10".

       01  WS-BRANCH-STATUS         PIC XX VALUE "00".
           88  WS-BRANCH-SUCCESS    VALUE "00".

       01  WS-WRK-STATUS            PIC XX VALUE "00".
           88  WS-WRK-SUCCESS       VALUE "00".
           88  WS-WRK-EOF           VALUE "10".

       01  WS-READ-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-SAVED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-LOADED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-ERROR-COUNT           PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           OPEN INPUT OLD-BRANCH-FILE
           IF WS-OLD-SUCCESS
               PERFORM UNLOAD-OLD-FILE
               IF WS-SAVED-COUNT = WS-READ-COUNT
                   PERFORM RELOAD-NEW-FILE
                   DISPLAY "分館ファイルの形式変換が"
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
               DISPLAY "旧形式の分館ファイルを"
                   "開けません。"
               DISPLAY "変換済みか、ファイルが"
                   "ありません。"
               DISPLAY "状態コード: " WS-OLD-STATUS
           END-IF
           GOBACK.

      * 分館コードの順に全件を退避ファイルへ書き出す
       UNLOAD-OLD-FILE SECTION.
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL WS-OLD-EOF
               READ OLD-BRANCH-FILE NEXT
                   AT END
                       MOVE "10" TO WS-OLD-STATUS
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE OLD-BRANCH-RECORD TO WORK-LINE
                       WRITE WORK-LINE
                       IF WS-WRK-SUCCESS
                           ADD 1 TO WS-SAVED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OLD-BRANCH-FILE
           CLOSE WORK-FILE.

      * 新形式で分館ファイルを作り直し、退避ファイルから
      * 書き戻す
       RELOAD-NEW-FILE SECTION.
           OPEN OUTPUT BRANCH-FILE
           OPEN INPUT WORK-FILE
           PERFORM UNTIL WS-WRK-EOF
               READ WORK-FILE
                   AT END
                       MOVE "10" TO WS-WRK-STATUS
                   NOT AT END
                       PERFORM BUILD-NEW-RECORD
                       WRITE BRANCH-RECORD
                           INVALID KEY
                               ADD 1 TO WS-ERROR-COUNT
                               DISPLAY "登録エラー: " BRANCH-CODE
                           NOT INVALID KEY
                               ADD 1 TO WS-LOADED-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE BRANCH-FILE.

      * 旧形式のイメージを新形式の先頭へ移し、
      * 開館時・閉館時をゼロ（未設定）にする
       BUILD-NEW-RECORD SECTION.
           MOVE SPACES TO BRANCH-RECORD
           MOVE WORK-LINE TO BRANCH-RECORD(1:35)
           MOVE ZERO TO BRANCH-OPEN-HOUR
           MOVE ZERO TO BRANCH-CLOSE-HOUR.
