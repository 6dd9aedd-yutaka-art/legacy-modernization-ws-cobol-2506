      ******************************************************************
      * 図書館管理システム - 書誌保留ファイル形式変換バッチ
      *
      * 件名標目を持たない旧形式の書誌保留ファイルを、PBIBFILE
      * の形式（レコード末尾に件名標目5件を持つ）に作り直す。
      * 既存の書誌は件名なしとして、件名標目をすべて空白に
      * する。
      *  1. 旧形式で全件を読み、退避ファイル
      *     （pending_biblio_cnv.wrk）へ書き出す
      *  2. 読込件数と退避件数が一致した場合のみ、新形式で
      *     書誌保留ファイルを作り直して退避ファイルから書き戻す
      * 退避ファイルは変換後も残すので、確認後に削除する。
      * 変換済みのファイルに対して実行した場合は旧形式で開けない
      * ため、何もせずに終了する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBPBBCV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-PENDING-BIBLIO-FILE
               ASSIGN TO "pending_biblio.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-PBIB-ISBN
               FILE STATUS IS WS-OLD-STATUS.

           SELECT PENDING-BIBLIO-FILE
               ASSIGN TO "pending_biblio.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PBIB-ISBN
               FILE STATUS IS WS-PBIB-STATUS.

           SELECT WORK-FILE
               ASSIGN TO "pending_biblio_cnv.wrk"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 旧形式のレコード。PBIBFILEから末尾の追加項目を
      * 除いた135バイト
       FD  OLD-PENDING-BIBLIO-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-PBIB-RECORD.
           05  OLD-PBIB-ISBN            PIC X(13).
           05  OLD-PBIB-REST            PIC X(122).

       FD  PENDING-BIBLIO-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PBIBFILE.

       FD  WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  WORK-LINE                    PIC X(135).

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS            PIC XX VALUE "00".
           88  WS-OLD-SUCCESS       VALUE "00".
           88  WS-OLD-EOF           VALUE "10".

       01  WS-PBIB-STATUS           PIC XX VALUE "00".
           88  WS-PBIB-SUCCESS      VALUE "00".

       01  WS-WRK-STATUS            PIC XX VALUE "00".
           88  WS-WRK-SUCCESS       VALUE "00".
           88  WS-WRK-EOF           VALUE "10".

       01  WS-SUBJ-IDX              PIC 9.

       01  WS-READ-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-SAVED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-LOADED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-ERROR-COUNT           PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           OPEN INPUT OLD-PENDING-BIBLIO-FILE
           IF WS-OLD-SUCCESS
               PERFORM UNLOAD-OLD-FILE
               IF WS-SAVED-COUNT = WS-READ-COUNT
                   PERFORM RELOAD-NEW-FILE
                   DISPLAY "書誌保留ファイルの形式変換が"
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
               DISPLAY "旧形式の書誌保留ファイルを"
                   "開けません。"
               DISPLAY "変換済みか、ファイルが"
                   "ありません。"
               DISPLAY "状態コード: " WS-OLD-STATUS
           END-IF
           GOBACK.

      * ISBNの順に全件を退避ファイルへ書き出す
       UNLOAD-OLD-FILE SECTION.
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL WS-OLD-EOF
               READ OLD-PENDING-BIBLIO-FILE NEXT
                   AT END
                       MOVE "10" TO WS-OLD-STATUS
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE OLD-PBIB-RECORD TO WORK-LINE
                       WRITE WORK-LINE
                       IF WS-WRK-SUCCESS
                           ADD 1 TO WS-SAVED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OLD-PENDING-BIBLIO-FILE
           CLOSE WORK-FILE.

      * 新形式で書誌保留ファイルを作り直し、退避ファイルから
      * 書き戻す
       RELOAD-NEW-FILE SECTION.
           OPEN OUTPUT PENDING-BIBLIO-FILE
           OPEN INPUT WORK-FILE
           PERFORM UNTIL WS-WRK-EOF
               READ WORK-FILE
                   AT END
                       MOVE "10" TO WS-WRK-STATUS
                   NOT AT END
                       PERFORM BUILD-NEW-RECORD
                       WRITE PBIB-RECORD
                           INVALID KEY
                               ADD 1 TO WS-ERROR-COUNT
                               DISPLAY "登録エラー: " PBIB-ISBN
                           NOT INVALID KEY
                               ADD 1 TO WS-LOADED-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE PENDING-BIBLIO-FILE.

      * 旧形式のイメージを新形式の先頭へ移し、
      * 件名標目をすべて空白（件名なし）にする
       BUILD-NEW-RECORD SECTION.
           MOVE SPACES TO PBIB-RECORD
           MOVE WORK-LINE TO PBIB-RECORD(1:135)
           PERFORM VARYING WS-SUBJ-IDX FROM 1 BY 1
                   UNTIL WS-SUBJ-IDX > 5
               MOVE SPACES TO PBIB-SUBJECT(WS-SUBJ-IDX)
           END-PERFORM.
