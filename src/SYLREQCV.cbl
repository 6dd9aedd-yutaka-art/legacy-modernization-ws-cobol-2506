      ******************************************************************
      * シラバス管理システム - 卒業要件ファイルキー変換バッチ
      *
      * 旧形式の卒業要件ファイル（主キーが学科コード＋カタログ
      * 年度）を、課程区分を含む主キー（学科コード＋課程区分＋
      * カタログ年度）の形式に作り直す。既存の版はすべて主専攻の
      * 要件として、課程区分を空白にする。
      *  1. 旧キーで全件を読み、退避ファイル
      *     （requirement_cnv.wrk）へ書き出す
      *  2. 読込件数と退避件数が一致した場合のみ、新キーで
      *     卒業要件ファイルを作り直して退避ファイルから書き戻す
      * 退避ファイルは変換後も残すので、確認後に削除する。
      * 変換済みのファイルに対して実行した場合は旧キーで開けない
      * ため、何もせずに終了する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLREQCV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-REQUIREMENT-FILE
               ASSIGN TO "requirement.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-REQ-KEY
               FILE STATUS IS WS-OLD-STATUS.

           SELECT REQUIREMENT-FILE
               ASSIGN TO "requirement.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REQ-KEY
               FILE STATUS IS WS-REQ-STATUS.

           SELECT WORK-FILE
               ASSIGN TO "requirement_cnv.wrk"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 旧形式のレコード。項目の並びはREQFILEから課程区分を
      * 除いたもの
       FD  OLD-REQUIREMENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-REQUIREMENT-RECORD.
           05  OLD-REQ-KEY.
               10  OLD-REQ-DEP-ID       PIC X(4).
               10  OLD-REQ-CATALOG-YEAR PIC 9(4).
           05  OLD-REQ-REST             PIC X(71).

       FD  REQUIREMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY REQFILE.

       FD  WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  WORK-LINE                PIC X(79).

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS            PIC XX VALUE "00".
           88  WS-OLD-SUCCESS       VALUE "00".
           88  WS-OLD-EOF           VALUE "10".

       01  WS-REQ-STATUS            PIC XX VALUE "00".
           88  WS-REQ-SUCCESS       VALUE "00".

       01  WS-WRK-STATUS            PIC XX VALUE "00".
           88  WS-WRK-SUCCESS       VALUE "00".
           88  WS-WRK-EOF           VALUE "10".

      * 退避ファイルの1行を旧形式の項目に分けて見る
       01  WS-OLD-REQ.
           05  WS-OLD-DEP-ID        PIC X(4).
           05  WS-OLD-CATALOG-YEAR  PIC 9(4).
           05  WS-OLD-REST          PIC X(71).

       01  WS-READ-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-SAVED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-LOADED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-ERROR-COUNT           PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           OPEN INPUT OLD-REQUIREMENT-FILE
           IF WS-OLD-SUCCESS
               PERFORM UNLOAD-OLD-FILE
               IF WS-SAVED-COUNT = WS-READ-COUNT
                   PERFORM RELOAD-NEW-FILE
                   DISPLAY "卒業要件ファイルのキー変換が"
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
               DISPLAY "旧形式の卒業要件ファイルを"
                   "開けません。"
               DISPLAY "変換済みか、ファイルが"
                   "ありません。"
               DISPLAY "状態コード: " WS-OLD-STATUS
           END-IF
           GOBACK.

      * 旧キーの順に全件を退避ファイルへ書き出す
       UNLOAD-OLD-FILE SECTION.
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL WS-OLD-EOF
               READ OLD-REQUIREMENT-FILE NEXT
                   AT END
                       MOVE "10" TO WS-OLD-STATUS
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE OLD-REQUIREMENT-RECORD TO WORK-LINE
                       WRITE WORK-LINE
                       IF WS-WRK-SUCCESS
                           ADD 1 TO WS-SAVED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OLD-REQUIREMENT-FILE
           CLOSE WORK-FILE.

      * 新キーで卒業要件ファイルを作り直し、退避ファイルから
      * 課程区分を空白（主専攻）にして書き戻す
       RELOAD-NEW-FILE SECTION.
           OPEN OUTPUT REQUIREMENT-FILE
           OPEN INPUT WORK-FILE
           PERFORM UNTIL WS-WRK-EOF
               READ WORK-FILE
                   AT END
                       MOVE "10" TO WS-WRK-STATUS
                   NOT AT END
                       MOVE WORK-LINE TO WS-OLD-REQ
                       MOVE WS-OLD-DEP-ID TO REQ-DEP-ID
                       MOVE SPACE TO REQ-PROGRAM-TYPE
                       MOVE WS-OLD-CATALOG-YEAR TO REQ-CATALOG-YEAR
                       MOVE WS-OLD-REST TO REQUIREMENT-RECORD(10:71)
                       WRITE REQUIREMENT-RECORD
                           INVALID KEY
                               ADD 1 TO WS-ERROR-COUNT
                               DISPLAY "登録エラー: "
                                   REQ-DEP-ID " " REQ-CATALOG-YEAR
                           NOT INVALID KEY
                               ADD 1 TO WS-LOADED-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE REQUIREMENT-FILE.
