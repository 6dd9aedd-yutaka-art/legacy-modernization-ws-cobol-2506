******************************************************************
      * シラバス管理システム - 履修ファイルキー変換バッチ
      *
      * 旧形式の履修ファイル（主キーが学籍番号＋科目コード）を、
      * 学期を含む主キー（学籍番号＋科目コード＋学期）の形式に
      * 作り直す。レコードの内容・長さは変わらない。
      *  1. 旧キーで全件を読み、退避ファイル
      *     （enrollment_cnv.wrk）へ書き出す
      *  2. 読込件数と退避件数が一致した場合のみ、新キーで
      *     履修ファイルを作り直して退避ファイルから書き戻す
      * 退避ファイルは変換後も残すので、確認後に削除する。
      * 変換済みのファイルに対して実行した場合は旧キーで開けない
      * ため、何もせずに終了する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLENRCV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-ENROLLMENT-FILE
               ASSIGN TO "enrollment.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-ENR-KEY
               ALTERNATE RECORD KEY IS OLD-ENR-COURSE-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-OLD-STATUS.

           SELECT ENROLLMENT-FILE
               ASSIGN TO "enrollment.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-KEY
               ALTERNATE RECORD KEY IS ENR-COURSE-ID WITH DUPLICATES
               FILE STATUS IS WS-ENR-STATUS.

           SELECT WORK-FILE
               ASSIGN TO "enrollment_cnv.wrk"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 旧形式のレコード。項目の並びはENRFILEと同じで、主キーに
      * 学期を含まない
       FD  OLD-ENROLLMENT-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-ENROLLMENT-RECORD.
           05  OLD-ENR-KEY.
               10  OLD-ENR-STUDENT-ID  PIC X(7).
               10  OLD-ENR-COURSE-ID   PIC X(6).
           05  OLD-ENR-SEMESTER        PIC X(2).
           05  OLD-ENR-REST            PIC X(11).

       FD  ENROLLMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ENRFILE.

       FD  WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  WORK-LINE                PIC X(26).

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS            PIC XX VALUE "00".
           88  WS-OLD-SUCCESS       VALUE "00".
           88  WS-OLD-EOF           VALUE "10".

       01  WS-ENR-STATUS            PIC XX VALUE "00".
           88  WS-ENR-SUCCESS       VALUE "00".

       01  WS-WRK-STATUS            PIC XX VALUE "00".
           88  WS-WRK-SUCCESS       VALUE "00".
           88  WS-WRK-EOF           VALUE "10".

       01  WS-READ-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-SAVED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-LOADED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-ERROR-COUNT           PIC 9(7) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           OPEN INPUT OLD-ENROLLMENT-FILE
           IF WS-OLD-SUCCESS
               PERFORM UNLOAD-OLD-FILE
               IF WS-SAVED-COUNT = WS-READ-COUNT
                   PERFORM RELOAD-NEW-FILE
                   DISPLAY "履修ファイルのキー変換が"
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
               DISPLAY "旧形式の履修ファイルを"
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
               READ OLD-ENROLLMENT-FILE NEXT
                   AT END
                       MOVE "10" TO WS-OLD-STATUS
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE OLD-ENROLLMENT-RECORD TO WORK-LINE
                       WRITE WORK-LINE
                       IF WS-WRK-SUCCESS
                           ADD 1 TO WS-SAVED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OLD-ENROLLMENT-FILE
           CLOSE WORK-FILE.

      * 新キーで履修ファイルを作り直し、退避ファイルから書き戻す
       RELOAD-NEW-FILE SECTION.
           OPEN OUTPUT ENROLLMENT-FILE
           OPEN INPUT WORK-FILE
           PERFORM UNTIL WS-WRK-EOF
               READ WORK-FILE
                   AT END
                       MOVE "10" TO WS-WRK-STATUS
                   NOT AT END
                       MOVE WORK-LINE TO ENROLLMENT-RECORD
                       WRITE ENROLLMENT-RECORD
                           INVALID KEY
                               ADD 1 TO WS-ERROR-COUNT
                               DISPLAY "登録エラー: "
                                   ENR-STUDENT-ID
                                   " " ENR-COURSE-ID " " ENR-SEMESTER
                           NOT INVALID KEY
                               ADD 1 TO WS-LOADED-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE ENROLLMENT-FILE.
