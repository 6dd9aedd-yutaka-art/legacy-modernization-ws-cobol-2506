      ******************************************************************
      * シラバス管理システム - シラバスファイル代替キー追加バッチ
      *
      * 科目コードだけを主キーに持つ旧形式のシラバスファイルに、
      * 担当教員ID・学科コード・学期の代替キー（重複可）を付けて
      * 作り直す。レコードの内容・長さは変わらない。
      *  1. 旧形式で全件を読み、退避ファイル
      *     （syllabus_cnv.wrk）へ書き出す
      *  2. 読込件数と退避件数が一致した場合のみ、代替キー付きで
      *     シラバスファイルを作り直して退避ファイルから書き戻す
      * 1 の全件読みの時間を SYLRTLG で記録し、代替キー読みに
      * 切り替えた帳票の時間と比べる基準にする。
      * 退避ファイルは変換後も残すので、確認後に削除する。
      * 変換済みのファイルに対して実行した場合は旧形式で開けない
      * ため、何もせずに終了する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLSYLCV.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-SYLLABUS-FILE
               ASSIGN TO "syllabus.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-SYL-COURSE-ID
               FILE STATUS IS WS-OLD-STATUS.

           SELECT SYLLABUS-FILE
               ASSIGN TO "syllabus.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-COURSE-ID
               ALTERNATE RECORD KEY IS SYL-TEACHER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-DEPARTMENT-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-SEMESTER WITH DUPLICATES
               FILE STATUS IS WS-SYL-STATUS.

           SELECT WORK-FILE
               ASSIGN TO "syllabus_cnv.wrk"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * 旧形式のレコード。項目の並びはSYLFILEと同じで、代替キー
      * を持たない
       FD  OLD-SYLLABUS-FILE
           LABEL RECORDS ARE STANDARD.
       01  OLD-SYLLABUS-RECORD.
           05  OLD-SYL-COURSE-ID       PIC X(6).
           05  OLD-SYL-REST            PIC X(902).

       FD  SYLLABUS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SYLFILE.

       FD  WORK-FILE
           LABEL RECORDS ARE STANDARD.
       01  WORK-LINE                PIC X(908).

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS            PIC XX VALUE "00".
           88  WS-OLD-SUCCESS       VALUE "00".
           88  WS-OLD-EOF           VALUE "10".

       01  WS-SYL-STATUS            PIC XX VALUE "00".
           88  WS-SYL-SUCCESS       VALUE "00".

       01  WS-WRK-STATUS            PIC XX VALUE "00".
           88  WS-WRK-SUCCESS       VALUE "00".
           88  WS-WRK-EOF           VALUE "10".

       01  WS-READ-COUNT            PIC 9(7) VALUE ZERO.
       01  WS-SAVED-COUNT           PIC 9(7) VALUE ZERO.
       01  WS-LOADED-COUNT          PIC 9(7) VALUE ZERO.
       01  WS-ERROR-COUNT           PIC 9(7) VALUE ZERO.

       01  WS-RT-PROGRAM            PIC X(8) VALUE "SYLSYLCV".
       01  WS-RT-MODE               PIC X(8) VALUE "FULLSCAN".
       01  WS-RT-START-TIME         PIC 9(8) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           OPEN INPUT OLD-SYLLABUS-FILE
           IF WS-OLD-SUCCESS
               PERFORM UNLOAD-OLD-FILE
               IF WS-SAVED-COUNT = WS-READ-COUNT
                   PERFORM RELOAD-NEW-FILE
                   DISPLAY "シラバスファイルの代替キー"
                       "追加が完了しました。"
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
               DISPLAY "旧形式のシラバスファイルを"
                   "開けません。"
               DISPLAY "変換済みか、ファイルが"
                   "ありません。"
               DISPLAY "状態コード: " WS-OLD-STATUS
           END-IF
           GOBACK.

      * 科目コード順に全件を退避ファイルへ書き出す。
      * この全件読みの時間を変更前の基準として記録する
       UNLOAD-OLD-FILE SECTION.
           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-RT-START-TIME
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL WS-OLD-EOF
               READ OLD-SYLLABUS-FILE NEXT
                   AT END
                       MOVE "10" TO WS-OLD-STATUS
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       MOVE OLD-SYLLABUS-RECORD TO WORK-LINE
                       WRITE WORK-LINE
                       IF WS-WRK-SUCCESS
                           ADD 1 TO WS-SAVED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OLD-SYLLABUS-FILE
           CLOSE WORK-FILE
           CALL "SYLRTLG" USING WS-RT-PROGRAM, WS-RT-START-TIME,
                                WS-READ-COUNT, WS-RT-MODE.

      * 代替キー付きでシラバスファイルを作り直し、退避ファイル
      * から書き戻す
       RELOAD-NEW-FILE SECTION.
           OPEN OUTPUT SYLLABUS-FILE
           OPEN INPUT WORK-FILE
           PERFORM UNTIL WS-WRK-EOF
               READ WORK-FILE
                   AT END
                       MOVE "10" TO WS-WRK-STATUS
                   NOT AT END
                       MOVE WORK-LINE TO SYLLABUS-FILE-REC
                       WRITE SYLLABUS-FILE-REC
                           INVALID KEY
                               ADD 1 TO WS-ERROR-COUNT
                               DISPLAY "登録エラー: "
                                   SYL-COURSE-ID
                           NOT INVALID KEY
                               ADD 1 TO WS-LOADED-COUNT
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE SYLLABUS-FILE.
