******************************************************************
      * 図書館管理システム - 入館ゲート集計取込バッチ
      *
      * 各分館の入館ゲートのカウンタが出す日次ファイル
      * （gate_counter.dat。固定長1行: 分館(4) 日付(8) 時(2)
      * 入館者数(6)）を分館別・時間帯別入館者数ファイル
      * （gate_visit.dat）へ取り込む。同じ分館・日・時の行は
      * 最新の値で置き換えるので、同じ日のファイルを取り込み直
      * しても二重に数えない。分館マスタにない分館や時が0-23の
      * 範囲外の行は読み飛ばして件数を示す。
      * 時間帯別の利用分析はLIBTRAFが行う
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBGATE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COUNTER-FILE
               ASSIGN TO "gate_counter.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COUNTER-STATUS.

           SELECT GATE-FILE
               ASSIGN TO "gate_visit.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GATE-KEY
               FILE STATUS IS WS-GATE-STATUS.

           SELECT BRANCH-FILE
               ASSIGN TO "branch.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRANCH-CODE
               FILE STATUS IS WS-BRANCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COUNTER-FILE
           LABEL RECORDS ARE STANDARD.
       01  COUNTER-LINE             PIC X(40).

       FD  GATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GATEFILE.

       FD  BRANCH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BRANCHFILE.

       WORKING-STORAGE SECTION.
       01  WS-COUNTER-STATUS        PIC XX VALUE "00".
           88  WS-COUNTER-SUCCESS   VALUE "00".
           88  WS-COUNTER-EOF       VALUE "10".

       01  WS-GATE-STATUS           PIC XX VALUE "00".
           88  WS-GATE-SUCCESS      VALUE "00".

       01  WS-BRANCH-STATUS         PIC XX VALUE "00".
           88  WS-BRANCH-SUCCESS    VALUE "00".

       01  WS-CURRENT-DATE          PIC 9(08) VALUE ZERO.

      * ゲートカウンタ出力1行のレイアウト
       01  WS-COUNTER-DETAIL.
           05  WS-CT-BRANCH         PIC X(4).
           05  WS-CT-DATE           PIC X(8).
           05  WS-CT-DATE-N REDEFINES WS-CT-DATE
                                    PIC 9(8).
           05  WS-CT-HOUR           PIC X(2).
           05  WS-CT-HOUR-N REDEFINES WS-CT-HOUR
                                    PIC 9(2).
           05  WS-CT-VISITS         PIC X(6).
           05  WS-CT-VISITS-N REDEFINES WS-CT-VISITS
                                    PIC 9(6).
           05  FILLER               PIC X(20).

       01  WS-LOADED-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-UPDATED-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-SKIPPED-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-LINE-VALID-FLAG       PIC X VALUE "N".
           88  WS-LINE-VALID        VALUE "Y".
       01  WS-GATE-EXISTS-FLAG      PIC X VALUE "N".
           88  WS-GATE-EXISTS       VALUE "Y".

       COPY LIBERROR.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           PERFORM OPEN-FILES
           IF WS-COUNTER-SUCCESS
               PERFORM LOAD-COUNTER-FILE
               CLOSE COUNTER-FILE
           ELSE
               DISPLAY "ゲートカウンタのファイルが見つ"
                   "かりません。"
           END-IF
           PERFORM CLOSE-FILES
           DISPLAY "入館ゲート集計の取込が完了し"
               "ました。"
           DISPLAY "新規: " WS-LOADED-COUNT "件"
           DISPLAY "更新: " WS-UPDATED-COUNT "件"
           DISPLAY "スキップ: " WS-SKIPPED-COUNT "件"
           GOBACK.

       OPEN-FILES SECTION.
           OPEN INPUT COUNTER-FILE
           OPEN I-O GATE-FILE
           IF NOT WS-GATE-SUCCESS
               OPEN OUTPUT GATE-FILE
               CLOSE GATE-FILE
               OPEN I-O GATE-FILE
           END-IF
           OPEN INPUT BRANCH-FILE.

       CLOSE-FILES SECTION.
           CLOSE GATE-FILE
           IF WS-BRANCH-SUCCESS
               CLOSE BRANCH-FILE
           END-IF.

       LOAD-COUNTER-FILE SECTION.
           PERFORM UNTIL WS-COUNTER-EOF
               READ COUNTER-FILE
                   AT END
                       MOVE "10" TO WS-COUNTER-STATUS
                   NOT AT END
                       MOVE COUNTER-LINE TO WS-COUNTER-DETAIL
                       PERFORM CHECK-COUNTER-LINE
                       IF WS-LINE-VALID
                           PERFORM LOAD-ONE-HOUR
                       ELSE
                           ADD 1 TO WS-SKIPPED-COUNT
                       END-IF
               END-READ
           END-PERFORM.

      * 数字項目の形式・時の範囲・分館マスタへの登録を確かめる
       CHECK-COUNTER-LINE SECTION.
           MOVE "Y" TO WS-LINE-VALID-FLAG
           IF WS-CT-BRANCH = SPACES
           OR WS-CT-DATE NOT NUMERIC
           OR WS-CT-HOUR NOT NUMERIC
           OR WS-CT-VISITS NOT NUMERIC
               MOVE "N" TO WS-LINE-VALID-FLAG
           ELSE
               IF WS-CT-HOUR-N > 23
                   MOVE "N" TO WS-LINE-VALID-FLAG
               END-IF
           END-IF
           IF WS-LINE-VALID
           AND WS-BRANCH-SUCCESS
               MOVE WS-CT-BRANCH TO BRANCH-CODE
               READ BRANCH-FILE
                   INVALID KEY
                       MOVE "N" TO WS-LINE-VALID-FLAG
               END-READ
               MOVE "00" TO WS-BRANCH-STATUS
           END-IF.

       LOAD-ONE-HOUR SECTION.
           MOVE "N" TO WS-GATE-EXISTS-FLAG
           MOVE WS-CT-BRANCH TO GATE-BRANCH
           MOVE WS-CT-DATE-N TO GATE-DATE
           MOVE WS-CT-HOUR-N TO GATE-HOUR
           READ GATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-GATE-EXISTS-FLAG
           END-READ
           MOVE WS-CT-BRANCH TO GATE-BRANCH
           MOVE WS-CT-DATE-N TO GATE-DATE
           MOVE WS-CT-HOUR-N TO GATE-HOUR
           MOVE WS-CT-VISITS-N TO GATE-VISITS
           MOVE WS-CURRENT-DATE TO GATE-LOAD-DATE
           IF WS-GATE-EXISTS
               REWRITE GATE-RECORD
                   INVALID KEY
                       DISPLAY MSG-FILE-WRITE
                   NOT INVALID KEY
                       ADD 1 TO WS-UPDATED-COUNT
               END-REWRITE
           ELSE
               WRITE GATE-RECORD
                   INVALID KEY
                       DISPLAY MSG-FILE-WRITE
                   NOT INVALID KEY
                       ADD 1 TO WS-LOADED-COUNT
               END-WRITE
           END-IF
           MOVE "00" TO WS-GATE-STATUS.
