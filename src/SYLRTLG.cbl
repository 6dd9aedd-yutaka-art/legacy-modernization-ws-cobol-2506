      ******************************************************************
      * シラバス管理システム - 処理時間記録モジュール
      *
      * シラバスファイルを大量に読む帳票・照合処理から呼び出し、
      * 開始時刻からの経過時間とシラバス読込件数を
      * syllabus_run_times.log に追記して画面にも表示する。
      * 読み方には全件順読みの FULLSCAN、代替キー読みの KEYREAD
      * を渡す。キー変換（SYLSYLCV）時の全件読みの記録が変更前、
      * 各帳票の記録が変更後の実績になる。
      * 開始時刻は CURRENT-DATE の 9 桁目からの HHMMSSss。
      * 日付をまたいだ場合は 24 時間を足して計算する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLRTLG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-TIME-LOG-FILE
               ASSIGN TO "syllabus_run_times.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-TIME-LOG-FILE
           LABEL RECORDS ARE STANDARD.
       01  RUN-TIME-LOG-LINE         PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-LOG-STATUS             PIC XX VALUE "00".
           88  WS-LOG-SUCCESS        VALUE "00".

       01  WS-CURRENT-DATE-TIME.
           05  WS-NOW-DATE           PIC 9(8).
           05  WS-NOW-TIME           PIC 9(8).
           05  FILLER                PIC X(5).

       01  WS-TIME-PARTS.
           05  WS-TP-HH              PIC 99.
           05  WS-TP-MM              PIC 99.
           05  WS-TP-SS              PIC 99.
           05  WS-TP-CC              PIC 99.
       01  WS-TIME-PARTS-N REDEFINES WS-TIME-PARTS PIC 9(8).

       01  WS-START-HUNDREDTHS       PIC 9(7) VALUE ZERO.
       01  WS-END-HUNDREDTHS         PIC 9(7) VALUE ZERO.
       01  WS-ELAPSED-HUNDREDTHS     PIC 9(7) VALUE ZERO.
       01  WS-ELAPSED-SECONDS        PIC 9(5)V99 VALUE ZERO.

       01  WS-LOG-DETAIL.
           05  WS-LOG-DATE           PIC 9(8).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  WS-LOG-TIME           PIC 9(6).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  WS-LOG-PROGRAM        PIC X(8).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  WS-LOG-MODE           PIC X(8).
           05  FILLER                PIC X(1) VALUE SPACE.
           05  WS-LOG-ELAPSED        PIC ZZZZ9.99.
           05  FILLER                PIC X(1) VALUE SPACE.
           05  WS-LOG-READ-COUNT     PIC ZZZZZZ9.
           05  FILLER                PIC X(10) VALUE SPACES.

       01  WS-DISP-ELAPSED           PIC ZZZZ9.99.
       01  WS-DISP-READ-COUNT        PIC ZZZZZZ9.

       LINKAGE SECTION.
       01  LS-PROGRAM                PIC X(8).
       01  LS-START-TIME             PIC 9(8).
       01  LS-READ-COUNT             PIC 9(7).
       01  LS-ACCESS-MODE            PIC X(8).

       PROCEDURE DIVISION USING LS-PROGRAM, LS-START-TIME,
                                LS-READ-COUNT, LS-ACCESS-MODE.
       MAIN-PROCESS SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME

           MOVE LS-START-TIME TO WS-TIME-PARTS-N
           PERFORM CONVERT-TO-HUNDREDTHS
           MOVE WS-END-HUNDREDTHS TO WS-START-HUNDREDTHS
           MOVE WS-NOW-TIME TO WS-TIME-PARTS-N
           PERFORM CONVERT-TO-HUNDREDTHS

           IF WS-END-HUNDREDTHS < WS-START-HUNDREDTHS
               ADD 8640000 TO WS-END-HUNDREDTHS
           END-IF
           COMPUTE WS-ELAPSED-HUNDREDTHS =
               WS-END-HUNDREDTHS - WS-START-HUNDREDTHS
           COMPUTE WS-ELAPSED-SECONDS = WS-ELAPSED-HUNDREDTHS / 100

           MOVE WS-NOW-DATE TO WS-LOG-DATE
           MOVE WS-NOW-TIME(1:6) TO WS-LOG-TIME
           MOVE LS-PROGRAM TO WS-LOG-PROGRAM
           MOVE LS-ACCESS-MODE TO WS-LOG-MODE
           MOVE WS-ELAPSED-SECONDS TO WS-LOG-ELAPSED
           MOVE LS-READ-COUNT TO WS-LOG-READ-COUNT

           OPEN EXTEND RUN-TIME-LOG-FILE
           IF NOT WS-LOG-SUCCESS
               OPEN OUTPUT RUN-TIME-LOG-FILE
           END-IF
           IF WS-LOG-SUCCESS
               WRITE RUN-TIME-LOG-LINE FROM WS-LOG-DETAIL
               CLOSE RUN-TIME-LOG-FILE
           END-IF

           MOVE WS-ELAPSED-SECONDS TO WS-DISP-ELAPSED
           MOVE LS-READ-COUNT TO WS-DISP-READ-COUNT
           DISPLAY "処理時間: " WS-DISP-ELAPSED "秒"
               "  シラバス読込: " WS-DISP-READ-COUNT "件"
           GOBACK.

      * HHMMSSss を 0 時からの 1/100 秒数にする
       CONVERT-TO-HUNDREDTHS SECTION.
           COMPUTE WS-END-HUNDREDTHS =
               WS-TP-HH * 360000 + WS-TP-MM * 6000
               + WS-TP-SS * 100 + WS-TP-CC.
