******************************************************************
      * 図書館管理システム - 背ラベル・バーコード印刷ファイル作成バッチ
      *
      * 検収（LIBACQ）・図書登録（LIBBOOK）・寄贈受入（LIBGIFT）で
      * 作成された蔵書について、ラベルプリンタ用のファイル
      * （label_print_YYYYMMDD.txt、80桁固定長 H/D/T）を作成する。
      * 明細1件がラベル1枚で、請求記号を3段に分けた背ラベル文字、
      * バーコード文字（蔵書IDを"*"で囲む）、配置分館、分類を持つ。
      *
      * 処理区分1（新規分）は、起点の登録日以降に登録され、まだ
      * 印刷していない（BOOK-LABEL-DATEが0）蔵書をすべて対象に
      * する（前回印刷日より前に登録された蔵書も含む）。
      * 整理中（P）の蔵書は請求記号が確定していないので除き、
      * 整理完了（LIBPROC）でラベル印刷日が0に戻ってから出力する。
      * 印刷した蔵書にはラベル印刷日を記録し、印刷済マーカー
      * （label_ctl.dat）を当日に進める。起点はマーカーが無い
      * 初回に入力し、マーカーに残す（起点より前の既存蔵書は
      * 対象外）。
      * 処理区分2（再印刷）は、登録日の範囲（と分館）を指定して
      * 印刷済の蔵書も含めて出力する。再印刷はマーカーと
      * ラベル印刷日を更新せず、明細に再印刷の印を付ける
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBLABEL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOK-FILE
               ASSIGN TO "book.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOK-ID
               ALTERNATE RECORD KEY IS BOOK-ISBN WITH DUPLICATES
               FILE STATUS IS WS-BOOK-STATUS.

           SELECT CONTROL-FILE
               ASSIGN TO "label_ctl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT LABEL-FILE
               ASSIGN TO WS-LABEL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LABEL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOOK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BOOKFILE.

      * 印刷済マーカー（1行）
       FD  CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
       01  CONTROL-RECORD.
           05  CTL-LAST-RUN-DATE        PIC 9(8).
           05  CTL-LAST-COUNT           PIC 9(6).
      *    新規分の対象とする登録日の起点（初回に入力）
           05  CTL-BASE-DATE            PIC 9(8).
           05  FILLER                   PIC X(18).

       FD  LABEL-FILE
           LABEL RECORDS ARE STANDARD.
       01  LABEL-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-BOOK-STATUS           PIC XX VALUE "00".
           88  WS-BOOK-SUCCESS      VALUE "00".
           88  WS-BOOK-EOF          VALUE "10".

       01  WS-CTL-STATUS            PIC XX VALUE "00".
           88  WS-CTL-SUCCESS       VALUE "00".

       01  WS-LABEL-STATUS          PIC XX VALUE "00".
           88  WS-LABEL-SUCCESS     VALUE "00".

       01  WS-CURRENT-DATE          PIC 9(08) VALUE ZERO.
       01  WS-LABEL-FILENAME        PIC X(40) VALUE SPACES.

       01  WS-RUN-MODE              PIC 9 VALUE 1.
           88  WS-MODE-NEW          VALUE 1.
           88  WS-MODE-REPRINT      VALUE 2.
       01  WS-FROM-DATE             PIC 9(8) VALUE ZERO.
       01  WS-TO-DATE               PIC 9(8) VALUE ZERO.
       01  WS-BRANCH-FILTER         PIC X(4) VALUE SPACES.
       01  WS-MARKER-DATE           PIC 9(8) VALUE ZERO.
       01  WS-BASE-DATE             PIC 9(8) VALUE ZERO.
       01  WS-MARKER-FOUND-FLAG     PIC X VALUE "N".
           88  WS-MARKER-FOUND      VALUE "Y".
       01  WS-PARAM-OK-FLAG         PIC X VALUE "Y".
           88  WS-PARAM-OK          VALUE "Y".

       01  WS-LABEL-COUNT           PIC 9(6) VALUE ZERO.

      * 請求記号の段分け（空白・"/"・"-"で区切り、3段目以降は
      * 残りをまとめる。区切りが無ければ分類3桁と残りに分ける）
       01  WS-CALL-NO               PIC X(15) VALUE SPACES.
       01  WS-CALL-I                PIC 9(2) VALUE ZERO.
       01  WS-CALL-PART             PIC 9 VALUE 1.
       01  WS-CALL-POS              PIC 9(2) VALUE ZERO.
       01  WS-CALL-CHAR             PIC X VALUE SPACE.
       01  WS-CALL-LINES.
           05  WS-CALL-LINE OCCURS 3 TIMES PIC X(15).

       01  WS-HEADER-RECORD.
           05  WS-HDR-TYPE          PIC X(01) VALUE "H".
           05  WS-HDR-SYSTEM-ID     PIC X(08) VALUE "LIBLABEL".
           05  WS-HDR-RUN-DATE      PIC 9(08).
           05  WS-HDR-MODE          PIC X(01).
           05  WS-HDR-FROM-DATE     PIC 9(08).
           05  WS-HDR-TO-DATE       PIC 9(08).
           05  FILLER               PIC X(46) VALUE SPACES.

       01  WS-DETAIL-RECORD.
           05  WS-DET-TYPE          PIC X(01) VALUE "D".
           05  WS-DET-BARCODE       PIC X(12).
           05  WS-DET-CALL-LINE1    PIC X(15).
           05  WS-DET-CALL-LINE2    PIC X(15).
           05  WS-DET-CALL-LINE3    PIC X(15).
           05  WS-DET-BRANCH        PIC X(04).
           05  WS-DET-CATEGORY      PIC X(03).
           05  WS-DET-REGISTER-DATE PIC 9(08).
      *    再印刷の印（R=再印刷、空白=初回）
           05  WS-DET-REPRINT       PIC X(01).
           05  FILLER               PIC X(06) VALUE SPACES.

       01  WS-TRAILER-RECORD.
           05  WS-TRL-TYPE          PIC X(01) VALUE "T".
           05  WS-TRL-COUNT         PIC 9(06).
           05  FILLER               PIC X(73) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           PERFORM READ-MARKER
           PERFORM GET-PARAMETERS
           IF WS-PARAM-OK
               PERFORM OPEN-FILES
               IF WS-BOOK-SUCCESS AND WS-LABEL-SUCCESS
                   PERFORM WRITE-HEADER-RECORD
                   PERFORM SELECT-BOOKS
                   PERFORM WRITE-TRAILER-RECORD
                   IF WS-MODE-NEW
                       PERFORM WRITE-MARKER
                   END-IF
                   DISPLAY "ラベル印刷ファイルを作成し"
                       "ました: "
                       WS-LABEL-FILENAME
                   DISPLAY "ラベル枚数: " WS-LABEL-COUNT
               ELSE
                   DISPLAY "エラー: ファイルを開けません"
                       "。"
               END-IF
               PERFORM CLOSE-FILES
           END-IF
           GOBACK.

       READ-MARKER SECTION.
           MOVE "N" TO WS-MARKER-FOUND-FLAG
           OPEN INPUT CONTROL-FILE
           IF WS-CTL-SUCCESS
               READ CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-LAST-RUN-DATE NUMERIC
                           MOVE CTL-LAST-RUN-DATE TO WS-MARKER-DATE
                           MOVE "Y" TO WS-MARKER-FOUND-FLAG
                           IF CTL-BASE-DATE NUMERIC
                               MOVE CTL-BASE-DATE TO WS-BASE-DATE
                           END-IF
                       END-IF
               END-READ
               CLOSE CONTROL-FILE
           END-IF.

      * 新規分は起点の登録日から当日まで。マーカーが無い初回だけ
      * 起点の登録日を入力させる
       GET-PARAMETERS SECTION.
           MOVE "Y" TO WS-PARAM-OK-FLAG
           DISPLAY "処理区分（1=新規分 2=再印刷）: "
           ACCEPT WS-RUN-MODE
           EVALUATE TRUE
               WHEN WS-MODE-NEW
                   IF WS-MARKER-FOUND
                       DISPLAY "前回印刷日: " WS-MARKER-DATE
                   ELSE
                       DISPLAY "印刷済マーカーがありませ"
                           "ん。"
                   END-IF
                   IF WS-BASE-DATE NOT = ZERO
                       MOVE WS-BASE-DATE TO WS-FROM-DATE
                   ELSE
                       DISPLAY "対象とする登録日の起点: "
                       ACCEPT WS-FROM-DATE
                   END-IF
                   MOVE WS-CURRENT-DATE TO WS-TO-DATE
                   MOVE SPACES TO WS-BRANCH-FILTER
               WHEN WS-MODE-REPRINT
                   DISPLAY "再印刷する登録日（開始）: "
                   ACCEPT WS-FROM-DATE
                   DISPLAY "再印刷する登録日（終了）: "
                   ACCEPT WS-TO-DATE
                   DISPLAY "分館コード（空白=全分館）: "
                   ACCEPT WS-BRANCH-FILTER
                   IF WS-TO-DATE = ZERO
                       MOVE WS-FROM-DATE TO WS-TO-DATE
                   END-IF
               WHEN OTHER
                   DISPLAY "処理区分が正しくありません。"
                   MOVE "N" TO WS-PARAM-OK-FLAG
           END-EVALUATE
           IF WS-PARAM-OK
           AND (WS-FROM-DATE = ZERO OR WS-FROM-DATE > WS-TO-DATE)
               DISPLAY "登録日の範囲が正しくありません"
                   "。"
               MOVE "N" TO WS-PARAM-OK-FLAG
           END-IF.

       OPEN-FILES SECTION.
           STRING "label_print_" DELIMITED BY SIZE
                   WS-CURRENT-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-LABEL-FILENAME
           IF WS-MODE-NEW
               OPEN I-O BOOK-FILE
           ELSE
               OPEN INPUT BOOK-FILE
           END-IF
           OPEN OUTPUT LABEL-FILE.

       CLOSE-FILES SECTION.
           CLOSE BOOK-FILE
           IF WS-LABEL-SUCCESS
               CLOSE LABEL-FILE
           END-IF.

       WRITE-HEADER-RECORD SECTION.
           MOVE WS-CURRENT-DATE TO WS-HDR-RUN-DATE
           IF WS-MODE-NEW
               MOVE "N" TO WS-HDR-MODE
           ELSE
               MOVE "R" TO WS-HDR-MODE
           END-IF
           MOVE WS-FROM-DATE TO WS-HDR-FROM-DATE
           MOVE WS-TO-DATE TO WS-HDR-TO-DATE
           MOVE WS-HEADER-RECORD TO LABEL-RECORD
           WRITE LABEL-RECORD.

       SELECT-BOOKS SECTION.
           MOVE LOW-VALUES TO BOOK-ID
           START BOOK-FILE KEY >= BOOK-ID
               INVALID KEY
                   MOVE "10" TO WS-BOOK-STATUS
           END-START
           PERFORM UNTIL WS-BOOK-EOF
               READ BOOK-FILE NEXT
                   AT END
                       MOVE "10" TO WS-BOOK-STATUS
                   NOT AT END
                       PERFORM CHECK-ONE-BOOK
               END-READ
           END-PERFORM
           MOVE "00" TO WS-BOOK-STATUS.

      * 除却済（W）と整理中（P）の蔵書はラベルを出さない
       CHECK-ONE-BOOK SECTION.
           IF BOOK-STATUS NOT = "W"
           AND BOOK-STATUS NOT = "P"
           AND BOOK-REGISTER-DATE >= WS-FROM-DATE
           AND BOOK-REGISTER-DATE <= WS-TO-DATE
               IF WS-MODE-NEW
                   IF BOOK-LABEL-DATE = ZERO
                   OR BOOK-LABEL-DATE NOT NUMERIC
                       PERFORM WRITE-LABEL
                       MOVE WS-CURRENT-DATE TO BOOK-LABEL-DATE
                       REWRITE BOOK-RECORD
                           INVALID KEY
                               DISPLAY "ラベル印刷日を更新"
                                   "でき"
                                   "ません: " BOOK-ID
                       END-REWRITE
                   END-IF
               ELSE
                   IF WS-BRANCH-FILTER = SPACES
                   OR WS-BRANCH-FILTER = BOOK-BRANCH
                       PERFORM WRITE-LABEL
                   END-IF
               END-IF
           END-IF.

       WRITE-LABEL SECTION.
           PERFORM SPLIT-CALL-NO
           MOVE SPACES TO WS-DET-BARCODE
           STRING "*" DELIMITED BY SIZE
                   BOOK-ID DELIMITED BY SPACE
                   "*" DELIMITED BY SIZE
               INTO WS-DET-BARCODE
           MOVE WS-CALL-LINE(1) TO WS-DET-CALL-LINE1
           MOVE WS-CALL-LINE(2) TO WS-DET-CALL-LINE2
           MOVE WS-CALL-LINE(3) TO WS-DET-CALL-LINE3
           MOVE BOOK-BRANCH TO WS-DET-BRANCH
           MOVE BOOK-CATEGORY TO WS-DET-CATEGORY
           MOVE BOOK-REGISTER-DATE TO WS-DET-REGISTER-DATE
           IF WS-MODE-REPRINT
               MOVE "R" TO WS-DET-REPRINT
           ELSE
               MOVE SPACE TO WS-DET-REPRINT
           END-IF
           MOVE WS-DETAIL-RECORD TO LABEL-RECORD
           WRITE LABEL-RECORD
           ADD 1 TO WS-LABEL-COUNT.

      * 請求記号を背ラベルの3段に分ける。請求記号が未設定の
      * 蔵書は1段目に分類コードだけを出す
       SPLIT-CALL-NO SECTION.
           MOVE SPACES TO WS-CALL-LINES
           MOVE BOOK-CALL-NO TO WS-CALL-NO
           IF WS-CALL-NO = SPACES
               MOVE BOOK-CATEGORY TO WS-CALL-LINE(1)
           ELSE
               MOVE 1 TO WS-CALL-PART
               MOVE ZERO TO WS-CALL-POS
               PERFORM VARYING WS-CALL-I FROM 1 BY 1
                       UNTIL WS-CALL-I > 15
                   MOVE WS-CALL-NO(WS-CALL-I:1) TO WS-CALL-CHAR
                   IF (WS-CALL-CHAR = SPACE OR "/" OR "-")
                   AND WS-CALL-PART < 3
                       IF WS-CALL-POS > ZERO
                           ADD 1 TO WS-CALL-PART
                           MOVE ZERO TO WS-CALL-POS
                       END-IF
                   ELSE
                       IF WS-CALL-CHAR NOT = SPACE
                       OR WS-CALL-POS > ZERO
                           ADD 1 TO WS-CALL-POS
                           MOVE WS-CALL-CHAR TO
                               WS-CALL-LINE(WS-CALL-PART)
                                   (WS-CALL-POS:1)
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-CALL-LINE(2) = SPACES
               AND WS-CALL-LINE(1)(4:12) NOT = SPACES
                   MOVE WS-CALL-LINE(1)(4:12) TO WS-CALL-LINE(2)
                   MOVE SPACES TO WS-CALL-LINE(1)(4:12)
               END-IF
           END-IF.

       WRITE-TRAILER-RECORD SECTION.
           MOVE WS-LABEL-COUNT TO WS-TRL-COUNT
           MOVE WS-TRAILER-RECORD TO LABEL-RECORD
           WRITE LABEL-RECORD.

      * 新規分の印刷が済んだらマーカーを当日に進める
       WRITE-MARKER SECTION.
           OPEN OUTPUT CONTROL-FILE
           IF WS-CTL-SUCCESS
               MOVE SPACES TO CONTROL-RECORD
               MOVE WS-CURRENT-DATE TO CTL-LAST-RUN-DATE
               MOVE WS-LABEL-COUNT TO CTL-LAST-COUNT
               MOVE WS-FROM-DATE TO CTL-BASE-DATE
               WRITE CONTROL-RECORD
               CLOSE CONTROL-FILE
           ELSE
               DISPLAY "印刷済マーカーを更新できません"
                   "。"
           END-IF.
