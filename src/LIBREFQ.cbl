******************************************************************
      * 図書館管理システム - レファレンス受付記録入力プログラム
      *
      * レファレンスカウンタで受けた質問を1件ずつ記録する。
      * 分館・担当者（ログイン中のOPER-ID）・受付日時・質問区分
      * （所在案内・即答・調査・機器/技術）・受付手段（対面・
      * 電話・メール）・所要時間（分）を持つ。
      * 受付入力は区分を空白にするまで続けて入力でき、分館は
      * 直前の入力を、日付・時刻は現在を初期値とする。
      * 誤入力は受付番号を指定して取り消す。月報はLIBREFR、年次の
      * 統計報告にも件数を使う
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBREFQ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.
       SPECIAL-NAMES.
           CONSOLE IS CRT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFQ-FILE
               ASSIGN TO "refdesk.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REFQ-NO
               FILE STATUS IS WS-REFQ-STATUS.

           SELECT BRANCH-FILE
               ASSIGN TO "branch.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRANCH-CODE
               FILE STATUS IS WS-BRANCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REFQ-FILE
           LABEL RECORDS ARE STANDARD.
           COPY REFQFILE.

       FD  BRANCH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BRANCHFILE.

       WORKING-STORAGE SECTION.
       01  WS-REFQ-STATUS           PIC XX VALUE "00".
           88  WS-REFQ-SUCCESS      VALUE "00".
           88  WS-REFQ-EOF          VALUE "10".

       01  WS-BRANCH-STATUS         PIC XX VALUE "00".
           88  WS-BRANCH-SUCCESS    VALUE "00".

       01  WS-CONTINUE-FLAG         PIC X VALUE "Y".
           88  WS-CONTINUE          VALUE "Y", "y".
           88  WS-EXIT              VALUE "N", "n".

       01  WS-CHOICE                PIC 9 VALUE 0.

       01  WS-CURRENT-DATE          PIC 9(08) VALUE ZERO.
       01  WS-CURRENT-TIME          PIC 9(04) VALUE ZERO.

      * 受付入力の作業域（分館は直前の入力を引き継ぐ）
       01  WS-IN-BRANCH             PIC X(4) VALUE SPACES.
       01  WS-IN-DATE               PIC 9(8) VALUE ZERO.
       01  WS-IN-TIME               PIC 9(4) VALUE ZERO.
       01  WS-IN-TYPE               PIC X(1) VALUE SPACE.
       01  WS-IN-CHANNEL            PIC X(1) VALUE SPACE.
       01  WS-IN-MINUTES            PIC 9(3) VALUE ZERO.
       01  WS-ENTRY-DONE-FLAG       PIC X VALUE "N".
           88  WS-ENTRY-DONE        VALUE "Y".
       01  WS-CHECK-OK-FLAG         PIC X VALUE "N".
           88  WS-CHECK-OK          VALUE "Y".
       01  WS-ENTRY-COUNT           PIC 9(4) VALUE ZERO.

       01  WS-NEXT-REFQ-NO          PIC 9(10) VALUE 1.
       01  WS-INPUT-REFQ-NO         PIC 9(10) VALUE ZERO.
       01  WS-LIST-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-LIST-MINUTES          PIC 9(6) VALUE ZERO.

       COPY LIBERROR.

       LINKAGE SECTION.
       01  LS-OPERATOR-ID            PIC X(8).

       SCREEN SECTION.
       01  REFQ-MENU-SCREEN.
           05  LINE 2 COL 1         VALUE
               "レファレンス受付記録".
           05  LINE 4 COL 1         VALUE "1. 受付入力".
           05  LINE 5 COL 1         VALUE "2. 本日の受付一覧".
           05  LINE 6 COL 1         VALUE "3. 入力取消".
           05  LINE 7 COL 1         VALUE "9. 戻る".
           05  LINE 9 COL 1         VALUE "選択: ".
           05  LINE 9 COL 8         PIC 9 USING WS-CHOICE.

       01  REFQ-ENTRY-SCREEN.
           05  BLANK SCREEN.
           05  LINE 2 COL 1         VALUE
               "レファレンス受付入力".
           05  LINE 4 COL 1         VALUE "分館コード: ".
           05  LINE 4 COL 14        PIC X(4) USING WS-IN-BRANCH.
           05  LINE 5 COL 1         VALUE "受付日: ".
           05  LINE 5 COL 10        PIC 9(8) USING WS-IN-DATE.
           05  LINE 6 COL 1         VALUE "受付時刻(HHMM): ".
           05  LINE 6 COL 18        PIC 9(4) USING WS-IN-TIME.
           05  LINE 7 COL 1         VALUE
               "区分(D=案内 R=即答 S=調査 T=技術): ".
           05  LINE 7 COL 37        PIC X(1) USING WS-IN-TYPE.
           05  LINE 8 COL 1         VALUE
               "手段(P=対面 T=電話 E=メール): ".
           05  LINE 8 COL 33        PIC X(1) USING WS-IN-CHANNEL.
           05  LINE 9 COL 1         VALUE "所要時間(分): ".
           05  LINE 9 COL 16        PIC 9(3) USING WS-IN-MINUTES.
           05  LINE 11 COL 1        VALUE
               "区分を空白にすると入力を終えます".

       01  REFQ-NO-SCREEN.
           05  LINE 11 COL 1        VALUE "受付番号: ".
           05  LINE 11 COL 12       PIC 9(10) USING WS-INPUT-REFQ-NO.

       01  REFQ-LIST-HEADER.
           05  BLANK SCREEN.
           05  LINE 1 COL 1         VALUE "本日の受付一覧".
           05  LINE 2 COL 1         VALUE
               "========================================".
           05  LINE 3 COL 1         VALUE
               "受付番号   分館 時刻 区 手 分  担当者".
           05  LINE 4 COL 1         VALUE
               "========================================".

       01  CONTINUE-SCREEN.
           05  LINE 18 COL 1        VALUE
               "続行しますか？ (Y/N): ".
           05  LINE 18 COL 25       PIC X USING WS-CONTINUE-FLAG.

       PROCEDURE DIVISION USING LS-OPERATOR-ID.
       MAIN-PROCESS SECTION.
           MOVE "Y" TO WS-CONTINUE-FLAG
           MOVE ZERO TO WS-CHOICE
           MOVE SPACES TO WS-IN-BRANCH
           PERFORM OPEN-FILES
           PERFORM UNTIL WS-EXIT
               PERFORM DISPLAY-MENU
               PERFORM PROCESS-CHOICE
               IF NOT WS-EXIT
                   PERFORM CHECK-CONTINUE
               END-IF
           END-PERFORM
           PERFORM CLOSE-FILES
           GOBACK.

       OPEN-FILES SECTION.
           OPEN I-O REFQ-FILE
           IF NOT WS-REFQ-SUCCESS
               OPEN OUTPUT REFQ-FILE
               CLOSE REFQ-FILE
               OPEN I-O REFQ-FILE
           END-IF
           OPEN INPUT BRANCH-FILE.

       CLOSE-FILES SECTION.
           CLOSE REFQ-FILE
           IF WS-BRANCH-SUCCESS
               CLOSE BRANCH-FILE
           END-IF.

       DISPLAY-MENU SECTION.
           DISPLAY REFQ-MENU-SCREEN
           ACCEPT REFQ-MENU-SCREEN.

       PROCESS-CHOICE SECTION.
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM ENTER-TRANSACTIONS
               WHEN 2
                   PERFORM LIST-TODAY
               WHEN 3
                   PERFORM CANCEL-TRANSACTION
               WHEN 9
                   MOVE "N" TO WS-CONTINUE-FLAG
               WHEN OTHER
                   DISPLAY MSG-INVALID-INPUT
           END-EVALUATE.

      * 区分を空白にするまで続けて入力する
       ENTER-TRANSACTIONS SECTION.
           MOVE "N" TO WS-ENTRY-DONE-FLAG
           MOVE ZERO TO WS-ENTRY-COUNT
           PERFORM UNTIL WS-ENTRY-DONE
               PERFORM ENTER-ONE-TRANSACTION
           END-PERFORM
           DISPLAY "記録件数: " WS-ENTRY-COUNT "件".

       ENTER-ONE-TRANSACTION SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           MOVE FUNCTION CURRENT-DATE(9:4) TO WS-CURRENT-TIME
           MOVE WS-CURRENT-DATE TO WS-IN-DATE
           MOVE WS-CURRENT-TIME TO WS-IN-TIME
           MOVE SPACE TO WS-IN-TYPE
           MOVE SPACE TO WS-IN-CHANNEL
           MOVE ZERO TO WS-IN-MINUTES
           DISPLAY REFQ-ENTRY-SCREEN
           ACCEPT REFQ-ENTRY-SCREEN
           IF WS-IN-TYPE = SPACE
               MOVE "Y" TO WS-ENTRY-DONE-FLAG
           ELSE
               PERFORM CHECK-TRANSACTION-INPUT
               IF WS-CHECK-OK
                   PERFORM WRITE-TRANSACTION
               END-IF
           END-IF.

       CHECK-TRANSACTION-INPUT SECTION.
           MOVE "Y" TO WS-CHECK-OK-FLAG
           MOVE WS-IN-TYPE TO REFQ-TYPE
           MOVE WS-IN-CHANNEL TO REFQ-CHANNEL
           IF NOT REFQ-TYPE-VALID
               DISPLAY "質問区分が正しくありません。"
               MOVE "N" TO WS-CHECK-OK-FLAG
           END-IF
           IF WS-CHECK-OK
           AND NOT REFQ-CHANNEL-VALID
               DISPLAY "受付手段が正しくありません。"
               MOVE "N" TO WS-CHECK-OK-FLAG
           END-IF
           IF WS-CHECK-OK
               IF WS-IN-DATE = ZERO
               OR WS-IN-DATE > WS-CURRENT-DATE
               OR WS-IN-TIME(1:2) > "23"
               OR WS-IN-TIME(3:2) > "59"
                   DISPLAY "受付日時が正しくありません。"
                   MOVE "N" TO WS-CHECK-OK-FLAG
               END-IF
           END-IF
           IF WS-CHECK-OK
               IF WS-IN-BRANCH = SPACES
                   DISPLAY MSG-INVALID-INPUT
                   MOVE "N" TO WS-CHECK-OK-FLAG
               ELSE
                   IF WS-BRANCH-SUCCESS
                       MOVE WS-IN-BRANCH TO BRANCH-CODE
                       READ BRANCH-FILE
                           INVALID KEY
                               DISPLAY "分館が登録されていま"
                                   "せん。"
                               MOVE "N" TO WS-CHECK-OK-FLAG
                       END-READ
                       MOVE "00" TO WS-BRANCH-STATUS
                   END-IF
               END-IF
           END-IF.

       WRITE-TRANSACTION SECTION.
           PERFORM GET-NEXT-REFQ-NUMBER
           INITIALIZE REFQ-RECORD
           MOVE WS-NEXT-REFQ-NO TO REFQ-NO
           MOVE WS-IN-BRANCH TO REFQ-BRANCH
           MOVE LS-OPERATOR-ID TO REFQ-OPER-ID
           MOVE WS-IN-DATE TO REFQ-DATE
           MOVE WS-IN-TIME TO REFQ-TIME
           MOVE WS-IN-TYPE TO REFQ-TYPE
           MOVE WS-IN-CHANNEL TO REFQ-CHANNEL
           MOVE WS-IN-MINUTES TO REFQ-MINUTES
           WRITE REFQ-RECORD
               INVALID KEY
                   DISPLAY MSG-FILE-WRITE
               NOT INVALID KEY
                   ADD 1 TO WS-ENTRY-COUNT
           END-WRITE.

       GET-NEXT-REFQ-NUMBER SECTION.
           MOVE 9999999999 TO REFQ-NO
           START REFQ-FILE KEY <= REFQ-NO
               INVALID KEY
                   MOVE 1 TO WS-NEXT-REFQ-NO
               NOT INVALID KEY
                   READ REFQ-FILE PREVIOUS
                       AT END
                           MOVE 1 TO WS-NEXT-REFQ-NO
                       NOT AT END
                           ADD 1 TO REFQ-NO GIVING WS-NEXT-REFQ-NO
                   END-READ
           END-START
           MOVE "00" TO WS-REFQ-STATUS.

       LIST-TODAY SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           MOVE ZERO TO WS-LIST-COUNT
           MOVE ZERO TO WS-LIST-MINUTES
           DISPLAY REFQ-LIST-HEADER
           MOVE ZERO TO REFQ-NO
           START REFQ-FILE KEY >= REFQ-NO
               INVALID KEY
                   MOVE "10" TO WS-REFQ-STATUS
           END-START
           PERFORM UNTIL WS-REFQ-EOF
               READ REFQ-FILE NEXT
                   AT END
                       MOVE "10" TO WS-REFQ-STATUS
                   NOT AT END
                       IF REFQ-DATE = WS-CURRENT-DATE
                           PERFORM DISPLAY-REFQ-LINE
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-REFQ-STATUS
           DISPLAY "件数: " WS-LIST-COUNT "件  所要時間計: "
               WS-LIST-MINUTES "分".

       DISPLAY-REFQ-LINE SECTION.
           ADD 1 TO WS-LIST-COUNT
           ADD REFQ-MINUTES TO WS-LIST-MINUTES
           DISPLAY REFQ-NO SPACE REFQ-BRANCH SPACE REFQ-TIME
               SPACE REFQ-TYPE SPACE SPACE REFQ-CHANNEL
               SPACE SPACE REFQ-MINUTES SPACE REFQ-OPER-ID.

       CANCEL-TRANSACTION SECTION.
           MOVE ZERO TO WS-INPUT-REFQ-NO
           DISPLAY REFQ-NO-SCREEN
           ACCEPT REFQ-NO-SCREEN
           MOVE WS-INPUT-REFQ-NO TO REFQ-NO
           READ REFQ-FILE
               INVALID KEY
                   DISPLAY MSG-RECORD-NOT-FOUND
               NOT INVALID KEY
                   DISPLAY REFQ-NO SPACE REFQ-BRANCH SPACE
                       REFQ-DATE SPACE REFQ-TIME SPACE
                       REFQ-TYPE SPACE REFQ-CHANNEL SPACE
                       REFQ-MINUTES SPACE REFQ-OPER-ID
                   DISPLAY "この記録を取り消しますか？"
                       " (Y/N): "
                   ACCEPT WS-CONTINUE-FLAG
                   IF WS-CONTINUE
                       DELETE REFQ-FILE
                           INVALID KEY
                               DISPLAY MSG-FILE-WRITE
                           NOT INVALID KEY
                               DISPLAY "記録を取り消しま"
                                   "した。"
                       END-DELETE
                   END-IF
                   MOVE "Y" TO WS-CONTINUE-FLAG
           END-READ
           MOVE "00" TO WS-REFQ-STATUS.

       CHECK-CONTINUE SECTION.
           DISPLAY CONTINUE-SCREEN
           ACCEPT CONTINUE-SCREEN.
