******************************************************************
      * 図書館管理システム - 日付指定予約管理プログラム
      *
      * 講義日などに使うプロジェクター・映像資料・クラスセット
      * などを、数週間先の特定の期間について確保する。
      * 同じ資料に期間の重なる予約は登録できない。予約期間に
      * かかる貸出・延長は予約者本人以外には行わない。
      * 予約開始日の前日に取り置きリスト（LIBBKPL）に載る。
      * 登録時点で貸出中の資料は、返却期限が予約開始日以降なら
      * 警告を表示する（返却督促は係員が行う）
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBBKNG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.
       SPECIAL-NAMES.
           CONSOLE IS CRT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOK-FILE
               ASSIGN TO "book.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOK-ID
               FILE STATUS IS WS-BOOK-STATUS.

           SELECT USER-FILE
               ASSIGN TO "user.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-ID
               FILE STATUS IS WS-USER-STATUS.

           SELECT LOAN-FILE
               ASSIGN TO "loan.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-NO
               ALTERNATE RECORD KEY IS LOAN-BOOK-ID
               ALTERNATE RECORD KEY IS LOAN-USER-ID WITH DUPLICATES
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT BOOKING-FILE
               ASSIGN TO "booking.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BKNG-NO
               ALTERNATE RECORD KEY IS BKNG-BOOK-ID WITH DUPLICATES
               FILE STATUS IS WS-BKNG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOOK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BOOKFILE.

       FD  USER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY USERFILE.

       FD  LOAN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOANFILE.

       FD  BOOKING-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BKNGFILE.

       WORKING-STORAGE SECTION.
       01  WS-BOOK-STATUS           PIC XX VALUE "00".
           88  WS-BOOK-SUCCESS      VALUE "00".

       01  WS-USER-STATUS           PIC XX VALUE "00".
           88  WS-USER-SUCCESS      VALUE "00".

       01  WS-LOAN-STATUS           PIC XX VALUE "00".
           88  WS-LOAN-SUCCESS      VALUE "00".

       01  WS-BKNG-STATUS           PIC XX VALUE "00".
           88  WS-BKNG-SUCCESS      VALUE "00".

       01  WS-CONTINUE-FLAG         PIC X VALUE "Y".
           88  WS-CONTINUE          VALUE "Y", "y".
           88  WS-EXIT              VALUE "N", "n".

       01  WS-CHOICE                PIC 9 VALUE 0.

       01  WS-CURRENT-DATE          PIC 9(08) VALUE ZERO.

       01  WS-INPUT-BOOK-ID         PIC X(10) VALUE SPACES.
       01  WS-INPUT-USER-ID         PIC X(8) VALUE SPACES.
       01  WS-INPUT-START           PIC 9(8) VALUE ZERO.
       01  WS-INPUT-END             PIC 9(8) VALUE ZERO.
       01  WS-INPUT-PURPOSE         PIC X(30) VALUE SPACES.
       01  WS-INPUT-BKNG-NO         PIC 9(10) VALUE ZERO.
       01  WS-NEXT-BKNG-NO          PIC 9(10) VALUE 1.

       01  WS-CHECK-OK-FLAG         PIC X VALUE "N".
           88  WS-CHECK-OK          VALUE "Y".
       01  WS-SCAN-DONE-FLAG        PIC X VALUE "N".
           88  WS-SCAN-DONE         VALUE "Y".
       01  WS-LIST-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-BKNG-STATE            PIC X(8) VALUE SPACES.

       01  WS-BKCK-USER-ID          PIC X(8) VALUE SPACES.
       01  WS-BKCK-START            PIC 9(8) VALUE ZERO.
       01  WS-BKCK-RETURN-CODE      PIC 9 VALUE 0.
           88  WS-BKCK-CONFLICT     VALUE 1.

       01  WS-AUDIT-KEY             PIC X(10) VALUE SPACES.
       01  WS-AUDIT-RETURN-CODE     PIC 9 VALUE 0.
       01  WS-AUDIT-BEFORE          PIC X(20) VALUE SPACES.
       01  WS-AUDIT-AFTER           PIC X(20) VALUE SPACES.

       COPY LIBERROR.

       LINKAGE SECTION.
       01  LS-OPERATOR-ID            PIC X(8).

       SCREEN SECTION.
       01  BKNG-MENU-SCREEN.
           05  LINE 2 COL 1         VALUE "日付指定予約".
           05  LINE 4 COL 1         VALUE "1. 予約登録".
           05  LINE 5 COL 1         VALUE "2. 予約取消".
           05  LINE 6 COL 1         VALUE "3. 資料別予約一覧".
           05  LINE 7 COL 1         VALUE "9. 戻る".
           05  LINE 9 COL 1         VALUE "選択: ".
           05  LINE 9 COL 8         PIC 9 USING WS-CHOICE.

       01  BKNG-ENTRY-SCREEN.
           05  LINE 11 COL 1        VALUE "図書ID: ".
           05  LINE 11 COL 10       PIC X(10) USING WS-INPUT-BOOK-ID.
           05  LINE 12 COL 1        VALUE "利用者ID: ".
           05  LINE 12 COL 12       PIC X(8) USING WS-INPUT-USER-ID.
           05  LINE 13 COL 1        VALUE "開始日(YYYYMMDD): ".
           05  LINE 13 COL 20       PIC 9(8) USING WS-INPUT-START.
           05  LINE 14 COL 1        VALUE "終了日(YYYYMMDD): ".
           05  LINE 14 COL 20       PIC 9(8) USING WS-INPUT-END.
           05  LINE 15 COL 1        VALUE "用途: ".
           05  LINE 15 COL 8        PIC X(30) USING WS-INPUT-PURPOSE.

       01  BKNG-CANCEL-SCREEN.
           05  LINE 11 COL 1        VALUE "予約番号: ".
           05  LINE 11 COL 12       PIC 9(10) USING WS-INPUT-BKNG-NO.

       01  BKNG-BOOK-SCREEN.
           05  LINE 11 COL 1        VALUE "図書ID: ".
           05  LINE 11 COL 10       PIC X(10) USING WS-INPUT-BOOK-ID.

       01  CONTINUE-SCREEN.
           05  LINE 18 COL 1        VALUE
               "続行しますか？ (Y/N): ".
           05  LINE 18 COL 25       PIC X USING WS-CONTINUE-FLAG.

       PROCEDURE DIVISION USING LS-OPERATOR-ID.
       MAIN-PROCESS SECTION.
           MOVE "Y" TO WS-CONTINUE-FLAG
           MOVE ZERO TO WS-CHOICE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
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
           OPEN INPUT BOOK-FILE
           OPEN INPUT USER-FILE
           OPEN INPUT LOAN-FILE
           OPEN I-O BOOKING-FILE
           IF NOT WS-BKNG-SUCCESS
               OPEN OUTPUT BOOKING-FILE
               CLOSE BOOKING-FILE
               OPEN I-O BOOKING-FILE
           END-IF.

       CLOSE-FILES SECTION.
           CLOSE BOOK-FILE
           CLOSE USER-FILE
           CLOSE LOAN-FILE
           CLOSE BOOKING-FILE.

       DISPLAY-MENU SECTION.
           DISPLAY BKNG-MENU-SCREEN
           ACCEPT BKNG-MENU-SCREEN.

       PROCESS-CHOICE SECTION.
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM REGISTER-BOOKING
               WHEN 2
                   PERFORM CANCEL-BOOKING
               WHEN 3
                   PERFORM LIST-BOOK-BOOKINGS
               WHEN 9
                   MOVE "N" TO WS-CONTINUE-FLAG
               WHEN OTHER
                   DISPLAY MSG-INVALID-INPUT
           END-EVALUATE.

      * 開始日は翌日以降。同じ資料の有効な予約と期間が重なる
      * 場合は登録しない
       REGISTER-BOOKING SECTION.
           MOVE SPACES TO WS-INPUT-BOOK-ID
           MOVE SPACES TO WS-INPUT-USER-ID
           MOVE ZERO TO WS-INPUT-START
           MOVE ZERO TO WS-INPUT-END
           MOVE SPACES TO WS-INPUT-PURPOSE
           DISPLAY BKNG-ENTRY-SCREEN
           ACCEPT BKNG-ENTRY-SCREEN
           PERFORM CHECK-BOOKING-INPUT
           IF WS-CHECK-OK
               MOVE SPACES TO WS-BKCK-USER-ID
               CALL "LIBBKCK" USING WS-INPUT-BOOK-ID,
                   WS-BKCK-USER-ID, WS-INPUT-START, WS-INPUT-END,
                   WS-BKCK-START, WS-BKCK-RETURN-CODE
               IF WS-BKCK-CONFLICT
                   DISPLAY "期間の重なる予約があります。"
                       "予約開始日: " WS-BKCK-START
               ELSE
                   PERFORM WRITE-BOOKING-RECORD
               END-IF
           END-IF
           MOVE "00" TO WS-BOOK-STATUS
           MOVE "00" TO WS-USER-STATUS.

       CHECK-BOOKING-INPUT SECTION.
           MOVE "N" TO WS-CHECK-OK-FLAG
           MOVE WS-INPUT-BOOK-ID TO BOOK-ID
           READ BOOK-FILE
               INVALID KEY
                   DISPLAY "図書IDが見つかりません。"
                   MOVE "23" TO WS-BOOK-STATUS
           END-READ
           IF WS-BOOK-SUCCESS
               MOVE WS-INPUT-USER-ID TO USER-ID
               READ USER-FILE
                   INVALID KEY
                       DISPLAY "利用者IDが見つかりません。"
                       MOVE "23" TO WS-USER-STATUS
               END-READ
           END-IF
           IF WS-BOOK-SUCCESS AND WS-USER-SUCCESS
               EVALUATE TRUE
                   WHEN BOOK-STATUS = "L" OR "W"
                       DISPLAY "この資料は紛失・除却の"
                           "ため予約できません。"
                   WHEN USER-STATUS NOT = "A"
                       DISPLAY "この利用者は有効ではありま"
                           "せん。"
                   WHEN WS-INPUT-START <= WS-CURRENT-DATE
                       DISPLAY "開始日は明日以降の日付を入"
                           "力してください。"
                   WHEN WS-INPUT-END < WS-INPUT-START
                       DISPLAY "終了日が開始日より前です。"
                   WHEN OTHER
                       MOVE "Y" TO WS-CHECK-OK-FLAG
               END-EVALUATE
           END-IF.

       WRITE-BOOKING-RECORD SECTION.
           PERFORM GET-NEXT-BOOKING-NO
           INITIALIZE BKNG-RECORD
           MOVE WS-NEXT-BKNG-NO TO BKNG-NO
           MOVE WS-INPUT-BOOK-ID TO BKNG-BOOK-ID
           MOVE WS-INPUT-USER-ID TO BKNG-USER-ID
           MOVE WS-INPUT-START TO BKNG-START-DATE
           MOVE WS-INPUT-END TO BKNG-END-DATE
           MOVE WS-INPUT-PURPOSE TO BKNG-PURPOSE
           MOVE "A" TO BKNG-STATUS
           MOVE WS-CURRENT-DATE TO BKNG-CREATE-DATE
           MOVE LS-OPERATOR-ID TO BKNG-CREATE-OPER
           WRITE BKNG-RECORD
               INVALID KEY
                   DISPLAY MSG-FILE-WRITE
               NOT INVALID KEY
                   DISPLAY "予約を登録しました。"
                       "予約番号: " BKNG-NO
                   MOVE BKNG-NO TO WS-AUDIT-KEY
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   MOVE SPACES TO WS-AUDIT-AFTER
                   STRING BKNG-START-DATE DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           BKNG-END-DATE DELIMITED BY SIZE
                       INTO WS-AUDIT-AFTER
                   CALL "LIBAUDIT" USING "BOOKING", WS-AUDIT-KEY,
                       "CREATE", "LIBBKNG", LS-OPERATOR-ID,
                       WS-AUDIT-BEFORE, WS-AUDIT-AFTER,
                       WS-AUDIT-RETURN-CODE
                   IF BOOK-STATUS = "B"
                       PERFORM WARN-CURRENT-LOAN
                   END-IF
           END-WRITE.

      * 貸出中の資料は返却期限が予約開始日に間に合うか確認する
       WARN-CURRENT-LOAN SECTION.
           MOVE "N" TO WS-SCAN-DONE-FLAG
           MOVE WS-INPUT-BOOK-ID TO LOAN-BOOK-ID
           START LOAN-FILE KEY = LOAN-BOOK-ID
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE-FLAG
           END-START
           PERFORM UNTIL WS-SCAN-DONE
               READ LOAN-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-SCAN-DONE-FLAG
                   NOT AT END
                       IF LOAN-BOOK-ID NOT = WS-INPUT-BOOK-ID
                           MOVE "Y" TO WS-SCAN-DONE-FLAG
                       ELSE
                           IF LOAN-STATUS = "A"
                           AND LOAN-DUE-DATE >= WS-INPUT-START
                               DISPLAY "注意: 現在貸出中で"
                                   "返却期限は " LOAN-DUE-DATE
                                   " です。返却を依頼して"
                                   "ください。"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-LOAN-STATUS.

       GET-NEXT-BOOKING-NO SECTION.
           MOVE 9999999999 TO BKNG-NO
           START BOOKING-FILE KEY <= BKNG-NO
               INVALID KEY
                   MOVE 1 TO WS-NEXT-BKNG-NO
               NOT INVALID KEY
                   READ BOOKING-FILE PREVIOUS
                       AT END
                           MOVE 1 TO WS-NEXT-BKNG-NO
                       NOT AT END
                           ADD 1 TO BKNG-NO GIVING WS-NEXT-BKNG-NO
                   END-READ
           END-START
           MOVE "00" TO WS-BKNG-STATUS.

       CANCEL-BOOKING SECTION.
           MOVE ZERO TO WS-INPUT-BKNG-NO
           DISPLAY BKNG-CANCEL-SCREEN
           ACCEPT BKNG-CANCEL-SCREEN
           MOVE WS-INPUT-BKNG-NO TO BKNG-NO
           READ BOOKING-FILE
               INVALID KEY
                   DISPLAY MSG-RECORD-NOT-FOUND
               NOT INVALID KEY
                   IF BKNG-CANCELLED
                       DISPLAY "この予約は取消済みです。"
                   ELSE
                       MOVE "C" TO BKNG-STATUS
                       MOVE WS-CURRENT-DATE TO BKNG-CANCEL-DATE
                       MOVE LS-OPERATOR-ID TO BKNG-CANCEL-OPER
                       REWRITE BKNG-RECORD
                           INVALID KEY
                               DISPLAY MSG-FILE-WRITE
                           NOT INVALID KEY
                               DISPLAY "予約を取り消しま"
                                   "した。"
                               MOVE BKNG-NO TO WS-AUDIT-KEY
                               MOVE "A" TO WS-AUDIT-BEFORE
                               MOVE "C" TO WS-AUDIT-AFTER
                               CALL "LIBAUDIT" USING "BOOKING",
                                   WS-AUDIT-KEY, "CANCEL", "LIBBKNG",
                                   LS-OPERATOR-ID, WS-AUDIT-BEFORE,
                                   WS-AUDIT-AFTER,
                                   WS-AUDIT-RETURN-CODE
                       END-REWRITE
                   END-IF
           END-READ
           MOVE "00" TO WS-BKNG-STATUS.

      * 取消済み・終了済みの予約も状態付きで表示する
       LIST-BOOK-BOOKINGS SECTION.
           MOVE SPACES TO WS-INPUT-BOOK-ID
           DISPLAY BKNG-BOOK-SCREEN
           ACCEPT BKNG-BOOK-SCREEN
           MOVE ZERO TO WS-LIST-COUNT
           MOVE "N" TO WS-SCAN-DONE-FLAG
           DISPLAY "予約番号   利用者ID 開始日   終了日 "
               "  状態"
               "     用途"
           MOVE WS-INPUT-BOOK-ID TO BKNG-BOOK-ID
           START BOOKING-FILE KEY = BKNG-BOOK-ID
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE-FLAG
           END-START
           PERFORM UNTIL WS-SCAN-DONE
               READ BOOKING-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-SCAN-DONE-FLAG
                   NOT AT END
                       IF BKNG-BOOK-ID NOT = WS-INPUT-BOOK-ID
                           MOVE "Y" TO WS-SCAN-DONE-FLAG
                       ELSE
                           ADD 1 TO WS-LIST-COUNT
                           EVALUATE TRUE
                               WHEN BKNG-CANCELLED
                                   MOVE "取消" TO WS-BKNG-STATE
                               WHEN BKNG-END-DATE < WS-CURRENT-DATE
                                   MOVE "終了" TO WS-BKNG-STATE
                               WHEN OTHER
                                   MOVE "有効" TO WS-BKNG-STATE
                           END-EVALUATE
                           DISPLAY BKNG-NO " " BKNG-USER-ID " "
                               BKNG-START-DATE " " BKNG-END-DATE " "
                               WS-BKNG-STATE " " BKNG-PURPOSE
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-BKNG-STATUS
           IF WS-LIST-COUNT = ZERO
               DISPLAY "この資料の予約はありません。"
           END-IF.

       CHECK-CONTINUE SECTION.
           DISPLAY CONTINUE-SCREEN
           ACCEPT CONTINUE-SCREEN.
