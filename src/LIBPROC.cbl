******************************************************************
      * 図書館管理システム - 資料整理（目録・装備）管理プログラム
      *
      * 検収（LIBACQ）・寄贈受入（LIBGIFT）で作成した蔵書は
      * 整理中（BOOK-STATUS="P"）で登録され、貸出・自動貸出機・
      * OPACでは未配架として扱われる。このプログラムで目録・装備の
      * 完了を登録すると、請求記号を確定して在架（A）にする。
      * 購入リクエスト由来で予約待ち（W）が付いている蔵書は、
      * 在架にせず取置済（予約N・図書H）にして受取案内を
      * 取置管理バッチ（LIBHOLD）に任せる。
      * 整理滞留レポートは整理中の蔵書を分館×経過日数帯で集計し、
      * 30日を超えて滞留している資料を列記する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBPROC.

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
               ALTERNATE RECORD KEY IS BOOK-ISBN WITH DUPLICATES
               FILE STATUS IS WS-BOOK-STATUS.

           SELECT RESERVE-FILE
               ASSIGN TO "reservation.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RESV-RESERVE-NO
               ALTERNATE RECORD KEY IS RESV-BOOK-ID WITH DUPLICATES
               FILE STATUS IS WS-RESV-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOOK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BOOKFILE.

       FD  RESERVE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RESVFILE.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BOOK-STATUS           PIC XX VALUE "00".
           88  WS-BOOK-SUCCESS      VALUE "00".
           88  WS-BOOK-EOF          VALUE "10".

       01  WS-RESV-STATUS           PIC XX VALUE "00".
           88  WS-RESV-SUCCESS      VALUE "00".
           88  WS-RESV-EOF          VALUE "10".

       01  WS-REPORT-STATUS         PIC XX VALUE "00".
           88  WS-REPORT-SUCCESS    VALUE "00".

       01  WS-CONTINUE-FLAG         PIC X VALUE "Y".
           88  WS-CONTINUE          VALUE "Y", "y".
           88  WS-EXIT              VALUE "N", "n".

       01  WS-CHOICE                PIC 9 VALUE 0.
       01  WS-CURRENT-DATE          PIC 9(08) VALUE ZERO.
       01  WS-REPORT-FILENAME       PIC X(40) VALUE SPACES.

       01  WS-INPUT-BOOK-ID         PIC X(10) VALUE SPACES.
       01  WS-INPUT-CALL-NO         PIC X(15) VALUE SPACES.
       01  WS-RESV-FOUND-FLAG       PIC X VALUE "N".
           88  WS-RESV-FOUND        VALUE "Y".
       01  WS-RESV-SCAN-DONE-FLAG   PIC X VALUE "N".
           88  WS-RESV-SCAN-DONE    VALUE "Y".

       01  WS-AUDIT-KEY             PIC X(10) VALUE SPACES.
       01  WS-AUDIT-RETURN-CODE     PIC 9 VALUE 0.
       01  WS-AUDIT-BEFORE          PIC X(20) VALUE SPACES.
       01  WS-AUDIT-AFTER           PIC X(20) VALUE SPACES.

      * 経過日数帯（1:7日以内 2:30日以内 3:90日以内 4:91日以上）
       01  WS-AGE-DAYS              PIC S9(6) VALUE ZERO.
       01  WS-AGE-BAND              PIC 9 VALUE 1.
       01  WS-BR-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-BR-TABLE.
           05  WS-BR-ENTRY OCCURS 200 TIMES.
               10  WS-BR-CODE           PIC X(4).
               10  WS-BR-BAND-QTY       PIC 9(6) OCCURS 4 TIMES.
               10  WS-BR-TOTAL          PIC 9(6).
       01  WS-BR-I                  PIC 9(3) VALUE ZERO.
       01  WS-BR-SLOT               PIC 9(3) VALUE ZERO.
       01  WS-BAND-I                PIC 9 VALUE ZERO.
       01  WS-GRAND-BAND-QTY        PIC 9(7) OCCURS 4 TIMES.
       01  WS-GRAND-TOTAL           PIC 9(7) VALUE ZERO.

      * 30日を超えて滞留している資料（集計後に列記する）
       01  WS-STUCK-COUNT           PIC 9(4) VALUE ZERO.
       01  WS-STUCK-TABLE.
           05  WS-STUCK-ENTRY OCCURS 1000 TIMES.
               10  WS-STUCK-BOOK-ID     PIC X(10).
               10  WS-STUCK-BRANCH      PIC X(4).
               10  WS-STUCK-REG-DATE    PIC 9(8).
               10  WS-STUCK-DAYS        PIC 9(5).
               10  WS-STUCK-SOURCE      PIC X(1).
               10  WS-STUCK-TITLE       PIC X(50).
       01  WS-STUCK-I               PIC 9(4) VALUE ZERO.

       01  WS-HEADER1               PIC X(132) VALUE ALL "=".
       01  WS-HEADER2               PIC X(132) VALUE
           "                          整理滞留レポート".
       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-DATE-LINE.
           05  FILLER               PIC X(12) VALUE "作成日: ".
           05  WS-DL-DATE           PIC 9(8).
           05  FILLER               PIC X(112) VALUE SPACES.

       01  WS-BRANCH-COL-LINE       PIC X(132) VALUE
           "【分館別】分館   7日以内  30日以内  90日以"
           & "内  91日以上"
           & "      合計".

       01  WS-BRANCH-LINE.
           05  FILLER               PIC X(11) VALUE SPACES.
           05  WS-BL-BRANCH         PIC X(4).
           05  WS-BL-BAND OCCURS 4 TIMES.
               10  FILLER           PIC X(2) VALUE SPACES.
               10  WS-BL-QTY        PIC ZZZ,ZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-BL-TOTAL          PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(70) VALUE SPACES.

       01  WS-STUCK-COL-LINE        PIC X(132) VALUE
           "【30日超の滞留資料】蔵書ID     分館  登録"
           & "日    経過日数"
           & " 区分 書名".

       01  WS-STUCK-LINE.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-SL-BOOK-ID        PIC X(10).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-SL-BRANCH         PIC X(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-SL-REG-DATE       PIC 9(8).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-SL-DAYS           PIC ZZ,ZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-SL-SOURCE         PIC X(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-SL-TITLE          PIC X(50).
           05  FILLER               PIC X(36) VALUE SPACES.

       COPY LIBERROR.

       LINKAGE SECTION.
       01  LS-OPERATOR-ID            PIC X(8).

       SCREEN SECTION.
       01  PROC-MENU-SCREEN.
           05  LINE 2 COL 1         VALUE "資料整理メニュー".
           05  LINE 4 COL 1         VALUE
               "1. 整理完了登録（配架）".
           05  LINE 5 COL 1         VALUE "2. 整理滞留レポート".
           05  LINE 6 COL 1         VALUE "9. 戻る".
           05  LINE 8 COL 1         VALUE "選択: ".
           05  LINE 8 COL 8         PIC 9 USING WS-CHOICE.

       01  PROC-ID-SCREEN.
           05  LINE 2 COL 1         VALUE "整理完了登録".
           05  LINE 4 COL 1         VALUE "蔵書ID: ".
           05  LINE 4 COL 10        PIC X(10) USING WS-INPUT-BOOK-ID.

       01  PROC-CONFIRM-SCREEN.
           05  LINE 6 COL 1         VALUE "書名: ".
           05  LINE 6 COL 8         PIC X(50) FROM BOOK-TITLE.
           05  LINE 7 COL 1         VALUE "分類: ".
           05  LINE 7 COL 8         PIC X(3) FROM BOOK-CATEGORY.
           05  LINE 7 COL 15        VALUE "分館: ".
           05  LINE 7 COL 22        PIC X(4) FROM BOOK-BRANCH.
           05  LINE 8 COL 1         VALUE "登録日: ".
           05  LINE 8 COL 10        PIC 9(8) FROM BOOK-REGISTER-DATE.
           05  LINE 10 COL 1        VALUE "請求記号: ".
           05  LINE 10 COL 12       PIC X(15) USING WS-INPUT-CALL-NO.

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
           OPEN I-O BOOK-FILE
           OPEN I-O RESERVE-FILE.

       CLOSE-FILES SECTION.
           CLOSE BOOK-FILE
           CLOSE RESERVE-FILE.

       DISPLAY-MENU SECTION.
           DISPLAY PROC-MENU-SCREEN
           ACCEPT PROC-MENU-SCREEN.

       PROCESS-CHOICE SECTION.
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM CONFIRM-CATALOGUING
               WHEN 2
                   PERFORM BACKLOG-REPORT
               WHEN 9
                   MOVE "N" TO WS-CONTINUE-FLAG
               WHEN OTHER
                   DISPLAY MSG-INVALID-INPUT
           END-EVALUATE.

      * 整理中の蔵書について請求記号を確定して配架する。請求記号の
      * 先頭は分類コードと一致させる（蔵書管理と同じ規則）
       CONFIRM-CATALOGUING SECTION.
           MOVE SPACES TO WS-INPUT-BOOK-ID
           DISPLAY PROC-ID-SCREEN
           ACCEPT PROC-ID-SCREEN
           MOVE WS-INPUT-BOOK-ID TO BOOK-ID
           READ BOOK-FILE
               INVALID KEY
                   DISPLAY MSG-RECORD-NOT-FOUND
                   MOVE "23" TO WS-BOOK-STATUS
           END-READ
           IF WS-BOOK-SUCCESS
               IF BOOK-STATUS NOT = "P"
                   DISPLAY "この蔵書は整理中ではありま"
                       "せん。状態: "
                       BOOK-STATUS
               ELSE
                   MOVE BOOK-CALL-NO TO WS-INPUT-CALL-NO
                   DISPLAY PROC-CONFIRM-SCREEN
                   ACCEPT PROC-CONFIRM-SCREEN
                   IF WS-INPUT-CALL-NO = SPACES
                   OR WS-INPUT-CALL-NO(1:3) NOT = BOOK-CATEGORY
                       DISPLAY "請求記号を入力してくださ"
                           "い（先頭は"
                           "分類コード）。"
                   ELSE
                       MOVE WS-INPUT-CALL-NO TO BOOK-CALL-NO
                       PERFORM SHELVE-PROCESSED-BOOK
                   END-IF
               END-IF
           END-IF
           MOVE "00" TO WS-BOOK-STATUS.

      * 予約待ちがあれば取置済に、無ければ在架にする。確定した
      * 請求記号で背ラベルを出し直すため、ラベル印刷日を0に戻す
       SHELVE-PROCESSED-BOOK SECTION.
           PERFORM FIND-WAITING-RESERVATION
           MOVE BOOK-STATUS TO WS-AUDIT-BEFORE
           MOVE ZERO TO BOOK-LABEL-DATE
           IF WS-RESV-FOUND
               MOVE "H" TO BOOK-STATUS
           ELSE
               MOVE "A" TO BOOK-STATUS
           END-IF
           REWRITE BOOK-RECORD
               INVALID KEY
                   DISPLAY MSG-FILE-WRITE
               NOT INVALID KEY
                   IF WS-RESV-FOUND
                       MOVE "N" TO RESV-STATUS
                       MOVE ZERO TO RESV-NOTIFIED-DATE
                       REWRITE RESV-RECORD
                           INVALID KEY
                               DISPLAY MSG-FILE-WRITE
                       END-REWRITE
                       DISPLAY "予約者の取置にしました。"
                           "利用者: "
                           RESV-USER-ID
                   ELSE
                       DISPLAY "整理完了。在架にしました。"
                   END-IF
                   MOVE BOOK-ID TO WS-AUDIT-KEY
                   MOVE BOOK-STATUS TO WS-AUDIT-AFTER
                   CALL "LIBAUDIT" USING "BOOK", WS-AUDIT-KEY,
                       "CATALOG", "LIBPROC", LS-OPERATOR-ID,
                       WS-AUDIT-BEFORE, WS-AUDIT-AFTER,
                       WS-AUDIT-RETURN-CODE
           END-REWRITE.

       FIND-WAITING-RESERVATION SECTION.
           MOVE "N" TO WS-RESV-FOUND-FLAG
           MOVE "N" TO WS-RESV-SCAN-DONE-FLAG
           MOVE BOOK-ID TO RESV-BOOK-ID
           START RESERVE-FILE KEY = RESV-BOOK-ID
               INVALID KEY
                   MOVE "Y" TO WS-RESV-SCAN-DONE-FLAG
           END-START
           PERFORM UNTIL WS-RESV-SCAN-DONE OR WS-RESV-FOUND
               READ RESERVE-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-RESV-SCAN-DONE-FLAG
                   NOT AT END
                       IF RESV-BOOK-ID NOT = BOOK-ID
                           MOVE "Y" TO WS-RESV-SCAN-DONE-FLAG
                       ELSE
                           IF RESV-STATUS = "W"
                               MOVE "Y" TO WS-RESV-FOUND-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-RESV-STATUS.

      * 整理中の蔵書を分館×経過日数帯で集計する
       BACKLOG-REPORT SECTION.
           STRING "processing_backlog_" DELIMITED BY SIZE
                   WS-CURRENT-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           MOVE ZERO TO WS-BR-COUNT
           MOVE ZERO TO WS-STUCK-COUNT
           MOVE ZERO TO WS-GRAND-TOTAL
           PERFORM VARYING WS-BAND-I FROM 1 BY 1 UNTIL WS-BAND-I > 4
               MOVE ZERO TO WS-GRAND-BAND-QTY(WS-BAND-I)
           END-PERFORM
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
                       IF BOOK-STATUS = "P"
                           PERFORM TALLY-BACKLOG-BOOK
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-BOOK-STATUS
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-SUCCESS
               PERFORM WRITE-BACKLOG-REPORT
               CLOSE REPORT-FILE
               DISPLAY "整理滞留レポートを出力しました: "
                   WS-REPORT-FILENAME
               DISPLAY "整理中の蔵書: " WS-GRAND-TOTAL
           ELSE
               DISPLAY MSG-FILE-WRITE
           END-IF.

       TALLY-BACKLOG-BOOK SECTION.
           IF BOOK-REGISTER-DATE NUMERIC
           AND BOOK-REGISTER-DATE > ZERO
           AND BOOK-REGISTER-DATE <= WS-CURRENT-DATE
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                   - FUNCTION INTEGER-OF-DATE(BOOK-REGISTER-DATE)
           ELSE
               MOVE ZERO TO WS-AGE-DAYS
           END-IF
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 7
                   MOVE 1 TO WS-AGE-BAND
               WHEN WS-AGE-DAYS <= 30
                   MOVE 2 TO WS-AGE-BAND
               WHEN WS-AGE-DAYS <= 90
                   MOVE 3 TO WS-AGE-BAND
               WHEN OTHER
                   MOVE 4 TO WS-AGE-BAND
           END-EVALUATE
           MOVE ZERO TO WS-BR-SLOT
           PERFORM VARYING WS-BR-I FROM 1 BY 1
                   UNTIL WS-BR-I > WS-BR-COUNT OR WS-BR-SLOT > ZERO
               IF WS-BR-CODE(WS-BR-I) = BOOK-BRANCH
                   MOVE WS-BR-I TO WS-BR-SLOT
               END-IF
           END-PERFORM
           IF WS-BR-SLOT = ZERO AND WS-BR-COUNT < 200
               ADD 1 TO WS-BR-COUNT
               MOVE WS-BR-COUNT TO WS-BR-SLOT
               MOVE BOOK-BRANCH TO WS-BR-CODE(WS-BR-SLOT)
               PERFORM VARYING WS-BAND-I FROM 1 BY 1
                       UNTIL WS-BAND-I > 4
                   MOVE ZERO TO WS-BR-BAND-QTY(WS-BR-SLOT, WS-BAND-I)
               END-PERFORM
               MOVE ZERO TO WS-BR-TOTAL(WS-BR-SLOT)
           END-IF
           IF WS-BR-SLOT > ZERO
               ADD 1 TO WS-BR-BAND-QTY(WS-BR-SLOT, WS-AGE-BAND)
               ADD 1 TO WS-BR-TOTAL(WS-BR-SLOT)
           END-IF
           ADD 1 TO WS-GRAND-BAND-QTY(WS-AGE-BAND)
           ADD 1 TO WS-GRAND-TOTAL
           IF WS-AGE-DAYS > 30 AND WS-STUCK-COUNT < 1000
               ADD 1 TO WS-STUCK-COUNT
               MOVE BOOK-ID TO WS-STUCK-BOOK-ID(WS-STUCK-COUNT)
               MOVE BOOK-BRANCH TO WS-STUCK-BRANCH(WS-STUCK-COUNT)
               MOVE BOOK-REGISTER-DATE
                   TO WS-STUCK-REG-DATE(WS-STUCK-COUNT)
               MOVE WS-AGE-DAYS TO WS-STUCK-DAYS(WS-STUCK-COUNT)
               MOVE BOOK-ACQ-SOURCE TO WS-STUCK-SOURCE(WS-STUCK-COUNT)
               MOVE BOOK-TITLE TO WS-STUCK-TITLE(WS-STUCK-COUNT)
           END-IF.

       WRITE-BACKLOG-REPORT SECTION.
           WRITE REPORT-LINE FROM WS-HEADER1
           WRITE REPORT-LINE FROM WS-HEADER2
           WRITE REPORT-LINE FROM WS-HEADER1
           MOVE WS-CURRENT-DATE TO WS-DL-DATE
           WRITE REPORT-LINE FROM WS-DATE-LINE
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-BRANCH-COL-LINE
           PERFORM VARYING WS-BR-I FROM 1 BY 1
                   UNTIL WS-BR-I > WS-BR-COUNT
               MOVE WS-BR-CODE(WS-BR-I) TO WS-BL-BRANCH
               PERFORM VARYING WS-BAND-I FROM 1 BY 1
                       UNTIL WS-BAND-I > 4
                   MOVE WS-BR-BAND-QTY(WS-BR-I, WS-BAND-I)
                       TO WS-BL-QTY(WS-BAND-I)
               END-PERFORM
               MOVE WS-BR-TOTAL(WS-BR-I) TO WS-BL-TOTAL
               WRITE REPORT-LINE FROM WS-BRANCH-LINE
           END-PERFORM
           MOVE "合計" TO WS-BL-BRANCH
           PERFORM VARYING WS-BAND-I FROM 1 BY 1 UNTIL WS-BAND-I > 4
               MOVE WS-GRAND-BAND-QTY(WS-BAND-I) TO WS-BL-QTY(WS-BAND-I)
           END-PERFORM
           MOVE WS-GRAND-TOTAL TO WS-BL-TOTAL
           WRITE REPORT-LINE FROM WS-BRANCH-LINE
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-STUCK-COL-LINE
           PERFORM VARYING WS-STUCK-I FROM 1 BY 1
                   UNTIL WS-STUCK-I > WS-STUCK-COUNT
               MOVE WS-STUCK-BOOK-ID(WS-STUCK-I) TO WS-SL-BOOK-ID
               MOVE WS-STUCK-BRANCH(WS-STUCK-I) TO WS-SL-BRANCH
               MOVE WS-STUCK-REG-DATE(WS-STUCK-I) TO WS-SL-REG-DATE
               MOVE WS-STUCK-DAYS(WS-STUCK-I) TO WS-SL-DAYS
               IF WS-STUCK-SOURCE(WS-STUCK-I) = "G"
                   MOVE "寄贈" TO WS-SL-SOURCE
               ELSE
                   MOVE "購入" TO WS-SL-SOURCE
               END-IF
               MOVE WS-STUCK-TITLE(WS-STUCK-I) TO WS-SL-TITLE
               WRITE REPORT-LINE FROM WS-STUCK-LINE
           END-PERFORM.

       CHECK-CONTINUE SECTION.
           DISPLAY CONTINUE-SCREEN
           ACCEPT CONTINUE-SCREEN.
