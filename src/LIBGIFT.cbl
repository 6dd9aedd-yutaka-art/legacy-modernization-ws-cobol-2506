******************************************************************
      * 図書館管理システム - 寄贈受入プログラム
      *
      * 寄贈者マスタ（donor.dat）の登録・一覧と、寄贈図書の受入を
      * 行う。受入では1冊ごとに蔵書レコードを作成し、受入区分を
      * 寄贈（G）、BOOK-PRICEに評価額、寄贈者IDを記録する。
      * 作成した蔵書は整理中（P）とし、整理管理（LIBPROC）で
      * 整理完了を登録するまで配架しない。
      * 受入が終わると寄贈者の累計を更新し、受け入れた資料を
      * 列記した礼状を通知スプール（LIBNTCE、通知種別GIFT）へ
      * 出す。資産台帳（LIBASSET）は寄贈分を購入分と分けて集計する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBGIFT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.
       SPECIAL-NAMES.
           CONSOLE IS CRT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DONOR-FILE
               ASSIGN TO "donor.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DONOR-ID
               FILE STATUS IS WS-DONOR-STATUS.

           SELECT BOOK-FILE
               ASSIGN TO "book.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOK-ID
               ALTERNATE RECORD KEY IS BOOK-ISBN WITH DUPLICATES
               FILE STATUS IS WS-BOOK-STATUS.

           SELECT CATEGORY-FILE
               ASSIGN TO "category.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-CODE
               FILE STATUS IS WS-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DONOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DONRFILE.

       FD  BOOK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BOOKFILE.

       FD  CATEGORY-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CATFILE.

       WORKING-STORAGE SECTION.
       01  WS-DONOR-STATUS          PIC XX VALUE "00".
           88  WS-DONOR-SUCCESS     VALUE "00".
           88  WS-DONOR-NOT-FOUND   VALUE "23".
           88  WS-DONOR-EOF         VALUE "10".

       01  WS-BOOK-STATUS           PIC XX VALUE "00".
           88  WS-BOOK-SUCCESS      VALUE "00".

       01  WS-CAT-STATUS            PIC XX VALUE "00".
           88  WS-CAT-SUCCESS       VALUE "00".

       01  WS-CONTINUE-FLAG         PIC X VALUE "Y".
           88  WS-CONTINUE          VALUE "Y", "y".
           88  WS-EXIT              VALUE "N", "n".

       01  WS-CHOICE                PIC 9 VALUE 0.
       01  WS-CURRENT-DATE          PIC 9(08) VALUE ZERO.

       01  WS-INPUT-DONOR-ID        PIC X(8) VALUE SPACES.
       01  WS-MORE-ITEMS-FLAG       PIC X VALUE "Y".
           88  WS-MORE-ITEMS        VALUE "Y", "y".

       01  WS-NEXT-DONOR-SEQ        PIC 9(7) VALUE ZERO.
       01  WS-NEXT-DONOR-ID         PIC X(8) VALUE SPACES.

       01  WS-NEXT-BOOK-ID          PIC X(10) VALUE SPACES.
       01  WS-BOOK-ID-SEQ           PIC 9(9) VALUE ZERO.
       01  WS-SEQ-FOUND-FLAG        PIC X VALUE "N".
           88  WS-SEQ-FOUND         VALUE "Y".
       01  WS-SEQ-SCAN-DONE-FLAG    PIC X VALUE "N".
           88  WS-SEQ-SCAN-DONE     VALUE "Y".

      * 1回の受入で受け入れた資料（礼状に列記する）
       01  WS-GIFT-COUNT            PIC 9(2) VALUE ZERO.
       01  WS-GIFT-I                PIC 9(2) VALUE ZERO.
       01  WS-GIFT-VALUE-TOTAL      PIC 9(9)V99 VALUE ZERO.
       01  WS-GIFT-TABLE.
           05  WS-GIFT-ENTRY OCCURS 20 TIMES.
               10  WS-GIFT-BOOK-ID      PIC X(10).
               10  WS-GIFT-TITLE        PIC X(50).

      * 受入1冊分の入力域
       01  WS-ITEM-ISBN             PIC X(13) VALUE SPACES.
       01  WS-ITEM-TITLE            PIC X(50) VALUE SPACES.
       01  WS-ITEM-AUTHOR           PIC X(30) VALUE SPACES.
       01  WS-ITEM-PUBLISHER        PIC X(30) VALUE SPACES.
       01  WS-ITEM-PUBLISH-YEAR     PIC 9(4) VALUE ZERO.
       01  WS-ITEM-CATEGORY         PIC X(3) VALUE SPACES.
       01  WS-ITEM-BRANCH           PIC X(4) VALUE SPACES.
       01  WS-ITEM-VALUE            PIC 9(7) VALUE ZERO.

       01  WS-AUDIT-KEY             PIC X(10) VALUE SPACES.
       01  WS-AUDIT-RETURN-CODE     PIC 9 VALUE 0.
       01  WS-AUDIT-BEFORE          PIC X(20) VALUE SPACES.
       01  WS-AUDIT-AFTER           PIC X(20) VALUE SPACES.

      * 礼状（通知スプールへ1行ずつ出す）
       01  WS-NTC-TYPE              PIC X(4) VALUE "GIFT".
       01  WS-NTC-USER-ID           PIC X(8) VALUE SPACES.
       01  WS-NTC-TEXT              PIC X(132) VALUE SPACES.
       01  WS-NTC-RETURN-CODE       PIC 9 VALUE 0.

       01  WS-HEADER1               PIC X(132) VALUE ALL "=".
       01  WS-HEADER2               PIC X(132) VALUE
           "                          ご寄贈御礼".
       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-POSTAL-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(04) VALUE "〒".
           05  WS-PL-POSTAL-CODE    PIC X(8).
           05  FILLER               PIC X(117) VALUE SPACES.

       01  WS-ADDRESS-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-AL-ADDRESS        PIC X(50).
           05  FILLER               PIC X(79) VALUE SPACES.

       01  WS-NAME-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-NL-NAME           PIC X(30).
           05  FILLER               PIC X(06) VALUE " 様".
           05  FILLER               PIC X(93) VALUE SPACES.

       01  WS-BODY-LINE1            PIC X(132) VALUE
           "このたびは当館へ貴重な資料をご寄贈いた"
           & "だき、"
           & "誠にありがとうございました。".
       01  WS-BODY-LINE2            PIC X(132) VALUE
           "下記の資料を受け入れ、利用に供してまい"
           & "ります。".

       01  WS-GIFT-DETAIL-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  WS-GD-BOOK-ID        PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  WS-GD-TITLE          PIC X(50).
           05  FILLER               PIC X(67) VALUE SPACES.

       01  WS-GIFT-COUNT-LINE.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(15) VALUE "受入冊数: ".
           05  WS-GC-COUNT          PIC Z9.
           05  FILLER               PIC X(03) VALUE "冊".
           05  FILLER               PIC X(03) VALUE SPACES.
           05  FILLER               PIC X(12) VALUE "受入日: ".
           05  WS-GC-DATE           PIC 9(8).
           05  FILLER               PIC X(86) VALUE SPACES.

       01  WS-SIGN-LINE             PIC X(132) VALUE
           "                                        図書館長".

       COPY LIBERROR.

       LINKAGE SECTION.
       01  LS-OPERATOR-ID            PIC X(8).

       SCREEN SECTION.
       01  GIFT-MENU-SCREEN.
           05  LINE 2 COL 1         VALUE "寄贈受入メニュー".
           05  LINE 4 COL 1         VALUE "1. 寄贈者登録".
           05  LINE 5 COL 1         VALUE "2. 寄贈者一覧".
           05  LINE 6 COL 1         VALUE "3. 寄贈図書受入".
           05  LINE 7 COL 1         VALUE "9. 戻る".
           05  LINE 9 COL 1         VALUE "選択: ".
           05  LINE 9 COL 8         PIC 9 USING WS-CHOICE.

       01  DONOR-INPUT-SCREEN.
           05  LINE 2 COL 1         VALUE "寄贈者登録".
           05  LINE 4 COL 1         VALUE "氏名・団体名: ".
           05  LINE 4 COL 16        PIC X(30) USING DONOR-NAME.
           05  LINE 5 COL 1         VALUE "区分(I=個人 O=団体): ".
           05  LINE 5 COL 24        PIC X(1) USING DONOR-TYPE.
           05  LINE 6 COL 1         VALUE "郵便番号: ".
           05  LINE 6 COL 12        PIC X(8) USING DONOR-POSTAL-CODE.
           05  LINE 7 COL 1         VALUE "住所1: ".
           05  LINE 7 COL 9         PIC X(50) USING DONOR-ADDRESS1.
           05  LINE 8 COL 1         VALUE "住所2: ".
           05  LINE 8 COL 9         PIC X(50) USING DONOR-ADDRESS2.
           05  LINE 9 COL 1         VALUE "電話番号: ".
           05  LINE 9 COL 12        PIC X(15) USING DONOR-PHONE.
           05  LINE 10 COL 1        VALUE "メール: ".
           05  LINE 10 COL 10       PIC X(30) USING DONOR-EMAIL.

       01  DONOR-ID-SCREEN.
           05  LINE 2 COL 1         VALUE "寄贈図書受入".
           05  LINE 4 COL 1         VALUE "寄贈者ID: ".
           05  LINE 4 COL 12        PIC X(8) USING WS-INPUT-DONOR-ID.

       01  GIFT-ITEM-SCREEN.
           05  LINE 6 COL 1         VALUE "--- 受入資料 ---".
           05  LINE 7 COL 1         VALUE "ISBN: ".
           05  LINE 7 COL 8         PIC X(13) USING WS-ITEM-ISBN.
           05  LINE 8 COL 1         VALUE "書名: ".
           05  LINE 8 COL 8         PIC X(50) USING WS-ITEM-TITLE.
           05  LINE 9 COL 1         VALUE "著者: ".
           05  LINE 9 COL 8         PIC X(30) USING WS-ITEM-AUTHOR.
           05  LINE 10 COL 1        VALUE "出版社: ".
           05  LINE 10 COL 10
               PIC X(30) USING WS-ITEM-PUBLISHER.
           05  LINE 10 COL 45       VALUE "出版年: ".
           05  LINE 10 COL 55
               PIC 9(4) USING WS-ITEM-PUBLISH-YEAR.
           05  LINE 11 COL 1        VALUE "分類コード: ".
           05  LINE 11 COL 14       PIC X(3) USING WS-ITEM-CATEGORY.
           05  LINE 12 COL 1        VALUE "配置分館: ".
           05  LINE 12 COL 12       PIC X(4) USING WS-ITEM-BRANCH.
           05  LINE 13 COL 1        VALUE "評価額: ".
           05  LINE 13 COL 10       PIC 9(7) USING WS-ITEM-VALUE.
           05  LINE 15 COL 1        VALUE
               "続けて受け入れますか？ (Y/N): ".
           05  LINE 15 COL 33       PIC X USING WS-MORE-ITEMS-FLAG.

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
           OPEN I-O DONOR-FILE
           IF WS-DONOR-NOT-FOUND OR WS-DONOR-STATUS = "35"
               OPEN OUTPUT DONOR-FILE
               CLOSE DONOR-FILE
               OPEN I-O DONOR-FILE
           END-IF
           OPEN I-O BOOK-FILE
           OPEN INPUT CATEGORY-FILE.

       CLOSE-FILES SECTION.
           CLOSE DONOR-FILE
           CLOSE BOOK-FILE
           CLOSE CATEGORY-FILE.

       DISPLAY-MENU SECTION.
           DISPLAY GIFT-MENU-SCREEN
           ACCEPT GIFT-MENU-SCREEN.

       PROCESS-CHOICE SECTION.
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM REGISTER-DONOR
               WHEN 2
                   PERFORM LIST-DONORS
               WHEN 3
                   PERFORM RECEIVE-GIFT
               WHEN 9
                   MOVE "N" TO WS-CONTINUE-FLAG
               WHEN OTHER
                   DISPLAY MSG-INVALID-INPUT
           END-EVALUATE.

      * 寄贈者IDは"D"＋7桁の連番を採番する
       REGISTER-DONOR SECTION.
           PERFORM GET-NEXT-DONOR-ID
           INITIALIZE DONOR-RECORD
           DISPLAY DONOR-INPUT-SCREEN
           ACCEPT DONOR-INPUT-SCREEN
           IF DONOR-NAME = SPACES
               DISPLAY MSG-INVALID-INPUT
           ELSE
               IF NOT DONOR-ORGANIZATION
                   MOVE "I" TO DONOR-TYPE
               END-IF
               MOVE WS-NEXT-DONOR-ID TO DONOR-ID
               MOVE WS-CURRENT-DATE TO DONOR-REGISTER-DATE
               MOVE ZERO TO DONOR-LAST-GIFT-DATE
               MOVE ZERO TO DONOR-GIFT-COUNT
               MOVE ZERO TO DONOR-GIFT-VALUE
               MOVE "A" TO DONOR-STATUS
               WRITE DONOR-RECORD
                   INVALID KEY
                       DISPLAY MSG-DUPLICATE-KEY
                   NOT INVALID KEY
                       DISPLAY "寄贈者を登録しました。寄"
                           "贈者ID: "
                           DONOR-ID
               END-WRITE
           END-IF.

       GET-NEXT-DONOR-ID SECTION.
           MOVE 1 TO WS-NEXT-DONOR-SEQ
           MOVE "D9999999" TO DONOR-ID
           START DONOR-FILE KEY <= DONOR-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ DONOR-FILE PREVIOUS
                       AT END
                           CONTINUE
                       NOT AT END
                           IF DONOR-ID(2:7) NUMERIC
                               MOVE DONOR-ID(2:7)
                                   TO WS-NEXT-DONOR-SEQ
                               ADD 1 TO WS-NEXT-DONOR-SEQ
                           END-IF
                   END-READ
           END-START
           MOVE "00" TO WS-DONOR-STATUS
           MOVE SPACES TO WS-NEXT-DONOR-ID
           STRING "D" DELIMITED BY SIZE
               WS-NEXT-DONOR-SEQ DELIMITED BY SIZE
               INTO WS-NEXT-DONOR-ID.

       LIST-DONORS SECTION.
           DISPLAY "寄贈者一覧"
           MOVE LOW-VALUES TO DONOR-ID
           START DONOR-FILE KEY >= DONOR-ID
               INVALID KEY
                   MOVE "10" TO WS-DONOR-STATUS
           END-START
           PERFORM UNTIL WS-DONOR-EOF
               READ DONOR-FILE NEXT
                   AT END
                       MOVE "10" TO WS-DONOR-STATUS
                   NOT AT END
                       DISPLAY DONOR-ID SPACE DONOR-NAME SPACE
                           DONOR-TYPE SPACE DONOR-GIFT-COUNT SPACE
                           DONOR-LAST-GIFT-DATE
               END-READ
           END-PERFORM
           MOVE "00" TO WS-DONOR-STATUS.

      * 寄贈図書の受入。寄贈者を確認してから1冊ずつ蔵書を作成し、
      * 最後に寄贈者の累計を更新して礼状を出す
       RECEIVE-GIFT SECTION.
           MOVE SPACES TO WS-INPUT-DONOR-ID
           DISPLAY DONOR-ID-SCREEN
           ACCEPT DONOR-ID-SCREEN
           MOVE WS-INPUT-DONOR-ID TO DONOR-ID
           READ DONOR-FILE
               INVALID KEY
                   DISPLAY "寄贈者IDが未登録です。"
                   MOVE "23" TO WS-DONOR-STATUS
           END-READ
           IF WS-DONOR-SUCCESS
               MOVE ZERO TO WS-GIFT-COUNT
               MOVE ZERO TO WS-GIFT-VALUE-TOTAL
               MOVE SPACES TO WS-ITEM-BRANCH
               MOVE "Y" TO WS-MORE-ITEMS-FLAG
               PERFORM UNTIL NOT WS-MORE-ITEMS
                       OR WS-GIFT-COUNT >= 20
                   PERFORM RECEIVE-ONE-ITEM
               END-PERFORM
               IF WS-GIFT-COUNT = ZERO
                   DISPLAY "受け入れた資料はありません。"
               ELSE
                   PERFORM UPDATE-DONOR-TOTALS
                   PERFORM SPOOL-ACKNOWLEDGMENT
                   DISPLAY "寄贈図書を受け入れました。"
                       "冊数: "
                       WS-GIFT-COUNT
               END-IF
           END-IF
           MOVE "00" TO WS-DONOR-STATUS.

      * 配置分館は前の資料の入力を引き継ぐ
       RECEIVE-ONE-ITEM SECTION.
           MOVE SPACES TO WS-ITEM-ISBN
           MOVE SPACES TO WS-ITEM-TITLE
           MOVE SPACES TO WS-ITEM-AUTHOR
           MOVE SPACES TO WS-ITEM-PUBLISHER
           MOVE ZERO TO WS-ITEM-PUBLISH-YEAR
           MOVE SPACES TO WS-ITEM-CATEGORY
           MOVE ZERO TO WS-ITEM-VALUE
           DISPLAY GIFT-ITEM-SCREEN
           ACCEPT GIFT-ITEM-SCREEN
           IF WS-ITEM-TITLE = SPACES
               DISPLAY "書名は必須です。"
           ELSE
               PERFORM VALIDATE-ITEM-CATEGORY
               IF WS-CAT-SUCCESS
                   PERFORM CREATE-GIFT-BOOK
               END-IF
           END-IF.

       VALIDATE-ITEM-CATEGORY SECTION.
           MOVE WS-ITEM-CATEGORY TO CAT-CODE
           READ CATEGORY-FILE
               INVALID KEY
                   DISPLAY "分類コードが分類マスタにあ"
                       "りません。"
                   MOVE "23" TO WS-CAT-STATUS
               NOT INVALID KEY
                   IF NOT CAT-ACTIVE
                       DISPLAY "この分類コードは無効です。"
                       MOVE "23" TO WS-CAT-STATUS
                   ELSE
                       MOVE "00" TO WS-CAT-STATUS
                   END-IF
           END-READ.

       CREATE-GIFT-BOOK SECTION.
           PERFORM GET-NEXT-BOOK-ID
           INITIALIZE BOOK-RECORD
           MOVE WS-NEXT-BOOK-ID TO BOOK-ID
           MOVE WS-ITEM-ISBN TO BOOK-ISBN
           MOVE WS-ITEM-TITLE TO BOOK-TITLE
           MOVE WS-ITEM-AUTHOR TO BOOK-AUTHOR
           MOVE WS-ITEM-PUBLISHER TO BOOK-PUBLISHER
           MOVE WS-ITEM-PUBLISH-YEAR TO BOOK-PUBLISH-YEAR
           MOVE WS-ITEM-CATEGORY TO BOOK-CATEGORY
           MOVE "P" TO BOOK-STATUS
           MOVE WS-CURRENT-DATE TO BOOK-REGISTER-DATE
           MOVE WS-ITEM-BRANCH TO BOOK-BRANCH
           MOVE WS-ITEM-VALUE TO BOOK-PRICE
           MOVE "G" TO BOOK-ACQ-SOURCE
           MOVE DONOR-ID TO BOOK-DONOR-ID
           WRITE BOOK-RECORD
               INVALID KEY
                   DISPLAY MSG-FILE-WRITE
               NOT INVALID KEY
                   ADD 1 TO WS-GIFT-COUNT
                   MOVE BOOK-ID TO WS-GIFT-BOOK-ID(WS-GIFT-COUNT)
                   MOVE BOOK-TITLE TO WS-GIFT-TITLE(WS-GIFT-COUNT)
                   ADD BOOK-PRICE TO WS-GIFT-VALUE-TOTAL
                   DISPLAY "受け入れました。蔵書ID: " BOOK-ID
                   MOVE BOOK-ID TO WS-AUDIT-KEY
                   MOVE SPACES TO WS-AUDIT-BEFORE
                   MOVE DONOR-ID TO WS-AUDIT-AFTER
                   CALL "LIBAUDIT" USING "BOOK", WS-AUDIT-KEY,
                       "GIFT", "LIBGIFT", LS-OPERATOR-ID,
                       WS-AUDIT-BEFORE, WS-AUDIT-AFTER,
                       WS-AUDIT-RETURN-CODE
           END-WRITE.

       GET-NEXT-BOOK-ID SECTION.
           MOVE 1 TO WS-BOOK-ID-SEQ
           MOVE "N" TO WS-SEQ-FOUND-FLAG
           MOVE "N" TO WS-SEQ-SCAN-DONE-FLAG
           MOVE "B999999999" TO BOOK-ID
           START BOOK-FILE KEY <= BOOK-ID
               INVALID KEY
                   MOVE "Y" TO WS-SEQ-SCAN-DONE-FLAG
           END-START
           PERFORM UNTIL WS-SEQ-FOUND OR WS-SEQ-SCAN-DONE
               READ BOOK-FILE PREVIOUS
                   AT END
                       MOVE "Y" TO WS-SEQ-SCAN-DONE-FLAG
                   NOT AT END
                       IF BOOK-ID(1:1) = "B"
                       AND BOOK-ID(2:9) NUMERIC
                           MOVE BOOK-ID(2:9) TO WS-BOOK-ID-SEQ
                           ADD 1 TO WS-BOOK-ID-SEQ
                           MOVE "Y" TO WS-SEQ-FOUND-FLAG
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-BOOK-STATUS
           MOVE SPACES TO WS-NEXT-BOOK-ID
           STRING "B" DELIMITED BY SIZE
               WS-BOOK-ID-SEQ DELIMITED BY SIZE
               INTO WS-NEXT-BOOK-ID.

       UPDATE-DONOR-TOTALS SECTION.
           ADD WS-GIFT-COUNT TO DONOR-GIFT-COUNT
           ADD WS-GIFT-VALUE-TOTAL TO DONOR-GIFT-VALUE
           MOVE WS-CURRENT-DATE TO DONOR-LAST-GIFT-DATE
           REWRITE DONOR-RECORD
               INVALID KEY
                   DISPLAY MSG-FILE-WRITE
           END-REWRITE.

      * 礼状。宛先（郵便番号・住所・氏名）に続けて受け入れた資料を
      * 列記する。評価額は記載しない
       SPOOL-ACKNOWLEDGMENT SECTION.
           MOVE DONOR-ID TO WS-NTC-USER-ID
           MOVE WS-HEADER1 TO WS-NTC-TEXT
           PERFORM SPOOL-NOTICE-LINE
           MOVE WS-HEADER2 TO WS-NTC-TEXT
           PERFORM SPOOL-NOTICE-LINE
           MOVE WS-HEADER1 TO WS-NTC-TEXT
           PERFORM SPOOL-NOTICE-LINE
           MOVE DONOR-POSTAL-CODE TO WS-PL-POSTAL-CODE
           MOVE WS-POSTAL-LINE TO WS-NTC-TEXT
           PERFORM SPOOL-NOTICE-LINE
           MOVE DONOR-ADDRESS1 TO WS-AL-ADDRESS
           MOVE WS-ADDRESS-LINE TO WS-NTC-TEXT
           PERFORM SPOOL-NOTICE-LINE
           IF DONOR-ADDRESS2 NOT = SPACES
               MOVE DONOR-ADDRESS2 TO WS-AL-ADDRESS
               MOVE WS-ADDRESS-LINE TO WS-NTC-TEXT
               PERFORM SPOOL-NOTICE-LINE
           END-IF
           MOVE DONOR-NAME TO WS-NL-NAME
           MOVE WS-NAME-LINE TO WS-NTC-TEXT
           PERFORM SPOOL-NOTICE-LINE
           MOVE WS-BLANK-LINE TO WS-NTC-TEXT
           PERFORM SPOOL-NOTICE-LINE
           MOVE WS-BODY-LINE1 TO WS-NTC-TEXT
           PERFORM SPOOL-NOTICE-LINE
           MOVE WS-BODY-LINE2 TO WS-NTC-TEXT
           PERFORM SPOOL-NOTICE-LINE
           MOVE WS-BLANK-LINE TO WS-NTC-TEXT
           PERFORM SPOOL-NOTICE-LINE
           PERFORM VARYING WS-GIFT-I FROM 1 BY 1
                   UNTIL WS-GIFT-I > WS-GIFT-COUNT
               MOVE WS-GIFT-BOOK-ID(WS-GIFT-I) TO WS-GD-BOOK-ID
               MOVE WS-GIFT-TITLE(WS-GIFT-I) TO WS-GD-TITLE
               MOVE WS-GIFT-DETAIL-LINE TO WS-NTC-TEXT
               PERFORM SPOOL-NOTICE-LINE
           END-PERFORM
           MOVE WS-BLANK-LINE TO WS-NTC-TEXT
           PERFORM SPOOL-NOTICE-LINE
           MOVE WS-GIFT-COUNT TO WS-GC-COUNT
           MOVE WS-CURRENT-DATE TO WS-GC-DATE
           MOVE WS-GIFT-COUNT-LINE TO WS-NTC-TEXT
           PERFORM SPOOL-NOTICE-LINE
           MOVE WS-BLANK-LINE TO WS-NTC-TEXT
           PERFORM SPOOL-NOTICE-LINE
           MOVE WS-SIGN-LINE TO WS-NTC-TEXT
           PERFORM SPOOL-NOTICE-LINE.

       SPOOL-NOTICE-LINE SECTION.
           CALL "LIBNTCE" USING WS-NTC-TYPE, WS-NTC-USER-ID,
               WS-NTC-TEXT, WS-NTC-RETURN-CODE.

       CHECK-CONTINUE SECTION.
           DISPLAY CONTINUE-SCREEN
           ACCEPT CONTINUE-SCREEN.
