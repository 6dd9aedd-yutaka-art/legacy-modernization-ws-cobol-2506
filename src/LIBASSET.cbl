      *      経過年数帯による定額法の評価額
      *      （2年以内80％、5年以内50％、9年以内20％、
      *       10年以上は残存10％）
      *  (2) 寄贈の部 - 寄贈受入（BOOK-ACQ-SOURCE="G"）の所蔵を
      *      購入分と分けて集計する。取得原価欄は受入時の評価額で、
      *      評価額は購入分と同じ経過年数帯で算出する
      *  (3) 除却の部 - 当年度に除却（BOOK-WITHDRAW-DATE）した
      *      所蔵の冊数と取得原価
      *  (4) 電子資料の部 - 契約期間が当年度にかかる電子資料の
      *      ライセンス（eresource.dat）の件数と契約額を支払予算
      *      ごとに集計する。資産ではないので評価額は0とする
      * 印字報告書と、財務課の固定長レイアウト
      * （"A"/"G"/"D"/"E" 分館(4) 分類(3) 冊数(6) 原価(10)
      *   評価額(10)、A=購入所蔵 G=寄贈所蔵 D=除却
      *   E=電子資料。Eは分館欄に予算コード、冊数欄に件数）
      * の両方を出力する
      ******************************************************************
       IDENTIFICATION DIVISION.
               ALTERNATE RECORD KEY IS BOOK-ISBN WITH DUPLICATES
               FILE STATUS IS WS-BOOK-STATUS.

           SELECT ERES-FILE
               ASSIGN TO "eresource.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ERES-ID
               FILE STATUS IS WS-ERES-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
           LABEL RECORDS ARE STANDARD.
           COPY BOOKFILE.

       FD  ERES-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ERESFILE.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE              PIC X(132).
           88  WS-BOOK-SUCCESS      VALUE "00".
           88  WS-BOOK-EOF          VALUE "10".

       01  WS-ERES-STATUS           PIC XX VALUE "00".
           88  WS-ERES-SUCCESS      VALUE "00".
           88  WS-ERES-EOF          VALUE "10".

       01  WS-REPORT-STATUS         PIC XX VALUE "00".
           88  WS-REPORT-SUCCESS    VALUE "00".

       01  WS-REG-YEAR              PIC 9(4) VALUE ZERO.
       01  WS-BOOK-VALUE            PIC 9(9) VALUE ZERO.

      * 分館×分類の集計表（所蔵の部・寄贈の部・除却の部）
       01  WS-AS-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-AS-TABLE.
           05  WS-AS-ENTRY OCCURS 2000 TIMES.
       01  WS-TOTAL-QTY             PIC 9(8) VALUE ZERO.
       01  WS-TOTAL-COST            PIC 9(11) VALUE ZERO.
       01  WS-TOTAL-VALUE           PIC 9(11) VALUE ZERO.
       01  WS-GIFT-QTY              PIC 9(8) VALUE ZERO.
       01  WS-GIFT-COST             PIC 9(11) VALUE ZERO.
       01  WS-GIFT-VALUE            PIC 9(11) VALUE ZERO.
       01  WS-ALL-QTY               PIC 9(8) VALUE ZERO.
       01  WS-ALL-COST              PIC 9(11) VALUE ZERO.
       01  WS-ALL-VALUE             PIC 9(11) VALUE ZERO.
       01  WS-DISP-QTY              PIC 9(8) VALUE ZERO.
       01  WS-DISP-COST             PIC 9(11) VALUE ZERO.

      * 電子資料の予算別集計
       01  WS-EF-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-EF-TABLE.
           05  WS-EF-ENTRY OCCURS 200 TIMES.
               10  WS-EF-FUND           PIC X(4).
               10  WS-EF-QTY            PIC 9(6).
               10  WS-EF-COST           PIC 9(10).
       01  WS-EF-I                  PIC 9(3) VALUE ZERO.
       01  WS-EF-SLOT               PIC 9(3) VALUE ZERO.
       01  WS-ERES-QTY              PIC 9(8) VALUE ZERO.
       01  WS-ERES-COST             PIC 9(11) VALUE ZERO.

       01  WS-HEADER1               PIC X(132) VALUE ALL "=".
       01  WS-HEADER2               PIC X(132) VALUE
           "                          蔵書資産台帳・評価額"
           & "報告".
       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-SECTION-HOLDINGS      PIC X(132) VALUE
           "【所蔵の部】分館  分類  冊数      取得原"
           & "価       評価額".
       01  WS-SECTION-GIFTS         PIC X(132) VALUE
           "【寄贈の部】分館  分類  冊数      受入評"
           & "価額     評価額".
       01  WS-SECTION-DISPOSALS     PIC X(132) VALUE
           "【除却の部（当年度）】分館  分類  冊数  "
           & "    取得原価".
       01  WS-SECTION-ERESOURCES    PIC X(132) VALUE
           "【電子資料の部（当年度契約）】予算  件数"
           & "      契約額".

       01  WS-DETAIL-LINE.
           05  FILLER               PIC X(2) VALUE SPACES.
       MAIN-PROCESS SECTION.
           PERFORM OPEN-FILES
           PERFORM SCAN-BOOKS
           IF WS-ERES-SUCCESS
               PERFORM SCAN-ERESOURCES
           END-IF
           PERFORM WRITE-ASSET-REPORT
           PERFORM CLOSE-FILES
           DISPLAY "資産台帳を出力しました: "
               WS-REPORT-FILENAME
           DISPLAY "財務課向けファイル: " WS-EXTRACT-FILENAME
           GOBACK.

                   ".dat" DELIMITED BY SIZE
               INTO WS-EXTRACT-FILENAME
           OPEN INPUT BOOK-FILE
           OPEN INPUT ERES-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT EXTRACT-FILE.

       CLOSE-FILES SECTION.
           CLOSE BOOK-FILE
           IF WS-ERES-SUCCESS OR WS-ERES-EOF
               CLOSE ERES-FILE
           END-IF
           CLOSE REPORT-FILE
           CLOSE EXTRACT-FILE.

               END-IF
           ELSE
               PERFORM COMPUTE-BOOK-VALUE
               IF BOOK-GIFT
                   MOVE "G" TO WS-AS-WORK-KIND
                   PERFORM ADD-TO-ASSET-TABLE
                   ADD 1 TO WS-GIFT-QTY
                   ADD BOOK-PRICE TO WS-GIFT-COST
                   ADD WS-BOOK-VALUE TO WS-GIFT-VALUE
               ELSE
                   MOVE "A" TO WS-AS-WORK-KIND
                   PERFORM ADD-TO-ASSET-TABLE
                   ADD 1 TO WS-TOTAL-QTY
                   ADD BOOK-PRICE TO WS-TOTAL-COST
                   ADD WS-BOOK-VALUE TO WS-TOTAL-VALUE
               END-IF
           END-IF.

      * 契約期間が当年度にかかる電子資料を予算ごとに集計する
       SCAN-ERESOURCES SECTION.
           MOVE LOW-VALUES TO ERES-ID
           START ERES-FILE KEY >= ERES-ID
               INVALID KEY
                   MOVE "10" TO WS-ERES-STATUS
           END-START
           PERFORM UNTIL WS-ERES-EOF
               READ ERES-FILE NEXT
                   AT END
                       MOVE "10" TO WS-ERES-STATUS
                   NOT AT END
                       IF ERES-LICENSE-START <= WS-FY-END
                       AND ERES-LICENSE-END >= WS-FY-START
                           PERFORM ADD-TO-ERES-TABLE
                       END-IF
               END-READ
           END-PERFORM.

       ADD-TO-ERES-TABLE SECTION.
           MOVE ZERO TO WS-EF-SLOT
           PERFORM VARYING WS-EF-I FROM 1 BY 1
                   UNTIL WS-EF-I > WS-EF-COUNT
                   OR WS-EF-SLOT > ZERO
               IF WS-EF-FUND(WS-EF-I) = ERES-FUND-CODE
                   MOVE WS-EF-I TO WS-EF-SLOT
               END-IF
           END-PERFORM
           IF WS-EF-SLOT = ZERO
           AND WS-EF-COUNT < 200
               ADD 1 TO WS-EF-COUNT
               MOVE WS-EF-COUNT TO WS-EF-SLOT
               MOVE ERES-FUND-CODE TO WS-EF-FUND(WS-EF-SLOT)
               MOVE ZERO TO WS-EF-QTY(WS-EF-SLOT)
               MOVE ZERO TO WS-EF-COST(WS-EF-SLOT)
           END-IF
           IF WS-EF-SLOT > ZERO
               ADD 1 TO WS-EF-QTY(WS-EF-SLOT)
               ADD ERES-PRICE TO WS-EF-COST(WS-EF-SLOT)
               ADD 1 TO WS-ERES-QTY
               ADD ERES-PRICE TO WS-ERES-COST
           END-IF.

      * 経過年数帯による定額法評価
                   PERFORM WRITE-ASSET-LINE
               END-IF
           END-PERFORM
           MOVE "購入分合計" TO WS-TOT-LABEL
           MOVE WS-TOTAL-QTY TO WS-TOT-QTY
           MOVE WS-TOTAL-COST TO WS-TOT-COST
           MOVE WS-TOTAL-VALUE TO WS-TOT-VALUE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-SECTION-GIFTS
           PERFORM VARYING WS-AS-I FROM 1 BY 1
                   UNTIL WS-AS-I > WS-AS-COUNT
               IF WS-AS-KIND(WS-AS-I) = "G"
                   PERFORM WRITE-ASSET-LINE
               END-IF
           END-PERFORM
           MOVE "寄贈分合計" TO WS-TOT-LABEL
           MOVE WS-GIFT-QTY TO WS-TOT-QTY
           MOVE WS-GIFT-COST TO WS-TOT-COST
           MOVE WS-GIFT-VALUE TO WS-TOT-VALUE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           COMPUTE WS-ALL-QTY = WS-TOTAL-QTY + WS-GIFT-QTY
           COMPUTE WS-ALL-COST = WS-TOTAL-COST + WS-GIFT-COST
           COMPUTE WS-ALL-VALUE = WS-TOTAL-VALUE + WS-GIFT-VALUE
           MOVE "所蔵合計" TO WS-TOT-LABEL
           MOVE WS-ALL-QTY TO WS-TOT-QTY
           MOVE WS-ALL-COST TO WS-TOT-COST
           MOVE WS-ALL-VALUE TO WS-TOT-VALUE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-SECTION-DISPOSALS
           PERFORM VARYING WS-AS-I FROM 1 BY 1
                   UNTIL WS-AS-I > WS-AS-COUNT
           MOVE WS-DISP-QTY TO WS-TOT-QTY
           MOVE WS-DISP-COST TO WS-TOT-COST
           MOVE ZERO TO WS-TOT-VALUE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-SECTION-ERESOURCES
           PERFORM VARYING WS-EF-I FROM 1 BY 1
                   UNTIL WS-EF-I > WS-EF-COUNT
               PERFORM WRITE-ERES-LINE
           END-PERFORM
           MOVE "電子資料合計" TO WS-TOT-LABEL
           MOVE WS-ERES-QTY TO WS-TOT-QTY
           MOVE WS-ERES-COST TO WS-TOT-COST
           MOVE ZERO TO WS-TOT-VALUE
           WRITE REPORT-LINE FROM WS-TOTAL-LINE.

       WRITE-ASSET-LINE SECTION.
           MOVE WS-AS-COST(WS-AS-I) TO WS-EX-COST
           MOVE WS-AS-VALUE(WS-AS-I) TO WS-EX-VALUE
           WRITE EXTRACT-LINE FROM WS-EXTRACT-DETAIL.

       WRITE-ERES-LINE SECTION.
           MOVE WS-EF-FUND(WS-EF-I) TO WS-DET-BRANCH
           MOVE SPACES TO WS-DET-CATEGORY
           MOVE WS-EF-QTY(WS-EF-I) TO WS-DET-QTY
           MOVE WS-EF-COST(WS-EF-I) TO WS-DET-COST
           MOVE ZERO TO WS-DET-VALUE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE
           MOVE "E" TO WS-EX-KIND
           MOVE WS-EF-FUND(WS-EF-I) TO WS-EX-BRANCH
           MOVE SPACES TO WS-EX-CATEGORY
           MOVE WS-EF-QTY(WS-EF-I) TO WS-EX-QTY
           MOVE WS-EF-COST(WS-EF-I) TO WS-EX-COST
           MOVE ZERO TO WS-EX-VALUE
           WRITE EXTRACT-LINE FROM WS-EXTRACT-DETAIL.
