******************************************************************
      * 図書館管理システム - 学術図書館実態調査 年次統計報告バッチ
      *
      * 年度末の締め後に実行し、指定年度（4月-3月。0=前年度）の
      * 調査票の数値を調査票の項目番号の順に出力する。
      *  1 蔵書数（年度末現在、資料区分別）
      *  2 受入冊数（購入・寄贈別）
      *  3 貸出冊数（利用者区分別。退避済の貸出記録を含む）
      *  4 相互貸借（貸出・借受の件数）
      *  5 逐次刊行物の受入種類数
      *  6 登録利用者数（年度末現在、利用者区分別）
      *  7 レファレンス件数（質問区分別）
      * 各数値には注記番号を付け、末尾の注記に集計条件と照合先の
      * 報告（LIBASSET・LIBRPT02・LIBREFR など）を示す。
      * 印字報告書と、調査票入力用の固定長ファイル
      * （項目番号(6) 数値(9)）を出力する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBANNS.

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

           SELECT LOAN-FILE
               ASSIGN TO "loan.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOAN-NO
               FILE STATUS IS WS-LOAN-STATUS.

           SELECT ARCHIVE-FILE
               ASSIGN TO "loan_archive.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LARC-LOAN-NO
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT USER-FILE
               ASSIGN TO "user.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USER-ID
               FILE STATUS IS WS-USER-STATUS.

           SELECT ILL-FILE
               ASSIGN TO "ill.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ILL-NO
               FILE STATUS IS WS-ILL-STATUS.

           SELECT ISSUE-FILE
               ASSIGN TO "serial_issue.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ISS-KEY
               FILE STATUS IS WS-ISS-STATUS.

           SELECT REFQ-FILE
               ASSIGN TO "refdesk.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REFQ-NO
               FILE STATUS IS WS-REFQ-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT EXTRACT-FILE
               ASSIGN TO WS-EXTRACT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOOK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BOOKFILE.

       FD  LOAN-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOANFILE.

       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY LOANARCH.

       FD  USER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY USERFILE.

       FD  ILL-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ILLFILE.

       FD  ISSUE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SERISS.

       FD  REFQ-FILE
           LABEL RECORDS ARE STANDARD.
           COPY REFQFILE.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE              PIC X(132).

       FD  EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  EXTRACT-LINE             PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-BOOK-STATUS           PIC XX VALUE "00".
           88  WS-BOOK-SUCCESS      VALUE "00".
           88  WS-BOOK-EOF          VALUE "10".

       01  WS-LOAN-STATUS           PIC XX VALUE "00".
           88  WS-LOAN-SUCCESS      VALUE "00".
           88  WS-LOAN-EOF          VALUE "10".

       01  WS-ARCH-STATUS           PIC XX VALUE "00".
           88  WS-ARCH-SUCCESS      VALUE "00".
           88  WS-ARCH-EOF          VALUE "10".

       01  WS-USER-STATUS           PIC XX VALUE "00".
           88  WS-USER-SUCCESS      VALUE "00".
           88  WS-USER-EOF          VALUE "10".

       01  WS-ILL-STATUS            PIC XX VALUE "00".
           88  WS-ILL-SUCCESS       VALUE "00".
           88  WS-ILL-EOF           VALUE "10".

       01  WS-ISS-STATUS            PIC XX VALUE "00".
           88  WS-ISS-SUCCESS       VALUE "00".
           88  WS-ISS-EOF           VALUE "10".

       01  WS-REFQ-STATUS           PIC XX VALUE "00".
           88  WS-REFQ-SUCCESS      VALUE "00".
           88  WS-REFQ-EOF          VALUE "10".

       01  WS-REPORT-STATUS         PIC XX VALUE "00".
           88  WS-REPORT-SUCCESS    VALUE "00".

       01  WS-EXTRACT-STATUS        PIC XX VALUE "00".
           88  WS-EXTRACT-SUCCESS   VALUE "00".

       01  WS-CURRENT-DATE          PIC 9(08) VALUE ZERO.
       01  WS-REPORT-FILENAME       PIC X(40) VALUE SPACES.
       01  WS-EXTRACT-FILENAME      PIC X(40) VALUE SPACES.

      * 対象年度（4月始まり）
       01  WS-FISCAL-YEAR           PIC 9(4) VALUE ZERO.
       01  WS-FY-START              PIC 9(8) VALUE ZERO.
       01  WS-FY-END                PIC 9(8) VALUE ZERO.

      * 集計値（資料区分1-4=BK/AV/RF/NW、利用者区分1-3=一般・
      * 学生・教職員、4=その他、質問区分1-4=D/R/S/T）
       01  WS-COUNT-TABLE.
           05  WS-HOLD-CNT          PIC 9(7) OCCURS 4 TIMES.
           05  WS-LOAN-CNT          PIC 9(7) OCCURS 4 TIMES.
           05  WS-PATRON-CNT        PIC 9(7) OCCURS 4 TIMES.
           05  WS-REF-CNT           PIC 9(7) OCCURS 4 TIMES.
       01  WS-ACQ-PURCHASE          PIC 9(7) VALUE ZERO.
       01  WS-ACQ-GIFT              PIC 9(7) VALUE ZERO.
       01  WS-ILL-LENT              PIC 9(7) VALUE ZERO.
       01  WS-ILL-BORROWED          PIC 9(7) VALUE ZERO.
       01  WS-SER-TITLES            PIC 9(7) VALUE ZERO.
       01  WS-SER-ISSUES            PIC 9(7) VALUE ZERO.
       01  WS-PATRON-NEW            PIC 9(7) VALUE ZERO.
       01  WS-REF-SKIPPED           PIC 9(5) VALUE ZERO.
       01  WS-TOTAL                 PIC 9(9) VALUE ZERO.
       01  WS-IDX                   PIC 9(1) VALUE ZERO.
       01  WS-LOAN-USER-ID          PIC X(8) VALUE SPACES.
       01  WS-LAST-SER-ID           PIC X(6) VALUE SPACES.

       01  WS-MATERIAL-NAMES.
           05  FILLER               PIC X(30) VALUE
               "図書（BK・区分なし）".
           05  FILLER               PIC X(30) VALUE
               "視聴覚資料（AV）".
           05  FILLER               PIC X(30) VALUE
               "参考図書（RF）".
           05  FILLER               PIC X(30) VALUE
               "新聞（NW）".
       01  WS-MATERIAL-NAME-TABLE REDEFINES WS-MATERIAL-NAMES.
           05  WS-MATERIAL-NAME     PIC X(30) OCCURS 4 TIMES.

       01  WS-USER-TYPE-NAMES.
           05  FILLER               PIC X(30) VALUE "一般".
           05  FILLER               PIC X(30) VALUE "学生".
           05  FILLER               PIC X(30) VALUE "教職員".
           05  FILLER               PIC X(30) VALUE "その他".
       01  WS-USER-TYPE-NAME-TABLE REDEFINES WS-USER-TYPE-NAMES.
           05  WS-USER-TYPE-NAME    PIC X(30) OCCURS 4 TIMES.

       01  WS-TYPE-NAMES.
           05  FILLER               PIC X(30) VALUE "所在案内".
           05  FILLER               PIC X(30) VALUE "即答".
           05  FILLER               PIC X(30) VALUE "調査".
           05  FILLER               PIC X(30) VALUE "機器・技術".
       01  WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAMES.
           05  WS-TYPE-NAME         PIC X(30) OCCURS 4 TIMES.

       01  WS-HEADER1               PIC X(132) VALUE ALL "=".
       01  WS-HEADER2               PIC X(132) VALUE
           "            学術図書館実態調査 年次統計報告".
       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.
       01  WS-RULE-LINE             PIC X(132) VALUE ALL "-".

       01  WS-FY-LINE.
           05  FILLER               PIC X(14) VALUE "対象年度: ".
           05  WS-HD-FY             PIC 9(4).
           05  FILLER               PIC X(9) VALUE "年度（".
           05  WS-HD-FROM           PIC 9(8).
           05  FILLER               PIC X(3) VALUE "〜".
           05  WS-HD-TO             PIC 9(8).
           05  FILLER               PIC X(3) VALUE "）".
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(11) VALUE "作成日: ".
           05  WS-HD-RUN            PIC 9(8).
           05  FILLER               PIC X(60) VALUE SPACES.

       01  WS-COLUMN-LINE           PIC X(132) VALUE
           "  番号    調査項目                    "
           & "                     数値    注記".

       01  WS-ITEM-LINE.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-IL-ITEM           PIC X(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-IL-NAME           PIC X(48).
           05  WS-IL-VALUE          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-IL-NOTE           PIC X(4).
           05  FILLER               PIC X(55) VALUE SPACES.

      * 調査票入力用ファイルの1行
       01  WS-EXTRACT-DETAIL.
           05  WS-EX-ITEM           PIC X(6).
           05  WS-EX-VALUE          PIC 9(9).
           05  FILLER               PIC X(25) VALUE SPACES.

       01  WS-ITEM-VALUE            PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           PERFORM GET-PARAMETERS
           PERFORM OPEN-FILES
           PERFORM COUNT-BOOKS
           PERFORM COUNT-LOANS
           PERFORM COUNT-ARCHIVED-LOANS
           PERFORM COUNT-ILL
           PERFORM COUNT-SERIALS
           PERFORM COUNT-PATRONS
           PERFORM COUNT-REFERENCE
           PERFORM WRITE-SURVEY-REPORT
           PERFORM CLOSE-FILES
           DISPLAY "年次統計報告を出力しました: "
               WS-REPORT-FILENAME
           DISPLAY "調査票入力用ファイル: "
               WS-EXTRACT-FILENAME
           GOBACK.

       GET-PARAMETERS SECTION.
           DISPLAY "対象年度（YYYY、0=前年度）: "
           ACCEPT WS-FISCAL-YEAR
           IF WS-FISCAL-YEAR = ZERO
               MOVE WS-CURRENT-DATE(1:4) TO WS-FISCAL-YEAR
               IF WS-CURRENT-DATE(5:2) < "04"
                   SUBTRACT 1 FROM WS-FISCAL-YEAR
               END-IF
               SUBTRACT 1 FROM WS-FISCAL-YEAR
           END-IF
           COMPUTE WS-FY-START = WS-FISCAL-YEAR * 10000 + 0401
           COMPUTE WS-FY-END = (WS-FISCAL-YEAR + 1) * 10000 + 0331
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
               MOVE ZERO TO WS-HOLD-CNT(WS-IDX)
               MOVE ZERO TO WS-LOAN-CNT(WS-IDX)
               MOVE ZERO TO WS-PATRON-CNT(WS-IDX)
               MOVE ZERO TO WS-REF-CNT(WS-IDX)
           END-PERFORM.

       OPEN-FILES SECTION.
           STRING "annual_survey_" DELIMITED BY SIZE
                   WS-CURRENT-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           STRING "annual_survey_" DELIMITED BY SIZE
                   WS-CURRENT-DATE DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
               INTO WS-EXTRACT-FILENAME
           OPEN INPUT BOOK-FILE
           OPEN INPUT LOAN-FILE
           OPEN INPUT ARCHIVE-FILE
           OPEN INPUT USER-FILE
           OPEN INPUT ILL-FILE
           OPEN INPUT ISSUE-FILE
           OPEN INPUT REFQ-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT EXTRACT-FILE.

       CLOSE-FILES SECTION.
           IF WS-BOOK-SUCCESS OR WS-BOOK-EOF
               CLOSE BOOK-FILE
           END-IF
           IF WS-LOAN-SUCCESS OR WS-LOAN-EOF
               CLOSE LOAN-FILE
           END-IF
           IF WS-ARCH-SUCCESS OR WS-ARCH-EOF
               CLOSE ARCHIVE-FILE
           END-IF
           IF WS-USER-SUCCESS OR WS-USER-EOF
               CLOSE USER-FILE
           END-IF
           IF WS-ILL-SUCCESS OR WS-ILL-EOF
               CLOSE ILL-FILE
           END-IF
           IF WS-ISS-SUCCESS OR WS-ISS-EOF
               CLOSE ISSUE-FILE
           END-IF
           IF WS-REFQ-SUCCESS OR WS-REFQ-EOF
               CLOSE REFQ-FILE
           END-IF
           CLOSE REPORT-FILE
           CLOSE EXTRACT-FILE.

      * 蔵書数（年度末に所蔵していたもの）と年度内の受入冊数
       COUNT-BOOKS SECTION.
           IF NOT WS-BOOK-SUCCESS
               DISPLAY "蔵書ファイルが見つかりません。"
           ELSE
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
                           PERFORM COUNT-ONE-BOOK
                   END-READ
               END-PERFORM
           END-IF.

       COUNT-ONE-BOOK SECTION.
           IF BOOK-REGISTER-DATE >= WS-FY-START
           AND BOOK-REGISTER-DATE <= WS-FY-END
               IF BOOK-GIFT
                   ADD 1 TO WS-ACQ-GIFT
               ELSE
                   ADD 1 TO WS-ACQ-PURCHASE
               END-IF
           END-IF
           IF BOOK-REGISTER-DATE <= WS-FY-END
               IF BOOK-STATUS NOT = "W"
               OR BOOK-WITHDRAW-DATE > WS-FY-END
                   PERFORM ADD-HOLDING-BY-MATERIAL
               END-IF
           END-IF.

       ADD-HOLDING-BY-MATERIAL SECTION.
           EVALUATE BOOK-MATERIAL-TYPE
               WHEN "AV"
                   MOVE 2 TO WS-IDX
               WHEN "RF"
                   MOVE 3 TO WS-IDX
               WHEN "NW"
                   MOVE 4 TO WS-IDX
               WHEN OTHER
                   MOVE 1 TO WS-IDX
           END-EVALUATE
           ADD 1 TO WS-HOLD-CNT(WS-IDX).

      * 貸出日が年度内の貸出を借りた利用者の区分で数える
       COUNT-LOANS SECTION.
           IF WS-LOAN-SUCCESS
               MOVE ZERO TO LOAN-NO
               START LOAN-FILE KEY >= LOAN-NO
                   INVALID KEY
                       MOVE "10" TO WS-LOAN-STATUS
               END-START
               PERFORM UNTIL WS-LOAN-EOF
                   READ LOAN-FILE NEXT
                       AT END
                           MOVE "10" TO WS-LOAN-STATUS
                       NOT AT END
                           IF LOAN-DATE >= WS-FY-START
                           AND LOAN-DATE <= WS-FY-END
                               MOVE LOAN-USER-ID TO WS-LOAN-USER-ID
                               PERFORM ADD-LOAN-BY-USER-TYPE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       COUNT-ARCHIVED-LOANS SECTION.
           IF WS-ARCH-SUCCESS
               MOVE ZERO TO LARC-LOAN-NO
               START ARCHIVE-FILE KEY >= LARC-LOAN-NO
                   INVALID KEY
                       MOVE "10" TO WS-ARCH-STATUS
               END-START
               PERFORM UNTIL WS-ARCH-EOF
                   READ ARCHIVE-FILE NEXT
                       AT END
                           MOVE "10" TO WS-ARCH-STATUS
                       NOT AT END
                           IF LARC-LOAN-DATE >= WS-FY-START
                           AND LARC-LOAN-DATE <= WS-FY-END
                               MOVE LARC-USER-ID TO WS-LOAN-USER-ID
                               PERFORM ADD-LOAN-BY-USER-TYPE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * 利用者マスタにない利用者の貸出は「その他」に数える
       ADD-LOAN-BY-USER-TYPE SECTION.
           MOVE 4 TO WS-IDX
           IF WS-USER-SUCCESS
               MOVE WS-LOAN-USER-ID TO USER-ID
               READ USER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM SET-USER-TYPE-INDEX
               END-READ
               MOVE "00" TO WS-USER-STATUS
           END-IF
           ADD 1 TO WS-LOAN-CNT(WS-IDX).

       SET-USER-TYPE-INDEX SECTION.
           EVALUATE USER-TYPE
               WHEN "1"
                   MOVE 1 TO WS-IDX
               WHEN "2"
                   MOVE 2 TO WS-IDX
               WHEN "3"
                   MOVE 3 TO WS-IDX
               WHEN OTHER
                   MOVE 4 TO WS-IDX
           END-EVALUATE.

       COUNT-ILL SECTION.
           IF WS-ILL-SUCCESS
               MOVE ZERO TO ILL-NO
               START ILL-FILE KEY >= ILL-NO
                   INVALID KEY
                       MOVE "10" TO WS-ILL-STATUS
               END-START
               PERFORM UNTIL WS-ILL-EOF
                   READ ILL-FILE NEXT
                       AT END
                           MOVE "10" TO WS-ILL-STATUS
                       NOT AT END
                           IF ILL-REQUEST-DATE >= WS-FY-START
                           AND ILL-REQUEST-DATE <= WS-FY-END
                               IF ILL-LENDING
                                   ADD 1 TO WS-ILL-LENT
                               END-IF
                               IF ILL-BORROWING
                                   ADD 1 TO WS-ILL-BORROWED
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * 号の記録はタイトル順に並ぶので、年度内に受け入れた号の
      * あるタイトルを続けて数えないよう直前のタイトルを覚える
       COUNT-SERIALS SECTION.
           IF WS-ISS-SUCCESS
               MOVE LOW-VALUES TO ISS-KEY
               START ISSUE-FILE KEY >= ISS-KEY
                   INVALID KEY
                       MOVE "10" TO WS-ISS-STATUS
               END-START
               PERFORM UNTIL WS-ISS-EOF
                   READ ISSUE-FILE NEXT
                       AT END
                           MOVE "10" TO WS-ISS-STATUS
                       NOT AT END
                           IF ISS-RECEIVED-DATE >= WS-FY-START
                           AND ISS-RECEIVED-DATE <= WS-FY-END
                               ADD 1 TO WS-SER-ISSUES
                               IF ISS-SER-ID NOT = WS-LAST-SER-ID
                                   ADD 1 TO WS-SER-TITLES
                                   MOVE ISS-SER-ID TO WS-LAST-SER-ID
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * 年度末までに登録した有効な利用者と、年度内の新規登録
       COUNT-PATRONS SECTION.
           IF WS-USER-SUCCESS
               MOVE LOW-VALUES TO USER-ID
               START USER-FILE KEY >= USER-ID
                   INVALID KEY
                       MOVE "10" TO WS-USER-STATUS
               END-START
               PERFORM UNTIL WS-USER-EOF
                   READ USER-FILE NEXT
                       AT END
                           MOVE "10" TO WS-USER-STATUS
                       NOT AT END
                           IF USER-REGISTER-DATE <= WS-FY-END
                           AND USER-STATUS = "A"
                               PERFORM SET-USER-TYPE-INDEX
                               ADD 1 TO WS-PATRON-CNT(WS-IDX)
                               IF USER-REGISTER-DATE >= WS-FY-START
                                   ADD 1 TO WS-PATRON-NEW
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       COUNT-REFERENCE SECTION.
           IF WS-REFQ-SUCCESS
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
                           IF REFQ-DATE >= WS-FY-START
                           AND REFQ-DATE <= WS-FY-END
                               PERFORM COUNT-ONE-REFERENCE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * 月報と同じく、区分・手段の不正な記録は集計外とする
       COUNT-ONE-REFERENCE SECTION.
           EVALUATE TRUE
               WHEN REFQ-DIRECTIONAL
                   MOVE 1 TO WS-IDX
               WHEN REFQ-READY-REF
                   MOVE 2 TO WS-IDX
               WHEN REFQ-RESEARCH
                   MOVE 3 TO WS-IDX
               WHEN REFQ-TECHNICAL
                   MOVE 4 TO WS-IDX
               WHEN OTHER
                   MOVE ZERO TO WS-IDX
           END-EVALUATE
           IF WS-IDX = ZERO
           OR NOT REFQ-CHANNEL-VALID
               ADD 1 TO WS-REF-SKIPPED
           ELSE
               ADD 1 TO WS-REF-CNT(WS-IDX)
           END-IF.

       WRITE-SURVEY-REPORT SECTION.
           WRITE REPORT-LINE FROM WS-HEADER1
           WRITE REPORT-LINE FROM WS-HEADER2
           WRITE REPORT-LINE FROM WS-HEADER1
           MOVE WS-FISCAL-YEAR TO WS-HD-FY
           MOVE WS-FY-START TO WS-HD-FROM
           MOVE WS-FY-END TO WS-HD-TO
           MOVE WS-CURRENT-DATE TO WS-HD-RUN
           WRITE REPORT-LINE FROM WS-FY-LINE
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-LINE
           WRITE REPORT-LINE FROM WS-RULE-LINE
           PERFORM WRITE-HOLDINGS
           PERFORM WRITE-ACQUISITIONS
           PERFORM WRITE-LOANS
           PERFORM WRITE-ILL
           PERFORM WRITE-SERIALS
           PERFORM WRITE-PATRONS
           PERFORM WRITE-REFERENCE
           WRITE REPORT-LINE FROM WS-RULE-LINE
           PERFORM WRITE-FOOTNOTES
           WRITE REPORT-LINE FROM WS-HEADER1.

       WRITE-HOLDINGS SECTION.
           MOVE "1 蔵書数（年度末現在）" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "(1)" TO WS-IL-NOTE
           MOVE ZERO TO WS-TOTAL
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
               MOVE SPACES TO WS-IL-ITEM
               STRING "1-" DELIMITED BY SIZE
                       WS-IDX DELIMITED BY SIZE
                   INTO WS-IL-ITEM
               MOVE WS-MATERIAL-NAME(WS-IDX) TO WS-IL-NAME
               MOVE WS-HOLD-CNT(WS-IDX) TO WS-ITEM-VALUE
               PERFORM WRITE-ITEM-LINE
               ADD WS-HOLD-CNT(WS-IDX) TO WS-TOTAL
           END-PERFORM
           MOVE "1-9" TO WS-IL-ITEM
           MOVE "計" TO WS-IL-NAME
           MOVE WS-TOTAL TO WS-ITEM-VALUE
           PERFORM WRITE-ITEM-LINE.

       WRITE-ACQUISITIONS SECTION.
           MOVE "2 年間受入冊数" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "(2)" TO WS-IL-NOTE
           MOVE "2-1" TO WS-IL-ITEM
           MOVE "購入" TO WS-IL-NAME
           MOVE WS-ACQ-PURCHASE TO WS-ITEM-VALUE
           PERFORM WRITE-ITEM-LINE
           MOVE "2-2" TO WS-IL-ITEM
           MOVE "寄贈" TO WS-IL-NAME
           MOVE WS-ACQ-GIFT TO WS-ITEM-VALUE
           PERFORM WRITE-ITEM-LINE
           MOVE "2-9" TO WS-IL-ITEM
           MOVE "計" TO WS-IL-NAME
           COMPUTE WS-ITEM-VALUE = WS-ACQ-PURCHASE + WS-ACQ-GIFT
           PERFORM WRITE-ITEM-LINE.

       WRITE-LOANS SECTION.
           MOVE "3 年間貸出冊数（利用者区分別）"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "(3)" TO WS-IL-NOTE
           MOVE ZERO TO WS-TOTAL
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
               MOVE SPACES TO WS-IL-ITEM
               STRING "3-" DELIMITED BY SIZE
                       WS-IDX DELIMITED BY SIZE
                   INTO WS-IL-ITEM
               MOVE WS-USER-TYPE-NAME(WS-IDX) TO WS-IL-NAME
               MOVE WS-LOAN-CNT(WS-IDX) TO WS-ITEM-VALUE
               PERFORM WRITE-ITEM-LINE
               ADD WS-LOAN-CNT(WS-IDX) TO WS-TOTAL
           END-PERFORM
           MOVE "3-9" TO WS-IL-ITEM
           MOVE "計" TO WS-IL-NAME
           MOVE WS-TOTAL TO WS-ITEM-VALUE
           PERFORM WRITE-ITEM-LINE.

       WRITE-ILL SECTION.
           MOVE "4 相互貸借（年間件数）" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "(4)" TO WS-IL-NOTE
           MOVE "4-1" TO WS-IL-ITEM
           MOVE "貸出（他館へ）" TO WS-IL-NAME
           MOVE WS-ILL-LENT TO WS-ITEM-VALUE
           PERFORM WRITE-ITEM-LINE
           MOVE "4-2" TO WS-IL-ITEM
           MOVE "借受（他館から）" TO WS-IL-NAME
           MOVE WS-ILL-BORROWED TO WS-ITEM-VALUE
           PERFORM WRITE-ITEM-LINE.

       WRITE-SERIALS SECTION.
           MOVE "5 逐次刊行物" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "(5)" TO WS-IL-NOTE
           MOVE "5-1" TO WS-IL-ITEM
           MOVE "受入種類数（タイトル）" TO WS-IL-NAME
           MOVE WS-SER-TITLES TO WS-ITEM-VALUE
           PERFORM WRITE-ITEM-LINE
           MOVE "5-2" TO WS-IL-ITEM
           MOVE "受入号数（参考）" TO WS-IL-NAME
           MOVE WS-SER-ISSUES TO WS-ITEM-VALUE
           PERFORM WRITE-ITEM-LINE.

       WRITE-PATRONS SECTION.
           MOVE "6 登録利用者数（年度末現在）"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "(6)" TO WS-IL-NOTE
           MOVE ZERO TO WS-TOTAL
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
               MOVE SPACES TO WS-IL-ITEM
               STRING "6-" DELIMITED BY SIZE
                       WS-IDX DELIMITED BY SIZE
                   INTO WS-IL-ITEM
               MOVE WS-USER-TYPE-NAME(WS-IDX) TO WS-IL-NAME
               MOVE WS-PATRON-CNT(WS-IDX) TO WS-ITEM-VALUE
               PERFORM WRITE-ITEM-LINE
               ADD WS-PATRON-CNT(WS-IDX) TO WS-TOTAL
           END-PERFORM
           MOVE "6-9" TO WS-IL-ITEM
           MOVE "計" TO WS-IL-NAME
           MOVE WS-TOTAL TO WS-ITEM-VALUE
           PERFORM WRITE-ITEM-LINE
           MOVE "6-10" TO WS-IL-ITEM
           MOVE "うち年度内の新規登録" TO WS-IL-NAME
           MOVE WS-PATRON-NEW TO WS-ITEM-VALUE
           PERFORM WRITE-ITEM-LINE.

       WRITE-REFERENCE SECTION.
           MOVE "7 レファレンス件数（質問区分別）"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "(7)" TO WS-IL-NOTE
           MOVE ZERO TO WS-TOTAL
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
               MOVE SPACES TO WS-IL-ITEM
               STRING "7-" DELIMITED BY SIZE
                       WS-IDX DELIMITED BY SIZE
                   INTO WS-IL-ITEM
               MOVE WS-TYPE-NAME(WS-IDX) TO WS-IL-NAME
               MOVE WS-REF-CNT(WS-IDX) TO WS-ITEM-VALUE
               PERFORM WRITE-ITEM-LINE
               ADD WS-REF-CNT(WS-IDX) TO WS-TOTAL
           END-PERFORM
           MOVE "7-9" TO WS-IL-ITEM
           MOVE "計" TO WS-IL-NAME
           MOVE WS-TOTAL TO WS-ITEM-VALUE
           PERFORM WRITE-ITEM-LINE.

      * 報告書の1行と調査票入力用ファイルの1行を同じ値で書く
       WRITE-ITEM-LINE SECTION.
           MOVE WS-ITEM-VALUE TO WS-IL-VALUE
           WRITE REPORT-LINE FROM WS-ITEM-LINE
           MOVE WS-IL-ITEM TO WS-EX-ITEM
           MOVE WS-ITEM-VALUE TO WS-EX-VALUE
           WRITE EXTRACT-LINE FROM WS-EXTRACT-DETAIL.

      * 各数値の集計条件と照合先の報告
       WRITE-FOOTNOTES SECTION.
           MOVE "注記" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE
               "(1) 登録日が年度末以前で、年度末まで"
               & "に除却していない資料（book.dat）。"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE
               "    資料区分が空白のものは図書とする。"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE
               "    資産台帳（LIBASSET）を年度末に実行"
               & "したときの所蔵の部と"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE
               "    寄贈の部の冊数の合計と一致する。"
               & "年度末より後の受入は除き、"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE
               "    年度末より後の除却は所蔵に戻して"
               & "数えている。"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE
               "(2) 登録日が年度内の資料（年度内に除"
               & "却したものを含む）。"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE
               "    受入区分G（寄贈）を寄贈、それ以外"
               & "を購入とする。"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE
               "    購入は受入管理（LIBACQ）の検収件数"
               & "、寄贈は寄贈受入（LIBGIFT）の"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "    受入件数の年度内合計と照合する。"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE
               "(3) 貸出日が年度内の貸出（loan.datと退"
               & "避済のloan_archive.dat）を"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE
               "    借りた利用者の区分で数える。貸出"
               & "統計（LIBRPT02）の4月〜3月の"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE
               "    月別件数の合計に、貸出記録退避"
               & "（LIBARCH）で移した分を加えた"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE
               "    ものと一致する。利用者マスタにな"
               & "い利用者の貸出はその他とする。"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE
               "(4) 依頼日が年度内の相互貸借（ill.dat）"
               & "。貸出は当館が貸した側、"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE
               "    借受は当館が借りた側の件数。相互"
               & "貸借管理（LIBILL）で登録した"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "    依頼の件数と照合する。"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE
               "(5) 受入日が年度内の号が1号以上あるタ"
               & "イトルの数（serial_issue.dat）。"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE
               "    逐次刊行物管理（LIBSER）のチェック"
               & "イン記録と照合する。"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "    受入号数は参考値。"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE
               "(6) 登録日が年度末以前で、現在有効（"
               & "状態A）の利用者（user.dat）。"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE
               "    利用者管理（LIBUSER）の一覧を状態A"
               & "で出した件数から、"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE
               "    年度末より後の登録を除いたものと"
               & "一致する。無効化した日は"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE
               "    記録していないので、年度末より後"
               & "に無効化した利用者は含まない。"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE
               "(7) 受付日が年度内のレファレンス受付"
               & "記録（refdesk.dat）。"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE
               "    レファレンス受付月報（LIBREFR）"
               & "12か月分の全分館の区分別件数の"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "    合計と一致する。"
               TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-REF-SKIPPED > ZERO
               MOVE SPACES TO REPORT-LINE
               STRING
                   "    区分・手段の不正な記録"
                   & "（集計外）: "
                       DELIMITED BY SIZE
                       WS-REF-SKIPPED DELIMITED BY SIZE
                       "件" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.
