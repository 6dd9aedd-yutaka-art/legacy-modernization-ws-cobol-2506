******************************************************************
      * 図書館管理システム - 多巻もの・シリーズ管理プログラム
      *
      * 百科事典・全集などのセットと刊行中のシリーズを
      * book_set.datに登録し、各巻の蔵書（BOOK-ID）を巻番号付きで
      * book_set_volume.datに紐付ける。セット照会では全巻を巻番号
      * 順に状態付きで示す（OPACも同じ巻リンクでセットを表示する）。
      * 欠巻・紛失巻レポートは、全巻数に対して所蔵のない巻、および
      * 紛失（L）・除籍（W）となった巻を列記し、補充購入に使う
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBSET.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.
       SPECIAL-NAMES.
           CONSOLE IS CRT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOK-SET-FILE
               ASSIGN TO "book_set.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BSET-ID
               FILE STATUS IS WS-BSET-STATUS.

           SELECT SET-VOLUME-FILE
               ASSIGN TO "book_set_volume.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BSV-KEY
               ALTERNATE RECORD KEY IS BSV-BOOK-ID WITH DUPLICATES
               FILE STATUS IS WS-BSV-STATUS.

           SELECT BOOK-FILE
               ASSIGN TO "book.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOK-ID
               ALTERNATE RECORD KEY IS BOOK-ISBN WITH DUPLICATES
               FILE STATUS IS WS-BOOK-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOOK-SET-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BSETFILE.

       FD  SET-VOLUME-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BSETVOL.

       FD  BOOK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BOOKFILE.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BSET-STATUS           PIC XX VALUE "00".
           88  WS-BSET-SUCCESS      VALUE "00".
           88  WS-BSET-NOT-FOUND    VALUE "23".
           88  WS-BSET-EOF          VALUE "10".

       01  WS-BSV-STATUS            PIC XX VALUE "00".
           88  WS-BSV-SUCCESS       VALUE "00".
           88  WS-BSV-NOT-FOUND     VALUE "23".
           88  WS-BSV-EOF           VALUE "10".

       01  WS-BOOK-STATUS           PIC XX VALUE "00".
           88  WS-BOOK-SUCCESS      VALUE "00".

       01  WS-REPORT-STATUS         PIC XX VALUE "00".
           88  WS-REPORT-SUCCESS    VALUE "00".

       01  WS-CONTINUE-FLAG         PIC X VALUE "Y".
           88  WS-CONTINUE          VALUE "Y", "y".
           88  WS-EXIT              VALUE "N", "n".

       01  WS-CHOICE                PIC 9 VALUE 0.
       01  WS-CURRENT-DATE          PIC 9(08) VALUE ZERO.
       01  WS-REPORT-FILENAME       PIC X(40) VALUE SPACES.

       01  WS-NEXT-BSET-ID          PIC 9(6) VALUE 1.
       01  WS-INPUT-BSET-ID         PIC 9(6) VALUE ZERO.
       01  WS-INPUT-VOL-NO          PIC 9(3) VALUE ZERO.
       01  WS-INPUT-BOOK-ID         PIC X(10) VALUE SPACES.
       01  WS-INPUT-VOL-LABEL       PIC X(20) VALUE SPACES.
       01  WS-VALID-FLAG            PIC X VALUE "N".
           88  WS-VALID             VALUE "Y".
       01  WS-SCAN-DONE-FLAG        PIC X VALUE "N".
           88  WS-SCAN-DONE         VALUE "Y".
       01  WS-STATUS-LABEL          PIC X(10) VALUE SPACES.
       01  WS-VOL-COUNT             PIC 9(4) VALUE ZERO.

       01  WS-AUDIT-KEY             PIC X(10) VALUE SPACES.
       01  WS-AUDIT-RETURN-CODE     PIC 9 VALUE 0.
       01  WS-AUDIT-BEFORE          PIC X(20) VALUE SPACES.
       01  WS-AUDIT-AFTER           PIC X(20) VALUE SPACES.

      * 欠巻判定用。巻番号ごとに紐付けの有無と利用できる複本
      * （紛失・除籍以外）の有無を持つ
       01  WS-VOL-TABLE.
           05  WS-VOL-ENTRY OCCURS 999 TIMES.
               10  WS-VOL-LINKED        PIC X(1).
               10  WS-VOL-USABLE        PIC X(1).
       01  WS-VOL-I                 PIC 9(4) VALUE ZERO.
       01  WS-LOST-COUNT            PIC 9(3) VALUE ZERO.
       01  WS-LOST-TABLE.
           05  WS-LOST-ENTRY OCCURS 200 TIMES.
               10  WS-LOST-VOL-NO       PIC 9(3).
               10  WS-LOST-BOOK-ID      PIC X(10).
               10  WS-LOST-STATUS       PIC X(1).
       01  WS-LOST-I                PIC 9(3) VALUE ZERO.
       01  WS-MISSING-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-SET-HEAD-FLAG         PIC X VALUE "N".
           88  WS-SET-HEAD-WRITTEN  VALUE "Y".
       01  WS-PROBLEM-SET-COUNT     PIC 9(5) VALUE ZERO.
       01  WS-MISSING-TOTAL         PIC 9(6) VALUE ZERO.
       01  WS-LOST-TOTAL            PIC 9(6) VALUE ZERO.

       01  WS-HEADER1               PIC X(132) VALUE ALL "=".
       01  WS-HEADER2               PIC X(132) VALUE
           "                          欠巻・紛失巻レポート".
       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-DATE-LINE.
           05  FILLER               PIC X(12) VALUE "作成日: ".
           05  WS-DL-DATE           PIC 9(8).
           05  FILLER               PIC X(112) VALUE SPACES.

       01  WS-SET-LINE.
           05  FILLER               PIC X(10) VALUE "セット ".
           05  WS-SL-SET-ID         PIC 9(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-SL-TITLE          PIC X(50).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  FILLER               PIC X(11) VALUE "全巻数: ".
           05  WS-SL-TOTAL          PIC ZZ9.
           05  FILLER               PIC X(48) VALUE SPACES.

       01  WS-VOL-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(4) VALUE "巻 ".
           05  WS-VL-VOL-NO         PIC ZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-VL-BOOK-ID        PIC X(10).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-VL-NOTE           PIC X(40).
           05  FILLER               PIC X(67) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER               PIC X(24) VALUE
               "要補充セット数: ".
           05  WS-TL-SETS           PIC ZZ,ZZ9.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(12) VALUE "欠巻: ".
           05  WS-TL-MISSING        PIC ZZZ,ZZ9.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(20) VALUE
               "紛失・除籍巻: ".
           05  WS-TL-LOST           PIC ZZZ,ZZ9.
           05  FILLER               PIC X(48) VALUE SPACES.

       COPY LIBERROR.

       LINKAGE SECTION.
       01  LS-OPERATOR-ID            PIC X(8).

       SCREEN SECTION.
       01  SET-MENU-SCREEN.
           05  LINE 2 COL 1         VALUE
               "多巻もの・シリーズ管理メニュー".
           05  LINE 4 COL 1         VALUE
               "1. セット・シリーズ登録".
           05  LINE 5 COL 1         VALUE "2. 巻の紐付け".
           05  LINE 6 COL 1         VALUE "3. 巻の紐付け解除".
           05  LINE 7 COL 1         VALUE "4. セット照会".
           05  LINE 8 COL 1         VALUE "5. セット一覧".
           05  LINE 9 COL 1         VALUE
               "6. 欠巻・紛失巻レポート".
           05  LINE 10 COL 1        VALUE "9. 戻る".
           05  LINE 12 COL 1        VALUE "選択: ".
           05  LINE 12 COL 8        PIC 9 USING WS-CHOICE.

       01  BSET-INPUT-SCREEN.
           05  LINE 2 COL 1         VALUE
               "セット・シリーズ登録".
           05  LINE 4 COL 1         VALUE "書名（セット名）: ".
           05  LINE 4 COL 20        PIC X(50) USING BSET-TITLE.
           05  LINE 5 COL 1         VALUE "出版社: ".
           05  LINE 5 COL 10        PIC X(30) USING BSET-PUBLISHER.
           05  LINE 6 COL 1         VALUE
               "種別（S:セット R:シリーズ）: ".
           05  LINE 6 COL 31        PIC X(1) USING BSET-TYPE.
           05  LINE 7 COL 1         VALUE
               "全巻数（シリーズは0=未定可）: ".
           05  LINE 7 COL 33        PIC 9(3) USING BSET-TOTAL-VOLS.

       01  BSET-ID-SCREEN.
           05  LINE 4 COL 1         VALUE "セット番号: ".
           05  LINE 4 COL 14        PIC 9(6) USING WS-INPUT-BSET-ID.

       01  BSV-INPUT-SCREEN.
           05  LINE 6 COL 1         VALUE "巻番号: ".
           05  LINE 6 COL 10        PIC 9(3) USING WS-INPUT-VOL-NO.
           05  LINE 7 COL 1         VALUE "図書ID: ".
           05  LINE 7 COL 10        PIC X(10) USING WS-INPUT-BOOK-ID.

       01  BSV-LABEL-SCREEN.
           05  LINE 8 COL 1         VALUE
               "巻の表示（省略可）: ".
           05  LINE 8 COL 22        PIC X(20) USING WS-INPUT-VOL-LABEL.

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
           OPEN I-O BOOK-SET-FILE
           IF WS-BSET-NOT-FOUND OR WS-BSET-STATUS = "35"
               OPEN OUTPUT BOOK-SET-FILE
               CLOSE BOOK-SET-FILE
               OPEN I-O BOOK-SET-FILE
           END-IF
           OPEN I-O SET-VOLUME-FILE
           IF WS-BSV-NOT-FOUND OR WS-BSV-STATUS = "35"
               OPEN OUTPUT SET-VOLUME-FILE
               CLOSE SET-VOLUME-FILE
               OPEN I-O SET-VOLUME-FILE
           END-IF
           OPEN INPUT BOOK-FILE.

       CLOSE-FILES SECTION.
           CLOSE BOOK-SET-FILE
           CLOSE SET-VOLUME-FILE
           CLOSE BOOK-FILE.

       DISPLAY-MENU SECTION.
           DISPLAY SET-MENU-SCREEN
           ACCEPT SET-MENU-SCREEN.

       PROCESS-CHOICE SECTION.
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM REGISTER-SET
               WHEN 2
                   PERFORM LINK-VOLUME
               WHEN 3
                   PERFORM UNLINK-VOLUME
               WHEN 4
                   PERFORM SHOW-SET
               WHEN 5
                   PERFORM LIST-SETS
               WHEN 6
                   PERFORM INCOMPLETE-SET-REPORT
               WHEN 9
                   MOVE "N" TO WS-CONTINUE-FLAG
               WHEN OTHER
                   DISPLAY MSG-INVALID-INPUT
           END-EVALUATE.

       REGISTER-SET SECTION.
           PERFORM GET-NEXT-BSET-ID
           INITIALIZE BSET-RECORD
           MOVE "S" TO BSET-TYPE
           DISPLAY BSET-INPUT-SCREEN
           ACCEPT BSET-INPUT-SCREEN
           EVALUATE TRUE
               WHEN BSET-TITLE = SPACES
                   DISPLAY "書名（セット名）は必須です。"
               WHEN NOT BSET-IS-SET AND NOT BSET-IS-SERIES
                   DISPLAY "種別はSかRで入力してください"
                       "。"
               WHEN BSET-IS-SET AND BSET-TOTAL-VOLS = ZERO
                   DISPLAY "セットは全巻数を入力してく"
                       "ださい。"
               WHEN OTHER
                   MOVE WS-NEXT-BSET-ID TO BSET-ID
                   MOVE WS-CURRENT-DATE TO BSET-ENTRY-DATE
                   MOVE LS-OPERATOR-ID TO BSET-ENTRY-OPER
                   WRITE BSET-RECORD
                       INVALID KEY
                           DISPLAY MSG-DUPLICATE-KEY
                       NOT INVALID KEY
                           DISPLAY "セットを登録しました。"
                               "番号: "
                               BSET-ID
                           MOVE BSET-ID TO WS-AUDIT-KEY
                           MOVE SPACES TO WS-AUDIT-BEFORE
                           MOVE BSET-TITLE TO WS-AUDIT-AFTER
                           CALL "LIBAUDIT" USING "BOOKSET",
                               WS-AUDIT-KEY, "CREATE", "LIBSET",
                               LS-OPERATOR-ID, WS-AUDIT-BEFORE,
                               WS-AUDIT-AFTER, WS-AUDIT-RETURN-CODE
                   END-WRITE
           END-EVALUATE.

       GET-NEXT-BSET-ID SECTION.
           MOVE 999999 TO BSET-ID
           START BOOK-SET-FILE KEY <= BSET-ID
               INVALID KEY
                   MOVE 1 TO WS-NEXT-BSET-ID
               NOT INVALID KEY
                   READ BOOK-SET-FILE PREVIOUS
                       AT END
                           MOVE 1 TO WS-NEXT-BSET-ID
                       NOT AT END
                           ADD 1 TO BSET-ID GIVING WS-NEXT-BSET-ID
                   END-READ
           END-START
           MOVE "00" TO WS-BSET-STATUS.

      * セット番号を入力させてセットを読む
       READ-INPUT-SET SECTION.
           MOVE "N" TO WS-VALID-FLAG
           MOVE ZERO TO WS-INPUT-BSET-ID
           DISPLAY BSET-ID-SCREEN
           ACCEPT BSET-ID-SCREEN
           MOVE WS-INPUT-BSET-ID TO BSET-ID
           READ BOOK-SET-FILE
               INVALID KEY
                   DISPLAY MSG-RECORD-NOT-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-VALID-FLAG
                   DISPLAY "セット: " BSET-TITLE
           END-READ
           MOVE "00" TO WS-BSET-STATUS.

      * 巻番号と図書IDを紐付ける。全巻数のあるセットは巻番号の
      * 範囲を検証し、除籍済みの蔵書は紐付けない
       LINK-VOLUME SECTION.
           PERFORM READ-INPUT-SET
           IF WS-VALID
               MOVE ZERO TO WS-INPUT-VOL-NO
               MOVE SPACES TO WS-INPUT-BOOK-ID
               MOVE SPACES TO WS-INPUT-VOL-LABEL
               DISPLAY BSV-INPUT-SCREEN
               ACCEPT BSV-INPUT-SCREEN
               EVALUATE TRUE
                   WHEN WS-INPUT-VOL-NO = ZERO
                       DISPLAY "巻番号は1以上で入力してく"
                           "ださい。"
                       MOVE "N" TO WS-VALID-FLAG
                   WHEN BSET-TOTAL-VOLS > ZERO
                    AND WS-INPUT-VOL-NO > BSET-TOTAL-VOLS
                       DISPLAY "巻番号が全巻数を超えてい"
                           "ます。"
                       MOVE "N" TO WS-VALID-FLAG
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF WS-VALID
               MOVE WS-INPUT-BOOK-ID TO BOOK-ID
               READ BOOK-FILE
                   INVALID KEY
                       DISPLAY MSG-RECORD-NOT-FOUND
                       MOVE "N" TO WS-VALID-FLAG
                   NOT INVALID KEY
                       IF BOOK-STATUS = "W"
                           DISPLAY "除籍済みの図書は紐付け"
                               "で"
                               "きません。"
                           MOVE "N" TO WS-VALID-FLAG
                       ELSE
                           DISPLAY "書名: " BOOK-TITLE
                       END-IF
               END-READ
               MOVE "00" TO WS-BOOK-STATUS
           END-IF
           IF WS-VALID
               DISPLAY BSV-LABEL-SCREEN
               ACCEPT BSV-LABEL-SCREEN
               INITIALIZE BSV-RECORD
               MOVE BSET-ID TO BSV-SET-ID
               MOVE WS-INPUT-VOL-NO TO BSV-VOL-NO
               MOVE WS-INPUT-BOOK-ID TO BSV-BOOK-ID
               MOVE WS-INPUT-VOL-LABEL TO BSV-VOL-LABEL
               MOVE WS-CURRENT-DATE TO BSV-LINK-DATE
               MOVE LS-OPERATOR-ID TO BSV-LINK-OPER
               WRITE BSV-RECORD
                   INVALID KEY
                       DISPLAY MSG-DUPLICATE-KEY
                   NOT INVALID KEY
                       DISPLAY "巻を紐付けました。"
                       MOVE BSV-BOOK-ID TO WS-AUDIT-KEY
                       MOVE SPACES TO WS-AUDIT-BEFORE
                       STRING BSET-ID DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           BSV-VOL-NO DELIMITED BY SIZE
                           INTO WS-AUDIT-AFTER
                       CALL "LIBAUDIT" USING "BOOKSET",
                           WS-AUDIT-KEY, "LINK", "LIBSET",
                           LS-OPERATOR-ID, WS-AUDIT-BEFORE,
                           WS-AUDIT-AFTER, WS-AUDIT-RETURN-CODE
               END-WRITE
           END-IF.

       UNLINK-VOLUME SECTION.
           PERFORM READ-INPUT-SET
           IF WS-VALID
               MOVE ZERO TO WS-INPUT-VOL-NO
               MOVE SPACES TO WS-INPUT-BOOK-ID
               DISPLAY BSV-INPUT-SCREEN
               ACCEPT BSV-INPUT-SCREEN
               MOVE BSET-ID TO BSV-SET-ID
               MOVE WS-INPUT-VOL-NO TO BSV-VOL-NO
               MOVE WS-INPUT-BOOK-ID TO BSV-BOOK-ID
               READ SET-VOLUME-FILE
                   INVALID KEY
                       DISPLAY MSG-RECORD-NOT-FOUND
                   NOT INVALID KEY
                       DELETE SET-VOLUME-FILE
                           INVALID KEY
                               DISPLAY MSG-FILE-WRITE
                           NOT INVALID KEY
                               DISPLAY "紐付けを解除しまし"
                                   "た。"
                               MOVE BSV-BOOK-ID TO WS-AUDIT-KEY
                               MOVE SPACES TO WS-AUDIT-AFTER
                               STRING BSET-ID DELIMITED BY SIZE
                                   "-" DELIMITED BY SIZE
                                   BSV-VOL-NO DELIMITED BY SIZE
                                   INTO WS-AUDIT-BEFORE
                               CALL "LIBAUDIT" USING "BOOKSET",
                                   WS-AUDIT-KEY, "UNLINK", "LIBSET",
                                   LS-OPERATOR-ID, WS-AUDIT-BEFORE,
                                   WS-AUDIT-AFTER, WS-AUDIT-RETURN-CODE
                       END-DELETE
               END-READ
               MOVE "00" TO WS-BSV-STATUS
           END-IF.

      * 全巻を巻番号順に状態付きで示す
       SHOW-SET SECTION.
           PERFORM READ-INPUT-SET
           IF WS-VALID
               IF BSET-TOTAL-VOLS > ZERO
                   DISPLAY "全巻数: " BSET-TOTAL-VOLS
               ELSE
                   DISPLAY "全巻数: 未定（刊行中）"
               END-IF
               DISPLAY "巻  図書ID     巻の表示             "
                   "状態"
               MOVE ZERO TO WS-VOL-COUNT
               MOVE "N" TO WS-SCAN-DONE-FLAG
               MOVE BSET-ID TO BSV-SET-ID
               MOVE ZERO TO BSV-VOL-NO
               MOVE LOW-VALUES TO BSV-BOOK-ID
               START SET-VOLUME-FILE KEY >= BSV-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SCAN-DONE-FLAG
               END-START
               PERFORM UNTIL WS-SCAN-DONE
                   READ SET-VOLUME-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-SCAN-DONE-FLAG
                       NOT AT END
                           IF BSV-SET-ID NOT = BSET-ID
                               MOVE "Y" TO WS-SCAN-DONE-FLAG
                           ELSE
                               PERFORM SHOW-ONE-VOLUME
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-BSV-STATUS
               DISPLAY "紐付け冊数: " WS-VOL-COUNT
           END-IF.

       SHOW-ONE-VOLUME SECTION.
           ADD 1 TO WS-VOL-COUNT
           MOVE BSV-BOOK-ID TO BOOK-ID
           READ BOOK-FILE
               INVALID KEY
                   MOVE "未登録" TO WS-STATUS-LABEL
               NOT INVALID KEY
                   PERFORM SET-STATUS-LABEL
           END-READ
           MOVE "00" TO WS-BOOK-STATUS
           DISPLAY BSV-VOL-NO SPACE BSV-BOOK-ID SPACE
               BSV-VOL-LABEL SPACE WS-STATUS-LABEL.

       SET-STATUS-LABEL SECTION.
           EVALUATE BOOK-STATUS
               WHEN "A"
                   MOVE "在架" TO WS-STATUS-LABEL
               WHEN "B"
                   MOVE "貸出中" TO WS-STATUS-LABEL
               WHEN "H"
                   MOVE "取置中" TO WS-STATUS-LABEL
               WHEN "T"
                   MOVE "搬送中" TO WS-STATUS-LABEL
               WHEN "L"
                   MOVE "紛失" TO WS-STATUS-LABEL
               WHEN "D"
                   MOVE "破損" TO WS-STATUS-LABEL
               WHEN "W"
                   MOVE "除籍" TO WS-STATUS-LABEL
               WHEN "I"
                   MOVE "相互貸借" TO WS-STATUS-LABEL
               WHEN "P"
                   MOVE "整理中" TO WS-STATUS-LABEL
               WHEN OTHER
                   MOVE "不明" TO WS-STATUS-LABEL
           END-EVALUATE.

       LIST-SETS SECTION.
           DISPLAY "セット一覧"
           DISPLAY "番号   書名                                    "
               "種別 全巻数"
           MOVE ZERO TO BSET-ID
           START BOOK-SET-FILE KEY >= BSET-ID
               INVALID KEY
                   MOVE "10" TO WS-BSET-STATUS
           END-START
           PERFORM UNTIL WS-BSET-EOF
               READ BOOK-SET-FILE NEXT
                   AT END
                       MOVE "10" TO WS-BSET-STATUS
                   NOT AT END
                       DISPLAY BSET-ID SPACE BSET-TITLE(1:40) SPACE
                           BSET-TYPE SPACE BSET-TOTAL-VOLS
               END-READ
           END-PERFORM
           MOVE "00" TO WS-BSET-STATUS.

      * 欠巻・紛失巻レポート。セットごとに巻の紐付けを調べ、
      * 全巻数までで紐付けのない巻と、利用できる複本がなく紛失・
      * 除籍だけが残っている巻、および紛失・除籍の各冊を列記する
       INCOMPLETE-SET-REPORT SECTION.
           STRING "set_incomplete_" DELIMITED BY SIZE
                   WS-CURRENT-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           IF NOT WS-REPORT-SUCCESS
               DISPLAY MSG-FILE-WRITE
           ELSE
               MOVE ZERO TO WS-PROBLEM-SET-COUNT
               MOVE ZERO TO WS-MISSING-TOTAL
               MOVE ZERO TO WS-LOST-TOTAL
               WRITE REPORT-LINE FROM WS-HEADER1
               WRITE REPORT-LINE FROM WS-HEADER2
               WRITE REPORT-LINE FROM WS-HEADER1
               MOVE WS-CURRENT-DATE TO WS-DL-DATE
               WRITE REPORT-LINE FROM WS-DATE-LINE
               WRITE REPORT-LINE FROM WS-BLANK-LINE
               MOVE ZERO TO BSET-ID
               START BOOK-SET-FILE KEY >= BSET-ID
                   INVALID KEY
                       MOVE "10" TO WS-BSET-STATUS
               END-START
               PERFORM UNTIL WS-BSET-EOF
                   READ BOOK-SET-FILE NEXT
                       AT END
                           MOVE "10" TO WS-BSET-STATUS
                       NOT AT END
                           PERFORM CHECK-ONE-SET
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-BSET-STATUS
               WRITE REPORT-LINE FROM WS-BLANK-LINE
               MOVE WS-PROBLEM-SET-COUNT TO WS-TL-SETS
               MOVE WS-MISSING-TOTAL TO WS-TL-MISSING
               MOVE WS-LOST-TOTAL TO WS-TL-LOST
               WRITE REPORT-LINE FROM WS-TOTAL-LINE
               CLOSE REPORT-FILE
               DISPLAY "欠巻・紛失巻レポートを出力しま"
                   "した: "
                   WS-REPORT-FILENAME
               DISPLAY "要補充セット数: " WS-PROBLEM-SET-COUNT
           END-IF.

       CHECK-ONE-SET SECTION.
           INITIALIZE WS-VOL-TABLE
           MOVE ZERO TO WS-LOST-COUNT
           MOVE ZERO TO WS-MISSING-COUNT
           MOVE "N" TO WS-SET-HEAD-FLAG
           MOVE "N" TO WS-SCAN-DONE-FLAG
           MOVE BSET-ID TO BSV-SET-ID
           MOVE ZERO TO BSV-VOL-NO
           MOVE LOW-VALUES TO BSV-BOOK-ID
           START SET-VOLUME-FILE KEY >= BSV-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE-FLAG
           END-START
           PERFORM UNTIL WS-SCAN-DONE
               READ SET-VOLUME-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-SCAN-DONE-FLAG
                   NOT AT END
                       IF BSV-SET-ID NOT = BSET-ID
                           MOVE "Y" TO WS-SCAN-DONE-FLAG
                       ELSE
                           PERFORM TALLY-SET-VOLUME
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-BSV-STATUS
      *    全巻数までで紐付けのない巻
           PERFORM VARYING WS-VOL-I FROM 1 BY 1
                   UNTIL WS-VOL-I > BSET-TOTAL-VOLS
               IF WS-VOL-LINKED(WS-VOL-I) NOT = "Y"
                   PERFORM WRITE-SET-HEAD
                   MOVE WS-VOL-I TO WS-VL-VOL-NO
                   MOVE SPACES TO WS-VL-BOOK-ID
                   MOVE "未所蔵" TO WS-VL-NOTE
                   WRITE REPORT-LINE FROM WS-VOL-LINE
                   ADD 1 TO WS-MISSING-COUNT
               END-IF
           END-PERFORM
      *    紛失・除籍の冊（同じ巻に利用できる複本があれば注記）
           PERFORM VARYING WS-LOST-I FROM 1 BY 1
                   UNTIL WS-LOST-I > WS-LOST-COUNT
               PERFORM WRITE-SET-HEAD
               MOVE WS-LOST-VOL-NO(WS-LOST-I) TO WS-VL-VOL-NO
               MOVE WS-LOST-BOOK-ID(WS-LOST-I) TO WS-VL-BOOK-ID
               MOVE WS-LOST-VOL-NO(WS-LOST-I) TO WS-VOL-I
               EVALUATE TRUE
                   WHEN WS-VOL-USABLE(WS-VOL-I) = "Y"
                       IF WS-LOST-STATUS(WS-LOST-I) = "L"
                           MOVE "紛失（他の複本あり）"
                               TO WS-VL-NOTE
                       ELSE
                           MOVE "除籍（他の複本あり）"
                               TO WS-VL-NOTE
                       END-IF
                   WHEN WS-LOST-STATUS(WS-LOST-I) = "L"
                       MOVE "紛失（要補充）" TO WS-VL-NOTE
                   WHEN OTHER
                       MOVE "除籍（要補充）" TO WS-VL-NOTE
               END-EVALUATE
               WRITE REPORT-LINE FROM WS-VOL-LINE
           END-PERFORM
           ADD WS-MISSING-COUNT TO WS-MISSING-TOTAL
           ADD WS-LOST-COUNT TO WS-LOST-TOTAL.

       TALLY-SET-VOLUME SECTION.
           MOVE BSV-VOL-NO TO WS-VOL-I
           IF WS-VOL-I > ZERO
               MOVE "Y" TO WS-VOL-LINKED(WS-VOL-I)
           END-IF
           MOVE BSV-BOOK-ID TO BOOK-ID
           READ BOOK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BOOK-STATUS = "L" OR BOOK-STATUS = "W"
                       IF WS-LOST-COUNT < 200
                           ADD 1 TO WS-LOST-COUNT
                           MOVE BSV-VOL-NO
                               TO WS-LOST-VOL-NO(WS-LOST-COUNT)
                           MOVE BSV-BOOK-ID
                               TO WS-LOST-BOOK-ID(WS-LOST-COUNT)
                           MOVE BOOK-STATUS
                               TO WS-LOST-STATUS(WS-LOST-COUNT)
                       END-IF
                   ELSE
                       IF WS-VOL-I > ZERO
                           MOVE "Y" TO WS-VOL-USABLE(WS-VOL-I)
                       END-IF
                   END-IF
           END-READ
           MOVE "00" TO WS-BOOK-STATUS.

       WRITE-SET-HEAD SECTION.
           IF NOT WS-SET-HEAD-WRITTEN
               MOVE "Y" TO WS-SET-HEAD-FLAG
               ADD 1 TO WS-PROBLEM-SET-COUNT
               MOVE BSET-ID TO WS-SL-SET-ID
               MOVE BSET-TITLE TO WS-SL-TITLE
               MOVE BSET-TOTAL-VOLS TO WS-SL-TOTAL
               WRITE REPORT-LINE FROM WS-BLANK-LINE
               WRITE REPORT-LINE FROM WS-SET-LINE
           END-IF.

       CHECK-CONTINUE SECTION.
           DISPLAY CONTINUE-SCREEN
           ACCEPT CONTINUE-SCREEN.
