******************************************************************
      * 図書館管理システム - 分館別時間帯別利用分析レポート
      *
      * 指定期間について、分館ごとに時間帯（0-23時）別の入館者数
      * （gate_visit.dat。LIBGATEが取り込む）と、循環系ジャーナル
      * （circ_journal.dat。LIBJRNLが書く）の処理時刻WS-JRN-TIMEに
      * よる貸出・返却・延長・収納の処理件数を並べて示す。
      * ジャーナルには分館がないので、処理は対象図書の所属分館
      * （BOOK-BRANCH）に数える（図書のない処理は分館不明として
      * 件数だけを示す）。
      * 分館マスタの開館時間と照らし、開館時間外に入館・処理の
      * ある時間帯を「時間外」、開館時間内で入館者数が開館中の
      * 1時間平均の半分未満を「閑散」、1.5倍を超えるものを
      * 「混雑」として示し、開館時間と人員配置の見直しに使う。
      * 開館時間が未設定の分館は判定しない
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBTRAF.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-FILE
               ASSIGN TO "branch.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRANCH-CODE
               FILE STATUS IS WS-BRANCH-STATUS.

           SELECT GATE-FILE
               ASSIGN TO "gate_visit.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GATE-KEY
               FILE STATUS IS WS-GATE-STATUS.

           SELECT BOOK-FILE
               ASSIGN TO "book.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOOK-ID
               ALTERNATE RECORD KEY IS BOOK-ISBN WITH DUPLICATES
               FILE STATUS IS WS-BOOK-STATUS.

           SELECT JOURNAL-FILE
               ASSIGN TO "circ_journal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRN-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BRANCHFILE.

       FD  GATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GATEFILE.

       FD  BOOK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BOOKFILE.

       FD  JOURNAL-FILE
           LABEL RECORDS ARE STANDARD.
       01  JOURNAL-LINE             PIC X(90).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BRANCH-STATUS         PIC XX VALUE "00".
           88  WS-BRANCH-SUCCESS    VALUE "00".
           88  WS-BRANCH-EOF        VALUE "10".

       01  WS-GATE-STATUS           PIC XX VALUE "00".
           88  WS-GATE-SUCCESS      VALUE "00".
           88  WS-GATE-EOF          VALUE "10".

       01  WS-BOOK-STATUS           PIC XX VALUE "00".
           88  WS-BOOK-SUCCESS      VALUE "00".

       01  WS-JRN-STATUS            PIC XX VALUE "00".
           88  WS-JRN-SUCCESS       VALUE "00".
           88  WS-JRN-EOF           VALUE "10".

       01  WS-REPORT-STATUS         PIC XX VALUE "00".
           88  WS-REPORT-SUCCESS    VALUE "00".

       01  WS-CURRENT-DATE          PIC 9(08) VALUE ZERO.
       01  WS-REPORT-FILENAME       PIC X(40) VALUE SPACES.

       01  WS-PERIOD-FROM           PIC 9(8) VALUE ZERO.
       01  WS-PERIOD-TO             PIC 9(8) VALUE ZERO.
       01  WS-PERIOD-DAYS           PIC 9(5) VALUE ZERO.
       01  WS-GATE-DONE-FLAG        PIC X VALUE "N".
           88  WS-GATE-DONE         VALUE "Y".

      * 循環系ジャーナル読み戻し用レイアウト（LIBJRNLが書く形式）
       01  WS-JOURNAL-DETAIL.
           05  WS-JRN-DATE          PIC 9(8).
           05  FILLER               PIC X(1).
           05  WS-JRN-TIME          PIC 9(6).
           05  FILLER               PIC X(1).
           05  WS-JRN-PROGRAM       PIC X(8).
           05  FILLER               PIC X(1).
           05  WS-JRN-ACTION        PIC X(8).
           05  FILLER               PIC X(1).
           05  WS-JRN-REF-NO        PIC 9(10).
           05  FILLER               PIC X(1).
           05  WS-JRN-USER-ID       PIC X(8).
           05  FILLER               PIC X(1).
           05  WS-JRN-BOOK-ID       PIC X(10).
           05  FILLER               PIC X(1).
           05  WS-JRN-EFFECT-DATE   PIC 9(8).
           05  FILLER               PIC X(1).
           05  WS-JRN-AMOUNT        PIC 9(6).
           05  FILLER               PIC X(1).
           05  WS-JRN-OPER-ID       PIC X(8).
           05  FILLER               PIC X(1).

      * 分館別集計表（時間帯別の入館者数と処理件数）
       01  WS-BR-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-BR-TABLE.
           05  WS-BR-ENTRY OCCURS 30 TIMES.
               10  WS-BR-CODE           PIC X(4).
               10  WS-BR-NAME           PIC X(30).
               10  WS-BR-OPEN           PIC 9(2).
               10  WS-BR-CLOSE          PIC 9(2).
               10  WS-BR-VISITS         PIC 9(7) OCCURS 24 TIMES.
               10  WS-BR-CIRC           PIC 9(7) OCCURS 24 TIMES.
       01  WS-BR-I                  PIC 9(2) VALUE ZERO.
       01  WS-BR-SLOT               PIC 9(2) VALUE ZERO.
       01  WS-FIND-CODE             PIC X(4) VALUE SPACES.
       01  WS-HOUR-I                PIC 9(2) VALUE ZERO.
       01  WS-HOUR-X                PIC 9(2) VALUE ZERO.

      * 分館ごとの判定用
       01  WS-HOURS-SET-FLAG        PIC X VALUE "N".
           88  WS-HOURS-SET         VALUE "Y".
       01  WS-IN-HOURS-FLAG         PIC X VALUE "N".
           88  WS-IN-HOURS          VALUE "Y".
       01  WS-OPEN-HOUR-COUNT       PIC 9(2) VALUE ZERO.
       01  WS-OPEN-VISITS           PIC 9(9) VALUE ZERO.
       01  WS-AVG-VISITS            PIC 9(7)V99 VALUE ZERO.
       01  WS-BR-TOT-VISITS         PIC 9(9) VALUE ZERO.
       01  WS-BR-TOT-CIRC           PIC 9(9) VALUE ZERO.
       01  WS-QUIET-COUNT           PIC 9(2) VALUE ZERO.
       01  WS-BUSY-COUNT            PIC 9(2) VALUE ZERO.
       01  WS-AFTER-COUNT           PIC 9(2) VALUE ZERO.

       01  WS-ALL-VISITS            PIC 9(9) VALUE ZERO.
       01  WS-ALL-CIRC              PIC 9(9) VALUE ZERO.
       01  WS-UNKNOWN-CIRC          PIC 9(7) VALUE ZERO.

       01  WS-HOURS-TEXT.
           05  WS-HT-OPEN           PIC Z9.
           05  FILLER               PIC X(4) VALUE "時-".
           05  WS-HT-CLOSE          PIC Z9.
           05  FILLER               PIC X(3) VALUE "時".

       01  WS-HEADER1               PIC X(132) VALUE ALL "=".
       01  WS-HEADER2               PIC X(132) VALUE
           "          分館別時間帯別利用分析レポート".
       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-PERIOD-LINE.
           05  FILLER               PIC X(14) VALUE "対象期間: ".
           05  WS-HD-FROM           PIC 9(8).
           05  FILLER               PIC X(3) VALUE " - ".
           05  WS-HD-TO             PIC 9(8).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-HD-DAYS           PIC ZZ,ZZ9.
           05  FILLER               PIC X(3) VALUE "日".
           05  FILLER               PIC X(86) VALUE SPACES.

       01  WS-BRANCH-LINE.
           05  FILLER               PIC X(10) VALUE "分館: ".
           05  WS-BL-CODE           PIC X(4).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-BL-NAME           PIC X(30).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  FILLER               PIC X(15) VALUE "開館時間: ".
           05  WS-BL-HOURS          PIC X(11).
           05  FILLER               PIC X(59) VALUE SPACES.

       01  WS-COLUMN-LINE           PIC X(132) VALUE
           "    時間帯      入館者数   1日平均   処理件数"
           & "  処理/入館  判定".

       01  WS-DETAIL-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-DET-HOUR          PIC Z9.
           05  FILLER               PIC X(9) VALUE "時台".
           05  WS-DET-VISITS        PIC ZZZ,ZZ9.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-DET-AVG           PIC ZZ,ZZ9.9.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-DET-CIRC          PIC ZZZ,ZZ9.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-DET-RATIO         PIC ZZZ9.
           05  FILLER               PIC X(1) VALUE "%".
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-DET-JUDGE         PIC X(12).
           05  FILLER               PIC X(65) VALUE SPACES.

       01  WS-BRANCH-TOTAL-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(11) VALUE "合計".
           05  WS-BT-VISITS         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(14) VALUE SPACES.
           05  WS-BT-CIRC           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(24) VALUE
               "開館中1時間平均: ".
           05  WS-BT-AVG            PIC ZZZ,ZZ9.9.
           05  FILLER               PIC X(44) VALUE SPACES.

       01  WS-BRANCH-JUDGE-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(12) VALUE "閑散: ".
           05  WS-BJ-QUIET          PIC Z9.
           05  FILLER               PIC X(19) VALUE
               "時間帯  混雑: ".
           05  WS-BJ-BUSY           PIC Z9.
           05  FILLER               PIC X(22) VALUE
               "時間帯  時間外: ".
           05  WS-BJ-AFTER          PIC Z9.
           05  FILLER               PIC X(9) VALUE "時間帯".
           05  FILLER               PIC X(60) VALUE SPACES.

       01  WS-FOOTER-LINE.
           05  FILLER               PIC X(17) VALUE "総入館者数: ".
           05  WS-FT-VISITS         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(17) VALUE "総処理件数: ".
           05  WS-FT-CIRC           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(29) VALUE
               "うち分館不明の処理: ".
           05  WS-FT-UNKNOWN        PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           PERFORM GET-PARAMETERS
           PERFORM OPEN-FILES
           PERFORM LOAD-BRANCHES
           PERFORM TALLY-GATE-VISITS
           PERFORM TALLY-JOURNAL
           PERFORM WRITE-TRAFFIC-REPORT
           PERFORM CLOSE-FILES
           DISPLAY "分館別時間帯別利用分析レポートを"
               "出力しました: " WS-REPORT-FILENAME
           GOBACK.

       GET-PARAMETERS SECTION.
           DISPLAY "対象期間（開始 YYYYMMDD、0=本日）: "
           ACCEPT WS-PERIOD-FROM
           DISPLAY "対象期間（終了 YYYYMMDD、0=本日）: "
           ACCEPT WS-PERIOD-TO
           IF WS-PERIOD-FROM = ZERO
               MOVE WS-CURRENT-DATE TO WS-PERIOD-FROM
           END-IF
           IF WS-PERIOD-TO = ZERO
               MOVE WS-CURRENT-DATE TO WS-PERIOD-TO
           END-IF
           IF WS-PERIOD-TO < WS-PERIOD-FROM
               MOVE WS-PERIOD-FROM TO WS-PERIOD-TO
           END-IF
           COMPUTE WS-PERIOD-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-TO)
               - FUNCTION INTEGER-OF-DATE(WS-PERIOD-FROM) + 1.

       OPEN-FILES SECTION.
           STRING "desk_traffic_" DELIMITED BY SIZE
                   WS-CURRENT-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           OPEN INPUT BRANCH-FILE
           OPEN INPUT GATE-FILE
           OPEN INPUT BOOK-FILE
           OPEN INPUT JOURNAL-FILE
           OPEN OUTPUT REPORT-FILE.

       CLOSE-FILES SECTION.
           IF WS-BRANCH-SUCCESS OR WS-BRANCH-EOF
               CLOSE BRANCH-FILE
           END-IF
           IF WS-GATE-SUCCESS OR WS-GATE-EOF
               CLOSE GATE-FILE
           END-IF
           IF WS-BOOK-SUCCESS
               CLOSE BOOK-FILE
           END-IF
           IF WS-JRN-SUCCESS OR WS-JRN-EOF
               CLOSE JOURNAL-FILE
           END-IF
           CLOSE REPORT-FILE.

      * 分館マスタの順に集計表を作る
       LOAD-BRANCHES SECTION.
           IF NOT WS-BRANCH-SUCCESS
               DISPLAY "分館マスタがありません。"
           ELSE
               MOVE LOW-VALUES TO BRANCH-CODE
               START BRANCH-FILE KEY >= BRANCH-CODE
                   INVALID KEY
                       MOVE "10" TO WS-BRANCH-STATUS
               END-START
               PERFORM UNTIL WS-BRANCH-EOF
                   READ BRANCH-FILE NEXT
                       AT END
                           MOVE "10" TO WS-BRANCH-STATUS
                       NOT AT END
                           IF WS-BR-COUNT < 30
                               PERFORM ADD-BRANCH-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       ADD-BRANCH-ENTRY SECTION.
           ADD 1 TO WS-BR-COUNT
           MOVE BRANCH-CODE TO WS-BR-CODE(WS-BR-COUNT)
           MOVE BRANCH-NAME TO WS-BR-NAME(WS-BR-COUNT)
           MOVE BRANCH-OPEN-HOUR TO WS-BR-OPEN(WS-BR-COUNT)
           MOVE BRANCH-CLOSE-HOUR TO WS-BR-CLOSE(WS-BR-COUNT)
           PERFORM VARYING WS-HOUR-I FROM 1 BY 1
                   UNTIL WS-HOUR-I > 24
               MOVE ZERO TO WS-BR-VISITS(WS-BR-COUNT, WS-HOUR-I)
               MOVE ZERO TO WS-BR-CIRC(WS-BR-COUNT, WS-HOUR-I)
           END-PERFORM.

       FIND-BRANCH-SLOT SECTION.
           MOVE ZERO TO WS-BR-SLOT
           PERFORM VARYING WS-BR-I FROM 1 BY 1
                   UNTIL WS-BR-I > WS-BR-COUNT
                   OR WS-BR-SLOT > ZERO
               IF WS-BR-CODE(WS-BR-I) = WS-FIND-CODE
                   MOVE WS-BR-I TO WS-BR-SLOT
               END-IF
           END-PERFORM.

      * 入館者数ファイルは分館・日・時の順なので、分館ごとに
      * 期間の先頭から読む
       TALLY-GATE-VISITS SECTION.
           IF NOT WS-GATE-SUCCESS
               DISPLAY "入館者数ファイルがありません。"
           ELSE
               PERFORM VARYING WS-BR-I FROM 1 BY 1
                       UNTIL WS-BR-I > WS-BR-COUNT
                   PERFORM TALLY-BRANCH-VISITS
               END-PERFORM
           END-IF.

       TALLY-BRANCH-VISITS SECTION.
           MOVE "N" TO WS-GATE-DONE-FLAG
           MOVE WS-BR-CODE(WS-BR-I) TO GATE-BRANCH
           MOVE WS-PERIOD-FROM TO GATE-DATE
           MOVE ZERO TO GATE-HOUR
           START GATE-FILE KEY >= GATE-KEY
               INVALID KEY
                   MOVE "Y" TO WS-GATE-DONE-FLAG
           END-START
           PERFORM UNTIL WS-GATE-DONE
               READ GATE-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-GATE-DONE-FLAG
                   NOT AT END
                       IF GATE-BRANCH NOT = WS-BR-CODE(WS-BR-I)
                       OR GATE-DATE > WS-PERIOD-TO
                           MOVE "Y" TO WS-GATE-DONE-FLAG
                       ELSE
                           COMPUTE WS-HOUR-I = GATE-HOUR + 1
                           ADD GATE-VISITS
                               TO WS-BR-VISITS(WS-BR-I, WS-HOUR-I)
                           ADD GATE-VISITS TO WS-ALL-VISITS
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-GATE-STATUS.

       TALLY-JOURNAL SECTION.
           IF NOT WS-JRN-SUCCESS
               DISPLAY "ジャーナルがありません。"
           ELSE
               PERFORM UNTIL WS-JRN-EOF
                   READ JOURNAL-FILE
                       AT END
                           MOVE "10" TO WS-JRN-STATUS
                       NOT AT END
                           MOVE JOURNAL-LINE TO WS-JOURNAL-DETAIL
                           IF WS-JRN-DATE >= WS-PERIOD-FROM
                           AND WS-JRN-DATE <= WS-PERIOD-TO
                               PERFORM TALLY-ONE-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      * 処理は対象図書の所属分館の、処理時刻の時台に数える
       TALLY-ONE-ENTRY SECTION.
           ADD 1 TO WS-ALL-CIRC
           MOVE SPACES TO WS-FIND-CODE
           IF WS-JRN-BOOK-ID NOT = SPACES
           AND WS-BOOK-SUCCESS
               MOVE WS-JRN-BOOK-ID TO BOOK-ID
               READ BOOK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BOOK-BRANCH TO WS-FIND-CODE
               END-READ
               MOVE "00" TO WS-BOOK-STATUS
           END-IF
           MOVE ZERO TO WS-BR-SLOT
           IF WS-FIND-CODE NOT = SPACES
               PERFORM FIND-BRANCH-SLOT
           END-IF
           MOVE WS-JRN-TIME(1:2) TO WS-HOUR-X
           COMPUTE WS-HOUR-I = WS-HOUR-X + 1
           IF WS-BR-SLOT > ZERO
           AND WS-HOUR-I >= 1 AND WS-HOUR-I <= 24
               ADD 1 TO WS-BR-CIRC(WS-BR-SLOT, WS-HOUR-I)
           ELSE
               ADD 1 TO WS-UNKNOWN-CIRC
           END-IF.

       WRITE-TRAFFIC-REPORT SECTION.
           WRITE REPORT-LINE FROM WS-HEADER1
           WRITE REPORT-LINE FROM WS-HEADER2
           WRITE REPORT-LINE FROM WS-HEADER1
           MOVE WS-PERIOD-FROM TO WS-HD-FROM
           MOVE WS-PERIOD-TO TO WS-HD-TO
           MOVE WS-PERIOD-DAYS TO WS-HD-DAYS
           WRITE REPORT-LINE FROM WS-PERIOD-LINE
           PERFORM VARYING WS-BR-I FROM 1 BY 1
                   UNTIL WS-BR-I > WS-BR-COUNT
               PERFORM WRITE-BRANCH-BLOCK
           END-PERFORM
           IF WS-BR-COUNT = ZERO
               MOVE "対象データがありません。"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-HEADER1
           MOVE WS-ALL-VISITS TO WS-FT-VISITS
           MOVE WS-ALL-CIRC TO WS-FT-CIRC
           MOVE WS-UNKNOWN-CIRC TO WS-FT-UNKNOWN
           WRITE REPORT-LINE FROM WS-FOOTER-LINE
           WRITE REPORT-LINE FROM WS-HEADER1.

      * 分館の見出し・時間帯別明細・合計と判定件数
       WRITE-BRANCH-BLOCK SECTION.
           PERFORM COMPUTE-BRANCH-AVERAGE
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-BR-CODE(WS-BR-I) TO WS-BL-CODE
           MOVE WS-BR-NAME(WS-BR-I) TO WS-BL-NAME
           IF WS-HOURS-SET
               MOVE WS-BR-OPEN(WS-BR-I) TO WS-HT-OPEN
               MOVE WS-BR-CLOSE(WS-BR-I) TO WS-HT-CLOSE
               MOVE WS-HOURS-TEXT TO WS-BL-HOURS
           ELSE
               MOVE "未設定" TO WS-BL-HOURS
           END-IF
           WRITE REPORT-LINE FROM WS-BRANCH-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-LINE
           MOVE ZERO TO WS-QUIET-COUNT
           MOVE ZERO TO WS-BUSY-COUNT
           MOVE ZERO TO WS-AFTER-COUNT
           PERFORM VARYING WS-HOUR-I FROM 1 BY 1
                   UNTIL WS-HOUR-I > 24
               PERFORM CHECK-OPEN-HOUR
               IF WS-IN-HOURS
               OR WS-BR-VISITS(WS-BR-I, WS-HOUR-I) > ZERO
               OR WS-BR-CIRC(WS-BR-I, WS-HOUR-I) > ZERO
                   PERFORM WRITE-HOUR-LINE
               END-IF
           END-PERFORM
           MOVE WS-BR-TOT-VISITS TO WS-BT-VISITS
           MOVE WS-BR-TOT-CIRC TO WS-BT-CIRC
           MOVE WS-AVG-VISITS TO WS-BT-AVG
           WRITE REPORT-LINE FROM WS-BRANCH-TOTAL-LINE
           IF WS-HOURS-SET
               MOVE WS-QUIET-COUNT TO WS-BJ-QUIET
               MOVE WS-BUSY-COUNT TO WS-BJ-BUSY
               MOVE WS-AFTER-COUNT TO WS-BJ-AFTER
               WRITE REPORT-LINE FROM WS-BRANCH-JUDGE-LINE
           END-IF.

      * 開館中の1時間あたり入館者数（期間合計の時間帯平均）を
      * 閑散・混雑の基準にする
       COMPUTE-BRANCH-AVERAGE SECTION.
           MOVE "N" TO WS-HOURS-SET-FLAG
           IF WS-BR-OPEN(WS-BR-I) NOT = ZERO
           OR WS-BR-CLOSE(WS-BR-I) NOT = ZERO
               MOVE "Y" TO WS-HOURS-SET-FLAG
           END-IF
           MOVE ZERO TO WS-OPEN-HOUR-COUNT
           MOVE ZERO TO WS-OPEN-VISITS
           MOVE ZERO TO WS-BR-TOT-VISITS
           MOVE ZERO TO WS-BR-TOT-CIRC
           PERFORM VARYING WS-HOUR-I FROM 1 BY 1
                   UNTIL WS-HOUR-I > 24
               ADD WS-BR-VISITS(WS-BR-I, WS-HOUR-I)
                   TO WS-BR-TOT-VISITS
               ADD WS-BR-CIRC(WS-BR-I, WS-HOUR-I)
                   TO WS-BR-TOT-CIRC
               PERFORM CHECK-OPEN-HOUR
               IF WS-IN-HOURS
                   ADD 1 TO WS-OPEN-HOUR-COUNT
                   ADD WS-BR-VISITS(WS-BR-I, WS-HOUR-I)
                       TO WS-OPEN-VISITS
               END-IF
           END-PERFORM
           IF WS-OPEN-HOUR-COUNT > ZERO
               COMPUTE WS-AVG-VISITS ROUNDED =
                   WS-OPEN-VISITS / WS-OPEN-HOUR-COUNT
           ELSE
               MOVE ZERO TO WS-AVG-VISITS
           END-IF.

      * 時台が開館時間内か（閉館時の時台は含まない）
       CHECK-OPEN-HOUR SECTION.
           MOVE "N" TO WS-IN-HOURS-FLAG
           IF WS-HOURS-SET
               COMPUTE WS-HOUR-X = WS-HOUR-I - 1
               IF WS-HOUR-X >= WS-BR-OPEN(WS-BR-I)
               AND WS-HOUR-X < WS-BR-CLOSE(WS-BR-I)
                   MOVE "Y" TO WS-IN-HOURS-FLAG
               END-IF
           END-IF.

       WRITE-HOUR-LINE SECTION.
           COMPUTE WS-DET-HOUR = WS-HOUR-I - 1
           MOVE WS-BR-VISITS(WS-BR-I, WS-HOUR-I) TO WS-DET-VISITS
           COMPUTE WS-DET-AVG ROUNDED =
               WS-BR-VISITS(WS-BR-I, WS-HOUR-I) / WS-PERIOD-DAYS
           MOVE WS-BR-CIRC(WS-BR-I, WS-HOUR-I) TO WS-DET-CIRC
           IF WS-BR-VISITS(WS-BR-I, WS-HOUR-I) > ZERO
               COMPUTE WS-DET-RATIO ROUNDED =
                   WS-BR-CIRC(WS-BR-I, WS-HOUR-I) * 100
                   / WS-BR-VISITS(WS-BR-I, WS-HOUR-I)
           ELSE
               MOVE ZERO TO WS-DET-RATIO
           END-IF
           MOVE SPACES TO WS-DET-JUDGE
           IF WS-HOURS-SET
               IF NOT WS-IN-HOURS
                   MOVE "時間外" TO WS-DET-JUDGE
                   ADD 1 TO WS-AFTER-COUNT
               ELSE
                   IF WS-BR-VISITS(WS-BR-I, WS-HOUR-I) * 2
                       < WS-AVG-VISITS
                       MOVE "閑散" TO WS-DET-JUDGE
                       ADD 1 TO WS-QUIET-COUNT
                   END-IF
                   IF WS-BR-VISITS(WS-BR-I, WS-HOUR-I) * 2
                       > WS-AVG-VISITS * 3
                       MOVE "混雑" TO WS-DET-JUDGE
                       ADD 1 TO WS-BUSY-COUNT
                   END-IF
               END-IF
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
