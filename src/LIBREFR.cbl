******************************************************************
      * 図書館管理システム - レファレンス受付月報
      *
      * 指定月（0=前月）のレファレンス受付記録（refdesk.dat。
      * 入力はLIBREFQ）を分館ごとに集計し、質問区分×受付手段の
      * 件数と所要時間、時間帯（受付時刻の時台）×質問区分の件数を
      * 一覧する。末尾に全分館の区分別合計を示す。
      * 年次の統計報告も同じ記録から受付件数を求める
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIBREFR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.

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

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REFQ-FILE
           LABEL RECORDS ARE STANDARD.
           COPY REFQFILE.

       FD  BRANCH-FILE
           LABEL RECORDS ARE STANDARD.
           COPY BRANCHFILE.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-REFQ-STATUS           PIC XX VALUE "00".
           88  WS-REFQ-SUCCESS      VALUE "00".
           88  WS-REFQ-EOF          VALUE "10".

       01  WS-BRANCH-STATUS         PIC XX VALUE "00".
           88  WS-BRANCH-SUCCESS    VALUE "00".
           88  WS-BRANCH-EOF        VALUE "10".

       01  WS-REPORT-STATUS         PIC XX VALUE "00".
           88  WS-REPORT-SUCCESS    VALUE "00".

       01  WS-CURRENT-DATE          PIC 9(08) VALUE ZERO.
       01  WS-REPORT-FILENAME       PIC X(40) VALUE SPACES.

       01  WS-TARGET-MONTH          PIC 9(6) VALUE ZERO.
       01  WS-TARGET-YEAR           PIC 9(4) VALUE ZERO.
       01  WS-TARGET-MM             PIC 9(2) VALUE ZERO.

      * 分館別集計表（区分1-4=D/R/S/T、手段1-3=P/T/E）
       01  WS-RB-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-RB-TABLE.
           05  WS-RB-ENTRY OCCURS 30 TIMES.
               10  WS-RB-CODE           PIC X(4).
               10  WS-RB-NAME           PIC X(30).
               10  WS-RB-TYPE OCCURS 4 TIMES.
                   15  WS-RB-CH-CNT     PIC 9(6) OCCURS 3 TIMES.
                   15  WS-RB-MINUTES    PIC 9(7).
               10  WS-RB-HOUR OCCURS 24 TIMES.
                   15  WS-RB-HR-CNT     PIC 9(5) OCCURS 4 TIMES.
       01  WS-RB-I                  PIC 9(2) VALUE ZERO.
       01  WS-RB-SLOT               PIC 9(2) VALUE ZERO.
       01  WS-TYPE-I                PIC 9(1) VALUE ZERO.
       01  WS-CH-I                  PIC 9(1) VALUE ZERO.
       01  WS-HOUR-I                PIC 9(2) VALUE ZERO.
       01  WS-HOUR-X                PIC 9(2) VALUE ZERO.

      * 全分館の区分別合計
       01  WS-ALL-TABLE.
           05  WS-ALL-TYPE OCCURS 4 TIMES.
               10  WS-ALL-CH-CNT        PIC 9(7) OCCURS 3 TIMES.
               10  WS-ALL-MINUTES       PIC 9(8).

       01  WS-ROW-TOTAL             PIC 9(7) VALUE ZERO.
       01  WS-BR-TOTAL              PIC 9(7) VALUE ZERO.
       01  WS-BR-MINUTES            PIC 9(8) VALUE ZERO.
       01  WS-GRAND-TOTAL           PIC 9(8) VALUE ZERO.
       01  WS-GRAND-MINUTES         PIC 9(9) VALUE ZERO.
       01  WS-SKIPPED-COUNT         PIC 9(5) VALUE ZERO.

       01  WS-TYPE-NAMES.
           05  FILLER               PIC X(15) VALUE "所在案内".
           05  FILLER               PIC X(15) VALUE "即答".
           05  FILLER               PIC X(15) VALUE "調査".
           05  FILLER               PIC X(15) VALUE "機器・技術".
       01  WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAMES.
           05  WS-TYPE-NAME         PIC X(15) OCCURS 4 TIMES.

       01  WS-HEADER1               PIC X(132) VALUE ALL "=".
       01  WS-HEADER2               PIC X(132) VALUE
           "                          レファレンス受付月報".
       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-MONTH-LINE.
           05  FILLER               PIC X(12) VALUE "対象月: ".
           05  WS-HD-YEAR           PIC 9(4).
           05  FILLER               PIC X(3) VALUE "年".
           05  WS-HD-MONTH          PIC Z9.
           05  FILLER               PIC X(3) VALUE "月".
           05  FILLER               PIC X(108) VALUE SPACES.

       01  WS-BRANCH-LINE.
           05  FILLER               PIC X(10) VALUE "分館: ".
           05  WS-BL-CODE           PIC X(4).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-BL-NAME           PIC X(30).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  FILLER               PIC X(9) VALUE "件数: ".
           05  WS-BL-COUNT          PIC ZZZ,ZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  FILLER               PIC X(17) VALUE "所要時間計: ".
           05  WS-BL-MINUTES        PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(3) VALUE "分".
           05  FILLER               PIC X(2) VALUE SPACES.
           05  FILLER               PIC X(14) VALUE "1件平均: ".
           05  WS-BL-AVG            PIC ZZ9.9.
           05  FILLER               PIC X(3) VALUE "分".
           05  FILLER               PIC X(14) VALUE SPACES.

       01  WS-TYPE-COLUMN-LINE      PIC X(132) VALUE
           "  質問区分          対面     電話   メール"
           & "       計   所要時間(分)".

       01  WS-TYPE-LINE.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-TL-NAME           PIC X(15).
           05  WS-TL-CH             PIC ZZZ,ZZ9 OCCURS 3 TIMES.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-TL-TOTAL          PIC ZZZ,ZZ9.
           05  FILLER               PIC X(5) VALUE SPACES.
           05  WS-TL-MINUTES        PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(71) VALUE SPACES.

       01  WS-HOUR-COLUMN-LINE      PIC X(132) VALUE
           "  時間帯        所在案内     即答     調査"
           & " 機器技術       計".

       01  WS-HOUR-LINE.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-HL-HOUR           PIC Z9.
           05  FILLER               PIC X(9) VALUE "時台".
           05  WS-HL-TYPE           PIC ZZZ,ZZ9 OCCURS 4 TIMES.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-HL-TOTAL          PIC ZZZ,ZZ9.
           05  FILLER               PIC X(80) VALUE SPACES.

       01  WS-FOOTER-LINE.
           05  FILLER               PIC X(26) VALUE
               "全分館の受付件数: ".
           05  WS-FT-COUNT          PIC ZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(17) VALUE "所要時間計: ".
           05  WS-FT-MINUTES        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(3) VALUE "分".
           05  FILLER               PIC X(61) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           PERFORM GET-PARAMETERS
           PERFORM OPEN-FILES
           PERFORM LOAD-BRANCHES
           PERFORM TALLY-TRANSACTIONS
           PERFORM WRITE-MONTHLY-REPORT
           PERFORM CLOSE-FILES
           DISPLAY "レファレンス受付月報を出力"
               "しました: " WS-REPORT-FILENAME
           GOBACK.

       GET-PARAMETERS SECTION.
           DISPLAY "対象年月（YYYYMM、0=前月）: "
           ACCEPT WS-TARGET-MONTH
           IF WS-TARGET-MONTH = ZERO
               MOVE WS-CURRENT-DATE(1:4) TO WS-TARGET-YEAR
               MOVE WS-CURRENT-DATE(5:2) TO WS-TARGET-MM
               IF WS-TARGET-MM = 1
                   SUBTRACT 1 FROM WS-TARGET-YEAR
                   MOVE 12 TO WS-TARGET-MM
               ELSE
                   SUBTRACT 1 FROM WS-TARGET-MM
               END-IF
               COMPUTE WS-TARGET-MONTH =
                   WS-TARGET-YEAR * 100 + WS-TARGET-MM
           ELSE
               MOVE WS-TARGET-MONTH(1:4) TO WS-TARGET-YEAR
               MOVE WS-TARGET-MONTH(5:2) TO WS-TARGET-MM
           END-IF
           PERFORM VARYING WS-TYPE-I FROM 1 BY 1
                   UNTIL WS-TYPE-I > 4
               MOVE ZERO TO WS-ALL-MINUTES(WS-TYPE-I)
               PERFORM VARYING WS-CH-I FROM 1 BY 1
                       UNTIL WS-CH-I > 3
                   MOVE ZERO TO WS-ALL-CH-CNT(WS-TYPE-I, WS-CH-I)
               END-PERFORM
           END-PERFORM.

       OPEN-FILES SECTION.
           STRING "refdesk_monthly_" DELIMITED BY SIZE
                   WS-CURRENT-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           OPEN INPUT REFQ-FILE
           OPEN INPUT BRANCH-FILE
           OPEN OUTPUT REPORT-FILE.

       CLOSE-FILES SECTION.
           IF WS-REFQ-SUCCESS OR WS-REFQ-EOF
               CLOSE REFQ-FILE
           END-IF
           IF WS-BRANCH-SUCCESS OR WS-BRANCH-EOF
               CLOSE BRANCH-FILE
           END-IF
           CLOSE REPORT-FILE.

      * 分館マスタの順に集計表を作る。マスタにない分館の記録は
      * 集計の途中で末尾に加える
       LOAD-BRANCHES SECTION.
           IF WS-BRANCH-SUCCESS
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
                           IF WS-RB-COUNT < 30
                               ADD 1 TO WS-RB-COUNT
                               MOVE WS-RB-COUNT TO WS-RB-SLOT
                               MOVE BRANCH-CODE
                                   TO WS-RB-CODE(WS-RB-SLOT)
                               MOVE BRANCH-NAME
                                   TO WS-RB-NAME(WS-RB-SLOT)
                               PERFORM CLEAR-BRANCH-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       CLEAR-BRANCH-ENTRY SECTION.
           PERFORM VARYING WS-TYPE-I FROM 1 BY 1
                   UNTIL WS-TYPE-I > 4
               MOVE ZERO TO WS-RB-MINUTES(WS-RB-SLOT, WS-TYPE-I)
               PERFORM VARYING WS-CH-I FROM 1 BY 1
                       UNTIL WS-CH-I > 3
                   MOVE ZERO
                       TO WS-RB-CH-CNT(WS-RB-SLOT, WS-TYPE-I, WS-CH-I)
               END-PERFORM
               PERFORM VARYING WS-HOUR-I FROM 1 BY 1
                       UNTIL WS-HOUR-I > 24
                   MOVE ZERO
                       TO WS-RB-HR-CNT(WS-RB-SLOT, WS-HOUR-I,
                                       WS-TYPE-I)
               END-PERFORM
           END-PERFORM.

       FIND-BRANCH-SLOT SECTION.
           MOVE ZERO TO WS-RB-SLOT
           PERFORM VARYING WS-RB-I FROM 1 BY 1
                   UNTIL WS-RB-I > WS-RB-COUNT
                   OR WS-RB-SLOT > ZERO
               IF WS-RB-CODE(WS-RB-I) = REFQ-BRANCH
                   MOVE WS-RB-I TO WS-RB-SLOT
               END-IF
           END-PERFORM
           IF WS-RB-SLOT = ZERO
           AND WS-RB-COUNT < 30
               ADD 1 TO WS-RB-COUNT
               MOVE WS-RB-COUNT TO WS-RB-SLOT
               MOVE REFQ-BRANCH TO WS-RB-CODE(WS-RB-SLOT)
               MOVE SPACES TO WS-RB-NAME(WS-RB-SLOT)
               PERFORM CLEAR-BRANCH-ENTRY
           END-IF.

       TALLY-TRANSACTIONS SECTION.
           IF NOT WS-REFQ-SUCCESS
               DISPLAY "レファレンス受付記録が"
                   "ありません。"
           ELSE
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
                           IF REFQ-DATE(1:6) = WS-TARGET-MONTH
                               PERFORM TALLY-ONE-TRANSACTION
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       TALLY-ONE-TRANSACTION SECTION.
           EVALUATE TRUE
               WHEN REFQ-DIRECTIONAL
                   MOVE 1 TO WS-TYPE-I
               WHEN REFQ-READY-REF
                   MOVE 2 TO WS-TYPE-I
               WHEN REFQ-RESEARCH
                   MOVE 3 TO WS-TYPE-I
               WHEN REFQ-TECHNICAL
                   MOVE 4 TO WS-TYPE-I
               WHEN OTHER
                   MOVE ZERO TO WS-TYPE-I
           END-EVALUATE
           EVALUATE TRUE
               WHEN REFQ-IN-PERSON
                   MOVE 1 TO WS-CH-I
               WHEN REFQ-PHONE
                   MOVE 2 TO WS-CH-I
               WHEN REFQ-EMAIL
                   MOVE 3 TO WS-CH-I
               WHEN OTHER
                   MOVE ZERO TO WS-CH-I
           END-EVALUATE
           PERFORM FIND-BRANCH-SLOT
           MOVE REFQ-TIME(1:2) TO WS-HOUR-X
           COMPUTE WS-HOUR-I = WS-HOUR-X + 1
           IF WS-TYPE-I = ZERO OR WS-CH-I = ZERO
           OR WS-RB-SLOT = ZERO OR WS-HOUR-I > 24
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               ADD 1 TO WS-RB-CH-CNT(WS-RB-SLOT, WS-TYPE-I, WS-CH-I)
               ADD REFQ-MINUTES
                   TO WS-RB-MINUTES(WS-RB-SLOT, WS-TYPE-I)
               ADD 1 TO WS-RB-HR-CNT(WS-RB-SLOT, WS-HOUR-I,
                                     WS-TYPE-I)
               ADD 1 TO WS-ALL-CH-CNT(WS-TYPE-I, WS-CH-I)
               ADD REFQ-MINUTES TO WS-ALL-MINUTES(WS-TYPE-I)
           END-IF.

       WRITE-MONTHLY-REPORT SECTION.
           WRITE REPORT-LINE FROM WS-HEADER1
           WRITE REPORT-LINE FROM WS-HEADER2
           WRITE REPORT-LINE FROM WS-HEADER1
           MOVE WS-TARGET-YEAR TO WS-HD-YEAR
           MOVE WS-TARGET-MM TO WS-HD-MONTH
           WRITE REPORT-LINE FROM WS-MONTH-LINE
           PERFORM VARYING WS-RB-I FROM 1 BY 1
                   UNTIL WS-RB-I > WS-RB-COUNT
               PERFORM WRITE-BRANCH-BLOCK
           END-PERFORM
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-HEADER1
           MOVE "【全分館】" TO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM WS-TYPE-COLUMN-LINE
           MOVE ZERO TO WS-GRAND-TOTAL
           MOVE ZERO TO WS-GRAND-MINUTES
           PERFORM VARYING WS-TYPE-I FROM 1 BY 1
                   UNTIL WS-TYPE-I > 4
               MOVE ZERO TO WS-ROW-TOTAL
               MOVE WS-TYPE-NAME(WS-TYPE-I) TO WS-TL-NAME
               PERFORM VARYING WS-CH-I FROM 1 BY 1
                       UNTIL WS-CH-I > 3
                   MOVE WS-ALL-CH-CNT(WS-TYPE-I, WS-CH-I)
                       TO WS-TL-CH(WS-CH-I)
                   ADD WS-ALL-CH-CNT(WS-TYPE-I, WS-CH-I)
                       TO WS-ROW-TOTAL
               END-PERFORM
               MOVE WS-ROW-TOTAL TO WS-TL-TOTAL
               MOVE WS-ALL-MINUTES(WS-TYPE-I) TO WS-TL-MINUTES
               WRITE REPORT-LINE FROM WS-TYPE-LINE
               ADD WS-ROW-TOTAL TO WS-GRAND-TOTAL
               ADD WS-ALL-MINUTES(WS-TYPE-I) TO WS-GRAND-MINUTES
           END-PERFORM
           MOVE WS-GRAND-TOTAL TO WS-FT-COUNT
           MOVE WS-GRAND-MINUTES TO WS-FT-MINUTES
           WRITE REPORT-LINE FROM WS-FOOTER-LINE
           IF WS-SKIPPED-COUNT > ZERO
               MOVE SPACES TO REPORT-LINE
               STRING
                   "区分・手段の不正な記録（集計外）: "
                       DELIMITED BY SIZE
                       WS-SKIPPED-COUNT DELIMITED BY SIZE
                       "件" DELIMITED BY SIZE
                   INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           WRITE REPORT-LINE FROM WS-HEADER1.

      * 分館の見出し・区分×手段の表・時間帯×区分の表
       WRITE-BRANCH-BLOCK SECTION.
           MOVE ZERO TO WS-BR-TOTAL
           MOVE ZERO TO WS-BR-MINUTES
           PERFORM VARYING WS-TYPE-I FROM 1 BY 1
                   UNTIL WS-TYPE-I > 4
               ADD WS-RB-MINUTES(WS-RB-I, WS-TYPE-I) TO WS-BR-MINUTES
               PERFORM VARYING WS-CH-I FROM 1 BY 1
                       UNTIL WS-CH-I > 3
                   ADD WS-RB-CH-CNT(WS-RB-I, WS-TYPE-I, WS-CH-I)
                       TO WS-BR-TOTAL
               END-PERFORM
           END-PERFORM
           IF WS-BR-TOTAL > ZERO
               WRITE REPORT-LINE FROM WS-BLANK-LINE
               MOVE WS-RB-CODE(WS-RB-I) TO WS-BL-CODE
               MOVE WS-RB-NAME(WS-RB-I) TO WS-BL-NAME
               MOVE WS-BR-TOTAL TO WS-BL-COUNT
               MOVE WS-BR-MINUTES TO WS-BL-MINUTES
               COMPUTE WS-BL-AVG ROUNDED =
                   WS-BR-MINUTES / WS-BR-TOTAL
               WRITE REPORT-LINE FROM WS-BRANCH-LINE
               WRITE REPORT-LINE FROM WS-TYPE-COLUMN-LINE
               PERFORM VARYING WS-TYPE-I FROM 1 BY 1
                       UNTIL WS-TYPE-I > 4
                   PERFORM WRITE-TYPE-LINE
               END-PERFORM
               WRITE REPORT-LINE FROM WS-HOUR-COLUMN-LINE
               PERFORM VARYING WS-HOUR-I FROM 1 BY 1
                       UNTIL WS-HOUR-I > 24
                   PERFORM WRITE-HOUR-LINE
               END-PERFORM
           END-IF.

       WRITE-TYPE-LINE SECTION.
           MOVE ZERO TO WS-ROW-TOTAL
           MOVE WS-TYPE-NAME(WS-TYPE-I) TO WS-TL-NAME
           PERFORM VARYING WS-CH-I FROM 1 BY 1
                   UNTIL WS-CH-I > 3
               MOVE WS-RB-CH-CNT(WS-RB-I, WS-TYPE-I, WS-CH-I)
                   TO WS-TL-CH(WS-CH-I)
               ADD WS-RB-CH-CNT(WS-RB-I, WS-TYPE-I, WS-CH-I)
                   TO WS-ROW-TOTAL
           END-PERFORM
           MOVE WS-ROW-TOTAL TO WS-TL-TOTAL
           MOVE WS-RB-MINUTES(WS-RB-I, WS-TYPE-I) TO WS-TL-MINUTES
           WRITE REPORT-LINE FROM WS-TYPE-LINE.

      * 受付のあった時台だけを出す
       WRITE-HOUR-LINE SECTION.
           MOVE ZERO TO WS-ROW-TOTAL
           PERFORM VARYING WS-TYPE-I FROM 1 BY 1
                   UNTIL WS-TYPE-I > 4
               MOVE WS-RB-HR-CNT(WS-RB-I, WS-HOUR-I, WS-TYPE-I)
                   TO WS-HL-TYPE(WS-TYPE-I)
               ADD WS-RB-HR-CNT(WS-RB-I, WS-HOUR-I, WS-TYPE-I)
                   TO WS-ROW-TOTAL
           END-PERFORM
           IF WS-ROW-TOTAL > ZERO
               COMPUTE WS-HL-HOUR = WS-HOUR-I - 1
               MOVE WS-ROW-TOTAL TO WS-HL-TOTAL
               WRITE REPORT-LINE FROM WS-HOUR-LINE
           END-IF.
