      ******************************************************************
      * シラバス管理システム - 成績分布分析レポート
      *
      * 学期を指定し、成績ファイルの評語の分布（A+・A・B・C・F・
      * その他。Sは最上位としてA+に数える）と評点の平均を、科目・
      * セクション（担当教員）ごとに学科小計付きで出力する。
      * 最上位評語が60%を超える、不可（F）が30%を超える、または
      * 平均評点が学科平均から1.00を超えて離れる科目・セクション
      * には注記を付ける（受講者5名未満は判定しない）。末尾に教員
      * 別の集計を付ける。
      * 比較モードでは1科目を指定し、指定学期までの直近の学期
      * （最大8学期）について同じ形式で学期ごとに並べる。
      *   grade_distribution_<学期>_<日付>.txt
      *   grade_trend_<科目コード>_<学期>_<日付>.txt
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLGDST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-FILE
               ASSIGN TO "grade.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-KEY
               FILE STATUS IS WS-GRD-STATUS.

           SELECT ENROLLMENT-FILE
               ASSIGN TO "enrollment.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-KEY
               ALTERNATE RECORD KEY IS ENR-COURSE-ID WITH DUPLICATES
               FILE STATUS IS WS-ENR-STATUS.

           SELECT SYLLABUS-FILE
               ASSIGN TO "syllabus.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-COURSE-ID
               ALTERNATE RECORD KEY IS SYL-TEACHER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-DEPARTMENT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-SEMESTER WITH DUPLICATES
               FILE STATUS IS WS-SYL-STATUS.

           SELECT SECTION-FILE
               ASSIGN TO "course_section.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-KEY
               FILE STATUS IS WS-SEC-STATUS.

           SELECT TEACHER-FILE
               ASSIGN TO "teacher.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TEA-ID
               FILE STATUS IS WS-TEA-STATUS.

           SELECT DEPARTMENT-FILE
               ASSIGN TO "department.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-ID
               FILE STATUS IS WS-DEP-STATUS.

           SELECT TERM-FILE
               ASSIGN TO "term.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-SEMESTER
               FILE STATUS IS WS-TERM-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GRDFILE.

       FD  ENROLLMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ENRFILE.

       FD  SYLLABUS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SYLFILE.

       FD  SECTION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SECFILE.

       FD  TEACHER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TEAFILE.

       FD  DEPARTMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DEPFILE.

       FD  TERM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TERMFILE.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-GRD-STATUS            PIC XX VALUE "00".
           88  WS-GRD-SUCCESS       VALUE "00".
           88  WS-GRD-EOF           VALUE "10".

       01  WS-ENR-STATUS            PIC XX VALUE "00".
           88  WS-ENR-SUCCESS       VALUE "00".

       01  WS-SYL-STATUS            PIC XX VALUE "00".
           88  WS-SYL-SUCCESS       VALUE "00".

       01  WS-SEC-STATUS            PIC XX VALUE "00".
           88  WS-SEC-SUCCESS       VALUE "00".

       01  WS-TEA-STATUS            PIC XX VALUE "00".
           88  WS-TEA-SUCCESS       VALUE "00".

       01  WS-DEP-STATUS            PIC XX VALUE "00".
           88  WS-DEP-SUCCESS       VALUE "00".

       01  WS-TERM-STATUS           PIC XX VALUE "00".
           88  WS-TERM-SUCCESS      VALUE "00".
           88  WS-TERM-EOF          VALUE "10".

       01  WS-REPORT-STATUS         PIC XX VALUE "00".
           88  WS-REPORT-SUCCESS    VALUE "00".

       01  WS-CURRENT-DATE          PIC 9(8) VALUE ZERO.
       01  WS-REPORT-FILENAME       PIC X(50) VALUE SPACES.
       01  WS-TARGET-SEMESTER       PIC X(2) VALUE SPACES.
       01  WS-TARGET-COURSE         PIC X(6) VALUE SPACES.
       01  WS-RUN-MODE              PIC 9 VALUE 0.
           88  WS-TERM-RUN          VALUE 1.
           88  WS-TREND-RUN         VALUE 2.
       01  WS-TERM-SPAN             PIC 9 VALUE ZERO.

      * 注記の基準（教務委員会の申合せによる）
       01  WS-TOP-LIMIT-PCT         PIC 9(3)V9 VALUE 60.0.
       01  WS-FAIL-LIMIT-PCT        PIC 9(3)V9 VALUE 30.0.
       01  WS-MEAN-GAP-LIMIT        PIC 9V99 VALUE 1.00.
       01  WS-FLAG-MIN-COUNT        PIC 9(4) VALUE 5.
       01  WS-MAX-TERM-SPAN         PIC 9 VALUE 8.

      * 集計表（学科または学期・科目・セクションごと）
       01  WS-GD-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-GD-TABLE.
           05  WS-GD-ENTRY OCCURS 3000 TIMES.
               10  WS-GD-SORT-KEY.
                   15  WS-GD-GROUP      PIC X(4).
                   15  WS-GD-COURSE     PIC X(6).
                   15  WS-GD-SECTION    PIC 9(2).
               10  WS-GD-TEACHER        PIC X(5).
               10  WS-GD-CNT            PIC 9(4) OCCURS 6 TIMES.
               10  WS-GD-POINTS         PIC 9(6)V9.
               10  WS-GD-TOTAL          PIC 9(4).
       01  WS-GD-I                  PIC 9(4) VALUE ZERO.
       01  WS-GD-J                  PIC 9(4) VALUE ZERO.
       01  WS-GD-K                  PIC 9(4) VALUE ZERO.
       01  WS-SUM-I                 PIC 9(4) VALUE ZERO.
       01  WS-GD-SWAP               PIC X(52).
       01  WS-FOUND-FLAG            PIC X VALUE "N".
           88  WS-ENTRY-FOUND       VALUE "Y".

      * 教員別集計
       01  WS-TC-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-TC-TABLE.
           05  WS-TC-ENTRY OCCURS 1000 TIMES.
               10  WS-TC-TEACHER        PIC X(5).
               10  WS-TC-CNT            PIC 9(5) OCCURS 6 TIMES.
               10  WS-TC-POINTS         PIC 9(7)V9.
               10  WS-TC-TOTAL          PIC 9(5).
       01  WS-TC-I                  PIC 9(4) VALUE ZERO.
       01  WS-TC-J                  PIC 9(4) VALUE ZERO.
       01  WS-TC-SWAP               PIC X(48).

      * 比較対象の学期（開始日順）
       01  WS-TL-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-TL-TABLE.
           05  WS-TL-ENTRY OCCURS 100 TIMES.
               10  WS-TL-START-DATE     PIC 9(8).
               10  WS-TL-SEMESTER       PIC X(2).
       01  WS-TL-I                  PIC 9(3) VALUE ZERO.
       01  WS-TL-J                  PIC 9(3) VALUE ZERO.
       01  WS-TL-SWAP               PIC X(10).
       01  WS-TL-TARGET             PIC 9(3) VALUE ZERO.
       01  WS-TL-FIRST              PIC 9(3) VALUE ZERO.
       01  WS-TL-ORDER              PIC 9(2) VALUE ZERO.

      * 1件の成績を積む先
       01  WS-CUR-GROUP             PIC X(4) VALUE SPACES.
       01  WS-CUR-COURSE            PIC X(6) VALUE SPACES.
       01  WS-CUR-SECTION           PIC 9(2) VALUE ZERO.
       01  WS-CUR-TEACHER           PIC X(5) VALUE SPACES.
       01  WS-GRADE-COL             PIC 9 VALUE ZERO.
       01  WS-INCLUDE-FLAG          PIC X VALUE "N".
           88  WS-INCLUDE           VALUE "Y".

      * 分布の計算作業域（学科計・科目計・総計に共用）
       01  WS-ST-CNT-TABLE.
           05  WS-ST-CNT            PIC 9(6) OCCURS 6 TIMES.
       01  WS-ST-POINTS             PIC 9(8)V9 VALUE ZERO.
       01  WS-ST-TOTAL              PIC 9(6) VALUE ZERO.
       01  WS-ST-MEAN               PIC 9V99 VALUE ZERO.
       01  WS-ST-TOP-PCT            PIC 9(3)V9 VALUE ZERO.
       01  WS-ST-FAIL-PCT           PIC 9(3)V9 VALUE ZERO.
       01  WS-ST-GAP                PIC S9V99 VALUE ZERO.
       01  WS-NORM-MEAN             PIC 9V99 VALUE ZERO.
       01  WS-FLAG-TEXT             PIC X(40) VALUE SPACES.
       01  WS-FLAG-PTR              PIC 9(3) VALUE 1.
       01  WS-COL-I                 PIC 9 VALUE ZERO.

      * 学科（学期）・科目の区切り
       01  WS-GROUP-START           PIC 9(4) VALUE ZERO.
       01  WS-GROUP-END             PIC 9(4) VALUE ZERO.
       01  WS-COURSE-START          PIC 9(4) VALUE ZERO.
       01  WS-COURSE-END            PIC 9(4) VALUE ZERO.
       01  WS-GROUP-MEAN            PIC 9V99 VALUE ZERO.
       01  WS-OVERALL-MEAN          PIC 9V99 VALUE ZERO.
       01  WS-FLAGGED-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-GRADE-COUNT           PIC 9(6) VALUE ZERO.

       01  WS-HEADER1               PIC X(132) VALUE ALL "=".
       01  WS-RULE-LINE             PIC X(132) VALUE ALL "-".
       01  WS-REPORT-TITLE          PIC X(132) VALUE
           "                      成績分布分析".
       01  WS-TREND-TITLE           PIC X(132) VALUE
           "                      成績分布分析（学期比較）".
       01  WS-TEACHER-TITLE         PIC X(132) VALUE
           "教員別集計".
       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-CONDITION-LINE.
           05  FILLER               PIC X(14) VALUE "対象学期: ".
           05  WS-CL-SEMESTER       PIC X(2).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-CL-COURSE-LABEL   PIC X(16) VALUE SPACES.
           05  WS-CL-COURSE         PIC X(6) VALUE SPACES.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(12) VALUE "作成日: ".
           05  WS-CL-DATE           PIC 9(8).
           05  FILLER               PIC X(66) VALUE SPACES.

       01  WS-NOTE-LINE             PIC X(132) VALUE
           "注記: *最上位=A+が60%超 *不可=Fが30%超 "
           & "*平均=平均評点が基準から1.00超の乖離"
           & "（5名未満は対象外）".

       01  WS-GROUP-LINE.
           05  WS-GL-LABEL          PIC X(12).
           05  WS-GL-CODE           PIC X(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-GL-NAME           PIC X(30).
           05  FILLER               PIC X(84) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(20) VALUE
               "科目-組 教員".
           05  FILLER               PIC X(6) VALUE "    A+".
           05  FILLER               PIC X(6) VALUE "     A".
           05  FILLER               PIC X(6) VALUE "     B".
           05  FILLER               PIC X(6) VALUE "     C".
           05  FILLER               PIC X(6) VALUE "     F".
           05  FILLER               PIC X(6) VALUE "   他".
           05  FILLER               PIC X(6) VALUE "   計".
           05  FILLER               PIC X(9) VALUE "  平均".
           05  FILLER               PIC X(7) VALUE "上位%".
           05  FILLER               PIC X(7) VALUE "不可%".
           05  FILLER               PIC X(47) VALUE "注記".

       01  WS-STAT-LINE.
           05  WS-SL-LABEL          PIC X(20).
           05  WS-SL-COL OCCURS 6 TIMES.
               10  WS-SL-CNT        PIC ZZZZZ9.
           05  WS-SL-TOTAL          PIC ZZZZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-SL-MEAN           PIC 9.99.
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-SL-TOP-PCT        PIC ZZ9.9.
           05  FILLER               PIC X(2) VALUE "% ".
           05  WS-SL-FAIL-PCT       PIC ZZ9.9.
           05  FILLER               PIC X(2) VALUE "% ".
           05  WS-SL-FLAG           PIC X(40).
           05  FILLER               PIC X(7) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER               PIC X(18) VALUE
               "成績件数: ".
           05  WS-SM-GRADES         PIC ZZZZZ9.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(18) VALUE
               "注記件数: ".
           05  WS-SM-FLAGGED        PIC ZZZ9.
           05  FILLER               PIC X(82) VALUE SPACES.

       COPY LIBERROR.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           DISPLAY "成績分布分析"
           DISPLAY "対象学期: "
           ACCEPT WS-TARGET-SEMESTER
           DISPLAY "モード (1=学期別 2=同一科目の学期比"
               "較): "
           ACCEPT WS-RUN-MODE
           IF WS-TREND-RUN
               DISPLAY "科目コード: "
               ACCEPT WS-TARGET-COURSE
               DISPLAY "比較する学期数 (1-8): "
               ACCEPT WS-TERM-SPAN
           END-IF
           IF WS-TARGET-SEMESTER = SPACES
           OR (NOT WS-TERM-RUN AND NOT WS-TREND-RUN)
           OR (WS-TREND-RUN AND WS-TARGET-COURSE = SPACES)
               DISPLAY MSG-INVALID-INPUT
           ELSE
               IF WS-TREND-RUN
                   IF WS-TERM-SPAN = ZERO
                   OR WS-TERM-SPAN > WS-MAX-TERM-SPAN
                       MOVE WS-MAX-TERM-SPAN TO WS-TERM-SPAN
                   END-IF
               END-IF
               PERFORM OPEN-FILES
               IF WS-TERM-RUN
                   PERFORM COLLECT-TERM-GRADES
               ELSE
                   PERFORM BUILD-TERM-LIST
                   PERFORM COLLECT-COURSE-GRADES
               END-IF
               PERFORM SORT-GROUPS
               PERFORM PRINT-GROUPS
               IF WS-TERM-RUN
                   PERFORM PRINT-TEACHER-SUMMARY
               END-IF
               WRITE REPORT-LINE FROM WS-BLANK-LINE
               MOVE WS-GRADE-COUNT TO WS-SM-GRADES
               MOVE WS-FLAGGED-COUNT TO WS-SM-FLAGGED
               WRITE REPORT-LINE FROM WS-SUMMARY-LINE
               PERFORM CLOSE-FILES
               DISPLAY "成績分布分析を出力しました: "
                   WS-REPORT-FILENAME
               DISPLAY "成績件数: " WS-GRADE-COUNT
                   "  注記件数: " WS-FLAGGED-COUNT
           END-IF
           GOBACK.

       OPEN-FILES SECTION.
           IF WS-TERM-RUN
               STRING "grade_distribution_" DELIMITED BY SIZE
                       WS-TARGET-SEMESTER DELIMITED BY SIZE
                       "_" DELIMITED BY SIZE
                       WS-CURRENT-DATE DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                   INTO WS-REPORT-FILENAME
           ELSE
               STRING "grade_trend_" DELIMITED BY SIZE
                       WS-TARGET-COURSE DELIMITED BY SPACE
                       "_" DELIMITED BY SIZE
                       WS-TARGET-SEMESTER DELIMITED BY SIZE
                       "_" DELIMITED BY SIZE
                       WS-CURRENT-DATE DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                   INTO WS-REPORT-FILENAME
           END-IF
           OPEN INPUT GRADE-FILE
           OPEN INPUT ENROLLMENT-FILE
           OPEN INPUT SYLLABUS-FILE
           OPEN INPUT SECTION-FILE
           OPEN INPUT TEACHER-FILE
           OPEN INPUT DEPARTMENT-FILE
           OPEN INPUT TERM-FILE
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM WS-HEADER1
           IF WS-TERM-RUN
               WRITE REPORT-LINE FROM WS-REPORT-TITLE
           ELSE
               WRITE REPORT-LINE FROM WS-TREND-TITLE
               MOVE "比較科目: " TO WS-CL-COURSE-LABEL
               MOVE WS-TARGET-COURSE TO WS-CL-COURSE
           END-IF
           WRITE REPORT-LINE FROM WS-HEADER1
           MOVE WS-TARGET-SEMESTER TO WS-CL-SEMESTER
           MOVE WS-CURRENT-DATE TO WS-CL-DATE
           WRITE REPORT-LINE FROM WS-CONDITION-LINE
           WRITE REPORT-LINE FROM WS-NOTE-LINE.

       CLOSE-FILES SECTION.
           CLOSE GRADE-FILE
           CLOSE ENROLLMENT-FILE
           CLOSE SYLLABUS-FILE
           CLOSE SECTION-FILE
           CLOSE TEACHER-FILE
           CLOSE DEPARTMENT-FILE
           CLOSE TERM-FILE
           CLOSE REPORT-FILE.

      * 対象学期の成績を全件走査し、学科・科目・セクション別に
      * 積む
       COLLECT-TERM-GRADES SECTION.
           MOVE LOW-VALUES TO GRD-KEY
           START GRADE-FILE KEY >= GRD-KEY
               INVALID KEY
                   MOVE "10" TO WS-GRD-STATUS
           END-START
           PERFORM UNTIL WS-GRD-EOF
               READ GRADE-FILE NEXT
                   AT END
                       MOVE "10" TO WS-GRD-STATUS
                   NOT AT END
                       IF GRD-SEMESTER = WS-TARGET-SEMESTER
                           PERFORM RESOLVE-COURSE-SECTION
                           MOVE SYL-DEPARTMENT-ID TO WS-CUR-GROUP
                           PERFORM ADD-GRADE-TO-TABLE
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-GRD-STATUS.

      * 学期マスタを開始日順に並べ、対象学期から遡って指定数の
      * 学期を比較対象とする。学期マスタにない場合は対象学期のみ
       BUILD-TERM-LIST SECTION.
           MOVE ZERO TO WS-TL-COUNT
           MOVE LOW-VALUES TO TERM-SEMESTER
           START TERM-FILE KEY >= TERM-SEMESTER
               INVALID KEY
                   MOVE "10" TO WS-TERM-STATUS
           END-START
           PERFORM UNTIL WS-TERM-EOF
               READ TERM-FILE NEXT
                   AT END
                       MOVE "10" TO WS-TERM-STATUS
                   NOT AT END
                       IF WS-TL-COUNT < 100
                           ADD 1 TO WS-TL-COUNT
                           MOVE TERM-START-DATE
                               TO WS-TL-START-DATE(WS-TL-COUNT)
                           MOVE TERM-SEMESTER
                               TO WS-TL-SEMESTER(WS-TL-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-TERM-STATUS
           PERFORM VARYING WS-TL-I FROM 1 BY 1
                   UNTIL WS-TL-I >= WS-TL-COUNT
               PERFORM VARYING WS-TL-J FROM 1 BY 1
                       UNTIL WS-TL-J > WS-TL-COUNT - WS-TL-I
                   IF WS-TL-ENTRY(WS-TL-J) >
                      WS-TL-ENTRY(WS-TL-J + 1)
                       MOVE WS-TL-ENTRY(WS-TL-J) TO WS-TL-SWAP
                       MOVE WS-TL-ENTRY(WS-TL-J + 1)
                           TO WS-TL-ENTRY(WS-TL-J)
                       MOVE WS-TL-SWAP TO WS-TL-ENTRY(WS-TL-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE ZERO TO WS-TL-TARGET
           PERFORM VARYING WS-TL-I FROM 1 BY 1
                   UNTIL WS-TL-I > WS-TL-COUNT
               IF WS-TL-SEMESTER(WS-TL-I) = WS-TARGET-SEMESTER
                   MOVE WS-TL-I TO WS-TL-TARGET
               END-IF
           END-PERFORM
           IF WS-TL-TARGET = ZERO
               DISPLAY "学期マスタに対象学期がないため"
                   "、対象学期のみ集計します。"
               MOVE 1 TO WS-TL-COUNT
               MOVE ZERO TO WS-TL-START-DATE(1)
               MOVE WS-TARGET-SEMESTER TO WS-TL-SEMESTER(1)
               MOVE 1 TO WS-TL-TARGET
           END-IF
           IF WS-TL-TARGET > WS-TERM-SPAN
               COMPUTE WS-TL-FIRST = WS-TL-TARGET - WS-TERM-SPAN + 1
           ELSE
               MOVE 1 TO WS-TL-FIRST
           END-IF.

      * 指定科目の成績を全件走査し、比較対象の学期ごとに積む。
      * 学期の並び順を区分の先頭2桁に置いて古い順に出力する
       COLLECT-COURSE-GRADES SECTION.
           MOVE LOW-VALUES TO GRD-KEY
           START GRADE-FILE KEY >= GRD-KEY
               INVALID KEY
                   MOVE "10" TO WS-GRD-STATUS
           END-START
           PERFORM UNTIL WS-GRD-EOF
               READ GRADE-FILE NEXT
                   AT END
                       MOVE "10" TO WS-GRD-STATUS
                   NOT AT END
                       IF GRD-COURSE-ID = WS-TARGET-COURSE
                           PERFORM CHECK-TREND-TERM
                           IF WS-INCLUDE
                               PERFORM RESOLVE-COURSE-SECTION
                               MOVE WS-TL-ORDER TO WS-CUR-GROUP(1:2)
                               MOVE GRD-SEMESTER TO WS-CUR-GROUP(3:2)
                               PERFORM ADD-GRADE-TO-TABLE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-GRD-STATUS.

       CHECK-TREND-TERM SECTION.
           MOVE "N" TO WS-INCLUDE-FLAG
           PERFORM VARYING WS-TL-I FROM WS-TL-FIRST BY 1
                   UNTIL WS-TL-I > WS-TL-TARGET OR WS-INCLUDE
               IF WS-TL-SEMESTER(WS-TL-I) = GRD-SEMESTER
                   MOVE "Y" TO WS-INCLUDE-FLAG
                   COMPUTE WS-TL-ORDER = WS-TL-I - WS-TL-FIRST + 1
               END-IF
           END-PERFORM.

      * 履修からセクションを、セクション（なければ科目）から担当
      * 教員を求める
       RESOLVE-COURSE-SECTION SECTION.
           MOVE GRD-COURSE-ID TO WS-CUR-COURSE
           MOVE GRD-COURSE-ID TO SYL-COURSE-ID
           READ SYLLABUS-FILE
               INVALID KEY
                   MOVE SPACES TO SYL-DEPARTMENT-ID
                   MOVE SPACES TO SYL-TEACHER-ID
           END-READ
           MOVE "00" TO WS-SYL-STATUS
           MOVE SYL-TEACHER-ID TO WS-CUR-TEACHER
           MOVE ZERO TO WS-CUR-SECTION
           MOVE GRD-STUDENT-ID TO ENR-STUDENT-ID
           MOVE GRD-COURSE-ID TO ENR-COURSE-ID
           MOVE GRD-SEMESTER TO ENR-SEMESTER
           READ ENROLLMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ENR-SECTION-NO TO WS-CUR-SECTION
           END-READ
           MOVE "00" TO WS-ENR-STATUS
           IF WS-CUR-SECTION > ZERO
               MOVE GRD-COURSE-ID TO SEC-COURSE-ID
               MOVE WS-CUR-SECTION TO SEC-NO
               READ SECTION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SEC-TEACHER-ID NOT = SPACES
                           MOVE SEC-TEACHER-ID TO WS-CUR-TEACHER
                       END-IF
               END-READ
               MOVE "00" TO WS-SEC-STATUS
           END-IF.

      * 評語の列: 1=A+(S) 2=A 3=B 4=C 5=F 6=その他
       ADD-GRADE-TO-TABLE SECTION.
           EVALUATE GRD-GRADE
               WHEN "A+"
               WHEN "S "
                   MOVE 1 TO WS-GRADE-COL
               WHEN "A "
                   MOVE 2 TO WS-GRADE-COL
               WHEN "B "
                   MOVE 3 TO WS-GRADE-COL
               WHEN "C "
                   MOVE 4 TO WS-GRADE-COL
               WHEN "F "
                   MOVE 5 TO WS-GRADE-COL
               WHEN OTHER
                   MOVE 6 TO WS-GRADE-COL
           END-EVALUATE
           MOVE "N" TO WS-FOUND-FLAG
           PERFORM VARYING WS-GD-I FROM 1 BY 1
                   UNTIL WS-GD-I > WS-GD-COUNT OR WS-ENTRY-FOUND
               IF WS-GD-GROUP(WS-GD-I) = WS-CUR-GROUP
               AND WS-GD-COURSE(WS-GD-I) = WS-CUR-COURSE
               AND WS-GD-SECTION(WS-GD-I) = WS-CUR-SECTION
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-GD-I
           ELSE
               IF WS-GD-COUNT < 3000
                   ADD 1 TO WS-GD-COUNT
                   MOVE WS-GD-COUNT TO WS-GD-I
                   INITIALIZE WS-GD-ENTRY(WS-GD-I)
                   MOVE WS-CUR-GROUP TO WS-GD-GROUP(WS-GD-I)
                   MOVE WS-CUR-COURSE TO WS-GD-COURSE(WS-GD-I)
                   MOVE WS-CUR-SECTION TO WS-GD-SECTION(WS-GD-I)
                   MOVE WS-CUR-TEACHER TO WS-GD-TEACHER(WS-GD-I)
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-IF
           IF WS-ENTRY-FOUND
               ADD 1 TO WS-GD-CNT(WS-GD-I, WS-GRADE-COL)
               ADD GRD-POINT TO WS-GD-POINTS(WS-GD-I)
               ADD 1 TO WS-GD-TOTAL(WS-GD-I)
               ADD 1 TO WS-GRADE-COUNT
           END-IF.

       SORT-GROUPS SECTION.
           PERFORM VARYING WS-GD-I FROM 1 BY 1
                   UNTIL WS-GD-I >= WS-GD-COUNT
               PERFORM VARYING WS-GD-J FROM 1 BY 1
                       UNTIL WS-GD-J > WS-GD-COUNT - WS-GD-I
                   IF WS-GD-SORT-KEY(WS-GD-J) >
                      WS-GD-SORT-KEY(WS-GD-J + 1)
                       MOVE WS-GD-ENTRY(WS-GD-J) TO WS-GD-SWAP
                       MOVE WS-GD-ENTRY(WS-GD-J + 1)
                           TO WS-GD-ENTRY(WS-GD-J)
                       MOVE WS-GD-SWAP TO WS-GD-ENTRY(WS-GD-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * 学科（比較モードでは学期）ごとに、まず学科計を求めて
      * 基準平均とし、セクション行・科目計・学科計を出力する。
      * 比較モードの基準平均は全学期の平均とする
       PRINT-GROUPS SECTION.
           MOVE 1 TO WS-GROUP-START
           MOVE WS-GD-COUNT TO WS-GROUP-END
           PERFORM SUM-RANGE
           MOVE WS-ST-MEAN TO WS-OVERALL-MEAN
           MOVE 1 TO WS-GROUP-START
           PERFORM UNTIL WS-GROUP-START > WS-GD-COUNT
               MOVE WS-GROUP-START TO WS-GROUP-END
               PERFORM UNTIL WS-GROUP-END >= WS-GD-COUNT
                  OR WS-GD-GROUP(WS-GROUP-END + 1) NOT =
                     WS-GD-GROUP(WS-GROUP-START)
                   ADD 1 TO WS-GROUP-END
               END-PERFORM
               PERFORM PRINT-ONE-GROUP
               COMPUTE WS-GROUP-START = WS-GROUP-END + 1
           END-PERFORM.

       PRINT-ONE-GROUP SECTION.
           PERFORM SUM-RANGE
           MOVE WS-ST-MEAN TO WS-GROUP-MEAN
           IF WS-TERM-RUN
               MOVE WS-GROUP-MEAN TO WS-NORM-MEAN
           ELSE
               MOVE WS-OVERALL-MEAN TO WS-NORM-MEAN
           END-IF
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           PERFORM WRITE-GROUP-HEADING
           WRITE REPORT-LINE FROM WS-COLUMN-HEADER
           WRITE REPORT-LINE FROM WS-RULE-LINE
           MOVE WS-GROUP-START TO WS-COURSE-START
           PERFORM UNTIL WS-COURSE-START > WS-GROUP-END
               MOVE WS-COURSE-START TO WS-COURSE-END
               PERFORM UNTIL WS-COURSE-END >= WS-GROUP-END
                  OR WS-GD-COURSE(WS-COURSE-END + 1) NOT =
                     WS-GD-COURSE(WS-COURSE-START)
                   ADD 1 TO WS-COURSE-END
               END-PERFORM
               PERFORM PRINT-ONE-COURSE
               COMPUTE WS-COURSE-START = WS-COURSE-END + 1
           END-PERFORM
           WRITE REPORT-LINE FROM WS-RULE-LINE
           MOVE WS-GROUP-START TO WS-GD-J
           MOVE WS-GROUP-END TO WS-GD-K
           PERFORM SUM-RANGE-JK
           PERFORM CHECK-FLAGS
           IF WS-TERM-RUN
               MOVE "  学科計" TO WS-SL-LABEL
           ELSE
               MOVE "  学期計" TO WS-SL-LABEL
           END-IF
           PERFORM WRITE-STAT-LINE.

       WRITE-GROUP-HEADING SECTION.
           MOVE SPACES TO WS-GL-NAME
           IF WS-TERM-RUN
               MOVE "学科: " TO WS-GL-LABEL
               MOVE WS-GD-GROUP(WS-GROUP-START) TO WS-GL-CODE
               MOVE WS-GD-GROUP(WS-GROUP-START) TO DEP-ID
               READ DEPARTMENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DEP-NAME TO WS-GL-NAME
               END-READ
               MOVE "00" TO WS-DEP-STATUS
           ELSE
               MOVE "学期: " TO WS-GL-LABEL
               MOVE WS-GD-GROUP(WS-GROUP-START)(3:2) TO WS-GL-CODE
               MOVE WS-TARGET-COURSE TO SYL-COURSE-ID
               READ SYLLABUS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SYL-COURSE-NAME TO WS-GL-NAME
               END-READ
               MOVE "00" TO WS-SYL-STATUS
           END-IF
           WRITE REPORT-LINE FROM WS-GROUP-LINE.

      * 科目のセクション行を出力し、学期別モードで複数セクション
      * の科目には科目計を付ける
       PRINT-ONE-COURSE SECTION.
           PERFORM VARYING WS-GD-I FROM WS-COURSE-START BY 1
                   UNTIL WS-GD-I > WS-COURSE-END
               MOVE WS-GD-I TO WS-GD-J
               MOVE WS-GD-I TO WS-GD-K
               PERFORM SUM-RANGE-JK
               PERFORM CHECK-FLAGS
               MOVE SPACES TO WS-SL-LABEL
               STRING WS-GD-COURSE(WS-GD-I) DELIMITED BY SPACE
                      "-" DELIMITED BY SIZE
                      WS-GD-SECTION(WS-GD-I) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-GD-TEACHER(WS-GD-I) DELIMITED BY SIZE
                   INTO WS-SL-LABEL
               END-STRING
               PERFORM WRITE-STAT-LINE
           END-PERFORM
           IF WS-TERM-RUN AND WS-COURSE-END > WS-COURSE-START
               MOVE WS-COURSE-START TO WS-GD-J
               MOVE WS-COURSE-END TO WS-GD-K
               PERFORM SUM-RANGE-JK
               PERFORM CHECK-FLAGS
               MOVE SPACES TO WS-SL-LABEL
               STRING WS-GD-COURSE(WS-COURSE-START)
                          DELIMITED BY SPACE
                      " 科目計" DELIMITED BY SIZE
                   INTO WS-SL-LABEL
               END-STRING
               PERFORM WRITE-STAT-LINE
           END-IF.

       SUM-RANGE SECTION.
           MOVE WS-GROUP-START TO WS-GD-J
           MOVE WS-GROUP-END TO WS-GD-K
           PERFORM SUM-RANGE-JK.

      * 集計表のWS-GD-JからWS-GD-Kまでを合計して分布を求める
       SUM-RANGE-JK SECTION.
           INITIALIZE WS-ST-CNT-TABLE
           MOVE ZERO TO WS-ST-POINTS
           MOVE ZERO TO WS-ST-TOTAL
           PERFORM VARYING WS-SUM-I FROM WS-GD-J BY 1
                   UNTIL WS-SUM-I > WS-GD-K
               PERFORM VARYING WS-COL-I FROM 1 BY 1
                       UNTIL WS-COL-I > 6
                   ADD WS-GD-CNT(WS-SUM-I, WS-COL-I)
                       TO WS-ST-CNT(WS-COL-I)
               END-PERFORM
               ADD WS-GD-POINTS(WS-SUM-I) TO WS-ST-POINTS
               ADD WS-GD-TOTAL(WS-SUM-I) TO WS-ST-TOTAL
           END-PERFORM
           PERFORM COMPUTE-STATS.

       COMPUTE-STATS SECTION.
           IF WS-ST-TOTAL > ZERO
               COMPUTE WS-ST-MEAN ROUNDED =
                   WS-ST-POINTS / WS-ST-TOTAL
               COMPUTE WS-ST-TOP-PCT ROUNDED =
                   WS-ST-CNT(1) * 100 / WS-ST-TOTAL
               COMPUTE WS-ST-FAIL-PCT ROUNDED =
                   WS-ST-CNT(5) * 100 / WS-ST-TOTAL
           ELSE
               MOVE ZERO TO WS-ST-MEAN
               MOVE ZERO TO WS-ST-TOP-PCT
               MOVE ZERO TO WS-ST-FAIL-PCT
           END-IF.

      * 受講者が基準数以上のとき、最上位評語・不可の割合と基準
      * 平均からの乖離を判定して注記を作る
       CHECK-FLAGS SECTION.
           MOVE SPACES TO WS-FLAG-TEXT
           MOVE 1 TO WS-FLAG-PTR
           IF WS-ST-TOTAL >= WS-FLAG-MIN-COUNT
               IF WS-ST-TOP-PCT > WS-TOP-LIMIT-PCT
                   STRING "*最上位 " DELIMITED BY SIZE
                       INTO WS-FLAG-TEXT
                       WITH POINTER WS-FLAG-PTR
                   END-STRING
               END-IF
               IF WS-ST-FAIL-PCT > WS-FAIL-LIMIT-PCT
                   STRING "*不可 " DELIMITED BY SIZE
                       INTO WS-FLAG-TEXT
                       WITH POINTER WS-FLAG-PTR
                   END-STRING
               END-IF
               COMPUTE WS-ST-GAP = WS-ST-MEAN - WS-NORM-MEAN
               IF WS-ST-GAP > WS-MEAN-GAP-LIMIT
               OR WS-ST-GAP < 0 - WS-MEAN-GAP-LIMIT
                   STRING "*平均" DELIMITED BY SIZE
                       INTO WS-FLAG-TEXT
                       WITH POINTER WS-FLAG-PTR
                   END-STRING
               END-IF
           END-IF
           IF WS-FLAG-TEXT NOT = SPACES
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF.

       WRITE-STAT-LINE SECTION.
           PERFORM VARYING WS-COL-I FROM 1 BY 1
                   UNTIL WS-COL-I > 6
               MOVE WS-ST-CNT(WS-COL-I) TO WS-SL-CNT(WS-COL-I)
           END-PERFORM
           MOVE WS-ST-TOTAL TO WS-SL-TOTAL
           MOVE WS-ST-MEAN TO WS-SL-MEAN
           MOVE WS-ST-TOP-PCT TO WS-SL-TOP-PCT
           MOVE WS-ST-FAIL-PCT TO WS-SL-FAIL-PCT
           MOVE WS-FLAG-TEXT TO WS-SL-FLAG
           WRITE REPORT-LINE FROM WS-STAT-LINE.

      * 教員別に集計し直し、全体平均を基準として注記を付ける
       PRINT-TEACHER-SUMMARY SECTION.
           MOVE ZERO TO WS-TC-COUNT
           PERFORM VARYING WS-GD-I FROM 1 BY 1
                   UNTIL WS-GD-I > WS-GD-COUNT
               PERFORM ADD-TEACHER-ENTRY
           END-PERFORM
           PERFORM VARYING WS-TC-I FROM 1 BY 1
                   UNTIL WS-TC-I >= WS-TC-COUNT
               PERFORM VARYING WS-TC-J FROM 1 BY 1
                       UNTIL WS-TC-J > WS-TC-COUNT - WS-TC-I
                   IF WS-TC-TEACHER(WS-TC-J) >
                      WS-TC-TEACHER(WS-TC-J + 1)
                       MOVE WS-TC-ENTRY(WS-TC-J) TO WS-TC-SWAP
                       MOVE WS-TC-ENTRY(WS-TC-J + 1)
                           TO WS-TC-ENTRY(WS-TC-J)
                       MOVE WS-TC-SWAP TO WS-TC-ENTRY(WS-TC-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE WS-OVERALL-MEAN TO WS-NORM-MEAN
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-TEACHER-TITLE
           WRITE REPORT-LINE FROM WS-COLUMN-HEADER
           WRITE REPORT-LINE FROM WS-RULE-LINE
           PERFORM VARYING WS-TC-I FROM 1 BY 1
                   UNTIL WS-TC-I > WS-TC-COUNT
               PERFORM WRITE-TEACHER-LINE
           END-PERFORM
           WRITE REPORT-LINE FROM WS-RULE-LINE
           MOVE 1 TO WS-GD-J
           MOVE WS-GD-COUNT TO WS-GD-K
           PERFORM SUM-RANGE-JK
           PERFORM CHECK-FLAGS
           MOVE "  全体" TO WS-SL-LABEL
           PERFORM WRITE-STAT-LINE.

       ADD-TEACHER-ENTRY SECTION.
           MOVE "N" TO WS-FOUND-FLAG
           PERFORM VARYING WS-TC-I FROM 1 BY 1
                   UNTIL WS-TC-I > WS-TC-COUNT OR WS-ENTRY-FOUND
               IF WS-TC-TEACHER(WS-TC-I) = WS-GD-TEACHER(WS-GD-I)
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-TC-I
           ELSE
               IF WS-TC-COUNT < 1000
                   ADD 1 TO WS-TC-COUNT
                   MOVE WS-TC-COUNT TO WS-TC-I
                   INITIALIZE WS-TC-ENTRY(WS-TC-I)
                   MOVE WS-GD-TEACHER(WS-GD-I)
                       TO WS-TC-TEACHER(WS-TC-I)
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-IF
           IF WS-ENTRY-FOUND
               PERFORM VARYING WS-COL-I FROM 1 BY 1
                       UNTIL WS-COL-I > 6
                   ADD WS-GD-CNT(WS-GD-I, WS-COL-I)
                       TO WS-TC-CNT(WS-TC-I, WS-COL-I)
               END-PERFORM
               ADD WS-GD-POINTS(WS-GD-I) TO WS-TC-POINTS(WS-TC-I)
               ADD WS-GD-TOTAL(WS-GD-I) TO WS-TC-TOTAL(WS-TC-I)
           END-IF.

       WRITE-TEACHER-LINE SECTION.
           PERFORM VARYING WS-COL-I FROM 1 BY 1
                   UNTIL WS-COL-I > 6
               MOVE WS-TC-CNT(WS-TC-I, WS-COL-I)
                   TO WS-ST-CNT(WS-COL-I)
           END-PERFORM
           MOVE WS-TC-POINTS(WS-TC-I) TO WS-ST-POINTS
           MOVE WS-TC-TOTAL(WS-TC-I) TO WS-ST-TOTAL
           PERFORM COMPUTE-STATS
           PERFORM CHECK-FLAGS
           MOVE WS-TC-TEACHER(WS-TC-I) TO TEA-ID
           READ TEACHER-FILE
               INVALID KEY
                   MOVE SPACES TO TEA-LAST-NAME
           END-READ
           MOVE "00" TO WS-TEA-STATUS
           MOVE SPACES TO WS-SL-LABEL
           STRING WS-TC-TEACHER(WS-TC-I) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  TEA-LAST-NAME DELIMITED BY SIZE
               INTO WS-SL-LABEL
           END-STRING
           PERFORM WRITE-STAT-LINE.
