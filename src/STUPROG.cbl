      * 対象学生を卒業に更新して残っている履修登録を閉じる。
      * それ以外の在籍学生は学年を1つ進める。
      * 実行前に必ずシミュレーション（報告のみ）で学科×学年の
      * 前後比較を確認できる。
      * 卒業者には学科・学位ごとの連番で学位記番号を採番し、
      * 卒業年月日・学位名（和文・英文）とともに学位記台帳に
      * 記録して、学位記印刷ファイルと学位記授与式名簿を出力
      * する。授与学位が未登録の学科の卒業見込み者は卒業を保留
      * する（シミュレーションでは仮番号で名簿のみ出力する）。
      * 本実行の前には学務系ファイルの世代バックアップ（SYLSNAP）
      * を自動で作成し、作成できなければ処理を行わない
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUPROG.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.

           SELECT DEGREE-FILE
               ASSIGN TO "degree.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEG-DEPARTMENT-ID
               FILE STATUS IS WS-DEG-STATUS.

           SELECT DIPLOMA-FILE
               ASSIGN TO "diploma_register.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIP-STUDENT-ID
               ALTERNATE RECORD KEY IS DIP-NUMBER
               FILE STATUS IS WS-DIP-STATUS.

           SELECT DIPLOMA-PRINT-FILE
               ASSIGN TO WS-DIPLOMA-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DPRT-STATUS.

           SELECT CEREMONY-FILE
               ASSIGN TO WS-CEREMONY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CER-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
           LABEL RECORDS ARE STANDARD.
       01  GRADLIST-LINE            PIC X(10).

       FD  DEGREE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DEGFILE.

       FD  DIPLOMA-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DIPFILE.

       FD  DIPLOMA-PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  DIPLOMA-PRINT-LINE       PIC X(132).

       FD  CEREMONY-FILE
           LABEL RECORDS ARE STANDARD.
       01  CEREMONY-LINE            PIC X(132).

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE              PIC X(132).
       01  WS-CURRENT-DATE          PIC 9(08) VALUE ZERO.
       01  WS-REPORT-FILENAME       PIC X(40) VALUE SPACES.

      * 学位記の採番。授与学位は学科ごとに表へ読み込み、連番を
      * 表の上で進める（本実行では授与学位ファイルも更新する）
       01  WS-DEG-STATUS            PIC XX VALUE "00".
           88  WS-DEG-SUCCESS       VALUE "00".
       01  WS-DIP-STATUS            PIC XX VALUE "00".
           88  WS-DIP-SUCCESS       VALUE "00".
       01  WS-DPRT-STATUS           PIC XX VALUE "00".
       01  WS-CER-STATUS            PIC XX VALUE "00".
       01  WS-DIPLOMA-FILENAME      PIC X(40) VALUE SPACES.
       01  WS-CEREMONY-FILENAME     PIC X(40) VALUE SPACES.
       01  WS-GRADUATION-DATE       PIC 9(8) VALUE ZERO.
       01  WS-NODEGREE-COUNT        PIC 9(4) VALUE ZERO.
       01  WS-DG-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-DG-TABLE.
           05  WS-DG-ENTRY OCCURS 100 TIMES.
               10  WS-DG-DEPARTMENT     PIC X(4).
               10  WS-DG-CODE           PIC X(4).
               10  WS-DG-NAME-JP        PIC X(30).
               10  WS-DG-NAME-EN        PIC X(50).
               10  WS-DG-SERIAL         PIC 9(5).
       01  WS-DG-I                  PIC 9(3) VALUE ZERO.
       01  WS-DG-FOUND-FLAG         PIC X VALUE "N".
           88  WS-DG-FOUND          VALUE "Y".

      * 学位記授与式名簿（学位記番号順に並べて出力する）
       01  WS-CR-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-CR-TABLE.
           05  WS-CR-ENTRY OCCURS 999 TIMES.
               10  WS-CR-NUMBER.
                   15  WS-CR-DEPARTMENT PIC X(4).
                   15  WS-CR-DEGREE     PIC X(4).
                   15  WS-CR-SERIAL     PIC 9(5).
               10  WS-CR-STUDENT-ID     PIC X(7).
               10  WS-CR-NAME           PIC X(41).
               10  WS-CR-DG-I           PIC 9(3).
       01  WS-CR-I                  PIC 9(4) VALUE ZERO.
       01  WS-CR-J                  PIC 9(4) VALUE ZERO.
       01  WS-CR-SWAP               PIC X(64).
       01  WS-CR-DEPT-SEQ           PIC 9(4) VALUE ZERO.
       01  WS-PREV-DEP              PIC X(4) VALUE SPACES.
       01  WS-STUDENT-NAME          PIC X(41) VALUE SPACES.

       01  WS-DIPLOMA-NO-TEXT.
           05  WS-DN-DEPARTMENT     PIC X(4).
           05  FILLER               PIC X(1) VALUE "-".
           05  WS-DN-DEGREE         PIC X(4).
           05  FILLER               PIC X(1) VALUE "-".
           05  WS-DN-SERIAL         PIC 9(5).
       01  WS-JP-DATE.
           05  WS-JD-YEAR           PIC 9(4).
           05  FILLER               PIC X(3) VALUE "年".
           05  WS-JD-MONTH          PIC Z9.
           05  FILLER               PIC X(3) VALUE "月".
           05  WS-JD-DAY            PIC Z9.
           05  FILLER               PIC X(3) VALUE "日".
       01  WS-EN-DATE.
           05  WS-ED-YEAR           PIC 9(4).
           05  FILLER               PIC X(1) VALUE "-".
           05  WS-ED-MONTH          PIC 9(2).
           05  FILLER               PIC X(1) VALUE "-".
           05  WS-ED-DAY            PIC 9(2).
       01  WS-PRINT-LINE            PIC X(132) VALUE SPACES.

       01  WS-CEREMONY-TITLE        PIC X(132) VALUE
           "                          学位記授与式名簿".
       01  WS-CEREMONY-COND.
           05  FILLER               PIC X(17) VALUE
               "卒業年月日: ".
           05  WS-CC-DATE           PIC X(17).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-CC-MODE           PIC X(48).
           05  FILLER               PIC X(46) VALUE SPACES.
       01  WS-CEREMONY-DEPT.
           05  FILLER               PIC X(9) VALUE "学科: ".
           05  WS-CD-DEPARTMENT     PIC X(4).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(9) VALUE "学位: ".
           05  WS-CD-DEGREE-JP      PIC X(30).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-CD-DEGREE-EN      PIC X(50).
           05  FILLER               PIC X(24) VALUE SPACES.
       01  WS-CEREMONY-HEADER.
           05  FILLER               PIC X(8) VALUE "順".
           05  FILLER               PIC X(20) VALUE "学位記番号".
           05  FILLER               PIC X(15) VALUE "学籍番号".
           05  FILLER               PIC X(6) VALUE "氏名".
           05  FILLER               PIC X(83) VALUE SPACES.
       01  WS-CEREMONY-DETAIL.
           05  WS-CE-SEQ            PIC ZZZ9.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-CE-NUMBER         PIC X(15).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-CE-STUDENT-ID     PIC X(7).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-CE-NAME           PIC X(41).
           05  FILLER               PIC X(55) VALUE SPACES.
       01  WS-CEREMONY-TOTAL.
           05  FILLER               PIC X(15) VALUE "  学科計: ".
           05  WS-CT-COUNT          PIC ZZZ9.
           05  FILLER               PIC X(3) VALUE "名".
           05  FILLER               PIC X(110) VALUE SPACES.

       01  WS-GRAD-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-GRAD-TABLE.
           05  WS-GRAD-ID OCCURS 999 TIMES
           05  FILLER               PIC X(11) VALUE SPACES.
       01  WS-CLOSED-ENR-COUNT      PIC 9(4) VALUE ZERO.

      * 本実行前の世代バックアップ（SYLSNAP）。SYLBKUPから戻せる
       01  WS-SNAP-ORIGIN           PIC X(8) VALUE "STUPROG".
       01  WS-SNAP-GEN-ID           PIC 9(14) VALUE ZERO.
       01  WS-SNAP-TOTAL            PIC 9(7) VALUE ZERO.
       01  WS-SNAP-RETURN-CODE      PIC X(2) VALUE "00".
           88  WS-SNAP-SUCCESS      VALUE "00".

      * 図書館クリアランス照会（LIBCLRC）。債務のある卒業
      * 見込み者は卒業を保留し、図書館窓口向けの債務者一覧に
      * 載せる

       01  WS-HEADER1               PIC X(132) VALUE ALL "=".
       01  WS-HEADER2               PIC X(132) VALUE
           "                          進級・卒業処理 前"
           & "後比較".
       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-SUM-LINE.

       SCREEN SECTION.
       01  PROG-MODE-SCREEN.
           05  LINE 2 COL 1         VALUE
               "年度末進級・卒業処理".
           05  LINE 4 COL 1
               VALUE
                   "実行モード (1:シミュレーション 2:本"
                   & "実行): ".
           05  LINE 4 COL 45        PIC 9 USING WS-RUN-MODE.
           05  LINE 5 COL 1         VALUE
               "卒業年月日 (YYYYMMDD): ".
           05  LINE 5 COL 25
               PIC 9(8) USING WS-GRADUATION-DATE.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-GRADUATION-DATE
           DISPLAY PROG-MODE-SCREEN
           ACCEPT PROG-MODE-SCREEN
           IF NOT WS-SIMULATION AND NOT WS-COMMIT-RUN
               DISPLAY MSG-INVALID-INPUT
               GOBACK
           END-IF
           IF WS-GRADUATION-DATE(5:2) < "01"
           OR WS-GRADUATION-DATE(5:2) > "12"
           OR WS-GRADUATION-DATE(7:2) < "01"
           OR WS-GRADUATION-DATE(7:2) > "31"
               DISPLAY "卒業年月日が正しくありません。"
               GOBACK
           END-IF
           IF WS-COMMIT-RUN
               CALL "SYLSNAP" USING WS-SNAP-ORIGIN, WS-SNAP-GEN-ID,
                                    WS-SNAP-TOTAL, WS-SNAP-RETURN-CODE
               IF NOT WS-SNAP-SUCCESS
                   DISPLAY "実行前バックアップを"
                       "作成できないため"
                       "処理を中止しました。"
                   GOBACK
               END-IF
               DISPLAY "実行前バックアップ世代: "
                   WS-SNAP-GEN-ID
           END-IF
           PERFORM OPEN-FILES
           PERFORM LOAD-GRAD-LIST
           PERFORM PROCESS-STUDENTS
           PERFORM WRITE-SUMMARY-REPORT
           PERFORM SORT-CEREMONY-TABLE
           PERFORM WRITE-CEREMONY-LIST
           IF WS-COMMIT-RUN
               PERFORM WRITE-DIPLOMA-PRINT
           END-IF
           PERFORM CLOSE-FILES
           IF WS-SIMULATION
               DISPLAY "シミュレーションが完了しました"
                   "（更新なし）。"
           ELSE
               DISPLAY "進級・卒業処理が完了しました。"
           END-IF
           DISPLAY "進級: " WS-PROMOTED-COUNT "名"
           DISPLAY "卒業: " WS-GRADUATED-COUNT "名"
           DISPLAY "卒業保留（図書館債務）: "
               WS-WITHHELD-COUNT "名"
           DISPLAY "卒業保留（授与学位未登録）: "
               WS-NODEGREE-COUNT "名"
           DISPLAY "履修クローズ: " WS-CLOSED-ENR-COUNT "件"
           GOBACK.

               INTO WS-REPORT-FILENAME
           OPEN I-O STUDENT-FILE
           OPEN I-O ENROLLMENT-FILE
           OPEN I-O DEGREE-FILE
           OPEN I-O DIPLOMA-FILE
           IF NOT WS-DIP-SUCCESS
               OPEN OUTPUT DIPLOMA-FILE
               CLOSE DIPLOMA-FILE
               OPEN I-O DIPLOMA-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE.

       CLOSE-FILES SECTION.
           END-IF
           CLOSE STUDENT-FILE
           CLOSE ENROLLMENT-FILE
           CLOSE DEGREE-FILE
           CLOSE DIPLOMA-FILE
           CLOSE REPORT-FILE.

       LOAD-GRAD-LIST SECTION.
               END-PERFORM
               CLOSE GRADLIST-FILE
           ELSE
               DISPLAY "卒業見込み者リストがありません"
                   "。進級のみ行います。"
           END-IF
           MOVE "00" TO WS-GL-STATUS.

               ADD 1 TO WS-WITHHELD-COUNT
               PERFORM WRITE-DEBTOR-LINE
           END-IF
      * 授与学位が未登録の学科は学位記を採番できないため、図書館
      * 債務と同じく卒業を保留する
           IF WS-IS-GRADUATE AND NOT WS-CLR-HOLD
               PERFORM FIND-DEGREE
               IF NOT WS-DG-FOUND
                   MOVE "Y" TO WS-CLR-HOLD-FLAG
                   ADD 1 TO WS-NODEGREE-COUNT
                   DISPLAY "授与学位が未登録のため卒業を"
                       "保留: "
                       STU-ID " 学科 " STU-DEPARTMENT-ID
               END-IF
           END-IF
           IF WS-IS-GRADUATE AND NOT WS-CLR-HOLD
               ADD 1 TO WS-GRADUATED-COUNT
               PERFORM ASSIGN-DIPLOMA-NUMBER
               IF WS-COMMIT-RUN
                   MOVE "G" TO STU-STATUS
                   REWRITE STUDENT-RECORD
                       INVALID KEY
                           DISPLAY MSG-FILE-WRITE
                   END-REWRITE
                   PERFORM RECORD-DIPLOMA
                   PERFORM CLOSE-STUDENT-ENROLLMENTS
                   PERFORM WRITE-ALUMNI-CANDIDATE
               END-IF
           MOVE STU-FIRST-NAME TO WS-AC-FIRST-NAME
           WRITE ALUMNI-CAND-LINE FROM WS-ALUMNI-DETAIL.

      * 学科の授与学位を表から探し、なければ授与学位ファイルから
      * 読み込んで表に加える
       FIND-DEGREE SECTION.
           MOVE "N" TO WS-DG-FOUND-FLAG
           PERFORM VARYING WS-DG-I FROM 1 BY 1
                   UNTIL WS-DG-I > WS-DG-COUNT
                   OR WS-DG-FOUND
               IF WS-DG-DEPARTMENT(WS-DG-I) = STU-DEPARTMENT-ID
                   MOVE "Y" TO WS-DG-FOUND-FLAG
               END-IF
           END-PERFORM
           IF WS-DG-FOUND
               SUBTRACT 1 FROM WS-DG-I
           ELSE
               MOVE STU-DEPARTMENT-ID TO DEG-DEPARTMENT-ID
               READ DEGREE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-DG-COUNT < 100
                           ADD 1 TO WS-DG-COUNT
                           MOVE WS-DG-COUNT TO WS-DG-I
                           MOVE DEG-DEPARTMENT-ID
                               TO WS-DG-DEPARTMENT(WS-DG-I)
                           MOVE DEG-CODE TO WS-DG-CODE(WS-DG-I)
                           MOVE DEG-NAME-JP TO WS-DG-NAME-JP(WS-DG-I)
                           MOVE DEG-NAME-EN TO WS-DG-NAME-EN(WS-DG-I)
                           MOVE DEG-LAST-SERIAL
                               TO WS-DG-SERIAL(WS-DG-I)
                           MOVE "Y" TO WS-DG-FOUND-FLAG
                       END-IF
               END-READ
               MOVE "00" TO WS-DEG-STATUS
           END-IF.

      * 学科・学位ごとの連番を進めて名簿の表に載せる。本実行では
      * 授与学位の最終番号も更新する
       ASSIGN-DIPLOMA-NUMBER SECTION.
           ADD 1 TO WS-DG-SERIAL(WS-DG-I)
           MOVE SPACES TO WS-STUDENT-NAME
           STRING STU-LAST-NAME DELIMITED BY "  "
               " " DELIMITED BY SIZE
               STU-FIRST-NAME DELIMITED BY "  "
               INTO WS-STUDENT-NAME
           IF WS-CR-COUNT < 999
               ADD 1 TO WS-CR-COUNT
               MOVE WS-DG-DEPARTMENT(WS-DG-I)
                   TO WS-CR-DEPARTMENT(WS-CR-COUNT)
               MOVE WS-DG-CODE(WS-DG-I) TO WS-CR-DEGREE(WS-CR-COUNT)
               MOVE WS-DG-SERIAL(WS-DG-I)
                   TO WS-CR-SERIAL(WS-CR-COUNT)
               MOVE STU-ID TO WS-CR-STUDENT-ID(WS-CR-COUNT)
               MOVE WS-STUDENT-NAME TO WS-CR-NAME(WS-CR-COUNT)
               MOVE WS-DG-I TO WS-CR-DG-I(WS-CR-COUNT)
           END-IF
           IF WS-COMMIT-RUN
               MOVE WS-DG-DEPARTMENT(WS-DG-I) TO DEG-DEPARTMENT-ID
               READ DEGREE-FILE
                   INVALID KEY
                       DISPLAY MSG-RECORD-NOT-FOUND
                   NOT INVALID KEY
                       MOVE WS-DG-SERIAL(WS-DG-I) TO DEG-LAST-SERIAL
                       REWRITE DEGREE-RECORD
                           INVALID KEY
                               DISPLAY MSG-FILE-WRITE
                       END-REWRITE
               END-READ
               MOVE "00" TO WS-DEG-STATUS
           END-IF.

       RECORD-DIPLOMA SECTION.
           INITIALIZE DIPLOMA-RECORD
           MOVE STU-ID TO DIP-STUDENT-ID
           MOVE WS-DG-DEPARTMENT(WS-DG-I) TO DIP-NO-DEPARTMENT
           MOVE WS-DG-CODE(WS-DG-I) TO DIP-NO-DEGREE
           MOVE WS-DG-SERIAL(WS-DG-I) TO DIP-NO-SERIAL
           MOVE WS-GRADUATION-DATE TO DIP-GRADUATION-DATE
           MOVE WS-DG-NAME-JP(WS-DG-I) TO DIP-DEGREE-NAME-JP
           MOVE WS-DG-NAME-EN(WS-DG-I) TO DIP-DEGREE-NAME-EN
           MOVE WS-STUDENT-NAME TO DIP-STUDENT-NAME
           MOVE WS-CURRENT-DATE TO DIP-REGISTER-DATE
           WRITE DIPLOMA-RECORD
               INVALID KEY
                   DISPLAY MSG-DUPLICATE-KEY " " STU-ID
           END-WRITE
           MOVE "00" TO WS-DIP-STATUS.

       SORT-CEREMONY-TABLE SECTION.
           PERFORM VARYING WS-CR-I FROM 1 BY 1
                   UNTIL WS-CR-I >= WS-CR-COUNT
               PERFORM VARYING WS-CR-J FROM 1 BY 1
                       UNTIL WS-CR-J > WS-CR-COUNT - WS-CR-I
                   IF WS-CR-NUMBER(WS-CR-J) >
                      WS-CR-NUMBER(WS-CR-J + 1)
                       MOVE WS-CR-ENTRY(WS-CR-J) TO WS-CR-SWAP
                       MOVE WS-CR-ENTRY(WS-CR-J + 1)
                           TO WS-CR-ENTRY(WS-CR-J)
                       MOVE WS-CR-SWAP TO WS-CR-ENTRY(WS-CR-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       FORMAT-GRADUATION-DATE SECTION.
           MOVE WS-GRADUATION-DATE(1:4) TO WS-JD-YEAR
           MOVE WS-GRADUATION-DATE(5:2) TO WS-JD-MONTH
           MOVE WS-GRADUATION-DATE(7:2) TO WS-JD-DAY
           MOVE WS-GRADUATION-DATE(1:4) TO WS-ED-YEAR
           MOVE WS-GRADUATION-DATE(5:2) TO WS-ED-MONTH
           MOVE WS-GRADUATION-DATE(7:2) TO WS-ED-DAY.

      * 学位記授与式名簿。学科ごとに学位記番号順に並べる
       WRITE-CEREMONY-LIST SECTION.
           MOVE SPACES TO WS-CEREMONY-FILENAME
           STRING "graduation_ceremony_" DELIMITED BY SIZE
                   WS-CURRENT-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-CEREMONY-FILENAME
           OPEN OUTPUT CEREMONY-FILE
           PERFORM FORMAT-GRADUATION-DATE
           WRITE CEREMONY-LINE FROM WS-HEADER1
           WRITE CEREMONY-LINE FROM WS-CEREMONY-TITLE
           WRITE CEREMONY-LINE FROM WS-HEADER1
           MOVE WS-JP-DATE TO WS-CC-DATE
           IF WS-SIMULATION
               MOVE "（シミュレーション・番号は仮）"
                   TO WS-CC-MODE
           ELSE
               MOVE SPACES TO WS-CC-MODE
           END-IF
           WRITE CEREMONY-LINE FROM WS-CEREMONY-COND
           MOVE SPACES TO WS-PREV-DEP
           MOVE ZERO TO WS-CR-DEPT-SEQ
           PERFORM VARYING WS-CR-I FROM 1 BY 1
                   UNTIL WS-CR-I > WS-CR-COUNT
               IF WS-CR-DEPARTMENT(WS-CR-I) NOT = WS-PREV-DEP
                   IF WS-PREV-DEP NOT = SPACES
                       MOVE WS-CR-DEPT-SEQ TO WS-CT-COUNT
                       WRITE CEREMONY-LINE FROM WS-CEREMONY-TOTAL
                   END-IF
                   MOVE WS-CR-DEPARTMENT(WS-CR-I) TO WS-PREV-DEP
                   MOVE ZERO TO WS-CR-DEPT-SEQ
                   MOVE WS-CR-DG-I(WS-CR-I) TO WS-DG-I
                   MOVE WS-PREV-DEP TO WS-CD-DEPARTMENT
                   MOVE WS-DG-NAME-JP(WS-DG-I) TO WS-CD-DEGREE-JP
                   MOVE WS-DG-NAME-EN(WS-DG-I) TO WS-CD-DEGREE-EN
                   WRITE CEREMONY-LINE FROM WS-BLANK-LINE
                   WRITE CEREMONY-LINE FROM WS-CEREMONY-DEPT
                   WRITE CEREMONY-LINE FROM WS-CEREMONY-HEADER
               END-IF
               ADD 1 TO WS-CR-DEPT-SEQ
               MOVE WS-CR-DEPT-SEQ TO WS-CE-SEQ
               MOVE WS-CR-DEPARTMENT(WS-CR-I) TO WS-DN-DEPARTMENT
               MOVE WS-CR-DEGREE(WS-CR-I) TO WS-DN-DEGREE
               MOVE WS-CR-SERIAL(WS-CR-I) TO WS-DN-SERIAL
               MOVE WS-DIPLOMA-NO-TEXT TO WS-CE-NUMBER
               MOVE WS-CR-STUDENT-ID(WS-CR-I) TO WS-CE-STUDENT-ID
               MOVE WS-CR-NAME(WS-CR-I) TO WS-CE-NAME
               WRITE CEREMONY-LINE FROM WS-CEREMONY-DETAIL
           END-PERFORM
           IF WS-PREV-DEP NOT = SPACES
               MOVE WS-CR-DEPT-SEQ TO WS-CT-COUNT
               WRITE CEREMONY-LINE FROM WS-CEREMONY-TOTAL
           END-IF
           CLOSE CEREMONY-FILE
           DISPLAY "学位記授与式名簿: " WS-CEREMONY-FILENAME.

      * 学位記印刷ファイル。1名ごとに学位記番号・氏名・学位名
      * （和文・英文）・卒業年月日を1枚分として出力する
       WRITE-DIPLOMA-PRINT SECTION.
           MOVE SPACES TO WS-DIPLOMA-FILENAME
           STRING "diploma_print_" DELIMITED BY SIZE
                   WS-CURRENT-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-DIPLOMA-FILENAME
           OPEN OUTPUT DIPLOMA-PRINT-FILE
           PERFORM FORMAT-GRADUATION-DATE
           PERFORM VARYING WS-CR-I FROM 1 BY 1
                   UNTIL WS-CR-I > WS-CR-COUNT
               MOVE WS-CR-DG-I(WS-CR-I) TO WS-DG-I
               MOVE WS-CR-DEPARTMENT(WS-CR-I) TO WS-DN-DEPARTMENT
               MOVE WS-CR-DEGREE(WS-CR-I) TO WS-DN-DEGREE
               MOVE WS-CR-SERIAL(WS-CR-I) TO WS-DN-SERIAL
               WRITE DIPLOMA-PRINT-LINE FROM WS-HEADER1
               MOVE SPACES TO WS-PRINT-LINE
               STRING "学位記番号 / Diploma No.: "
                   DELIMITED BY SIZE
                   WS-DIPLOMA-NO-TEXT DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               WRITE DIPLOMA-PRINT-LINE FROM WS-PRINT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "氏名 / Name: " DELIMITED BY SIZE
                   WS-CR-NAME(WS-CR-I) DELIMITED BY "  "
                   "  (" DELIMITED BY SIZE
                   WS-CR-STUDENT-ID(WS-CR-I) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               WRITE DIPLOMA-PRINT-LINE FROM WS-PRINT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "学位: " DELIMITED BY SIZE
                   WS-DG-NAME-JP(WS-DG-I) DELIMITED BY "  "
                   INTO WS-PRINT-LINE
               WRITE DIPLOMA-PRINT-LINE FROM WS-PRINT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "Degree: " DELIMITED BY SIZE
                   WS-DG-NAME-EN(WS-DG-I) DELIMITED BY "  "
                   INTO WS-PRINT-LINE
               WRITE DIPLOMA-PRINT-LINE FROM WS-PRINT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "卒業年月日: " DELIMITED BY SIZE
                   WS-JP-DATE DELIMITED BY SIZE
                   "    Date of Graduation: " DELIMITED BY SIZE
                   WS-EN-DATE DELIMITED BY SIZE
                   INTO WS-PRINT-LINE
               WRITE DIPLOMA-PRINT-LINE FROM WS-PRINT-LINE
               WRITE DIPLOMA-PRINT-LINE FROM WS-BLANK-LINE
           END-PERFORM
           CLOSE DIPLOMA-PRINT-FILE
           DISPLAY "学位記印刷ファイル: " WS-DIPLOMA-FILENAME.

       CHECK-IS-GRADUATE SECTION.
           MOVE "N" TO WS-IS-GRAD-FLAG
           PERFORM VARYING WS-GRAD-I FROM 1 BY 1
           MOVE STU-ID TO WS-CLOSE-STUDENT-ID
           MOVE WS-CLOSE-STUDENT-ID TO ENR-STUDENT-ID
           MOVE LOW-VALUES TO ENR-COURSE-ID
           MOVE LOW-VALUES TO ENR-SEMESTER
           MOVE "00" TO WS-ENR-STATUS
           START ENROLLMENT-FILE KEY >= ENR-KEY
               INVALID KEY
