      ******************************************************************
      * シラバス管理システム - 学内順位算出バッチ
      *
      * 学期末、学業成績区分判定（SYLSTND）の後に実行する。
      * 在籍中の学生を学科・入学年度（未設定は現在年度−学年＋1）
      * ごとの同期集団に分け、指定学期の累積GPAの高い順に順位を
      * 付ける。同点は修得単位数（再履修は最新の履修を正とし、
      * 合格した科目のみ数える）の多い順とし、両方が同じなら
      * 同順位とする。指定学期の区分履歴がない学生は対象外。
      * 順位・集団人数・上位からの百分率を学期ごとに学内順位
      * ファイルに記録し（成績証明書SYLTRNが求めに応じて印字
      * する）、学科事務室ごとの順位表
      * class_rank_<学科>_<学期>_<日付>.txt を出力する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLRANK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-FILE
               ASSIGN TO "student.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-STU-STATUS.

           SELECT GRADE-FILE
               ASSIGN TO "grade.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GRD-KEY
               FILE STATUS IS WS-GRD-STATUS.

           SELECT SYLLABUS-FILE
               ASSIGN TO "syllabus.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-COURSE-ID
               ALTERNATE RECORD KEY IS SYL-TEACHER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-DEPARTMENT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-SEMESTER WITH DUPLICATES
               FILE STATUS IS WS-SYL-STATUS.

           SELECT STANDING-FILE
               ASSIGN TO "academic_standing.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STN-KEY
               FILE STATUS IS WS-STN-STATUS.

           SELECT RANK-FILE
               ASSIGN TO "class_rank.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRK-KEY
               FILE STATUS IS WS-CRK-STATUS.

           SELECT DEPARTMENT-FILE
               ASSIGN TO "department.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-ID
               FILE STATUS IS WS-DEP-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STUFILE.

       FD  GRADE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GRDFILE.

       FD  SYLLABUS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SYLFILE.

       FD  STANDING-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STNDFILE.

       FD  RANK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RANKFILE.

       FD  DEPARTMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DEPFILE.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-STU-STATUS            PIC XX VALUE "00".
           88  WS-STU-SUCCESS       VALUE "00".
           88  WS-STU-EOF           VALUE "10".

       01  WS-GRD-STATUS            PIC XX VALUE "00".
           88  WS-GRD-SUCCESS       VALUE "00".
           88  WS-GRD-EOF           VALUE "10".

       01  WS-SYL-STATUS            PIC XX VALUE "00".
           88  WS-SYL-SUCCESS       VALUE "00".

       01  WS-STN-STATUS            PIC XX VALUE "00".
           88  WS-STN-SUCCESS       VALUE "00".

       01  WS-CRK-STATUS            PIC XX VALUE "00".
           88  WS-CRK-SUCCESS       VALUE "00".

       01  WS-DEP-STATUS            PIC XX VALUE "00".
           88  WS-DEP-SUCCESS       VALUE "00".

       01  WS-REPORT-STATUS         PIC XX VALUE "00".
           88  WS-REPORT-SUCCESS    VALUE "00".

       01  WS-CURRENT-DATE          PIC 9(8) VALUE ZERO.
       01  WS-CURRENT-YEAR          PIC 9(4) VALUE ZERO.
       01  WS-REPORT-FILENAME       PIC X(50) VALUE SPACES.
       01  WS-TARGET-SEMESTER       PIC X(2) VALUE SPACES.
       01  WS-REPORT-OPEN-FLAG      PIC X VALUE "N".
           88  WS-REPORT-OPEN       VALUE "Y".

      * 修得単位数の計算（再履修は最新の履修を正とする）
       01  WS-SAVED-STU-ID          PIC X(7) VALUE SPACES.
       01  WS-EARNED-CREDITS        PIC 9(4) VALUE ZERO.
       01  WS-PEND-COURSE           PIC X(6) VALUE SPACES.
       01  WS-PEND-POINT            PIC 9V9 VALUE ZERO.

      * 順位付けの対象者。並べ替えキーは学科・入学年度・累積GPA
      * の補数・修得単位数の補数・学籍番号で、昇順に並べると
      * 集団ごとにGPA降順・単位数降順となる
       01  WS-RK-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-RK-TABLE.
           05  WS-RK-ENTRY OCCURS 5000 TIMES.
               10  WS-RK-SORT-KEY.
                   15  WS-RK-DEPARTMENT PIC X(4).
                   15  WS-RK-ADM-YEAR   PIC 9(4).
                   15  WS-RK-GPA-INV    PIC 9V99.
                   15  WS-RK-CRED-INV   PIC 9(3).
                   15  WS-RK-STUDENT-ID PIC X(7).
               10  WS-RK-CUM-GPA        PIC 9V99.
               10  WS-RK-CREDITS        PIC 9(3).
               10  WS-RK-YEAR           PIC 9(1).
               10  WS-RK-NAME           PIC X(20).
       01  WS-RK-I                  PIC 9(4) VALUE ZERO.
       01  WS-RK-J                  PIC 9(4) VALUE ZERO.
       01  WS-RK-SWAP               PIC X(48).

       01  WS-COHORT-START          PIC 9(4) VALUE ZERO.
       01  WS-COHORT-END            PIC 9(4) VALUE ZERO.
       01  WS-COHORT-SIZE           PIC 9(4) VALUE ZERO.
       01  WS-CUR-RANK              PIC 9(4) VALUE ZERO.
       01  WS-CUR-PERCENTILE        PIC 9(3)V9 VALUE ZERO.
       01  WS-CUR-DEPARTMENT        PIC X(4) VALUE SPACES.

       01  WS-RANKED-COUNT          PIC 9(5) VALUE ZERO.
       01  WS-COHORT-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-DEPT-COUNT            PIC 9(4) VALUE ZERO.

       01  WS-HEADER1               PIC X(132) VALUE ALL "=".
       01  WS-RULE-LINE             PIC X(132) VALUE ALL "-".
       01  WS-REPORT-TITLE          PIC X(132) VALUE
           "                      学内順位表（学科・入学"
           & "年度別）".
       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-CONDITION-LINE.
           05  FILLER               PIC X(9) VALUE "学科: ".
           05  WS-CL-DEPARTMENT     PIC X(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-CL-DEPT-NAME      PIC X(30).
           05  FILLER               PIC X(14) VALUE "対象学期: ".
           05  WS-CL-SEMESTER       PIC X(2).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(12) VALUE "作成日: ".
           05  WS-CL-DATE           PIC 9(8).
           05  FILLER               PIC X(47) VALUE SPACES.

       01  WS-COHORT-LINE.
           05  FILLER               PIC X(17) VALUE
               "入学年度: ".
           05  WS-CH-ADM-YEAR       PIC 9(4).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(9) VALUE "人数: ".
           05  WS-CH-SIZE           PIC ZZZ9.
           05  FILLER               PIC X(94) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(8) VALUE "順位".
           05  FILLER               PIC X(12) VALUE "学籍番号".
           05  FILLER               PIC X(22) VALUE "氏名".
           05  FILLER               PIC X(8) VALUE "学年".
           05  FILLER               PIC X(12) VALUE "累積GPA".
           05  FILLER               PIC X(18) VALUE "修得単位数".
           05  FILLER               PIC X(12) VALUE "上位%".
           05  FILLER               PIC X(40) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DT-RANK           PIC ZZZ9.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-DT-STUDENT-ID     PIC X(7).
           05  FILLER               PIC X(5) VALUE SPACES.
           05  WS-DT-NAME           PIC X(20).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DT-YEAR           PIC 9.
           05  FILLER               PIC X(7) VALUE SPACES.
           05  WS-DT-CUM-GPA        PIC 9.99.
           05  FILLER               PIC X(8) VALUE SPACES.
           05  WS-DT-CREDITS        PIC ZZ9.
           05  FILLER               PIC X(15) VALUE SPACES.
           05  WS-DT-PERCENTILE     PIC ZZ9.9.
           05  FILLER               PIC X(47) VALUE SPACES.

       COPY LIBERROR.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:4) TO WS-CURRENT-YEAR
           DISPLAY "学内順位算出"
           DISPLAY "対象学期: "
           ACCEPT WS-TARGET-SEMESTER
           IF WS-TARGET-SEMESTER = SPACES
               DISPLAY "学期が未指定のため処理を中止し"
                   "ます。"
           ELSE
               PERFORM OPEN-FILES
               PERFORM COLLECT-STUDENTS
               PERFORM SORT-STUDENTS
               PERFORM RANK-ALL-COHORTS
               PERFORM CLOSE-FILES
               DISPLAY "学内順位の算出が完了しました。"
               DISPLAY "対象学生: " WS-RANKED-COUNT "名"
                   "  集団: " WS-COHORT-COUNT
                   "  学科: " WS-DEPT-COUNT
           END-IF
           GOBACK.

       OPEN-FILES SECTION.
           OPEN INPUT STUDENT-FILE
           OPEN INPUT GRADE-FILE
           OPEN INPUT SYLLABUS-FILE
           OPEN INPUT STANDING-FILE
           OPEN INPUT DEPARTMENT-FILE
           OPEN I-O RANK-FILE
           IF NOT WS-CRK-SUCCESS
               OPEN OUTPUT RANK-FILE
               CLOSE RANK-FILE
               OPEN I-O RANK-FILE
           END-IF.

       CLOSE-FILES SECTION.
           IF WS-REPORT-OPEN
               CLOSE REPORT-FILE
               MOVE "N" TO WS-REPORT-OPEN-FLAG
           END-IF
           CLOSE STUDENT-FILE
           CLOSE GRADE-FILE
           CLOSE SYLLABUS-FILE
           CLOSE STANDING-FILE
           CLOSE DEPARTMENT-FILE
           CLOSE RANK-FILE.

      * 在籍中で指定学期の区分履歴がある学生を対象表に積む
       COLLECT-STUDENTS SECTION.
           MOVE ZERO TO WS-RK-COUNT
           MOVE LOW-VALUES TO STU-ID
           START STUDENT-FILE KEY >= STU-ID
               INVALID KEY
                   MOVE "10" TO WS-STU-STATUS
           END-START
           PERFORM UNTIL WS-STU-EOF
               READ STUDENT-FILE NEXT
                   AT END
                       MOVE "10" TO WS-STU-STATUS
                   NOT AT END
                       IF STU-ACTIVE
                           PERFORM COLLECT-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STU-STATUS.

       COLLECT-ONE-STUDENT SECTION.
           MOVE STU-ID TO STN-STUDENT-ID
           MOVE WS-TARGET-SEMESTER TO STN-SEMESTER
           READ STANDING-FILE
               INVALID KEY
                   MOVE "23" TO WS-STN-STATUS
           END-READ
           IF WS-STN-SUCCESS AND WS-RK-COUNT < 5000
               MOVE STU-ID TO WS-SAVED-STU-ID
               PERFORM COMPUTE-EARNED-CREDITS
               IF WS-EARNED-CREDITS > 999
                   MOVE 999 TO WS-EARNED-CREDITS
               END-IF
               ADD 1 TO WS-RK-COUNT
               MOVE STU-DEPARTMENT-ID TO WS-RK-DEPARTMENT(WS-RK-COUNT)
               IF STU-ADMISSION-YEAR = ZERO
                   COMPUTE WS-RK-ADM-YEAR(WS-RK-COUNT) =
                       WS-CURRENT-YEAR - STU-YEAR + 1
               ELSE
                   MOVE STU-ADMISSION-YEAR
                       TO WS-RK-ADM-YEAR(WS-RK-COUNT)
               END-IF
               COMPUTE WS-RK-GPA-INV(WS-RK-COUNT) =
                   9.99 - STN-CUM-GPA
               COMPUTE WS-RK-CRED-INV(WS-RK-COUNT) =
                   999 - WS-EARNED-CREDITS
               MOVE STU-ID TO WS-RK-STUDENT-ID(WS-RK-COUNT)
               MOVE STN-CUM-GPA TO WS-RK-CUM-GPA(WS-RK-COUNT)
               MOVE WS-EARNED-CREDITS TO WS-RK-CREDITS(WS-RK-COUNT)
               MOVE STU-YEAR TO WS-RK-YEAR(WS-RK-COUNT)
               MOVE STU-LAST-NAME TO WS-RK-NAME(WS-RK-COUNT)
           END-IF
           MOVE "00" TO WS-STN-STATUS.

      * 成績をキー順（学生・科目・学期）に読み、科目ごとに最後の
      * 学期＝最新の履修が合格なら単位を数える
       COMPUTE-EARNED-CREDITS SECTION.
           MOVE ZERO TO WS-EARNED-CREDITS
           MOVE SPACES TO WS-PEND-COURSE
           MOVE WS-SAVED-STU-ID TO GRD-STUDENT-ID
           MOVE LOW-VALUES TO GRD-COURSE-ID
           MOVE LOW-VALUES TO GRD-SEMESTER
           MOVE "00" TO WS-GRD-STATUS
           START GRADE-FILE KEY >= GRD-KEY
               INVALID KEY
                   MOVE "10" TO WS-GRD-STATUS
           END-START
           PERFORM UNTIL WS-GRD-EOF
               READ GRADE-FILE NEXT
                   AT END
                       MOVE "10" TO WS-GRD-STATUS
                   NOT AT END
                       IF GRD-STUDENT-ID NOT = WS-SAVED-STU-ID
                           MOVE "10" TO WS-GRD-STATUS
                       ELSE
                           IF GRD-COURSE-ID NOT = WS-PEND-COURSE
                           AND WS-PEND-COURSE NOT = SPACES
                               PERFORM SETTLE-PENDING-COURSE
                           END-IF
                           MOVE GRD-COURSE-ID TO WS-PEND-COURSE
                           MOVE GRD-POINT TO WS-PEND-POINT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PEND-COURSE NOT = SPACES
               PERFORM SETTLE-PENDING-COURSE
               MOVE SPACES TO WS-PEND-COURSE
           END-IF
           MOVE "00" TO WS-GRD-STATUS.

       SETTLE-PENDING-COURSE SECTION.
           IF WS-PEND-POINT > ZERO
               MOVE WS-PEND-COURSE TO SYL-COURSE-ID
               READ SYLLABUS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD SYL-CREDITS TO WS-EARNED-CREDITS
               END-READ
               MOVE "00" TO WS-SYL-STATUS
           END-IF.

       SORT-STUDENTS SECTION.
           PERFORM VARYING WS-RK-I FROM 1 BY 1
                   UNTIL WS-RK-I >= WS-RK-COUNT
               PERFORM VARYING WS-RK-J FROM 1 BY 1
                       UNTIL WS-RK-J > WS-RK-COUNT - WS-RK-I
                   IF WS-RK-SORT-KEY(WS-RK-J) >
                      WS-RK-SORT-KEY(WS-RK-J + 1)
                       MOVE WS-RK-ENTRY(WS-RK-J) TO WS-RK-SWAP
                       MOVE WS-RK-ENTRY(WS-RK-J + 1)
                           TO WS-RK-ENTRY(WS-RK-J)
                       MOVE WS-RK-SWAP TO WS-RK-ENTRY(WS-RK-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * 学科・入学年度が同じ範囲を1集団として順位を付ける。学科
      * が変わるたびに順位表を開き直す
       RANK-ALL-COHORTS SECTION.
           MOVE SPACES TO WS-CUR-DEPARTMENT
           MOVE 1 TO WS-COHORT-START
           PERFORM UNTIL WS-COHORT-START > WS-RK-COUNT
               MOVE WS-COHORT-START TO WS-COHORT-END
               PERFORM UNTIL WS-COHORT-END >= WS-RK-COUNT
                  OR WS-RK-DEPARTMENT(WS-COHORT-END + 1) NOT =
                     WS-RK-DEPARTMENT(WS-COHORT-START)
                  OR WS-RK-ADM-YEAR(WS-COHORT-END + 1) NOT =
                     WS-RK-ADM-YEAR(WS-COHORT-START)
                   ADD 1 TO WS-COHORT-END
               END-PERFORM
               IF WS-RK-DEPARTMENT(WS-COHORT-START) NOT =
                  WS-CUR-DEPARTMENT
                   PERFORM OPEN-DEPARTMENT-REPORT
               END-IF
               PERFORM RANK-ONE-COHORT
               COMPUTE WS-COHORT-START = WS-COHORT-END + 1
           END-PERFORM.

       OPEN-DEPARTMENT-REPORT SECTION.
           IF WS-REPORT-OPEN
               CLOSE REPORT-FILE
           END-IF
           MOVE WS-RK-DEPARTMENT(WS-COHORT-START) TO WS-CUR-DEPARTMENT
           ADD 1 TO WS-DEPT-COUNT
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "class_rank_" DELIMITED BY SIZE
                   WS-CUR-DEPARTMENT DELIMITED BY SPACE
                   "_" DELIMITED BY SIZE
                   WS-TARGET-SEMESTER DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-CURRENT-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           MOVE "Y" TO WS-REPORT-OPEN-FLAG
           WRITE REPORT-LINE FROM WS-HEADER1
           WRITE REPORT-LINE FROM WS-REPORT-TITLE
           WRITE REPORT-LINE FROM WS-HEADER1
           MOVE WS-CUR-DEPARTMENT TO WS-CL-DEPARTMENT
           MOVE SPACES TO WS-CL-DEPT-NAME
           MOVE WS-CUR-DEPARTMENT TO DEP-ID
           READ DEPARTMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DEP-NAME TO WS-CL-DEPT-NAME
           END-READ
           MOVE "00" TO WS-DEP-STATUS
           MOVE WS-TARGET-SEMESTER TO WS-CL-SEMESTER
           MOVE WS-CURRENT-DATE TO WS-CL-DATE
           WRITE REPORT-LINE FROM WS-CONDITION-LINE
           DISPLAY "順位表: " WS-REPORT-FILENAME.

      * 累積GPAと修得単位数が前の者と同じなら同順位とする
       RANK-ONE-COHORT SECTION.
           ADD 1 TO WS-COHORT-COUNT
           COMPUTE WS-COHORT-SIZE =
               WS-COHORT-END - WS-COHORT-START + 1
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-RK-ADM-YEAR(WS-COHORT-START) TO WS-CH-ADM-YEAR
           MOVE WS-COHORT-SIZE TO WS-CH-SIZE
           WRITE REPORT-LINE FROM WS-COHORT-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HEADER
           WRITE REPORT-LINE FROM WS-RULE-LINE
           PERFORM VARYING WS-RK-I FROM WS-COHORT-START BY 1
                   UNTIL WS-RK-I > WS-COHORT-END
               IF WS-RK-I = WS-COHORT-START
                   MOVE 1 TO WS-CUR-RANK
               ELSE
                   IF WS-RK-CUM-GPA(WS-RK-I) NOT =
                      WS-RK-CUM-GPA(WS-RK-I - 1)
                   OR WS-RK-CREDITS(WS-RK-I) NOT =
                      WS-RK-CREDITS(WS-RK-I - 1)
                       COMPUTE WS-CUR-RANK =
                           WS-RK-I - WS-COHORT-START + 1
                   END-IF
               END-IF
               COMPUTE WS-CUR-PERCENTILE ROUNDED =
                   WS-CUR-RANK * 100 / WS-COHORT-SIZE
               PERFORM STORE-RANK
               PERFORM WRITE-RANK-LINE
           END-PERFORM.

       STORE-RANK SECTION.
           MOVE WS-RK-STUDENT-ID(WS-RK-I) TO CRK-STUDENT-ID
           MOVE WS-TARGET-SEMESTER TO CRK-SEMESTER
           MOVE WS-RK-DEPARTMENT(WS-RK-I) TO CRK-DEPARTMENT-ID
           MOVE WS-RK-ADM-YEAR(WS-RK-I) TO CRK-ADMISSION-YEAR
           MOVE WS-RK-CUM-GPA(WS-RK-I) TO CRK-CUM-GPA
           MOVE WS-RK-CREDITS(WS-RK-I) TO CRK-CREDITS
           MOVE WS-CUR-RANK TO CRK-RANK
           MOVE WS-COHORT-SIZE TO CRK-COHORT-SIZE
           MOVE WS-CUR-PERCENTILE TO CRK-PERCENTILE
           MOVE WS-CURRENT-DATE TO CRK-COMPUTE-DATE
           WRITE CLASS-RANK-RECORD
               INVALID KEY
                   REWRITE CLASS-RANK-RECORD
                       INVALID KEY
                           DISPLAY MSG-FILE-WRITE
                   END-REWRITE
           END-WRITE
           MOVE "00" TO WS-CRK-STATUS
           ADD 1 TO WS-RANKED-COUNT.

       WRITE-RANK-LINE SECTION.
           MOVE WS-CUR-RANK TO WS-DT-RANK
           MOVE WS-RK-STUDENT-ID(WS-RK-I) TO WS-DT-STUDENT-ID
           MOVE WS-RK-NAME(WS-RK-I) TO WS-DT-NAME
           MOVE WS-RK-YEAR(WS-RK-I) TO WS-DT-YEAR
           MOVE WS-RK-CUM-GPA(WS-RK-I) TO WS-DT-CUM-GPA
           MOVE WS-RK-CREDITS(WS-RK-I) TO WS-DT-CREDITS
           MOVE WS-CUR-PERCENTILE TO WS-DT-PERCENTILE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
