      ******************************************************************
      * シラバス管理システム - 奨学金受給候補選定バッチ
      *
      * 学期末、学業成績区分判定（SYLSTND）の後に実行する。
      * 有効な奨学金ごとに、在籍中の学生から対象学科・学年に
      * 該当し、指定学期の累積GPAと修得単位数（再履修は最新の
      * 履修を正とし、合格した科目のみ数える）が下限以上の者を
      * 選び、累積GPAの高い順（同点は修得単位数の多い順、さらに
      * 学籍番号順）に順位を付ける。給付人数までを候補（P）、
      * それ以降を補欠（V）として受給ファイルに記録し、選定結果
      * scholarship_proposal_<学期>_<日付>.txt を出力する。
      * 再実行すると未確定の候補を選び直す。委員会が既に確定
      * した奨学金は選び直さない（確定はSYLSCHで行う）
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLSCHP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHOLARSHIP-FILE
               ASSIGN TO "scholarship.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCH-ID
               FILE STATUS IS WS-SCH-STATUS.

           SELECT AWARD-FILE
               ASSIGN TO "scholarship_award.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SAW-KEY
               FILE STATUS IS WS-SAW-STATUS.

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

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCHOLARSHIP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SCHFILE.

       FD  AWARD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SAWDFILE.

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

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SCH-STATUS            PIC XX VALUE "00".
           88  WS-SCH-SUCCESS       VALUE "00".
           88  WS-SCH-EOF           VALUE "10".

       01  WS-SAW-STATUS            PIC XX VALUE "00".
           88  WS-SAW-SUCCESS       VALUE "00".

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

       01  WS-REPORT-STATUS         PIC XX VALUE "00".
           88  WS-REPORT-SUCCESS    VALUE "00".

       01  WS-CURRENT-DATE          PIC 9(8) VALUE ZERO.
       01  WS-REPORT-FILENAME       PIC X(50) VALUE SPACES.
       01  WS-TARGET-SEMESTER       PIC X(2) VALUE SPACES.

       01  WS-SCAN-DONE-FLAG        PIC X VALUE "N".
           88  WS-SCAN-DONE         VALUE "Y".
       01  WS-CONFIRMED-FLAG        PIC X VALUE "N".
           88  WS-HAS-CONFIRMED     VALUE "Y".
       01  WS-ELIGIBLE-FLAG         PIC X VALUE "N".
           88  WS-ELIGIBLE          VALUE "Y".
       01  WS-DEPT-MATCH-FLAG       PIC X VALUE "N".
           88  WS-DEPT-MATCH        VALUE "Y".
       01  WS-DEPT-ANY-FLAG         PIC X VALUE "Y".
           88  WS-DEPT-ANY          VALUE "Y".
       01  WS-DP-I                  PIC 9 VALUE ZERO.

      * 修得単位数の計算（再履修は最新の履修を正とする）
       01  WS-SAVED-STU-ID          PIC X(7) VALUE SPACES.
       01  WS-EARNED-CREDITS        PIC 9(4) VALUE ZERO.
       01  WS-PEND-COURSE           PIC X(6) VALUE SPACES.
       01  WS-PEND-POINT            PIC 9V9 VALUE ZERO.

      * 奨学金1件分の候補表（順位付けのため並べ替える）
       01  WS-CD-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-CD-TABLE.
           05  WS-CD-ENTRY OCCURS 2000 TIMES.
               10  WS-CD-STUDENT-ID     PIC X(7).
               10  WS-CD-CUM-GPA        PIC 9V99.
               10  WS-CD-CREDITS        PIC 9(3).
       01  WS-CD-I                  PIC 9(4) VALUE ZERO.
       01  WS-CD-J                  PIC 9(4) VALUE ZERO.
       01  WS-CD-SWAP               PIC X(13).
       01  WS-SWAP-FLAG             PIC X VALUE "N".
           88  WS-NEED-SWAP         VALUE "Y".

       01  WS-SCH-COUNT             PIC 9(4) VALUE ZERO.
       01  WS-SKIP-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-PROPOSED-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-RESERVE-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-REMOVED-COUNT         PIC 9(5) VALUE ZERO.

       01  WS-HEADER1               PIC X(132) VALUE ALL "=".
       01  WS-RULE-LINE             PIC X(132) VALUE ALL "-".
       01  WS-REPORT-TITLE          PIC X(132) VALUE
           "                      奨学金受給候補 選定結果".
       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-CONDITION-LINE.
           05  FILLER               PIC X(14) VALUE "対象学期: ".
           05  WS-CL-SEMESTER       PIC X(2).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(12) VALUE "作成日: ".
           05  WS-CL-DATE           PIC 9(8).
           05  FILLER               PIC X(92) VALUE SPACES.

       01  WS-SCHOLARSHIP-LINE.
           05  FILLER               PIC X(12) VALUE "奨学金: ".
           05  WS-SL-ID             PIC X(4).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-SL-NAME           PIC X(30).
           05  FILLER               PIC X(9) VALUE "金額: ".
           05  WS-SL-AMOUNT         PIC Z,ZZZ,ZZ9.
           05  FILLER               PIC X(5) VALUE "円  ".
           05  FILLER               PIC X(15) VALUE "給付人数: ".
           05  WS-SL-COUNT          PIC ZZ9.
           05  FILLER               PIC X(44) VALUE SPACES.

       01  WS-CRITERIA-LINE.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  FILLER               PIC X(9) VALUE "学科: ".
           05  WS-CR-DEPTS          PIC X(25).
           05  FILLER               PIC X(9) VALUE "学年: ".
           05  WS-CR-YEAR-FROM      PIC 9.
           05  FILLER               PIC X(3) VALUE "〜".
           05  WS-CR-YEAR-TO        PIC 9.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(15) VALUE "累積GPA: ".
           05  WS-CR-MIN-GPA        PIC 9.99.
           05  FILLER               PIC X(9) VALUE "以上  ".
           05  FILLER               PIC X(18) VALUE "修得単位数: ".
           05  WS-CR-MIN-CREDITS    PIC ZZ9.
           05  FILLER               PIC X(9) VALUE "以上".
           05  FILLER               PIC X(20) VALUE SPACES.

       01  WS-SKIP-LINE             PIC X(132) VALUE
           "  （委員会が確定済みのため選び直してい"
           & "ません）".

       01  WS-NONE-LINE             PIC X(132) VALUE
           "  （該当者なし）".

       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(6) VALUE "順位".
           05  FILLER               PIC X(12) VALUE "学籍番号".
           05  FILLER               PIC X(22) VALUE "氏名".
           05  FILLER               PIC X(8) VALUE "学科".
           05  FILLER               PIC X(8) VALUE "学年".
           05  FILLER               PIC X(12) VALUE "累積GPA".
           05  FILLER               PIC X(18) VALUE "修得単位数".
           05  FILLER               PIC X(6) VALUE "区分".
           05  FILLER               PIC X(40) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DT-RANK           PIC ZZZ9.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DT-STUDENT-ID     PIC X(7).
           05  FILLER               PIC X(5) VALUE SPACES.
           05  WS-DT-NAME           PIC X(20).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DT-DEPARTMENT     PIC X(4).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-DT-YEAR           PIC 9.
           05  FILLER               PIC X(7) VALUE SPACES.
           05  WS-DT-CUM-GPA        PIC 9.99.
           05  FILLER               PIC X(8) VALUE SPACES.
           05  WS-DT-CREDITS        PIC ZZ9.
           05  FILLER               PIC X(15) VALUE SPACES.
           05  WS-DT-CLASS          PIC X(6).
           05  FILLER               PIC X(40) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER               PIC X(12) VALUE "  候補: ".
           05  WS-TT-PROPOSED       PIC ZZZ9.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(12) VALUE "補欠: ".
           05  WS-TT-RESERVE        PIC ZZZ9.
           05  FILLER               PIC X(96) VALUE SPACES.

       01  WS-SCH-PROPOSED          PIC 9(4) VALUE ZERO.
       01  WS-SCH-RESERVE           PIC 9(4) VALUE ZERO.

       COPY LIBERROR.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           DISPLAY "奨学金受給候補選定"
           DISPLAY "対象学期: "
           ACCEPT WS-TARGET-SEMESTER
           IF WS-TARGET-SEMESTER = SPACES
               DISPLAY "学期が未指定のため処理を中止し"
                   "ます。"
           ELSE
               PERFORM OPEN-FILES
               PERFORM PROCESS-ALL-SCHOLARSHIPS
               PERFORM CLOSE-FILES
               DISPLAY "奨学金受給候補の選定が完了しま"
                   "した。"
               DISPLAY "対象奨学金: " WS-SCH-COUNT "件"
                   " (確定済みで対象外 " WS-SKIP-COUNT "件)"
               DISPLAY "候補: " WS-PROPOSED-COUNT "名"
                   "  補欠: " WS-RESERVE-COUNT "名"
               DISPLAY "選定結果: " WS-REPORT-FILENAME
           END-IF
           GOBACK.

       OPEN-FILES SECTION.
           STRING "scholarship_proposal_" DELIMITED BY SIZE
                   WS-TARGET-SEMESTER DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-CURRENT-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           OPEN INPUT SCHOLARSHIP-FILE
           OPEN INPUT STUDENT-FILE
           OPEN INPUT GRADE-FILE
           OPEN INPUT SYLLABUS-FILE
           OPEN INPUT STANDING-FILE
           OPEN I-O AWARD-FILE
           IF NOT WS-SAW-SUCCESS
               OPEN OUTPUT AWARD-FILE
               CLOSE AWARD-FILE
               OPEN I-O AWARD-FILE
           END-IF
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM WS-HEADER1
           WRITE REPORT-LINE FROM WS-REPORT-TITLE
           WRITE REPORT-LINE FROM WS-HEADER1
           MOVE WS-TARGET-SEMESTER TO WS-CL-SEMESTER
           MOVE WS-CURRENT-DATE TO WS-CL-DATE
           WRITE REPORT-LINE FROM WS-CONDITION-LINE.

       CLOSE-FILES SECTION.
           CLOSE SCHOLARSHIP-FILE
           CLOSE STUDENT-FILE
           CLOSE GRADE-FILE
           CLOSE SYLLABUS-FILE
           CLOSE STANDING-FILE
           CLOSE AWARD-FILE
           CLOSE REPORT-FILE.

       PROCESS-ALL-SCHOLARSHIPS SECTION.
           MOVE LOW-VALUES TO SCH-ID
           START SCHOLARSHIP-FILE KEY >= SCH-ID
               INVALID KEY
                   MOVE "10" TO WS-SCH-STATUS
           END-START
           PERFORM UNTIL WS-SCH-EOF
               READ SCHOLARSHIP-FILE NEXT
                   AT END
                       MOVE "10" TO WS-SCH-STATUS
                   NOT AT END
                       IF SCH-ACTIVE
                           ADD 1 TO WS-SCH-COUNT
                           PERFORM PROCESS-ONE-SCHOLARSHIP
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-SCH-STATUS.

       PROCESS-ONE-SCHOLARSHIP SECTION.
           PERFORM WRITE-SCHOLARSHIP-HEADING
           PERFORM CHECK-CONFIRMED-AWARDS
           IF WS-HAS-CONFIRMED
               ADD 1 TO WS-SKIP-COUNT
               WRITE REPORT-LINE FROM WS-SKIP-LINE
           ELSE
               PERFORM REMOVE-OPEN-PROPOSALS
               PERFORM COLLECT-CANDIDATES
               PERFORM SORT-CANDIDATES
               PERFORM WRITE-PROPOSALS
           END-IF.

       WRITE-SCHOLARSHIP-HEADING SECTION.
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE SCH-ID TO WS-SL-ID
           MOVE SCH-NAME TO WS-SL-NAME
           MOVE SCH-AMOUNT TO WS-SL-AMOUNT
           MOVE SCH-AWARD-COUNT TO WS-SL-COUNT
           WRITE REPORT-LINE FROM WS-SCHOLARSHIP-LINE
           MOVE SPACES TO WS-CR-DEPTS
           IF SCH-DEPARTMENTS = SPACES
               MOVE "全学科" TO WS-CR-DEPTS
           ELSE
               STRING SCH-DEPARTMENT-ID(1) " "
                      SCH-DEPARTMENT-ID(2) " "
                      SCH-DEPARTMENT-ID(3) " "
                      SCH-DEPARTMENT-ID(4) " "
                      SCH-DEPARTMENT-ID(5)
                   DELIMITED BY SIZE
                   INTO WS-CR-DEPTS
               END-STRING
           END-IF
           MOVE SCH-YEAR-FROM TO WS-CR-YEAR-FROM
           MOVE SCH-YEAR-TO TO WS-CR-YEAR-TO
           MOVE SCH-MIN-GPA TO WS-CR-MIN-GPA
           MOVE SCH-MIN-CREDITS TO WS-CR-MIN-CREDITS
           WRITE REPORT-LINE FROM WS-CRITERIA-LINE.

      * 同じ奨学金・学期に確定（C）が1件でもあれば選び直さない
       CHECK-CONFIRMED-AWARDS SECTION.
           MOVE "N" TO WS-CONFIRMED-FLAG
           MOVE "N" TO WS-SCAN-DONE-FLAG
           MOVE SCH-ID TO SAW-SCH-ID
           MOVE WS-TARGET-SEMESTER TO SAW-SEMESTER
           MOVE LOW-VALUES TO SAW-STUDENT-ID
           START AWARD-FILE KEY >= SAW-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE-FLAG
           END-START
           PERFORM UNTIL WS-SCAN-DONE
               READ AWARD-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-SCAN-DONE-FLAG
                   NOT AT END
                       IF SAW-SCH-ID NOT = SCH-ID
                       OR SAW-SEMESTER NOT = WS-TARGET-SEMESTER
                           MOVE "Y" TO WS-SCAN-DONE-FLAG
                       ELSE
                           IF SAW-CONFIRMED
                               MOVE "Y" TO WS-CONFIRMED-FLAG
                               MOVE "Y" TO WS-SCAN-DONE-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-SAW-STATUS.

      * 前回の選定結果（候補・補欠・不採用）を消して選び直す
       REMOVE-OPEN-PROPOSALS SECTION.
           MOVE "N" TO WS-SCAN-DONE-FLAG
           MOVE SCH-ID TO SAW-SCH-ID
           MOVE WS-TARGET-SEMESTER TO SAW-SEMESTER
           MOVE LOW-VALUES TO SAW-STUDENT-ID
           START AWARD-FILE KEY >= SAW-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE-FLAG
           END-START
           PERFORM UNTIL WS-SCAN-DONE
               READ AWARD-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-SCAN-DONE-FLAG
                   NOT AT END
                       IF SAW-SCH-ID NOT = SCH-ID
                       OR SAW-SEMESTER NOT = WS-TARGET-SEMESTER
                           MOVE "Y" TO WS-SCAN-DONE-FLAG
                       ELSE
                           DELETE AWARD-FILE
                               INVALID KEY
                                   DISPLAY MSG-FILE-WRITE
                               NOT INVALID KEY
                                   ADD 1 TO WS-REMOVED-COUNT
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-SAW-STATUS.

      * 在籍中の学生を全件走査し、条件を満たす者を候補表に積む
       COLLECT-CANDIDATES SECTION.
           MOVE ZERO TO WS-CD-COUNT
           MOVE "Y" TO WS-DEPT-ANY-FLAG
           IF SCH-DEPARTMENTS NOT = SPACES
               MOVE "N" TO WS-DEPT-ANY-FLAG
           END-IF
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
                           PERFORM CHECK-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STU-STATUS.

       CHECK-ONE-STUDENT SECTION.
           MOVE "Y" TO WS-ELIGIBLE-FLAG
           IF NOT WS-DEPT-ANY
               MOVE "N" TO WS-DEPT-MATCH-FLAG
               PERFORM VARYING WS-DP-I FROM 1 BY 1
                       UNTIL WS-DP-I > 5 OR WS-DEPT-MATCH
                   IF SCH-DEPARTMENT-ID(WS-DP-I) NOT = SPACES
                   AND SCH-DEPARTMENT-ID(WS-DP-I) =
                       STU-DEPARTMENT-ID
                       MOVE "Y" TO WS-DEPT-MATCH-FLAG
                   END-IF
               END-PERFORM
               IF NOT WS-DEPT-MATCH
                   MOVE "N" TO WS-ELIGIBLE-FLAG
               END-IF
           END-IF
           IF WS-ELIGIBLE
               IF STU-YEAR < SCH-YEAR-FROM
               OR (SCH-YEAR-TO > ZERO AND STU-YEAR > SCH-YEAR-TO)
                   MOVE "N" TO WS-ELIGIBLE-FLAG
               END-IF
           END-IF
           IF WS-ELIGIBLE
               MOVE STU-ID TO STN-STUDENT-ID
               MOVE WS-TARGET-SEMESTER TO STN-SEMESTER
               READ STANDING-FILE
                   INVALID KEY
                       MOVE "N" TO WS-ELIGIBLE-FLAG
                   NOT INVALID KEY
                       IF STN-CUM-GPA < SCH-MIN-GPA
                           MOVE "N" TO WS-ELIGIBLE-FLAG
                       END-IF
               END-READ
               MOVE "00" TO WS-STN-STATUS
           END-IF
           IF WS-ELIGIBLE
               MOVE STU-ID TO WS-SAVED-STU-ID
               PERFORM COMPUTE-EARNED-CREDITS
               IF WS-EARNED-CREDITS < SCH-MIN-CREDITS
                   MOVE "N" TO WS-ELIGIBLE-FLAG
               END-IF
           END-IF
           IF WS-ELIGIBLE AND WS-CD-COUNT < 2000
               ADD 1 TO WS-CD-COUNT
               MOVE STU-ID TO WS-CD-STUDENT-ID(WS-CD-COUNT)
               MOVE STN-CUM-GPA TO WS-CD-CUM-GPA(WS-CD-COUNT)
               IF WS-EARNED-CREDITS > 999
                   MOVE 999 TO WS-CD-CREDITS(WS-CD-COUNT)
               ELSE
                   MOVE WS-EARNED-CREDITS
                       TO WS-CD-CREDITS(WS-CD-COUNT)
               END-IF
           END-IF.

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

      * 累積GPAの降順、同点は修得単位数の降順、さらに学籍番号順
       SORT-CANDIDATES SECTION.
           PERFORM VARYING WS-CD-I FROM 1 BY 1
                   UNTIL WS-CD-I >= WS-CD-COUNT
               PERFORM VARYING WS-CD-J FROM 1 BY 1
                       UNTIL WS-CD-J > WS-CD-COUNT - WS-CD-I
                   PERFORM COMPARE-CANDIDATES
                   IF WS-NEED-SWAP
                       MOVE WS-CD-ENTRY(WS-CD-J) TO WS-CD-SWAP
                       MOVE WS-CD-ENTRY(WS-CD-J + 1)
                           TO WS-CD-ENTRY(WS-CD-J)
                       MOVE WS-CD-SWAP TO WS-CD-ENTRY(WS-CD-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       COMPARE-CANDIDATES SECTION.
           MOVE "N" TO WS-SWAP-FLAG
           EVALUATE TRUE
               WHEN WS-CD-CUM-GPA(WS-CD-J) <
                    WS-CD-CUM-GPA(WS-CD-J + 1)
                   MOVE "Y" TO WS-SWAP-FLAG
               WHEN WS-CD-CUM-GPA(WS-CD-J) >
                    WS-CD-CUM-GPA(WS-CD-J + 1)
                   CONTINUE
               WHEN WS-CD-CREDITS(WS-CD-J) <
                    WS-CD-CREDITS(WS-CD-J + 1)
                   MOVE "Y" TO WS-SWAP-FLAG
               WHEN WS-CD-CREDITS(WS-CD-J) >
                    WS-CD-CREDITS(WS-CD-J + 1)
                   CONTINUE
               WHEN WS-CD-STUDENT-ID(WS-CD-J) >
                    WS-CD-STUDENT-ID(WS-CD-J + 1)
                   MOVE "Y" TO WS-SWAP-FLAG
           END-EVALUATE.

      * 給付人数までを候補、それ以降を補欠として記録する
       WRITE-PROPOSALS SECTION.
           MOVE ZERO TO WS-SCH-PROPOSED
           MOVE ZERO TO WS-SCH-RESERVE
           IF WS-CD-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-NONE-LINE
           ELSE
               WRITE REPORT-LINE FROM WS-COLUMN-HEADER
               WRITE REPORT-LINE FROM WS-RULE-LINE
           END-IF
           PERFORM VARYING WS-CD-I FROM 1 BY 1
                   UNTIL WS-CD-I > WS-CD-COUNT
               INITIALIZE SCHOLARSHIP-AWARD-RECORD
               MOVE SCH-ID TO SAW-SCH-ID
               MOVE WS-TARGET-SEMESTER TO SAW-SEMESTER
               MOVE WS-CD-STUDENT-ID(WS-CD-I) TO SAW-STUDENT-ID
               MOVE WS-CD-I TO SAW-RANK
               MOVE WS-CD-CUM-GPA(WS-CD-I) TO SAW-CUM-GPA
               MOVE WS-CD-CREDITS(WS-CD-I) TO SAW-CREDITS
               MOVE SCH-AMOUNT TO SAW-AMOUNT
               IF WS-CD-I > SCH-AWARD-COUNT
                   MOVE "V" TO SAW-STATUS
                   ADD 1 TO WS-SCH-RESERVE
               ELSE
                   MOVE "P" TO SAW-STATUS
                   ADD 1 TO WS-SCH-PROPOSED
               END-IF
               MOVE WS-CURRENT-DATE TO SAW-PROPOSE-DATE
               MOVE ZERO TO SAW-CONFIRM-DATE
               MOVE SPACES TO SAW-CONFIRMED-BY
               MOVE ZERO TO SAW-EXTRACT-DATE
               WRITE SCHOLARSHIP-AWARD-RECORD
                   INVALID KEY
                       DISPLAY MSG-FILE-WRITE
               END-WRITE
               MOVE "00" TO WS-SAW-STATUS
               PERFORM WRITE-CANDIDATE-LINE
           END-PERFORM
           ADD WS-SCH-PROPOSED TO WS-PROPOSED-COUNT
           ADD WS-SCH-RESERVE TO WS-RESERVE-COUNT
           IF WS-CD-COUNT > ZERO
               MOVE WS-SCH-PROPOSED TO WS-TT-PROPOSED
               MOVE WS-SCH-RESERVE TO WS-TT-RESERVE
               WRITE REPORT-LINE FROM WS-TOTAL-LINE
           END-IF.

       WRITE-CANDIDATE-LINE SECTION.
           MOVE WS-CD-I TO WS-DT-RANK
           MOVE WS-CD-STUDENT-ID(WS-CD-I) TO WS-DT-STUDENT-ID
           MOVE WS-CD-STUDENT-ID(WS-CD-I) TO STU-ID
           READ STUDENT-FILE
               INVALID KEY
                   MOVE SPACES TO STU-LAST-NAME
                   MOVE SPACES TO STU-DEPARTMENT-ID
                   MOVE ZERO TO STU-YEAR
           END-READ
           MOVE "00" TO WS-STU-STATUS
           MOVE STU-LAST-NAME TO WS-DT-NAME
           MOVE STU-DEPARTMENT-ID TO WS-DT-DEPARTMENT
           MOVE STU-YEAR TO WS-DT-YEAR
           MOVE WS-CD-CUM-GPA(WS-CD-I) TO WS-DT-CUM-GPA
           MOVE WS-CD-CREDITS(WS-CD-I) TO WS-DT-CREDITS
           IF WS-CD-I > SCH-AWARD-COUNT
               MOVE "補欠" TO WS-DT-CLASS
           ELSE
               MOVE "候補" TO WS-DT-CLASS
           END-IF
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.
