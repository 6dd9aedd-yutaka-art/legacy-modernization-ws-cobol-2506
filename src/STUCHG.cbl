      ******************************************************************
      * 学生管理システム - 転学科（学科変更）管理プログラム
      *
      * 学生の所属学科の変更を申請・承認・発効の手続きで行う。
      * 申請は現学科・新学科の両学科長の承認を要し、新学科長が
      * 移籍前の修得科目ごとに新学科の卒業要件への算入区分
      * （専門／教養・他学科／算入しない）を認定する。
      * 適用学期の開始後に発効処理を行うと所属学科を書き換え、
      * 指導教員を外す（新学科での割当は指導教員管理（STUADV）で
      * 行う）。学生マスタ管理（STUREG）では所属学科を変更
      * できない
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUCHG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.
       SPECIAL-NAMES.
           CONSOLE IS CRT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEPT-CHANGE-FILE
               ASSIGN TO "dept_change.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCH-KEY
               FILE STATUS IS WS-DCH-STATUS.

           SELECT DEPT-CHANGE-COURSE-FILE
               ASSIGN TO "dept_change_course.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DCC-KEY
               FILE STATUS IS WS-DCC-STATUS.

           SELECT STUDENT-FILE
               ASSIGN TO "student.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-STU-STATUS.

           SELECT DEPARTMENT-FILE
               ASSIGN TO "department.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-ID
               FILE STATUS IS WS-DEP-STATUS.

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

           SELECT TERM-FILE
               ASSIGN TO "term.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TERM-SEMESTER
               FILE STATUS IS WS-TERM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPT-CHANGE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DCHFILE.

       FD  DEPT-CHANGE-COURSE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DCCFILE.

       FD  STUDENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STUFILE.

       FD  DEPARTMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DEPFILE.

       FD  GRADE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GRDFILE.

       FD  SYLLABUS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SYLFILE.

       FD  TERM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TERMFILE.

       WORKING-STORAGE SECTION.
       01  WS-DCH-STATUS            PIC XX VALUE "00".
           88  WS-DCH-SUCCESS       VALUE "00".
           88  WS-DCH-EOF           VALUE "10".

       01  WS-DCC-STATUS            PIC XX VALUE "00".
           88  WS-DCC-SUCCESS       VALUE "00".

       01  WS-STU-STATUS            PIC XX VALUE "00".
           88  WS-STU-SUCCESS       VALUE "00".

       01  WS-DEP-STATUS            PIC XX VALUE "00".
           88  WS-DEP-SUCCESS       VALUE "00".

       01  WS-GRD-STATUS            PIC XX VALUE "00".
           88  WS-GRD-SUCCESS       VALUE "00".
           88  WS-GRD-EOF           VALUE "10".

       01  WS-SYL-STATUS            PIC XX VALUE "00".
           88  WS-SYL-SUCCESS       VALUE "00".

       01  WS-TERM-STATUS           PIC XX VALUE "00".
           88  WS-TERM-SUCCESS      VALUE "00".
       01  WS-TERM-OPEN-FLAG        PIC X VALUE "N".
           88  WS-TERM-OPEN         VALUE "Y".

       01  WS-CONTINUE-FLAG         PIC X VALUE "Y".
           88  WS-CONTINUE          VALUE "Y", "y".
           88  WS-EXIT              VALUE "N", "n".

       01  WS-CHOICE                PIC 9 VALUE 0.

       01  WS-CURRENT-DATE          PIC 9(8) VALUE ZERO.
       01  WS-INPUT-STUDENT-ID      PIC X(7) VALUE SPACES.
       01  WS-INPUT-DEP-ID          PIC X(4) VALUE SPACES.
       01  WS-INPUT-SEMESTER        PIC X(2) VALUE SPACES.
       01  WS-INPUT-REASON          PIC X(40) VALUE SPACES.
       01  WS-INPUT-CHAIR-ID        PIC X(5) VALUE SPACES.
       01  WS-INPUT-DECISION        PIC X VALUE SPACE.
           88  WS-DECISION-APPROVE  VALUE "Y", "y".
           88  WS-DECISION-REJECT   VALUE "N", "n".

       01  WS-VALID-FLAG            PIC X VALUE "Y".
           88  WS-VALID             VALUE "Y".

      * 処理中（申請中・承認済）の申請と次の連番
       01  WS-OPEN-FOUND-FLAG       PIC X VALUE "N".
           88  WS-OPEN-FOUND        VALUE "Y".
       01  WS-OPEN-SEQ              PIC 9(2) VALUE ZERO.
       01  WS-NEXT-SEQ              PIC 9(2) VALUE 1.
       01  WS-APPROVE-SIDE          PIC X VALUE SPACE.
           88  WS-SIDE-FROM         VALUE "F".
           88  WS-SIDE-TO           VALUE "T".
       01  WS-LIST-COUNT            PIC 9(3) VALUE ZERO.

      * 移籍前の修得科目（同一科目は最後の学期の記録で判定）
       01  WS-EC-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-EC-TABLE.
           05  WS-EC-COURSE-ID OCCURS 200 TIMES PIC X(6).
       01  WS-EC-I                  PIC 9(3) VALUE ZERO.
       01  WS-PEND-COURSE           PIC X(6) VALUE SPACES.
       01  WS-PEND-POINT            PIC 9V9 VALUE ZERO.
       01  WS-UNEVALUATED-COUNT     PIC 9(3) VALUE ZERO.
       01  WS-EVALUATED-COUNT       PIC 9(3) VALUE ZERO.

      * 科目ごとの認定画面の表示・入力項目
       01  WS-EV-COURSE-ID          PIC X(6) VALUE SPACES.
       01  WS-EV-COURSE-NAME        PIC X(30) VALUE SPACES.
       01  WS-EV-CREDITS            PIC 9 VALUE ZERO.
       01  WS-EV-DEPARTMENT         PIC X(4) VALUE SPACES.
       01  WS-EV-BUCKET             PIC X VALUE SPACE.
       01  WS-EV-PROPOSAL           PIC X VALUE SPACE.
       01  WS-EV-NEW-FLAG           PIC X VALUE "N".
           88  WS-EV-NEW            VALUE "Y".

       COPY LIBERROR.

       SCREEN SECTION.
       01  DCH-MENU-SCREEN.
           05  LINE 2 COL 1         VALUE
               "転学科（学科変更）管理メニュー".
           05  LINE 4 COL 1         VALUE "1. 転学科申請".
           05  LINE 5 COL 1         VALUE "2. 学科長承認".
           05  LINE 6 COL 1         VALUE "3. 既修得科目の認定".
           05  LINE 7 COL 1         VALUE "4. 発効処理".
           05  LINE 8 COL 1         VALUE "5. 申請履歴照会".
           05  LINE 9 COL 1         VALUE "9. 戻る".
           05  LINE 11 COL 1        VALUE "選択: ".
           05  LINE 11 COL 8        PIC 9 USING WS-CHOICE.

       01  DCH-APPLY-SCREEN.
           05  LINE 2 COL 1         VALUE "転学科申請".
           05  LINE 4 COL 1         VALUE "学籍番号: ".
           05  LINE 4 COL 12
               PIC X(7) USING WS-INPUT-STUDENT-ID.
           05  LINE 5 COL 1         VALUE "新学科コード: ".
           05  LINE 5 COL 16        PIC X(4) USING WS-INPUT-DEP-ID.
           05  LINE 6 COL 1         VALUE "適用学期: ".
           05  LINE 6 COL 12
               PIC X(2) USING WS-INPUT-SEMESTER.
           05  LINE 7 COL 1         VALUE "理由: ".
           05  LINE 7 COL 8         PIC X(40) USING WS-INPUT-REASON.

       01  DCH-APPROVE-SCREEN.
           05  LINE 2 COL 1         VALUE "学科長承認".
           05  LINE 4 COL 1         VALUE "学籍番号: ".
           05  LINE 4 COL 12
               PIC X(7) USING WS-INPUT-STUDENT-ID.
           05  LINE 5 COL 1         VALUE "学科長の教員番号: ".
           05  LINE 5 COL 20
               PIC X(5) USING WS-INPUT-CHAIR-ID.
           05  LINE 6 COL 1         VALUE "承認しますか (Y/N): ".
           05  LINE 6 COL 22
               PIC X(1) USING WS-INPUT-DECISION.

       01  DCH-EVAL-START-SCREEN.
           05  LINE 2 COL 1         VALUE "既修得科目の認定".
           05  LINE 4 COL 1         VALUE "学籍番号: ".
           05  LINE 4 COL 12
               PIC X(7) USING WS-INPUT-STUDENT-ID.
           05  LINE 5 COL 1
               VALUE "認定者（新学科長）の教員番号: ".
           05  LINE 5 COL 32
               PIC X(5) USING WS-INPUT-CHAIR-ID.

       01  DCH-EVAL-COURSE-SCREEN.
           05  LINE 8 COL 1         VALUE "科目: ".
           05  LINE 8 COL 8         PIC X(6) FROM WS-EV-COURSE-ID.
           05  LINE 8 COL 16
               PIC X(30) FROM WS-EV-COURSE-NAME.
           05  LINE 9 COL 1         VALUE "単位: ".
           05  LINE 9 COL 8         PIC 9 FROM WS-EV-CREDITS.
           05  LINE 9 COL 12        VALUE "開講学科: ".
           05  LINE 9 COL 23        PIC X(4) FROM WS-EV-DEPARTMENT.
           05  LINE 10 COL 1
               VALUE
                   "区分 (M=専門 G=教養・他学科 N=算入し"
                   & "ない): ".
           05  LINE 10 COL 45       PIC X(1) USING WS-EV-BUCKET.

       01  DCH-STUDENT-SCREEN.
           05  LINE 2 COL 1         VALUE "学籍番号の指定".
           05  LINE 4 COL 1         VALUE "学籍番号: ".
           05  LINE 4 COL 12
               PIC X(7) USING WS-INPUT-STUDENT-ID.

       01  CONTINUE-SCREEN.
           05  LINE 20 COL 1        VALUE
               "続行しますか？ (Y/N): ".
           05  LINE 20 COL 25       PIC X USING WS-CONTINUE-FLAG.

       PROCEDURE DIVISION.
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
           OPEN I-O DEPT-CHANGE-FILE
           IF NOT WS-DCH-SUCCESS
               OPEN OUTPUT DEPT-CHANGE-FILE
               CLOSE DEPT-CHANGE-FILE
               OPEN I-O DEPT-CHANGE-FILE
           END-IF
           OPEN I-O DEPT-CHANGE-COURSE-FILE
           IF NOT WS-DCC-SUCCESS
               OPEN OUTPUT DEPT-CHANGE-COURSE-FILE
               CLOSE DEPT-CHANGE-COURSE-FILE
               OPEN I-O DEPT-CHANGE-COURSE-FILE
           END-IF
           OPEN I-O STUDENT-FILE
           OPEN INPUT DEPARTMENT-FILE
           OPEN INPUT GRADE-FILE
           OPEN INPUT SYLLABUS-FILE
           MOVE "N" TO WS-TERM-OPEN-FLAG
           OPEN INPUT TERM-FILE
           IF WS-TERM-SUCCESS
               MOVE "Y" TO WS-TERM-OPEN-FLAG
           END-IF.

       CLOSE-FILES SECTION.
           CLOSE DEPT-CHANGE-FILE
           CLOSE DEPT-CHANGE-COURSE-FILE
           CLOSE STUDENT-FILE
           CLOSE DEPARTMENT-FILE
           CLOSE GRADE-FILE
           CLOSE SYLLABUS-FILE
           IF WS-TERM-OPEN
               CLOSE TERM-FILE
           END-IF.

       DISPLAY-MENU SECTION.
           DISPLAY DCH-MENU-SCREEN
           ACCEPT DCH-MENU-SCREEN.

       PROCESS-CHOICE SECTION.
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM APPLY-DEPT-CHANGE
               WHEN 2
                   PERFORM APPROVE-DEPT-CHANGE
               WHEN 3
                   PERFORM EVALUATE-EARNED-COURSES
               WHEN 4
                   PERFORM EFFECT-DEPT-CHANGE
               WHEN 5
                   PERFORM LIST-DEPT-CHANGES
               WHEN 9
                   MOVE "N" TO WS-CONTINUE-FLAG
               WHEN OTHER
                   DISPLAY MSG-INVALID-INPUT
           END-EVALUATE.

      * 学生の申請を連番順に読み、処理中（申請中・承認済）の
      * 申請の連番と、次に採番する連番を求める
       FIND-OPEN-APPLICATION SECTION.
           MOVE "N" TO WS-OPEN-FOUND-FLAG
           MOVE ZERO TO WS-OPEN-SEQ
           MOVE 1 TO WS-NEXT-SEQ
           MOVE WS-INPUT-STUDENT-ID TO DCH-STUDENT-ID
           MOVE ZERO TO DCH-SEQ
           MOVE "00" TO WS-DCH-STATUS
           START DEPT-CHANGE-FILE KEY >= DCH-KEY
               INVALID KEY
                   MOVE "10" TO WS-DCH-STATUS
           END-START
           PERFORM UNTIL WS-DCH-EOF
               READ DEPT-CHANGE-FILE NEXT
                   AT END
                       MOVE "10" TO WS-DCH-STATUS
                   NOT AT END
                       IF DCH-STUDENT-ID NOT = WS-INPUT-STUDENT-ID
                           MOVE "10" TO WS-DCH-STATUS
                       ELSE
                           COMPUTE WS-NEXT-SEQ = DCH-SEQ + 1
                           IF DCH-PENDING OR DCH-APPROVED
                               MOVE "Y" TO WS-OPEN-FOUND-FLAG
                               MOVE DCH-SEQ TO WS-OPEN-SEQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-DCH-STATUS
           IF WS-OPEN-FOUND
               MOVE WS-INPUT-STUDENT-ID TO DCH-STUDENT-ID
               MOVE WS-OPEN-SEQ TO DCH-SEQ
               READ DEPT-CHANGE-FILE
                   INVALID KEY
                       MOVE "N" TO WS-OPEN-FOUND-FLAG
               END-READ
           END-IF.

       APPLY-DEPT-CHANGE SECTION.
           MOVE SPACES TO WS-INPUT-STUDENT-ID
           MOVE SPACES TO WS-INPUT-DEP-ID
           MOVE SPACES TO WS-INPUT-SEMESTER
           MOVE SPACES TO WS-INPUT-REASON
           DISPLAY DCH-APPLY-SCREEN
           ACCEPT DCH-APPLY-SCREEN
           MOVE "Y" TO WS-VALID-FLAG
           MOVE WS-INPUT-STUDENT-ID TO STU-ID
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY "学籍番号が未登録です。"
                   MOVE "N" TO WS-VALID-FLAG
               NOT INVALID KEY
                   IF NOT STU-ACTIVE
                       DISPLAY "在籍中の学生のみ申請"
                           "できます。"
                       MOVE "N" TO WS-VALID-FLAG
                   END-IF
           END-READ
           IF WS-VALID
               IF WS-INPUT-DEP-ID = STU-DEPARTMENT-ID
                   DISPLAY "新学科が現在の所属学科と同じ"
                       "です。"
                   MOVE "N" TO WS-VALID-FLAG
               ELSE
                   MOVE WS-INPUT-DEP-ID TO DEP-ID
                   READ DEPARTMENT-FILE
                       INVALID KEY
                           DISPLAY "学科コードが未登"
                               "録です。"
                           MOVE "N" TO WS-VALID-FLAG
                       NOT INVALID KEY
                           IF NOT DEP-ACTIVE
                               DISPLAY "この学科は募集を停止"
                                   "しています。"
                               MOVE "N" TO WS-VALID-FLAG
                           END-IF
                   END-READ
               END-IF
           END-IF
           IF WS-VALID AND WS-INPUT-SEMESTER = SPACES
               DISPLAY "適用学期を入力してください。"
               MOVE "N" TO WS-VALID-FLAG
           END-IF
           IF WS-VALID
               PERFORM FIND-OPEN-APPLICATION
               IF WS-OPEN-FOUND
                   DISPLAY "処理中の申請があります（連番 "
                       DCH-SEQ "）。"
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF
           IF WS-VALID
               INITIALIZE DEPT-CHANGE-RECORD
               MOVE WS-INPUT-STUDENT-ID TO DCH-STUDENT-ID
               MOVE WS-NEXT-SEQ TO DCH-SEQ
               MOVE STU-DEPARTMENT-ID TO DCH-FROM-DEPARTMENT
               MOVE WS-INPUT-DEP-ID TO DCH-TO-DEPARTMENT
               MOVE WS-INPUT-SEMESTER TO DCH-EFFECTIVE-SEMESTER
               MOVE WS-INPUT-REASON TO DCH-REASON
               MOVE WS-CURRENT-DATE TO DCH-APPLY-DATE
               MOVE "P" TO DCH-STATUS
               WRITE DEPT-CHANGE-RECORD
                   INVALID KEY
                       DISPLAY MSG-FILE-WRITE
                   NOT INVALID KEY
                       DISPLAY "転学科を申請しました"
                           "。連番: "
                           DCH-SEQ
               END-WRITE
           END-IF.

      * 入力された教員番号が現学科・新学科どちらの学科長かを
      * 学科マスタで確かめ、その側の承認（または却下）を記録
      * する。両側の承認がそろうと承認済になる
       APPROVE-DEPT-CHANGE SECTION.
           MOVE SPACES TO WS-INPUT-STUDENT-ID
           MOVE SPACES TO WS-INPUT-CHAIR-ID
           MOVE SPACE TO WS-INPUT-DECISION
           DISPLAY DCH-APPROVE-SCREEN
           ACCEPT DCH-APPROVE-SCREEN
           MOVE "Y" TO WS-VALID-FLAG
           MOVE SPACE TO WS-APPROVE-SIDE
           IF NOT WS-DECISION-APPROVE AND NOT WS-DECISION-REJECT
               DISPLAY MSG-INVALID-INPUT
               MOVE "N" TO WS-VALID-FLAG
           END-IF
           IF WS-VALID
               PERFORM FIND-OPEN-APPLICATION
               IF NOT WS-OPEN-FOUND
                   DISPLAY "処理中の申請がありません。"
                   MOVE "N" TO WS-VALID-FLAG
               ELSE
                   IF DCH-APPROVED
                       DISPLAY "この申請は承認済です。"
                       MOVE "N" TO WS-VALID-FLAG
                   END-IF
               END-IF
           END-IF
           IF WS-VALID
               MOVE DCH-FROM-DEPARTMENT TO DEP-ID
               READ DEPARTMENT-FILE
                   INVALID KEY
                       MOVE SPACES TO DEP-CHAIR-ID
               END-READ
               IF DEP-CHAIR-ID = WS-INPUT-CHAIR-ID
               AND DCH-FROM-APPROVE-DATE = ZERO
                   MOVE "F" TO WS-APPROVE-SIDE
               ELSE
                   MOVE DCH-TO-DEPARTMENT TO DEP-ID
                   READ DEPARTMENT-FILE
                       INVALID KEY
                           MOVE SPACES TO DEP-CHAIR-ID
                   END-READ
                   IF DEP-CHAIR-ID = WS-INPUT-CHAIR-ID
                   AND DCH-TO-APPROVE-DATE = ZERO
                       MOVE "T" TO WS-APPROVE-SIDE
                   END-IF
               END-IF
               MOVE "00" TO WS-DEP-STATUS
               IF NOT WS-SIDE-FROM AND NOT WS-SIDE-TO
                   DISPLAY "この申請の学科長ではないか、"
                       "承認済です。"
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF
           IF WS-VALID
               IF WS-SIDE-FROM
                   MOVE WS-INPUT-CHAIR-ID TO DCH-FROM-CHAIR-ID
               ELSE
                   MOVE WS-INPUT-CHAIR-ID TO DCH-TO-CHAIR-ID
               END-IF
               IF WS-DECISION-REJECT
                   MOVE "R" TO DCH-STATUS
               ELSE
                   IF WS-SIDE-FROM
                       MOVE WS-CURRENT-DATE TO DCH-FROM-APPROVE-DATE
                   ELSE
                       MOVE WS-CURRENT-DATE TO DCH-TO-APPROVE-DATE
                   END-IF
                   IF DCH-FROM-APPROVE-DATE NOT = ZERO
                   AND DCH-TO-APPROVE-DATE NOT = ZERO
                       MOVE "A" TO DCH-STATUS
                   END-IF
               END-IF
               REWRITE DEPT-CHANGE-RECORD
                   INVALID KEY
                       DISPLAY MSG-FILE-WRITE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN DCH-REJECTED
                               DISPLAY "申請を却下しました。"
                           WHEN DCH-APPROVED
                               DISPLAY "両学科長の承認がそろ"
                                   "いました。"
                           WHEN OTHER
                               DISPLAY "承認を記録しました。"
                                   "もう一方の学科長の承認"
                                   "待ちです。"
                       END-EVALUATE
               END-REWRITE
           END-IF.

      * 成績をキー順に読み、修得済（最後の学期の評点が0を
      * 超える）科目を表に積む
       LOAD-EARNED-COURSES SECTION.
           MOVE ZERO TO WS-EC-COUNT
           MOVE SPACES TO WS-PEND-COURSE
           MOVE ZERO TO WS-PEND-POINT
           MOVE WS-INPUT-STUDENT-ID TO GRD-STUDENT-ID
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
                       IF GRD-STUDENT-ID NOT = WS-INPUT-STUDENT-ID
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
           END-IF
           MOVE "00" TO WS-GRD-STATUS.

       SETTLE-PENDING-COURSE SECTION.
           IF WS-PEND-POINT > ZERO AND WS-EC-COUNT < 200
               ADD 1 TO WS-EC-COUNT
               MOVE WS-PEND-COURSE TO WS-EC-COURSE-ID(WS-EC-COUNT)
           END-IF.

      * 新学科長が修得科目を1科目ずつ認定する。既に認定済の
      * 科目はその区分を、未認定の科目は開講学科が新学科なら
      * 専門、それ以外は教養・他学科を初期値として示す
       EVALUATE-EARNED-COURSES SECTION.
           MOVE SPACES TO WS-INPUT-STUDENT-ID
           MOVE SPACES TO WS-INPUT-CHAIR-ID
           DISPLAY DCH-EVAL-START-SCREEN
           ACCEPT DCH-EVAL-START-SCREEN
           MOVE "Y" TO WS-VALID-FLAG
           PERFORM FIND-OPEN-APPLICATION
           IF NOT WS-OPEN-FOUND
               DISPLAY "処理中の申請がありません。"
               MOVE "N" TO WS-VALID-FLAG
           END-IF
           IF WS-VALID
               MOVE DCH-TO-DEPARTMENT TO DEP-ID
               READ DEPARTMENT-FILE
                   INVALID KEY
                       MOVE SPACES TO DEP-CHAIR-ID
               END-READ
               MOVE "00" TO WS-DEP-STATUS
               IF DEP-CHAIR-ID NOT = WS-INPUT-CHAIR-ID
               OR WS-INPUT-CHAIR-ID = SPACES
                   DISPLAY "認定は新学科の学科長が行って"
                       "ください。"
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF
           IF WS-VALID
               PERFORM LOAD-EARNED-COURSES
               MOVE ZERO TO WS-EVALUATED-COUNT
               PERFORM VARYING WS-EC-I FROM 1 BY 1
                       UNTIL WS-EC-I > WS-EC-COUNT
                   PERFORM EVALUATE-ONE-COURSE
               END-PERFORM
               IF WS-EC-COUNT = ZERO
                   DISPLAY "修得済の科目はありません。"
               ELSE
                   DISPLAY "認定を記録しました。科目数: "
                       WS-EVALUATED-COUNT
               END-IF
           END-IF.

       EVALUATE-ONE-COURSE SECTION.
           MOVE WS-EC-COURSE-ID(WS-EC-I) TO WS-EV-COURSE-ID
           MOVE WS-EV-COURSE-ID TO SYL-COURSE-ID
           READ SYLLABUS-FILE
               INVALID KEY
                   MOVE "*** 科目情報なし ***"
                       TO WS-EV-COURSE-NAME
                   MOVE ZERO TO WS-EV-CREDITS
                   MOVE SPACES TO WS-EV-DEPARTMENT
               NOT INVALID KEY
                   MOVE SYL-COURSE-NAME TO WS-EV-COURSE-NAME
                   MOVE SYL-CREDITS TO WS-EV-CREDITS
                   MOVE SYL-DEPARTMENT-ID TO WS-EV-DEPARTMENT
           END-READ
           MOVE "00" TO WS-SYL-STATUS
           IF WS-EV-DEPARTMENT = DCH-TO-DEPARTMENT
               MOVE "M" TO WS-EV-PROPOSAL
           ELSE
               MOVE "G" TO WS-EV-PROPOSAL
           END-IF
           MOVE "N" TO WS-EV-NEW-FLAG
           MOVE WS-INPUT-STUDENT-ID TO DCC-STUDENT-ID
           MOVE DCH-SEQ TO DCC-CHANGE-SEQ
           MOVE WS-EV-COURSE-ID TO DCC-COURSE-ID
           READ DEPT-CHANGE-COURSE-FILE
               INVALID KEY
                   MOVE "Y" TO WS-EV-NEW-FLAG
                   MOVE WS-EV-PROPOSAL TO WS-EV-BUCKET
               NOT INVALID KEY
                   MOVE DCC-BUCKET TO WS-EV-BUCKET
           END-READ
           MOVE "00" TO WS-DCC-STATUS
           PERFORM WITH TEST AFTER
                   UNTIL WS-EV-BUCKET = "M" OR "G" OR "N"
               DISPLAY DCH-EVAL-COURSE-SCREEN
               ACCEPT DCH-EVAL-COURSE-SCREEN
               MOVE FUNCTION UPPER-CASE(WS-EV-BUCKET)
                   TO WS-EV-BUCKET
               IF WS-EV-BUCKET NOT = "M" AND NOT = "G"
               AND NOT = "N"
                   DISPLAY MSG-INVALID-INPUT
               END-IF
           END-PERFORM
           MOVE WS-INPUT-STUDENT-ID TO DCC-STUDENT-ID
           MOVE DCH-SEQ TO DCC-CHANGE-SEQ
           MOVE WS-EV-COURSE-ID TO DCC-COURSE-ID
           MOVE WS-EV-CREDITS TO DCC-CREDITS
           MOVE WS-EV-BUCKET TO DCC-BUCKET
           MOVE WS-INPUT-CHAIR-ID TO DCC-EVALUATED-BY
           MOVE WS-CURRENT-DATE TO DCC-EVAL-DATE
           IF WS-EV-NEW
               WRITE DEPT-CHANGE-COURSE-RECORD
                   INVALID KEY
                       DISPLAY MSG-FILE-WRITE
                   NOT INVALID KEY
                       ADD 1 TO WS-EVALUATED-COUNT
               END-WRITE
           ELSE
               REWRITE DEPT-CHANGE-COURSE-RECORD
                   INVALID KEY
                       DISPLAY MSG-FILE-WRITE
                   NOT INVALID KEY
                       ADD 1 TO WS-EVALUATED-COUNT
               END-REWRITE
           END-IF.

      * 承認済の申請を発効させる。適用学期が始まっていること、
      * 修得科目がすべて認定済であることを確かめてから所属学科
      * を書き換え、指導教員を外す
       EFFECT-DEPT-CHANGE SECTION.
           MOVE SPACES TO WS-INPUT-STUDENT-ID
           DISPLAY DCH-STUDENT-SCREEN
           ACCEPT DCH-STUDENT-SCREEN
           MOVE "Y" TO WS-VALID-FLAG
           PERFORM FIND-OPEN-APPLICATION
           IF NOT WS-OPEN-FOUND
               DISPLAY "処理中の申請がありません。"
               MOVE "N" TO WS-VALID-FLAG
           ELSE
               IF NOT DCH-APPROVED
                   DISPLAY "両学科長の承認が済んで"
                       "いません。"
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF
           IF WS-VALID
               PERFORM CHECK-EFFECTIVE-TERM
           END-IF
           IF WS-VALID
               PERFORM LOAD-EARNED-COURSES
               MOVE ZERO TO WS-UNEVALUATED-COUNT
               PERFORM VARYING WS-EC-I FROM 1 BY 1
                       UNTIL WS-EC-I > WS-EC-COUNT
                   MOVE WS-INPUT-STUDENT-ID TO DCC-STUDENT-ID
                   MOVE DCH-SEQ TO DCC-CHANGE-SEQ
                   MOVE WS-EC-COURSE-ID(WS-EC-I) TO DCC-COURSE-ID
                   READ DEPT-CHANGE-COURSE-FILE
                       INVALID KEY
                           ADD 1 TO WS-UNEVALUATED-COUNT
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-DCC-STATUS
               IF WS-UNEVALUATED-COUNT > ZERO
                   DISPLAY "未認定の修得科目があります: "
                       WS-UNEVALUATED-COUNT "科目"
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF
           IF WS-VALID
               MOVE WS-INPUT-STUDENT-ID TO STU-ID
               READ STUDENT-FILE
                   INVALID KEY
                       DISPLAY "学籍番号が未登録です。"
                       MOVE "N" TO WS-VALID-FLAG
                   NOT INVALID KEY
                       IF STU-DEPARTMENT-ID NOT = DCH-FROM-DEPARTMENT
                           DISPLAY "所属学科が申請時と異な"
                               "ります。"
                           MOVE "N" TO WS-VALID-FLAG
                       END-IF
               END-READ
           END-IF
           IF WS-VALID
               MOVE STU-ADVISOR-ID TO DCH-PRIOR-ADVISOR-ID
               MOVE DCH-TO-DEPARTMENT TO STU-DEPARTMENT-ID
               MOVE SPACES TO STU-ADVISOR-ID
               REWRITE STUDENT-RECORD
                   INVALID KEY
                       DISPLAY MSG-FILE-WRITE
                       MOVE "N" TO WS-VALID-FLAG
               END-REWRITE
           END-IF
           IF WS-VALID
               MOVE "E" TO DCH-STATUS
               MOVE WS-CURRENT-DATE TO DCH-EFFECT-DATE
               REWRITE DEPT-CHANGE-RECORD
                   INVALID KEY
                       DISPLAY MSG-FILE-WRITE
                   NOT INVALID KEY
                       DISPLAY "転学科を発効しました。新学"
                           "科: "
                           DCH-TO-DEPARTMENT
                       DISPLAY "指導教員は指導教員管理（STU"
                           "ADV）で割り当ててください。"
               END-REWRITE
           END-IF.

      * 学期マスタに適用学期があれば、その開始日を過ぎている
      * ことを確かめる
       CHECK-EFFECTIVE-TERM SECTION.
           IF WS-TERM-OPEN
               MOVE DCH-EFFECTIVE-SEMESTER TO TERM-SEMESTER
               READ TERM-FILE
                   INVALID KEY
                       DISPLAY "注意: 適用学期が学期マスタ"
                           "に未登録です。"
                   NOT INVALID KEY
                       IF TERM-START-DATE > WS-CURRENT-DATE
                           DISPLAY "適用学期が始まっ"
                               "ていません"
                               "（開始日 " TERM-START-DATE "）。"
                           MOVE "N" TO WS-VALID-FLAG
                       END-IF
               END-READ
               MOVE "00" TO WS-TERM-STATUS
           END-IF.

       LIST-DEPT-CHANGES SECTION.
           MOVE SPACES TO WS-INPUT-STUDENT-ID
           DISPLAY DCH-STUDENT-SCREEN
           ACCEPT DCH-STUDENT-SCREEN
           MOVE ZERO TO WS-LIST-COUNT
           DISPLAY "転学科申請履歴"
           MOVE WS-INPUT-STUDENT-ID TO DCH-STUDENT-ID
           MOVE ZERO TO DCH-SEQ
           MOVE "00" TO WS-DCH-STATUS
           START DEPT-CHANGE-FILE KEY >= DCH-KEY
               INVALID KEY
                   MOVE "10" TO WS-DCH-STATUS
           END-START
           PERFORM UNTIL WS-DCH-EOF
               READ DEPT-CHANGE-FILE NEXT
                   AT END
                       MOVE "10" TO WS-DCH-STATUS
                   NOT AT END
                       IF DCH-STUDENT-ID NOT = WS-INPUT-STUDENT-ID
                           MOVE "10" TO WS-DCH-STATUS
                       ELSE
                           ADD 1 TO WS-LIST-COUNT
                           DISPLAY DCH-SEQ SPACE
                               DCH-FROM-DEPARTMENT " -> "
                               DCH-TO-DEPARTMENT " 適用 "
                               DCH-EFFECTIVE-SEMESTER " 状態 "
                               DCH-STATUS " 申請 "
                               DCH-APPLY-DATE " 発効 "
                               DCH-EFFECT-DATE
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-DCH-STATUS
           IF WS-LIST-COUNT = ZERO
               DISPLAY "申請はありません。"
           END-IF.

       CHECK-CONTINUE SECTION.
           DISPLAY CONTINUE-SCREEN
           ACCEPT CONTINUE-SCREEN.
