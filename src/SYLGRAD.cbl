      * 必修科目）を保守し、
      * 学生の修得実績と突き合わせて卒業可否を判定する。
      * 学科一括判定では判定結果の報告書と、進級処理で使う
      * 卒業見込み者リスト（grad_list.dat）を出力する。
      * 転学科した学生は、直近に発効した転学科（STUCHG）で認定
      * された区分で移籍前の修得科目を数える。
      * 第二専攻・副専攻の申告・取下げと修了認定もここで行い、
      * 個人判定では申告した課程ごとの判定結果と、複数の課程に
      * 算入される科目を示す。
      * 学科長が承認した学生ごとの必修科目の読替・免除もここで
      * 登録し、判定に用いて判定結果に注記する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLGRAD.
               RECORD KEY IS TCR-KEY
               FILE STATUS IS WS-TCR-STATUS.

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

           SELECT DECLARATION-FILE
               ASSIGN TO "program_declaration.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PDC-KEY
               FILE STATUS IS WS-PDC-STATUS.

           SELECT STUDENT-FILE
               ASSIGN TO "student.dat"
               ORGANIZATION IS INDEXED
               RECORD KEY IS GRD-KEY
               FILE STATUS IS WS-GRD-STATUS.

           SELECT SUBSTITUTION-FILE
               ASSIGN TO "course_substitution.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SBS-KEY
               FILE STATUS IS WS-SBS-STATUS.

           SELECT DEPARTMENT-FILE
               ASSIGN TO "department.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-ID
               FILE STATUS IS WS-DEP-STATUS.

           SELECT SYLLABUS-FILE
               ASSIGN TO "syllabus.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-COURSE-ID
               ALTERNATE RECORD KEY IS SYL-TEACHER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-DEPARTMENT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-SEMESTER WITH DUPLICATES
               FILE STATUS IS WS-SYL-STATUS.

           SELECT GRADLIST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TCRFILE.

       FD  DEPT-CHANGE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DCHFILE.

       FD  DEPT-CHANGE-COURSE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DCCFILE.

       FD  DECLARATION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PDCFILE.

       FD  STUDENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STUFILE.
           LABEL RECORDS ARE STANDARD.
           COPY GRDFILE.

       FD  SUBSTITUTION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SBSFILE.

       FD  DEPARTMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DEPFILE.

       FD  SYLLABUS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SYLFILE.
       01  WS-TCR-OPEN-FLAG         PIC X VALUE "N".
           88  WS-TCR-OPEN          VALUE "Y".
       01  WS-TCR-SCAN-STUDENT      PIC X(7) VALUE SPACES.
       01  WS-DCH-STATUS            PIC XX VALUE "00".
           88  WS-DCH-SUCCESS       VALUE "00".
           88  WS-DCH-EOF           VALUE "10".
       01  WS-DCH-OPEN-FLAG         PIC X VALUE "N".
           88  WS-DCH-OPEN          VALUE "Y".
       01  WS-DCC-STATUS            PIC XX VALUE "00".
           88  WS-DCC-SUCCESS       VALUE "00".
       01  WS-DCC-OPEN-FLAG         PIC X VALUE "N".
           88  WS-DCC-OPEN          VALUE "Y".
       01  WS-CHANGE-SEQ            PIC 9(2) VALUE ZERO.

      * 判定対象の課程（学科・課程区分）。主専攻は所属学科・空白
       01  WS-AUDIT-DEP-ID          PIC X(4) VALUE SPACES.
       01  WS-AUDIT-PROGRAM         PIC X(1) VALUE SPACE.
           88  WS-AUDIT-PRIMARY     VALUE SPACE.
       01  WS-PROG-NO               PIC 9 VALUE 1.

       01  WS-PDC-STATUS            PIC XX VALUE "00".
           88  WS-PDC-SUCCESS       VALUE "00".
           88  WS-PDC-EOF           VALUE "10".
       01  WS-INPUT-PROGRAM         PIC X(1) VALUE SPACE.
       01  WS-INPUT-SEQ             PIC 9(2) VALUE ZERO.
       01  WS-NEXT-SEQ              PIC 9(2) VALUE 1.
       01  WS-VALID-FLAG            PIC X VALUE "Y".
           88  WS-VALID             VALUE "Y".
       01  WS-PROGRAM-LABEL         PIC X(12) VALUE SPACES.

      * 学生の申告（申告中・修了）。判定結果もここに残す
       01  WS-DC-COUNT              PIC 9 VALUE ZERO.
       01  WS-DC-TABLE.
           05  WS-DC-ENTRY OCCURS 8 TIMES.
               10  WS-DC-SEQ            PIC 9(2).
               10  WS-DC-DEP-ID         PIC X(4).
               10  WS-DC-PROGRAM        PIC X(1).
               10  WS-DC-CATALOG-YEAR   PIC 9(4).
               10  WS-DC-STATUS         PIC X(1).
       01  WS-DC-I                  PIC 9 VALUE ZERO.

      * 課程ごとの算入科目（専門区分または必修として数えた科目）。
      * WS-OV-MARKのWS-PROG-NO桁目が"Y"なら、その課程に算入
       01  WS-OV-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-OV-TABLE.
           05  WS-OV-ENTRY OCCURS 200 TIMES.
               10  WS-OV-COURSE         PIC X(6).
               10  WS-OV-MARK           PIC X(9).
       01  WS-OV-I                  PIC 9(3) VALUE ZERO.
       01  WS-OV-K                  PIC 9(2) VALUE ZERO.
       01  WS-OV-HITS               PIC 9(2) VALUE ZERO.
       01  WS-OV-SHOWN              PIC 9(3) VALUE ZERO.
       01  WS-LIST-COUNT            PIC 9 VALUE ZERO.

       01  WS-SBS-STATUS            PIC XX VALUE "00".
           88  WS-SBS-SUCCESS       VALUE "00".
       01  WS-DEP-STATUS            PIC XX VALUE "00".
           88  WS-DEP-SUCCESS       VALUE "00".
       01  WS-NEW-SBS-FLAG          PIC X VALUE "N".
           88  WS-NEW-SBS           VALUE "Y".

      * 判定中の課程で適用した読替・免除の注記
       01  WS-FN-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-FN-TABLE.
           05  WS-FN-TEXT OCCURS 10 TIMES PIC X(124).
       01  WS-FN-I                  PIC 9(2) VALUE ZERO.
       01  WS-FN-WORK               PIC X(124) VALUE SPACES.
       01  WS-FOOTNOTE-LINE.
           05  FILLER               PIC X(8) VALUE "    ※ ".
           05  WS-FL-TEXT           PIC X(124).
       01  WS-OV-TARGET             PIC X(6) VALUE SPACES.
       01  WS-PEND-COURSE           PIC X(6) VALUE SPACES.
       01  WS-PEND-POINT            PIC 9V9 VALUE ZERO.
       01  WS-MAND-COURSE           PIC X(6) VALUE SPACES.

       SCREEN SECTION.
       01  GRAD-MENU-SCREEN.
           05  LINE 2 COL 1         VALUE
               "卒業要件・卒業判定メニュー".
           05  LINE 4 COL 1         VALUE
               "1. 卒業要件登録／修正".
           05  LINE 5 COL 1         VALUE "2. 個人判定".
           05  LINE 6 COL 1         VALUE
               "3. 学科一括判定（見込者リスト出力）".
           05  LINE 7 COL 1         VALUE
               "4. 第二専攻・副専攻の申告".
           05  LINE 8 COL 1         VALUE
               "5. 第二専攻・副専攻の取下げ".
           05  LINE 9 COL 1         VALUE
               "6. 第二専攻・副専攻の修了認定".
           05  LINE 10 COL 1        VALUE
               "7. 必修科目の読替・免除の登録".
           05  LINE 11 COL 1        VALUE
               "8. 必修科目の読替・免除の取消".
           05  LINE 12 COL 1        VALUE "9. 戻る".
           05  LINE 13 COL 1        VALUE "選択: ".
           05  LINE 13 COL 8        PIC 9 USING WS-CHOICE.

       01  REQ-INPUT-SCREEN.
           05  LINE 2 COL 1         VALUE "卒業要件登録".
           05  LINE 4 COL 22       VALUE "年度: ".
           05  LINE 4 COL 30
               PIC 9(4) USING REQ-CATALOG-YEAR.
           05  LINE 5 COL 1         VALUE
               "必要単位数（総計）: ".
           05  LINE 5 COL 22
               PIC 9(3) USING REQ-TOTAL-CREDITS.
           05  LINE 6 COL 1         VALUE
               "うち専門（自学科）: ".
           05  LINE 6 COL 22
               PIC 9(3) USING REQ-MAJOR-CREDITS.
           05  LINE 6 COL 28        VALUE "うち教養・他学科: ".
           05  LINE 10 COL 1        VALUE "必修10: ".
           05  LINE 10 COL 10
               PIC X(6) USING REQ-MANDATORY-COURSES(10).
           05  LINE 12 COL 1        VALUE
               "課程区分 (空白=主専攻 "
               & "D=第二専攻 N=副専攻): ".
           05  LINE 12 COL 46
               PIC X(1) USING REQ-PROGRAM-TYPE.

       01  DECLARE-SCREEN.
           05  LINE 2 COL 1         VALUE
               "第二専攻・副専攻の申告".
           05  LINE 4 COL 1         VALUE "学籍番号: ".
           05  LINE 4 COL 12
               PIC X(7) USING WS-INPUT-STUDENT-ID.
           05  LINE 5 COL 1         VALUE "学科コード: ".
           05  LINE 5 COL 14        PIC X(4) USING WS-INPUT-DEP-ID.
           05  LINE 6 COL 1         VALUE
               "課程区分 (D=第二専攻 N=副専攻): ".
           05  LINE 6 COL 34
               PIC X(1) USING WS-INPUT-PROGRAM.

       01  SUBSTITUTION-SCREEN.
           05  LINE 2 COL 1         VALUE
               "必修科目の読替・免除の登録".
           05  LINE 4 COL 1         VALUE "学籍番号: ".
           05  LINE 4 COL 12
               PIC X(7) USING WS-INPUT-STUDENT-ID.
           05  LINE 5 COL 1         VALUE "必修科目コード: ".
           05  LINE 5 COL 18
               PIC X(6) USING SBS-REQUIRED-COURSE.
           05  LINE 6 COL 1         VALUE
               "区分 (S=読替 W=免除): ".
           05  LINE 6 COL 24        PIC X(1) USING SBS-TYPE.
           05  LINE 7 COL 1         VALUE "読替科目コード: ".
           05  LINE 7 COL 18
               PIC X(6) USING SBS-SUBSTITUTE-COURSE.
           05  LINE 8 COL 1         VALUE "理由: ".
           05  LINE 8 COL 8         PIC X(40) USING SBS-REASON.
           05  LINE 9 COL 1         VALUE
               "承認者（学科長）の教員番号: ".
           05  LINE 9 COL 30        PIC X(5) USING SBS-APPROVER.

       01  SUBSTITUTION-CANCEL-SCREEN.
           05  LINE 2 COL 1         VALUE
               "必修科目の読替・免除の取消".
           05  LINE 4 COL 1         VALUE "学籍番号: ".
           05  LINE 4 COL 12
               PIC X(7) USING WS-INPUT-STUDENT-ID.
           05  LINE 5 COL 1         VALUE "必修科目コード: ".
           05  LINE 5 COL 18
               PIC X(6) USING SBS-REQUIRED-COURSE.

       01  WITHDRAW-SCREEN.
           05  LINE 2 COL 1         VALUE
               "第二専攻・副専攻の取下げ".
           05  LINE 4 COL 1         VALUE "学籍番号: ".
           05  LINE 4 COL 12
               PIC X(7) USING WS-INPUT-STUDENT-ID.
           05  LINE 5 COL 1         VALUE "申告連番: ".
           05  LINE 5 COL 12        PIC 9(2) USING WS-INPUT-SEQ.

       01  AUDIT-ONE-SCREEN.
           05  LINE 2 COL 1         VALUE "個人判定".
           05  LINE 5 COL 22       PIC 9 USING WS-INPUT-YEAR.

       01  CONTINUE-SCREEN.
           05  LINE 14 COL 1        VALUE
               "続行しますか？ (Y/N): ".
           05  LINE 14 COL 25       PIC X USING WS-CONTINUE-FLAG.

       PROCEDURE DIVISION.
               CLOSE REQUIREMENT-FILE
               OPEN I-O REQUIREMENT-FILE
           END-IF
           OPEN I-O DECLARATION-FILE
           IF NOT WS-PDC-SUCCESS
               OPEN OUTPUT DECLARATION-FILE
               CLOSE DECLARATION-FILE
               OPEN I-O DECLARATION-FILE
           END-IF
           OPEN I-O SUBSTITUTION-FILE
           IF NOT WS-SBS-SUCCESS
               OPEN OUTPUT SUBSTITUTION-FILE
               CLOSE SUBSTITUTION-FILE
               OPEN I-O SUBSTITUTION-FILE
           END-IF
           OPEN INPUT DEPARTMENT-FILE
           OPEN INPUT STUDENT-FILE
           OPEN INPUT GRADE-FILE
           OPEN INPUT SYLLABUS-FILE
           OPEN INPUT TRANSFER-CREDIT-FILE
           IF WS-TCR-SUCCESS
               MOVE "Y" TO WS-TCR-OPEN-FLAG
           END-IF
           MOVE "N" TO WS-DCH-OPEN-FLAG
           OPEN INPUT DEPT-CHANGE-FILE
           IF WS-DCH-SUCCESS
               MOVE "Y" TO WS-DCH-OPEN-FLAG
           END-IF
           MOVE "N" TO WS-DCC-OPEN-FLAG
           OPEN INPUT DEPT-CHANGE-COURSE-FILE
           IF WS-DCC-SUCCESS
               MOVE "Y" TO WS-DCC-OPEN-FLAG
           END-IF.

       CLOSE-FILES SECTION.
           CLOSE REQUIREMENT-FILE
           CLOSE DECLARATION-FILE
           CLOSE SUBSTITUTION-FILE
           CLOSE DEPARTMENT-FILE
           CLOSE STUDENT-FILE
           CLOSE GRADE-FILE
           CLOSE SYLLABUS-FILE
           IF WS-TCR-OPEN
               CLOSE TRANSFER-CREDIT-FILE
           END-IF
           IF WS-DCH-OPEN
               CLOSE DEPT-CHANGE-FILE
           END-IF
           IF WS-DCC-OPEN
               CLOSE DEPT-CHANGE-COURSE-FILE
           END-IF.

       DISPLAY-MENU SECTION.
                   PERFORM AUDIT-ONE-STUDENT
               WHEN 3
                   PERFORM AUDIT-DEPARTMENT
               WHEN 4
                   PERFORM DECLARE-PROGRAM
               WHEN 5
                   PERFORM WITHDRAW-DECLARATION
               WHEN 6
                   PERFORM CERTIFY-COMPLETION
               WHEN 7
                   PERFORM REGISTER-SUBSTITUTION
               WHEN 8
                   PERFORM CANCEL-SUBSTITUTION
               WHEN 9
                   MOVE "N" TO WS-CONTINUE-FLAG
               WHEN OTHER
           INITIALIZE REQUIREMENT-RECORD
           DISPLAY REQ-INPUT-SCREEN
           ACCEPT REQ-INPUT-SCREEN
           MOVE FUNCTION UPPER-CASE(REQ-PROGRAM-TYPE)
               TO REQ-PROGRAM-TYPE
           IF NOT REQ-PRIMARY-MAJOR AND NOT REQ-SECOND-MAJOR
           AND NOT REQ-MINOR
               DISPLAY MSG-INVALID-INPUT
           ELSE
               PERFORM SAVE-REQUIREMENT
           END-IF.

       SAVE-REQUIREMENT SECTION.
           WRITE REQUIREMENT-RECORD
               INVALID KEY
                   REWRITE REQUIREMENT-RECORD
                       INVALID KEY
                           DISPLAY MSG-FILE-WRITE
                       NOT INVALID KEY
                           DISPLAY "卒業要件を更新しました"
                               "。"
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "卒業要件を登録しました。"
           END-WRITE.

      * 学生1名の修得実績を主専攻（所属学科）の要件と照合する。
      * 結果はWS-ELIGIBLEとWS-EARNED-CREDITS・WS-MISSING-MANDATORY
      * に返る
       AUDIT-STUDENT-RECORD SECTION.
           MOVE ZERO TO WS-OV-COUNT
           MOVE STU-DEPARTMENT-ID TO WS-AUDIT-DEP-ID
           MOVE SPACE TO WS-AUDIT-PROGRAM
           MOVE 1 TO WS-PROG-NO
           IF STU-ADMISSION-YEAR NOT = ZERO
               MOVE STU-ADMISSION-YEAR TO WS-CATALOG-YEAR
           ELSE
               MOVE WS-CURRENT-DATE(1:4) TO WS-CATALOG-YEAR
               SUBTRACT STU-YEAR FROM WS-CATALOG-YEAR
               ADD 1 TO WS-CATALOG-YEAR
           END-IF
           PERFORM AUDIT-PROGRAM.

      * WS-AUDIT-DEP-ID・WS-AUDIT-PROGRAM・WS-CATALOG-YEARで示す
      * 課程の要件と照合する。認定単位と転学科時の認定は主専攻の
      * 判定にだけ用いる
       AUDIT-PROGRAM SECTION.
           MOVE "N" TO WS-ELIGIBLE-FLAG
           MOVE ZERO TO WS-EARNED-CREDITS
           MOVE ZERO TO WS-EARNED-MAJOR
           MOVE ZERO TO WS-EARNED-GENERAL
           MOVE ZERO TO WS-MISSING-MANDATORY
           MOVE ZERO TO WS-FN-COUNT
           PERFORM FIND-APPLICABLE-REQUIREMENT
           IF WS-REQ-SUCCESS
               IF WS-AUDIT-PRIMARY
                   PERFORM FIND-EFFECTED-CHANGE
               ELSE
                   MOVE ZERO TO WS-CHANGE-SEQ
               END-IF
               PERFORM SUM-EARNED-CREDITS
               IF WS-AUDIT-PRIMARY
                   PERFORM ADD-TRANSFER-CREDITS
               END-IF
               PERFORM CHECK-MANDATORY-COURSES
               IF WS-EARNED-CREDITS >= REQ-TOTAL-CREDITS
               AND WS-EARNED-MAJOR >= REQ-MAJOR-CREDITS
               END-IF
           END-IF.

      * 主専攻は学生の入学年度の版を適用する。入学年度が未設定
      * の旧レコードは現在年度−学年＋1で代用する。その年度の版
      * がなければ、同学科・同課程区分でそれ以前の最も新しい版を
      * 使う（要件変更は新入学年度から適用されるという運用）
       FIND-APPLICABLE-REQUIREMENT SECTION.
           MOVE WS-AUDIT-DEP-ID TO REQ-DEP-ID
           MOVE WS-AUDIT-PROGRAM TO REQ-PROGRAM-TYPE
           MOVE WS-CATALOG-YEAR TO REQ-CATALOG-YEAR
           READ REQUIREMENT-FILE
               INVALID KEY
           END-READ.

       FIND-PRIOR-VERSION SECTION.
           MOVE WS-AUDIT-DEP-ID TO REQ-DEP-ID
           MOVE WS-AUDIT-PROGRAM TO REQ-PROGRAM-TYPE
           MOVE WS-CATALOG-YEAR TO REQ-CATALOG-YEAR
           START REQUIREMENT-FILE KEY <= REQ-KEY
               INVALID KEY
                       AT END
                           MOVE "23" TO WS-REQ-STATUS
                       NOT AT END
                           IF REQ-DEP-ID = WS-AUDIT-DEP-ID
                           AND REQ-PROGRAM-TYPE = WS-AUDIT-PROGRAM
                               MOVE "00" TO WS-REQ-STATUS
                           ELSE
                               MOVE "23" TO WS-REQ-STATUS
               PERFORM ADD-COURSE-CREDITS
           END-IF.

      * 学生の転学科申請のうち、連番が最も新しい発効済の申請を
      * 探す。なければWS-CHANGE-SEQは0のまま
       FIND-EFFECTED-CHANGE SECTION.
           MOVE ZERO TO WS-CHANGE-SEQ
           IF WS-DCH-OPEN AND WS-DCC-OPEN
               MOVE STU-ID TO DCH-STUDENT-ID
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
                           IF DCH-STUDENT-ID NOT = STU-ID
                               MOVE "10" TO WS-DCH-STATUS
                           ELSE
                               IF DCH-EFFECTED
                                   MOVE DCH-SEQ TO WS-CHANGE-SEQ
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-DCH-STATUS
           END-IF.

      * 修得単位は総計に加えたうえで、科目の開講学科が判定中の
      * 課程の学科なら専門、それ以外なら教養・他学科の区分にも
      * 積み上げる。転学科時に認定された科目は認定の区分に従い、
      * 算入しないと認定された科目は総計にも数えない。専門に
      * 数えた科目は課程の算入科目として記録する
       ADD-COURSE-CREDITS SECTION.
           MOVE WS-PEND-COURSE TO SYL-COURSE-ID
           READ SYLLABUS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM FIND-COURSE-EVALUATION
                   IF WS-DCC-SUCCESS
                       EVALUATE TRUE
                           WHEN DCC-BUCKET-MAJOR
                               ADD SYL-CREDITS TO WS-EARNED-CREDITS
                               ADD SYL-CREDITS TO WS-EARNED-MAJOR
                               MOVE WS-PEND-COURSE TO WS-OV-TARGET
                               PERFORM MARK-COURSE-USE
                           WHEN DCC-BUCKET-GENERAL
                               ADD SYL-CREDITS TO WS-EARNED-CREDITS
                               ADD SYL-CREDITS TO WS-EARNED-GENERAL
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   ELSE
                       ADD SYL-CREDITS TO WS-EARNED-CREDITS
                       IF SYL-DEPARTMENT-ID = WS-AUDIT-DEP-ID
                           ADD SYL-CREDITS TO WS-EARNED-MAJOR
                           MOVE WS-PEND-COURSE TO WS-OV-TARGET
                           PERFORM MARK-COURSE-USE
                       ELSE
                           ADD SYL-CREDITS TO WS-EARNED-GENERAL
                       END-IF
                   END-IF
           END-READ.

       FIND-COURSE-EVALUATION SECTION.
           MOVE "23" TO WS-DCC-STATUS
           IF WS-CHANGE-SEQ NOT = ZERO
               MOVE STU-ID TO DCC-STUDENT-ID
               MOVE WS-CHANGE-SEQ TO DCC-CHANGE-SEQ
               MOVE WS-PEND-COURSE TO DCC-COURSE-ID
               READ DEPT-CHANGE-COURSE-FILE
                   INVALID KEY
                       MOVE "23" TO WS-DCC-STATUS
               END-READ
           END-IF.

      * 承認済の認定単位（編入など。SYLTCRで登録）を要件区分に
      * 応じて加算する
       ADD-TRANSFER-CREDITS SECTION.
                   OR WS-REQ-I > 10
               IF REQ-MANDATORY-COURSES(WS-REQ-I) NOT = SPACES
                   PERFORM CHECK-MANDATORY-LATEST
                   IF NOT WS-MAND-PASSED
                       PERFORM APPLY-SUBSTITUTION
                   END-IF
                   IF NOT WS-MAND-PASSED
                       ADD 1 TO WS-MISSING-MANDATORY
                   ELSE
                       MOVE WS-MAND-COURSE TO WS-OV-TARGET
                       PERFORM MARK-COURSE-USE
                   END-IF
               END-IF
           END-PERFORM.

      * 未修得の必修科目に承認済の読替・免除があれば充足とし、
      * 注記を残す。読替は読替科目の最新の記録で修得を判定する
       APPLY-SUBSTITUTION SECTION.
           MOVE STU-ID TO SBS-STUDENT-ID
           MOVE REQ-MANDATORY-COURSES(WS-REQ-I) TO SBS-REQUIRED-COURSE
           READ SUBSTITUTION-FILE
               INVALID KEY
                   MOVE "23" TO WS-SBS-STATUS
           END-READ
           IF WS-SBS-SUCCESS AND SBS-ACTIVE
               MOVE SPACES TO WS-FN-WORK
               IF SBS-WAIVER
                   MOVE "Y" TO WS-MAND-PASSED-FLAG
                   STRING "必修 " DELIMITED BY SIZE
                       SBS-REQUIRED-COURSE DELIMITED BY SIZE
                       " 免除: " DELIMITED BY SIZE
                       SBS-REASON DELIMITED BY "  "
                       "（承認 " DELIMITED BY SIZE
                       SBS-APPROVER DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SBS-APPROVE-DATE DELIMITED BY SIZE
                       "）" DELIMITED BY SIZE
                       INTO WS-FN-WORK
               ELSE
                   MOVE SBS-SUBSTITUTE-COURSE TO WS-MAND-COURSE
                   PERFORM CHECK-COURSE-PASSED
                   IF WS-MAND-PASSED
                       STRING "必修 " DELIMITED BY SIZE
                           SBS-REQUIRED-COURSE DELIMITED BY SIZE
                           " を " DELIMITED BY SIZE
                           SBS-SUBSTITUTE-COURSE DELIMITED BY SIZE
                           " で読替（承認 " DELIMITED BY SIZE
                           SBS-APPROVER DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           SBS-APPROVE-DATE DELIMITED BY SIZE
                           "）" DELIMITED BY SIZE
                           INTO WS-FN-WORK
                   END-IF
               END-IF
               IF WS-MAND-PASSED AND WS-FN-COUNT < 10
                   ADD 1 TO WS-FN-COUNT
                   MOVE WS-FN-WORK TO WS-FN-TEXT(WS-FN-COUNT)
               END-IF
           END-IF
           MOVE "00" TO WS-SBS-STATUS.

      * 必修科目の最新の履修記録を探し、その評点で修得を判定する
       CHECK-MANDATORY-LATEST SECTION.
           MOVE REQ-MANDATORY-COURSES(WS-REQ-I)
               TO WS-MAND-COURSE
           PERFORM CHECK-COURSE-PASSED.

      * WS-MAND-COURSEの最新の履修記録の評点で修得を判定する
       CHECK-COURSE-PASSED SECTION.
           MOVE "N" TO WS-MAND-PASSED-FLAG
           MOVE "N" TO WS-MAND-SCAN-DONE-FLAG
           MOVE ZERO TO WS-MAND-POINT
           MOVE "N" TO WS-MAND-FOUND-FLAG
           MOVE STU-ID TO GRD-STUDENT-ID
           MOVE WS-MAND-COURSE TO GRD-COURSE-ID
           MOVE LOW-VALUES TO GRD-SEMESTER
           END-READ
           IF WS-STU-SUCCESS
               PERFORM AUDIT-STUDENT-RECORD
               PERFORM DISPLAY-AUDIT-RESULT
               PERFORM LOAD-DECLARATIONS
               PERFORM VARYING WS-DC-I FROM 1 BY 1
                       UNTIL WS-DC-I > WS-DC-COUNT
                   PERFORM AUDIT-DECLARED-PROGRAM
                   PERFORM DISPLAY-AUDIT-RESULT
               END-PERFORM
               IF WS-DC-COUNT > ZERO
                   PERFORM DISPLAY-SHARED-COURSES
               END-IF
           END-IF.

      * 判定中の課程の判定結果を画面に示す
       DISPLAY-AUDIT-RESULT SECTION.
           PERFORM SET-PROGRAM-LABEL
           DISPLAY "【" WS-PROGRAM-LABEL WS-AUDIT-DEP-ID "】"
           IF NOT WS-REQ-SUCCESS
               DISPLAY "この学科の卒業要件が未登"
                   "録です。"
           ELSE
               DISPLAY "修得単位: " WS-EARNED-CREDITS
                   " / 必要単位: " REQ-TOTAL-CREDITS
               DISPLAY "専門: " WS-EARNED-MAJOR
                   " / " REQ-MAJOR-CREDITS
                   "  教養・他学科: " WS-EARNED-GENERAL
                   " / " REQ-GENERAL-CREDITS
               DISPLAY "必修不足科目数: "
                   WS-MISSING-MANDATORY
               EVALUATE TRUE
                   WHEN WS-ELIGIBLE AND WS-AUDIT-PRIMARY
                       DISPLAY "判定: 卒業見込み"
                   WHEN WS-ELIGIBLE
                       DISPLAY "判定: 要件充足"
                   WHEN OTHER
                       DISPLAY "判定: 要件未充足"
               END-EVALUATE
               PERFORM VARYING WS-FN-I FROM 1 BY 1
                       UNTIL WS-FN-I > WS-FN-COUNT
                   MOVE WS-FN-TEXT(WS-FN-I) TO WS-FL-TEXT
                   DISPLAY WS-FOOTNOTE-LINE
               END-PERFORM
           END-IF.

       SET-PROGRAM-LABEL SECTION.
           EVALUATE WS-AUDIT-PROGRAM
               WHEN "D"
                   MOVE "第二専攻" TO WS-PROGRAM-LABEL
               WHEN "N"
                   MOVE "副専攻" TO WS-PROGRAM-LABEL
               WHEN OTHER
                   MOVE "主専攻" TO WS-PROGRAM-LABEL
           END-EVALUATE.

      * 学科単位の一括判定。判定結果の報告書と卒業見込み者リスト
      * を出力する
       AUDIT-DEPARTMENT SECTION.
           ELSE
               MOVE "要件未充足" TO WS-RL-VERDICT
           END-IF
           WRITE REPORT-LINE FROM WS-RESULT-LINE
           PERFORM VARYING WS-FN-I FROM 1 BY 1
                   UNTIL WS-FN-I > WS-FN-COUNT
               MOVE WS-FN-TEXT(WS-FN-I) TO WS-FL-TEXT
               WRITE REPORT-LINE FROM WS-FOOTNOTE-LINE
           END-PERFORM.

      * 学生の申告のうち申告中・修了のものを表に読み込む
       LOAD-DECLARATIONS SECTION.
           MOVE ZERO TO WS-DC-COUNT
           MOVE 1 TO WS-NEXT-SEQ
           MOVE STU-ID TO PDC-STUDENT-ID
           MOVE ZERO TO PDC-SEQ
           MOVE "00" TO WS-PDC-STATUS
           START DECLARATION-FILE KEY >= PDC-KEY
               INVALID KEY
                   MOVE "10" TO WS-PDC-STATUS
           END-START
           PERFORM UNTIL WS-PDC-EOF
               READ DECLARATION-FILE NEXT
                   AT END
                       MOVE "10" TO WS-PDC-STATUS
                   NOT AT END
                       IF PDC-STUDENT-ID NOT = STU-ID
                           MOVE "10" TO WS-PDC-STATUS
                       ELSE
                           COMPUTE WS-NEXT-SEQ = PDC-SEQ + 1
                           IF (PDC-ACTIVE OR PDC-COMPLETED)
                           AND WS-DC-COUNT < 8
                               ADD 1 TO WS-DC-COUNT
                               MOVE PDC-SEQ
                                   TO WS-DC-SEQ(WS-DC-COUNT)
                               MOVE PDC-DEPARTMENT-ID
                                   TO WS-DC-DEP-ID(WS-DC-COUNT)
                               MOVE PDC-PROGRAM-TYPE
                                   TO WS-DC-PROGRAM(WS-DC-COUNT)
                               MOVE PDC-CATALOG-YEAR
                                   TO WS-DC-CATALOG-YEAR(WS-DC-COUNT)
                               MOVE PDC-STATUS
                                   TO WS-DC-STATUS(WS-DC-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-PDC-STATUS.

      * 表のWS-DC-I番目の申告を、その課程の要件で判定する
       AUDIT-DECLARED-PROGRAM SECTION.
           MOVE WS-DC-DEP-ID(WS-DC-I) TO WS-AUDIT-DEP-ID
           MOVE WS-DC-PROGRAM(WS-DC-I) TO WS-AUDIT-PROGRAM
           MOVE WS-DC-CATALOG-YEAR(WS-DC-I) TO WS-CATALOG-YEAR
           COMPUTE WS-PROG-NO = WS-DC-I + 1
           PERFORM AUDIT-PROGRAM.

      * 2つ以上の課程に算入された科目と、その課程を示す
       DISPLAY-SHARED-COURSES SECTION.
           MOVE ZERO TO WS-OV-SHOWN
           DISPLAY "複数の課程に算入される科目:"
           PERFORM VARYING WS-OV-I FROM 1 BY 1
                   UNTIL WS-OV-I > WS-OV-COUNT
               MOVE ZERO TO WS-OV-HITS
               INSPECT WS-OV-MARK(WS-OV-I)
                   TALLYING WS-OV-HITS FOR ALL "Y"
               IF WS-OV-HITS > 1
                   ADD 1 TO WS-OV-SHOWN
                   DISPLAY "  " WS-OV-COURSE(WS-OV-I) ":"
                   PERFORM VARYING WS-OV-K FROM 1 BY 1
                           UNTIL WS-OV-K > WS-DC-COUNT + 1
                       IF WS-OV-MARK(WS-OV-I)(WS-OV-K:1) = "Y"
                           PERFORM DISPLAY-SHARED-PROGRAM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-OV-SHOWN = ZERO
               DISPLAY "  なし"
           END-IF.

       DISPLAY-SHARED-PROGRAM SECTION.
           IF WS-OV-K = 1
               MOVE SPACE TO WS-AUDIT-PROGRAM
               MOVE STU-DEPARTMENT-ID TO WS-AUDIT-DEP-ID
           ELSE
               MOVE WS-DC-PROGRAM(WS-OV-K - 1) TO WS-AUDIT-PROGRAM
               MOVE WS-DC-DEP-ID(WS-OV-K - 1) TO WS-AUDIT-DEP-ID
           END-IF
           PERFORM SET-PROGRAM-LABEL
           DISPLAY "      " WS-PROGRAM-LABEL WS-AUDIT-DEP-ID.

      * 課程（WS-PROG-NO）に算入した科目を記録する
       MARK-COURSE-USE SECTION.
           PERFORM VARYING WS-OV-I FROM 1 BY 1
                   UNTIL WS-OV-I > WS-OV-COUNT
                   OR WS-OV-COURSE(WS-OV-I) = WS-OV-TARGET
               CONTINUE
           END-PERFORM
           IF WS-OV-I > WS-OV-COUNT
               IF WS-OV-COUNT < 200
                   ADD 1 TO WS-OV-COUNT
                   MOVE WS-OV-COUNT TO WS-OV-I
                   MOVE WS-OV-TARGET TO WS-OV-COURSE(WS-OV-I)
                   MOVE SPACES TO WS-OV-MARK(WS-OV-I)
               END-IF
           END-IF
           IF WS-OV-I <= WS-OV-COUNT
               MOVE "Y" TO WS-OV-MARK(WS-OV-I)(WS-PROG-NO:1)
           END-IF.

      * 第二専攻・副専攻を申告する。申告年度の要件の版が卒業要件
      * マスタにあること、同じ課程を重ねて申告していないことを
      * 確かめる
       DECLARE-PROGRAM SECTION.
           MOVE SPACES TO WS-INPUT-STUDENT-ID
           MOVE SPACES TO WS-INPUT-DEP-ID
           MOVE SPACE TO WS-INPUT-PROGRAM
           DISPLAY DECLARE-SCREEN
           ACCEPT DECLARE-SCREEN
           MOVE FUNCTION UPPER-CASE(WS-INPUT-PROGRAM)
               TO WS-INPUT-PROGRAM
           MOVE "Y" TO WS-VALID-FLAG
           MOVE WS-INPUT-STUDENT-ID TO STU-ID
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY "学籍番号が未登録です。"
                   MOVE "N" TO WS-VALID-FLAG
               NOT INVALID KEY
                   IF NOT STU-ACTIVE
                       DISPLAY "在籍中の学生のみ申告"
                           "できます。"
                       MOVE "N" TO WS-VALID-FLAG
                   END-IF
           END-READ
           MOVE "00" TO WS-STU-STATUS
           IF WS-VALID
               IF WS-INPUT-PROGRAM NOT = "D"
               AND WS-INPUT-PROGRAM NOT = "N"
                   DISPLAY MSG-INVALID-INPUT
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF
           IF WS-VALID AND WS-INPUT-DEP-ID = STU-DEPARTMENT-ID
               DISPLAY "所属学科は申告できません。"
               MOVE "N" TO WS-VALID-FLAG
           END-IF
           IF WS-VALID
               MOVE WS-INPUT-DEP-ID TO WS-AUDIT-DEP-ID
               MOVE WS-INPUT-PROGRAM TO WS-AUDIT-PROGRAM
               MOVE WS-CURRENT-DATE(1:4) TO WS-CATALOG-YEAR
               PERFORM FIND-APPLICABLE-REQUIREMENT
               IF NOT WS-REQ-SUCCESS
                   DISPLAY "この課程の要件が卒業要件マス"
                       "タに未登録です。"
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF
           IF WS-VALID
               PERFORM LOAD-DECLARATIONS
               PERFORM VARYING WS-DC-I FROM 1 BY 1
                       UNTIL WS-DC-I > WS-DC-COUNT
                   IF WS-DC-DEP-ID(WS-DC-I) = WS-INPUT-DEP-ID
                   AND WS-DC-PROGRAM(WS-DC-I) = WS-INPUT-PROGRAM
                       MOVE "N" TO WS-VALID-FLAG
                   END-IF
               END-PERFORM
               IF NOT WS-VALID
                   DISPLAY "同じ課程を申告済です。"
               ELSE
                   IF WS-DC-COUNT >= 8
                       DISPLAY "これ以上申告できません。"
                       MOVE "N" TO WS-VALID-FLAG
                   END-IF
               END-IF
           END-IF
           IF WS-VALID
               INITIALIZE PROGRAM-DECLARATION-RECORD
               MOVE STU-ID TO PDC-STUDENT-ID
               MOVE WS-NEXT-SEQ TO PDC-SEQ
               MOVE WS-INPUT-DEP-ID TO PDC-DEPARTMENT-ID
               MOVE WS-INPUT-PROGRAM TO PDC-PROGRAM-TYPE
               MOVE WS-CURRENT-DATE(1:4) TO PDC-CATALOG-YEAR
               MOVE WS-CURRENT-DATE TO PDC-DECLARE-DATE
               MOVE "A" TO PDC-STATUS
               WRITE PROGRAM-DECLARATION-RECORD
                   INVALID KEY
                       DISPLAY MSG-FILE-WRITE
                   NOT INVALID KEY
                       DISPLAY "申告を登録しました。連番: "
                           PDC-SEQ
               END-WRITE
           END-IF.

       WITHDRAW-DECLARATION SECTION.
           MOVE SPACES TO WS-INPUT-STUDENT-ID
           MOVE ZERO TO WS-INPUT-SEQ
           DISPLAY WITHDRAW-SCREEN
           ACCEPT WITHDRAW-SCREEN
           MOVE WS-INPUT-STUDENT-ID TO PDC-STUDENT-ID
           MOVE WS-INPUT-SEQ TO PDC-SEQ
           READ DECLARATION-FILE
               INVALID KEY
                   DISPLAY MSG-RECORD-NOT-FOUND
               NOT INVALID KEY
                   IF NOT PDC-ACTIVE
                       DISPLAY "申告中の課程ではあり"
                           "ません。"
                   ELSE
                       MOVE "W" TO PDC-STATUS
                       MOVE WS-CURRENT-DATE TO PDC-WITHDRAW-DATE
                       REWRITE PROGRAM-DECLARATION-RECORD
                           INVALID KEY
                               DISPLAY MSG-FILE-WRITE
                           NOT INVALID KEY
                               DISPLAY "申告を取り下げ"
                                   "ました。"
                       END-REWRITE
                   END-IF
           END-READ
           MOVE "00" TO WS-PDC-STATUS.

      * 申告中の課程を判定し、要件を満たしたものを修了とする
       CERTIFY-COMPLETION SECTION.
           MOVE SPACES TO WS-INPUT-STUDENT-ID
           DISPLAY AUDIT-ONE-SCREEN
           ACCEPT AUDIT-ONE-SCREEN
           MOVE WS-INPUT-STUDENT-ID TO STU-ID
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY "学籍番号が未登録です。"
                   MOVE "23" TO WS-STU-STATUS
               NOT INVALID KEY
                   MOVE "00" TO WS-STU-STATUS
           END-READ
           IF WS-STU-SUCCESS
               PERFORM AUDIT-STUDENT-RECORD
               PERFORM LOAD-DECLARATIONS
               MOVE ZERO TO WS-LIST-COUNT
               PERFORM VARYING WS-DC-I FROM 1 BY 1
                       UNTIL WS-DC-I > WS-DC-COUNT
                   IF WS-DC-STATUS(WS-DC-I) = "A"
                       ADD 1 TO WS-LIST-COUNT
                       PERFORM AUDIT-DECLARED-PROGRAM
                       PERFORM DISPLAY-AUDIT-RESULT
                       IF WS-ELIGIBLE
                           PERFORM RECORD-COMPLETION
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-LIST-COUNT = ZERO
                   DISPLAY "申告中の課程はありません。"
               END-IF
           END-IF.

       RECORD-COMPLETION SECTION.
           MOVE STU-ID TO PDC-STUDENT-ID
           MOVE WS-DC-SEQ(WS-DC-I) TO PDC-SEQ
           READ DECLARATION-FILE
               INVALID KEY
                   DISPLAY MSG-RECORD-NOT-FOUND
               NOT INVALID KEY
                   MOVE "C" TO PDC-STATUS
                   MOVE WS-CURRENT-DATE TO PDC-COMPLETE-DATE
                   REWRITE PROGRAM-DECLARATION-RECORD
                       INVALID KEY
                           DISPLAY MSG-FILE-WRITE
                       NOT INVALID KEY
                           DISPLAY "修了を認定しました。"
                   END-REWRITE
           END-READ
           MOVE "00" TO WS-PDC-STATUS.

      * 読替・免除を登録する。承認者は学生の所属学科の学科長に
      * 限る。同じ必修科目の登録があれば上書きする
       REGISTER-SUBSTITUTION SECTION.
           MOVE SPACES TO WS-INPUT-STUDENT-ID
           INITIALIZE COURSE-SUBSTITUTION-RECORD
           DISPLAY SUBSTITUTION-SCREEN
           ACCEPT SUBSTITUTION-SCREEN
           MOVE FUNCTION UPPER-CASE(SBS-TYPE) TO SBS-TYPE
           MOVE "Y" TO WS-VALID-FLAG
           MOVE WS-INPUT-STUDENT-ID TO STU-ID
           READ STUDENT-FILE
               INVALID KEY
                   DISPLAY "学籍番号が未登録です。"
                   MOVE "N" TO WS-VALID-FLAG
           END-READ
           MOVE "00" TO WS-STU-STATUS
           IF WS-VALID
               EVALUATE TRUE
                   WHEN SBS-REQUIRED-COURSE = SPACES
                       DISPLAY MSG-INVALID-INPUT
                       MOVE "N" TO WS-VALID-FLAG
                   WHEN SBS-SUBSTITUTE
                       IF SBS-SUBSTITUTE-COURSE = SPACES
                       OR SBS-SUBSTITUTE-COURSE = SBS-REQUIRED-COURSE
                           DISPLAY "読替科目コードを入力し"
                               "てください。"
                           MOVE "N" TO WS-VALID-FLAG
                       ELSE
                           MOVE SBS-SUBSTITUTE-COURSE
                               TO SYL-COURSE-ID
                           READ SYLLABUS-FILE
                               INVALID KEY
                                   DISPLAY "読替科目コードが未"
                                       "登録です。"
                                   MOVE "N" TO WS-VALID-FLAG
                           END-READ
                           MOVE "00" TO WS-SYL-STATUS
                       END-IF
                   WHEN SBS-WAIVER
                       MOVE SPACES TO SBS-SUBSTITUTE-COURSE
                       IF SBS-REASON = SPACES
                           DISPLAY "免除の理由を入力してく"
                               "ださい。"
                           MOVE "N" TO WS-VALID-FLAG
                       END-IF
                   WHEN OTHER
                       DISPLAY MSG-INVALID-INPUT
                       MOVE "N" TO WS-VALID-FLAG
               END-EVALUATE
           END-IF
           IF WS-VALID
               MOVE STU-DEPARTMENT-ID TO DEP-ID
               READ DEPARTMENT-FILE
                   INVALID KEY
                       MOVE SPACES TO DEP-CHAIR-ID
               END-READ
               MOVE "00" TO WS-DEP-STATUS
               IF SBS-APPROVER = SPACES
               OR SBS-APPROVER NOT = DEP-CHAIR-ID
                   DISPLAY "承認者は所属学科の学科長とし"
                       "てください。"
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF
           IF WS-VALID
               MOVE WS-INPUT-STUDENT-ID TO SBS-STUDENT-ID
               MOVE WS-CURRENT-DATE TO SBS-APPROVE-DATE
               MOVE "A" TO SBS-STATUS
               WRITE COURSE-SUBSTITUTION-RECORD
                   INVALID KEY
                       REWRITE COURSE-SUBSTITUTION-RECORD
                           INVALID KEY
                               DISPLAY MSG-FILE-WRITE
                           NOT INVALID KEY
                               DISPLAY "読替・免除を更新しま"
                                   "した。"
                       END-REWRITE
                   NOT INVALID KEY
                       DISPLAY "読替・免除を登録しました。"
               END-WRITE
           END-IF.

       CANCEL-SUBSTITUTION SECTION.
           MOVE SPACES TO WS-INPUT-STUDENT-ID
           INITIALIZE COURSE-SUBSTITUTION-RECORD
           DISPLAY SUBSTITUTION-CANCEL-SCREEN
           ACCEPT SUBSTITUTION-CANCEL-SCREEN
           MOVE WS-INPUT-STUDENT-ID TO SBS-STUDENT-ID
           READ SUBSTITUTION-FILE
               INVALID KEY
                   DISPLAY MSG-RECORD-NOT-FOUND
               NOT INVALID KEY
                   IF SBS-CANCELLED
                       DISPLAY "取消済です。"
                   ELSE
                       MOVE "C" TO SBS-STATUS
                       REWRITE COURSE-SUBSTITUTION-RECORD
                           INVALID KEY
                               DISPLAY MSG-FILE-WRITE
                           NOT INVALID KEY
                               DISPLAY "読替・免除を取り消し"
                                   "ました。"
                       END-REWRITE
                   END-IF
           END-READ
           MOVE "00" TO WS-SBS-STATUS.

       CHECK-CONTINUE SECTION.
           DISPLAY CONTINUE-SCREEN
