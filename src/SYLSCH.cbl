      ******************************************************************
      * シラバス管理システム - 奨学金管理
      *
      * 奨学金マスタ（名称・金額・対象学科と学年・累積GPAと
      * 修得単位数の下限・給付人数）を登録・修正し、一覧する。
      * 学期末バッチ（SYLSCHP）が選んだ受給候補を、奨学金委員会
      * が順位順に確認して確定（C）または不採用（R）とする。
      * 候補が辞退・不採用となり確定数が給付人数に満たない場合は
      * 補欠を順位順に示す。確定・取消には担当者IDとパスワードを
      * 求め（syl_operator.datの学科事務・教務・管理者に限る）、
      * 確定者として記録する。確定した給付は授業料査定抽出
      * （SYLTUIT）が経理へ相殺行として送り、送付後は取り消せない
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLSCH.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.
       SPECIAL-NAMES.
           CONSOLE IS CRT.

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

           SELECT DEPARTMENT-FILE
               ASSIGN TO "department.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-ID
               FILE STATUS IS WS-DEP-STATUS.

           SELECT SYL-OPERATOR-FILE
               ASSIGN TO "syl_operator.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOP-ID
               FILE STATUS IS WS-SOP-STATUS.

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

       FD  DEPARTMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DEPFILE.

       FD  SYL-OPERATOR-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SOPRFILE.

       WORKING-STORAGE SECTION.
       01  WS-SCH-STATUS            PIC XX VALUE "00".
           88  WS-SCH-SUCCESS       VALUE "00".
           88  WS-SCH-EOF           VALUE "10".

       01  WS-SAW-STATUS            PIC XX VALUE "00".
           88  WS-SAW-SUCCESS       VALUE "00".

       01  WS-STU-STATUS            PIC XX VALUE "00".
           88  WS-STU-SUCCESS       VALUE "00".

       01  WS-DEP-STATUS            PIC XX VALUE "00".
           88  WS-DEP-SUCCESS       VALUE "00".

       01  WS-SOP-STATUS            PIC XX VALUE "00".
           88  WS-SOP-SUCCESS       VALUE "00".

      * パスワードの有効期限（SYLABUSのログインと同じ規程）
       01  WS-PWD-EXPIRE-DAYS       PIC 9(3) VALUE 90.
       01  WS-PWD-EXPIRE-LIMIT      PIC 9(8) VALUE ZERO.

       01  WS-CONTINUE-FLAG         PIC X VALUE "Y".
           88  WS-CONTINUE          VALUE "Y", "y".
           88  WS-EXIT              VALUE "N", "n".

       01  WS-CHOICE                PIC 9 VALUE 0.

       01  WS-CURRENT-DATE          PIC 9(8) VALUE ZERO.

       01  WS-VALID-FLAG            PIC X VALUE "Y".
           88  WS-VALID             VALUE "Y".
       01  WS-SCAN-DONE-FLAG        PIC X VALUE "N".
           88  WS-SCAN-DONE         VALUE "Y".
       01  WS-NEW-FLAG              PIC X VALUE "N".
           88  WS-NEW-SCHOLARSHIP   VALUE "Y".

       01  WS-INPUT-SCH-ID          PIC X(4) VALUE SPACES.
       01  WS-INPUT-SEMESTER        PIC X(2) VALUE SPACES.
       01  WS-INPUT-STUDENT-ID      PIC X(7) VALUE SPACES.
       01  WS-DECISION              PIC X VALUE SPACE.
       01  WS-CONFIRM               PIC X VALUE "N".
           88  WS-CONFIRMED         VALUE "Y", "y".
       01  WS-DP-I                  PIC 9 VALUE ZERO.

      * 確定・取消の担当者
       01  WS-OPERATOR-ID           PIC X(8) VALUE SPACES.
       01  WS-OPERATOR-PASSWORD     PIC X(8) VALUE SPACES.
       01  WS-OPERATOR-OK-FLAG      PIC X VALUE "N".
           88  WS-OPERATOR-OK       VALUE "Y".

      * 確定作業用の受給候補表（順位順に並べる）
       01  WS-AW-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-AW-TABLE.
           05  WS-AW-ENTRY OCCURS 500 TIMES.
               10  WS-AW-RANK           PIC 9(4).
               10  WS-AW-STUDENT-ID     PIC X(7).
               10  WS-AW-STATUS         PIC X(1).
               10  WS-AW-CUM-GPA        PIC 9V99.
               10  WS-AW-CREDITS        PIC 9(3).
       01  WS-AW-I                  PIC 9(4) VALUE ZERO.
       01  WS-AW-J                  PIC 9(4) VALUE ZERO.
       01  WS-AW-SWAP               PIC X(18).
       01  WS-CONFIRMED-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-PASS-STATUS           PIC X(1) VALUE SPACE.

       01  WS-STATUS-LABEL          PIC X(12) VALUE SPACES.
       01  WS-DISP-AMOUNT           PIC Z,ZZZ,ZZ9.
       01  WS-DISP-GPA              PIC 9.99.
       01  WS-DISP-COUNT            PIC ZZ9.
       01  WS-DISP-RANK             PIC ZZZ9.

       COPY LIBERROR.

       SCREEN SECTION.
       01  SCH-MENU-SCREEN.
           05  LINE 2 COL 1         VALUE "奨学金管理".
           05  LINE 4 COL 1         VALUE
               "1. 奨学金の登録・修正".
           05  LINE 5 COL 1         VALUE "2. 奨学金一覧".
           05  LINE 6 COL 1         VALUE "3. 受給者の確定".
           05  LINE 7 COL 1         VALUE "4. 確定の取消".
           05  LINE 8 COL 1         VALUE "9. 戻る".
           05  LINE 10 COL 1        VALUE "選択: ".
           05  LINE 10 COL 8        PIC 9 USING WS-CHOICE.

       01  SCH-KEY-SCREEN.
           05  LINE 12 COL 1        VALUE "奨学金ID: ".
           05  LINE 12 COL 12       PIC X(4) USING WS-INPUT-SCH-ID.

       01  SCH-INPUT-SCREEN.
           05  LINE 12 COL 1        VALUE "奨学金ID: ".
           05  LINE 12 COL 12       PIC X(4) FROM SCH-ID.
           05  LINE 13 COL 1        VALUE "名称: ".
           05  LINE 13 COL 8        PIC X(30) USING SCH-NAME.
           05  LINE 14 COL 1        VALUE "金額(円): ".
           05  LINE 14 COL 12       PIC 9(7) USING SCH-AMOUNT.
           05  LINE 15 COL 1        VALUE
               "対象学科(空白は全学科): ".
           05  LINE 15 COL 27
               PIC X(4) USING SCH-DEPARTMENT-ID(1).
           05  LINE 15 COL 32
               PIC X(4) USING SCH-DEPARTMENT-ID(2).
           05  LINE 15 COL 37
               PIC X(4) USING SCH-DEPARTMENT-ID(3).
           05  LINE 15 COL 42
               PIC X(4) USING SCH-DEPARTMENT-ID(4).
           05  LINE 15 COL 47
               PIC X(4) USING SCH-DEPARTMENT-ID(5).
           05  LINE 16 COL 1        VALUE "対象学年: ".
           05  LINE 16 COL 12       PIC 9 USING SCH-YEAR-FROM.
           05  LINE 16 COL 14       VALUE "〜".
           05  LINE 16 COL 17       PIC 9 USING SCH-YEAR-TO.
           05  LINE 17 COL 1        VALUE "累積GPA下限: ".
           05  LINE 17 COL 16       PIC 9.99 USING SCH-MIN-GPA.
           05  LINE 18 COL 1        VALUE "修得単位数下限: ".
           05  LINE 18 COL 18       PIC 9(3) USING SCH-MIN-CREDITS.
           05  LINE 19 COL 1        VALUE "給付人数: ".
           05  LINE 19 COL 12       PIC 9(3) USING SCH-AWARD-COUNT.
           05  LINE 20 COL 1        VALUE "状態(A:有効 I:停止): ".
           05  LINE 20 COL 24       PIC X(1) USING SCH-STATUS.

       01  AWARD-KEY-SCREEN.
           05  LINE 12 COL 1        VALUE "奨学金ID: ".
           05  LINE 12 COL 12       PIC X(4) USING WS-INPUT-SCH-ID.
           05  LINE 13 COL 1        VALUE "学期: ".
           05  LINE 13 COL 8        PIC X(2) USING WS-INPUT-SEMESTER.

       01  REVOKE-KEY-SCREEN.
           05  LINE 12 COL 1        VALUE "奨学金ID: ".
           05  LINE 12 COL 12       PIC X(4) USING WS-INPUT-SCH-ID.
           05  LINE 13 COL 1        VALUE "学期: ".
           05  LINE 13 COL 8        PIC X(2) USING WS-INPUT-SEMESTER.
           05  LINE 14 COL 1        VALUE "学籍番号: ".
           05  LINE 14 COL 12
               PIC X(7) USING WS-INPUT-STUDENT-ID.

       01  DECISION-SCREEN.
           05  LINE 21 COL 1        VALUE
               "確定(Y) 不採用(N) 保留(空白): ".
           05  LINE 21 COL 34       PIC X USING WS-DECISION.

       01  OPERATOR-LOGIN-SCREEN.
           05  LINE 19 COL 1        VALUE "担当者ID: ".
           05  LINE 19 COL 12       PIC X(8) USING WS-OPERATOR-ID.
           05  LINE 20 COL 1        VALUE "パスワード: ".
           05  LINE 20 COL 13
               PIC X(8) USING WS-OPERATOR-PASSWORD.

       01  REVOKE-CONFIRM-SCREEN.
           05  LINE 16 COL 1        VALUE
               "この確定を取り消します。よろしいで"
               & "すか？".
           05  LINE 16 COL 43       VALUE "(Y/N): ".
           05  LINE 16 COL 50       PIC X USING WS-CONFIRM.

       01  CONTINUE-SCREEN.
           05  LINE 22 COL 1        VALUE
               "続行しますか？ (Y/N): ".
           05  LINE 22 COL 25       PIC X USING WS-CONTINUE-FLAG.

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
           OPEN I-O SCHOLARSHIP-FILE
           IF NOT WS-SCH-SUCCESS
               OPEN OUTPUT SCHOLARSHIP-FILE
               CLOSE SCHOLARSHIP-FILE
               OPEN I-O SCHOLARSHIP-FILE
           END-IF
           OPEN I-O AWARD-FILE
           IF NOT WS-SAW-SUCCESS
               OPEN OUTPUT AWARD-FILE
               CLOSE AWARD-FILE
               OPEN I-O AWARD-FILE
           END-IF
           OPEN INPUT STUDENT-FILE
           OPEN INPUT DEPARTMENT-FILE
           OPEN INPUT SYL-OPERATOR-FILE.

       CLOSE-FILES SECTION.
           CLOSE SCHOLARSHIP-FILE
           CLOSE AWARD-FILE
           CLOSE STUDENT-FILE
           CLOSE DEPARTMENT-FILE
           CLOSE SYL-OPERATOR-FILE.

       DISPLAY-MENU SECTION.
           DISPLAY SCH-MENU-SCREEN
           ACCEPT SCH-MENU-SCREEN.

       PROCESS-CHOICE SECTION.
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM MAINTAIN-SCHOLARSHIP
               WHEN 2
                   PERFORM LIST-SCHOLARSHIPS
               WHEN 3
                   PERFORM CONFIRM-AWARDS
               WHEN 4
                   PERFORM REVOKE-AWARD
               WHEN 9
                   MOVE "N" TO WS-CONTINUE-FLAG
               WHEN OTHER
                   DISPLAY MSG-INVALID-INPUT
           END-EVALUATE.

      * 奨学金IDで読み、未登録なら新規として既定値を示す
       MAINTAIN-SCHOLARSHIP SECTION.
           MOVE SPACES TO WS-INPUT-SCH-ID
           DISPLAY SCH-KEY-SCREEN
           ACCEPT SCH-KEY-SCREEN
           MOVE "Y" TO WS-VALID-FLAG
           IF WS-INPUT-SCH-ID = SPACES
               DISPLAY MSG-INVALID-INPUT
               MOVE "N" TO WS-VALID-FLAG
           END-IF
           IF WS-VALID
               MOVE "N" TO WS-NEW-FLAG
               MOVE WS-INPUT-SCH-ID TO SCH-ID
               READ SCHOLARSHIP-FILE
                   INVALID KEY
                       MOVE "Y" TO WS-NEW-FLAG
               END-READ
               IF WS-NEW-SCHOLARSHIP
                   INITIALIZE SCHOLARSHIP-RECORD
                   MOVE WS-INPUT-SCH-ID TO SCH-ID
                   MOVE 1 TO SCH-YEAR-FROM
                   MOVE 4 TO SCH-YEAR-TO
                   MOVE 1 TO SCH-AWARD-COUNT
                   MOVE "A" TO SCH-STATUS
                   MOVE WS-CURRENT-DATE TO SCH-REGISTER-DATE
               END-IF
               DISPLAY SCH-INPUT-SCREEN
               ACCEPT SCH-INPUT-SCREEN
               MOVE FUNCTION UPPER-CASE(SCH-STATUS) TO SCH-STATUS
               PERFORM VALIDATE-SCHOLARSHIP
           END-IF
           IF WS-VALID
               WRITE SCHOLARSHIP-RECORD
                   INVALID KEY
                       REWRITE SCHOLARSHIP-RECORD
                           INVALID KEY
                               DISPLAY MSG-FILE-WRITE
                           NOT INVALID KEY
                               DISPLAY "奨学金を更新し"
                                   "ました。"
                       END-REWRITE
                   NOT INVALID KEY
                       DISPLAY "奨学金を登録しました。"
               END-WRITE
           END-IF
           MOVE "00" TO WS-SCH-STATUS.

       VALIDATE-SCHOLARSHIP SECTION.
           EVALUATE TRUE
               WHEN SCH-NAME = SPACES
                   DISPLAY "名称を入力してください。"
                   MOVE "N" TO WS-VALID-FLAG
               WHEN SCH-AMOUNT = ZERO
                   DISPLAY "金額を入力してください。"
                   MOVE "N" TO WS-VALID-FLAG
               WHEN SCH-AWARD-COUNT = ZERO
                   DISPLAY "給付人数を入力してください。"
                   MOVE "N" TO WS-VALID-FLAG
               WHEN SCH-YEAR-FROM < 1
               OR SCH-YEAR-TO < SCH-YEAR-FROM
                   DISPLAY "対象学年の範囲が正しくありま"
                       "せん。"
                   MOVE "N" TO WS-VALID-FLAG
               WHEN NOT SCH-ACTIVE AND NOT SCH-INACTIVE
                   DISPLAY "状態はAまたはIです。"
                   MOVE "N" TO WS-VALID-FLAG
           END-EVALUATE
           IF WS-VALID
               PERFORM VARYING WS-DP-I FROM 1 BY 1
                       UNTIL WS-DP-I > 5 OR NOT WS-VALID
                   IF SCH-DEPARTMENT-ID(WS-DP-I) NOT = SPACES
                       MOVE SCH-DEPARTMENT-ID(WS-DP-I) TO DEP-ID
                       READ DEPARTMENT-FILE
                           INVALID KEY
                               DISPLAY "学科が未登録です: "
                                   SCH-DEPARTMENT-ID(WS-DP-I)
                               MOVE "N" TO WS-VALID-FLAG
                       END-READ
                       MOVE "00" TO WS-DEP-STATUS
                   END-IF
               END-PERFORM
           END-IF.

       LIST-SCHOLARSHIPS SECTION.
           DISPLAY "ID   名称                              金額 人"
               "数 GPA  単位 状態"
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
                       MOVE SCH-AMOUNT TO WS-DISP-AMOUNT
                       MOVE SCH-AWARD-COUNT TO WS-DISP-COUNT
                       MOVE SCH-MIN-GPA TO WS-DISP-GPA
                       DISPLAY SCH-ID " " SCH-NAME " "
                           WS-DISP-AMOUNT " " WS-DISP-COUNT "  "
                           WS-DISP-GPA " " SCH-MIN-CREDITS "  "
                           SCH-STATUS
               END-READ
           END-PERFORM
           MOVE "00" TO WS-SCH-STATUS.

      * 候補（P）を順位順に確定・不採用とし、確定数が給付人数に
      * 満たなければ補欠（V）を順位順に示す
       CONFIRM-AWARDS SECTION.
           MOVE SPACES TO WS-INPUT-SCH-ID
           MOVE SPACES TO WS-INPUT-SEMESTER
           DISPLAY AWARD-KEY-SCREEN
           ACCEPT AWARD-KEY-SCREEN
           MOVE "Y" TO WS-VALID-FLAG
           MOVE WS-INPUT-SCH-ID TO SCH-ID
           READ SCHOLARSHIP-FILE
               INVALID KEY
                   DISPLAY MSG-RECORD-NOT-FOUND
                   MOVE "N" TO WS-VALID-FLAG
           END-READ
           MOVE "00" TO WS-SCH-STATUS
           IF WS-VALID
               PERFORM LOAD-AWARDS
               IF WS-AW-COUNT = ZERO
                   DISPLAY "この学期の受給候補はあ"
                       "りません。"
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF
           IF WS-VALID
               PERFORM SORT-AWARDS
               PERFORM SHOW-AWARD-LIST
               PERFORM VERIFY-OPERATOR
               IF NOT WS-OPERATOR-OK
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF
           IF WS-VALID
               MOVE "P" TO WS-PASS-STATUS
               PERFORM DECIDE-PASS
               MOVE "V" TO WS-PASS-STATUS
               PERFORM DECIDE-PASS
               MOVE WS-CONFIRMED-COUNT TO WS-DISP-COUNT
               DISPLAY "確定数: " WS-DISP-COUNT " / 給付人数: "
                   SCH-AWARD-COUNT
           END-IF.

       LOAD-AWARDS SECTION.
           MOVE ZERO TO WS-AW-COUNT
           MOVE ZERO TO WS-CONFIRMED-COUNT
           MOVE "N" TO WS-SCAN-DONE-FLAG
           MOVE WS-INPUT-SCH-ID TO SAW-SCH-ID
           MOVE WS-INPUT-SEMESTER TO SAW-SEMESTER
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
                       IF SAW-SCH-ID NOT = WS-INPUT-SCH-ID
                       OR SAW-SEMESTER NOT = WS-INPUT-SEMESTER
                           MOVE "Y" TO WS-SCAN-DONE-FLAG
                       ELSE
                           IF SAW-CONFIRMED
                               ADD 1 TO WS-CONFIRMED-COUNT
                           END-IF
                           IF WS-AW-COUNT < 500
                               ADD 1 TO WS-AW-COUNT
                               MOVE SAW-RANK
                                   TO WS-AW-RANK(WS-AW-COUNT)
                               MOVE SAW-STUDENT-ID
                                   TO WS-AW-STUDENT-ID(WS-AW-COUNT)
                               MOVE SAW-STATUS
                                   TO WS-AW-STATUS(WS-AW-COUNT)
                               MOVE SAW-CUM-GPA
                                   TO WS-AW-CUM-GPA(WS-AW-COUNT)
                               MOVE SAW-CREDITS
                                   TO WS-AW-CREDITS(WS-AW-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-SAW-STATUS.

       SORT-AWARDS SECTION.
           PERFORM VARYING WS-AW-I FROM 1 BY 1
                   UNTIL WS-AW-I >= WS-AW-COUNT
               PERFORM VARYING WS-AW-J FROM 1 BY 1
                       UNTIL WS-AW-J > WS-AW-COUNT - WS-AW-I
                   IF WS-AW-RANK(WS-AW-J) >
                      WS-AW-RANK(WS-AW-J + 1)
                       MOVE WS-AW-ENTRY(WS-AW-J) TO WS-AW-SWAP
                       MOVE WS-AW-ENTRY(WS-AW-J + 1)
                           TO WS-AW-ENTRY(WS-AW-J)
                       MOVE WS-AW-SWAP TO WS-AW-ENTRY(WS-AW-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       SHOW-AWARD-LIST SECTION.
           MOVE SCH-AMOUNT TO WS-DISP-AMOUNT
           DISPLAY SCH-ID " " SCH-NAME " " WS-DISP-AMOUNT "円"
               "  給付人数: " SCH-AWARD-COUNT
           DISPLAY "順位 学籍番号 氏名                 GPA  単"
               "位 区分"
           PERFORM VARYING WS-AW-I FROM 1 BY 1
                   UNTIL WS-AW-I > WS-AW-COUNT
               PERFORM SHOW-ONE-AWARD
           END-PERFORM.

       SHOW-ONE-AWARD SECTION.
           MOVE WS-AW-STUDENT-ID(WS-AW-I) TO STU-ID
           READ STUDENT-FILE
               INVALID KEY
                   MOVE SPACES TO STU-LAST-NAME
           END-READ
           MOVE "00" TO WS-STU-STATUS
           MOVE WS-AW-STATUS(WS-AW-I) TO SAW-STATUS
           PERFORM SET-STATUS-LABEL
           MOVE WS-AW-RANK(WS-AW-I) TO WS-DISP-RANK
           MOVE WS-AW-CUM-GPA(WS-AW-I) TO WS-DISP-GPA
           DISPLAY WS-DISP-RANK " " WS-AW-STUDENT-ID(WS-AW-I) "  "
               STU-LAST-NAME " " WS-DISP-GPA " "
               WS-AW-CREDITS(WS-AW-I) "  " WS-STATUS-LABEL.

       SET-STATUS-LABEL SECTION.
           EVALUATE TRUE
               WHEN SAW-PROPOSED
                   MOVE "候補" TO WS-STATUS-LABEL
               WHEN SAW-RESERVE
                   MOVE "補欠" TO WS-STATUS-LABEL
               WHEN SAW-CONFIRMED
                   MOVE "確定" TO WS-STATUS-LABEL
               WHEN SAW-DECLINED
                   MOVE "不採用" TO WS-STATUS-LABEL
               WHEN OTHER
                   MOVE SPACES TO WS-STATUS-LABEL
           END-EVALUATE.

      * 指定区分（候補または補欠）の者を順位順に1名ずつ判断する。
      * 補欠は確定数が給付人数に達したところで打ち切る
       DECIDE-PASS SECTION.
           PERFORM VARYING WS-AW-I FROM 1 BY 1
                   UNTIL WS-AW-I > WS-AW-COUNT
               IF WS-AW-STATUS(WS-AW-I) = WS-PASS-STATUS
                   IF WS-PASS-STATUS = "V"
                   AND WS-CONFIRMED-COUNT >= SCH-AWARD-COUNT
                       CONTINUE
                   ELSE
                       PERFORM DECIDE-ONE-AWARD
                   END-IF
               END-IF
           END-PERFORM.

       DECIDE-ONE-AWARD SECTION.
           PERFORM SHOW-ONE-AWARD
           MOVE SPACE TO WS-DECISION
           DISPLAY DECISION-SCREEN
           ACCEPT DECISION-SCREEN
           MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION
           EVALUATE WS-DECISION
               WHEN "Y"
                   IF WS-CONFIRMED-COUNT >= SCH-AWARD-COUNT
                       DISPLAY "給付人数に達しているため確"
                           "定できません。"
                   ELSE
                       PERFORM UPDATE-AWARD-STATUS
                   END-IF
               WHEN "N"
                   PERFORM UPDATE-AWARD-STATUS
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   DISPLAY MSG-INVALID-INPUT
           END-EVALUATE.

       UPDATE-AWARD-STATUS SECTION.
           MOVE WS-INPUT-SCH-ID TO SAW-SCH-ID
           MOVE WS-INPUT-SEMESTER TO SAW-SEMESTER
           MOVE WS-AW-STUDENT-ID(WS-AW-I) TO SAW-STUDENT-ID
           READ AWARD-FILE
               INVALID KEY
                   DISPLAY MSG-RECORD-NOT-FOUND
               NOT INVALID KEY
                   IF WS-DECISION = "Y"
                       MOVE "C" TO SAW-STATUS
                   ELSE
                       MOVE "R" TO SAW-STATUS
                   END-IF
                   MOVE WS-CURRENT-DATE TO SAW-CONFIRM-DATE
                   MOVE WS-OPERATOR-ID TO SAW-CONFIRMED-BY
                   REWRITE SCHOLARSHIP-AWARD-RECORD
                       INVALID KEY
                           DISPLAY MSG-FILE-WRITE
                       NOT INVALID KEY
                           MOVE SAW-STATUS
                               TO WS-AW-STATUS(WS-AW-I)
                           IF SAW-CONFIRMED
                               ADD 1 TO WS-CONFIRMED-COUNT
                               DISPLAY "確定しました。"
                           ELSE
                               DISPLAY "不採用としました。"
                           END-IF
                   END-REWRITE
           END-READ
           MOVE "00" TO WS-SAW-STATUS.

      * 確定を取り消して不採用とする。経理へ送付済みは取り消せない
       REVOKE-AWARD SECTION.
           MOVE SPACES TO WS-INPUT-SCH-ID
           MOVE SPACES TO WS-INPUT-SEMESTER
           MOVE SPACES TO WS-INPUT-STUDENT-ID
           DISPLAY REVOKE-KEY-SCREEN
           ACCEPT REVOKE-KEY-SCREEN
           MOVE "Y" TO WS-VALID-FLAG
           MOVE WS-INPUT-SCH-ID TO SAW-SCH-ID
           MOVE WS-INPUT-SEMESTER TO SAW-SEMESTER
           MOVE WS-INPUT-STUDENT-ID TO SAW-STUDENT-ID
           READ AWARD-FILE
               INVALID KEY
                   DISPLAY MSG-RECORD-NOT-FOUND
                   MOVE "N" TO WS-VALID-FLAG
               NOT INVALID KEY
                   IF NOT SAW-CONFIRMED
                       DISPLAY "この受給は確定してい"
                           "ません。"
                       MOVE "N" TO WS-VALID-FLAG
                   ELSE
                       IF SAW-EXTRACT-DATE NOT = ZERO
                           DISPLAY "経理へ送付済みのため取"
                               "り消せません。送付日: "
                               SAW-EXTRACT-DATE
                           MOVE "N" TO WS-VALID-FLAG
                       END-IF
                   END-IF
           END-READ
           IF WS-VALID
               MOVE "N" TO WS-CONFIRM
               DISPLAY REVOKE-CONFIRM-SCREEN
               ACCEPT REVOKE-CONFIRM-SCREEN
               IF NOT WS-CONFIRMED
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF
           IF WS-VALID
               PERFORM VERIFY-OPERATOR
               IF NOT WS-OPERATOR-OK
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF
           IF WS-VALID
               MOVE WS-INPUT-SCH-ID TO SAW-SCH-ID
               MOVE WS-INPUT-SEMESTER TO SAW-SEMESTER
               MOVE WS-INPUT-STUDENT-ID TO SAW-STUDENT-ID
               READ AWARD-FILE
                   INVALID KEY
                       DISPLAY MSG-RECORD-NOT-FOUND
                   NOT INVALID KEY
                       MOVE "R" TO SAW-STATUS
                       MOVE WS-CURRENT-DATE TO SAW-CONFIRM-DATE
                       MOVE WS-OPERATOR-ID TO SAW-CONFIRMED-BY
                       REWRITE SCHOLARSHIP-AWARD-RECORD
                           INVALID KEY
                               DISPLAY MSG-FILE-WRITE
                           NOT INVALID KEY
                               DISPLAY "確定を取り消し"
                                   "ました。"
                       END-REWRITE
               END-READ
           END-IF
           MOVE "00" TO WS-SAW-STATUS.

      * 担当者の確認。シラバス管理のオペレータ（syl_operator.dat）
      * で認証し、有効・ロックなし・パスワード期限内で、権限が
      * 学科事務（権限2）・教務（権限3）・管理者（権限4）の場合
      * だけ処理を認める
       VERIFY-OPERATOR SECTION.
           MOVE "N" TO WS-OPERATOR-OK-FLAG
           MOVE SPACES TO WS-OPERATOR-ID
           MOVE SPACES TO WS-OPERATOR-PASSWORD
           DISPLAY OPERATOR-LOGIN-SCREEN
           ACCEPT OPERATOR-LOGIN-SCREEN
           MOVE WS-OPERATOR-ID TO SOP-ID
           READ SYL-OPERATOR-FILE
               INVALID KEY
                   DISPLAY "担当者IDまたはパスワードが"
                       "違います。"
               NOT INVALID KEY
                   PERFORM CHECK-OPERATOR-RECORD
           END-READ
           MOVE "00" TO WS-SOP-STATUS.

       CHECK-OPERATOR-RECORD SECTION.
           COMPUTE WS-PWD-EXPIRE-LIMIT =
               SOP-PWD-CHANGED-DATE + WS-PWD-EXPIRE-DAYS
           EVALUATE TRUE
               WHEN SOP-LOCKED
                   DISPLAY "この担当者IDはロックされて"
                       "います。"
               WHEN SOP-PASSWORD NOT = WS-OPERATOR-PASSWORD
               OR NOT SOP-ACTIVE
                   DISPLAY "担当者IDまたはパスワードが"
                       "違います。"
               WHEN SOP-PWD-CHANGED-DATE = ZERO
               OR WS-CURRENT-DATE > WS-PWD-EXPIRE-LIMIT
                   DISPLAY "パスワードの有効期限が切れて"
                       "います。"
                   DISPLAY "メインメニュー（SYLABUS）で"
                       "変更してください。"
               WHEN NOT (SOP-ROLE-REGISTRAR OR SOP-ROLE-ADMIN
                   OR SOP-ROLE-DEPT-OFFICE)
                   DISPLAY "この処理を行う権限がありませ"
                       "ん。"
               WHEN OTHER
                   MOVE "Y" TO WS-OPERATOR-OK-FLAG
           END-EVALUATE.

       CHECK-CONTINUE SECTION.
           DISPLAY CONTINUE-SCREEN
           ACCEPT CONTINUE-SCREEN.
