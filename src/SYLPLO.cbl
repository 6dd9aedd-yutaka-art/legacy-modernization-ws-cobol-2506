      ******************************************************************
      * シラバス管理システム - 学習成果・カリキュラムマップ管理
      *
      * 学科ごとの学習成果（ディプロマ・ポリシーに対応する成果）を
      * 保守し、各科目がどの成果をどの段階（I=導入 R=強化 M=到達）
      * で扱うかを対応付ける。認証評価の資料として、学科別の
      * カリキュラムマップ（科目×学習成果の対応表）と、必修科目の
      * いずれも「到達」で扱っていない学習成果の不足一覧を作成する。
      * 必修科目は卒業要件（REQFILE）の主専攻の最新版による
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLPLO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.
       SPECIAL-NAMES.
           CONSOLE IS CRT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTCOME-FILE
               ASSIGN TO "program_outcome.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLO-KEY
               FILE STATUS IS WS-PLO-STATUS.

           SELECT CURRICULUM-MAP-FILE
               ASSIGN TO "curriculum_map.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CMP-KEY
               FILE STATUS IS WS-CMP-STATUS.

           SELECT SYLLABUS-FILE
               ASSIGN TO "syllabus.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-COURSE-ID
               ALTERNATE RECORD KEY IS SYL-TEACHER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-DEPARTMENT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-SEMESTER WITH DUPLICATES
               FILE STATUS IS WS-SYL-STATUS.

           SELECT DEPARTMENT-FILE
               ASSIGN TO "department.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-ID
               FILE STATUS IS WS-DEP-STATUS.

           SELECT REQUIREMENT-FILE
               ASSIGN TO "requirement.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REQ-KEY
               FILE STATUS IS WS-REQ-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OUTCOME-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PLOFILE.

       FD  CURRICULUM-MAP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY CMPFILE.

       FD  SYLLABUS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SYLFILE.

       FD  DEPARTMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DEPFILE.

       FD  REQUIREMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY REQFILE.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PLO-STATUS            PIC XX VALUE "00".
           88  WS-PLO-SUCCESS       VALUE "00".
           88  WS-PLO-EOF           VALUE "10".

       01  WS-CMP-STATUS            PIC XX VALUE "00".
           88  WS-CMP-SUCCESS       VALUE "00".
           88  WS-CMP-EOF           VALUE "10".

       01  WS-SYL-STATUS            PIC XX VALUE "00".
           88  WS-SYL-SUCCESS       VALUE "00".
           88  WS-SYL-EOF           VALUE "10".

       01  WS-DEP-STATUS            PIC XX VALUE "00".
           88  WS-DEP-SUCCESS       VALUE "00".

       01  WS-REQ-STATUS            PIC XX VALUE "00".
           88  WS-REQ-SUCCESS       VALUE "00".
           88  WS-REQ-EOF           VALUE "10".

       01  WS-REPORT-STATUS         PIC XX VALUE "00".
           88  WS-REPORT-SUCCESS    VALUE "00".

       01  WS-CONTINUE-FLAG         PIC X VALUE "Y".
           88  WS-CONTINUE          VALUE "Y", "y".
           88  WS-EXIT              VALUE "N", "n".

       01  WS-CHOICE                PIC 9 VALUE 0.

       01  WS-CURRENT-DATE          PIC 9(8) VALUE ZERO.
       01  WS-REPORT-FILENAME       PIC X(50) VALUE SPACES.
       01  WS-INPUT-DEPT-ID         PIC X(4) VALUE SPACES.
       01  WS-INPUT-PLO-CODE        PIC X(4) VALUE SPACES.
       01  WS-INPUT-COURSE-ID       PIC X(6) VALUE SPACES.

       01  WS-VALID-FLAG            PIC X VALUE "Y".
           88  WS-VALID             VALUE "Y".
       01  WS-NEW-PLO-FLAG          PIC X VALUE "N".
           88  WS-NEW-PLO           VALUE "Y".
       01  WS-SAVE-LEVEL            PIC X(1) VALUE SPACE.
       01  WS-LEVEL-LABEL           PIC X(6) VALUE SPACES.
       01  WS-LIST-COUNT            PIC 9(3) VALUE ZERO.

      * 対象学科の有効な学習成果（対応表には先頭15件を印字する）
       01  WS-OC-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-OC-TABLE.
           05  WS-OC-ENTRY OCCURS 30 TIMES.
               10  WS-OC-CODE           PIC X(4).
               10  WS-OC-TITLE          PIC X(60).
       01  WS-OC-I                  PIC 9(2) VALUE ZERO.
       01  WS-OC-PRINT              PIC 9(2) VALUE ZERO.
       01  WS-OC-FOUND-FLAG         PIC X VALUE "N".
           88  WS-OC-FOUND          VALUE "Y".

      * 卒業要件（主専攻の最新版）の必修科目
       01  WS-CATALOG-YEAR          PIC 9(4) VALUE ZERO.
       01  WS-MAND-COUNT            PIC 9(2) VALUE ZERO.
       01  WS-MAND-TABLE.
           05  WS-MAND-COURSE       PIC X(6) OCCURS 10 TIMES.
       01  WS-MAND-I                PIC 9(2) VALUE ZERO.
       01  WS-MANDATORY-FLAG        PIC X VALUE "N".
           88  WS-MANDATORY         VALUE "Y".

      * 対応表の科目（学科の開講科目と、学科の成果に対応付けた
      * 他学科の科目）。段階は成果の並びと同じ位置に1桁ずつ持つ
       01  WS-CM-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-CM-TABLE.
           05  WS-CM-ENTRY OCCURS 500 TIMES.
               10  WS-CM-COURSE         PIC X(6).
               10  WS-CM-LEVELS         PIC X(30).
       01  WS-CM-I                  PIC 9(3) VALUE ZERO.
       01  WS-CM-J                  PIC 9(3) VALUE ZERO.
       01  WS-CM-SWAP               PIC X(36).
       01  WS-CM-FOUND-FLAG         PIC X VALUE "N".
           88  WS-CM-FOUND          VALUE "Y".

      * 不足一覧の判定（段階の順位 I=1 R=2 M=3）
       01  WS-LEVEL-RANK            PIC 9 VALUE ZERO.
       01  WS-BEST-RANK             PIC 9 VALUE ZERO.
       01  WS-ELECTIVE-COUNT        PIC 9(3) VALUE ZERO.
       01  WS-GAP-COUNT             PIC 9(2) VALUE ZERO.
       01  WS-MT-TALLY-TABLE.
           05  WS-MT-TALLY          PIC 9(4) OCCURS 15 TIMES.

       01  WS-HEADER1               PIC X(132) VALUE ALL "=".
       01  WS-RULE-LINE             PIC X(132) VALUE ALL "-".
       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-MAP-TITLE             PIC X(132) VALUE
           "カリキュラムマップ（科目×学習成果）".
       01  WS-GAP-TITLE             PIC X(132) VALUE
           "学習成果の不足一覧（必修科目で到達の"
           & "段階がない成果）".
       01  WS-LEGEND-LINE           PIC X(132) VALUE
           "段階: I=導入 R=強化 M=到達 -=対応なし  * は"
           & "必修科目".
       01  WS-OUTCOME-TITLE         PIC X(132) VALUE
           "【学習成果】".
       01  WS-OVERFLOW-LINE         PIC X(132) VALUE
           "※ 学習成果が15件を超えるため先頭15件を"
           & "表示しています".
       01  WS-NO-REQ-LINE           PIC X(132) VALUE
           "※ 卒業要件（主専攻）が未登録のため"
           & "必修科目はありません".
       01  WS-NO-OUTCOME-LINE       PIC X(132) VALUE
           "この学科の学習成果は"
           & "登録されていません。".
       01  WS-NO-GAP-LINE           PIC X(132) VALUE
           "不足している学習成果はありません。".

       01  WS-REPORT-HEADING.
           05  FILLER               PIC X(8) VALUE "学科: ".
           05  WS-RH-DEPT-ID        PIC X(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-RH-DEPT-NAME      PIC X(30).
           05  FILLER               PIC X(14) VALUE "  作成日: ".
           05  WS-RH-DATE           PIC 9(8).
           05  FILLER               PIC X(16) VALUE
               "  卒業要件: ".
           05  WS-RH-CATALOG        PIC 9(4).
           05  FILLER               PIC X(12) VALUE "年度版".
           05  FILLER               PIC X(34) VALUE SPACES.

       01  WS-OUTCOME-LINE.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-OL-CODE           PIC X(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-OL-TITLE          PIC X(60).
           05  FILLER               PIC X(64) VALUE SPACES.

       01  WS-MATRIX-HEADER.
           05  FILLER               PIC X(42) VALUE "  科目".
           05  WS-MH-CODE           PIC X(6) OCCURS 15 TIMES.

       01  WS-MATRIX-ROW.
           05  WS-MR-MARK           PIC X(2).
           05  WS-MR-COURSE         PIC X(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-MR-NAME           PIC X(30).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-MR-CELL           PIC X(6) OCCURS 15 TIMES.

       01  WS-MATRIX-COUNT.
           05  FILLER               PIC X(42) VALUE
               "  到達(M)の科目数".
           05  WS-MT-CELL OCCURS 15 TIMES.
               10  WS-MT-COUNT      PIC ZZZ9.
               10  FILLER           PIC X(2).

       01  WS-GAP-HEADER.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  FILLER               PIC X(6) VALUE "成果".
           05  FILLER               PIC X(62) VALUE "名称".
           05  FILLER               PIC X(18) VALUE
               "必修での最高".
           05  FILLER               PIC X(24) VALUE
               "到達の選択科目数".
           05  FILLER               PIC X(20) VALUE SPACES.

       01  WS-GAP-LINE.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-GL-CODE           PIC X(4).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-GL-TITLE          PIC X(60).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-GL-REQ-LEVEL      PIC X(18).
           05  WS-GL-ELECTIVE       PIC ZZZ9.
           05  FILLER               PIC X(40) VALUE SPACES.

       01  WS-GAP-TOTAL-LINE.
           05  FILLER               PIC X(14) VALUE "学習成果: ".
           05  WS-GT-OUTCOMES       PIC Z9.
           05  FILLER               PIC X(13) VALUE "件  不足: ".
           05  WS-GT-GAPS           PIC Z9.
           05  FILLER               PIC X(3) VALUE "件".
           05  FILLER               PIC X(98) VALUE SPACES.

       COPY LIBERROR.

       SCREEN SECTION.
       01  PLO-MENU-SCREEN.
           05  LINE 2 COL 1         VALUE
               "学習成果・カリキュラムマップ"
               & "管理メニュー".
           05  LINE 4 COL 1         VALUE
               "1. 学習成果の登録・更新".
           05  LINE 5 COL 1         VALUE
               "2. 科目と学習成果の対応付け".
           05  LINE 6 COL 1         VALUE "3. 対応付けの削除".
           05  LINE 7 COL 1         VALUE "4. 科目別対応の照会".
           05  LINE 8 COL 1         VALUE
               "5. カリキュラムマップの作成".
           05  LINE 9 COL 1         VALUE
               "6. 学習成果の不足一覧の作成".
           05  LINE 10 COL 1        VALUE "9. 戻る".
           05  LINE 12 COL 1        VALUE "選択: ".
           05  LINE 12 COL 8        PIC 9 USING WS-CHOICE.

       01  OUTCOME-KEY-SCREEN.
           05  LINE 2 COL 1         VALUE
               "学習成果の登録・更新".
           05  LINE 4 COL 1         VALUE "学科コード: ".
           05  LINE 4 COL 14        PIC X(4) USING WS-INPUT-DEPT-ID.
           05  LINE 5 COL 1         VALUE "成果コード: ".
           05  LINE 5 COL 14
               PIC X(4) USING WS-INPUT-PLO-CODE.

       01  OUTCOME-DETAIL-SCREEN.
           05  LINE 6 COL 1         VALUE "名称: ".
           05  LINE 6 COL 8         PIC X(60) USING PLO-TITLE.
           05  LINE 7 COL 1         VALUE "説明: ".
           05  LINE 7 COL 8         PIC X(70) USING PLO-DESCRIPTION.
           05  LINE 8 COL 1         VALUE
               "状態 (A=有効 I=廃止): ".
           05  LINE 8 COL 24        PIC X(1) USING PLO-STATUS.

       01  MAP-SCREEN.
           05  LINE 2 COL 1         VALUE
               "科目と学習成果の対応付け".
           05  LINE 4 COL 1         VALUE "科目コード: ".
           05  LINE 4 COL 14        PIC X(6) USING CMP-COURSE-ID.
           05  LINE 5 COL 1         VALUE
               "学科コード（空欄は開講学科）: ".
           05  LINE 5 COL 32        PIC X(4) USING CMP-DEP-ID.
           05  LINE 6 COL 1         VALUE "成果コード: ".
           05  LINE 6 COL 14        PIC X(4) USING CMP-PLO-CODE.
           05  LINE 7 COL 1         VALUE
               "段階 (I=導入 R=強化 M=到達): ".
           05  LINE 7 COL 31        PIC X(1) USING CMP-LEVEL.

       01  MAP-KEY-SCREEN.
           05  LINE 2 COL 1         VALUE "対応付けの削除".
           05  LINE 4 COL 1         VALUE "科目コード: ".
           05  LINE 4 COL 14        PIC X(6) USING CMP-COURSE-ID.
           05  LINE 5 COL 1         VALUE "学科コード: ".
           05  LINE 5 COL 14        PIC X(4) USING CMP-DEP-ID.
           05  LINE 6 COL 1         VALUE "成果コード: ".
           05  LINE 6 COL 14        PIC X(4) USING CMP-PLO-CODE.

       01  COURSE-KEY-SCREEN.
           05  LINE 2 COL 1         VALUE "科目別対応の照会".
           05  LINE 4 COL 1         VALUE "科目コード: ".
           05  LINE 4 COL 14
               PIC X(6) USING WS-INPUT-COURSE-ID.

       01  DEPT-KEY-SCREEN.
           05  LINE 2 COL 1         VALUE "学科別資料の作成".
           05  LINE 4 COL 1         VALUE "学科コード: ".
           05  LINE 4 COL 14        PIC X(4) USING WS-INPUT-DEPT-ID.

       01  CONTINUE-SCREEN.
           05  LINE 16 COL 1        VALUE
               "続行しますか？ (Y/N): ".
           05  LINE 16 COL 25       PIC X USING WS-CONTINUE-FLAG.

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
           OPEN I-O OUTCOME-FILE
           IF NOT WS-PLO-SUCCESS
               OPEN OUTPUT OUTCOME-FILE
               CLOSE OUTCOME-FILE
               OPEN I-O OUTCOME-FILE
           END-IF
           OPEN I-O CURRICULUM-MAP-FILE
           IF NOT WS-CMP-SUCCESS
               OPEN OUTPUT CURRICULUM-MAP-FILE
               CLOSE CURRICULUM-MAP-FILE
               OPEN I-O CURRICULUM-MAP-FILE
           END-IF
           OPEN INPUT SYLLABUS-FILE
           OPEN INPUT DEPARTMENT-FILE
           OPEN INPUT REQUIREMENT-FILE.

       CLOSE-FILES SECTION.
           CLOSE OUTCOME-FILE
           CLOSE CURRICULUM-MAP-FILE
           CLOSE SYLLABUS-FILE
           CLOSE DEPARTMENT-FILE
           CLOSE REQUIREMENT-FILE.

       DISPLAY-MENU SECTION.
           DISPLAY PLO-MENU-SCREEN
           ACCEPT PLO-MENU-SCREEN.

       PROCESS-CHOICE SECTION.
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM MAINTAIN-OUTCOME
               WHEN 2
                   PERFORM MAINTAIN-COURSE-MAP
               WHEN 3
                   PERFORM DELETE-COURSE-MAP
               WHEN 4
                   PERFORM LIST-COURSE-MAP
               WHEN 5
                   PERFORM REPORT-CURRICULUM-MAP
               WHEN 6
                   PERFORM REPORT-OUTCOME-GAP
               WHEN 9
                   MOVE "N" TO WS-CONTINUE-FLAG
               WHEN OTHER
                   DISPLAY MSG-INVALID-INPUT
           END-EVALUATE.

      * 学習成果の登録・更新（学科マスタにある学科に限る）
       MAINTAIN-OUTCOME SECTION.
           MOVE SPACES TO WS-INPUT-DEPT-ID
           MOVE SPACES TO WS-INPUT-PLO-CODE
           DISPLAY OUTCOME-KEY-SCREEN
           ACCEPT OUTCOME-KEY-SCREEN
           MOVE "Y" TO WS-VALID-FLAG
           IF WS-INPUT-DEPT-ID = SPACES
           OR WS-INPUT-PLO-CODE = SPACES
               DISPLAY MSG-INVALID-INPUT
               MOVE "N" TO WS-VALID-FLAG
           ELSE
               MOVE WS-INPUT-DEPT-ID TO DEP-ID
               READ DEPARTMENT-FILE
                   INVALID KEY
                       DISPLAY "学科コードが未登録です。"
                       MOVE "N" TO WS-VALID-FLAG
               END-READ
               MOVE "00" TO WS-DEP-STATUS
           END-IF
           IF WS-VALID
               MOVE WS-INPUT-DEPT-ID TO PLO-DEP-ID
               MOVE WS-INPUT-PLO-CODE TO PLO-CODE
               MOVE "N" TO WS-NEW-PLO-FLAG
               READ OUTCOME-FILE
                   INVALID KEY
                       INITIALIZE OUTCOME-RECORD
                       MOVE WS-INPUT-DEPT-ID TO PLO-DEP-ID
                       MOVE WS-INPUT-PLO-CODE TO PLO-CODE
                       MOVE "A" TO PLO-STATUS
                       MOVE "Y" TO WS-NEW-PLO-FLAG
               END-READ
               MOVE "00" TO WS-PLO-STATUS
               DISPLAY OUTCOME-DETAIL-SCREEN
               ACCEPT OUTCOME-DETAIL-SCREEN
               MOVE FUNCTION UPPER-CASE(PLO-STATUS) TO PLO-STATUS
               IF PLO-TITLE = SPACES
               OR NOT (PLO-ACTIVE OR PLO-INACTIVE)
                   DISPLAY MSG-INVALID-INPUT
               ELSE
                   MOVE WS-CURRENT-DATE TO PLO-UPDATE-DATE
                   IF WS-NEW-PLO
                       WRITE OUTCOME-RECORD
                           INVALID KEY
                               DISPLAY MSG-DUPLICATE-KEY
                           NOT INVALID KEY
                               DISPLAY "学習成果を"
                                   "登録しました。"
                       END-WRITE
                   ELSE
                       REWRITE OUTCOME-RECORD
                           INVALID KEY
                               DISPLAY MSG-FILE-WRITE
                           NOT INVALID KEY
                               DISPLAY "学習成果を"
                                   "更新しました。"
                       END-REWRITE
                   END-IF
               END-IF
           END-IF.

      * 科目を学習成果に対応付ける（既にあれば段階を更新する）。
      * 学科を省略したときは科目の開講学科の成果とする
       MAINTAIN-COURSE-MAP SECTION.
           INITIALIZE CURRICULUM-MAP-RECORD
           DISPLAY MAP-SCREEN
           ACCEPT MAP-SCREEN
           MOVE FUNCTION UPPER-CASE(CMP-LEVEL) TO CMP-LEVEL
           MOVE "Y" TO WS-VALID-FLAG
           MOVE CMP-COURSE-ID TO SYL-COURSE-ID
           READ SYLLABUS-FILE
               INVALID KEY
                   DISPLAY "科目コードが未登録です。"
                   MOVE "N" TO WS-VALID-FLAG
           END-READ
           MOVE "00" TO WS-SYL-STATUS
           IF WS-VALID
               IF CMP-DEP-ID = SPACES
                   MOVE SYL-DEPARTMENT-ID TO CMP-DEP-ID
               END-IF
               MOVE CMP-DEP-ID TO PLO-DEP-ID
               MOVE CMP-PLO-CODE TO PLO-CODE
               READ OUTCOME-FILE
                   INVALID KEY
                       DISPLAY "学習成果が未登録です。"
                       MOVE "N" TO WS-VALID-FLAG
                   NOT INVALID KEY
                       IF NOT PLO-ACTIVE
                           DISPLAY "廃止した学習成果です。"
                           MOVE "N" TO WS-VALID-FLAG
                       END-IF
               END-READ
               MOVE "00" TO WS-PLO-STATUS
           END-IF
           IF WS-VALID
               IF NOT CMP-VALID-LEVEL
                   DISPLAY MSG-INVALID-INPUT
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF
           IF WS-VALID
               MOVE CMP-LEVEL TO WS-SAVE-LEVEL
               READ CURRICULUM-MAP-FILE
                   INVALID KEY
                       MOVE WS-SAVE-LEVEL TO CMP-LEVEL
                       MOVE WS-CURRENT-DATE TO CMP-UPDATE-DATE
                       WRITE CURRICULUM-MAP-RECORD
                           INVALID KEY
                               DISPLAY MSG-DUPLICATE-KEY
                           NOT INVALID KEY
                               DISPLAY "対応付けを"
                                   "登録しました。"
                       END-WRITE
                   NOT INVALID KEY
                       MOVE WS-SAVE-LEVEL TO CMP-LEVEL
                       MOVE WS-CURRENT-DATE TO CMP-UPDATE-DATE
                       REWRITE CURRICULUM-MAP-RECORD
                           INVALID KEY
                               DISPLAY MSG-FILE-WRITE
                           NOT INVALID KEY
                               DISPLAY "対応付けの段階を"
                                   "更新しました。"
                       END-REWRITE
               END-READ
               MOVE "00" TO WS-CMP-STATUS
           END-IF.

       DELETE-COURSE-MAP SECTION.
           INITIALIZE CURRICULUM-MAP-RECORD
           DISPLAY MAP-KEY-SCREEN
           ACCEPT MAP-KEY-SCREEN
           READ CURRICULUM-MAP-FILE
               INVALID KEY
                   DISPLAY MSG-RECORD-NOT-FOUND
               NOT INVALID KEY
                   DELETE CURRICULUM-MAP-FILE RECORD
                       INVALID KEY
                           DISPLAY MSG-FILE-WRITE
                       NOT INVALID KEY
                           DISPLAY "対応付けを"
                               "削除しました。"
                   END-DELETE
           END-READ
           MOVE "00" TO WS-CMP-STATUS.

       LIST-COURSE-MAP SECTION.
           MOVE SPACES TO WS-INPUT-COURSE-ID
           DISPLAY COURSE-KEY-SCREEN
           ACCEPT COURSE-KEY-SCREEN
           MOVE ZERO TO WS-LIST-COUNT
           MOVE WS-INPUT-COURSE-ID TO CMP-COURSE-ID
           MOVE LOW-VALUES TO CMP-DEP-ID
           MOVE LOW-VALUES TO CMP-PLO-CODE
           MOVE "00" TO WS-CMP-STATUS
           START CURRICULUM-MAP-FILE KEY >= CMP-KEY
               INVALID KEY
                   MOVE "10" TO WS-CMP-STATUS
           END-START
           PERFORM UNTIL WS-CMP-EOF
               READ CURRICULUM-MAP-FILE NEXT
                   AT END
                       MOVE "10" TO WS-CMP-STATUS
                   NOT AT END
                       IF CMP-COURSE-ID NOT = WS-INPUT-COURSE-ID
                           MOVE "10" TO WS-CMP-STATUS
                       ELSE
                           ADD 1 TO WS-LIST-COUNT
                           PERFORM DISPLAY-ONE-MAP
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-CMP-STATUS
           IF WS-LIST-COUNT = ZERO
               DISPLAY MSG-RECORD-NOT-FOUND
           END-IF.

       DISPLAY-ONE-MAP SECTION.
           MOVE CMP-DEP-ID TO PLO-DEP-ID
           MOVE CMP-PLO-CODE TO PLO-CODE
           READ OUTCOME-FILE
               INVALID KEY
                   MOVE SPACES TO PLO-TITLE
           END-READ
           MOVE "00" TO WS-PLO-STATUS
           EVALUATE TRUE
               WHEN CMP-INTRODUCED
                   MOVE "導入" TO WS-LEVEL-LABEL
               WHEN CMP-REINFORCED
                   MOVE "強化" TO WS-LEVEL-LABEL
               WHEN OTHER
                   MOVE "到達" TO WS-LEVEL-LABEL
           END-EVALUATE
           DISPLAY CMP-DEP-ID "-" CMP-PLO-CODE "  " WS-LEVEL-LABEL
               "  " PLO-TITLE.

      * カリキュラムマップ（科目×学習成果の対応表）を作成する
       REPORT-CURRICULUM-MAP SECTION.
           MOVE SPACES TO WS-INPUT-DEPT-ID
           DISPLAY DEPT-KEY-SCREEN
           ACCEPT DEPT-KEY-SCREEN
           MOVE WS-INPUT-DEPT-ID TO DEP-ID
           READ DEPARTMENT-FILE
               INVALID KEY
                   DISPLAY "学科コードが未登録です。"
               NOT INVALID KEY
                   PERFORM LOAD-DEPT-OUTCOMES
                   PERFORM LOAD-MANDATORY-COURSES
                   PERFORM LOAD-MAP-COURSES
                   PERFORM WRITE-CURRICULUM-MAP
           END-READ
           MOVE "00" TO WS-DEP-STATUS.

      * 学習成果の不足一覧（必修科目で「到達」がない成果）を作成する
       REPORT-OUTCOME-GAP SECTION.
           MOVE SPACES TO WS-INPUT-DEPT-ID
           DISPLAY DEPT-KEY-SCREEN
           ACCEPT DEPT-KEY-SCREEN
           MOVE WS-INPUT-DEPT-ID TO DEP-ID
           READ DEPARTMENT-FILE
               INVALID KEY
                   DISPLAY "学科コードが未登録です。"
               NOT INVALID KEY
                   PERFORM LOAD-DEPT-OUTCOMES
                   PERFORM LOAD-MANDATORY-COURSES
                   PERFORM LOAD-MAP-COURSES
                   PERFORM WRITE-OUTCOME-GAP
           END-READ
           MOVE "00" TO WS-DEP-STATUS.

       LOAD-DEPT-OUTCOMES SECTION.
           MOVE ZERO TO WS-OC-COUNT
           MOVE WS-INPUT-DEPT-ID TO PLO-DEP-ID
           MOVE LOW-VALUES TO PLO-CODE
           MOVE "00" TO WS-PLO-STATUS
           START OUTCOME-FILE KEY >= PLO-KEY
               INVALID KEY
                   MOVE "10" TO WS-PLO-STATUS
           END-START
           PERFORM UNTIL WS-PLO-EOF
               READ OUTCOME-FILE NEXT
                   AT END
                       MOVE "10" TO WS-PLO-STATUS
                   NOT AT END
                       IF PLO-DEP-ID NOT = WS-INPUT-DEPT-ID
                           MOVE "10" TO WS-PLO-STATUS
                       ELSE
                           IF PLO-ACTIVE
                           AND WS-OC-COUNT < 30
                               ADD 1 TO WS-OC-COUNT
                               MOVE PLO-CODE
                                   TO WS-OC-CODE(WS-OC-COUNT)
                               MOVE PLO-TITLE
                                   TO WS-OC-TITLE(WS-OC-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-PLO-STATUS.

      * 主専攻の卒業要件のうち最新のカタログ年度版の必修科目
       LOAD-MANDATORY-COURSES SECTION.
           MOVE ZERO TO WS-MAND-COUNT
           MOVE ZERO TO WS-CATALOG-YEAR
           MOVE WS-INPUT-DEPT-ID TO REQ-DEP-ID
           MOVE SPACE TO REQ-PROGRAM-TYPE
           MOVE ZERO TO REQ-CATALOG-YEAR
           MOVE "00" TO WS-REQ-STATUS
           START REQUIREMENT-FILE KEY >= REQ-KEY
               INVALID KEY
                   MOVE "10" TO WS-REQ-STATUS
           END-START
           PERFORM UNTIL WS-REQ-EOF
               READ REQUIREMENT-FILE NEXT
                   AT END
                       MOVE "10" TO WS-REQ-STATUS
                   NOT AT END
                       IF REQ-DEP-ID NOT = WS-INPUT-DEPT-ID
                       OR NOT REQ-PRIMARY-MAJOR
                           MOVE "10" TO WS-REQ-STATUS
                       ELSE
                           MOVE REQ-CATALOG-YEAR TO WS-CATALOG-YEAR
                           MOVE REQ-MANDATORY-COUNT
                               TO WS-MAND-COUNT
                           PERFORM VARYING WS-MAND-I FROM 1 BY 1
                                   UNTIL WS-MAND-I > 10
                               MOVE REQ-MANDATORY-COURSES(WS-MAND-I)
                                   TO WS-MAND-COURSE(WS-MAND-I)
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-REQ-STATUS
           IF WS-MAND-COUNT > 10
               MOVE 10 TO WS-MAND-COUNT
           END-IF.

      * 学科の開講科目を並べ、学科の成果への対応付けを段階として
      * 書き込む（他学科の科目は対応付けがあるものだけ加える）
       LOAD-MAP-COURSES SECTION.
           MOVE ZERO TO WS-CM-COUNT
           MOVE LOW-VALUES TO SYL-COURSE-ID
           MOVE "00" TO WS-SYL-STATUS
           START SYLLABUS-FILE KEY >= SYL-COURSE-ID
               INVALID KEY
                   MOVE "10" TO WS-SYL-STATUS
           END-START
           PERFORM UNTIL WS-SYL-EOF
               READ SYLLABUS-FILE NEXT
                   AT END
                       MOVE "10" TO WS-SYL-STATUS
                   NOT AT END
                       IF SYL-DEPARTMENT-ID = WS-INPUT-DEPT-ID
                       AND WS-CM-COUNT < 500
                           ADD 1 TO WS-CM-COUNT
                           MOVE SYL-COURSE-ID
                               TO WS-CM-COURSE(WS-CM-COUNT)
                           MOVE SPACES TO WS-CM-LEVELS(WS-CM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-SYL-STATUS
           MOVE LOW-VALUES TO CMP-KEY
           MOVE "00" TO WS-CMP-STATUS
           START CURRICULUM-MAP-FILE KEY >= CMP-KEY
               INVALID KEY
                   MOVE "10" TO WS-CMP-STATUS
           END-START
           PERFORM UNTIL WS-CMP-EOF
               READ CURRICULUM-MAP-FILE NEXT
                   AT END
                       MOVE "10" TO WS-CMP-STATUS
                   NOT AT END
                       IF CMP-DEP-ID = WS-INPUT-DEPT-ID
                           PERFORM APPLY-ONE-MAP
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-CMP-STATUS
           PERFORM VARYING WS-CM-I FROM 1 BY 1
                   UNTIL WS-CM-I >= WS-CM-COUNT
               PERFORM VARYING WS-CM-J FROM 1 BY 1
                       UNTIL WS-CM-J > WS-CM-COUNT - WS-CM-I
                   IF WS-CM-COURSE(WS-CM-J) >
                       WS-CM-COURSE(WS-CM-J + 1)
                       MOVE WS-CM-ENTRY(WS-CM-J) TO WS-CM-SWAP
                       MOVE WS-CM-ENTRY(WS-CM-J + 1)
                           TO WS-CM-ENTRY(WS-CM-J)
                       MOVE WS-CM-SWAP TO WS-CM-ENTRY(WS-CM-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

       APPLY-ONE-MAP SECTION.
           MOVE "N" TO WS-OC-FOUND-FLAG
           PERFORM VARYING WS-OC-I FROM 1 BY 1
                   UNTIL WS-OC-I > WS-OC-COUNT
                   OR WS-OC-FOUND
               IF WS-OC-CODE(WS-OC-I) = CMP-PLO-CODE
                   MOVE "Y" TO WS-OC-FOUND-FLAG
               END-IF
           END-PERFORM
           IF WS-OC-FOUND
               SUBTRACT 1 FROM WS-OC-I
               MOVE "N" TO WS-CM-FOUND-FLAG
               PERFORM VARYING WS-CM-I FROM 1 BY 1
                       UNTIL WS-CM-I > WS-CM-COUNT
                       OR WS-CM-FOUND
                   IF WS-CM-COURSE(WS-CM-I) = CMP-COURSE-ID
                       MOVE "Y" TO WS-CM-FOUND-FLAG
                   END-IF
               END-PERFORM
               IF WS-CM-FOUND
                   SUBTRACT 1 FROM WS-CM-I
               ELSE
                   IF WS-CM-COUNT < 500
                       ADD 1 TO WS-CM-COUNT
                       MOVE WS-CM-COUNT TO WS-CM-I
                       MOVE CMP-COURSE-ID TO WS-CM-COURSE(WS-CM-I)
                       MOVE SPACES TO WS-CM-LEVELS(WS-CM-I)
                       MOVE "Y" TO WS-CM-FOUND-FLAG
                   END-IF
               END-IF
               IF WS-CM-FOUND
                   MOVE CMP-LEVEL
                       TO WS-CM-LEVELS(WS-CM-I)(WS-OC-I:1)
               END-IF
           END-IF.

       WRITE-CURRICULUM-MAP SECTION.
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "curriculum_map_" DELIMITED BY SIZE
                   WS-INPUT-DEPT-ID DELIMITED BY SPACE
                   "_" DELIMITED BY SIZE
                   WS-CURRENT-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM WS-MAP-TITLE
           PERFORM WRITE-REPORT-HEADING
           IF WS-OC-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-NO-OUTCOME-LINE
           ELSE
               PERFORM WRITE-OUTCOME-LEGEND
               MOVE WS-OC-COUNT TO WS-OC-PRINT
               IF WS-OC-PRINT > 15
                   MOVE 15 TO WS-OC-PRINT
                   WRITE REPORT-LINE FROM WS-OVERFLOW-LINE
               END-IF
               WRITE REPORT-LINE FROM WS-BLANK-LINE
               WRITE REPORT-LINE FROM WS-LEGEND-LINE
               PERFORM VARYING WS-OC-I FROM 1 BY 1
                       UNTIL WS-OC-I > 15
                   MOVE SPACES TO WS-MH-CODE(WS-OC-I)
                   MOVE ZERO TO WS-MT-TALLY(WS-OC-I)
                   MOVE SPACES TO WS-MT-CELL(WS-OC-I)(5:2)
                   IF WS-OC-I <= WS-OC-PRINT
                       MOVE WS-OC-CODE(WS-OC-I)
                           TO WS-MH-CODE(WS-OC-I)
                   END-IF
               END-PERFORM
               WRITE REPORT-LINE FROM WS-MATRIX-HEADER
               WRITE REPORT-LINE FROM WS-RULE-LINE
               PERFORM VARYING WS-CM-I FROM 1 BY 1
                       UNTIL WS-CM-I > WS-CM-COUNT
                   PERFORM WRITE-MATRIX-ROW
               END-PERFORM
               WRITE REPORT-LINE FROM WS-RULE-LINE
               PERFORM VARYING WS-OC-I FROM 1 BY 1
                       UNTIL WS-OC-I > 15
                   IF WS-OC-I > WS-OC-PRINT
                       MOVE SPACES TO WS-MT-CELL(WS-OC-I)
                   ELSE
                       MOVE WS-MT-TALLY(WS-OC-I)
                           TO WS-MT-COUNT(WS-OC-I)
                   END-IF
               END-PERFORM
               WRITE REPORT-LINE FROM WS-MATRIX-COUNT
           END-IF
           CLOSE REPORT-FILE
           DISPLAY "カリキュラムマップを作成しました: "
               WS-REPORT-FILENAME.

       WRITE-MATRIX-ROW SECTION.
           PERFORM CHECK-MANDATORY-COURSE
           IF WS-MANDATORY
               MOVE "* " TO WS-MR-MARK
           ELSE
               MOVE SPACES TO WS-MR-MARK
           END-IF
           MOVE WS-CM-COURSE(WS-CM-I) TO WS-MR-COURSE
           MOVE WS-CM-COURSE(WS-CM-I) TO SYL-COURSE-ID
           READ SYLLABUS-FILE
               INVALID KEY
                   MOVE SPACES TO SYL-COURSE-NAME
           END-READ
           MOVE "00" TO WS-SYL-STATUS
           MOVE SYL-COURSE-NAME TO WS-MR-NAME
           PERFORM VARYING WS-OC-I FROM 1 BY 1
                   UNTIL WS-OC-I > 15
               MOVE SPACES TO WS-MR-CELL(WS-OC-I)
               IF WS-OC-I <= WS-OC-PRINT
                   IF WS-CM-LEVELS(WS-CM-I)(WS-OC-I:1) = SPACE
                       MOVE "-" TO WS-MR-CELL(WS-OC-I)(2:1)
                   ELSE
                       MOVE WS-CM-LEVELS(WS-CM-I)(WS-OC-I:1)
                           TO WS-MR-CELL(WS-OC-I)(2:1)
                   END-IF
                   IF WS-CM-LEVELS(WS-CM-I)(WS-OC-I:1) = "M"
                       ADD 1 TO WS-MT-TALLY(WS-OC-I)
                   END-IF
               END-IF
           END-PERFORM
           WRITE REPORT-LINE FROM WS-MATRIX-ROW.

       WRITE-OUTCOME-GAP SECTION.
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "outcome_gap_" DELIMITED BY SIZE
                   WS-INPUT-DEPT-ID DELIMITED BY SPACE
                   "_" DELIMITED BY SIZE
                   WS-CURRENT-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM WS-GAP-TITLE
           PERFORM WRITE-REPORT-HEADING
           MOVE ZERO TO WS-GAP-COUNT
           IF WS-OC-COUNT = ZERO
               WRITE REPORT-LINE FROM WS-NO-OUTCOME-LINE
           ELSE
               WRITE REPORT-LINE FROM WS-GAP-HEADER
               WRITE REPORT-LINE FROM WS-RULE-LINE
               PERFORM VARYING WS-OC-I FROM 1 BY 1
                       UNTIL WS-OC-I > WS-OC-COUNT
                   PERFORM CHECK-ONE-OUTCOME
               END-PERFORM
               IF WS-GAP-COUNT = ZERO
                   WRITE REPORT-LINE FROM WS-NO-GAP-LINE
               END-IF
               WRITE REPORT-LINE FROM WS-RULE-LINE
           END-IF
           MOVE WS-OC-COUNT TO WS-GT-OUTCOMES
           MOVE WS-GAP-COUNT TO WS-GT-GAPS
           WRITE REPORT-LINE FROM WS-GAP-TOTAL-LINE
           CLOSE REPORT-FILE
           DISPLAY "学習成果の不足一覧を作成しました: "
               WS-REPORT-FILENAME
           DISPLAY "不足: " WS-GAP-COUNT "件".

      * 必修科目での最高段階と、到達で扱う選択科目の数を求め、
      * 必修科目に到達がなければ不足として印字する
       CHECK-ONE-OUTCOME SECTION.
           MOVE ZERO TO WS-BEST-RANK
           MOVE ZERO TO WS-ELECTIVE-COUNT
           PERFORM VARYING WS-CM-I FROM 1 BY 1
                   UNTIL WS-CM-I > WS-CM-COUNT
               EVALUATE WS-CM-LEVELS(WS-CM-I)(WS-OC-I:1)
                   WHEN "I"
                       MOVE 1 TO WS-LEVEL-RANK
                   WHEN "R"
                       MOVE 2 TO WS-LEVEL-RANK
                   WHEN "M"
                       MOVE 3 TO WS-LEVEL-RANK
                   WHEN OTHER
                       MOVE 0 TO WS-LEVEL-RANK
               END-EVALUATE
               IF WS-LEVEL-RANK > ZERO
                   PERFORM CHECK-MANDATORY-COURSE
                   IF WS-MANDATORY
                       IF WS-LEVEL-RANK > WS-BEST-RANK
                           MOVE WS-LEVEL-RANK TO WS-BEST-RANK
                       END-IF
                   ELSE
                       IF WS-LEVEL-RANK = 3
                           ADD 1 TO WS-ELECTIVE-COUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BEST-RANK < 3
               ADD 1 TO WS-GAP-COUNT
               MOVE WS-OC-CODE(WS-OC-I) TO WS-GL-CODE
               MOVE WS-OC-TITLE(WS-OC-I) TO WS-GL-TITLE
               EVALUATE WS-BEST-RANK
                   WHEN 1
                       MOVE "導入" TO WS-GL-REQ-LEVEL
                   WHEN 2
                       MOVE "強化" TO WS-GL-REQ-LEVEL
                   WHEN OTHER
                       MOVE "なし" TO WS-GL-REQ-LEVEL
               END-EVALUATE
               MOVE WS-ELECTIVE-COUNT TO WS-GL-ELECTIVE
               WRITE REPORT-LINE FROM WS-GAP-LINE
           END-IF.

       CHECK-MANDATORY-COURSE SECTION.
           MOVE "N" TO WS-MANDATORY-FLAG
           PERFORM VARYING WS-MAND-I FROM 1 BY 1
                   UNTIL WS-MAND-I > WS-MAND-COUNT
                   OR WS-MANDATORY
               IF WS-MAND-COURSE(WS-MAND-I) = WS-CM-COURSE(WS-CM-I)
                   MOVE "Y" TO WS-MANDATORY-FLAG
               END-IF
           END-PERFORM.

       WRITE-REPORT-HEADING SECTION.
           MOVE WS-INPUT-DEPT-ID TO WS-RH-DEPT-ID
           MOVE DEP-NAME TO WS-RH-DEPT-NAME
           MOVE WS-CURRENT-DATE TO WS-RH-DATE
           MOVE WS-CATALOG-YEAR TO WS-RH-CATALOG
           WRITE REPORT-LINE FROM WS-REPORT-HEADING
           WRITE REPORT-LINE FROM WS-HEADER1
           IF WS-CATALOG-YEAR = ZERO
               WRITE REPORT-LINE FROM WS-NO-REQ-LINE
           END-IF.

       WRITE-OUTCOME-LEGEND SECTION.
           WRITE REPORT-LINE FROM WS-OUTCOME-TITLE
           PERFORM VARYING WS-OC-I FROM 1 BY 1
                   UNTIL WS-OC-I > WS-OC-COUNT
               MOVE WS-OC-CODE(WS-OC-I) TO WS-OL-CODE
               MOVE WS-OC-TITLE(WS-OC-I) TO WS-OL-TITLE
               WRITE REPORT-LINE FROM WS-OUTCOME-LINE
           END-PERFORM.

       CHECK-CONTINUE SECTION.
           DISPLAY CONTINUE-SCREEN
           ACCEPT CONTINUE-SCREEN.
