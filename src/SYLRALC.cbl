******************************************************************
      * シラバス管理システム - 教室自動割当てバッチ
      *
      * 指定した開講年度・学期で教室が未設定の科目とセクション
      * に、空いている教室を割り当てる。条件は次のとおり。
      *  - 収容人数が必要席数以上（必要席数は定員と現在の
      *    履修者数の大きい方）
      *  - 科目の設備要件（room_need.dat）のプロジェクタ・PCを
      *    備えている
      *  - 同じ年度・学期・曜日・時限に他の科目・セクションが
      *    使っていない
      * 候補が複数あれば学科の建物（学科の所在地が教室の建物名
      * で始まるもの）を優先し、その中で収容人数の最も小さい
      * 教室を選ぶ。必要席数の大きい科目から順に割り当てる。
      * 試行は割当て結果の出力のみ、実行はシラバス・セクション
      * の教室を更新する。割り当てられなかった科目は理由付きで
      * 一覧する。セクション開講の科目は科目側の教室は割り当て
      * ない
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLRALC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.
       SPECIAL-NAMES.
           CONSOLE IS CRT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT CLASSROOM-FILE
               ASSIGN TO "classroom.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROOM-CODE
               FILE STATUS IS WS-ROOM-STATUS.

           SELECT DEPARTMENT-FILE
               ASSIGN TO "department.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-ID
               FILE STATUS IS WS-DEPT-STATUS.

           SELECT ENROLLMENT-FILE
               ASSIGN TO "enrollment.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-KEY
               ALTERNATE RECORD KEY IS ENR-COURSE-ID WITH DUPLICATES
               FILE STATUS IS WS-ENR-STATUS.

           SELECT ROOM-NEED-FILE
               ASSIGN TO "room_need.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RND-COURSE-ID
               FILE STATUS IS WS-RND-STATUS.

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SYLLABUS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SYLFILE.

       FD  SECTION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SECFILE.

       FD  CLASSROOM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ROOMFILE.

       FD  DEPARTMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY DEPFILE.

       FD  ENROLLMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ENRFILE.

       FD  ROOM-NEED-FILE
           LABEL RECORDS ARE STANDARD.
           COPY RNDFILE.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SYL-STATUS            PIC XX VALUE "00".
           88  WS-SYL-SUCCESS       VALUE "00".
           88  WS-SYL-EOF           VALUE "10".

       01  WS-SEC-STATUS            PIC XX VALUE "00".
           88  WS-SEC-SUCCESS       VALUE "00".
           88  WS-SEC-EOF           VALUE "10".
       01  WS-SEC-OPEN-FLAG         PIC X VALUE "N".
           88  WS-SEC-OPEN          VALUE "Y".

       01  WS-ROOM-STATUS           PIC XX VALUE "00".
           88  WS-ROOM-SUCCESS      VALUE "00".
           88  WS-ROOM-EOF          VALUE "10".

       01  WS-DEPT-STATUS           PIC XX VALUE "00".
           88  WS-DEPT-SUCCESS      VALUE "00".

       01  WS-ENR-STATUS            PIC XX VALUE "00".
           88  WS-ENR-SUCCESS       VALUE "00".
           88  WS-ENR-EOF           VALUE "10".

       01  WS-RND-STATUS            PIC XX VALUE "00".
           88  WS-RND-SUCCESS       VALUE "00".

       01  WS-REPORT-STATUS         PIC XX VALUE "00".
           88  WS-REPORT-SUCCESS    VALUE "00".

       01  WS-CONTINUE-FLAG         PIC X VALUE "Y".
           88  WS-CONTINUE          VALUE "Y", "y".
           88  WS-EXIT              VALUE "N", "n".

       01  WS-CHOICE                PIC 9 VALUE 0.

       01  WS-CURRENT-DATE          PIC 9(8) VALUE ZERO.
       01  WS-REPORT-FILENAME       PIC X(40) VALUE SPACES.

       01  WS-INPUT-YEAR            PIC 9(4) VALUE ZERO.
       01  WS-INPUT-SEMESTER        PIC X(2) VALUE SPACES.
       01  WS-INPUT-COURSE-ID       PIC X(6) VALUE SPACES.
       01  WS-INPUT-PROJECTOR       PIC X(1) VALUE "N".
       01  WS-INPUT-PC              PIC X(1) VALUE "N".

      * 実行モード（試行は更新しない）
       01  WS-RUN-MODE              PIC X VALUE "T".
           88  WS-MODE-TRIAL        VALUE "T".
           88  WS-MODE-EXECUTE      VALUE "X".
       01  WS-CONFIRM               PIC X VALUE "N".
           88  WS-CONFIRMED         VALUE "Y", "y".

      * 有効な教室（建物名の長さは学科所在地との照合用）
       01  WS-RM-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-RM-TABLE.
           05  WS-RM-ENTRY OCCURS 500 TIMES.
               10  WS-RM-CODE           PIC X(10).
               10  WS-RM-BUILDING       PIC X(20).
               10  WS-RM-BLDG-LEN       PIC 9(2).
               10  WS-RM-CAPACITY       PIC 9(3).
               10  WS-RM-PROJECTOR      PIC X(1).
               10  WS-RM-PC             PIC X(1).
       01  WS-RM-I                  PIC 9(4) VALUE ZERO.

      * 対象学期の科目（セクションの科目照合と科目側の割当て用）
       01  WS-TC-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-TC-TABLE.
           05  WS-TC-ENTRY OCCURS 2000 TIMES.
               10  WS-TC-COURSE-ID      PIC X(6).
               10  WS-TC-COURSE-NAME    PIC X(30).
               10  WS-TC-DEPARTMENT-ID  PIC X(4).
               10  WS-TC-CLASSROOM      PIC X(10).
               10  WS-TC-DAY            PIC X(1).
               10  WS-TC-PERIOD         PIC 9(1).
               10  WS-TC-MAX-CAPACITY   PIC 9(3).
               10  WS-TC-HAS-SEC-FLAG   PIC X(1).
                   88  WS-TC-HAS-SEC    VALUE "Y".
       01  WS-TC-I                  PIC 9(4) VALUE ZERO.
       01  WS-TC-FOUND              PIC 9(4) VALUE ZERO.

      * 使用中の教室・曜日・時限
       01  WS-OC-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-OC-TABLE.
           05  WS-OC-ENTRY OCCURS 3000 TIMES.
               10  WS-OC-ROOM           PIC X(10).
               10  WS-OC-DAY            PIC X(1).
               10  WS-OC-PERIOD         PIC 9(1).
       01  WS-OC-I                  PIC 9(4) VALUE ZERO.
       01  WS-OCCUPIED-FLAG         PIC X VALUE "N".
           88  WS-OCCUPIED          VALUE "Y".

      * 割当て対象（教室未設定の科目・セクション）
       01  WS-CD-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-CD-TABLE.
           05  WS-CD-ENTRY OCCURS 1000 TIMES.
               10  WS-CD-COURSE-ID      PIC X(6).
               10  WS-CD-SEC-NO         PIC 9(2).
               10  WS-CD-COURSE-NAME    PIC X(30).
               10  WS-CD-DEPARTMENT-ID  PIC X(4).
               10  WS-CD-DAY            PIC X(1).
               10  WS-CD-PERIOD         PIC 9(1).
               10  WS-CD-NEED           PIC 9(3).
               10  WS-CD-PROJECTOR      PIC X(1).
               10  WS-CD-PC             PIC X(1).
               10  WS-CD-ROOM           PIC X(10).
               10  WS-CD-BUILDING       PIC X(20).
               10  WS-CD-REASON         PIC X(1).
                   88  WS-CD-PLACED     VALUE SPACE.
                   88  WS-CD-NO-SLOT    VALUE "T".
                   88  WS-CD-NO-SIZE    VALUE "C".
                   88  WS-CD-NO-EQUIP   VALUE "E".
                   88  WS-CD-NO-FREE    VALUE "F".
       01  WS-CD-I                  PIC 9(4) VALUE ZERO.
       01  WS-CD-J                  PIC 9(4) VALUE ZERO.
       01  WS-CD-SWAP               PIC X(80).

      * 候補教室の選定
       01  WS-BEST-ROOM             PIC 9(4) VALUE ZERO.
       01  WS-BEST-HOME-FLAG        PIC X VALUE "N".
           88  WS-BEST-HOME         VALUE "Y".
       01  WS-HOME-FLAG             PIC X VALUE "N".
           88  WS-HOME              VALUE "Y".
       01  WS-SIZE-OK-FLAG          PIC X VALUE "N".
           88  WS-SIZE-OK           VALUE "Y".
       01  WS-EQUIP-OK-FLAG         PIC X VALUE "N".
           88  WS-EQUIP-OK          VALUE "Y".
       01  WS-DEPT-LOCATION         PIC X(15) VALUE SPACES.
       01  WS-ENR-COUNT             PIC 9(3) VALUE ZERO.

       01  WS-PLACED-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-UNPLACED-COUNT        PIC 9(4) VALUE ZERO.
       01  WS-UPDATE-ERROR-COUNT    PIC 9(4) VALUE ZERO.

       01  WS-HEADER1               PIC X(132) VALUE ALL "=".
       01  WS-REPORT-TITLE          PIC X(132) VALUE
           "                          教室自動割当て結果".
       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-CONDITION-LINE.
           05  FILLER               PIC X(14) VALUE "開講年度: ".
           05  WS-CL-YEAR           PIC 9(4).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(10) VALUE "学期: ".
           05  WS-CL-SEMESTER       PIC X(2).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(12) VALUE "作成日: ".
           05  WS-CL-DATE           PIC 9(8).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-CL-MODE           PIC X(30).
           05  FILLER               PIC X(40) VALUE SPACES.

       01  WS-PLACED-TITLE          PIC X(132) VALUE
           "【割当て結果】".
       01  WS-UNPLACED-TITLE        PIC X(132) VALUE
           "【割当てできなかった科目】".

       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(8) VALUE "科目".
           05  FILLER               PIC X(4) VALUE "組".
           05  FILLER               PIC X(32) VALUE "科目名".
           05  FILLER               PIC X(7) VALUE "曜日".
           05  FILLER               PIC X(7) VALUE "時限".
           05  FILLER               PIC X(7) VALUE "席数".
           05  FILLER               PIC X(12) VALUE "教室".
           05  FILLER               PIC X(30) VALUE "建物／理由".
           05  FILLER               PIC X(25) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DT-COURSE-ID      PIC X(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DT-SEC-NO         PIC X(2).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DT-COURSE-NAME    PIC X(30).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DT-DAY            PIC X(1).
           05  FILLER               PIC X(6) VALUE SPACES.
           05  WS-DT-PERIOD         PIC 9(1).
           05  FILLER               PIC X(6) VALUE SPACES.
           05  WS-DT-NEED           PIC ZZ9.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  WS-DT-ROOM           PIC X(10).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DT-NOTE           PIC X(30).
           05  FILLER               PIC X(25) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER               PIC X(14) VALUE "対象件数: ".
           05  WS-SM-TOTAL          PIC ZZZ9.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(14) VALUE "割当て: ".
           05  WS-SM-PLACED         PIC ZZZ9.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(18) VALUE "割当て不可: ".
           05  WS-SM-UNPLACED       PIC ZZZ9.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(18) VALUE "更新エラー: ".
           05  WS-SM-ERRORS         PIC ZZZ9.
           05  FILLER               PIC X(40) VALUE SPACES.

       COPY LIBERROR.

       SCREEN SECTION.
       01  RALC-MENU-SCREEN.
           05  LINE 2 COL 1         VALUE "教室自動割当て".
           05  LINE 4 COL 1         VALUE
               "1. 科目の設備要件登録".
           05  LINE 5 COL 1         VALUE
               "2. 教室割当て（試行・出力のみ）".
           05  LINE 6 COL 1         VALUE
               "3. 教室割当て（実行・更新）".
           05  LINE 7 COL 1         VALUE "9. 戻る".
           05  LINE 9 COL 1         VALUE "選択: ".
           05  LINE 9 COL 8         PIC 9 USING WS-CHOICE.

       01  RALC-TERM-SCREEN.
           05  LINE 11 COL 1        VALUE "開講年度: ".
           05  LINE 11 COL 12       PIC 9(4) USING WS-INPUT-YEAR.
           05  LINE 12 COL 1        VALUE "学期: ".
           05  LINE 12 COL 8        PIC X(2) USING WS-INPUT-SEMESTER.

       01  RALC-NEED-SCREEN.
           05  LINE 11 COL 1        VALUE "科目コード: ".
           05  LINE 11 COL 14       PIC X(6) USING WS-INPUT-COURSE-ID.
           05  LINE 12 COL 1        VALUE
               "プロジェクタ要(Y/N): ".
           05  LINE 12 COL 23       PIC X(1) USING WS-INPUT-PROJECTOR.
           05  LINE 13 COL 1        VALUE "PC設備要(Y/N): ".
           05  LINE 13 COL 17       PIC X(1) USING WS-INPUT-PC.

       01  RALC-CONFIRM-SCREEN.
           05  LINE 14 COL 1        VALUE
               "教室を更新します。よろしいですか？".
           05  LINE 14 COL 37       VALUE "(Y/N): ".
           05  LINE 14 COL 44       PIC X USING WS-CONFIRM.

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
           OPEN I-O SYLLABUS-FILE
           MOVE "N" TO WS-SEC-OPEN-FLAG
           OPEN I-O SECTION-FILE
           IF WS-SEC-SUCCESS
               MOVE "Y" TO WS-SEC-OPEN-FLAG
           END-IF
           OPEN INPUT CLASSROOM-FILE
           OPEN INPUT DEPARTMENT-FILE
           OPEN INPUT ENROLLMENT-FILE
           OPEN I-O ROOM-NEED-FILE
           IF NOT WS-RND-SUCCESS
               OPEN OUTPUT ROOM-NEED-FILE
               CLOSE ROOM-NEED-FILE
               OPEN I-O ROOM-NEED-FILE
           END-IF.

       CLOSE-FILES SECTION.
           CLOSE SYLLABUS-FILE
           IF WS-SEC-OPEN
               CLOSE SECTION-FILE
           END-IF
           CLOSE CLASSROOM-FILE
           CLOSE DEPARTMENT-FILE
           CLOSE ENROLLMENT-FILE
           CLOSE ROOM-NEED-FILE.

       DISPLAY-MENU SECTION.
           DISPLAY RALC-MENU-SCREEN
           ACCEPT RALC-MENU-SCREEN.

       PROCESS-CHOICE SECTION.
           EVALUATE WS-CHOICE
               WHEN 1
                   PERFORM REGISTER-ROOM-NEED
               WHEN 2
                   MOVE "T" TO WS-RUN-MODE
                   PERFORM ALLOCATE-ROOMS
               WHEN 3
                   MOVE "X" TO WS-RUN-MODE
                   PERFORM ALLOCATE-ROOMS
               WHEN 9
                   MOVE "N" TO WS-CONTINUE-FLAG
               WHEN OTHER
                   DISPLAY MSG-INVALID-INPUT
           END-EVALUATE.

      * 科目の設備要件を登録・修正する。両方Nなら要件を削除する
       REGISTER-ROOM-NEED SECTION.
           MOVE SPACES TO WS-INPUT-COURSE-ID
           MOVE "N" TO WS-INPUT-PROJECTOR
           MOVE "N" TO WS-INPUT-PC
           DISPLAY RALC-NEED-SCREEN
           ACCEPT RALC-NEED-SCREEN
           MOVE WS-INPUT-COURSE-ID TO SYL-COURSE-ID
           READ SYLLABUS-FILE
               INVALID KEY
                   DISPLAY "科目コードが未登録です。"
                   MOVE "23" TO WS-SYL-STATUS
           END-READ
           IF WS-SYL-SUCCESS
               MOVE WS-INPUT-COURSE-ID TO RND-COURSE-ID
               IF WS-INPUT-PROJECTOR NOT = "Y"
               AND WS-INPUT-PC NOT = "Y"
                   DELETE ROOM-NEED-FILE
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   DISPLAY "設備要件なしとしました。"
               ELSE
                   MOVE WS-INPUT-PROJECTOR TO RND-NEED-PROJECTOR
                   MOVE WS-INPUT-PC TO RND-NEED-PC
                   MOVE WS-CURRENT-DATE TO RND-REG-DATE
                   WRITE ROOM-NEED-RECORD
                       INVALID KEY
                           REWRITE ROOM-NEED-RECORD
                               INVALID KEY
                                   DISPLAY MSG-FILE-WRITE
                               NOT INVALID KEY
                                   DISPLAY "設備要件を"
                                       "更新しました。"
                           END-REWRITE
                       NOT INVALID KEY
                           DISPLAY "設備要件を"
                               "登録しました。"
                   END-WRITE
               END-IF
           END-IF
           MOVE "00" TO WS-SYL-STATUS
           MOVE "00" TO WS-RND-STATUS.

      * 年度・学期を指定して割当てを行い、結果を出力する
       ALLOCATE-ROOMS SECTION.
           MOVE ZERO TO WS-INPUT-YEAR
           MOVE SPACES TO WS-INPUT-SEMESTER
           DISPLAY RALC-TERM-SCREEN
           ACCEPT RALC-TERM-SCREEN
           MOVE "Y" TO WS-CONFIRM
           IF WS-MODE-EXECUTE
               MOVE "N" TO WS-CONFIRM
               DISPLAY RALC-CONFIRM-SCREEN
               ACCEPT RALC-CONFIRM-SCREEN
           END-IF
           IF WS-INPUT-YEAR = ZERO
           OR WS-INPUT-SEMESTER = SPACES
               DISPLAY MSG-INVALID-INPUT
           ELSE
               IF WS-CONFIRMED
                   MOVE ZERO TO WS-PLACED-COUNT
                   MOVE ZERO TO WS-UNPLACED-COUNT
                   MOVE ZERO TO WS-UPDATE-ERROR-COUNT
                   MOVE ZERO TO WS-OC-COUNT
                   MOVE ZERO TO WS-CD-COUNT
                   PERFORM LOAD-ROOMS
                   PERFORM LOAD-TERM-COURSES
                   PERFORM LOAD-TERM-SECTIONS
                   PERFORM LOAD-COURSE-CANDIDATES
                   PERFORM SORT-CANDIDATES
                   PERFORM VARYING WS-CD-I FROM 1 BY 1
                           UNTIL WS-CD-I > WS-CD-COUNT
                       PERFORM ALLOCATE-ONE-CANDIDATE
                   END-PERFORM
                   IF WS-MODE-EXECUTE
                       PERFORM UPDATE-ALLOCATIONS
                   END-IF
                   PERFORM WRITE-ALLOCATION-REPORT
                   DISPLAY "割当て: " WS-PLACED-COUNT
                       "件  割当て不可: " WS-UNPLACED-COUNT "件"
                   DISPLAY "結果を出力しました: "
                       WS-REPORT-FILENAME
               END-IF
           END-IF.

      * 有効な教室を作業表へ読み込む
       LOAD-ROOMS SECTION.
           MOVE ZERO TO WS-RM-COUNT
           MOVE LOW-VALUES TO ROOM-CODE
           MOVE "00" TO WS-ROOM-STATUS
           START CLASSROOM-FILE KEY >= ROOM-CODE
               INVALID KEY
                   MOVE "10" TO WS-ROOM-STATUS
           END-START
           PERFORM UNTIL WS-ROOM-EOF
               READ CLASSROOM-FILE NEXT
                   AT END
                       MOVE "10" TO WS-ROOM-STATUS
                   NOT AT END
                       IF ROOM-ACTIVE
                       AND WS-RM-COUNT < 500
                           ADD 1 TO WS-RM-COUNT
                           MOVE ROOM-CODE
                               TO WS-RM-CODE(WS-RM-COUNT)
                           MOVE ROOM-BUILDING
                               TO WS-RM-BUILDING(WS-RM-COUNT)
                           MOVE FUNCTION LENGTH(FUNCTION TRIM(
                                   ROOM-BUILDING TRAILING))
                               TO WS-RM-BLDG-LEN(WS-RM-COUNT)
                           IF ROOM-BUILDING = SPACES
                               MOVE ZERO
                                   TO WS-RM-BLDG-LEN(WS-RM-COUNT)
                           END-IF
                           MOVE ROOM-CAPACITY
                               TO WS-RM-CAPACITY(WS-RM-COUNT)
                           MOVE ROOM-EQUIP-PROJECTOR
                               TO WS-RM-PROJECTOR(WS-RM-COUNT)
                           MOVE ROOM-EQUIP-PC
                               TO WS-RM-PC(WS-RM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-ROOM-STATUS.

      * 指定年度・学期の科目（閉講した科目を除く）を作業表へ
      * 読み込む
       LOAD-TERM-COURSES SECTION.
           MOVE ZERO TO WS-TC-COUNT
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
                       IF SYL-ACADEMIC-YEAR = WS-INPUT-YEAR
                       AND SYL-SEMESTER = WS-INPUT-SEMESTER
                       AND SYL-STATUS NOT = "C"
                       AND WS-TC-COUNT < 2000
                           ADD 1 TO WS-TC-COUNT
                           MOVE SYL-COURSE-ID
                               TO WS-TC-COURSE-ID(WS-TC-COUNT)
                           MOVE SYL-COURSE-NAME
                               TO WS-TC-COURSE-NAME(WS-TC-COUNT)
                           MOVE SYL-DEPARTMENT-ID
                               TO WS-TC-DEPARTMENT-ID(WS-TC-COUNT)
                           MOVE SYL-CLASSROOM
                               TO WS-TC-CLASSROOM(WS-TC-COUNT)
                           MOVE SYL-DAY-OF-WEEK
                               TO WS-TC-DAY(WS-TC-COUNT)
                           MOVE SYL-PERIOD
                               TO WS-TC-PERIOD(WS-TC-COUNT)
                           MOVE SYL-MAX-CAPACITY
                               TO WS-TC-MAX-CAPACITY(WS-TC-COUNT)
                           MOVE "N"
                               TO WS-TC-HAS-SEC-FLAG(WS-TC-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-SYL-STATUS.

      * 対象科目の有効なセクションを読み、教室のあるものは使用中
      * に、ないものは割当て対象にする
       LOAD-TERM-SECTIONS SECTION.
           IF WS-SEC-OPEN
               MOVE LOW-VALUES TO SEC-KEY
               MOVE "00" TO WS-SEC-STATUS
               START SECTION-FILE KEY >= SEC-KEY
                   INVALID KEY
                       MOVE "10" TO WS-SEC-STATUS
               END-START
               PERFORM UNTIL WS-SEC-EOF
                   READ SECTION-FILE NEXT
                       AT END
                           MOVE "10" TO WS-SEC-STATUS
                       NOT AT END
                           IF SEC-ACTIVE
                               PERFORM LOAD-ONE-SECTION
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-SEC-STATUS
           END-IF.

       LOAD-ONE-SECTION SECTION.
           MOVE ZERO TO WS-TC-FOUND
           PERFORM VARYING WS-TC-I FROM 1 BY 1
                   UNTIL WS-TC-I > WS-TC-COUNT
                   OR WS-TC-FOUND > ZERO
               IF WS-TC-COURSE-ID(WS-TC-I) = SEC-COURSE-ID
                   MOVE WS-TC-I TO WS-TC-FOUND
               END-IF
           END-PERFORM
           IF WS-TC-FOUND > ZERO
               MOVE "Y" TO WS-TC-HAS-SEC-FLAG(WS-TC-FOUND)
               IF SEC-CLASSROOM NOT = SPACES
                   IF WS-OC-COUNT < 3000
                       ADD 1 TO WS-OC-COUNT
                       MOVE SEC-CLASSROOM TO WS-OC-ROOM(WS-OC-COUNT)
                       MOVE SEC-DAY-OF-WEEK TO WS-OC-DAY(WS-OC-COUNT)
                       MOVE SEC-PERIOD TO WS-OC-PERIOD(WS-OC-COUNT)
                   END-IF
               ELSE
                   IF WS-CD-COUNT < 1000
                       ADD 1 TO WS-CD-COUNT
                       MOVE SEC-COURSE-ID
                           TO WS-CD-COURSE-ID(WS-CD-COUNT)
                       MOVE SEC-NO TO WS-CD-SEC-NO(WS-CD-COUNT)
                       MOVE WS-TC-COURSE-NAME(WS-TC-FOUND)
                           TO WS-CD-COURSE-NAME(WS-CD-COUNT)
                       MOVE WS-TC-DEPARTMENT-ID(WS-TC-FOUND)
                           TO WS-CD-DEPARTMENT-ID(WS-CD-COUNT)
                       MOVE SEC-DAY-OF-WEEK TO WS-CD-DAY(WS-CD-COUNT)
                       MOVE SEC-PERIOD TO WS-CD-PERIOD(WS-CD-COUNT)
                       MOVE SEC-MAX-CAPACITY
                           TO WS-CD-NEED(WS-CD-COUNT)
                       PERFORM SET-CANDIDATE-NEEDS
                   END-IF
               END-IF
           END-IF.

      * セクションのない科目のうち、教室のあるものは使用中に、
      * ないものは割当て対象にする
       LOAD-COURSE-CANDIDATES SECTION.
           PERFORM VARYING WS-TC-I FROM 1 BY 1
                   UNTIL WS-TC-I > WS-TC-COUNT
               IF NOT WS-TC-HAS-SEC(WS-TC-I)
                   IF WS-TC-CLASSROOM(WS-TC-I) NOT = SPACES
                       IF WS-OC-COUNT < 3000
                           ADD 1 TO WS-OC-COUNT
                           MOVE WS-TC-CLASSROOM(WS-TC-I)
                               TO WS-OC-ROOM(WS-OC-COUNT)
                           MOVE WS-TC-DAY(WS-TC-I)
                               TO WS-OC-DAY(WS-OC-COUNT)
                           MOVE WS-TC-PERIOD(WS-TC-I)
                               TO WS-OC-PERIOD(WS-OC-COUNT)
                       END-IF
                   ELSE
                       IF WS-CD-COUNT < 1000
                           ADD 1 TO WS-CD-COUNT
                           MOVE WS-TC-COURSE-ID(WS-TC-I)
                               TO WS-CD-COURSE-ID(WS-CD-COUNT)
                           MOVE ZERO TO WS-CD-SEC-NO(WS-CD-COUNT)
                           MOVE WS-TC-COURSE-NAME(WS-TC-I)
                               TO WS-CD-COURSE-NAME(WS-CD-COUNT)
                           MOVE WS-TC-DEPARTMENT-ID(WS-TC-I)
                               TO WS-CD-DEPARTMENT-ID(WS-CD-COUNT)
                           MOVE WS-TC-DAY(WS-TC-I)
                               TO WS-CD-DAY(WS-CD-COUNT)
                           MOVE WS-TC-PERIOD(WS-TC-I)
                               TO WS-CD-PERIOD(WS-CD-COUNT)
                           MOVE WS-TC-MAX-CAPACITY(WS-TC-I)
                               TO WS-CD-NEED(WS-CD-COUNT)
                           PERFORM SET-CANDIDATE-NEEDS
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * 割当て対象の必要席数（定員と現在の履修者数の大きい方）と
      * 設備要件を設定する
       SET-CANDIDATE-NEEDS SECTION.
           MOVE SPACES TO WS-CD-ROOM(WS-CD-COUNT)
           MOVE SPACES TO WS-CD-BUILDING(WS-CD-COUNT)
           MOVE SPACE TO WS-CD-REASON(WS-CD-COUNT)
           PERFORM COUNT-CANDIDATE-ENROLLMENT
           IF WS-ENR-COUNT > WS-CD-NEED(WS-CD-COUNT)
               MOVE WS-ENR-COUNT TO WS-CD-NEED(WS-CD-COUNT)
           END-IF
           MOVE "N" TO WS-CD-PROJECTOR(WS-CD-COUNT)
           MOVE "N" TO WS-CD-PC(WS-CD-COUNT)
           MOVE WS-CD-COURSE-ID(WS-CD-COUNT) TO RND-COURSE-ID
           READ ROOM-NEED-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RND-NEED-PROJECTOR
                       TO WS-CD-PROJECTOR(WS-CD-COUNT)
                   MOVE RND-NEED-PC TO WS-CD-PC(WS-CD-COUNT)
           END-READ
           MOVE "00" TO WS-RND-STATUS.

      * 科目（セクション指定時はそのセクション）の当該学期の
      * 有効な履修者を数える
       COUNT-CANDIDATE-ENROLLMENT SECTION.
           MOVE ZERO TO WS-ENR-COUNT
           MOVE WS-CD-COURSE-ID(WS-CD-COUNT) TO ENR-COURSE-ID
           MOVE "00" TO WS-ENR-STATUS
           START ENROLLMENT-FILE KEY = ENR-COURSE-ID
               INVALID KEY
                   MOVE "10" TO WS-ENR-STATUS
           END-START
           PERFORM UNTIL WS-ENR-EOF
               READ ENROLLMENT-FILE NEXT
                   AT END
                       MOVE "10" TO WS-ENR-STATUS
                   NOT AT END
                       IF ENR-COURSE-ID
                               NOT = WS-CD-COURSE-ID(WS-CD-COUNT)
                           MOVE "10" TO WS-ENR-STATUS
                       ELSE
                           IF ENR-SEMESTER = WS-INPUT-SEMESTER
                           AND ENR-ACTIVE
                           AND ENR-SECTION-NO
                               = WS-CD-SEC-NO(WS-CD-COUNT)
                           AND WS-ENR-COUNT < 999
                               ADD 1 TO WS-ENR-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-ENR-STATUS.

      * 必要席数の大きい順に並べる
       SORT-CANDIDATES SECTION.
           PERFORM VARYING WS-CD-I FROM 1 BY 1
                   UNTIL WS-CD-I >= WS-CD-COUNT
               PERFORM VARYING WS-CD-J FROM 1 BY 1
                       UNTIL WS-CD-J > WS-CD-COUNT - WS-CD-I
                   IF WS-CD-NEED(WS-CD-J) < WS-CD-NEED(WS-CD-J + 1)
                       MOVE WS-CD-ENTRY(WS-CD-J) TO WS-CD-SWAP
                       MOVE WS-CD-ENTRY(WS-CD-J + 1)
                           TO WS-CD-ENTRY(WS-CD-J)
                       MOVE WS-CD-SWAP TO WS-CD-ENTRY(WS-CD-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * 条件を満たす空き教室のうち、学科の建物にあるものを優先
      * し、収容人数の最も小さい教室を選ぶ
       ALLOCATE-ONE-CANDIDATE SECTION.
           IF WS-CD-DAY(WS-CD-I) < "1"
           OR WS-CD-DAY(WS-CD-I) > "6"
           OR WS-CD-PERIOD(WS-CD-I) = ZERO
               MOVE "T" TO WS-CD-REASON(WS-CD-I)
           ELSE
               MOVE SPACES TO WS-DEPT-LOCATION
               MOVE WS-CD-DEPARTMENT-ID(WS-CD-I) TO DEP-ID
               READ DEPARTMENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE DEP-OFFICE-LOCATION TO WS-DEPT-LOCATION
               END-READ
               MOVE "00" TO WS-DEPT-STATUS
               MOVE ZERO TO WS-BEST-ROOM
               MOVE "N" TO WS-BEST-HOME-FLAG
               MOVE "N" TO WS-SIZE-OK-FLAG
               MOVE "N" TO WS-EQUIP-OK-FLAG
               PERFORM VARYING WS-RM-I FROM 1 BY 1
                       UNTIL WS-RM-I > WS-RM-COUNT
                   PERFORM EVALUATE-ONE-ROOM
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-BEST-ROOM > ZERO
                       MOVE WS-RM-CODE(WS-BEST-ROOM)
                           TO WS-CD-ROOM(WS-CD-I)
                       MOVE WS-RM-BUILDING(WS-BEST-ROOM)
                           TO WS-CD-BUILDING(WS-CD-I)
                       IF WS-OC-COUNT < 3000
                           ADD 1 TO WS-OC-COUNT
                           MOVE WS-RM-CODE(WS-BEST-ROOM)
                               TO WS-OC-ROOM(WS-OC-COUNT)
                           MOVE WS-CD-DAY(WS-CD-I)
                               TO WS-OC-DAY(WS-OC-COUNT)
                           MOVE WS-CD-PERIOD(WS-CD-I)
                               TO WS-OC-PERIOD(WS-OC-COUNT)
                       END-IF
                   WHEN NOT WS-SIZE-OK
                       MOVE "C" TO WS-CD-REASON(WS-CD-I)
                   WHEN NOT WS-EQUIP-OK
                       MOVE "E" TO WS-CD-REASON(WS-CD-I)
                   WHEN OTHER
                       MOVE "F" TO WS-CD-REASON(WS-CD-I)
               END-EVALUATE
           END-IF
           IF WS-CD-PLACED(WS-CD-I)
               ADD 1 TO WS-PLACED-COUNT
           ELSE
               ADD 1 TO WS-UNPLACED-COUNT
           END-IF.

       EVALUATE-ONE-ROOM SECTION.
           IF WS-RM-CAPACITY(WS-RM-I) >= WS-CD-NEED(WS-CD-I)
               MOVE "Y" TO WS-SIZE-OK-FLAG
               IF (WS-CD-PROJECTOR(WS-CD-I) NOT = "Y"
                   OR WS-RM-PROJECTOR(WS-RM-I) = "Y")
               AND (WS-CD-PC(WS-CD-I) NOT = "Y"
                   OR WS-RM-PC(WS-RM-I) = "Y")
                   MOVE "Y" TO WS-EQUIP-OK-FLAG
                   PERFORM CHECK-ROOM-OCCUPIED
                   IF NOT WS-OCCUPIED
                       PERFORM CHECK-HOME-BUILDING
                       IF WS-BEST-ROOM = ZERO
                       OR (WS-HOME AND NOT WS-BEST-HOME)
                       OR (WS-HOME-FLAG = WS-BEST-HOME-FLAG
                           AND WS-RM-CAPACITY(WS-RM-I)
                               < WS-RM-CAPACITY(WS-BEST-ROOM))
                           MOVE WS-RM-I TO WS-BEST-ROOM
                           MOVE WS-HOME-FLAG TO WS-BEST-HOME-FLAG
                       END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-ROOM-OCCUPIED SECTION.
           MOVE "N" TO WS-OCCUPIED-FLAG
           PERFORM VARYING WS-OC-I FROM 1 BY 1
                   UNTIL WS-OC-I > WS-OC-COUNT
                   OR WS-OCCUPIED
               IF WS-OC-ROOM(WS-OC-I) = WS-RM-CODE(WS-RM-I)
               AND WS-OC-DAY(WS-OC-I) = WS-CD-DAY(WS-CD-I)
               AND WS-OC-PERIOD(WS-OC-I) = WS-CD-PERIOD(WS-CD-I)
                   MOVE "Y" TO WS-OCCUPIED-FLAG
               END-IF
           END-PERFORM.

      * 学科の所在地が教室の建物名で始まれば学科の建物とみなす
       CHECK-HOME-BUILDING SECTION.
           MOVE "N" TO WS-HOME-FLAG
           IF WS-RM-BLDG-LEN(WS-RM-I) > ZERO
           AND WS-RM-BLDG-LEN(WS-RM-I) <= 15
           AND WS-DEPT-LOCATION NOT = SPACES
               IF WS-DEPT-LOCATION(1:WS-RM-BLDG-LEN(WS-RM-I))
                   = WS-RM-BUILDING(WS-RM-I)
                       (1:WS-RM-BLDG-LEN(WS-RM-I))
                   MOVE "Y" TO WS-HOME-FLAG
               END-IF
           END-IF.

      * 割り当てた教室をシラバス・セクションに書き込む。割当て後
      * に他の処理で教室が設定されていた場合は上書きしない
       UPDATE-ALLOCATIONS SECTION.
           PERFORM VARYING WS-CD-I FROM 1 BY 1
                   UNTIL WS-CD-I > WS-CD-COUNT
               IF WS-CD-PLACED(WS-CD-I)
                   IF WS-CD-SEC-NO(WS-CD-I) = ZERO
                       PERFORM UPDATE-COURSE-ROOM
                   ELSE
                       PERFORM UPDATE-SECTION-ROOM
                   END-IF
               END-IF
           END-PERFORM.

       UPDATE-COURSE-ROOM SECTION.
           MOVE WS-CD-COURSE-ID(WS-CD-I) TO SYL-COURSE-ID
           READ SYLLABUS-FILE
               INVALID KEY
                   ADD 1 TO WS-UPDATE-ERROR-COUNT
               NOT INVALID KEY
                   IF SYL-CLASSROOM = SPACES
                       MOVE WS-CD-ROOM(WS-CD-I) TO SYL-CLASSROOM
                       REWRITE SYLLABUS-FILE-REC
                           INVALID KEY
                               ADD 1 TO WS-UPDATE-ERROR-COUNT
                       END-REWRITE
                   ELSE
                       ADD 1 TO WS-UPDATE-ERROR-COUNT
                   END-IF
           END-READ
           MOVE "00" TO WS-SYL-STATUS.

       UPDATE-SECTION-ROOM SECTION.
           MOVE WS-CD-COURSE-ID(WS-CD-I) TO SEC-COURSE-ID
           MOVE WS-CD-SEC-NO(WS-CD-I) TO SEC-NO
           READ SECTION-FILE
               INVALID KEY
                   ADD 1 TO WS-UPDATE-ERROR-COUNT
               NOT INVALID KEY
                   IF SEC-CLASSROOM = SPACES
                       MOVE WS-CD-ROOM(WS-CD-I) TO SEC-CLASSROOM
                       REWRITE SECTION-RECORD
                           INVALID KEY
                               ADD 1 TO WS-UPDATE-ERROR-COUNT
                       END-REWRITE
                   ELSE
                       ADD 1 TO WS-UPDATE-ERROR-COUNT
                   END-IF
           END-READ
           MOVE "00" TO WS-SEC-STATUS.

       WRITE-ALLOCATION-REPORT SECTION.
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "room_allocation_" DELIMITED BY SIZE
                   WS-INPUT-SEMESTER DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-CURRENT-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           OPEN OUTPUT REPORT-FILE
           WRITE REPORT-LINE FROM WS-HEADER1
           WRITE REPORT-LINE FROM WS-REPORT-TITLE
           WRITE REPORT-LINE FROM WS-HEADER1
           MOVE WS-INPUT-YEAR TO WS-CL-YEAR
           MOVE WS-INPUT-SEMESTER TO WS-CL-SEMESTER
           MOVE WS-CURRENT-DATE TO WS-CL-DATE
           IF WS-MODE-EXECUTE
               MOVE "（実行・更新済み）" TO WS-CL-MODE
           ELSE
               MOVE "（試行・更新なし）" TO WS-CL-MODE
           END-IF
           WRITE REPORT-LINE FROM WS-CONDITION-LINE
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-PLACED-TITLE
           WRITE REPORT-LINE FROM WS-COLUMN-HEADER
           PERFORM VARYING WS-CD-I FROM 1 BY 1
                   UNTIL WS-CD-I > WS-CD-COUNT
               IF WS-CD-PLACED(WS-CD-I)
                   PERFORM WRITE-CANDIDATE-LINE
               END-IF
           END-PERFORM
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-UNPLACED-TITLE
           WRITE REPORT-LINE FROM WS-COLUMN-HEADER
           PERFORM VARYING WS-CD-I FROM 1 BY 1
                   UNTIL WS-CD-I > WS-CD-COUNT
               IF NOT WS-CD-PLACED(WS-CD-I)
                   PERFORM WRITE-CANDIDATE-LINE
               END-IF
           END-PERFORM
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-CD-COUNT TO WS-SM-TOTAL
           MOVE WS-PLACED-COUNT TO WS-SM-PLACED
           MOVE WS-UNPLACED-COUNT TO WS-SM-UNPLACED
           MOVE WS-UPDATE-ERROR-COUNT TO WS-SM-ERRORS
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE
           CLOSE REPORT-FILE.

       WRITE-CANDIDATE-LINE SECTION.
           MOVE WS-CD-COURSE-ID(WS-CD-I) TO WS-DT-COURSE-ID
           IF WS-CD-SEC-NO(WS-CD-I) = ZERO
               MOVE SPACES TO WS-DT-SEC-NO
           ELSE
               MOVE WS-CD-SEC-NO(WS-CD-I) TO WS-DT-SEC-NO
           END-IF
           MOVE WS-CD-COURSE-NAME(WS-CD-I) TO WS-DT-COURSE-NAME
           MOVE WS-CD-DAY(WS-CD-I) TO WS-DT-DAY
           MOVE WS-CD-PERIOD(WS-CD-I) TO WS-DT-PERIOD
           MOVE WS-CD-NEED(WS-CD-I) TO WS-DT-NEED
           MOVE WS-CD-ROOM(WS-CD-I) TO WS-DT-ROOM
           EVALUATE TRUE
               WHEN WS-CD-PLACED(WS-CD-I)
                   MOVE WS-CD-BUILDING(WS-CD-I) TO WS-DT-NOTE
               WHEN WS-CD-NO-SLOT(WS-CD-I)
                   MOVE "曜日・時限が未設定" TO WS-DT-NOTE
               WHEN WS-CD-NO-SIZE(WS-CD-I)
                   MOVE "収容できる教室なし"
                       TO WS-DT-NOTE
               WHEN WS-CD-NO-EQUIP(WS-CD-I)
                   MOVE "設備の合う教室なし" TO WS-DT-NOTE
               WHEN OTHER
                   MOVE "空き教室なし" TO WS-DT-NOTE
           END-EVALUATE
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       CHECK-CONTINUE SECTION.
           DISPLAY CONTINUE-SCREEN
           ACCEPT CONTINUE-SCREEN.
