      ******************************************************************
      * シラバス管理システム - 追試験編成バッチ
      *
      * 申請期限を過ぎた学期について、学科長が承認した追試験の
      * 申請（MKAFILE）を追試験期間（MKPFILE）のコマ（日数×4限）
      * と教室に割り当てる。
      *  ・申請者の多い科目から先に割り当てる
      *  ・同じ学生が同一コマで2科目の追試験を受けないよう、
      *    申請の突き合わせで学生単位の重複を検査する
      *  ・教室は教室マスタ（ROOMFILE）の使用可能な教室のうち、
      *    受験者数以上の定員があり同じコマで未使用のものを使う
      *  ・割り当てた申請は編成済（S）としてコマと教室を記録する。
      *    再実行時は編成済の申請も含めて割り当て直す
      *  ・担当教員別の受験者一覧と、監督者用の教室別一覧を出力
      *    する。割り当てられなかった科目は例外として印字
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLMKSC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAKEUP-APP-FILE
               ASSIGN TO "makeup_application.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MKA-KEY
               FILE STATUS IS WS-MKA-STATUS.

           SELECT MAKEUP-PERIOD-FILE
               ASSIGN TO "makeup_period.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MKP-SEMESTER
               FILE STATUS IS WS-MKP-STATUS.

           SELECT SYLLABUS-FILE
               ASSIGN TO "syllabus.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SYL-COURSE-ID
               ALTERNATE RECORD KEY IS SYL-TEACHER-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-DEPARTMENT-ID WITH DUPLICATES
               ALTERNATE RECORD KEY IS SYL-SEMESTER WITH DUPLICATES
               FILE STATUS IS WS-SYL-STATUS.

           SELECT TEACHER-FILE
               ASSIGN TO "teacher.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TEA-ID
               FILE STATUS IS WS-TEA-STATUS.

           SELECT STUDENT-FILE
               ASSIGN TO "student.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STU-ID
               FILE STATUS IS WS-STU-STATUS.

           SELECT ROOM-FILE
               ASSIGN TO "room.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ROOM-CODE
               FILE STATUS IS WS-ROOM-STATUS.

           SELECT TEACHER-REPORT-FILE
               ASSIGN TO WS-TEA-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRPT-STATUS.

           SELECT INVIGILATION-REPORT-FILE
               ASSIGN TO WS-INV-RPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAKEUP-APP-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MKAFILE.

       FD  MAKEUP-PERIOD-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MKPFILE.

       FD  SYLLABUS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SYLFILE.

       FD  TEACHER-FILE
           LABEL RECORDS ARE STANDARD.
           COPY TEAFILE.

       FD  STUDENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STUFILE.

       FD  ROOM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ROOMFILE.

       FD  TEACHER-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  TEACHER-REPORT-LINE      PIC X(132).

       FD  INVIGILATION-REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  INVIGILATION-REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-MKA-STATUS            PIC XX VALUE "00".
           88  WS-MKA-SUCCESS       VALUE "00".
           88  WS-MKA-EOF           VALUE "10".

       01  WS-MKP-STATUS            PIC XX VALUE "00".
           88  WS-MKP-SUCCESS       VALUE "00".

       01  WS-SYL-STATUS            PIC XX VALUE "00".
           88  WS-SYL-SUCCESS       VALUE "00".

       01  WS-TEA-STATUS            PIC XX VALUE "00".
           88  WS-TEA-SUCCESS       VALUE "00".

       01  WS-STU-STATUS            PIC XX VALUE "00".
           88  WS-STU-SUCCESS       VALUE "00".

       01  WS-ROOM-STATUS           PIC XX VALUE "00".
           88  WS-ROOM-SUCCESS      VALUE "00".
           88  WS-ROOM-EOF          VALUE "10".

       01  WS-TRPT-STATUS           PIC XX VALUE "00".
           88  WS-TRPT-SUCCESS      VALUE "00".

       01  WS-IRPT-STATUS           PIC XX VALUE "00".
           88  WS-IRPT-SUCCESS      VALUE "00".

       01  WS-CURRENT-DATE          PIC 9(8) VALUE ZERO.
       01  WS-TEA-RPT-FILENAME      PIC X(50) VALUE SPACES.
       01  WS-INV-RPT-FILENAME      PIC X(50) VALUE SPACES.
       01  WS-TARGET-SEMESTER       PIC X(2) VALUE SPACES.
       01  WS-RUN-FLAG              PIC X VALUE "N".
           88  WS-RUN-OK            VALUE "Y".

      * 追試験コマ：追試験期間の日数×4限（最大5日＝20コマ）
       01  WS-SLOT-MAX              PIC 9(2) VALUE ZERO.

      * 対象の申請（承認済・編成済）
       01  WS-AP-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-AP-TABLE.
           05  WS-AP-ENTRY OCCURS 2000 TIMES.
               10  WS-AP-STUDENT        PIC X(7).
               10  WS-AP-COURSE         PIC X(6).
       01  WS-AP-I                  PIC 9(4) VALUE ZERO.
       01  WS-AP-J                  PIC 9(4) VALUE ZERO.
       01  WS-PENDING-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-SCHEDULED-COUNT       PIC 9(4) VALUE ZERO.

      * 対象科目の一覧（担当教員・受験者数・割当コマ・割当教室）
       01  WS-MC-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-MC-TABLE.
           05  WS-MC-ENTRY OCCURS 300 TIMES.
               10  WS-MC-COURSE         PIC X(6).
               10  WS-MC-TEACHER        PIC X(5).
               10  WS-MC-COUNT-STU      PIC 9(4).
               10  WS-MC-SLOT           PIC 9(2).
               10  WS-MC-ROOM           PIC X(10).
       01  WS-MC-I                  PIC 9(3) VALUE ZERO.
       01  WS-MC-J                  PIC 9(3) VALUE ZERO.
       01  WS-MC-FOUND-FLAG         PIC X VALUE "N".
           88  WS-MC-FOUND          VALUE "Y".
       01  WS-MC-SWAP-FLAG          PIC X VALUE "N".
           88  WS-MC-SWAP           VALUE "Y".
       01  WS-MC-TEMP               PIC X(27).

      * 教室の一覧（コマごとの使用済み印）
       01  WS-RM-COUNT              PIC 9(3) VALUE ZERO.
       01  WS-RM-TABLE.
           05  WS-RM-ENTRY OCCURS 100 TIMES.
               10  WS-RM-CODE           PIC X(10).
               10  WS-RM-CAPACITY       PIC 9(3).
               10  WS-RM-USED           PIC X(1) OCCURS 20 TIMES.
       01  WS-RM-I                  PIC 9(3) VALUE ZERO.

       01  WS-TRY-SLOT              PIC 9(2) VALUE ZERO.
       01  WS-ASSIGN-OK-FLAG        PIC X VALUE "N".
           88  WS-ASSIGN-OK         VALUE "Y".
       01  WS-CLASH-FLAG            PIC X VALUE "N".
           88  WS-HAS-CLASH         VALUE "Y".
       01  WS-PICK-ROOM             PIC X(10) VALUE SPACES.
       01  WS-PICK-ROOM-I           PIC 9(3) VALUE ZERO.
       01  WS-UNASSIGNED-COUNT      PIC 9(3) VALUE ZERO.
       01  WS-PREV-TEACHER          PIC X(5) VALUE SPACES.

       01  WS-SLOT-DAY              PIC 9 VALUE 0.
       01  WS-SLOT-PERIOD           PIC 9 VALUE 0.

       01  WS-HEADER1               PIC X(132) VALUE ALL "=".
       01  WS-TEA-TITLE             PIC X(132) VALUE
           "                          追試験 "
           & "担当教員別受験者一覧".
       01  WS-INV-TITLE             PIC X(132) VALUE
           "                          追試験 "
           & "監督者用教室別一覧".
       01  WS-EXCEPTION-TITLE       PIC X(132) VALUE
           "【割当不能の科目】".
       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-PERIOD-LINE.
           05  FILLER               PIC X(8) VALUE "学期: ".
           05  WS-PL-SEMESTER       PIC X(2).
           05  FILLER               PIC X(22) VALUE
               "  追試験開始日: ".
           05  WS-PL-START          PIC 9(8).
           05  FILLER               PIC X(10) VALUE "  日数: ".
           05  WS-PL-DAYS           PIC 9.
           05  FILLER               PIC X(3) VALUE "日".
           05  FILLER               PIC X(16) VALUE
               "  申請期限: ".
           05  WS-PL-DEADLINE       PIC 9(8).
           05  FILLER               PIC X(54) VALUE SPACES.

       01  WS-TEACHER-HEADER.
           05  FILLER               PIC X(17) VALUE
               "【担当教員: ".
           05  WS-TH-TEACHER        PIC X(5).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-TH-LAST-NAME      PIC X(20).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-TH-FIRST-NAME     PIC X(20).
           05  FILLER               PIC X(3) VALUE "】".
           05  FILLER               PIC X(64) VALUE SPACES.

       01  WS-COURSE-LINE.
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-CL-COURSE         PIC X(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-CL-NAME           PIC X(30).
           05  FILLER               PIC X(4) VALUE " 第".
           05  WS-CL-DAY            PIC 9.
           05  FILLER               PIC X(4) VALUE "日 ".
           05  WS-CL-PERIOD         PIC 9.
           05  FILLER               PIC X(5) VALUE "限  ".
           05  FILLER               PIC X(8) VALUE "教室: ".
           05  WS-CL-ROOM           PIC X(18).
           05  FILLER               PIC X(16) VALUE
               "  受験者数: ".
           05  WS-CL-COUNT          PIC ZZZ9.
           05  FILLER               PIC X(31) VALUE SPACES.

       01  WS-STUDENT-LINE.
           05  FILLER               PIC X(6) VALUE SPACES.
           05  WS-SL-STUDENT        PIC X(7).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-SL-LAST-NAME      PIC X(20).
           05  FILLER               PIC X(1) VALUE SPACE.
           05  WS-SL-FIRST-NAME     PIC X(20).
           05  WS-SL-NOTE           PIC X(20).
           05  FILLER               PIC X(56) VALUE SPACES.

       COPY LIBERROR.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           DISPLAY "対象学期: "
           ACCEPT WS-TARGET-SEMESTER
           IF WS-TARGET-SEMESTER = SPACES
               DISPLAY "学期が未指定のため処理を中止し"
                   "ます。"
           ELSE
               PERFORM OPEN-FILES
               PERFORM CHECK-MAKEUP-PERIOD
               IF WS-RUN-OK
                   PERFORM LOAD-APPLICATIONS
                   PERFORM LOAD-ROOMS
                   PERFORM SORT-COURSES-BY-SIZE
                   PERFORM ASSIGN-ALL-COURSES
                   PERFORM UPDATE-APPLICATIONS
                   PERFORM WRITE-TEACHER-LIST
                   PERFORM WRITE-INVIGILATION-LIST
                   DISPLAY "追試験を編成しました。"
                   DISPLAY "対象科目: " WS-MC-COUNT "科目"
                   DISPLAY "編成済申請: " WS-SCHEDULED-COUNT "件"
                   DISPLAY "割当不能: " WS-UNASSIGNED-COUNT "科目"
                   IF WS-PENDING-COUNT > ZERO
                       DISPLAY "未判定の申請"
                           "（編成対象外）: "
                           WS-PENDING-COUNT "件"
                   END-IF
               END-IF
               PERFORM CLOSE-FILES
           END-IF
           GOBACK.

       OPEN-FILES SECTION.
           STRING "makeup_teachers_" DELIMITED BY SIZE
                   WS-TARGET-SEMESTER DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-CURRENT-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-TEA-RPT-FILENAME
           STRING "makeup_invigilation_" DELIMITED BY SIZE
                   WS-TARGET-SEMESTER DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-CURRENT-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
               INTO WS-INV-RPT-FILENAME
           OPEN I-O MAKEUP-APP-FILE
           IF NOT WS-MKA-SUCCESS
               OPEN OUTPUT MAKEUP-APP-FILE
               CLOSE MAKEUP-APP-FILE
               OPEN I-O MAKEUP-APP-FILE
           END-IF
           OPEN INPUT MAKEUP-PERIOD-FILE
           OPEN INPUT SYLLABUS-FILE
           OPEN INPUT TEACHER-FILE
           OPEN INPUT STUDENT-FILE
           OPEN INPUT ROOM-FILE.

       CLOSE-FILES SECTION.
           CLOSE MAKEUP-APP-FILE
           CLOSE MAKEUP-PERIOD-FILE
           CLOSE SYLLABUS-FILE
           CLOSE TEACHER-FILE
           CLOSE STUDENT-FILE
           CLOSE ROOM-FILE
           IF WS-RUN-OK
               CLOSE TEACHER-REPORT-FILE
               CLOSE INVIGILATION-REPORT-FILE
           END-IF.

      * 追試験期間が設定済で、申請期限を過ぎていることを確認する
       CHECK-MAKEUP-PERIOD SECTION.
           MOVE "N" TO WS-RUN-FLAG
           MOVE WS-TARGET-SEMESTER TO MKP-SEMESTER
           READ MAKEUP-PERIOD-FILE
               INVALID KEY
                   DISPLAY "この学期の追試験期間が"
                       "未設定です。"
               NOT INVALID KEY
                   IF WS-CURRENT-DATE <= MKP-APPLY-DEADLINE
                       DISPLAY "申請期限前のため"
                           "編成できません。"
                   ELSE
                       MOVE "Y" TO WS-RUN-FLAG
                   END-IF
           END-READ
           MOVE "00" TO WS-MKP-STATUS
           IF WS-RUN-OK
               COMPUTE WS-SLOT-MAX = MKP-DAYS * 4
               IF WS-SLOT-MAX > 20
                   MOVE 20 TO WS-SLOT-MAX
               END-IF
               OPEN OUTPUT TEACHER-REPORT-FILE
               OPEN OUTPUT INVIGILATION-REPORT-FILE
           END-IF.

      * 対象学期の承認済・編成済の申請を読み込み、科目別に数える
       LOAD-APPLICATIONS SECTION.
           MOVE WS-TARGET-SEMESTER TO MKA-SEMESTER
           MOVE LOW-VALUES TO MKA-STUDENT-ID
           MOVE LOW-VALUES TO MKA-COURSE-ID
           START MAKEUP-APP-FILE KEY >= MKA-KEY
               INVALID KEY
                   MOVE "10" TO WS-MKA-STATUS
           END-START
           PERFORM UNTIL WS-MKA-EOF
               READ MAKEUP-APP-FILE NEXT
                   AT END
                       MOVE "10" TO WS-MKA-STATUS
                   NOT AT END
                       IF MKA-SEMESTER NOT = WS-TARGET-SEMESTER
                           MOVE "10" TO WS-MKA-STATUS
                       ELSE
                           IF MKA-PENDING
                               ADD 1 TO WS-PENDING-COUNT
                           END-IF
                           IF (MKA-APPROVED OR MKA-SCHEDULED)
                           AND WS-AP-COUNT < 2000
                               PERFORM COUNT-ONE-APPLICATION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-MKA-STATUS.

       COUNT-ONE-APPLICATION SECTION.
           ADD 1 TO WS-AP-COUNT
           MOVE MKA-STUDENT-ID TO WS-AP-STUDENT(WS-AP-COUNT)
           MOVE MKA-COURSE-ID TO WS-AP-COURSE(WS-AP-COUNT)
           MOVE "N" TO WS-MC-FOUND-FLAG
           PERFORM VARYING WS-MC-I FROM 1 BY 1
                   UNTIL WS-MC-I > WS-MC-COUNT
                   OR WS-MC-FOUND
               IF WS-MC-COURSE(WS-MC-I) = MKA-COURSE-ID
                   MOVE "Y" TO WS-MC-FOUND-FLAG
                   ADD 1 TO WS-MC-COUNT-STU(WS-MC-I)
               END-IF
           END-PERFORM
           IF NOT WS-MC-FOUND
           AND WS-MC-COUNT < 300
               ADD 1 TO WS-MC-COUNT
               MOVE MKA-COURSE-ID TO WS-MC-COURSE(WS-MC-COUNT)
               MOVE MKA-COURSE-ID TO SYL-COURSE-ID
               READ SYLLABUS-FILE
                   INVALID KEY
                       MOVE SPACES TO SYL-TEACHER-ID
               END-READ
               MOVE "00" TO WS-SYL-STATUS
               MOVE SYL-TEACHER-ID TO WS-MC-TEACHER(WS-MC-COUNT)
               MOVE 1 TO WS-MC-COUNT-STU(WS-MC-COUNT)
               MOVE ZERO TO WS-MC-SLOT(WS-MC-COUNT)
               MOVE SPACES TO WS-MC-ROOM(WS-MC-COUNT)
           END-IF.

       LOAD-ROOMS SECTION.
           MOVE LOW-VALUES TO ROOM-CODE
           START ROOM-FILE KEY >= ROOM-CODE
               INVALID KEY
                   MOVE "10" TO WS-ROOM-STATUS
           END-START
           PERFORM UNTIL WS-ROOM-EOF
               READ ROOM-FILE NEXT
                   AT END
                       MOVE "10" TO WS-ROOM-STATUS
                   NOT AT END
                       IF ROOM-ACTIVE
                       AND WS-RM-COUNT < 100
                           ADD 1 TO WS-RM-COUNT
                           MOVE ROOM-CODE
                               TO WS-RM-CODE(WS-RM-COUNT)
                           MOVE ROOM-CAPACITY
                               TO WS-RM-CAPACITY(WS-RM-COUNT)
                           PERFORM VARYING WS-TRY-SLOT FROM 1 BY 1
                                   UNTIL WS-TRY-SLOT > 20
                               MOVE SPACE TO
                                   WS-RM-USED(WS-RM-COUNT,
                                       WS-TRY-SLOT)
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-ROOM-STATUS.

      * 申請者の多い科目から割り当てる
       SORT-COURSES-BY-SIZE SECTION.
           PERFORM VARYING WS-MC-I FROM 1 BY 1
                   UNTIL WS-MC-I >= WS-MC-COUNT
               PERFORM VARYING WS-MC-J FROM WS-MC-I BY 1
                       UNTIL WS-MC-J > WS-MC-COUNT
                   IF WS-MC-COUNT-STU(WS-MC-J) >
                       WS-MC-COUNT-STU(WS-MC-I)
                       PERFORM SWAP-COURSE-ENTRIES
                   END-IF
               END-PERFORM
           END-PERFORM.

       SWAP-COURSE-ENTRIES SECTION.
           MOVE WS-MC-ENTRY(WS-MC-I) TO WS-MC-TEMP
           MOVE WS-MC-ENTRY(WS-MC-J) TO WS-MC-ENTRY(WS-MC-I)
           MOVE WS-MC-TEMP TO WS-MC-ENTRY(WS-MC-J).

       ASSIGN-ALL-COURSES SECTION.
           PERFORM VARYING WS-MC-I FROM 1 BY 1
                   UNTIL WS-MC-I > WS-MC-COUNT
               PERFORM ASSIGN-ONE-COURSE
               IF NOT WS-ASSIGN-OK
                   ADD 1 TO WS-UNASSIGNED-COUNT
               END-IF
           END-PERFORM.

       ASSIGN-ONE-COURSE SECTION.
           MOVE "N" TO WS-ASSIGN-OK-FLAG
           PERFORM VARYING WS-TRY-SLOT FROM 1 BY 1
                   UNTIL WS-TRY-SLOT > WS-SLOT-MAX
                   OR WS-ASSIGN-OK
               PERFORM CHECK-SLOT-CLASH
               IF NOT WS-HAS-CLASH
                   PERFORM PICK-FREE-ROOM
                   IF WS-PICK-ROOM NOT = SPACES
                       MOVE WS-TRY-SLOT TO WS-MC-SLOT(WS-MC-I)
                       MOVE WS-PICK-ROOM TO WS-MC-ROOM(WS-MC-I)
                       MOVE "U" TO
                           WS-RM-USED(WS-PICK-ROOM-I, WS-TRY-SLOT)
                       MOVE "Y" TO WS-ASSIGN-OK-FLAG
                   END-IF
               END-IF
           END-PERFORM.

      * 同じコマに割当済みの追試験と申請学生が重なっていないかを
      * 申請の突き合わせで確認する
       CHECK-SLOT-CLASH SECTION.
           MOVE "N" TO WS-CLASH-FLAG
           PERFORM VARYING WS-MC-J FROM 1 BY 1
                   UNTIL WS-MC-J > WS-MC-COUNT
                   OR WS-HAS-CLASH
               IF WS-MC-J NOT = WS-MC-I
               AND WS-MC-SLOT(WS-MC-J) = WS-TRY-SLOT
                   PERFORM CHECK-SHARED-STUDENTS
               END-IF
           END-PERFORM.

       CHECK-SHARED-STUDENTS SECTION.
           PERFORM VARYING WS-AP-I FROM 1 BY 1
                   UNTIL WS-AP-I > WS-AP-COUNT
                   OR WS-HAS-CLASH
               IF WS-AP-COURSE(WS-AP-I) = WS-MC-COURSE(WS-MC-I)
                   PERFORM VARYING WS-AP-J FROM 1 BY 1
                           UNTIL WS-AP-J > WS-AP-COUNT
                           OR WS-HAS-CLASH
                       IF WS-AP-COURSE(WS-AP-J) =
                           WS-MC-COURSE(WS-MC-J)
                       AND WS-AP-STUDENT(WS-AP-J) =
                           WS-AP-STUDENT(WS-AP-I)
                           MOVE "Y" TO WS-CLASH-FLAG
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       PICK-FREE-ROOM SECTION.
           MOVE SPACES TO WS-PICK-ROOM
           MOVE ZERO TO WS-PICK-ROOM-I
           PERFORM VARYING WS-RM-I FROM 1 BY 1
                   UNTIL WS-RM-I > WS-RM-COUNT
                   OR WS-PICK-ROOM NOT = SPACES
               IF WS-RM-USED(WS-RM-I, WS-TRY-SLOT) = SPACE
               AND WS-RM-CAPACITY(WS-RM-I) >=
                   WS-MC-COUNT-STU(WS-MC-I)
                   MOVE WS-RM-CODE(WS-RM-I) TO WS-PICK-ROOM
                   MOVE WS-RM-I TO WS-PICK-ROOM-I
               END-IF
           END-PERFORM.

      * 割当結果を申請へ記録する。割り当てられなかった科目の申請は
      * 承認済に戻し、コマと教室を消す
       UPDATE-APPLICATIONS SECTION.
           PERFORM VARYING WS-AP-I FROM 1 BY 1
                   UNTIL WS-AP-I > WS-AP-COUNT
               MOVE WS-TARGET-SEMESTER TO MKA-SEMESTER
               MOVE WS-AP-STUDENT(WS-AP-I) TO MKA-STUDENT-ID
               MOVE WS-AP-COURSE(WS-AP-I) TO MKA-COURSE-ID
               READ MAKEUP-APP-FILE
                   INVALID KEY
                       DISPLAY MSG-RECORD-NOT-FOUND
                   NOT INVALID KEY
                       PERFORM FIND-APPLICATION-COURSE
                       IF WS-MC-FOUND
                       AND WS-MC-SLOT(WS-MC-I) > ZERO
                           MOVE WS-MC-SLOT(WS-MC-I)
                               TO MKA-MAKEUP-SLOT
                           MOVE WS-MC-ROOM(WS-MC-I)
                               TO MKA-MAKEUP-ROOM
                           MOVE "S" TO MKA-STATUS
                           ADD 1 TO WS-SCHEDULED-COUNT
                       ELSE
                           MOVE ZERO TO MKA-MAKEUP-SLOT
                           MOVE SPACES TO MKA-MAKEUP-ROOM
                           MOVE "A" TO MKA-STATUS
                       END-IF
                       REWRITE MAKEUP-APPLICATION-RECORD
                           INVALID KEY
                               DISPLAY MSG-FILE-WRITE
                       END-REWRITE
               END-READ
           END-PERFORM
           MOVE "00" TO WS-MKA-STATUS.

       FIND-APPLICATION-COURSE SECTION.
           MOVE "N" TO WS-MC-FOUND-FLAG
           PERFORM VARYING WS-MC-J FROM 1 BY 1
                   UNTIL WS-MC-J > WS-MC-COUNT
                   OR WS-MC-FOUND
               IF WS-MC-COURSE(WS-MC-J) = MKA-COURSE-ID
                   MOVE "Y" TO WS-MC-FOUND-FLAG
                   MOVE WS-MC-J TO WS-MC-I
               END-IF
           END-PERFORM.

      * 担当教員別の受験者一覧（教員・科目の順）
       WRITE-TEACHER-LIST SECTION.
           PERFORM VARYING WS-MC-I FROM 1 BY 1
                   UNTIL WS-MC-I >= WS-MC-COUNT
               PERFORM VARYING WS-MC-J FROM WS-MC-I BY 1
                       UNTIL WS-MC-J > WS-MC-COUNT
                   MOVE "N" TO WS-MC-SWAP-FLAG
                   IF WS-MC-TEACHER(WS-MC-J) <
                       WS-MC-TEACHER(WS-MC-I)
                       MOVE "Y" TO WS-MC-SWAP-FLAG
                   END-IF
                   IF WS-MC-TEACHER(WS-MC-J) =
                       WS-MC-TEACHER(WS-MC-I)
                   AND WS-MC-COURSE(WS-MC-J) <
                       WS-MC-COURSE(WS-MC-I)
                       MOVE "Y" TO WS-MC-SWAP-FLAG
                   END-IF
                   IF WS-MC-SWAP
                       PERFORM SWAP-COURSE-ENTRIES
                   END-IF
               END-PERFORM
           END-PERFORM
           WRITE TEACHER-REPORT-LINE FROM WS-HEADER1
           WRITE TEACHER-REPORT-LINE FROM WS-TEA-TITLE
           PERFORM SET-PERIOD-LINE
           WRITE TEACHER-REPORT-LINE FROM WS-PERIOD-LINE
           WRITE TEACHER-REPORT-LINE FROM WS-HEADER1
           MOVE HIGH-VALUES TO WS-PREV-TEACHER
           PERFORM VARYING WS-MC-I FROM 1 BY 1
                   UNTIL WS-MC-I > WS-MC-COUNT
               IF WS-MC-TEACHER(WS-MC-I) NOT = WS-PREV-TEACHER
                   WRITE TEACHER-REPORT-LINE FROM WS-BLANK-LINE
                   MOVE WS-MC-TEACHER(WS-MC-I) TO WS-TH-TEACHER
                   MOVE WS-MC-TEACHER(WS-MC-I) TO TEA-ID
                   READ TEACHER-FILE
                       INVALID KEY
                           MOVE SPACES TO TEA-LAST-NAME
                           MOVE SPACES TO TEA-FIRST-NAME
                   END-READ
                   MOVE "00" TO WS-TEA-STATUS
                   MOVE TEA-LAST-NAME TO WS-TH-LAST-NAME
                   MOVE TEA-FIRST-NAME TO WS-TH-FIRST-NAME
                   WRITE TEACHER-REPORT-LINE FROM WS-TEACHER-HEADER
                   MOVE WS-MC-TEACHER(WS-MC-I) TO WS-PREV-TEACHER
               END-IF
               PERFORM SET-COURSE-LINE
               WRITE TEACHER-REPORT-LINE FROM WS-COURSE-LINE
               PERFORM VARYING WS-AP-I FROM 1 BY 1
                       UNTIL WS-AP-I > WS-AP-COUNT
                   IF WS-AP-COURSE(WS-AP-I) = WS-MC-COURSE(WS-MC-I)
                       PERFORM SET-STUDENT-LINE
                       MOVE SPACES TO WS-SL-NOTE
                       WRITE TEACHER-REPORT-LINE
                           FROM WS-STUDENT-LINE
                   END-IF
               END-PERFORM
           END-PERFORM
           WRITE TEACHER-REPORT-LINE FROM WS-BLANK-LINE.

      * 監督者用の教室別一覧（コマ・教室の順、出欠記入欄付き）。
      * 割り当てられなかった科目は末尾に例外として印字する
       WRITE-INVIGILATION-LIST SECTION.
           PERFORM VARYING WS-MC-I FROM 1 BY 1
                   UNTIL WS-MC-I >= WS-MC-COUNT
               PERFORM VARYING WS-MC-J FROM WS-MC-I BY 1
                       UNTIL WS-MC-J > WS-MC-COUNT
                   MOVE "N" TO WS-MC-SWAP-FLAG
                   IF WS-MC-SLOT(WS-MC-J) < WS-MC-SLOT(WS-MC-I)
                       MOVE "Y" TO WS-MC-SWAP-FLAG
                   END-IF
                   IF WS-MC-SLOT(WS-MC-J) = WS-MC-SLOT(WS-MC-I)
                   AND WS-MC-ROOM(WS-MC-J) < WS-MC-ROOM(WS-MC-I)
                       MOVE "Y" TO WS-MC-SWAP-FLAG
                   END-IF
                   IF WS-MC-SWAP
                       PERFORM SWAP-COURSE-ENTRIES
                   END-IF
               END-PERFORM
           END-PERFORM
           WRITE INVIGILATION-REPORT-LINE FROM WS-HEADER1
           WRITE INVIGILATION-REPORT-LINE FROM WS-INV-TITLE
           PERFORM SET-PERIOD-LINE
           WRITE INVIGILATION-REPORT-LINE FROM WS-PERIOD-LINE
           WRITE INVIGILATION-REPORT-LINE FROM WS-HEADER1
           PERFORM VARYING WS-MC-I FROM 1 BY 1
                   UNTIL WS-MC-I > WS-MC-COUNT
               IF WS-MC-SLOT(WS-MC-I) > ZERO
                   WRITE INVIGILATION-REPORT-LINE FROM WS-BLANK-LINE
                   PERFORM SET-COURSE-LINE
                   WRITE INVIGILATION-REPORT-LINE
                       FROM WS-COURSE-LINE
                   PERFORM VARYING WS-AP-I FROM 1 BY 1
                           UNTIL WS-AP-I > WS-AP-COUNT
                       IF WS-AP-COURSE(WS-AP-I) =
                           WS-MC-COURSE(WS-MC-I)
                           PERFORM SET-STUDENT-LINE
                           MOVE "出欠（  ）" TO WS-SL-NOTE
                           WRITE INVIGILATION-REPORT-LINE
                               FROM WS-STUDENT-LINE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-UNASSIGNED-COUNT > ZERO
               WRITE INVIGILATION-REPORT-LINE FROM WS-BLANK-LINE
               WRITE INVIGILATION-REPORT-LINE
                   FROM WS-EXCEPTION-TITLE
               PERFORM VARYING WS-MC-I FROM 1 BY 1
                       UNTIL WS-MC-I > WS-MC-COUNT
                   IF WS-MC-SLOT(WS-MC-I) = ZERO
                       PERFORM SET-COURSE-LINE
                       WRITE INVIGILATION-REPORT-LINE
                           FROM WS-COURSE-LINE
                   END-IF
               END-PERFORM
           END-IF
           WRITE INVIGILATION-REPORT-LINE FROM WS-BLANK-LINE.

       SET-PERIOD-LINE SECTION.
           MOVE WS-TARGET-SEMESTER TO WS-PL-SEMESTER
           MOVE MKP-START-DATE TO WS-PL-START
           MOVE MKP-DAYS TO WS-PL-DAYS
           MOVE MKP-APPLY-DEADLINE TO WS-PL-DEADLINE.

       SET-COURSE-LINE SECTION.
           MOVE WS-MC-COURSE(WS-MC-I) TO WS-CL-COURSE
           MOVE WS-MC-COURSE(WS-MC-I) TO SYL-COURSE-ID
           READ SYLLABUS-FILE
               INVALID KEY
                   MOVE SPACES TO SYL-COURSE-NAME
           END-READ
           MOVE "00" TO WS-SYL-STATUS
           MOVE SYL-COURSE-NAME TO WS-CL-NAME
           IF WS-MC-SLOT(WS-MC-I) = ZERO
               MOVE ZERO TO WS-CL-DAY
               MOVE ZERO TO WS-CL-PERIOD
               MOVE "（割当不能）" TO WS-CL-ROOM
           ELSE
               COMPUTE WS-SLOT-DAY =
                   (WS-MC-SLOT(WS-MC-I) - 1) / 4 + 1
               COMPUTE WS-SLOT-PERIOD =
                   WS-MC-SLOT(WS-MC-I) - (WS-SLOT-DAY - 1) * 4
               MOVE WS-SLOT-DAY TO WS-CL-DAY
               MOVE WS-SLOT-PERIOD TO WS-CL-PERIOD
               MOVE WS-MC-ROOM(WS-MC-I) TO WS-CL-ROOM
           END-IF
           MOVE WS-MC-COUNT-STU(WS-MC-I) TO WS-CL-COUNT.

       SET-STUDENT-LINE SECTION.
           MOVE WS-AP-STUDENT(WS-AP-I) TO WS-SL-STUDENT
           MOVE WS-AP-STUDENT(WS-AP-I) TO STU-ID
           READ STUDENT-FILE
               INVALID KEY
                   MOVE SPACES TO STU-LAST-NAME
                   MOVE SPACES TO STU-FIRST-NAME
           END-READ
           MOVE "00" TO WS-STU-STATUS
           MOVE STU-LAST-NAME TO WS-SL-LAST-NAME
           MOVE STU-FIRST-NAME TO WS-SL-FIRST-NAME.
