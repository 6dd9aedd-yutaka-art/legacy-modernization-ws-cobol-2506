      ******************************************************************
      * シラバス管理システム - 必修科目一括履修登録バッチ
      *
      * 学期の初めに、学科・学年ごとの必修科目の一覧
      * （required_course.dat、1行1科目。1-4桁目が学科コード、
      * 5桁目が学年、6-11桁目が科目コード、12-13桁目がセクション
      * 番号で空白または00は自動選択）を読み、該当する在籍中の
      * 学生全員を指定学期に履修登録する。
      *  - 成績ファイルで修得済み（最新の履修の評点が0を超える）
      *    の学生、同じ学期に登録済みの学生は対象外とする
      *  - セクション開講の科目は、空きがあり時間割が重ならない
      *    セクションを番号の小さい順に選ぶ
      *  - 定員・時間割重複・前回履修の成績未登録は履修登録
      *    （SYLENR）と同じ基準で判定する
      *  - 登録を止める履修登録保留（SYLHLDC）がある学生は登録
      *    せず例外とする
      * 登録できなかった学生は理由を付けて例外一覧
      * required_enroll_exceptions_<学期>_<日付>.txt に出力する
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SYLBEN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  GNUCOBOL.
       OBJECT-COMPUTER.  GNUCOBOL.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUIRED-LIST-FILE
               ASSIGN TO "required_course.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RQL-STATUS.

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

           SELECT ENROLLMENT-FILE
               ASSIGN TO "enrollment.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENR-KEY
               ALTERNATE RECORD KEY IS ENR-COURSE-ID WITH DUPLICATES
               FILE STATUS IS WS-ENR-STATUS.

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

           SELECT REPORT-FILE
               ASSIGN TO WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUIRED-LIST-FILE
           LABEL RECORDS ARE STANDARD.
       01  REQUIRED-LIST-LINE.
           05  RQL-DEPARTMENT-ID        PIC X(4).
           05  RQL-YEAR                 PIC X(1).
           05  RQL-COURSE-ID            PIC X(6).
           05  RQL-SECTION-NO           PIC X(2).
           05  FILLER                   PIC X(7).

       FD  SYLLABUS-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SYLFILE.

       FD  SECTION-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SECFILE.

       FD  ENROLLMENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY ENRFILE.

       FD  STUDENT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY STUFILE.

       FD  GRADE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY GRDFILE.

       FD  REPORT-FILE
           LABEL RECORDS ARE STANDARD.
       01  REPORT-LINE              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RQL-STATUS            PIC XX VALUE "00".
           88  WS-RQL-SUCCESS       VALUE "00".
           88  WS-RQL-EOF           VALUE "10".

       01  WS-SYL-STATUS            PIC XX VALUE "00".
           88  WS-SYL-SUCCESS       VALUE "00".

       01  WS-SEC-STATUS            PIC XX VALUE "00".
           88  WS-SEC-SUCCESS       VALUE "00".
           88  WS-SEC-EOF           VALUE "10".
       01  WS-SEC-OPEN-FLAG         PIC X VALUE "N".
           88  WS-SEC-OPEN          VALUE "Y".

       01  WS-ENR-STATUS            PIC XX VALUE "00".
           88  WS-ENR-SUCCESS       VALUE "00".
           88  WS-ENR-EOF           VALUE "10".

       01  WS-STU-STATUS            PIC XX VALUE "00".
           88  WS-STU-SUCCESS       VALUE "00".
           88  WS-STU-EOF           VALUE "10".

       01  WS-GRD-STATUS            PIC XX VALUE "00".
           88  WS-GRD-SUCCESS       VALUE "00".
       01  WS-GRD-OPEN-FLAG         PIC X VALUE "N".
           88  WS-GRD-OPEN          VALUE "Y".

       01  WS-REPORT-STATUS         PIC XX VALUE "00".
           88  WS-REPORT-SUCCESS    VALUE "00".

       01  WS-CURRENT-DATE          PIC 9(8) VALUE ZERO.
       01  WS-REPORT-FILENAME       PIC X(60) VALUE SPACES.
       01  WS-INPUT-SEMESTER        PIC X(2) VALUE SPACES.

       01  WS-FILES-OK-FLAG         PIC X VALUE "N".
           88  WS-FILES-OK          VALUE "Y".

      * 対象の科目（一覧の1行分）
       01  WS-TGT-DEPARTMENT-ID     PIC X(4) VALUE SPACES.
       01  WS-TGT-YEAR              PIC 9(1) VALUE ZERO.
       01  WS-TGT-COURSE-ID         PIC X(6) VALUE SPACES.
       01  WS-TGT-SECTION-NO        PIC 9(2) VALUE ZERO.
       01  WS-TGT-DAY               PIC X(1) VALUE SPACE.
       01  WS-TGT-PERIOD            PIC 9(1) VALUE ZERO.
       01  WS-TGT-CAPACITY          PIC 9(3) VALUE ZERO.
       01  WS-TGT-ENROLLED          PIC 9(4) VALUE ZERO.
       01  WS-COURSE-OK-FLAG        PIC X VALUE "N".
           88  WS-COURSE-OK         VALUE "Y".
       01  WS-LINE-ERROR            PIC X(50) VALUE SPACES.

      * 科目の有効なセクション（定員と現在の履修者数）
       01  WS-SC-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-SC-TABLE.
           05  WS-SC-ENTRY OCCURS 99 TIMES.
               10  WS-SC-NO             PIC 9(2).
               10  WS-SC-DAY            PIC X(1).
               10  WS-SC-PERIOD         PIC 9(1).
               10  WS-SC-CAPACITY       PIC 9(3).
               10  WS-SC-ENROLLED       PIC 9(4).
       01  WS-SC-I                  PIC 9(2) VALUE ZERO.
       01  WS-SC-FOUND              PIC 9(2) VALUE ZERO.

      * 学生の同じ学期の履修済みの曜日・時限
       01  WS-SL-COUNT              PIC 9(2) VALUE ZERO.
       01  WS-SL-TABLE.
           05  WS-SL-ENTRY OCCURS 40 TIMES.
               10  WS-SL-COURSE-ID      PIC X(6).
               10  WS-SL-DAY            PIC X(1).
               10  WS-SL-PERIOD         PIC 9(1).
       01  WS-SL-I                  PIC 9(2) VALUE ZERO.

      * 学生1人分の判定
       01  WS-STU-DONE-FLAG         PIC X VALUE "N".
           88  WS-STU-DONE          VALUE "Y".
       01  WS-SCAN-DONE-FLAG        PIC X VALUE "N".
           88  WS-SCAN-DONE         VALUE "Y".
       01  WS-SKIP-FLAG             PIC X VALUE "N".
           88  WS-SKIP-STUDENT      VALUE "Y".
       01  WS-PASSED-FLAG           PIC X VALUE "N".
           88  WS-PASSED            VALUE "Y".
       01  WS-OPEN-ATTEMPT-FLAG     PIC X VALUE "N".
           88  WS-OPEN-ATTEMPT      VALUE "Y".
       01  WS-OPEN-ATTEMPT-SEM      PIC X(2) VALUE SPACES.
       01  WS-LATEST-POINT          PIC 9V9 VALUE ZERO.
       01  WS-CHK-DAY               PIC X(1) VALUE SPACE.
       01  WS-CHK-PERIOD            PIC 9(1) VALUE ZERO.
       01  WS-CLASH-FLAG            PIC X VALUE "N".
           88  WS-HAS-CLASH         VALUE "Y".
       01  WS-CLASH-COURSE-ID       PIC X(6) VALUE SPACES.
       01  WS-FIRST-CLASH-ID        PIC X(6) VALUE SPACES.
       01  WS-PLACE-SECTION         PIC 9(2) VALUE ZERO.
       01  WS-PLACED-FLAG           PIC X VALUE "N".
           88  WS-PLACED            VALUE "Y".
       01  WS-REASON                PIC X(50) VALUE SPACES.
       01  WS-ENR-SEC-WORK          PIC 9(2) VALUE ZERO.

      * 履修登録保留の判定（SYLHLDC）
       01  WS-HLD-HOLD-TYPE         PIC X(1) VALUE SPACE.
       01  WS-HLD-OFFICE            PIC X(10) VALUE SPACES.
       01  WS-HLD-RETURN-CODE       PIC X(2) VALUE "00".
           88  WS-HLD-BLOCKED       VALUE "01".

       01  WS-LINE-COUNT            PIC 9(4) VALUE ZERO.
       01  WS-TARGET-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-ENROLLED-COUNT        PIC 9(6) VALUE ZERO.
       01  WS-PASSED-COUNT          PIC 9(6) VALUE ZERO.
       01  WS-ALREADY-COUNT         PIC 9(6) VALUE ZERO.
       01  WS-EXCEPTION-COUNT       PIC 9(6) VALUE ZERO.

       01  WS-HEADER1               PIC X(132) VALUE ALL "=".
       01  WS-RULE-LINE             PIC X(132) VALUE ALL "-".
       01  WS-REPORT-TITLE          PIC X(132) VALUE
           "                    必修科目一括履修登録 例"
           & "外一覧".
       01  WS-BLANK-LINE            PIC X(132) VALUE SPACES.

       01  WS-CONDITION-LINE.
           05  FILLER               PIC X(10) VALUE "学期: ".
           05  WS-CL-SEMESTER       PIC X(2).
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(12) VALUE "作成日: ".
           05  WS-CL-DATE           PIC 9(8).
           05  FILLER               PIC X(96) VALUE SPACES.

       01  WS-COLUMN-HEADER.
           05  FILLER               PIC X(7) VALUE "学科".
           05  FILLER               PIC X(7) VALUE "学年".
           05  FILLER               PIC X(8) VALUE "科目".
           05  FILLER               PIC X(12) VALUE "学籍番号".
           05  FILLER               PIC X(22) VALUE "氏名".
           05  FILLER               PIC X(50) VALUE "理由".
           05  FILLER               PIC X(26) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DT-DEPARTMENT-ID  PIC X(4).
           05  FILLER               PIC X(3) VALUE SPACES.
           05  WS-DT-YEAR           PIC X(1).
           05  FILLER               PIC X(6) VALUE SPACES.
           05  WS-DT-COURSE-ID      PIC X(6).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DT-STUDENT-ID     PIC X(7).
           05  FILLER               PIC X(5) VALUE SPACES.
           05  WS-DT-NAME           PIC X(20).
           05  FILLER               PIC X(2) VALUE SPACES.
           05  WS-DT-REASON         PIC X(50).
           05  FILLER               PIC X(26) VALUE SPACES.

       01  WS-SUMMARY-LINE1.
           05  FILLER               PIC X(18) VALUE "一覧の行数: ".
           05  WS-SM-LINES          PIC ZZZ9.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(18) VALUE "対象学生数: ".
           05  WS-SM-TARGET         PIC ZZZZZ9.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(15) VALUE "登録件数: ".
           05  WS-SM-ENROLLED       PIC ZZZZZ9.
           05  FILLER               PIC X(57) VALUE SPACES.

       01  WS-SUMMARY-LINE2.
           05  FILLER               PIC X(18) VALUE "修得済み: ".
           05  WS-SM-PASSED         PIC ZZZZZ9.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(18) VALUE "登録済み: ".
           05  WS-SM-ALREADY        PIC ZZZZZ9.
           05  FILLER               PIC X(4) VALUE SPACES.
           05  FILLER               PIC X(15) VALUE "例外件数: ".
           05  WS-SM-EXCEPTIONS     PIC ZZZZZ9.
           05  FILLER               PIC X(55) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCESS SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CURRENT-DATE
           DISPLAY "対象学期: "
           ACCEPT WS-INPUT-SEMESTER
           IF WS-INPUT-SEMESTER = SPACES
               DISPLAY "エラー: 学期を入力してください。"
           ELSE
               PERFORM OPEN-FILES
               IF WS-FILES-OK
                   PERFORM WRITE-REPORT-HEADER
                   PERFORM PROCESS-REQUIRED-LIST
                   PERFORM WRITE-REPORT-SUMMARY
                   DISPLAY "必修科目の一括履修登録が"
                       "終了しました。"
                   DISPLAY "登録件数: " WS-ENROLLED-COUNT
                       "  例外件数: " WS-EXCEPTION-COUNT
                   DISPLAY "例外一覧: " WS-REPORT-FILENAME
               END-IF
               PERFORM CLOSE-FILES
           END-IF
           GOBACK.

       OPEN-FILES SECTION.
           MOVE "Y" TO WS-FILES-OK-FLAG
           OPEN INPUT REQUIRED-LIST-FILE
           IF NOT WS-RQL-SUCCESS
               DISPLAY "必修科目一覧 required_course.dat"
                   " がありません。"
               MOVE "N" TO WS-FILES-OK-FLAG
           END-IF
           OPEN INPUT SYLLABUS-FILE
           OPEN INPUT STUDENT-FILE
           OPEN I-O ENROLLMENT-FILE
           IF NOT WS-ENR-SUCCESS
               OPEN OUTPUT ENROLLMENT-FILE
               CLOSE ENROLLMENT-FILE
               OPEN I-O ENROLLMENT-FILE
           END-IF
           MOVE "N" TO WS-SEC-OPEN-FLAG
           OPEN INPUT SECTION-FILE
           IF WS-SEC-SUCCESS
               MOVE "Y" TO WS-SEC-OPEN-FLAG
           END-IF
           MOVE "N" TO WS-GRD-OPEN-FLAG
           OPEN INPUT GRADE-FILE
           IF WS-GRD-SUCCESS
               MOVE "Y" TO WS-GRD-OPEN-FLAG
           END-IF
           IF WS-FILES-OK
               MOVE SPACES TO WS-REPORT-FILENAME
               STRING "required_enroll_exceptions_" DELIMITED BY SIZE
                       WS-INPUT-SEMESTER DELIMITED BY SIZE
                       "_" DELIMITED BY SIZE
                       WS-CURRENT-DATE DELIMITED BY SIZE
                       ".txt" DELIMITED BY SIZE
                   INTO WS-REPORT-FILENAME
               OPEN OUTPUT REPORT-FILE
           END-IF.

       CLOSE-FILES SECTION.
           IF WS-FILES-OK
               CLOSE REPORT-FILE
           END-IF
           CLOSE REQUIRED-LIST-FILE
           CLOSE SYLLABUS-FILE
           CLOSE STUDENT-FILE
           CLOSE ENROLLMENT-FILE
           IF WS-SEC-OPEN
               CLOSE SECTION-FILE
           END-IF
           IF WS-GRD-OPEN
               CLOSE GRADE-FILE
           END-IF.

       WRITE-REPORT-HEADER SECTION.
           WRITE REPORT-LINE FROM WS-HEADER1
           WRITE REPORT-LINE FROM WS-REPORT-TITLE
           WRITE REPORT-LINE FROM WS-HEADER1
           MOVE WS-INPUT-SEMESTER TO WS-CL-SEMESTER
           MOVE WS-CURRENT-DATE TO WS-CL-DATE
           WRITE REPORT-LINE FROM WS-CONDITION-LINE
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           WRITE REPORT-LINE FROM WS-COLUMN-HEADER
           WRITE REPORT-LINE FROM WS-RULE-LINE.

       PROCESS-REQUIRED-LIST SECTION.
           PERFORM UNTIL NOT WS-RQL-SUCCESS
               READ REQUIRED-LIST-FILE
                   AT END
                       MOVE "10" TO WS-RQL-STATUS
                   NOT AT END
                       IF REQUIRED-LIST-LINE NOT = SPACES
                           ADD 1 TO WS-LINE-COUNT
                           PERFORM PROCESS-ONE-REQUIREMENT
                       END-IF
               END-READ
           END-PERFORM.

      * 一覧の1行（学科・学年・科目）を処理する
       PROCESS-ONE-REQUIREMENT SECTION.
           PERFORM PREPARE-COURSE
           IF WS-COURSE-OK
               PERFORM LOAD-COURSE-SEATS
               PERFORM SCAN-TARGET-STUDENTS
           ELSE
               MOVE SPACES TO STUDENT-RECORD
               MOVE WS-LINE-ERROR TO WS-REASON
               PERFORM WRITE-EXCEPTION
           END-IF.

       PREPARE-COURSE SECTION.
           MOVE "Y" TO WS-COURSE-OK-FLAG
           MOVE SPACES TO WS-LINE-ERROR
           MOVE RQL-DEPARTMENT-ID TO WS-TGT-DEPARTMENT-ID
           MOVE RQL-COURSE-ID TO WS-TGT-COURSE-ID
           MOVE ZERO TO WS-TGT-YEAR
           MOVE ZERO TO WS-TGT-SECTION-NO
           IF RQL-YEAR IS NUMERIC AND RQL-YEAR NOT = "0"
               MOVE RQL-YEAR TO WS-TGT-YEAR
           ELSE
               MOVE "N" TO WS-COURSE-OK-FLAG
               MOVE "学年の指定が正しくありません"
                   TO WS-LINE-ERROR
           END-IF
           IF WS-COURSE-OK
               IF RQL-SECTION-NO IS NUMERIC
                   MOVE RQL-SECTION-NO TO WS-TGT-SECTION-NO
               ELSE
                   IF RQL-SECTION-NO NOT = SPACES
                       MOVE "N" TO WS-COURSE-OK-FLAG
                       MOVE
                           "セクション番号が正しくあり"
                           & "ません"
                           TO WS-LINE-ERROR
                   END-IF
               END-IF
           END-IF
           IF WS-COURSE-OK
               MOVE WS-TGT-COURSE-ID TO SYL-COURSE-ID
               READ SYLLABUS-FILE
                   INVALID KEY
                       MOVE "N" TO WS-COURSE-OK-FLAG
                       MOVE "科目コードが未登録です"
                           TO WS-LINE-ERROR
                   NOT INVALID KEY
                       IF SYL-STATUS = "C"
                           MOVE "N" TO WS-COURSE-OK-FLAG
                           MOVE "閉講となった科目です"
                               TO WS-LINE-ERROR
                       END-IF
               END-READ
               MOVE "00" TO WS-SYL-STATUS
           END-IF
           IF WS-COURSE-OK
               MOVE SYL-DAY-OF-WEEK TO WS-TGT-DAY
               MOVE SYL-PERIOD TO WS-TGT-PERIOD
               MOVE SYL-MAX-CAPACITY TO WS-TGT-CAPACITY
           END-IF.

      * 有効なセクションを読み込み、科目・セクションごとに
      * 同じ学期の有効な履修者数を数える
       LOAD-COURSE-SEATS SECTION.
           MOVE ZERO TO WS-SC-COUNT
           MOVE ZERO TO WS-TGT-ENROLLED
           IF WS-SEC-OPEN
               MOVE WS-TGT-COURSE-ID TO SEC-COURSE-ID
               MOVE ZERO TO SEC-NO
               START SECTION-FILE KEY >= SEC-KEY
                   INVALID KEY
                       MOVE "10" TO WS-SEC-STATUS
               END-START
               PERFORM UNTIL NOT WS-SEC-SUCCESS
                   READ SECTION-FILE NEXT
                       AT END
                           MOVE "10" TO WS-SEC-STATUS
                       NOT AT END
                           IF SEC-COURSE-ID NOT = WS-TGT-COURSE-ID
                               MOVE "10" TO WS-SEC-STATUS
                           ELSE
                               IF SEC-ACTIVE AND SEC-NO > ZERO
                               AND WS-SC-COUNT < 99
                                   ADD 1 TO WS-SC-COUNT
                                   MOVE SEC-NO
                                     TO WS-SC-NO(WS-SC-COUNT)
                                   MOVE SEC-DAY-OF-WEEK
                                     TO WS-SC-DAY(WS-SC-COUNT)
                                   MOVE SEC-PERIOD
                                     TO WS-SC-PERIOD(WS-SC-COUNT)
                                   MOVE SEC-MAX-CAPACITY
                                     TO WS-SC-CAPACITY(WS-SC-COUNT)
                                   MOVE ZERO
                                     TO WS-SC-ENROLLED(WS-SC-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-SEC-STATUS
           END-IF
           MOVE WS-TGT-COURSE-ID TO ENR-COURSE-ID
           START ENROLLMENT-FILE KEY = ENR-COURSE-ID
               INVALID KEY
                   MOVE "10" TO WS-ENR-STATUS
           END-START
           PERFORM UNTIL NOT WS-ENR-SUCCESS
               READ ENROLLMENT-FILE NEXT
                   AT END
                       MOVE "10" TO WS-ENR-STATUS
                   NOT AT END
                       IF ENR-COURSE-ID NOT = WS-TGT-COURSE-ID
                           MOVE "10" TO WS-ENR-STATUS
                       ELSE
                           IF ENR-ACTIVE
                           AND ENR-SEMESTER = WS-INPUT-SEMESTER
                               PERFORM COUNT-ONE-ENROLLMENT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-ENR-STATUS.

       COUNT-ONE-ENROLLMENT SECTION.
           IF ENR-SECTION-NO = ZERO
               ADD 1 TO WS-TGT-ENROLLED
           ELSE
               PERFORM VARYING WS-SC-I FROM 1 BY 1
                       UNTIL WS-SC-I > WS-SC-COUNT
                   IF WS-SC-NO(WS-SC-I) = ENR-SECTION-NO
                       ADD 1 TO WS-SC-ENROLLED(WS-SC-I)
                   END-IF
               END-PERFORM
           END-IF.

      * 学生ファイルを順に読み、学科・学年が一致する在籍中の
      * 学生を登録する
       SCAN-TARGET-STUDENTS SECTION.
           MOVE "N" TO WS-STU-DONE-FLAG
           MOVE LOW-VALUES TO STU-ID
           START STUDENT-FILE KEY >= STU-ID
               INVALID KEY
                   MOVE "Y" TO WS-STU-DONE-FLAG
           END-START
           PERFORM UNTIL WS-STU-DONE
               READ STUDENT-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-STU-DONE-FLAG
                   NOT AT END
                       IF STU-ACTIVE
                       AND STU-DEPARTMENT-ID = WS-TGT-DEPARTMENT-ID
                       AND STU-YEAR = WS-TGT-YEAR
                           ADD 1 TO WS-TARGET-COUNT
                           PERFORM ENROLL-ONE-STUDENT
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-STU-STATUS.

       ENROLL-ONE-STUDENT SECTION.
           MOVE "N" TO WS-SKIP-FLAG
           MOVE SPACES TO WS-REASON
           PERFORM CHECK-ALREADY-PASSED
           IF WS-PASSED
               ADD 1 TO WS-PASSED-COUNT
               MOVE "Y" TO WS-SKIP-FLAG
           END-IF
           IF NOT WS-SKIP-STUDENT
               PERFORM CHECK-CURRENT-ENROLLMENT
           END-IF
           IF NOT WS-SKIP-STUDENT
               PERFORM CHECK-REGISTRATION-HOLD
           END-IF
           IF NOT WS-SKIP-STUDENT
               PERFORM COLLECT-STUDENT-SLOTS
               PERFORM CHOOSE-SECTION
               IF WS-PLACED
                   PERFORM WRITE-ENROLLMENT
               ELSE
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF.

       CHECK-REGISTRATION-HOLD SECTION.
           CALL "SYLHLDC" USING STU-ID,
                                WS-HLD-HOLD-TYPE,
                                WS-HLD-OFFICE,
                                WS-HLD-RETURN-CODE
               ON EXCEPTION
                   MOVE "00" TO WS-HLD-RETURN-CODE
           END-CALL
           IF WS-HLD-BLOCKED
               MOVE SPACES TO WS-REASON
               STRING "登録保留中（設定部署: "
                           DELIMITED BY SIZE
                       WS-HLD-OFFICE DELIMITED BY SPACE
                       "）" DELIMITED BY SIZE
                   INTO WS-REASON
               PERFORM WRITE-EXCEPTION
               MOVE "Y" TO WS-SKIP-FLAG
           END-IF.

      * 最新の履修の評点が0を超えていれば修得済みとする
       CHECK-ALREADY-PASSED SECTION.
           MOVE "N" TO WS-PASSED-FLAG
           IF WS-GRD-OPEN
               MOVE ZERO TO WS-LATEST-POINT
               MOVE "N" TO WS-SCAN-DONE-FLAG
               MOVE STU-ID TO GRD-STUDENT-ID
               MOVE WS-TGT-COURSE-ID TO GRD-COURSE-ID
               MOVE LOW-VALUES TO GRD-SEMESTER
               START GRADE-FILE KEY >= GRD-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SCAN-DONE-FLAG
               END-START
               PERFORM UNTIL WS-SCAN-DONE
                   READ GRADE-FILE NEXT
                       AT END
                           MOVE "Y" TO WS-SCAN-DONE-FLAG
                       NOT AT END
                           IF GRD-STUDENT-ID NOT = STU-ID
                           OR GRD-COURSE-ID NOT = WS-TGT-COURSE-ID
                               MOVE "Y" TO WS-SCAN-DONE-FLAG
                           ELSE
                               MOVE GRD-POINT TO WS-LATEST-POINT
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS-GRD-STATUS
               IF WS-LATEST-POINT > ZERO
                   MOVE "Y" TO WS-PASSED-FLAG
               END-IF
           END-IF.

      * 同じ学期に登録済みなら対象外。別の学期の履修が有効な
      * まま成績未登録なら例外とする
       CHECK-CURRENT-ENROLLMENT SECTION.
           MOVE "N" TO WS-OPEN-ATTEMPT-FLAG
           MOVE "N" TO WS-SCAN-DONE-FLAG
           MOVE STU-ID TO ENR-STUDENT-ID
           MOVE WS-TGT-COURSE-ID TO ENR-COURSE-ID
           MOVE LOW-VALUES TO ENR-SEMESTER
           START ENROLLMENT-FILE KEY >= ENR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE-FLAG
           END-START
           PERFORM UNTIL WS-SCAN-DONE OR WS-SKIP-STUDENT
               READ ENROLLMENT-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-SCAN-DONE-FLAG
                   NOT AT END
                       IF ENR-STUDENT-ID NOT = STU-ID
                       OR ENR-COURSE-ID NOT = WS-TGT-COURSE-ID
                           MOVE "Y" TO WS-SCAN-DONE-FLAG
                       ELSE
                           IF ENR-ACTIVE
                               IF ENR-SEMESTER = WS-INPUT-SEMESTER
                                   ADD 1 TO WS-ALREADY-COUNT
                                   MOVE "Y" TO WS-SKIP-FLAG
                               ELSE
                                   PERFORM CHECK-ATTEMPT-GRADED
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-ENR-STATUS
           IF WS-OPEN-ATTEMPT AND NOT WS-SKIP-STUDENT
               MOVE SPACES TO WS-REASON
               STRING "前回の履修（学期 " DELIMITED BY SIZE
                       WS-OPEN-ATTEMPT-SEM DELIMITED BY SIZE
                       "）が成績未登録" DELIMITED BY SIZE
                   INTO WS-REASON
               PERFORM WRITE-EXCEPTION
               MOVE "Y" TO WS-SKIP-FLAG
           END-IF.

       CHECK-ATTEMPT-GRADED SECTION.
           MOVE "Y" TO WS-OPEN-ATTEMPT-FLAG
           MOVE ENR-SEMESTER TO WS-OPEN-ATTEMPT-SEM
           IF WS-GRD-OPEN
               MOVE ENR-STUDENT-ID TO GRD-STUDENT-ID
               MOVE ENR-COURSE-ID TO GRD-COURSE-ID
               MOVE ENR-SEMESTER TO GRD-SEMESTER
               READ GRADE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-OPEN-ATTEMPT-FLAG
               END-READ
               MOVE "00" TO WS-GRD-STATUS
           END-IF.

      * 同じ学期の有効な履修の曜日・時限を集める。セクション
      * 履修ならセクション側、そうでなければシラバス側の値
       COLLECT-STUDENT-SLOTS SECTION.
           MOVE ZERO TO WS-SL-COUNT
           MOVE "N" TO WS-SCAN-DONE-FLAG
           MOVE STU-ID TO ENR-STUDENT-ID
           MOVE LOW-VALUES TO ENR-COURSE-ID
           MOVE LOW-VALUES TO ENR-SEMESTER
           START ENROLLMENT-FILE KEY >= ENR-KEY
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE-FLAG
           END-START
           PERFORM UNTIL WS-SCAN-DONE
               READ ENROLLMENT-FILE NEXT
                   AT END
                       MOVE "Y" TO WS-SCAN-DONE-FLAG
                   NOT AT END
                       IF ENR-STUDENT-ID NOT = STU-ID
                           MOVE "Y" TO WS-SCAN-DONE-FLAG
                       ELSE
                           IF ENR-ACTIVE
                           AND ENR-SEMESTER = WS-INPUT-SEMESTER
                           AND WS-SL-COUNT < 40
                               PERFORM ADD-STUDENT-SLOT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS-ENR-STATUS.

       ADD-STUDENT-SLOT SECTION.
           MOVE SPACE TO WS-CHK-DAY
           MOVE ZERO TO WS-CHK-PERIOD
           MOVE ENR-SECTION-NO TO WS-ENR-SEC-WORK
           IF WS-ENR-SEC-WORK > ZERO
           AND WS-SEC-OPEN
               MOVE ENR-COURSE-ID TO SEC-COURSE-ID
               MOVE WS-ENR-SEC-WORK TO SEC-NO
               READ SECTION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SEC-DAY-OF-WEEK TO WS-CHK-DAY
                       MOVE SEC-PERIOD TO WS-CHK-PERIOD
               END-READ
               MOVE "00" TO WS-SEC-STATUS
           ELSE
               MOVE ENR-COURSE-ID TO SYL-COURSE-ID
               READ SYLLABUS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SYL-DAY-OF-WEEK TO WS-CHK-DAY
                       MOVE SYL-PERIOD TO WS-CHK-PERIOD
               END-READ
               MOVE "00" TO WS-SYL-STATUS
           END-IF
           IF WS-CHK-DAY NOT = SPACE
           AND WS-CHK-PERIOD NOT = ZERO
               ADD 1 TO WS-SL-COUNT
               MOVE ENR-COURSE-ID TO WS-SL-COURSE-ID(WS-SL-COUNT)
               MOVE WS-CHK-DAY TO WS-SL-DAY(WS-SL-COUNT)
               MOVE WS-CHK-PERIOD TO WS-SL-PERIOD(WS-SL-COUNT)
           END-IF.

      * セクション分けのない科目は科目の定員と曜日時限で判定
      * する。セクション開講の科目は指定のセクション、指定が
      * なければ空きがあり時間割が重ならない最初のセクション
      * を選ぶ。定員0は上限なしとする
       CHOOSE-SECTION SECTION.
           MOVE "N" TO WS-PLACED-FLAG
           MOVE SPACES TO WS-FIRST-CLASH-ID
           MOVE ZERO TO WS-PLACE-SECTION
           IF WS-SC-COUNT = ZERO
               IF WS-TGT-SECTION-NO > ZERO
                   MOVE "指定のセクションが未登録か閉鎖"
                       TO WS-REASON
               ELSE
                   MOVE WS-TGT-DAY TO WS-CHK-DAY
                   MOVE WS-TGT-PERIOD TO WS-CHK-PERIOD
                   PERFORM CHECK-SLOT-CLASH
                   EVALUATE TRUE
                       WHEN WS-TGT-CAPACITY NOT = ZERO
                       AND WS-TGT-ENROLLED >= WS-TGT-CAPACITY
                           MOVE "定員に達しています"
                               TO WS-REASON
                       WHEN WS-HAS-CLASH
                           MOVE WS-CLASH-COURSE-ID
                               TO WS-FIRST-CLASH-ID
                       WHEN OTHER
                           MOVE "Y" TO WS-PLACED-FLAG
                           ADD 1 TO WS-TGT-ENROLLED
                   END-EVALUATE
               END-IF
           ELSE
               MOVE ZERO TO WS-SC-FOUND
               PERFORM VARYING WS-SC-I FROM 1 BY 1
                       UNTIL WS-SC-I > WS-SC-COUNT OR WS-PLACED
                   IF WS-TGT-SECTION-NO = ZERO
                   OR WS-TGT-SECTION-NO = WS-SC-NO(WS-SC-I)
                       MOVE WS-SC-I TO WS-SC-FOUND
                       PERFORM TRY-ONE-SECTION
                   END-IF
               END-PERFORM
               IF NOT WS-PLACED
                   IF WS-SC-FOUND = ZERO
                       MOVE
                           "指定のセクションが未登録"
                           & "か閉鎖"
                           TO WS-REASON
                   ELSE
                       IF WS-FIRST-CLASH-ID = SPACES
                           MOVE "定員に達しています"
                               TO WS-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF NOT WS-PLACED AND WS-FIRST-CLASH-ID NOT = SPACES
               MOVE SPACES TO WS-REASON
               STRING "時間割が重複しています: "
                   DELIMITED BY SIZE
                       WS-FIRST-CLASH-ID DELIMITED BY SIZE
                   INTO WS-REASON
           END-IF.

       TRY-ONE-SECTION SECTION.
           IF WS-SC-CAPACITY(WS-SC-I) = ZERO
           OR WS-SC-ENROLLED(WS-SC-I) < WS-SC-CAPACITY(WS-SC-I)
               MOVE WS-SC-DAY(WS-SC-I) TO WS-CHK-DAY
               MOVE WS-SC-PERIOD(WS-SC-I) TO WS-CHK-PERIOD
               PERFORM CHECK-SLOT-CLASH
               IF WS-HAS-CLASH
                   IF WS-FIRST-CLASH-ID = SPACES
                       MOVE WS-CLASH-COURSE-ID TO WS-FIRST-CLASH-ID
                   END-IF
               ELSE
                   MOVE "Y" TO WS-PLACED-FLAG
                   MOVE WS-SC-NO(WS-SC-I) TO WS-PLACE-SECTION
                   ADD 1 TO WS-SC-ENROLLED(WS-SC-I)
               END-IF
           END-IF.

       CHECK-SLOT-CLASH SECTION.
           MOVE "N" TO WS-CLASH-FLAG
           MOVE SPACES TO WS-CLASH-COURSE-ID
           IF WS-CHK-DAY NOT = SPACE
           AND WS-CHK-PERIOD NOT = ZERO
               PERFORM VARYING WS-SL-I FROM 1 BY 1
                       UNTIL WS-SL-I > WS-SL-COUNT OR WS-HAS-CLASH
                   IF WS-SL-DAY(WS-SL-I) = WS-CHK-DAY
                   AND WS-SL-PERIOD(WS-SL-I) = WS-CHK-PERIOD
                       MOVE "Y" TO WS-CLASH-FLAG
                       MOVE WS-SL-COURSE-ID(WS-SL-I)
                           TO WS-CLASH-COURSE-ID
                   END-IF
               END-PERFORM
           END-IF.

      * 取消済みの履修記録が残っていれば有効に戻す
       WRITE-ENROLLMENT SECTION.
           MOVE STU-ID TO ENR-STUDENT-ID
           MOVE WS-TGT-COURSE-ID TO ENR-COURSE-ID
           MOVE WS-INPUT-SEMESTER TO ENR-SEMESTER
           READ ENROLLMENT-FILE
               INVALID KEY
                   INITIALIZE ENROLLMENT-RECORD
                   MOVE STU-ID TO ENR-STUDENT-ID
                   MOVE WS-TGT-COURSE-ID TO ENR-COURSE-ID
                   MOVE WS-INPUT-SEMESTER TO ENR-SEMESTER
                   MOVE WS-CURRENT-DATE TO ENR-ENROLL-DATE
                   MOVE "A" TO ENR-STATUS
                   MOVE WS-PLACE-SECTION TO ENR-SECTION-NO
                   WRITE ENROLLMENT-RECORD
                       INVALID KEY
                           MOVE
                               "履修の書き込みに失敗し"
                               & "ました"
                               TO WS-REASON
                       NOT INVALID KEY
                           ADD 1 TO WS-ENROLLED-COUNT
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-CURRENT-DATE TO ENR-ENROLL-DATE
                   MOVE "A" TO ENR-STATUS
                   MOVE WS-PLACE-SECTION TO ENR-SECTION-NO
                   REWRITE ENROLLMENT-RECORD
                       INVALID KEY
                           MOVE
                               "履修の書き込みに失敗し"
                               & "ました"
                               TO WS-REASON
                       NOT INVALID KEY
                           ADD 1 TO WS-ENROLLED-COUNT
                   END-REWRITE
           END-READ
           MOVE "00" TO WS-ENR-STATUS
           IF WS-REASON NOT = SPACES
               PERFORM WRITE-EXCEPTION
           END-IF.

       WRITE-EXCEPTION SECTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE RQL-DEPARTMENT-ID TO WS-DT-DEPARTMENT-ID
           MOVE RQL-YEAR TO WS-DT-YEAR
           MOVE RQL-COURSE-ID TO WS-DT-COURSE-ID
           MOVE STU-ID TO WS-DT-STUDENT-ID
           MOVE STU-LAST-NAME TO WS-DT-NAME
           MOVE WS-REASON TO WS-DT-REASON
           WRITE REPORT-LINE FROM WS-DETAIL-LINE.

       WRITE-REPORT-SUMMARY SECTION.
           WRITE REPORT-LINE FROM WS-RULE-LINE
           IF WS-EXCEPTION-COUNT = ZERO
               MOVE "  例外はありません。" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           WRITE REPORT-LINE FROM WS-BLANK-LINE
           MOVE WS-LINE-COUNT TO WS-SM-LINES
           MOVE WS-TARGET-COUNT TO WS-SM-TARGET
           MOVE WS-ENROLLED-COUNT TO WS-SM-ENROLLED
           MOVE WS-PASSED-COUNT TO WS-SM-PASSED
           MOVE WS-ALREADY-COUNT TO WS-SM-ALREADY
           MOVE WS-EXCEPTION-COUNT TO WS-SM-EXCEPTIONS
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE1
           WRITE REPORT-LINE FROM WS-SUMMARY-LINE2.
